000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MANT-CALEND.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
001100*                  INDEXED BUSINESS-DAY CALENDAR CALENDARIO.MST
001200*                  (COPY CALREC). READS PUNCHED TRANSACTIONS
001300*                  FROM CALEND-TRANS.DAT - "A" ALTA, "C" CAMBIO,
001400*                  "D" BORRAR (THE DATE GOES BACK TO THE PLAIN
001500*                  MONDAY-TO-FRIDAY RULE) - VALIDATES THE DATE
001600*                  AND THE DAY TYPE BEFORE IT TOUCHES THE
001700*                  MASTER AND APPENDS ONE AUDIT LINE PER
001800*                  TRANSACTION (DATE, TIME, OPERATOR, ACTION,
001900*                  CALENDAR DATE, OLD AND NEW DAY TYPE, RESULT)
002000*                  TO CALEND-LOG.DAT, SO A BANK HOLIDAY IS A
002100*                  PUNCHED CARD WITH A PAPER TRAIL INSTEAD OF A
002200*                  FALSE "SIN CORRIDA" EVERY YEAR
002210* 10/15/2026 DRO   THE LOG'S NEW DAY TYPE IS WHAT THE MASTER HOLDS
002220*                  AFTER THE TRANSACTION - A CAMBIO THAT LEAVES
002230*                  THE TYPE BLANK LOGS THE TYPE IT KEPT, A BORRAR
002240*                  LOGS BLANK - NOT WHAT WAS PUNCHED
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TRANS-FILE ASSIGN TO "CALEND-TRANS.DAT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-TRANS-STATUS.
003100
003200     SELECT CALEND-FILE ASSIGN TO "CALENDARIO.MST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CAL-KEY
003600         FILE STATUS IS WS-CALEND-STATUS.
003700
003800     SELECT CAL-LOG-FILE ASSIGN TO "CALEND-LOG.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-CAL-LOG-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANS-FILE
004500     RECORD CONTAINS 40 CHARACTERS.
004600 01  TRANS-RECORD.
004700     05  TR-ACTION               PIC X(01).
004800     05  TR-DATE                 PIC X(08).
004900     05  TR-DAY-TYPE             PIC X(01).
005000     05  TR-DESCRIPTION          PIC X(30).
005100
005200 FD  CALEND-FILE
005300     RECORD CONTAINS 55 CHARACTERS.
005400     COPY CALREC.
005500
005600 FD  CAL-LOG-FILE
005700     RECORD CONTAINS 55 CHARACTERS.
005800 01  CAL-LOG-RECORD.
005900     05  KLOG-DATE               PIC X(08).
006000     05  KLOG-TIME               PIC X(08).
006100     05  KLOG-OPERATOR           PIC X(08).
006200     05  KLOG-ACTION             PIC X(01).
006300     05  KLOG-CAL-DATE           PIC X(08).
006400     05  KLOG-OLD-TYPE           PIC X(01).
006500     05  KLOG-NEW-TYPE           PIC X(01).
006600     05  KLOG-RESULT             PIC X(20).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-TRANS-STATUS              PIC X(02).
007000     88  TRANS-OK                            VALUE "00".
007100
007200 01  WS-CALEND-STATUS             PIC X(02).
007300     88  CALEND-OK                           VALUE "00".
007400     88  CALEND-MISSING                      VALUE "35" "05".
007500     88  CALEND-DUP-KEY                      VALUE "22".
007600     88  CALEND-NOT-FOUND                    VALUE "23".
007700
007800 01  WS-CAL-LOG-STATUS            PIC X(02).
007900     88  CAL-LOG-OK                          VALUE "00".
008000     88  CAL-LOG-MISSING                     VALUE "35" "05".
008100
008200 01  WS-SWITCHES.
008300     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
008400         88  EOF-TRANS                       VALUE "Y".
008500     05  WS-EDIT-SWITCH           PIC X(01)  VALUE "Y".
008600         88  TRANS-EDITS-OK                  VALUE "Y".
008700
008800 01  WS-TODAY                     PIC X(08).
008900 01  WS-OPERATOR                  PIC X(08).
009000 77  WS-APPLIED-COUNT             PIC 9(07)  VALUE 0.
009100 77  WS-REJECTED-COUNT            PIC 9(07)  VALUE 0.
009200 77  WS-DATE-NUM                  PIC 9(08)  VALUE 0.
009300 77  WS-DAY-INT                   PIC 9(08) COMP VALUE 0.
009400
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009800     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT
010000     GOBACK.
010100
010200******************************************************************
010300* 1000-INITIALIZE - OPEN THE TRANSACTIONS, THE MASTER AND THE
010400* AUDIT LOG. ON A FRESH SYSTEM THE CALENDAR DOES NOT EXIST YET,
010500* SO IT IS CREATED THE WAY MANT-DEPTOS CREATES DEPTOS.MST
010600******************************************************************
010700 1000-INITIALIZE.
010800     MOVE 0 TO WS-APPLIED-COUNT
010900     MOVE 0 TO WS-REJECTED-COUNT
011000     MOVE "N" TO WS-EOF-TRANS-SWITCH
011100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011200     DISPLAY "USER" UPON ENVIRONMENT-NAME
011300     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
011400
011500     OPEN INPUT TRANS-FILE
011600     IF NOT TRANS-OK
011700         DISPLAY "MANT-CALEND: NO SE PUDO ABRIR "
011800             "CALEND-TRANS.DAT, STATUS=" WS-TRANS-STATUS
011900         MOVE "Y" TO WS-EOF-TRANS-SWITCH
012000         MOVE 16 TO RETURN-CODE
012100     END-IF
012200
012300     OPEN I-O CALEND-FILE
012400     IF CALEND-MISSING
012500         OPEN OUTPUT CALEND-FILE
012600         CLOSE CALEND-FILE
012700         OPEN I-O CALEND-FILE
012800     END-IF
012900     IF NOT CALEND-OK
013000         DISPLAY "MANT-CALEND: NO SE PUDO ABRIR CALENDARIO.MST, "
013100             "STATUS=" WS-CALEND-STATUS
013200         MOVE "Y" TO WS-EOF-TRANS-SWITCH
013300         MOVE 16 TO RETURN-CODE
013400     END-IF
013500
013600     OPEN EXTEND CAL-LOG-FILE
013700     IF CAL-LOG-MISSING
013800         OPEN OUTPUT CAL-LOG-FILE
013900     END-IF
014000     IF NOT CAL-LOG-OK
014100         DISPLAY "MANT-CALEND: NO SE PUDO ABRIR CALEND-LOG.DAT, "
014200             "STATUS=" WS-CAL-LOG-STATUS
014300         MOVE "Y" TO WS-EOF-TRANS-SWITCH
014400         MOVE 16 TO RETURN-CODE
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800
014900******************************************************************
015000* 2000-PROCESS-TRANS - ONE MASTER ACTION PER TRANSACTION; EVERY
015100* TRANSACTION, APPLIED OR REJECTED, LEAVES ITS AUDIT LINE
015200******************************************************************
015300 2000-PROCESS-TRANS.
015400     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
015500     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
015600         UNTIL EOF-TRANS.
015700 2000-EXIT.
015800     EXIT.
015900
016000 2100-READ-ONE-TRANS.
016100     READ TRANS-FILE
016200         AT END
016300             MOVE "Y" TO WS-EOF-TRANS-SWITCH
016400         NOT AT END
016500             IF NOT TRANS-OK
016600                 DISPLAY "MANT-CALEND: REGISTRO DEMASIADO LARGO"
016700                     " EN CALEND-TRANS.DAT, STATUS="
016800                     WS-TRANS-STATUS
016900                 MOVE "Y" TO WS-EOF-TRANS-SWITCH
017000                 MOVE 16 TO RETURN-CODE
017100             END-IF
017200     END-READ.
017300 2100-EXIT.
017400     EXIT.
017500
017600 2200-APPLY-ONE-TRANS.
017700     MOVE SPACE TO KLOG-OLD-TYPE
017750     MOVE TR-DAY-TYPE TO CAL-DAY-TYPE
017800     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
017900     IF TRANS-EDITS-OK
018000         EVALUATE TR-ACTION
018100             WHEN "A"
018200                 PERFORM 3000-ADD-DATE THRU 3000-EXIT
018300             WHEN "C"
018400                 PERFORM 3100-CHANGE-DATE THRU 3100-EXIT
018500             WHEN "D"
018600                 PERFORM 3200-DELETE-DATE THRU 3200-EXIT
018700         END-EVALUATE
018800     END-IF
018900     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT.
019000 2200-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400* 2300-EDIT-ONE-TRANS - NOTHING TOUCHES THE MASTER UNTIL EVERY
019500* PUNCHED FIELD PASSES: KNOWN ACTION, A REAL CALENDAR DATE (THE
019600* INTEGER-OF-DATE TEST CONSULTA-AUDIT USES - A 20260231 COMES
019700* BACK ZERO), AND A DAY TYPE H/F/M WHEN GIVEN. AN ALTA MUST
019800* SAY WHAT KIND OF DAY IT IS
019900******************************************************************
020000 2300-EDIT-ONE-TRANS.
020100     MOVE "Y" TO WS-EDIT-SWITCH
020200     IF TR-ACTION NOT = "A" AND TR-ACTION NOT = "C"
020300         AND TR-ACTION NOT = "D"
020400         MOVE "ACCION INVALIDA" TO KLOG-RESULT
020500         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
020600         GO TO 2300-EXIT
020700     END-IF
020800     IF TR-DATE NOT NUMERIC
020900         MOVE "FECHA ILEGIBLE" TO KLOG-RESULT
021000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
021100         GO TO 2300-EXIT
021200     END-IF
021300     MOVE TR-DATE TO WS-DATE-NUM
021400     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
021500     IF WS-DAY-INT = 0
021600         MOVE "FECHA INEXISTENTE" TO KLOG-RESULT
021700         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
021800         GO TO 2300-EXIT
021900     END-IF
022000     IF TR-DAY-TYPE NOT = SPACE
022100         AND TR-DAY-TYPE NOT = "H" AND TR-DAY-TYPE NOT = "F"
022200         AND TR-DAY-TYPE NOT = "M"
022300         MOVE "TIPO DE DIA INVALIDO" TO KLOG-RESULT
022400         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
022500         GO TO 2300-EXIT
022600     END-IF
022700     IF TR-ACTION = "A" AND TR-DAY-TYPE = SPACE
022800         MOVE "SIN TIPO DE DIA" TO KLOG-RESULT
022900         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
023000     END-IF.
023100 2300-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 3000-ADD-DATE - ALTA OF A DATE THAT IS NOT AN ORDINARY
023600* WEEKDAY. A DATE ALREADY ON THE MASTER IS A CAMBIO, NOT A
023700* SECOND ALTA
023800******************************************************************
023900 3000-ADD-DATE.
024000     MOVE TR-DATE TO CAL-DATE
024100     MOVE TR-DAY-TYPE TO CAL-DAY-TYPE
024200     MOVE TR-DESCRIPTION TO CAL-DESCRIPTION
024300     MOVE WS-TODAY TO CAL-UPD-DATE
024400     MOVE WS-OPERATOR TO CAL-UPD-OPER
024500     WRITE CAL-RECORD
024600         INVALID KEY
024700             IF CALEND-DUP-KEY
024800                 MOVE "YA EXISTE" TO KLOG-RESULT
024900             ELSE
025000                 MOVE "ALTA FALLO" TO KLOG-RESULT
025100             END-IF
025200             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
025300         NOT INVALID KEY
025400             MOVE "ALTA APLICADA" TO KLOG-RESULT
025500             PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
025600     END-WRITE.
025700 3000-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100* 3100-CHANGE-DATE - CAMBIO. ONLY THE FIELDS PUNCHED NON-BLANK
026200* CHANGE; THE OLD DAY TYPE GOES TO THE LOG
026300******************************************************************
026400 3100-CHANGE-DATE.
026500     MOVE TR-DATE TO CAL-DATE
026600     READ CALEND-FILE
026700         INVALID KEY
026800             MOVE "NO EXISTE" TO KLOG-RESULT
026900             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
027000             GO TO 3100-EXIT
027100     END-READ
027200     MOVE CAL-DAY-TYPE TO KLOG-OLD-TYPE
027300     IF TR-DAY-TYPE NOT = SPACE
027400         MOVE TR-DAY-TYPE TO CAL-DAY-TYPE
027500     END-IF
027600     IF TR-DESCRIPTION NOT = SPACE
027700         MOVE TR-DESCRIPTION TO CAL-DESCRIPTION
027800     END-IF
027900     MOVE WS-TODAY TO CAL-UPD-DATE
028000     MOVE WS-OPERATOR TO CAL-UPD-OPER
028100     REWRITE CAL-RECORD
028200         INVALID KEY
028300             MOVE "CAMBIO FALLO" TO KLOG-RESULT
028400             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
028500         NOT INVALID KEY
028600             MOVE "CAMBIO APLICADO" TO KLOG-RESULT
028700             PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
028800     END-REWRITE.
028900 3100-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300* 3200-DELETE-DATE - BORRAR. UNLIKE A DEPARTMENT, A CALENDAR
029400* DATE HAS NO HISTORY OF ITS OWN TO KEEP: OFF THE MASTER IT IS
029500* AN ORDINARY DAY AGAIN, AND THE LOG KEEPS WHAT IT USED TO BE
029600******************************************************************
029700 3200-DELETE-DATE.
029800     MOVE TR-DATE TO CAL-DATE
029900     READ CALEND-FILE
030000         INVALID KEY
030100             MOVE "NO EXISTE" TO KLOG-RESULT
030200             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
030300             GO TO 3200-EXIT
030400     END-READ
030500     MOVE CAL-DAY-TYPE TO KLOG-OLD-TYPE
030600     DELETE CALEND-FILE
030700         INVALID KEY
030800             MOVE "BORRADO FALLO" TO KLOG-RESULT
030900             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
031000         NOT INVALID KEY
031100             MOVE "BORRADO APLICADO" TO KLOG-RESULT
031150             MOVE SPACE TO CAL-DAY-TYPE
031200             PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
031300     END-DELETE.
031400 3200-EXIT.
031500     EXIT.
031600
031700 8400-LOG-APPLIED.
031800     ADD 1 TO WS-APPLIED-COUNT
031900     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
032000 8400-EXIT.
032100     EXIT.
032200
032300 8500-LOG-REJECT.
032400     ADD 1 TO WS-REJECTED-COUNT
032500     MOVE "N" TO WS-EDIT-SWITCH
032600     DISPLAY "MANT-CALEND: RECHAZADA " TR-ACTION " " TR-DATE
032700         " - " KLOG-RESULT
032800     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
032900 8500-EXIT.
033000     EXIT.
033100
033200 8600-WRITE-LOG-LINE.
033300     IF NOT CAL-LOG-OK
033400         GO TO 8600-EXIT
033500     END-IF
033600     MOVE WS-TODAY TO KLOG-DATE
033700     ACCEPT KLOG-TIME FROM TIME
033800     MOVE WS-OPERATOR TO KLOG-OPERATOR
033900     MOVE TR-ACTION TO KLOG-ACTION
034000     MOVE TR-DATE TO KLOG-CAL-DATE
034100     MOVE CAL-DAY-TYPE TO KLOG-NEW-TYPE
034200     WRITE CAL-LOG-RECORD.
034300 8600-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 9000-TERMINATE - CLOSE FILES; ANY REJECTED TRANSACTION LEAVES
034800* RETURN-CODE 8 SO THE PUNCHED DECK GETS LOOKED AT. AN I/O ABORT
034900* (RETURN-CODE 16) IS NOT OVERWRITTEN
035000******************************************************************
035100 9000-TERMINATE.
035200     CLOSE TRANS-FILE
035300     CLOSE CALEND-FILE
035400     CLOSE CAL-LOG-FILE
035500     DISPLAY "MANT-CALEND: APLICADAS : " WS-APPLIED-COUNT
035600     DISPLAY "MANT-CALEND: RECHAZADAS: " WS-REJECTED-COUNT
035700     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
035800         MOVE 8 TO RETURN-CODE
035900     END-IF.
036000 9000-EXIT.
036100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONVIERTE-MST.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - ONE-TIME CONVERSION OF THE
001100*                  TWO INDEXED MASTERS WHOSE RECORDS GREW:
001200*                  DEPTOS.MST FROM 82 TO 96 BYTES (COPY DEPTREC,
001300*                  DEPARTMENT LEDGER ACCOUNT AND COST CENTER) AND
001400*                  LOTES.MST FROM 53 TO 62 BYTES (COPY LOTEREG,
001500*                  BATCH STATUS AND STATUS DATE). THE OPERATOR
001600*                  RENAMES EACH OLD MASTER TO .ANT (DEPTOS.ANT,
001700*                  LOTES.ANT) AND RUNS THIS ONCE BEFORE THE FIRST
001800*                  CHAIN RUN ON THE NEW PROGRAMS. EVERY RECORD IS
001900*                  COPIED IN KEY ORDER: A DEPARTMENT GETS A BLANK
002000*                  ACCOUNT AND COST CENTER (IT POSTS TO
002100*                  CTA-SUMA-CADENA UNTIL MANT-DEPTOS GIVES IT ITS
002200*                  OWN); A BATCH - EVERY ONE OF WHICH POSTED,
002300*                  SINCE SUMA-CADENA ONLY REGISTERED A BATCH THAT
002400*                  PASSED ITS TRAILER CHECK - BECOMES "P" POSTED
002500*                  AS OF ITS OWN RUN DATE. A MISSING .ANT IS
002600*                  PASSED OVER; A NEW MASTER THAT ALREADY EXISTS
002700*                  IS NEVER OVERWRITTEN
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DEPTOS-ANT-FILE ASSIGN TO "DEPTOS.ANT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS ANT-DEPT-CODE
003700         FILE STATUS IS WS-DEPTOS-ANT-STATUS.
003800
003900     SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.MST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS DEPT-KEY
004300         FILE STATUS IS WS-DEPTOS-STATUS.
004400
004500     SELECT LOTES-ANT-FILE ASSIGN TO "LOTES.ANT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS ANT-LOTE-KEY
004900         FILE STATUS IS WS-LOTES-ANT-STATUS.
005000
005100     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS LOTE-KEY
005500         FILE STATUS IS WS-LOTES-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*    THE DEPARTMENT MASTER AS IT WAS BEFORE THE LEDGER ACCOUNT
006000*    AND COST CENTER WERE ADDED
006100 FD  DEPTOS-ANT-FILE
006200     RECORD CONTAINS 82 CHARACTERS.
006300 01  ANT-DEPT-RECORD.
006400     05  ANT-DEPT-CODE            PIC X(08).
006500     05  ANT-DEPT-FILENAME        PIC X(30).
006600     05  ANT-DEPT-STATUS          PIC X(01).
006700     05  ANT-DEPT-EFF-FROM        PIC X(08).
006800     05  ANT-DEPT-EFF-TO          PIC X(08).
006900     05  ANT-DEPT-DELIV-DAYS      PIC X(07).
007000     05  ANT-DEPT-CONTACT         PIC X(20).
007100
007200 FD  DEPTOS-FILE
007300     RECORD CONTAINS 96 CHARACTERS.
007400     COPY DEPTREC.
007500
007600*    THE BATCH REGISTER AS IT WAS BEFORE THE STATUS WAS ADDED
007700 FD  LOTES-ANT-FILE
007800     RECORD CONTAINS 53 CHARACTERS.
007900 01  ANT-LOTE-RECORD.
008000     05  ANT-LOTE-KEY.
008100         10  ANT-LOTE-BATCH-ID    PIC X(08).
008200         10  ANT-LOTE-ORIGIN      PIC X(08).
008300     05  ANT-LOTE-RUN-DATE        PIC X(08).
008400     05  ANT-LOTE-RUN-TIME        PIC X(08).
008500     05  ANT-LOTE-ENTRY-COUNT     PIC 9(07).
008600     05  ANT-LOTE-HASH-TOTAL      PIC S9(11)V99
008700                                  SIGN IS LEADING SEPARATE.
008800
008900 FD  LOTES-FILE
009000     RECORD CONTAINS 62 CHARACTERS.
009100     COPY LOTEREG.
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-DEPTOS-ANT-STATUS         PIC X(02).
009500     88  DEPTOS-ANT-OK                       VALUE "00".
009600     88  DEPTOS-ANT-MISSING                  VALUE "35" "05".
009700
009800 01  WS-DEPTOS-STATUS             PIC X(02).
009900     88  DEPTOS-OK                           VALUE "00".
010000     88  DEPTOS-MISSING                      VALUE "35" "05".
010100
010200 01  WS-LOTES-ANT-STATUS          PIC X(02).
010300     88  LOTES-ANT-OK                        VALUE "00".
010400     88  LOTES-ANT-MISSING                   VALUE "35" "05".
010500
010600 01  WS-LOTES-STATUS              PIC X(02).
010700     88  LOTES-OK                            VALUE "00".
010800     88  LOTES-MISSING                       VALUE "35" "05".
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-ANT-SWITCH        PIC X(01)  VALUE "N".
011200         88  EOF-ANT                         VALUE "Y".
011300
011400 77  WS-DEPT-COUNT                PIC 9(07)  VALUE 0.
011500 77  WS-LOTE-COUNT                PIC 9(07)  VALUE 0.
011600
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
011900     PERFORM 2000-CONVERT-DEPTOS THRU 2000-EXIT
012000     PERFORM 3000-CONVERT-LOTES THRU 3000-EXIT
012100     PERFORM 9000-TERMINATE THRU 9000-EXIT
012200     GOBACK.
012300
012400******************************************************************
012500* 2000-CONVERT-DEPTOS - DEPTOS.ANT (82 BYTES) TO A NEW DEPTOS.MST
012600* (96 BYTES), KEY FOR KEY
012700******************************************************************
012800 2000-CONVERT-DEPTOS.
012900     OPEN INPUT DEPTOS-ANT-FILE
013000     IF DEPTOS-ANT-MISSING
013100         DISPLAY "CONVIERTE-MST: NO HAY DEPTOS.ANT, DEPTOS.MST "
013200             "NO SE CONVIERTE"
013300         GO TO 2000-EXIT
013400     END-IF
013500     IF NOT DEPTOS-ANT-OK
013600         DISPLAY "CONVIERTE-MST: NO SE PUDO ABRIR DEPTOS.ANT, "
013700             "STATUS=" WS-DEPTOS-ANT-STATUS
013800         MOVE 16 TO RETURN-CODE
013900         GO TO 2000-EXIT
014000     END-IF
014100     OPEN INPUT DEPTOS-FILE
014200     IF NOT DEPTOS-MISSING
014300         IF DEPTOS-OK
014400             CLOSE DEPTOS-FILE
014500         END-IF
014600         DISPLAY "CONVIERTE-MST: DEPTOS.MST YA EXISTE, NO SE "
014700             "SOBREESCRIBE"
014800         MOVE 8 TO RETURN-CODE
014900         CLOSE DEPTOS-ANT-FILE
015000         GO TO 2000-EXIT
015100     END-IF
015200     OPEN OUTPUT DEPTOS-FILE
015300     IF NOT DEPTOS-OK
015400         DISPLAY "CONVIERTE-MST: NO SE PUDO CREAR DEPTOS.MST, "
015500             "STATUS=" WS-DEPTOS-STATUS
015600         MOVE 16 TO RETURN-CODE
015700         CLOSE DEPTOS-ANT-FILE
015800         GO TO 2000-EXIT
015900     END-IF
016000     MOVE "N" TO WS-EOF-ANT-SWITCH
016100     PERFORM 2100-READ-OLD-DEPT THRU 2100-EXIT
016200     PERFORM 2200-COPY-ONE-DEPT THRU 2200-EXIT
016300         UNTIL EOF-ANT
016400     CLOSE DEPTOS-ANT-FILE
016500     CLOSE DEPTOS-FILE
016600     DISPLAY "CONVIERTE-MST: DEPARTAMENTOS CONVERTIDOS: "
016700         WS-DEPT-COUNT.
016800 2000-EXIT.
016900     EXIT.
017000
017100 2100-READ-OLD-DEPT.
017200     READ DEPTOS-ANT-FILE NEXT RECORD
017300         AT END
017400             MOVE "Y" TO WS-EOF-ANT-SWITCH
017500         NOT AT END
017600             IF NOT DEPTOS-ANT-OK
017700                 DISPLAY "CONVIERTE-MST: LECTURA DE DEPTOS.ANT "
017800                     "FALLO, STATUS=" WS-DEPTOS-ANT-STATUS
017900                 MOVE 16 TO RETURN-CODE
018000                 MOVE "Y" TO WS-EOF-ANT-SWITCH
018100             END-IF
018200     END-READ.
018300 2100-EXIT.
018400     EXIT.
018500
018600 2200-COPY-ONE-DEPT.
018700     MOVE SPACES TO DEPT-RECORD
018800     MOVE ANT-DEPT-CODE TO DEPT-M-CODE
018900     MOVE ANT-DEPT-FILENAME TO DEPT-M-FILENAME
019000     MOVE ANT-DEPT-STATUS TO DEPT-M-STATUS
019100     MOVE ANT-DEPT-EFF-FROM TO DEPT-M-EFF-FROM
019200     MOVE ANT-DEPT-EFF-TO TO DEPT-M-EFF-TO
019300     MOVE ANT-DEPT-DELIV-DAYS TO DEPT-M-DELIV-DAYS
019400     MOVE ANT-DEPT-CONTACT TO DEPT-M-CONTACT
019500     WRITE DEPT-RECORD
019600         INVALID KEY
019700             DISPLAY "CONVIERTE-MST: ALTA EN DEPTOS.MST FALLO "
019800                 DEPT-M-CODE ", STATUS=" WS-DEPTOS-STATUS
019900             MOVE 16 TO RETURN-CODE
020000             MOVE "Y" TO WS-EOF-ANT-SWITCH
020100             GO TO 2200-EXIT
020200     END-WRITE
020300     ADD 1 TO WS-DEPT-COUNT
020400     PERFORM 2100-READ-OLD-DEPT THRU 2100-EXIT.
020500 2200-EXIT.
020600     EXIT.
020700
020800******************************************************************
020900* 3000-CONVERT-LOTES - LOTES.ANT (53 BYTES) TO A NEW LOTES.MST
021000* (62 BYTES). EVERY OLD BATCH POSTED, ON ITS OWN RUN DATE
021100******************************************************************
021200 3000-CONVERT-LOTES.
021300     OPEN INPUT LOTES-ANT-FILE
021400     IF LOTES-ANT-MISSING
021500         DISPLAY "CONVIERTE-MST: NO HAY LOTES.ANT, LOTES.MST "
021600             "NO SE CONVIERTE"
021700         GO TO 3000-EXIT
021800     END-IF
021900     IF NOT LOTES-ANT-OK
022000         DISPLAY "CONVIERTE-MST: NO SE PUDO ABRIR LOTES.ANT, "
022100             "STATUS=" WS-LOTES-ANT-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         GO TO 3000-EXIT
022400     END-IF
022500     OPEN INPUT LOTES-FILE
022600     IF NOT LOTES-MISSING
022700         IF LOTES-OK
022800             CLOSE LOTES-FILE
022900         END-IF
023000         DISPLAY "CONVIERTE-MST: LOTES.MST YA EXISTE, NO SE "
023100             "SOBREESCRIBE"
023200         MOVE 8 TO RETURN-CODE
023300         CLOSE LOTES-ANT-FILE
023400         GO TO 3000-EXIT
023500     END-IF
023600     OPEN OUTPUT LOTES-FILE
023700     IF NOT LOTES-OK
023800         DISPLAY "CONVIERTE-MST: NO SE PUDO CREAR LOTES.MST, "
023900             "STATUS=" WS-LOTES-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         CLOSE LOTES-ANT-FILE
024200         GO TO 3000-EXIT
024300     END-IF
024400     MOVE "N" TO WS-EOF-ANT-SWITCH
024500     PERFORM 3100-READ-OLD-LOTE THRU 3100-EXIT
024600     PERFORM 3200-COPY-ONE-LOTE THRU 3200-EXIT
024700         UNTIL EOF-ANT
024800     CLOSE LOTES-ANT-FILE
024900     CLOSE LOTES-FILE
025000     DISPLAY "CONVIERTE-MST: LOTES CONVERTIDOS: "
025100         WS-LOTE-COUNT.
025200 3000-EXIT.
025300     EXIT.
025400
025500 3100-READ-OLD-LOTE.
025600     READ LOTES-ANT-FILE NEXT RECORD
025700         AT END
025800             MOVE "Y" TO WS-EOF-ANT-SWITCH
025900         NOT AT END
026000             IF NOT LOTES-ANT-OK
026100                 DISPLAY "CONVIERTE-MST: LECTURA DE LOTES.ANT "
026200                     "FALLO, STATUS=" WS-LOTES-ANT-STATUS
026300                 MOVE 16 TO RETURN-CODE
026400                 MOVE "Y" TO WS-EOF-ANT-SWITCH
026500             END-IF
026600     END-READ.
026700 3100-EXIT.
026800     EXIT.
026900
027000 3200-COPY-ONE-LOTE.
027100     MOVE ANT-LOTE-BATCH-ID TO LOTE-BATCH-ID
027200     MOVE ANT-LOTE-ORIGIN TO LOTE-ORIGIN
027300     MOVE ANT-LOTE-RUN-DATE TO LOTE-RUN-DATE
027400     MOVE ANT-LOTE-RUN-TIME TO LOTE-RUN-TIME
027500     MOVE ANT-LOTE-ENTRY-COUNT TO LOTE-ENTRY-COUNT
027600     MOVE ANT-LOTE-HASH-TOTAL TO LOTE-HASH-TOTAL
027700     MOVE "P" TO LOTE-STATUS
027800     MOVE ANT-LOTE-RUN-DATE TO LOTE-STATUS-DATE
027900     WRITE LOTE-RECORD
028000         INVALID KEY
028100             DISPLAY "CONVIERTE-MST: ALTA EN LOTES.MST FALLO "
028200                 LOTE-KEY ", STATUS=" WS-LOTES-STATUS
028300             MOVE 16 TO RETURN-CODE
028400             MOVE "Y" TO WS-EOF-ANT-SWITCH
028500             GO TO 3200-EXIT
028600     END-WRITE
028700     ADD 1 TO WS-LOTE-COUNT
028800     PERFORM 3100-READ-OLD-LOTE THRU 3100-EXIT.
028900 3200-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300* 9000-TERMINATE - A FAILED CONVERSION (RETURN-CODE 16) LEAVES A
029400* PARTIAL NEW MASTER: DELETE IT AND RUN AGAIN. THE .ANT FILES ARE
029500* NEVER TOUCHED
029600******************************************************************
029700 9000-TERMINATE.
029800     IF RETURN-CODE = 16
029900         DISPLAY "CONVIERTE-MST: CONVERSION INCOMPLETA, BORRAR "
030000             "EL MAESTRO NUEVO Y CORRER DE NUEVO"
030100     END-IF.
030200 9000-EXIT.
030300     EXIT.

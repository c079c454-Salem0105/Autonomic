000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LIBERA-SUSP.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - SUPERVISOR DISPOSITION OF
001100*                  THE BATCHES SUMA-CADENA QUARANTINED UNDER
001200*                  SUSPENSE MODE. EACH PUNCHED TRANSACTION IN
001300*                  SUSP-TRANS.DAT NAMES ONE SUSPENDED BATCH (ID,
001400*                  ORIGIN, DATE SUSPENDED) AND ONE OUTCOME:
001500*                    L  RELEASE AFTER CORRECTION - THE SENDER'S
001600*                       CORRECTED FILE, NAMED ON THE CARD, IS
001700*                       QUEUED AND LOTES.MST IS MOVED TO "L" SO
001800*                       THE NEXT RUN POSTS IT UNDER ITS OWN KEY
001900*                    N  RELEASE UNDER A NEW BATCH ID - A GENUINE
002000*                       NEW BATCH THAT REUSED AN OLD ID; THE HELD
002100*                       LINES ARE QUEUED WITH THE NEW ID IN THE
002200*                       HEADER
002300*                    V  VOID - THE BATCH NEVER POSTS
002400*                  QUEUED BATCHES GO TO LIBERADOS.DAT, WHICH
002500*                  COLECTOR-NUM APPENDS TO THE NEXT NUMEROS.DAT.
002600*                  EVERY TRANSACTION LEAVES A LINE IN
002700*                  SUSP-LOG.DAT, AND EVERY RUN PRINTS THE WHOLE
002800*                  SUSPENSE REGISTER TO SUSP-RPT.DAT. WITH NO
002900*                  SUSP-TRANS.DAT THE RUN ONLY PRINTS THE REGISTER
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANS-FILE ASSIGN TO "SUSP-TRANS.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRANS-STATUS.
003800
003900     SELECT SUSP-REG-FILE ASSIGN TO "SUSPENSO.MST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SUSP-M-KEY
004300         FILE STATUS IS WS-SUSP-REG-STATUS.
004400
004500     SELECT SUSP-LINE-FILE ASSIGN TO "SUSPENSO.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SUSP-LINE-STATUS.
004800
004900     SELECT CORR-FILE ASSIGN USING WS-CORR-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CORR-STATUS.
005200
005300     SELECT LIBERADOS-FILE ASSIGN TO "LIBERADOS.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-LIBERADOS-STATUS.
005600
005700     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS LOTE-KEY
006100         FILE STATUS IS WS-LOTES-STATUS.
006200
006300     SELECT SUSP-LOG-FILE ASSIGN TO "SUSP-LOG.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SUSP-LOG-STATUS.
006600
006700     SELECT SUSP-RPT-FILE ASSIGN TO "SUSP-RPT.DAT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-SUSP-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  TRANS-FILE
007400     RECORD CONTAINS 63 CHARACTERS.
007500 01  TRANS-RECORD.
007600     05  TR-ACTION               PIC X(01).
007700     05  TR-BATCH-ID             PIC X(08).
007800     05  TR-ORIGIN               PIC X(08).
007900     05  TR-SUSP-DATE            PIC X(08).
008000     05  TR-NEW-BATCH-ID         PIC X(08).
008100     05  TR-FILENAME             PIC X(30).
008200
008300 FD  SUSP-REG-FILE
008400     RECORD CONTAINS 84 CHARACTERS.
008500     COPY SUSPREG.
008600
008700 FD  SUSP-LINE-FILE
008800     RECORD CONTAINS 129 CHARACTERS.
008900     COPY SUSPLIN.
009000
009100 FD  CORR-FILE
009200     RECORD CONTAINS 100 CHARACTERS.
009300 01  CORR-RECORD                 PIC X(100).
009400
009500 FD  LIBERADOS-FILE
009600     RECORD CONTAINS 100 CHARACTERS.
009700 01  LIBERADOS-RECORD            PIC X(100).
009800
009900 FD  LOTES-FILE
010000     RECORD CONTAINS 62 CHARACTERS.
010100     COPY LOTEREG.
010200
010300 FD  SUSP-LOG-FILE
010400     RECORD CONTAINS 69 CHARACTERS.
010500 01  SUSP-LOG-RECORD.
010600     05  SLOG-DATE               PIC X(08).
010700     05  SLOG-TIME               PIC X(08).
010800     05  SLOG-OPERATOR           PIC X(08).
010900     05  SLOG-ACTION             PIC X(01).
011000     05  SLOG-BATCH-ID           PIC X(08).
011100     05  SLOG-ORIGIN             PIC X(08).
011200     05  SLOG-SUSP-DATE          PIC X(08).
011300     05  SLOG-RESULT             PIC X(20).
011400
011500 FD  SUSP-RPT-FILE
011600     RECORD CONTAINS 132 CHARACTERS.
011700 01  SUSP-RPT-RECORD             PIC X(132).
011800
011900 WORKING-STORAGE SECTION.
012000     COPY NUMDATA.
012100
012200 01  WS-TRANS-STATUS              PIC X(02).
012300     88  TRANS-OK                            VALUE "00".
012400     88  TRANS-MISSING                       VALUE "35" "05".
012500
012600 01  WS-SUSP-REG-STATUS           PIC X(02).
012700     88  SUSP-REG-OK                         VALUE "00".
012800     88  SUSP-REG-MISSING                    VALUE "35" "05".
012900     88  SUSP-REG-NOT-FOUND                  VALUE "23".
013000
013100 01  WS-SUSP-LINE-STATUS          PIC X(02).
013200     88  SUSP-LINE-OK                        VALUE "00".
013300
013400 01  WS-CORR-STATUS               PIC X(02).
013500     88  CORR-OK                             VALUE "00".
013600
013700 01  WS-LIBERADOS-STATUS          PIC X(02).
013800     88  LIBERADOS-OK                        VALUE "00".
013900     88  LIBERADOS-MISSING                   VALUE "35" "05".
014000
014100 01  WS-LOTES-STATUS              PIC X(02).
014200     88  LOTES-OK                            VALUE "00".
014300     88  LOTES-MISSING                       VALUE "35" "05".
014400     88  LOTES-NOT-FOUND                     VALUE "23".
014500
014600 01  WS-SUSP-LOG-STATUS           PIC X(02).
014700     88  SUSP-LOG-OK                         VALUE "00".
014800     88  SUSP-LOG-MISSING                    VALUE "35" "05".
014900
015000 01  WS-SUSP-RPT-STATUS           PIC X(02).
015100     88  SUSP-RPT-OK                         VALUE "00".
015200
015300 01  WS-SWITCHES.
015400     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
015500         88  EOF-TRANS                       VALUE "Y".
015600     05  WS-EDIT-SWITCH           PIC X(01)  VALUE "Y".
015700         88  TRANS-EDITS-OK                  VALUE "Y".
015800     05  WS-EOF-LINES-SWITCH      PIC X(01)  VALUE "N".
015900         88  EOF-SUSP-LINES                  VALUE "Y".
016000     05  WS-EOF-CORR-SWITCH       PIC X(01)  VALUE "N".
016100         88  EOF-CORR                        VALUE "Y".
016200     05  WS-EOF-REG-SWITCH        PIC X(01)  VALUE "N".
016300         88  EOF-SUSP-REG                    VALUE "Y".
016400     05  WS-LOTE-HELD-SWITCH      PIC X(01)  VALUE "N".
016500         88  LOTE-HELD                       VALUE "Y".
016600     05  WS-REG-OPEN-SWITCH       PIC X(01)  VALUE "N".
016700         88  SUSP-REG-OPEN                   VALUE "Y".
016800
016900 01  WS-TODAY                     PIC X(08).
017000 01  WS-OPERATOR                  PIC X(08).
017100 01  WS-CORR-NAME                 PIC X(30)  VALUE SPACE.
017200 01  WS-RELEASE-LINE              PIC X(100).
017300 77  WS-APPLIED-COUNT             PIC 9(07)  VALUE 0.
017400 77  WS-REJECTED-COUNT            PIC 9(07)  VALUE 0.
017500 77  WS-QUEUED-LINES              PIC 9(07)  VALUE 0.
017600 77  WS-PENDING-COUNT             PIC 9(07)  VALUE 0.
017700 77  WS-RELEASED-COUNT            PIC 9(07)  VALUE 0.
017800 77  WS-VOIDED-COUNT              PIC 9(07)  VALUE 0.
017900
018000 01  WS-HEADING-LINE.
018100     05  FILLER                   PIC X(33)  VALUE
018200         "REGISTRO DE LOTES EN SUSPENSO AL ".
018300     05  WS-HD-DATE               PIC X(08).
018400     05  FILLER                   PIC X(91)  VALUE SPACE.
018500
018600 01  WS-COLUMN-HEADING.
018700     05  FILLER                   PIC X(10)  VALUE "LOTE".
018800     05  FILLER                   PIC X(10)  VALUE "ORIGEN".
018900     05  FILLER                   PIC X(10)  VALUE "SUSPENDIDO".
019000     05  FILLER                   PIC X(12)  VALUE "MOTIVO".
019100     05  FILLER                   PIC X(09)  VALUE " ENTRADAS".
019200     05  FILLER                   PIC X(02)  VALUE SPACE.
019300     05  FILLER                   PIC X(18)  VALUE
019400         "        HASH TOTAL".
019500     05  FILLER                   PIC X(02)  VALUE SPACE.
019600     05  FILLER                   PIC X(11)  VALUE "ESTADO".
019700     05  FILLER                   PIC X(10)  VALUE "FECHA".
019800     05  FILLER                   PIC X(10)  VALUE "OPERADOR".
019900     05  FILLER                   PIC X(08)  VALUE "NUEVO ID".
020000     05  FILLER                   PIC X(20)  VALUE SPACE.
020100
020200 01  WS-DETAIL-LINE.
020300     05  WS-DL-BATCH              PIC X(08).
020400     05  FILLER                   PIC X(02)  VALUE SPACE.
020500     05  WS-DL-ORIGIN             PIC X(08).
020600     05  FILLER                   PIC X(02)  VALUE SPACE.
020700     05  WS-DL-SUSP-DATE          PIC X(08).
020800     05  FILLER                   PIC X(02)  VALUE SPACE.
020900     05  WS-DL-REASON             PIC X(10).
021000     05  FILLER                   PIC X(02)  VALUE SPACE.
021100     05  WS-DL-COUNT              PIC Z,ZZZ,ZZ9.
021200     05  FILLER                   PIC X(02)  VALUE SPACE.
021300     05  WS-DL-HASH               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                   PIC X(02)  VALUE SPACE.
021500     05  WS-DL-STATUS             PIC X(09).
021600     05  FILLER                   PIC X(02)  VALUE SPACE.
021700     05  WS-DL-OUT-DATE           PIC X(08).
021800     05  FILLER                   PIC X(02)  VALUE SPACE.
021900     05  WS-DL-OUT-OPER           PIC X(08).
022000     05  FILLER                   PIC X(02)  VALUE SPACE.
022100     05  WS-DL-NEW-BATCH          PIC X(08).
022200     05  FILLER                   PIC X(20)  VALUE SPACE.
022300
022400 01  WS-TOTAL-LINE.
022500     05  FILLER                   PIC X(12)  VALUE "PENDIENTES: ".
022600     05  WS-TL-PENDING            PIC Z,ZZZ,ZZ9.
022700     05  FILLER                   PIC X(14)  VALUE
022800         "   LIBERADOS: ".
022900     05  WS-TL-RELEASED           PIC Z,ZZZ,ZZ9.
023000     05  FILLER                   PIC X(13)  VALUE
023100         "   ANULADOS: ".
023200     05  WS-TL-VOIDED             PIC Z,ZZZ,ZZ9.
023300     05  FILLER                   PIC X(66)  VALUE SPACE.
023400
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023800     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
023900     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT
024100     GOBACK.
024200
024300******************************************************************
024400* 1000-INITIALIZE - OPEN THE TRANSACTIONS, THE SUSPENSE REGISTER,
024500* THE BATCH REGISTER, THE RELEASE QUEUE AND THE LOG. NO
024600* TRANSACTION FILE IS NOT AN ERROR: THE SUPERVISOR IS ASKING FOR
024700* THE REGISTER ONLY
024800******************************************************************
024900 1000-INITIALIZE.
025000     MOVE 0 TO WS-APPLIED-COUNT
025100     MOVE 0 TO WS-REJECTED-COUNT
025200     MOVE 0 TO WS-QUEUED-LINES
025300     MOVE "N" TO WS-EOF-TRANS-SWITCH
025400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
025500     DISPLAY "USER" UPON ENVIRONMENT-NAME
025600     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
025700
025800     OPEN INPUT TRANS-FILE
025900     IF TRANS-MISSING
026000         DISPLAY "LIBERA-SUSP: SIN SUSP-TRANS.DAT, SOLO SE "
026100             "IMPRIME EL REGISTRO"
026200         MOVE "Y" TO WS-EOF-TRANS-SWITCH
026300     ELSE
026400         IF NOT TRANS-OK
026500             DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR "
026600                 "SUSP-TRANS.DAT, STATUS=" WS-TRANS-STATUS
026700             MOVE "Y" TO WS-EOF-TRANS-SWITCH
026800             MOVE 16 TO RETURN-CODE
026900         END-IF
027000     END-IF
027100
027200     OPEN I-O SUSP-REG-FILE
027300     IF SUSP-REG-MISSING
027400         OPEN OUTPUT SUSP-REG-FILE
027500         CLOSE SUSP-REG-FILE
027600         OPEN I-O SUSP-REG-FILE
027700     END-IF
027800     IF NOT SUSP-REG-OK
027900         DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR SUSPENSO.MST, "
028000             "STATUS=" WS-SUSP-REG-STATUS
028100         MOVE "Y" TO WS-EOF-TRANS-SWITCH
028200         MOVE 16 TO RETURN-CODE
028300     ELSE
028400         MOVE "Y" TO WS-REG-OPEN-SWITCH
028500     END-IF
028600
028700     OPEN I-O LOTES-FILE
028800     IF LOTES-MISSING
028900         OPEN OUTPUT LOTES-FILE
029000         CLOSE LOTES-FILE
029100         OPEN I-O LOTES-FILE
029200     END-IF
029300     IF NOT LOTES-OK
029400         DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR LOTES.MST, "
029500             "STATUS=" WS-LOTES-STATUS
029600         MOVE "Y" TO WS-EOF-TRANS-SWITCH
029700         MOVE 16 TO RETURN-CODE
029800     END-IF
029900
030000     OPEN EXTEND LIBERADOS-FILE
030100     IF LIBERADOS-MISSING
030200         OPEN OUTPUT LIBERADOS-FILE
030300     END-IF
030400     IF NOT LIBERADOS-OK
030500         DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR LIBERADOS.DAT, "
030600             "STATUS=" WS-LIBERADOS-STATUS
030700         MOVE "Y" TO WS-EOF-TRANS-SWITCH
030800         MOVE 16 TO RETURN-CODE
030900     END-IF
031000
031100     OPEN EXTEND SUSP-LOG-FILE
031200     IF SUSP-LOG-MISSING
031300         OPEN OUTPUT SUSP-LOG-FILE
031400     END-IF
031500     IF NOT SUSP-LOG-OK
031600         DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR SUSP-LOG.DAT, "
031700             "STATUS=" WS-SUSP-LOG-STATUS
031800         MOVE "Y" TO WS-EOF-TRANS-SWITCH
031900         MOVE 16 TO RETURN-CODE
032000     END-IF.
032100 1000-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 2000-PROCESS-TRANS - ONE DISPOSITION PER TRANSACTION; EVERY
032600* TRANSACTION, APPLIED OR REJECTED, LEAVES ITS LOG LINE
032700******************************************************************
032800 2000-PROCESS-TRANS.
032900     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
033000     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
033100         UNTIL EOF-TRANS.
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-ONE-TRANS.
033600     READ TRANS-FILE
033700         AT END
033800             MOVE "Y" TO WS-EOF-TRANS-SWITCH
033900         NOT AT END
034000             IF NOT TRANS-OK
034100                 DISPLAY "LIBERA-SUSP: REGISTRO DEMASIADO LARGO"
034200                     " EN SUSP-TRANS.DAT, STATUS="
034300                     WS-TRANS-STATUS
034400                 MOVE "Y" TO WS-EOF-TRANS-SWITCH
034500                 MOVE 16 TO RETURN-CODE
034600             END-IF
034700     END-READ.
034800 2100-EXIT.
034900     EXIT.
035000
035100 2200-APPLY-ONE-TRANS.
035200     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
035300     IF TRANS-EDITS-OK
035400         EVALUATE TR-ACTION
035500             WHEN "L"
035600                 PERFORM 3000-RELEASE-CORRECTED THRU 3000-EXIT
035700             WHEN "N"
035800                 PERFORM 3100-RELEASE-NEW-ID THRU 3100-EXIT
035900             WHEN "V"
036000                 PERFORM 3200-VOID-BATCH THRU 3200-EXIT
036100         END-EVALUATE
036200     END-IF
036300     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT.
036400 2200-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800* 2300-EDIT-ONE-TRANS - KNOWN ACTION, A SUSPENSION DATE, AND A
036900* BATCH THAT IS ON THE SUSPENSE REGISTER AND STILL PENDING.
037000* UNLESS IT WAS SUSPENDED AS A DUPLICATE - WHOSE KEY ON
037100* LOTES.MST BELONGS TO THE BATCH THAT REALLY POSTED - ITS
037200* LOTES.MST RECORD MUST STILL SAY SUSPENDED. THE SUSPENSE RECORD
037300* IS LEFT IN THE REGISTER BUFFER FOR THE ACTION PARAGRAPH
037400******************************************************************
037500 2300-EDIT-ONE-TRANS.
037600     MOVE "Y" TO WS-EDIT-SWITCH
037700     MOVE "N" TO WS-LOTE-HELD-SWITCH
037800     IF TR-ACTION NOT = "L" AND TR-ACTION NOT = "N"
037900         AND TR-ACTION NOT = "V"
038000         MOVE "ACCION INVALIDA" TO SLOG-RESULT
038100         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
038200         GO TO 2300-EXIT
038300     END-IF
038400     IF TR-BATCH-ID = SPACE
038500         MOVE "LOTE EN BLANCO" TO SLOG-RESULT
038600         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
038700         GO TO 2300-EXIT
038800     END-IF
038900     IF TR-SUSP-DATE NOT NUMERIC
039000         MOVE "FECHA ILEGIBLE" TO SLOG-RESULT
039100         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
039200         GO TO 2300-EXIT
039300     END-IF
039400     MOVE TR-BATCH-ID TO SUSP-M-BATCH-ID
039500     MOVE TR-ORIGIN TO SUSP-M-ORIGIN
039600     MOVE TR-SUSP-DATE TO SUSP-M-DATE
039700     READ SUSP-REG-FILE
039800         INVALID KEY
039900             MOVE "NO ESTA EN SUSPENSO" TO SLOG-RESULT
040000             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
040100             GO TO 2300-EXIT
040200     END-READ
040300     IF NOT SUSP-PENDING
040400         MOVE "YA RESUELTO" TO SLOG-RESULT
040500         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
040600         GO TO 2300-EXIT
040700     END-IF
040800     IF SUSP-DUPLICATE
040900         GO TO 2300-EXIT
041000     END-IF
041100     MOVE TR-BATCH-ID TO LOTE-BATCH-ID
041200     MOVE TR-ORIGIN TO LOTE-ORIGIN
041300     READ LOTES-FILE
041400         INVALID KEY
041500             MOVE "NO ESTA EN LOTES.MST" TO SLOG-RESULT
041600             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
041700             GO TO 2300-EXIT
041800     END-READ
041900     IF NOT LOTE-SUSPENDED
042000         MOVE "LOTES.MST NO SUSPENSO" TO SLOG-RESULT
042100         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
042200         GO TO 2300-EXIT
042300     END-IF
042400     MOVE "Y" TO WS-LOTE-HELD-SWITCH.
042500 2300-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 3000-RELEASE-CORRECTED - LIBERAR. THE SENDER'S CORRECTED FILE
043000* MUST OPEN WITH THE SAME BATCH'S HEADER; IT IS QUEUED WHOLE AND
043100* LOTES.MST MOVES TO RELEASED SO SUMA-CADENA POSTS IT UNDER THE
043200* KEY IT ALREADY HOLDS. A DUPLICATE CANNOT GO THIS WAY - ITS KEY
043300* IS TAKEN BY THE BATCH THAT POSTED - AND NEEDS A NEW ID
043400******************************************************************
043500 3000-RELEASE-CORRECTED.
043600     IF SUSP-DUPLICATE
043700         MOVE "DUPLICADO: USE N" TO SLOG-RESULT
043800         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
043900         GO TO 3000-EXIT
044000     END-IF
044100     IF TR-FILENAME = SPACE
044200         MOVE "FALTA ARCHIVO" TO SLOG-RESULT
044300         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
044400         GO TO 3000-EXIT
044500     END-IF
044600     MOVE TR-FILENAME TO WS-CORR-NAME
044700     OPEN INPUT CORR-FILE
044800     IF NOT CORR-OK
044900         MOVE "ARCHIVO NO ABRE" TO SLOG-RESULT
045000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
045100         GO TO 3000-EXIT
045200     END-IF
045300     MOVE "N" TO WS-EOF-CORR-SWITCH
045400     PERFORM 3050-READ-CORR-LINE THRU 3050-EXIT
045500     MOVE CORR-RECORD TO NUM-BATCH-HEADER
045600     IF EOF-CORR
045700         OR NUM-HDR-TYPE NOT = "H"
045800         OR NUM-HDR-BATCH-ID NOT = TR-BATCH-ID
045900         OR NUM-HDR-ORIGIN NOT = TR-ORIGIN
046000         CLOSE CORR-FILE
046100         MOVE "CABECERA NO CUADRA" TO SLOG-RESULT
046200         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
046300         GO TO 3000-EXIT
046400     END-IF
046500     PERFORM 3060-QUEUE-CORR-LINE THRU 3060-EXIT
046600         UNTIL EOF-CORR
046700     CLOSE CORR-FILE
046800     MOVE "L" TO LOTE-STATUS
046900     PERFORM 3500-UPDATE-LOTE THRU 3500-EXIT
047000     MOVE "L" TO SUSP-M-STATUS
047100     MOVE SPACE TO SUSP-M-NEW-BATCH-ID
047200     PERFORM 3600-UPDATE-SUSPENSE THRU 3600-EXIT.
047300 3000-EXIT.
047400     EXIT.
047500
047600 3050-READ-CORR-LINE.
047700     READ CORR-FILE
047800         AT END
047900             MOVE "Y" TO WS-EOF-CORR-SWITCH
048000     END-READ.
048100 3050-EXIT.
048200     EXIT.
048300
048400 3060-QUEUE-CORR-LINE.
048500     MOVE CORR-RECORD TO LIBERADOS-RECORD
048600     WRITE LIBERADOS-RECORD
048700     ADD 1 TO WS-QUEUED-LINES
048800     PERFORM 3050-READ-CORR-LINE THRU 3050-EXIT.
048900 3060-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300* 3100-RELEASE-NEW-ID - LIBERAR CON NUEVO ID. THE BATCH WAS
049400* GENUINE BUT REUSED AN ID; THE LINES HELD IN SUSPENSO.DAT ARE
049500* QUEUED WITH THE NEW ID IN THE HEADER. THE NEW KEY MUST NOT BE
049600* ON LOTES.MST ALREADY. THE OLD KEY, WHEN IT IS THIS BATCH'S,
049700* IS VOIDED SO IT CAN NEVER BE RELEASED A SECOND TIME
049800******************************************************************
049900 3100-RELEASE-NEW-ID.
050000     IF TR-NEW-BATCH-ID = SPACE
050100         OR TR-NEW-BATCH-ID = TR-BATCH-ID
050200         MOVE "FALTA NUEVO ID" TO SLOG-RESULT
050300         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
050400         GO TO 3100-EXIT
050500     END-IF
050600     MOVE TR-NEW-BATCH-ID TO LOTE-BATCH-ID
050700     MOVE TR-ORIGIN TO LOTE-ORIGIN
050800     READ LOTES-FILE
050900         INVALID KEY
051000             CONTINUE
051100         NOT INVALID KEY
051200             MOVE "NUEVO ID YA EN LOTES" TO SLOG-RESULT
051300             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
051400             GO TO 3100-EXIT
051500     END-READ
051600     MOVE 0 TO WS-QUEUED-LINES
051700     OPEN INPUT SUSP-LINE-FILE
051800     IF NOT SUSP-LINE-OK
051900         MOVE "SIN LINEAS RETENIDAS" TO SLOG-RESULT
052000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
052100         GO TO 3100-EXIT
052200     END-IF
052300     MOVE "N" TO WS-EOF-LINES-SWITCH
052400     PERFORM 3150-READ-HELD-LINE THRU 3150-EXIT
052500     PERFORM 3160-QUEUE-HELD-LINE THRU 3160-EXIT
052600         UNTIL EOF-SUSP-LINES
052700     CLOSE SUSP-LINE-FILE
052800     IF WS-QUEUED-LINES = 0
052900         MOVE "SIN LINEAS RETENIDAS" TO SLOG-RESULT
053000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
053100         GO TO 3100-EXIT
053200     END-IF
053300     IF LOTE-HELD
053400         MOVE TR-BATCH-ID TO LOTE-BATCH-ID
053500         MOVE TR-ORIGIN TO LOTE-ORIGIN
053600         READ LOTES-FILE
053700             INVALID KEY
053800                 CONTINUE
053900         END-READ
054000         MOVE "V" TO LOTE-STATUS
054100         PERFORM 3500-UPDATE-LOTE THRU 3500-EXIT
054200     END-IF
054300     MOVE "L" TO SUSP-M-STATUS
054400     MOVE TR-NEW-BATCH-ID TO SUSP-M-NEW-BATCH-ID
054500     PERFORM 3600-UPDATE-SUSPENSE THRU 3600-EXIT.
054600 3100-EXIT.
054700     EXIT.
054800
054900 3150-READ-HELD-LINE.
055000     READ SUSP-LINE-FILE
055100         AT END
055200             MOVE "Y" TO WS-EOF-LINES-SWITCH
055300     END-READ.
055400 3150-EXIT.
055500     EXIT.
055600
055700 3160-QUEUE-HELD-LINE.
055800     IF SUSP-L-KEY NOT = SUSP-M-KEY
055900         GO TO 3160-NEXT
056000     END-IF
056100     MOVE SUSP-L-DATA TO WS-RELEASE-LINE
056200     IF WS-RELEASE-LINE (1:1) = "H"
056300         MOVE TR-NEW-BATCH-ID TO WS-RELEASE-LINE (2:8)
056400     END-IF
056500     WRITE LIBERADOS-RECORD FROM WS-RELEASE-LINE
056600     ADD 1 TO WS-QUEUED-LINES.
056700 3160-NEXT.
056800     PERFORM 3150-READ-HELD-LINE THRU 3150-EXIT.
056900 3160-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 3200-VOID-BATCH - ANULAR. NOTHING IS QUEUED; THE BATCH IS
057400* CLOSED ON BOTH REGISTERS AND WILL NEVER POST
057500******************************************************************
057600 3200-VOID-BATCH.
057700     IF LOTE-HELD
057800         MOVE "V" TO LOTE-STATUS
057900         PERFORM 3500-UPDATE-LOTE THRU 3500-EXIT
058000     END-IF
058100     MOVE "V" TO SUSP-M-STATUS
058200     MOVE SPACE TO SUSP-M-NEW-BATCH-ID
058300     PERFORM 3600-UPDATE-SUSPENSE THRU 3600-EXIT.
058400 3200-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800* 3500-UPDATE-LOTE - REWRITE THE BATCH REGISTER RECORD IN THE
058900* BUFFER WITH THE STATUS THE CALLER SET AND TODAY'S DATE
059000******************************************************************
059100 3500-UPDATE-LOTE.
059200     MOVE WS-TODAY TO LOTE-STATUS-DATE
059300     REWRITE LOTE-RECORD
059400         INVALID KEY
059500             DISPLAY "LIBERA-SUSP: CAMBIO EN LOTES.MST FALLO, "
059600                 "STATUS=" WS-LOTES-STATUS
059700             MOVE 16 TO RETURN-CODE
059800     END-REWRITE.
059900 3500-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 3600-UPDATE-SUSPENSE - RECORD THE OUTCOME, WHO DECIDED IT AND
060400* WHEN ON THE SUSPENSE REGISTER, AND LOG THE TRANSACTION
060500******************************************************************
060600 3600-UPDATE-SUSPENSE.
060700     MOVE WS-TODAY TO SUSP-M-OUTCOME-DATE
060800     MOVE WS-OPERATOR TO SUSP-M-OUTCOME-OPER
060900     REWRITE SUSP-M-RECORD
061000         INVALID KEY
061100             MOVE "CAMBIO FALLO" TO SLOG-RESULT
061200             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
061300             MOVE 16 TO RETURN-CODE
061400         NOT INVALID KEY
061500             EVALUATE TR-ACTION
061600                 WHEN "L"
061700                     MOVE "LIBERADO" TO SLOG-RESULT
061800                 WHEN "N"
061900                     MOVE "LIBERADO NUEVO ID" TO SLOG-RESULT
062000                 WHEN "V"
062100                     MOVE "ANULADO" TO SLOG-RESULT
062200             END-EVALUATE
062300             PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
062400     END-REWRITE.
062500 3600-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 5000-PRINT-REGISTER - THE WHOLE SUSPENSE REGISTER IN KEY ORDER
063000* WITH EACH BATCH'S REASON, OUTCOME AND WHO DECIDED IT, FOOTED
063100* WITH THE COUNT STILL PENDING
063200******************************************************************
063300 5000-PRINT-REGISTER.
063400     MOVE 0 TO WS-PENDING-COUNT
063500     MOVE 0 TO WS-RELEASED-COUNT
063600     MOVE 0 TO WS-VOIDED-COUNT
063700     OPEN OUTPUT SUSP-RPT-FILE
063800     IF NOT SUSP-RPT-OK
063900         DISPLAY "LIBERA-SUSP: NO SE PUDO ABRIR SUSP-RPT.DAT, "
064000             "STATUS=" WS-SUSP-RPT-STATUS
064100         MOVE 16 TO RETURN-CODE
064200         GO TO 5000-EXIT
064300     END-IF
064400     MOVE WS-TODAY TO WS-HD-DATE
064500     WRITE SUSP-RPT-RECORD FROM WS-HEADING-LINE
064600     WRITE SUSP-RPT-RECORD FROM WS-COLUMN-HEADING
064700     MOVE "N" TO WS-EOF-REG-SWITCH
064800     IF NOT SUSP-REG-OPEN
064900         MOVE "Y" TO WS-EOF-REG-SWITCH
065000     ELSE
065100         MOVE LOW-VALUES TO SUSP-M-KEY
065200         START SUSP-REG-FILE KEY IS NOT LESS THAN SUSP-M-KEY
065300             INVALID KEY
065400                 MOVE "Y" TO WS-EOF-REG-SWITCH
065500         END-START
065600     END-IF
065700     PERFORM 5100-READ-ONE-SUSP THRU 5100-EXIT
065800     PERFORM 5200-LIST-ONE-SUSP THRU 5200-EXIT
065900         UNTIL EOF-SUSP-REG
066000     MOVE WS-PENDING-COUNT TO WS-TL-PENDING
066100     MOVE WS-RELEASED-COUNT TO WS-TL-RELEASED
066200     MOVE WS-VOIDED-COUNT TO WS-TL-VOIDED
066300     WRITE SUSP-RPT-RECORD FROM WS-TOTAL-LINE
066400     CLOSE SUSP-RPT-FILE.
066500 5000-EXIT.
066600     EXIT.
066700
066800 5100-READ-ONE-SUSP.
066900     IF EOF-SUSP-REG
067000         GO TO 5100-EXIT
067100     END-IF
067200     READ SUSP-REG-FILE NEXT RECORD
067300         AT END
067400             MOVE "Y" TO WS-EOF-REG-SWITCH
067500     END-READ.
067600 5100-EXIT.
067700     EXIT.
067800
067900 5200-LIST-ONE-SUSP.
068000     MOVE SUSP-M-BATCH-ID TO WS-DL-BATCH
068100     MOVE SUSP-M-ORIGIN TO WS-DL-ORIGIN
068200     MOVE SUSP-M-DATE TO WS-DL-SUSP-DATE
068300     EVALUATE TRUE
068400         WHEN SUSP-OUT-OF-BALANCE
068500             MOVE "DESCUADRE" TO WS-DL-REASON
068600         WHEN SUSP-NO-TRAILER
068700             MOVE "SIN TRAILER" TO WS-DL-REASON
068800         WHEN SUSP-DUPLICATE
068900             MOVE "DUPLICADO" TO WS-DL-REASON
069000         WHEN OTHER
069100             MOVE SUSP-M-REASON TO WS-DL-REASON
069200     END-EVALUATE
069300     MOVE SUSP-M-ENTRY-COUNT TO WS-DL-COUNT
069400     MOVE SUSP-M-HASH-TOTAL TO WS-DL-HASH
069500     EVALUATE TRUE
069600         WHEN SUSP-PENDING
069700             MOVE "PENDIENTE" TO WS-DL-STATUS
069800             ADD 1 TO WS-PENDING-COUNT
069900         WHEN SUSP-RELEASED
070000             MOVE "LIBERADO" TO WS-DL-STATUS
070100             ADD 1 TO WS-RELEASED-COUNT
070200         WHEN SUSP-VOIDED
070300             MOVE "ANULADO" TO WS-DL-STATUS
070400             ADD 1 TO WS-VOIDED-COUNT
070500         WHEN OTHER
070600             MOVE SUSP-M-STATUS TO WS-DL-STATUS
070700     END-EVALUATE
070800     MOVE SUSP-M-OUTCOME-DATE TO WS-DL-OUT-DATE
070900     MOVE SUSP-M-OUTCOME-OPER TO WS-DL-OUT-OPER
071000     MOVE SUSP-M-NEW-BATCH-ID TO WS-DL-NEW-BATCH
071100     WRITE SUSP-RPT-RECORD FROM WS-DETAIL-LINE
071200     PERFORM 5100-READ-ONE-SUSP THRU 5100-EXIT.
071300 5200-EXIT.
071400     EXIT.
071500
071600 8400-LOG-APPLIED.
071700     ADD 1 TO WS-APPLIED-COUNT
071800     DISPLAY "LIBERA-SUSP: " TR-ACTION " " TR-BATCH-ID " "
071900         TR-ORIGIN " - " SLOG-RESULT
072000     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
072100 8400-EXIT.
072200     EXIT.
072300
072400 8500-LOG-REJECT.
072500     ADD 1 TO WS-REJECTED-COUNT
072600     MOVE "N" TO WS-EDIT-SWITCH
072700     DISPLAY "LIBERA-SUSP: RECHAZADA " TR-ACTION " " TR-BATCH-ID
072800         " " TR-ORIGIN " - " SLOG-RESULT
072900     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
073000 8500-EXIT.
073100     EXIT.
073200
073300 8600-WRITE-LOG-LINE.
073400     IF NOT SUSP-LOG-OK
073500         GO TO 8600-EXIT
073600     END-IF
073700     MOVE WS-TODAY TO SLOG-DATE
073800     ACCEPT SLOG-TIME FROM TIME
073900     MOVE WS-OPERATOR TO SLOG-OPERATOR
074000     MOVE TR-ACTION TO SLOG-ACTION
074100     MOVE TR-BATCH-ID TO SLOG-BATCH-ID
074200     MOVE TR-ORIGIN TO SLOG-ORIGIN
074300     MOVE TR-SUSP-DATE TO SLOG-SUSP-DATE
074400     WRITE SUSP-LOG-RECORD.
074500 8600-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900* 9000-TERMINATE - CLOSE FILES; ANY REJECTED TRANSACTION LEAVES
075000* RETURN-CODE 8. AN I/O ABORT (RETURN-CODE 16) IS NOT OVERWRITTEN
075100******************************************************************
075200 9000-TERMINATE.
075300     CLOSE TRANS-FILE
075400     CLOSE SUSP-REG-FILE
075500     CLOSE LOTES-FILE
075600     CLOSE LIBERADOS-FILE
075700     CLOSE SUSP-LOG-FILE
075800     DISPLAY "LIBERA-SUSP: APLICADAS : " WS-APPLIED-COUNT
075900     DISPLAY "LIBERA-SUSP: RECHAZADAS: " WS-REJECTED-COUNT
076000     DISPLAY "LIBERA-SUSP: LOTES PENDIENTES EN SUSPENSO: "
076100         WS-PENDING-COUNT
076200     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
076300         MOVE 8 TO RETURN-CODE
076400     END-IF.
076500 9000-EXIT.
076600     EXIT.

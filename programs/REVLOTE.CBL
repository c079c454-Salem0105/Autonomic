000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REVERSA-LOTE.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - BACKS OUT A BATCH THAT HAS
001100*                  ALREADY POSTED WHEN ITS DEPARTMENT REPORTS
001200*                  AFTER THE FACT THAT IT WAS WRONG. READS ONE
001300*                  PUNCHED TRANSACTION PER BATCH FROM
001400*                  REVERSO-TRANS.DAT (BATCH ID, ORIGIN, REASON).
001500*                  THE BATCH MUST BE ON LOTES.MST AS POSTED AND
001600*                  NEITHER THE MONTH IT POSTED IN NOR THE CURRENT
001700*                  MONTH MAY BE CLOSED IN PERBAL.MST (A PERIOD
001800*                  CIERRE-MES HAS REOPENED IS OPEN AGAIN). AN
001900*                  ACCEPTED REVERSAL MARKS THE BATCH "R" ON
002000*                  LOTES.MST, APPENDS A NEGATING D LINE AND ITS
002100*                  T LINE TO NUM-REG.DAT, POSTS THE BATCH'S
002200*                  COUNT AND THE NEGATED TOTAL TO HISTORIA.MST
002300*                  UNDER TODAY'S DATE AND PROGRAM REVERSA-LOTE,
002400*                  QUEUES THE REVERSING LEDGER POSTING IN
002500*                  REVERSOS.DAT (COPY GLREVERS) FOR THE NEXT
002600*                  EXTRACTO-GL AND LEAVES A CHAINED LINE IN
002700*                  AUDIT.DAT. EVERY TRANSACTION, ACCEPTED OR
002800*                  REJECTED, LEAVES ITS LINE IN REVERSO-LOG.DAT
002800* 10/15/2026 DRO   THE ANCHOR LINE ARCHIVA-PER LEAVES AT THE TOP
002800*                  OF A CUT AUDIT.DAT CARRIES THE SEQUENCE AND
002800*                  CHECK OF THE ARCHIVED TRAIL; THE CHAIN NOW
002800*                  CONTINUES FROM IT
002800* 10/15/2026 DRO   THE REVERSAL'S D AND T LINES CARRY TODAY'S DATE
002800*                  (COPY NUMREG, NOW 59 BYTES), SO ARCHIVA-PER
002800*                  FILES THEM UNDER THE PERIOD OF THE REVERSAL
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TRANS-FILE ASSIGN TO "REVERSO-TRANS.DAT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRANS-STATUS.
003700
003800     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LOTE-KEY
004200         FILE STATUS IS WS-LOTES-STATUS.
004300
004400     SELECT PERBAL-FILE ASSIGN TO "PERBAL.MST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS PERBAL-KEY
004800         FILE STATUS IS WS-PERBAL-STATUS.
004900
005000     SELECT HISTORIA-FILE ASSIGN TO "HISTORIA.MST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS HIST-KEY
005400         FILE STATUS IS WS-HISTORIA-STATUS.
005500
005600     SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.MST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS DEPT-KEY
006000         FILE STATUS IS WS-DEPTOS-STATUS.
006100
006200     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PARAMS-STATUS.
006500
006600     SELECT NUMREG-FILE ASSIGN TO "NUM-REG.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-NUMREG-STATUS.
006900
007000     SELECT REVERSOS-FILE ASSIGN TO "REVERSOS.DAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REVERSOS-STATUS.
007300
007400     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDIT-STATUS.
007700
007800     SELECT REV-LOG-FILE ASSIGN TO "REVERSO-LOG.DAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-REV-LOG-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TRANS-FILE
008500     RECORD CONTAINS 46 CHARACTERS.
008600 01  TRANS-RECORD.
008700     05  TR-BATCH-ID             PIC X(08).
008800     05  TR-ORIGIN               PIC X(08).
008900     05  TR-REASON               PIC X(30).
009000
009100 FD  LOTES-FILE
009200     RECORD CONTAINS 62 CHARACTERS.
009300     COPY LOTEREG.
009400
009500 FD  PERBAL-FILE
009600     RECORD CONTAINS 71 CHARACTERS.
009700     COPY PERBAL.
009800
009900 FD  HISTORIA-FILE
010000     RECORD CONTAINS 60 CHARACTERS.
010100     COPY HISTREC.
010200
010300 FD  DEPTOS-FILE
010400     RECORD CONTAINS 96 CHARACTERS.
010500     COPY DEPTREC.
010600
010700 FD  PARAMS-FILE
010800     RECORD CONTAINS 36 CHARACTERS.
010900     COPY PARAMREC.
011000
011100 FD  NUMREG-FILE
011200     RECORD CONTAINS 59 CHARACTERS.
011300 01  NUMREG-RECORD               PIC X(59).
011400
011500 FD  REVERSOS-FILE
011600     RECORD CONTAINS 60 CHARACTERS.
011700     COPY GLREVERS.
011800
011900 FD  AUDIT-FILE
012000     RECORD CONTAINS 72 CHARACTERS.
012100     COPY AUDITREC.
012200
012300 FD  REV-LOG-FILE
012400     RECORD CONTAINS 104 CHARACTERS.
012500 01  REV-LOG-RECORD.
012600     05  RLOG-DATE               PIC X(08).
012700     05  RLOG-TIME               PIC X(08).
012800     05  RLOG-OPERATOR           PIC X(08).
012900     05  RLOG-BATCH-ID           PIC X(08).
013000     05  RLOG-ORIGIN             PIC X(08).
013100     05  RLOG-AMOUNT             PIC S9(11)V99
013200                                 SIGN IS LEADING SEPARATE.
013300     05  RLOG-RESULT             PIC X(20).
013400     05  RLOG-REASON             PIC X(30).
013500
013600 WORKING-STORAGE SECTION.
013700 01  WS-TRANS-STATUS              PIC X(02).
013800     88  TRANS-OK                            VALUE "00".
013900
014000 01  WS-LOTES-STATUS              PIC X(02).
014100     88  LOTES-OK                            VALUE "00".
014200     88  LOTES-NOT-FOUND                     VALUE "23".
014300
014400 01  WS-PERBAL-STATUS             PIC X(02).
014500     88  PERBAL-OK                           VALUE "00".
014600     88  PERBAL-MISSING                      VALUE "35" "05".
014700
014800 01  WS-HISTORIA-STATUS           PIC X(02).
014900     88  HISTORIA-OK                         VALUE "00".
015000     88  HISTORIA-MISSING                    VALUE "35" "05".
015100     88  HISTORIA-NOT-FOUND                  VALUE "23".
015200
015300 01  WS-DEPTOS-STATUS             PIC X(02).
015400     88  DEPTOS-OK                           VALUE "00".
015500     88  DEPTOS-MISSING                      VALUE "35" "05".
015600
015700 01  WS-PARAMS-STATUS             PIC X(02).
015800     88  PARAMS-OK                           VALUE "00".
015900
016000 01  WS-NUMREG-STATUS             PIC X(02).
016100     88  NUMREG-OK                           VALUE "00".
016200     88  NUMREG-MISSING                      VALUE "35" "05".
016300
016400 01  WS-REVERSOS-STATUS           PIC X(02).
016500     88  REVERSOS-OK                         VALUE "00".
016600     88  REVERSOS-MISSING                    VALUE "35" "05".
016700
016800 01  WS-AUDIT-STATUS              PIC X(02).
016900     88  AUDIT-OK                            VALUE "00".
017000     88  AUDIT-FILE-MISSING                  VALUE "35" "05".
017100
017200 01  WS-REV-LOG-STATUS            PIC X(02).
017300     88  REV-LOG-OK                          VALUE "00".
017400     88  REV-LOG-MISSING                     VALUE "35" "05".
017500
017600 01  WS-SWITCHES.
017700     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
017800         88  EOF-TRANS                       VALUE "Y".
017900     05  WS-EDIT-SWITCH           PIC X(01)  VALUE "Y".
018000         88  TRANS-EDITS-OK                  VALUE "Y".
018100     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
018200         88  EOF-PARAMS                      VALUE "Y".
018300     05  WS-PERBAL-SWITCH         PIC X(01)  VALUE "N".
018400         88  PERBAL-PRESENT                  VALUE "Y".
018500     05  WS-DEPTOS-SWITCH         PIC X(01)  VALUE "N".
018600         88  DEPTOS-PRESENT                  VALUE "Y".
018700     05  WS-AUDIT-EOF-SWITCH      PIC X(01)  VALUE "N".
018800         88  AUDIT-AT-EOF                    VALUE "Y".
018900
019000 01  WS-TODAY                     PIC X(08).
019100 01  WS-OPERATOR                  PIC X(08).
019200 01  WS-CHECK-PERIOD              PIC X(06).
019300 77  CTA-SUMA-CADENA              PIC X(08)  VALUE "41010010".
019400 77  WS-APPLIED-COUNT             PIC 9(07)  VALUE 0.
019500 77  WS-REJECTED-COUNT            PIC 9(07)  VALUE 0.
019600 77  WS-REV-AMOUNT                PIC S9(11)V99 VALUE 0.
019700 77  WS-REV-TOTAL                 PIC S9(13)V99 VALUE 0.
019800 77  WS-ED-TOTAL                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019900 77  WS-PREV-SEQ                  PIC 9(07)  VALUE 0.
020000 77  WS-PREV-CHECK                PIC 9(09)  VALUE 0.
020100 77  WS-CHAIN-WORK                PIC 9(12) COMP VALUE 0.
020200 77  WS-CHK-SUB                   PIC 9(03) COMP VALUE 0.
020300
020400     COPY NUMREG.
020500
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT
021100     GOBACK.
021200
021300******************************************************************
021400* 1000-INITIALIZE - OPEN THE TRANSACTIONS, THE MASTERS AND THE
021500* FILES A REVERSAL WRITES TO. HISTORIA.MST IS CREATED ON A FRESH
021600* SYSTEM THE WAY POST-HISTORIA CREATES IT; WITHOUT PERBAL.MST NO
021700* PERIOD HAS EVER BEEN CLOSED, AND WITHOUT DEPTOS.MST EVERY
021800* REVERSAL POSTS TO CTA-SUMA-CADENA, AS IN EXTRACTO-GL. THE
021900* AUDIT TRAIL IS READ ONCE FOR ITS LAST CHAINED LINE; EACH
022000* REVERSAL'S LINE THEN CHAINS FROM THE ONE WRITTEN BEFORE IT
022100******************************************************************
022200 1000-INITIALIZE.
022300     MOVE 0 TO WS-APPLIED-COUNT
022400     MOVE 0 TO WS-REJECTED-COUNT
022500     MOVE 0 TO WS-REV-TOTAL
022600     MOVE "N" TO WS-EOF-TRANS-SWITCH
022700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
022800     DISPLAY "USER" UPON ENVIRONMENT-NAME
022900     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
023000     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
023100     PERFORM 8100-FIND-LAST-AUDIT THRU 8100-EXIT
023200
023300     OPEN INPUT TRANS-FILE
023400     IF NOT TRANS-OK
023500         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR "
023600             "REVERSO-TRANS.DAT, STATUS=" WS-TRANS-STATUS
023700         MOVE "Y" TO WS-EOF-TRANS-SWITCH
023800         MOVE 16 TO RETURN-CODE
023900     END-IF
024000
024100     OPEN I-O LOTES-FILE
024200     IF NOT LOTES-OK
024300         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR LOTES.MST, "
024400             "STATUS=" WS-LOTES-STATUS
024500         MOVE "Y" TO WS-EOF-TRANS-SWITCH
024600         MOVE 16 TO RETURN-CODE
024700     END-IF
024800
024900     MOVE "N" TO WS-PERBAL-SWITCH
025000     OPEN INPUT PERBAL-FILE
025100     IF PERBAL-OK
025200         MOVE "Y" TO WS-PERBAL-SWITCH
025300     ELSE
025400         IF NOT PERBAL-MISSING
025500             DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR PERBAL.MST, "
025600                 "STATUS=" WS-PERBAL-STATUS
025700             MOVE "Y" TO WS-EOF-TRANS-SWITCH
025800             MOVE 16 TO RETURN-CODE
025900         END-IF
026000     END-IF
026100
026200     OPEN I-O HISTORIA-FILE
026300     IF HISTORIA-MISSING
026400         OPEN OUTPUT HISTORIA-FILE
026500         CLOSE HISTORIA-FILE
026600         OPEN I-O HISTORIA-FILE
026700     END-IF
026800     IF NOT HISTORIA-OK
026900         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR HISTORIA.MST, "
027000             "STATUS=" WS-HISTORIA-STATUS
027100         MOVE "Y" TO WS-EOF-TRANS-SWITCH
027200         MOVE 16 TO RETURN-CODE
027300     END-IF
027400
027500     MOVE "N" TO WS-DEPTOS-SWITCH
027600     OPEN INPUT DEPTOS-FILE
027700     IF DEPTOS-OK
027800         MOVE "Y" TO WS-DEPTOS-SWITCH
027900     ELSE
028000         IF NOT DEPTOS-MISSING
028100             DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR DEPTOS.MST, "
028200                 "STATUS=" WS-DEPTOS-STATUS
028300             MOVE "Y" TO WS-EOF-TRANS-SWITCH
028400             MOVE 16 TO RETURN-CODE
028500         END-IF
028600     END-IF
028700
028800     OPEN EXTEND NUMREG-FILE
028900     IF NUMREG-MISSING
029000         OPEN OUTPUT NUMREG-FILE
029100     END-IF
029200     IF NOT NUMREG-OK
029300         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR NUM-REG.DAT, "
029400             "STATUS=" WS-NUMREG-STATUS
029500         MOVE "Y" TO WS-EOF-TRANS-SWITCH
029600         MOVE 16 TO RETURN-CODE
029700     END-IF
029800
029900     OPEN EXTEND REVERSOS-FILE
030000     IF REVERSOS-MISSING
030100         OPEN OUTPUT REVERSOS-FILE
030200     END-IF
030300     IF NOT REVERSOS-OK
030400         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR REVERSOS.DAT, "
030500             "STATUS=" WS-REVERSOS-STATUS
030600         MOVE "Y" TO WS-EOF-TRANS-SWITCH
030700         MOVE 16 TO RETURN-CODE
030800     END-IF
030900
031000     OPEN EXTEND AUDIT-FILE
031100     IF AUDIT-FILE-MISSING
031200         OPEN OUTPUT AUDIT-FILE
031300     END-IF
031400     IF NOT AUDIT-OK
031500         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR AUDIT.DAT, "
031600             "STATUS=" WS-AUDIT-STATUS
031700         MOVE "Y" TO WS-EOF-TRANS-SWITCH
031800         MOVE 16 TO RETURN-CODE
031900     END-IF
032000
032100     OPEN EXTEND REV-LOG-FILE
032200     IF REV-LOG-MISSING
032300         OPEN OUTPUT REV-LOG-FILE
032400     END-IF
032500     IF NOT REV-LOG-OK
032600         DISPLAY "REVERSA-LOTE: NO SE PUDO ABRIR "
032700             "REVERSO-LOG.DAT, STATUS=" WS-REV-LOG-STATUS
032800         MOVE "Y" TO WS-EOF-TRANS-SWITCH
032900         MOVE 16 TO RETURN-CODE
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 1050-LOAD-PARAMETERS - THE FALLBACK LEDGER ACCOUNT FROM
033600* PARAMS.DAT, UNDER THE SAME EIGHT-DIGIT RULE EXTRACTO-GL
033700* APPLIES, SO A REVERSAL POSTS WHERE THE ORIGINAL POSTING WENT
033800******************************************************************
033900 1050-LOAD-PARAMETERS.
034000     OPEN INPUT PARAMS-FILE
034100     IF NOT PARAMS-OK
034200         GO TO 1050-EXIT
034300     END-IF
034400     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT
034500     PERFORM 1070-NOTE-ONE-PARAM THRU 1070-EXIT
034600         UNTIL EOF-PARAMS
034700     CLOSE PARAMS-FILE.
034800 1050-EXIT.
034900     EXIT.
035000
035100 1060-READ-ONE-PARAM.
035200     READ PARAMS-FILE
035300         AT END
035400             MOVE "Y" TO WS-EOF-PARAMS-SWITCH
035500     END-READ.
035600 1060-EXIT.
035700     EXIT.
035800
035900 1070-NOTE-ONE-PARAM.
036000     IF PARAM-KEY = "CTA-SUMA-CADENA"
036100         IF PARAM-VALUE (1:8) NUMERIC
036200             AND PARAM-VALUE (9:8) = SPACE
036300             MOVE PARAM-VALUE (1:8) TO CTA-SUMA-CADENA
036400         ELSE
036500             DISPLAY "REVERSA-LOTE: CTA-SUMA-CADENA ILEGIBLE EN "
036600                 "PARAMS.DAT, SE USA EL DEFECTO"
036700         END-IF
036800     END-IF
036900     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT.
037000 1070-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400* 2000-PROCESS-TRANS - ONE REVERSAL PER TRANSACTION; EVERY
037500* TRANSACTION, APPLIED OR REJECTED, LEAVES ITS LOG LINE
037600******************************************************************
037700 2000-PROCESS-TRANS.
037800     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
037900     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
038000         UNTIL EOF-TRANS.
038100 2000-EXIT.
038200     EXIT.
038300
038400 2100-READ-ONE-TRANS.
038500     READ TRANS-FILE
038600         AT END
038700             MOVE "Y" TO WS-EOF-TRANS-SWITCH
038800         NOT AT END
038900             IF NOT TRANS-OK
039000                 DISPLAY "REVERSA-LOTE: REGISTRO DEMASIADO LARGO"
039100                     " EN REVERSO-TRANS.DAT, STATUS="
039200                     WS-TRANS-STATUS
039300                 MOVE "Y" TO WS-EOF-TRANS-SWITCH
039400                 MOVE 16 TO RETURN-CODE
039500             END-IF
039600     END-READ.
039700 2100-EXIT.
039800     EXIT.
039900
040000 2200-APPLY-ONE-TRANS.
040100     MOVE 0 TO WS-REV-AMOUNT
040200     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
040300     IF TRANS-EDITS-OK
040400         PERFORM 3000-REVERSE-BATCH THRU 3000-EXIT
040500     END-IF
040600     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT.
040700 2200-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 2300-EDIT-ONE-TRANS - NOTHING IS TOUCHED UNTIL THE BATCH IS
041200* KNOWN TO HAVE POSTED AND BOTH THE MONTH IT POSTED IN AND THE
041300* MONTH THE REVERSAL POSTS IN ARE OPEN. A BATCH ALREADY
041400* REVERSED, OR ONE THAT NEVER POSTED (SUSPENDED, RELEASED BUT
041500* NOT YET RE-RUN, VOIDED), HAS NOTHING ON THE LEDGER TO UNDO.
041600* THE REASON IS REQUIRED - IT IS THE ONLY RECORD OF WHY
041700******************************************************************
041800 2300-EDIT-ONE-TRANS.
041900     MOVE "Y" TO WS-EDIT-SWITCH
042000     IF TR-BATCH-ID = SPACE OR TR-ORIGIN = SPACE
042100         MOVE "LOTE EN BLANCO" TO RLOG-RESULT
042200         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
042300         GO TO 2300-EXIT
042400     END-IF
042500     IF TR-REASON = SPACE
042600         MOVE "SIN MOTIVO" TO RLOG-RESULT
042700         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
042800         GO TO 2300-EXIT
042900     END-IF
043000     MOVE TR-BATCH-ID TO LOTE-BATCH-ID
043100     MOVE TR-ORIGIN TO LOTE-ORIGIN
043200     READ LOTES-FILE
043300         INVALID KEY
043400             IF LOTES-NOT-FOUND
043500                 MOVE "LOTE NO EXISTE" TO RLOG-RESULT
043600             ELSE
043700                 DISPLAY "REVERSA-LOTE: LECTURA DE LOTES.MST "
043800                     "FALLO, STATUS=" WS-LOTES-STATUS
043900                 MOVE 16 TO RETURN-CODE
044000                 MOVE "LECTURA FALLO" TO RLOG-RESULT
044100             END-IF
044200             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
044300             GO TO 2300-EXIT
044400     END-READ
044500     IF LOTE-REVERSED
044600         MOVE "YA REVERSADO" TO RLOG-RESULT
044700         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
044800         GO TO 2300-EXIT
044900     END-IF
045000     IF NOT LOTE-POSTED
045100         MOVE "LOTE NO POSTEADO" TO RLOG-RESULT
045200         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
045300         GO TO 2300-EXIT
045400     END-IF
045500     IF LOTE-HASH-TOTAL NOT NUMERIC
045600         OR LOTE-ENTRY-COUNT NOT NUMERIC
045700         MOVE "LOTE ILEGIBLE" TO RLOG-RESULT
045800         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
045900         GO TO 2300-EXIT
046000     END-IF
046100     COMPUTE WS-REV-AMOUNT = 0 - LOTE-HASH-TOTAL
046200
046300     MOVE LOTE-RUN-DATE (1:6) TO WS-CHECK-PERIOD
046400     PERFORM 2400-CHECK-PERIOD THRU 2400-EXIT
046500     IF NOT TRANS-EDITS-OK
046600         GO TO 2300-EXIT
046700     END-IF
046800     MOVE WS-TODAY (1:6) TO WS-CHECK-PERIOD
046900     PERFORM 2400-CHECK-PERIOD THRU 2400-EXIT.
047000 2300-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400* 2400-CHECK-PERIOD - A PERIOD NOT ON PERBAL.MST HAS NEVER BEEN
047500* CLOSED. ONLY STATUS "C" REFUSES; A REOPENED PERIOD CARRIES "A"
047600******************************************************************
047700 2400-CHECK-PERIOD.
047800     IF NOT PERBAL-PRESENT
047900         GO TO 2400-EXIT
048000     END-IF
048100     MOVE WS-CHECK-PERIOD TO PB-PERIOD
048200     READ PERBAL-FILE
048300         INVALID KEY
048400             MOVE "A" TO PB-STATUS
048500     END-READ
048600     IF PB-PERIOD-CLOSED
048700         DISPLAY "REVERSA-LOTE: PERIODO " WS-CHECK-PERIOD
048800             " CERRADO EL " PB-CLOSE-DATE
048900         MOVE "PERIODO CERRADO" TO RLOG-RESULT
049000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
049100     END-IF.
049200 2400-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 3000-REVERSE-BATCH - THE REGISTER IS MARKED FIRST: ONCE THE
049700* BATCH READS "R" A SECOND TRANSACTION FOR IT IS REFUSED, SO A
049800* RERUN OF THE DECK CANNOT REVERSE IT TWICE. THEN THE REGISTER
049900* LINES, THE HISTORY POSTING, THE LEDGER QUEUE AND THE AUDIT
050000* LINE, IN THAT ORDER
050100******************************************************************
050200 3000-REVERSE-BATCH.
050300     MOVE "R" TO LOTE-STATUS
050400     MOVE WS-TODAY TO LOTE-STATUS-DATE
050500     REWRITE LOTE-RECORD
050600         INVALID KEY
050700             DISPLAY "REVERSA-LOTE: REWRITE EN LOTES.MST FALLO, "
050800                 "STATUS=" WS-LOTES-STATUS
050900             MOVE 16 TO RETURN-CODE
051000             MOVE "REWRITE FALLO" TO RLOG-RESULT
051100             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
051200             GO TO 3000-EXIT
051300     END-REWRITE
051400
051500     PERFORM 3100-WRITE-REGISTER THRU 3100-EXIT
051600     PERFORM 3200-POST-HISTORY THRU 3200-EXIT
051700     PERFORM 3300-QUEUE-LEDGER THRU 3300-EXIT
051800     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
051900     ADD WS-REV-AMOUNT TO WS-REV-TOTAL
052000     MOVE "REVERSO APLICADO" TO RLOG-RESULT
052100     PERFORM 8400-LOG-APPLIED THRU 8400-EXIT.
052200 3000-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 3100-WRITE-REGISTER - ONE NEGATING D LINE FOR THE WHOLE BATCH,
052700* SEQUENCE ZERO SO NO READER CAN MISTAKE IT FOR A PARSED TOKEN,
052800* AND A T LINE WHOSE DECLARED AND COMPUTED FIGURES AGREE, BOTH
052850* DATED TODAY - THE DAY OF THE REVERSAL, NOT OF THE BATCH
052900******************************************************************
053000 3100-WRITE-REGISTER.
053100     MOVE "D" TO REG-TYPE
053200     MOVE LOTE-BATCH-ID TO REG-BATCH-ID
053300     MOVE LOTE-ORIGIN TO REG-ORIGIN
053400     MOVE 0 TO REG-SEQ-IN-BATCH
053500     MOVE WS-REV-AMOUNT TO REG-AMOUNT
053600     MOVE "REVERSO" TO REG-RAW-TOKEN
053650     MOVE WS-TODAY TO REG-RUN-DATE
053700     MOVE REG-DETAIL-RECORD TO NUMREG-RECORD
053800     WRITE NUMREG-RECORD
053900
054000     MOVE "T" TO REG-TRL-TYPE
054100     MOVE LOTE-BATCH-ID TO REG-TRL-BATCH-ID
054200     MOVE 1 TO REG-TRL-DECL-COUNT
054300     MOVE WS-REV-AMOUNT TO REG-TRL-DECL-HASH
054400     MOVE 1 TO REG-TRL-COMP-COUNT
054500     MOVE WS-REV-AMOUNT TO REG-TRL-COMP-HASH
054550     MOVE WS-TODAY TO REG-TRL-RUN-DATE
054600     MOVE REG-TRAILER-RECORD TO NUMREG-RECORD
054700     WRITE NUMREG-RECORD
054800     IF NOT NUMREG-OK
054900         DISPLAY "REVERSA-LOTE: ESCRITURA EN NUM-REG.DAT FALLO, "
055000             "STATUS=" WS-NUMREG-STATUS
055100         MOVE 16 TO RETURN-CODE
055200     END-IF.
055300 3100-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 3200-POST-HISTORY - THE ADJUSTMENT POSTS UNDER TODAY'S DATE AND
055800* ITS OWN PROGRAM KEY, NEVER ON TOP OF THE ORIGINAL DAY'S
055900* SUMA-CADENA RECORD: POST-HISTORIA REBUILDS THAT RECORD FROM
056000* RUNSUM.DAT AND WOULD OVERWRITE IT. SEVERAL REVERSALS ON ONE
056100* DAY ACCUMULATE ON THE ONE RECORD
056200******************************************************************
056300 3200-POST-HISTORY.
056400     MOVE WS-TODAY TO HIST-RUN-DATE
056500     MOVE "REVERSA-LOTE" TO HIST-PROGRAM-ID
056600     READ HISTORIA-FILE
056700         INVALID KEY
056800             MOVE WS-TODAY TO HIST-RUN-DATE
056900             MOVE "REVERSA-LOTE" TO HIST-PROGRAM-ID
057000             MOVE LOTE-ENTRY-COUNT TO HIST-ENTRY-COUNT
057100             MOVE WS-REV-AMOUNT TO HIST-GRAND-TOTAL
057200             MOVE 0 TO HIST-MIN-VALUE
057300             MOVE 0 TO HIST-MAX-VALUE
057400             ACCEPT HIST-RUN-TIME FROM TIME
057500             WRITE HIST-RECORD
057600                 INVALID KEY
057700                     DISPLAY "REVERSA-LOTE: ALTA EN HISTORIA.MST "
057800                         "FALLO, STATUS=" WS-HISTORIA-STATUS
057900                     MOVE 16 TO RETURN-CODE
058000             END-WRITE
058100         NOT INVALID KEY
058200             ADD LOTE-ENTRY-COUNT TO HIST-ENTRY-COUNT
058300             ADD WS-REV-AMOUNT TO HIST-GRAND-TOTAL
058400             ACCEPT HIST-RUN-TIME FROM TIME
058500             REWRITE HIST-RECORD
058600                 INVALID KEY
058700                     DISPLAY "REVERSA-LOTE: REWRITE EN "
058800                         "HISTORIA.MST FALLO, STATUS="
058900                         WS-HISTORIA-STATUS
059000                     MOVE 16 TO RETURN-CODE
059100             END-REWRITE
059200     END-READ.
059300 3200-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700* 3300-QUEUE-LEDGER - THE REVERSING POSTING GOES TO THE SAME
059800* ACCOUNT AND COST CENTER EXTRACTO-GL CHARGES THE DEPARTMENT:
059900* ITS OWN FROM DEPTOS.MST, OR CTA-SUMA-CADENA WHEN IT HAS NONE
060000******************************************************************
060100 3300-QUEUE-LEDGER.
060200     MOVE WS-TODAY TO REVQ-DATE
060300     MOVE LOTE-BATCH-ID TO REVQ-BATCH-ID
060400     MOVE LOTE-ORIGIN TO REVQ-ORIGIN
060500     MOVE LOTE-RUN-DATE TO REVQ-POST-DATE
060600     MOVE CTA-SUMA-CADENA TO REVQ-ACCOUNT
060700     MOVE SPACE TO REVQ-COST-CENTER
060800     MOVE WS-REV-AMOUNT TO REVQ-AMOUNT
060900     IF DEPTOS-PRESENT
061000         MOVE LOTE-ORIGIN TO DEPT-M-CODE
061100         READ DEPTOS-FILE
061200             INVALID KEY
061300                 CONTINUE
061400             NOT INVALID KEY
061500                 IF DEPT-M-GL-ACCOUNT NUMERIC
061600                     MOVE DEPT-M-GL-ACCOUNT TO REVQ-ACCOUNT
061700                 END-IF
061800                 MOVE DEPT-M-COST-CENTER TO REVQ-COST-CENTER
061900         END-READ
062000     END-IF
062100     WRITE GL-REVERSAL-RECORD
062200     IF NOT REVERSOS-OK
062300         DISPLAY "REVERSA-LOTE: ESCRITURA EN REVERSOS.DAT FALLO, "
062400             "STATUS=" WS-REVERSOS-STATUS
062500         MOVE 16 TO RETURN-CODE
062600     END-IF.
062700 3300-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 8000-WRITE-AUDIT - ONE CHAINED AUDIT LINE PER REVERSAL: THE
063200* BATCH'S ENTRY COUNT AND THE NEGATED TOTAL. THE NEW LINE
063300* BECOMES THE PREVIOUS LINE FOR THE NEXT REVERSAL IN THE DECK
063400******************************************************************
063500 8000-WRITE-AUDIT.
063600     IF NOT AUDIT-OK
063700         GO TO 8000-EXIT
063800     END-IF
063900     MOVE "REVERSA-LOTE" TO AUDIT-PROGRAM-ID
064000     MOVE WS-TODAY TO AUDIT-RUN-DATE
064100     ACCEPT AUDIT-RUN-TIME FROM TIME
064200     MOVE WS-OPERATOR TO AUDIT-OPERATOR-ID
064300     MOVE LOTE-ENTRY-COUNT TO AUDIT-ENTRY-COUNT
064400     MOVE WS-REV-AMOUNT TO AUDIT-GRAND-TOTAL
064500     COMPUTE AUDIT-SEQ-NUMBER = WS-PREV-SEQ + 1
064600     PERFORM 8200-COMPUTE-CHAIN-CHECK THRU 8200-EXIT
064700     MOVE WS-CHAIN-WORK TO AUDIT-CHAIN-CHECK
064800     WRITE AUDIT-LOG-RECORD
064900     MOVE AUDIT-SEQ-NUMBER TO WS-PREV-SEQ
065000     MOVE AUDIT-CHAIN-CHECK TO WS-PREV-CHECK.
065100 8000-EXIT.
065200     EXIT.
065300
065400******************************************************************
065500* 8100-FIND-LAST-AUDIT - SCAN THE TRAIL FOR THE LAST CHAINED
065500* LINE'S SEQUENCE AND CHECK VALUE. LINES FROM BEFORE THE CHAIN
065500* EXISTED FAIL THE NUMERIC TEST AND ARE PASSED OVER; A TRAIL
065800* WITH NO CHAINED LINE YET STARTS AT SEQUENCE ZERO. AFTER A
065800* PERIOD HAS BEEN ARCHIVED THE TRAIL OPENS WITH ARCHIVA-PER'S
065800* ANCHOR, WHICH HANDS ON THE LAST ARCHIVED SEQUENCE AND CHECK
065900******************************************************************
066000 8100-FIND-LAST-AUDIT.
066100     MOVE 0 TO WS-PREV-SEQ
066200     MOVE 0 TO WS-PREV-CHECK
066300     OPEN INPUT AUDIT-FILE
066400     IF NOT AUDIT-OK
066500         GO TO 8100-EXIT
066600     END-IF
066700     MOVE "N" TO WS-AUDIT-EOF-SWITCH
066800     PERFORM 8150-READ-ONE-AUDIT THRU 8150-EXIT
066900         UNTIL AUDIT-AT-EOF
067000     CLOSE AUDIT-FILE.
067100 8100-EXIT.
067200     EXIT.
067300
067400 8150-READ-ONE-AUDIT.
067500     READ AUDIT-FILE
067600         AT END
067700             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
067800         NOT AT END
067900             IF AUDIT-ANCHOR-LINE
067900                 MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-PREV-SEQ
067900                 MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-PREV-CHECK
067900             ELSE
068300                 IF AUDIT-SEQ-NUMBER NUMERIC
068300                     AND AUDIT-CHAIN-CHECK NUMERIC
068300                     MOVE AUDIT-SEQ-NUMBER TO WS-PREV-SEQ
068300                     MOVE AUDIT-CHAIN-CHECK TO WS-PREV-CHECK
068300                 END-IF
068300             END-IF
068400     END-READ.
068500 8150-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 8200-COMPUTE-CHAIN-CHECK - FOLD BYTES 1-63 OF THE LINE BEING
069000* WRITTEN (EVERYTHING UP TO BUT NOT INCLUDING THE CHECK FIELD)
069100* INTO THE PREVIOUS LINE'S CHECK: TIMES 31 PLUS EACH BYTE'S
069200* ORDINAL, MODULO 999999937. THE SAME ARITHMETIC LIVES IN
069300* SUMA-CADENA, CALCULAR-SUMA AND VERIFICA-AUDIT AND MUST NOT
069400* DRIFT FROM THEM
069500******************************************************************
069600 8200-COMPUTE-CHAIN-CHECK.
069700     MOVE WS-PREV-CHECK TO WS-CHAIN-WORK
069800     PERFORM 8250-FOLD-ONE-BYTE THRU 8250-EXIT
069900         VARYING WS-CHK-SUB FROM 1 BY 1
070000         UNTIL WS-CHK-SUB > 63.
070100 8200-EXIT.
070200     EXIT.
070300
070400 8250-FOLD-ONE-BYTE.
070500     COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
070600         WS-CHAIN-WORK * 31
070700         + FUNCTION ORD(AUDIT-LOG-RECORD (WS-CHK-SUB:1))
070800         999999937).
070900 8250-EXIT.
071000     EXIT.
071100
071200 8400-LOG-APPLIED.
071300     ADD 1 TO WS-APPLIED-COUNT
071400     DISPLAY "REVERSA-LOTE: REVERSADO " TR-BATCH-ID " "
071500         TR-ORIGIN
071600     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
071700 8400-EXIT.
071800     EXIT.
071900
072000 8500-LOG-REJECT.
072100     ADD 1 TO WS-REJECTED-COUNT
072200     MOVE "N" TO WS-EDIT-SWITCH
072300     DISPLAY "REVERSA-LOTE: RECHAZADA " TR-BATCH-ID " "
072400         TR-ORIGIN " - " RLOG-RESULT
072500     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
072600 8500-EXIT.
072700     EXIT.
072800
072900 8600-WRITE-LOG-LINE.
073000     IF NOT REV-LOG-OK
073100         GO TO 8600-EXIT
073200     END-IF
073300     MOVE WS-TODAY TO RLOG-DATE
073400     ACCEPT RLOG-TIME FROM TIME
073500     MOVE WS-OPERATOR TO RLOG-OPERATOR
073600     MOVE TR-BATCH-ID TO RLOG-BATCH-ID
073700     MOVE TR-ORIGIN TO RLOG-ORIGIN
073800     MOVE WS-REV-AMOUNT TO RLOG-AMOUNT
073900     MOVE TR-REASON TO RLOG-REASON
074000     WRITE REV-LOG-RECORD.
074100 8600-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500* 9000-TERMINATE - CLOSE FILES; ANY REJECTED TRANSACTION LEAVES
074600* RETURN-CODE 8 SO THE DECK GETS LOOKED AT. AN I/O ABORT
074700* (RETURN-CODE 16) IS NOT OVERWRITTEN
074800******************************************************************
074900 9000-TERMINATE.
075000     CLOSE TRANS-FILE
075100     CLOSE LOTES-FILE
075200     IF PERBAL-PRESENT
075300         CLOSE PERBAL-FILE
075400     END-IF
075500     CLOSE HISTORIA-FILE
075600     IF DEPTOS-PRESENT
075700         CLOSE DEPTOS-FILE
075800     END-IF
075900     CLOSE NUMREG-FILE
076000     CLOSE REVERSOS-FILE
076100     CLOSE AUDIT-FILE
076200     CLOSE REV-LOG-FILE
076300     MOVE WS-REV-TOTAL TO WS-ED-TOTAL
076400     DISPLAY "REVERSA-LOTE: APLICADAS : " WS-APPLIED-COUNT
076500     DISPLAY "REVERSA-LOTE: RECHAZADAS: " WS-REJECTED-COUNT
076600     DISPLAY "REVERSA-LOTE: IMPORTE REVERSADO " WS-ED-TOTAL
076700     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
076800         MOVE 8 TO RETURN-CODE
076900     END-IF.
077000 9000-EXIT.
077100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APRUEBA-PEND.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - SECOND-OPERATOR DECISION ON
001100*                  THE ACTIONS HELD UNDER DUAL CONTROL IN
001200*                  PENDIENTE.MST (COPY PENDREC): WRITE-OFFS FROM
001300*                  REPARA-RECHAZOS, LEDGER ACCOUNT CHANGES FROM
001400*                  MANT-PARAM, DEPARTMENT DEACTIVATIONS FROM
001500*                  MANT-DEPTOS AND MONTH REOPENINGS FROM
001600*                  CIERRE-MES. EACH PUNCHED TRANSACTION IN
001700*                  APROB-TRANS.DAT NAMES ONE PENDING REQUEST BY
001800*                  ITS KEY AND ONE DECISION:
001900*                    A  APPROVE - THE ORIGINATING PROGRAM APPLIES
002000*                       IT THE NEXT TIME THE SAME TRANSACTION IS
002100*                       RUN
002200*                    R  REJECT - IT NEVER TAKES EFFECT; A REASON
002300*                       IS REQUIRED
002400*                  THE DECIDING OPERATOR MUST HOLD APPROVAL
002500*                  AUTHORITY FOR THE KIND IN AUTORIZA.DAT (COPY
002600*                  AUTORREC) AND MUST NOT BE THE OPERATOR WHO
002700*                  FILED THE REQUEST. EVERY TRANSACTION LEAVES A
002800*                  LINE IN APROB-LOG.DAT (COPY APROBLOG), AND
002900*                  EVERY RUN PRINTS THE WHOLE PENDING REGISTER,
003000*                  DECIDED AND APPLIED REQUESTS INCLUDED, TO
003100*                  APROB-RPT.DAT. WITH NO APROB-TRANS.DAT THE RUN
003200*                  ONLY PRINTS THE REGISTER
003210* 10/15/2026 DRO   NEW KIND "A": THE SUPERVISOR'S CLEARANCE OF A
003220*                  BATCH DETECTA-ANOMAL HELD FOR HIGH-SEVERITY
003230*                  FINDINGS. ONCE APPROVED THE RESTARTED CHAIN
003240*                  LETS THE BATCH THROUGH TO EXTRACTO-GL
003250* 10/15/2026 DRO   THE KIND IS EDITED AGAINST THE PEND-KIND
003260*                  CONDITIONS OF COPY PENDREC, PEND-CLEARANCE
003270*                  INCLUDED, RATHER THAN AGAINST LITERALS
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TRANS-FILE ASSIGN TO "APROB-TRANS.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TRANS-STATUS.
004100
004200     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PEND-KEY
004600         FILE STATUS IS WS-PEND-STATUS.
004700
004800     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUTH-STATUS.
005100
005200     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-APROB-LOG-STATUS.
005500
005600     SELECT APROB-RPT-FILE ASSIGN TO "APROB-RPT.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-APROB-RPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TRANS-FILE
006300     RECORD CONTAINS 55 CHARACTERS.
006400 01  TRANS-RECORD.
006500     05  TR-ACTION               PIC X(01).
006600     05  TR-KEY.
006700         10  TR-KIND             PIC X(01).
006800         10  TR-TARGET           PIC X(20).
006900         10  TR-SEQ              PIC X(03).
007000     05  TR-NOTE                 PIC X(30).
007100
007200 FD  PEND-FILE
007300     RECORD CONTAINS 211 CHARACTERS.
007400     COPY PENDREC.
007500
007600 FD  AUTH-FILE
007700     RECORD CONTAINS 11 CHARACTERS.
007800     COPY AUTORREC.
007900
008000 FD  APROB-LOG-FILE
008100     RECORD CONTAINS 69 CHARACTERS.
008200     COPY APROBLOG.
008300
008400 FD  APROB-RPT-FILE
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  APROB-RPT-RECORD            PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-TRANS-STATUS              PIC X(02).
009000     88  TRANS-OK                            VALUE "00".
009100     88  TRANS-MISSING                       VALUE "35" "05".
009200
009300 01  WS-PEND-STATUS               PIC X(02).
009400     88  PEND-OK                             VALUE "00".
009500     88  PEND-MISSING                        VALUE "35" "05".
009600
009700 01  WS-AUTH-STATUS               PIC X(02).
009800     88  AUTH-OK                             VALUE "00".
009900
010000 01  WS-APROB-LOG-STATUS          PIC X(02).
010100     88  APROB-LOG-OK                        VALUE "00".
010200     88  APROB-LOG-MISSING                   VALUE "35" "05".
010300
010400 01  WS-APROB-RPT-STATUS          PIC X(02).
010500     88  APROB-RPT-OK                        VALUE "00".
010600
010700 01  WS-SWITCHES.
010800     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
010900         88  EOF-TRANS                       VALUE "Y".
011000     05  WS-EDIT-SWITCH           PIC X(01)  VALUE "Y".
011100         88  TRANS-EDITS-OK                  VALUE "Y".
011200     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
011300         88  EOF-AUTH                        VALUE "Y".
011400     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
011500         88  EOF-PEND                        VALUE "Y".
011600     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
011700         88  PEND-FILE-OPEN                  VALUE "Y".
011800
011900*    WHICH KINDS THE RUNNING OPERATOR MAY APPROVE, FROM
012000*    AUTORIZA.DAT
012100 01  WS-APPROVER-KINDS.
012200     05  WS-APPROVE-W-SWITCH      PIC X(01)  VALUE "N".
012300         88  MAY-APPROVE-W                   VALUE "Y".
012400     05  WS-APPROVE-P-SWITCH      PIC X(01)  VALUE "N".
012500         88  MAY-APPROVE-P                   VALUE "Y".
012600     05  WS-APPROVE-D-SWITCH      PIC X(01)  VALUE "N".
012700         88  MAY-APPROVE-D                   VALUE "Y".
012800     05  WS-APPROVE-R-SWITCH      PIC X(01)  VALUE "N".
012900         88  MAY-APPROVE-R                   VALUE "Y".
012910     05  WS-APPROVE-A-SWITCH      PIC X(01)  VALUE "N".
012920         88  MAY-APPROVE-A                   VALUE "Y".
013000
013100 01  WS-TODAY                     PIC X(08).
013200 01  WS-OPERATOR                  PIC X(08).
013300 77  WS-APPLIED-COUNT             PIC 9(07)  VALUE 0.
013400 77  WS-REJECTED-COUNT            PIC 9(07)  VALUE 0.
013500 77  WS-PENDING-COUNT             PIC 9(07)  VALUE 0.
013600 77  WS-APPROVED-COUNT            PIC 9(07)  VALUE 0.
013700 77  WS-DENIED-COUNT              PIC 9(07)  VALUE 0.
013800 77  WS-DONE-COUNT                PIC 9(07)  VALUE 0.
013900
014000 01  WS-HEADING-LINE.
014100     05  FILLER                   PIC X(34)  VALUE
014200         "REGISTRO DE APROBACIONES DUALES AL".
014300     05  FILLER                   PIC X(01)  VALUE SPACE.
014400     05  WS-HD-DATE               PIC X(08).
014500     05  FILLER                   PIC X(89)  VALUE SPACE.
014600
014700 01  WS-COLUMN-HEADING.
014800     05  FILLER                   PIC X(04)  VALUE "T".
014900     05  FILLER                   PIC X(22)  VALUE "OBJETO".
015000     05  FILLER                   PIC X(05)  VALUE "SEC".
015100     05  FILLER                   PIC X(11)  VALUE "ESTADO".
015200     05  FILLER                   PIC X(10)  VALUE "SOLICITO".
015300     05  FILLER                   PIC X(10)  VALUE "FECHA".
015400     05  FILLER                   PIC X(10)  VALUE "DECIDIO".
015500     05  FILLER                   PIC X(10)  VALUE "FECHA".
015600     05  FILLER                   PIC X(10)  VALUE "APLICADA".
015700     05  FILLER                   PIC X(30)  VALUE "NOTA".
015800     05  FILLER                   PIC X(10)  VALUE SPACE.
015900
016000 01  WS-DETAIL-LINE.
016100     05  WS-DL-KIND               PIC X(01).
016200     05  FILLER                   PIC X(03)  VALUE SPACE.
016300     05  WS-DL-TARGET             PIC X(20).
016400     05  FILLER                   PIC X(02)  VALUE SPACE.
016500     05  WS-DL-SEQ                PIC 9(03).
016600     05  FILLER                   PIC X(02)  VALUE SPACE.
016700     05  WS-DL-STATUS             PIC X(09).
016800     05  FILLER                   PIC X(02)  VALUE SPACE.
016900     05  WS-DL-REQ-OPER           PIC X(08).
017000     05  FILLER                   PIC X(02)  VALUE SPACE.
017100     05  WS-DL-REQ-DATE           PIC X(08).
017200     05  FILLER                   PIC X(02)  VALUE SPACE.
017300     05  WS-DL-DEC-OPER           PIC X(08).
017400     05  FILLER                   PIC X(02)  VALUE SPACE.
017500     05  WS-DL-DEC-DATE           PIC X(08).
017600     05  FILLER                   PIC X(02)  VALUE SPACE.
017700     05  WS-DL-APPLIED-DATE       PIC X(08).
017800     05  FILLER                   PIC X(02)  VALUE SPACE.
017900     05  WS-DL-NOTE               PIC X(30).
018000     05  FILLER                   PIC X(10)  VALUE SPACE.
018100
018200*    THE TRANSACTION AS THE REQUESTING PROGRAM SAW IT, SO THE
018300*    APPROVER SEES EXACTLY WHAT IS BEING AGREED TO
018400 01  WS-IMAGE-LINE.
018500     05  FILLER                   PIC X(04)  VALUE SPACE.
018600     05  FILLER                   PIC X(08)  VALUE "IMAGEN: ".
018700     05  WS-IL-IMAGE              PIC X(100).
018800     05  FILLER                   PIC X(20)  VALUE SPACE.
018900
019000 01  WS-TOTAL-LINE.
019100     05  FILLER                   PIC X(12)  VALUE "PENDIENTES: ".
019200     05  WS-TL-PENDING            PIC Z,ZZZ,ZZ9.
019300     05  FILLER                   PIC X(14)  VALUE
019400         "   APROBADAS: ".
019500     05  WS-TL-APPROVED           PIC Z,ZZZ,ZZ9.
019600     05  FILLER                   PIC X(15)  VALUE
019700         "   RECHAZADAS: ".
019800     05  WS-TL-DENIED             PIC Z,ZZZ,ZZ9.
019900     05  FILLER                   PIC X(14)  VALUE
020000         "   APLICADAS: ".
020100     05  WS-TL-DONE               PIC Z,ZZZ,ZZ9.
020200     05  FILLER                   PIC X(41)  VALUE SPACE.
020300
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020700     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
020800     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
020900     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT
021100     GOBACK.
021200
021300******************************************************************
021400* 1000-INITIALIZE - OPEN THE TRANSACTIONS, THE PENDING REGISTER
021500* AND THE LOG. NO TRANSACTION FILE IS NOT AN ERROR: THE
021600* SUPERVISOR IS ASKING FOR THE REGISTER ONLY
021700******************************************************************
021800 1000-INITIALIZE.
021900     MOVE 0 TO WS-APPLIED-COUNT
022000     MOVE 0 TO WS-REJECTED-COUNT
022100     MOVE "N" TO WS-EOF-TRANS-SWITCH
022200     ACCEPT WS-TODAY FROM DATE YYYYMMDD
022300     DISPLAY "USER" UPON ENVIRONMENT-NAME
022400     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
022500
022600     OPEN INPUT TRANS-FILE
022700     IF TRANS-MISSING
022800         DISPLAY "APRUEBA-PEND: SIN APROB-TRANS.DAT, SOLO SE "
022900             "IMPRIME EL REGISTRO"
023000         MOVE "Y" TO WS-EOF-TRANS-SWITCH
023100     ELSE
023200         IF NOT TRANS-OK
023300             DISPLAY "APRUEBA-PEND: NO SE PUDO ABRIR "
023400                 "APROB-TRANS.DAT, STATUS=" WS-TRANS-STATUS
023500             MOVE "Y" TO WS-EOF-TRANS-SWITCH
023600             MOVE 16 TO RETURN-CODE
023700         END-IF
023800     END-IF
023900
024000     OPEN I-O PEND-FILE
024100     IF PEND-MISSING
024200         OPEN OUTPUT PEND-FILE
024300         CLOSE PEND-FILE
024400         OPEN I-O PEND-FILE
024500     END-IF
024600     IF NOT PEND-OK
024700         DISPLAY "APRUEBA-PEND: NO SE PUDO ABRIR PENDIENTE.MST, "
024800             "STATUS=" WS-PEND-STATUS
024900         MOVE "Y" TO WS-EOF-TRANS-SWITCH
025000         MOVE 16 TO RETURN-CODE
025100     ELSE
025200         MOVE "Y" TO WS-PEND-OPEN-SWITCH
025300     END-IF
025400
025500     OPEN EXTEND APROB-LOG-FILE
025600     IF APROB-LOG-MISSING
025700         OPEN OUTPUT APROB-LOG-FILE
025800     END-IF
025900     IF NOT APROB-LOG-OK
026000         DISPLAY "APRUEBA-PEND: NO SE PUDO ABRIR APROB-LOG.DAT, "
026100             "STATUS=" WS-APROB-LOG-STATUS
026200         MOVE "Y" TO WS-EOF-TRANS-SWITCH
026300         MOVE 16 TO RETURN-CODE
026400     END-IF.
026500 1000-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900* 1800-LOAD-AUTHORITY - NOTE WHICH KINDS THE RUNNING OPERATOR
027000* MAY APPROVE. NO AUTORIZA.DAT MEANS NOBODY MAY APPROVE ANYTHING
027100******************************************************************
027200 1800-LOAD-AUTHORITY.
027300     MOVE "NNNNN" TO WS-APPROVER-KINDS
027400     MOVE "N" TO WS-EOF-AUTH-SWITCH
027500     OPEN INPUT AUTH-FILE
027600     IF NOT AUTH-OK
027700         DISPLAY "APRUEBA-PEND: SIN AUTORIZA.DAT, NINGUN "
027800             "OPERADOR PUEDE APROBAR"
027900         GO TO 1800-EXIT
028000     END-IF
028100     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
028200         UNTIL EOF-AUTH
028300     CLOSE AUTH-FILE.
028400 1800-EXIT.
028500     EXIT.
028600
028700 1850-READ-ONE-AUTH.
028800     READ AUTH-FILE
028900         AT END
029000             MOVE "Y" TO WS-EOF-AUTH-SWITCH
029100             GO TO 1850-EXIT
029200     END-READ
029300     IF AUT-OPERATOR NOT = WS-OPERATOR
029400         OR NOT AUT-APPROVE-ALLOWED
029500         GO TO 1850-EXIT
029600     END-IF
029700     EVALUATE AUT-KIND
029800         WHEN "*"
029900             MOVE "YYYYY" TO WS-APPROVER-KINDS
030000         WHEN "W"
030100             MOVE "Y" TO WS-APPROVE-W-SWITCH
030200         WHEN "P"
030300             MOVE "Y" TO WS-APPROVE-P-SWITCH
030400         WHEN "D"
030500             MOVE "Y" TO WS-APPROVE-D-SWITCH
030600         WHEN "R"
030700             MOVE "Y" TO WS-APPROVE-R-SWITCH
030710         WHEN "A"
030720             MOVE "Y" TO WS-APPROVE-A-SWITCH
030800     END-EVALUATE.
030900 1850-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 2000-PROCESS-TRANS - ONE DECISION PER TRANSACTION; EVERY
031400* TRANSACTION, APPLIED OR REJECTED, LEAVES ITS LOG LINE
031500******************************************************************
031600 2000-PROCESS-TRANS.
031700     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT
031800     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
031900         UNTIL EOF-TRANS.
032000 2000-EXIT.
032100     EXIT.
032200
032300 2100-READ-ONE-TRANS.
032400     READ TRANS-FILE
032500         AT END
032600             MOVE "Y" TO WS-EOF-TRANS-SWITCH
032700         NOT AT END
032800             IF NOT TRANS-OK
032900                 DISPLAY "APRUEBA-PEND: REGISTRO DEMASIADO LARGO"
033000                     " EN APROB-TRANS.DAT, STATUS="
033100                     WS-TRANS-STATUS
033200                 MOVE "Y" TO WS-EOF-TRANS-SWITCH
033300                 MOVE 16 TO RETURN-CODE
033400             END-IF
033500     END-READ.
033600 2100-EXIT.
033700     EXIT.
033800
033900 2200-APPLY-ONE-TRANS.
034000     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
034100     IF TRANS-EDITS-OK
034200         PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
034300     END-IF
034400     PERFORM 2100-READ-ONE-TRANS THRU 2100-EXIT.
034500 2200-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 2300-EDIT-ONE-TRANS - KNOWN DECISION AND KIND, A READABLE KEY,
035000* AUTHORITY TO APPROVE THE KIND, A REQUEST THAT IS ON THE
035100* REGISTER AND STILL PENDING, AND AN APPROVER WHO IS NOT THE
035200* REQUESTER. A REJECTION MUST SAY WHY. THE PENDING RECORD IS
035300* LEFT IN THE REGISTER BUFFER FOR 3000-RECORD-DECISION
035400******************************************************************
035500 2300-EDIT-ONE-TRANS.
035600     MOVE "Y" TO WS-EDIT-SWITCH
035700     IF TR-ACTION NOT = "A" AND TR-ACTION NOT = "R"
035800         MOVE "ACCION INVALIDA" TO ALOG-RESULT
035900         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
036000         GO TO 2300-EXIT
036100     END-IF
036150     MOVE TR-KIND TO PEND-KIND
036200     IF NOT PEND-WRITE-OFF AND NOT PEND-ACCOUNT-CHANGE
036300         AND NOT PEND-DEACTIVATION AND NOT PEND-REOPEN
036310         AND NOT PEND-CLEARANCE
036400         MOVE "TIPO INVALIDO" TO ALOG-RESULT
036500         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
036600         GO TO 2300-EXIT
036700     END-IF
036800     IF TR-SEQ NOT NUMERIC
036900         MOVE "SECUENCIA ILEGIBLE" TO ALOG-RESULT
037000         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
037100         GO TO 2300-EXIT
037200     END-IF
037300     IF (PEND-WRITE-OFF AND NOT MAY-APPROVE-W)
037400         OR (PEND-ACCOUNT-CHANGE AND NOT MAY-APPROVE-P)
037500         OR (PEND-DEACTIVATION AND NOT MAY-APPROVE-D)
037600         OR (PEND-REOPEN AND NOT MAY-APPROVE-R)
037610         OR (PEND-CLEARANCE AND NOT MAY-APPROVE-A)
037700         MOVE "SIN AUTORIDAD" TO ALOG-RESULT
037800         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
037900         GO TO 2300-EXIT
038000     END-IF
038100     IF TR-ACTION = "R" AND TR-NOTE = SPACE
038200         MOVE "SIN MOTIVO" TO ALOG-RESULT
038300         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
038400         GO TO 2300-EXIT
038500     END-IF
038700     MOVE TR-TARGET TO PEND-TARGET
038800     MOVE TR-SEQ TO PEND-SEQ
038900     READ PEND-FILE
039000         INVALID KEY
039100             MOVE "NO ESTA REGISTRADA" TO ALOG-RESULT
039200             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
039300             GO TO 2300-EXIT
039400     END-READ
039500     IF NOT PEND-PENDING
039600         MOVE "YA RESUELTA" TO ALOG-RESULT
039700         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
039800         GO TO 2300-EXIT
039900     END-IF
040000     IF PEND-REQ-OPER = WS-OPERATOR
040100         MOVE "MISMO SOLICITANTE" TO ALOG-RESULT
040200         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
040300         GO TO 2300-EXIT
040400     END-IF.
040500 2300-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 3000-RECORD-DECISION - RECORD THE DECISION, WHO MADE IT AND
041000* WHEN ON THE PENDING REGISTER, AND LOG THE TRANSACTION. NOTHING
041100* IS CHANGED HERE BEYOND THE REGISTER: THE ORIGINATING PROGRAM
041200* APPLIES AN APPROVED REQUEST ITSELF
041300******************************************************************
041400 3000-RECORD-DECISION.
041500     MOVE TR-ACTION TO PEND-STATUS
041600     MOVE WS-OPERATOR TO PEND-DEC-OPER
041700     MOVE WS-TODAY TO PEND-DEC-DATE
041800     ACCEPT PEND-DEC-TIME FROM TIME
041900     MOVE TR-NOTE TO PEND-NOTE
042000     REWRITE PEND-RECORD
042100         INVALID KEY
042200             MOVE "CAMBIO FALLO" TO ALOG-RESULT
042300             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
042400             MOVE 16 TO RETURN-CODE
042500         NOT INVALID KEY
042600             IF TR-ACTION = "A"
042700                 MOVE "APROBADA" TO ALOG-RESULT
042800             ELSE
042900                 MOVE "RECHAZADA" TO ALOG-RESULT
043000             END-IF
043100             PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
043200     END-REWRITE.
043300 3000-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 5000-PRINT-REGISTER - THE WHOLE PENDING REGISTER IN KEY ORDER,
043800* EACH REQUEST WITH WHO ASKED, WHO DECIDED, WHEN IT TOOK EFFECT
043900* AND THE TRANSACTION IMAGE, FOOTED WITH THE COUNT PER STATE
044000******************************************************************
044100 5000-PRINT-REGISTER.
044200     MOVE 0 TO WS-PENDING-COUNT
044300     MOVE 0 TO WS-APPROVED-COUNT
044400     MOVE 0 TO WS-DENIED-COUNT
044500     MOVE 0 TO WS-DONE-COUNT
044600     OPEN OUTPUT APROB-RPT-FILE
044700     IF NOT APROB-RPT-OK
044800         DISPLAY "APRUEBA-PEND: NO SE PUDO ABRIR APROB-RPT.DAT, "
044900             "STATUS=" WS-APROB-RPT-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         GO TO 5000-EXIT
045200     END-IF
045300     MOVE WS-TODAY TO WS-HD-DATE
045400     WRITE APROB-RPT-RECORD FROM WS-HEADING-LINE
045500     WRITE APROB-RPT-RECORD FROM WS-COLUMN-HEADING
045600     MOVE "N" TO WS-EOF-PEND-SWITCH
045700     IF NOT PEND-FILE-OPEN
045800         MOVE "Y" TO WS-EOF-PEND-SWITCH
045900     ELSE
046000         MOVE LOW-VALUES TO PEND-KEY
046100         START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
046200             INVALID KEY
046300                 MOVE "Y" TO WS-EOF-PEND-SWITCH
046400         END-START
046500     END-IF
046600     PERFORM 5100-READ-ONE-PEND THRU 5100-EXIT
046700     PERFORM 5200-LIST-ONE-PEND THRU 5200-EXIT
046800         UNTIL EOF-PEND
046900     MOVE WS-PENDING-COUNT TO WS-TL-PENDING
047000     MOVE WS-APPROVED-COUNT TO WS-TL-APPROVED
047100     MOVE WS-DENIED-COUNT TO WS-TL-DENIED
047200     MOVE WS-DONE-COUNT TO WS-TL-DONE
047300     WRITE APROB-RPT-RECORD FROM WS-TOTAL-LINE
047400     CLOSE APROB-RPT-FILE.
047500 5000-EXIT.
047600     EXIT.
047700
047800 5100-READ-ONE-PEND.
047900     IF EOF-PEND
048000         GO TO 5100-EXIT
048100     END-IF
048200     READ PEND-FILE NEXT RECORD
048300         AT END
048400             MOVE "Y" TO WS-EOF-PEND-SWITCH
048500     END-READ.
048600 5100-EXIT.
048700     EXIT.
048800
048900 5200-LIST-ONE-PEND.
049000     MOVE PEND-KIND TO WS-DL-KIND
049100     MOVE PEND-TARGET TO WS-DL-TARGET
049200     MOVE PEND-SEQ TO WS-DL-SEQ
049300     EVALUATE TRUE
049400         WHEN PEND-PENDING
049500             MOVE "PENDIENTE" TO WS-DL-STATUS
049600             ADD 1 TO WS-PENDING-COUNT
049700         WHEN PEND-APPROVED
049800             MOVE "APROBADA" TO WS-DL-STATUS
049900             ADD 1 TO WS-APPROVED-COUNT
050000         WHEN PEND-REJECTED
050100             MOVE "RECHAZADA" TO WS-DL-STATUS
050200             ADD 1 TO WS-DENIED-COUNT
050300         WHEN PEND-APPLIED
050400             MOVE "APLICADA" TO WS-DL-STATUS
050500             ADD 1 TO WS-DONE-COUNT
050600         WHEN OTHER
050700             MOVE PEND-STATUS TO WS-DL-STATUS
050800     END-EVALUATE
050900     MOVE PEND-REQ-OPER TO WS-DL-REQ-OPER
051000     MOVE PEND-REQ-DATE TO WS-DL-REQ-DATE
051100     MOVE PEND-DEC-OPER TO WS-DL-DEC-OPER
051200     MOVE PEND-DEC-DATE TO WS-DL-DEC-DATE
051300     MOVE PEND-APPLIED-DATE TO WS-DL-APPLIED-DATE
051400     MOVE PEND-NOTE TO WS-DL-NOTE
051500     WRITE APROB-RPT-RECORD FROM WS-DETAIL-LINE
051600     MOVE PEND-IMAGE TO WS-IL-IMAGE
051700     WRITE APROB-RPT-RECORD FROM WS-IMAGE-LINE
051800     PERFORM 5100-READ-ONE-PEND THRU 5100-EXIT.
051900 5200-EXIT.
052000     EXIT.
052100
052200 8400-LOG-APPLIED.
052300     ADD 1 TO WS-APPLIED-COUNT
052400     DISPLAY "APRUEBA-PEND: " TR-ACTION " " TR-KIND " "
052500         TR-TARGET " " TR-SEQ " - " ALOG-RESULT
052600     MOVE TR-ACTION TO ALOG-EVENT
052700     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
052800 8400-EXIT.
052900     EXIT.
053000
053100 8500-LOG-REJECT.
053200     ADD 1 TO WS-REJECTED-COUNT
053300     MOVE "N" TO WS-EDIT-SWITCH
053400     DISPLAY "APRUEBA-PEND: RECHAZADA " TR-ACTION " " TR-KIND " "
053500         TR-TARGET " " TR-SEQ " - " ALOG-RESULT
053600     MOVE "X" TO ALOG-EVENT
053700     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
053800 8500-EXIT.
053900     EXIT.
054000
054100 8600-WRITE-LOG-LINE.
054200     IF NOT APROB-LOG-OK
054300         GO TO 8600-EXIT
054400     END-IF
054500     MOVE WS-TODAY TO ALOG-DATE
054600     ACCEPT ALOG-TIME FROM TIME
054700     MOVE WS-OPERATOR TO ALOG-OPERATOR
054800     MOVE TR-KIND TO ALOG-KIND
054900     MOVE TR-TARGET TO ALOG-TARGET
055000     IF TR-SEQ NUMERIC
055100         MOVE TR-SEQ TO ALOG-SEQ
055200     ELSE
055300         MOVE 0 TO ALOG-SEQ
055400     END-IF
055500     WRITE ALOG-RECORD.
055600 8600-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 9000-TERMINATE - CLOSE FILES; ANY REJECTED TRANSACTION LEAVES
056100* RETURN-CODE 8. AN I/O ABORT (RETURN-CODE 16) IS NOT OVERWRITTEN
056200******************************************************************
056300 9000-TERMINATE.
056400     CLOSE TRANS-FILE
056500     CLOSE PEND-FILE
056600     CLOSE APROB-LOG-FILE
056700     DISPLAY "APRUEBA-PEND: APLICADAS : " WS-APPLIED-COUNT
056800     DISPLAY "APRUEBA-PEND: RECHAZADAS: " WS-REJECTED-COUNT
056900     DISPLAY "APRUEBA-PEND: SOLICITUDES PENDIENTES: "
057000         WS-PENDING-COUNT
057100     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
057200         MOVE 8 TO RETURN-CODE
057300     END-IF.
057400 9000-EXIT.
057500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOJA-CONTROL.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - ONE-PAGE DAILY CONTROL
001100*                  SHEET HOJA-CTRL.DAT FOR THE CURRENT GENERATION
001200*                  IN GENCTRL.DAT, RUN BY OPERATIONS AFTER THE
001300*                  CHAIN INSTEAD OF OPENING EVERY REPORT IN TURN.
001400*                  IT PUTS ON ONE PAGE THE DEPARTMENT COUNTS AND
001500*                  TOTALS FROM COLECTOR-RPT.DAT, THE VERDICTS OF
001600*                  CONCILIA-RPT.DAT AND VERIF-RPT.DAT, THE DAY'S
001700*                  REJECTS (PARES-REJ.Gnnnn.DAT) AND REJECT
001800*                  DISPOSITIONS (RECH-DISP.DAT), THE DUPLICATE
001900*                  BATCHES WAITING IN NUM-DUP.DAT, THE LEDGER
002000*                  CARRIES IN GL-CARRY.DAT, THE GL EXCEPTIONS IN
002100*                  GL-EXCEP.DAT AND THE TRAILER OF GL-INTF.DAT,
002200*                  THEN A VERDICT FOR THE DAY AND A SIGN-OFF
002300*                  BLOCK. A REPORT THAT IS MISSING OR OLDER THAN
002400*                  THE GENERATION, A DEPARTMENT THAT FAILED, A
002500*                  CHAIN OR RECONCILIATION OUT OF BALANCE, A
002600*                  WAITING DUPLICATE OR AN OPEN GL EXCEPTION
002700*                  MAKES THE DAY "REVISAR" (RETURN-CODE 4).
002800*                  THE REVIEWING OPERATOR SIGNS THE SHEET OFF
002900*                  WITH ONE CARD IN FIRMA-TRANS.DAT - THE
003000*                  GENERATION NUMBER, A DECISION (A APPROVE,
003100*                  R REJECT) AND A NOTE - AND THE NEXT RUN
003200*                  RECORDS IT IN FIRMAS.DAT (COPY FIRMAREC) UNDER
003300*                  THE OPERATOR'S USER NAME AND PRINTS IT IN THE
003400*                  SIGN-OFF BLOCK. A REJECTION, OR AN APPROVAL OF
003500*                  A "REVISAR" DAY, MUST SAY WHY. IMPRIME-PARES
003600*                  WILL NOT PRODUCE THE DISTRIBUTION COPY OF A
003700*                  GENERATION WHOSE LAST SIGN-OFF IS NOT AN
003800*                  APPROVAL. WITHOUT FIRMA-TRANS.DAT THE RUN ONLY
003900*                  PRINTS THE SHEET
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT GENCTRL-FILE ASSIGN TO "GENCTRL.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-GENCTRL-STATUS.
004800
004900     SELECT COLECTOR-RPT-FILE ASSIGN TO "COLECTOR-RPT.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-COL-RPT-STATUS.
005200
005300     SELECT CONCILIA-RPT-FILE ASSIGN TO "CONCILIA-RPT.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CONCILIA-STATUS.
005600
005700     SELECT VERIF-RPT-FILE ASSIGN TO "VERIF-RPT.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-VERIF-RPT-STATUS.
006000
006100     SELECT PARES-REJ-FILE ASSIGN USING WS-REJ-FILENAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PARES-REJ-STATUS.
006400
006500     SELECT RECH-DISP-FILE ASSIGN TO "RECH-DISP.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RECH-DISP-STATUS.
006800
006900     SELECT NUMDUP-FILE ASSIGN TO "NUM-DUP.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-NUMDUP-STATUS.
007200
007300     SELECT GL-CARRY-FILE ASSIGN TO "GL-CARRY.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-GL-CARRY-STATUS.
007600
007700     SELECT GL-EXCEP-FILE ASSIGN TO "GL-EXCEP.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-GL-EXCEP-STATUS.
008000
008100     SELECT GL-INTF-FILE ASSIGN TO "GL-INTF.DAT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-GL-INTF-STATUS.
008400
008500     SELECT FIRMA-TRANS-FILE ASSIGN TO "FIRMA-TRANS.DAT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-FIRMA-TRANS-STATUS.
008800
008900     SELECT FIRMAS-FILE ASSIGN TO "FIRMAS.DAT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-FIRMAS-STATUS.
009200
009300     SELECT HOJA-CTRL-FILE ASSIGN TO "HOJA-CTRL.DAT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-HOJA-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  GENCTRL-FILE
010000     RECORD CONTAINS 14 CHARACTERS.
010100     COPY GENCTRL.
010200
010300 FD  COLECTOR-RPT-FILE
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  COLECTOR-RPT-RECORD         PIC X(132).
010600
010700 FD  CONCILIA-RPT-FILE
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  CONCILIA-RPT-RECORD         PIC X(80).
011000
011100 FD  VERIF-RPT-FILE
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  VERIF-RPT-RECORD            PIC X(132).
011400
011500 FD  PARES-REJ-FILE
011600     RECORD CONTAINS 34 CHARACTERS.
011700 01  PARES-REJ-RECORD            PIC X(34).
011800
011900 FD  RECH-DISP-FILE
012000     RECORD CONTAINS 53 CHARACTERS.
012100 01  RECH-DISP-RECORD.
012200     05  DISP-RUN-DATE           PIC X(08).
012300     05  DISP-RAW-PAIR           PIC X(10).
012400     05  DISP-STATUS             PIC X(11).
012500     05  DISP-DETAIL             PIC X(24).
012600
012700 FD  NUMDUP-FILE
012800     RECORD CONTAINS 100 CHARACTERS.
012900 01  NUMDUP-RECORD               PIC X(100).
013000
013100 FD  GL-CARRY-FILE
013200     RECORD CONTAINS 52 CHARACTERS.
013300     COPY GLCARRY.
013400
013500 FD  GL-EXCEP-FILE
013600     RECORD CONTAINS 132 CHARACTERS.
013700 01  GL-EXCEP-RECORD             PIC X(132).
013800
013900 FD  GL-INTF-FILE
014000     RECORD CONTAINS 60 CHARACTERS.
014100 01  GL-INTF-RECORD              PIC X(60).
014200
014300 FD  FIRMA-TRANS-FILE
014400     RECORD CONTAINS 35 CHARACTERS.
014500 01  FIRMA-TRANS-RECORD.
014600     05  FT-GEN-NUMBER           PIC X(04).
014700     05  FT-DECISION             PIC X(01).
014800     05  FT-NOTE                 PIC X(30).
014900
015000 FD  FIRMAS-FILE
015100     RECORD CONTAINS 80 CHARACTERS.
015200     COPY FIRMAREC.
015300
015400 FD  HOJA-CTRL-FILE
015500     RECORD CONTAINS 132 CHARACTERS.
015600 01  HOJA-CTRL-RECORD            PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900     COPY GLINTF.
016000
016100 01  WS-GENCTRL-STATUS            PIC X(02).
016200     88  GENCTRL-OK                          VALUE "00".
016300
016400 01  WS-COL-RPT-STATUS            PIC X(02).
016500     88  COL-RPT-OK                          VALUE "00".
016600     88  COL-RPT-MISSING                     VALUE "35" "05".
016700
016800 01  WS-CONCILIA-STATUS           PIC X(02).
016900     88  CONCILIA-OK                         VALUE "00".
017000     88  CONCILIA-MISSING                    VALUE "35" "05".
017100
017200 01  WS-VERIF-RPT-STATUS          PIC X(02).
017300     88  VERIF-RPT-OK                        VALUE "00".
017400     88  VERIF-RPT-MISSING                   VALUE "35" "05".
017500
017600 01  WS-PARES-REJ-STATUS          PIC X(02).
017700     88  PARES-REJ-OK                        VALUE "00".
017800     88  PARES-REJ-MISSING                   VALUE "35" "05".
017900
018000 01  WS-RECH-DISP-STATUS          PIC X(02).
018100     88  RECH-DISP-OK                        VALUE "00".
018200     88  RECH-DISP-MISSING                   VALUE "35" "05".
018300
018400 01  WS-NUMDUP-STATUS             PIC X(02).
018500     88  NUMDUP-OK                           VALUE "00".
018600     88  NUMDUP-MISSING                      VALUE "35" "05".
018700
018800 01  WS-GL-CARRY-STATUS           PIC X(02).
018900     88  GL-CARRY-OK                         VALUE "00".
019000     88  GL-CARRY-MISSING                    VALUE "35" "05".
019100
019200 01  WS-GL-EXCEP-STATUS           PIC X(02).
019300     88  GL-EXCEP-OK                         VALUE "00".
019400     88  GL-EXCEP-MISSING                    VALUE "35" "05".
019500
019600 01  WS-GL-INTF-STATUS            PIC X(02).
019700     88  GL-INTF-OK                          VALUE "00".
019800     88  GL-INTF-MISSING                     VALUE "35" "05".
019900
020000 01  WS-FIRMA-TRANS-STATUS        PIC X(02).
020100     88  FIRMA-TRANS-OK                      VALUE "00".
020200     88  FIRMA-TRANS-MISSING                 VALUE "35" "05".
020300
020400 01  WS-FIRMAS-STATUS             PIC X(02).
020500     88  FIRMAS-OK                           VALUE "00".
020600     88  FIRMAS-MISSING                      VALUE "35" "05".
020700
020800 01  WS-HOJA-STATUS               PIC X(02).
020900     88  HOJA-OK                             VALUE "00".
021000
021100 01  WS-REJ-FILENAME              PIC X(30).
021200
021300 01  WS-SWITCHES.
021400     05  WS-SHEET-SWITCH          PIC X(01)  VALUE "N".
021500         88  SHEET-OPEN                      VALUE "Y".
021600     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
021700         88  EOF-INPUT                       VALUE "Y".
021800     05  WS-TOTAL-SWITCH          PIC X(01)  VALUE "N".
021900         88  COMBINED-TOTAL-SEEN             VALUE "Y".
022000     05  WS-TRAILER-SWITCH        PIC X(01)  VALUE "N".
022100         88  GL-TRAILER-SEEN                 VALUE "Y".
022200     05  WS-SIGNED-SWITCH         PIC X(01)  VALUE "N".
022300         88  SIGN-OFF-ON-FILE                VALUE "Y".
022400     05  WS-CARD-SWITCH           PIC X(01)  VALUE "N".
022500         88  CARD-GOOD                       VALUE "Y".
022600
022700 01  WS-TODAY                     PIC X(08).
022800 01  WS-NOW                       PIC X(08).
022900 01  WS-OPERATOR                  PIC X(08).
023000 01  WS-GEN-NUMBER                PIC 9(04)  VALUE 0.
023100 01  WS-GEN-DATE                  PIC X(08)  VALUE SPACE.
023200 01  WS-RPT-DATE                  PIC X(08).
023300 01  WS-RPT-VERDICT               PIC X(20).
023400 01  WS-DAY-VERDICT               PIC X(12).
023500 01  WS-SIGN-RESULT               PIC X(40).
023600
023700*    A DEPARTMENT IN ANY OF THESE STATES DID NOT DELIVER WHAT THE
023800*    DAY NEEDED FROM IT; INACTIVO, FERIADO, NO ESPERA AND
023900*    LIBERADOS ARE EXPECTED STATES
024000 01  WS-DEPT-STATE                PIC X(10).
024100     88  DEPT-STATE-BAD                      VALUE "FALTA"
024200                                        "ERROR" "FUERA FECH"
024300                                        "VACIO".
024400
024500*    THE LAST SIGN-OFF ON FILE FOR THE CURRENT GENERATION
024600 01  WS-SIGN-OFF.
024700     05  WS-SO-DATE               PIC X(08).
024800     05  WS-SO-TIME               PIC X(08).
024900     05  WS-SO-OPERATOR           PIC X(08).
025000     05  WS-SO-DECISION           PIC X(01).
025100         88  SO-APPROVED                     VALUE "A".
025200     05  WS-SO-VERDICT            PIC X(12).
025300     05  WS-SO-NOTE               PIC X(30).
025400
025500*    THE SHEET STAYS ONE PAGE: DEPARTMENTS PAST THIS MANY ARE
025600*    COUNTED AND CHECKED BUT NOT LISTED
025700 77  WS-DEPT-MAX                  PIC 9(03) COMP VALUE 20.
025800 77  WS-DEPT-LINES                PIC 9(03) COMP VALUE 0.
025900 77  WS-DEPT-OVER                 PIC 9(03)  VALUE 0.
026000 77  WS-DEPT-BAD                  PIC 9(03)  VALUE 0.
026100 77  WS-ISSUE-COUNT               PIC 9(03)  VALUE 0.
026200 77  WS-LINE-COUNT                PIC 9(07)  VALUE 0.
026300 77  WS-REJ-COUNT                 PIC 9(07)  VALUE 0.
026400 77  WS-POSTED-COUNT              PIC 9(07)  VALUE 0.
026500 77  WS-STILL-BAD-COUNT           PIC 9(07)  VALUE 0.
026600 77  WS-REPAIRED-COUNT            PIC 9(07)  VALUE 0.
026700 77  WS-WRITTEN-OFF-COUNT         PIC 9(07)  VALUE 0.
026800 77  WS-DUP-COUNT                 PIC 9(07)  VALUE 0.
026900 77  WS-CARRY-COUNT               PIC 9(07)  VALUE 0.
027000 77  WS-CARRY-TOTAL               PIC S9(13)V99 VALUE 0.
027100 77  WS-EXCEP-COUNT               PIC 9(07)  VALUE 0.
027200
027300 01  WS-TITLE-LINE.
027400     05  FILLER                   PIC X(36)  VALUE
027500         "HOJA DE CONTROL DIARIO - GENERACION ".
027600     05  WS-TL-GEN                PIC 9(04).
027700     05  FILLER                   PIC X(13)  VALUE
027800         "  FECHA GEN. ".
027900     05  WS-TL-GEN-DATE           PIC X(08).
028000     05  FILLER                   PIC X(10)  VALUE
028100         "  EMITIDA ".
028200     05  WS-TL-TODAY              PIC X(08).
028300     05  FILLER                   PIC X(53)  VALUE SPACE.
028400
028500 01  WS-SECTION-LINE.
028600     05  WS-SC-TEXT               PIC X(70).
028700     05  FILLER                   PIC X(62)  VALUE SPACE.
028800
028900*    A COLECTOR-RPT.DAT DEPARTMENT OR TOTAL LINE, CARRIED OVER AS
029000*    PRINTED; THE STATE IS IN COLUMNS 74-83 OF A DEPARTMENT LINE
029100 01  WS-DEPT-SHEET-LINE.
029200     05  FILLER                   PIC X(02)  VALUE SPACE.
029300     05  WS-DS-TEXT               PIC X(83).
029400     05  FILLER                   PIC X(02)  VALUE SPACE.
029500     05  WS-DS-FLAG               PIC X(10).
029600     05  FILLER                   PIC X(35)  VALUE SPACE.
029700
029800 01  WS-VERDICT-LINE.
029900     05  FILLER                   PIC X(02)  VALUE SPACE.
030000     05  WS-VL-LABEL              PIC X(40).
030100     05  WS-VL-TEXT               PIC X(20).
030200     05  FILLER                   PIC X(02)  VALUE SPACE.
030300     05  WS-VL-NOTE               PIC X(23).
030400     05  WS-VL-FLAG               PIC X(10).
030500     05  FILLER                   PIC X(35)  VALUE SPACE.
030600
030700 01  WS-COUNT-LINE.
030800     05  FILLER                   PIC X(02)  VALUE SPACE.
030900     05  WS-CL-LABEL              PIC X(40).
031000     05  WS-CL-COUNT              PIC Z,ZZZ,ZZ9.
031100     05  FILLER                   PIC X(02)  VALUE SPACE.
031200     05  WS-CL-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031300     05  WS-CL-AMOUNT-X REDEFINES WS-CL-AMOUNT
031400                                  PIC X(21).
031500     05  FILLER                   PIC X(13)  VALUE SPACE.
031600     05  WS-CL-FLAG               PIC X(10)  VALUE SPACE.
031700     05  FILLER                   PIC X(35)  VALUE SPACE.
031800
031900 01  WS-SIGN-LINE.
032000     05  FILLER                   PIC X(02)  VALUE SPACE.
032100     05  WS-SL-LABEL              PIC X(22).
032200     05  WS-SL-TEXT               PIC X(60).
032300     05  FILLER                   PIC X(48)  VALUE SPACE.
032400
032500 PROCEDURE DIVISION.
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032800     IF SHEET-OPEN
032900         PERFORM 1500-LOAD-SIGN-OFF THRU 1500-EXIT
033000         PERFORM 2000-DEPARTMENTS THRU 2000-EXIT
033100         PERFORM 3000-VERDICTS THRU 3000-EXIT
033200         PERFORM 4000-COUNTS THRU 4000-EXIT
033300         PERFORM 5000-GL-TRAILER THRU 5000-EXIT
033400         PERFORM 6000-DAY-VERDICT THRU 6000-EXIT
033500         PERFORM 7000-APPLY-SIGN-OFF THRU 7000-EXIT
033600         PERFORM 8000-PRINT-SIGN-OFF THRU 8000-EXIT
033700     END-IF
033800     PERFORM 9000-TERMINATE THRU 9000-EXIT
033900     GOBACK.
034000
034100******************************************************************
034200* 1000-INITIALIZE - THE SHEET IS FOR THE CURRENT GENERATION;
034300* WITHOUT GENCTRL.DAT THERE IS NOTHING TO CONTROL OR SIGN OFF
034400******************************************************************
034500 1000-INITIALIZE.
034600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
034700     DISPLAY "USER" UPON ENVIRONMENT-NAME
034800     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
034900     MOVE 0 TO WS-ISSUE-COUNT
035000
035100     OPEN INPUT GENCTRL-FILE
035200     IF NOT GENCTRL-OK
035300         DISPLAY "HOJA-CONTROL: SIN GENCTRL.DAT, NO HAY "
035400             "GENERACION QUE CONTROLAR, STATUS="
035500             WS-GENCTRL-STATUS
035600         MOVE 8 TO RETURN-CODE
035700         GO TO 1000-EXIT
035800     END-IF
035900     READ GENCTRL-FILE
036000         AT END
036100             MOVE SPACE TO WS-GEN-DATE
036200         NOT AT END
036300             IF GEN-NUMBER NUMERIC
036400                 MOVE GEN-NUMBER TO WS-GEN-NUMBER
036500                 MOVE GEN-DATE TO WS-GEN-DATE
036600             END-IF
036700     END-READ
036800     CLOSE GENCTRL-FILE
036900     IF WS-GEN-DATE = SPACE
037000         DISPLAY "HOJA-CONTROL: GENCTRL.DAT VACIO O ILEGIBLE"
037100         MOVE 8 TO RETURN-CODE
037200         GO TO 1000-EXIT
037300     END-IF
037400     MOVE SPACES TO WS-REJ-FILENAME
037500     STRING "PARES-REJ.G" WS-GEN-NUMBER ".DAT"
037600         DELIMITED BY SIZE INTO WS-REJ-FILENAME
037700
037800     OPEN OUTPUT HOJA-CTRL-FILE
037900     IF NOT HOJA-OK
038000         DISPLAY "HOJA-CONTROL: NO SE PUDO ABRIR "
038100             "HOJA-CTRL.DAT, STATUS=" WS-HOJA-STATUS
038200         MOVE 16 TO RETURN-CODE
038300         GO TO 1000-EXIT
038400     END-IF
038500     MOVE "Y" TO WS-SHEET-SWITCH
038600     MOVE WS-GEN-NUMBER TO WS-TL-GEN
038700     MOVE WS-GEN-DATE TO WS-TL-GEN-DATE
038800     MOVE WS-TODAY TO WS-TL-TODAY
038900     WRITE HOJA-CTRL-RECORD FROM WS-TITLE-LINE.
039000 1000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400* 1500-LOAD-SIGN-OFF - THE LAST FIRMAS.DAT LINE FOR THIS
039500* GENERATION, NUMBER AND DATE BOTH, IS THE ONE THAT STANDS
039600******************************************************************
039700 1500-LOAD-SIGN-OFF.
039800     MOVE "N" TO WS-SIGNED-SWITCH
039900     OPEN INPUT FIRMAS-FILE
040000     IF FIRMAS-MISSING
040100         GO TO 1500-EXIT
040200     END-IF
040300     IF NOT FIRMAS-OK
040400         DISPLAY "HOJA-CONTROL: NO SE PUDO ABRIR FIRMAS.DAT, "
040500             "STATUS=" WS-FIRMAS-STATUS
040600         MOVE 16 TO RETURN-CODE
040700         GO TO 1500-EXIT
040800     END-IF
040900     MOVE "N" TO WS-EOF-SWITCH
041000     PERFORM 1550-READ-ONE-FIRMA THRU 1550-EXIT
041100     PERFORM 1560-NOTE-ONE-FIRMA THRU 1560-EXIT
041200         UNTIL EOF-INPUT
041300     CLOSE FIRMAS-FILE.
041400 1500-EXIT.
041500     EXIT.
041600
041700 1550-READ-ONE-FIRMA.
041800     READ FIRMAS-FILE
041900         AT END
042000             MOVE "Y" TO WS-EOF-SWITCH
042100     END-READ.
042200 1550-EXIT.
042300     EXIT.
042400
042500 1560-NOTE-ONE-FIRMA.
042600     IF FIRMA-GEN-NUMBER = WS-GEN-NUMBER
042700         AND FIRMA-GEN-DATE = WS-GEN-DATE
042800         MOVE "Y" TO WS-SIGNED-SWITCH
042900         MOVE FIRMA-DATE TO WS-SO-DATE
043000         MOVE FIRMA-TIME TO WS-SO-TIME
043100         MOVE FIRMA-OPERATOR TO WS-SO-OPERATOR
043200         MOVE FIRMA-DECISION TO WS-SO-DECISION
043300         MOVE FIRMA-DAY-VERDICT TO WS-SO-VERDICT
043400         MOVE FIRMA-NOTE TO WS-SO-NOTE
043500     END-IF
043600     PERFORM 1550-READ-ONE-FIRMA THRU 1550-EXIT.
043700 1560-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 2000-DEPARTMENTS - THE DEPARTMENT LINES AND THE COMBINED TOTAL
044200* FROM COLECTOR-RPT.DAT, AS THE COLLECTOR PRINTED THEM. A
044300* DEPARTMENT THAT FAILED IS FLAGGED, AND A REPORT THAT IS
044400* MISSING, OLDER THAN THE GENERATION OR CUT SHORT BEFORE ITS
044500* TOTAL LINE COUNTS AGAINST THE DAY
044600******************************************************************
044700 2000-DEPARTMENTS.
044800     MOVE 0 TO WS-DEPT-LINES
044900     MOVE 0 TO WS-DEPT-OVER
045000     MOVE 0 TO WS-DEPT-BAD
045100     MOVE "N" TO WS-TOTAL-SWITCH
045200     MOVE "N" TO WS-EOF-SWITCH
045300     OPEN INPUT COLECTOR-RPT-FILE
045400     IF NOT COL-RPT-OK
045500         MOVE "DEPARTAMENTOS: SIN COLECTOR-RPT.DAT" TO WS-SC-TEXT
045600         PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
045700         ADD 1 TO WS-ISSUE-COUNT
045800         GO TO 2000-EXIT
045900     END-IF
046000     MOVE SPACE TO WS-RPT-DATE
046100     PERFORM 2100-READ-COLECTOR THRU 2100-EXIT
046200     IF NOT EOF-INPUT
046300         AND COLECTOR-RPT-RECORD (1:30) =
046400             "COLECTOR DE ALIMENTACIONES AL "
046500         MOVE COLECTOR-RPT-RECORD (32:8) TO WS-RPT-DATE
046600         PERFORM 2100-READ-COLECTOR THRU 2100-EXIT
046700     END-IF
046800     MOVE SPACES TO WS-SC-TEXT
046900     STRING "DEPARTAMENTOS (COLECTOR-RPT.DAT DEL " WS-RPT-DATE
047000         ")" DELIMITED BY SIZE INTO WS-SC-TEXT
047100     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
047200     IF WS-RPT-DATE < WS-GEN-DATE
047300         MOVE SPACES TO WS-DS-TEXT
047400         MOVE "INFORME ANTERIOR A LA GENERACION"
047500             TO WS-DS-TEXT
047600         MOVE "<< REVISAR" TO WS-DS-FLAG
047700         WRITE HOJA-CTRL-RECORD FROM WS-DEPT-SHEET-LINE
047800         ADD 1 TO WS-ISSUE-COUNT
047900     END-IF
048000     PERFORM 2200-NOTE-ONE-LINE THRU 2200-EXIT
048100         UNTIL EOF-INPUT
048200     CLOSE COLECTOR-RPT-FILE
048300     IF WS-DEPT-OVER > 0
048400         MOVE SPACES TO WS-DS-TEXT
048500         STRING "... Y " WS-DEPT-OVER " DEPARTAMENTOS MAS EN "
048600             "COLECTOR-RPT.DAT" DELIMITED BY SIZE INTO WS-DS-TEXT
048700         MOVE SPACE TO WS-DS-FLAG
048800         WRITE HOJA-CTRL-RECORD FROM WS-DEPT-SHEET-LINE
048900     END-IF
049000     IF NOT COMBINED-TOTAL-SEEN
049100         MOVE "SIN LINEA DE TOTAL COMBINADO" TO WS-DS-TEXT
049200         MOVE "<< REVISAR" TO WS-DS-FLAG
049300         WRITE HOJA-CTRL-RECORD FROM WS-DEPT-SHEET-LINE
049400         ADD 1 TO WS-ISSUE-COUNT
049500     END-IF
049600     MOVE "DEPARTAMENTOS CON PROBLEMA" TO WS-CL-LABEL
049700     MOVE WS-DEPT-BAD TO WS-CL-COUNT
049800     MOVE SPACE TO WS-CL-AMOUNT-X
049900     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT
050000     IF WS-DEPT-BAD > 0
050100         ADD 1 TO WS-ISSUE-COUNT
050200     END-IF.
050300 2000-EXIT.
050400     EXIT.
050500
050600 2100-READ-COLECTOR.
050700     READ COLECTOR-RPT-FILE
050800         AT END
050900             MOVE "Y" TO WS-EOF-SWITCH
051000     END-READ.
051100 2100-EXIT.
051200     EXIT.
051300
051400 2200-NOTE-ONE-LINE.
051500     IF COLECTOR-RPT-RECORD = SPACE
051600         GO TO 2200-NEXT
051700     END-IF
051800     MOVE COLECTOR-RPT-RECORD TO WS-DS-TEXT
051900     MOVE SPACE TO WS-DS-FLAG
052000     IF COLECTOR-RPT-RECORD (1:15) = "TOTAL COMBINADO"
052100         MOVE "Y" TO WS-TOTAL-SWITCH
052200         WRITE HOJA-CTRL-RECORD FROM WS-DEPT-SHEET-LINE
052300         GO TO 2200-NEXT
052400     END-IF
052500     MOVE COLECTOR-RPT-RECORD (74:10) TO WS-DEPT-STATE
052600     IF DEPT-STATE-BAD
052700         ADD 1 TO WS-DEPT-BAD
052800         MOVE "<< REVISAR" TO WS-DS-FLAG
052900     END-IF
053000     IF WS-DEPT-LINES < WS-DEPT-MAX
053100         ADD 1 TO WS-DEPT-LINES
053200         WRITE HOJA-CTRL-RECORD FROM WS-DEPT-SHEET-LINE
053300     ELSE
053400         ADD 1 TO WS-DEPT-OVER
053500     END-IF.
053600 2200-NEXT.
053700     PERFORM 2100-READ-COLECTOR THRU 2100-EXIT.
053800 2200-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 3000-VERDICTS - THE "RESULTADO:" LINE OF THE PAIRS
054300* RECONCILIATION AND OF THE AUDIT-CHAIN CHECK. ONLY EN BALANCE
054400* AND CADENA INTACTA, FROM A REPORT NO OLDER THAN THE
054500* GENERATION, PASS
054600******************************************************************
054700 3000-VERDICTS.
054800     MOVE "CONTROLES DE LA CADENA" TO WS-SC-TEXT
054900     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
055000     PERFORM 3100-RECONCILIATION THRU 3100-EXIT
055100     PERFORM 3200-AUDIT-CHAIN THRU 3200-EXIT.
055200 3000-EXIT.
055300     EXIT.
055400
055500 3100-RECONCILIATION.
055600     MOVE "CONCILIACION PARES-RPT VS AUDIT"
055700         TO WS-VL-LABEL
055800     MOVE SPACE TO WS-RPT-DATE
055900     MOVE "SIN RESULTADO" TO WS-RPT-VERDICT
056000     MOVE "N" TO WS-EOF-SWITCH
056100     OPEN INPUT CONCILIA-RPT-FILE
056200     IF NOT CONCILIA-OK
056300         MOVE "SIN INFORME" TO WS-RPT-VERDICT
056400     ELSE
056500         PERFORM 3150-READ-CONCILIA THRU 3150-EXIT
056600             UNTIL EOF-INPUT
056700         CLOSE CONCILIA-RPT-FILE
056800     END-IF
056900     PERFORM 3900-FILL-VERDICT THRU 3900-EXIT
057000     IF WS-VL-FLAG = SPACE
057100         AND WS-RPT-VERDICT NOT = "EN BALANCE"
057200         MOVE "<< REVISAR" TO WS-VL-FLAG
057300         ADD 1 TO WS-ISSUE-COUNT
057400     END-IF
057500     WRITE HOJA-CTRL-RECORD FROM WS-VERDICT-LINE.
057600 3100-EXIT.
057700     EXIT.
057800
057900 3150-READ-CONCILIA.
058000     READ CONCILIA-RPT-FILE
058100         AT END
058200             MOVE "Y" TO WS-EOF-SWITCH
058300             GO TO 3150-EXIT
058400     END-READ
058500     IF CONCILIA-RPT-RECORD (1:34) =
058600         "CONCILIACION PARES-RPT VS AUDIT - "
058700         MOVE CONCILIA-RPT-RECORD (35:8) TO WS-RPT-DATE
058800     END-IF
058900     IF CONCILIA-RPT-RECORD (1:11) = "RESULTADO: "
059000         MOVE CONCILIA-RPT-RECORD (13:20) TO WS-RPT-VERDICT
059100     END-IF.
059200 3150-EXIT.
059300     EXIT.
059400
059500 3200-AUDIT-CHAIN.
059600     MOVE "CADENA DE AUDITORIA" TO WS-VL-LABEL
059700     MOVE SPACE TO WS-RPT-DATE
059800     MOVE "SIN RESULTADO" TO WS-RPT-VERDICT
059900     MOVE "N" TO WS-EOF-SWITCH
060000     OPEN INPUT VERIF-RPT-FILE
060100     IF NOT VERIF-RPT-OK
060200         MOVE "SIN INFORME" TO WS-RPT-VERDICT
060300     ELSE
060400         PERFORM 3250-READ-VERIF THRU 3250-EXIT
060500             UNTIL EOF-INPUT
060600         CLOSE VERIF-RPT-FILE
060700     END-IF
060800     PERFORM 3900-FILL-VERDICT THRU 3900-EXIT
060900     IF WS-VL-FLAG = SPACE
061000         AND WS-RPT-VERDICT NOT = "CADENA INTACTA"
061100         MOVE "<< REVISAR" TO WS-VL-FLAG
061200         ADD 1 TO WS-ISSUE-COUNT
061300     END-IF
061400     WRITE HOJA-CTRL-RECORD FROM WS-VERDICT-LINE.
061500 3200-EXIT.
061600     EXIT.
061700
061800 3250-READ-VERIF.
061900     READ VERIF-RPT-FILE
062000         AT END
062100             MOVE "Y" TO WS-EOF-SWITCH
062200             GO TO 3250-EXIT
062300     END-READ
062400     IF VERIF-RPT-RECORD (1:40) =
062500         "VERIFICACION DE LA CADENA DE AUDITORIA -"
062600         MOVE VERIF-RPT-RECORD (42:8) TO WS-RPT-DATE
062700     END-IF
062800     IF VERIF-RPT-RECORD (1:11) = "RESULTADO: "
062900         MOVE VERIF-RPT-RECORD (13:20) TO WS-RPT-VERDICT
063000     END-IF.
063100 3250-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500* 3900-FILL-VERDICT - FILL THE VERDICT LINE FROM THE REPORT
063600* JUST READ. A REPORT OLDER THAN THE GENERATION IS LEFT FROM AN
063700* EARLIER RUN AND SAYS NOTHING ABOUT TODAY; THE CALLER WRITES
063800* THE LINE ONCE IT HAS JUDGED THE VERDICT ITSELF
063900******************************************************************
064000 3900-FILL-VERDICT.
064100     MOVE WS-RPT-VERDICT TO WS-VL-TEXT
064200     MOVE SPACE TO WS-VL-NOTE
064300     MOVE SPACE TO WS-VL-FLAG
064400     IF WS-RPT-VERDICT = "SIN INFORME"
064500         GO TO 3900-EXIT
064600     END-IF
064700     IF WS-RPT-DATE < WS-GEN-DATE
064800         STRING "ANTERIOR, DEL " WS-RPT-DATE
064900             DELIMITED BY SIZE INTO WS-VL-NOTE
065000         MOVE "<< REVISAR" TO WS-VL-FLAG
065100         ADD 1 TO WS-ISSUE-COUNT
065200     ELSE
065300         STRING "INFORME DEL " WS-RPT-DATE
065400             DELIMITED BY SIZE INTO WS-VL-NOTE
065500     END-IF.
065600 3900-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000* 4000-COUNTS - REJECTS, DISPOSITIONS, DUPLICATES, CARRIES AND
066100* GL EXCEPTIONS. REJECTS AND CARRIES ARE THE BUSINESS OF AN
066200* ORDINARY DAY AND ONLY GET COUNTED; A DUPLICATE BATCH WAITING
066300* IN NUM-DUP.DAT OR AN OPEN GL EXCEPTION NEEDS SOMEBODY, SO IT
066400* COUNTS AGAINST THE DAY
066500******************************************************************
066600 4000-COUNTS.
066700     MOVE "RECHAZOS, DUPLICADOS Y ARRASTRES" TO WS-SC-TEXT
066800     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
066900     PERFORM 4100-COUNT-REJECTS THRU 4100-EXIT
067000     PERFORM 4200-COUNT-DISPOSITIONS THRU 4200-EXIT
067100     PERFORM 4300-COUNT-DUPLICATES THRU 4300-EXIT
067200     PERFORM 4400-COUNT-CARRIES THRU 4400-EXIT
067300     PERFORM 4500-COUNT-GL-EXCEPTIONS THRU 4500-EXIT.
067400 4000-EXIT.
067500     EXIT.
067600
067700 4100-COUNT-REJECTS.
067800     MOVE 0 TO WS-REJ-COUNT
067900     MOVE "N" TO WS-EOF-SWITCH
068000     OPEN INPUT PARES-REJ-FILE
068100     IF PARES-REJ-OK
068200         PERFORM 4150-READ-ONE-REJECT THRU 4150-EXIT
068300             UNTIL EOF-INPUT
068400         CLOSE PARES-REJ-FILE
068500     END-IF
068600     MOVE SPACES TO WS-CL-LABEL
068700     STRING "PARES RECHAZADOS (" DELIMITED BY SIZE
068800         WS-REJ-FILENAME DELIMITED BY SPACE
068900         ")" DELIMITED BY SIZE INTO WS-CL-LABEL
069000     MOVE WS-REJ-COUNT TO WS-CL-COUNT
069100     MOVE SPACE TO WS-CL-AMOUNT-X
069200     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
069300 4100-EXIT.
069400     EXIT.
069500
069600 4150-READ-ONE-REJECT.
069700     READ PARES-REJ-FILE
069800         AT END
069900             MOVE "Y" TO WS-EOF-SWITCH
070000         NOT AT END
070100             ADD 1 TO WS-REJ-COUNT
070200     END-READ.
070300 4150-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 4200-COUNT-DISPOSITIONS - THE RECH-DISP.DAT LINES STAMPED WITH
070800* THE GENERATION DATE: REPROCESSED REJECTS THAT POSTED OR FAILED
070900* AGAIN, AND THE DAY'S REPAIRS AND WRITE-OFFS
071000******************************************************************
071100 4200-COUNT-DISPOSITIONS.
071200     MOVE 0 TO WS-POSTED-COUNT
071300     MOVE 0 TO WS-STILL-BAD-COUNT
071400     MOVE 0 TO WS-REPAIRED-COUNT
071500     MOVE 0 TO WS-WRITTEN-OFF-COUNT
071600     MOVE "N" TO WS-EOF-SWITCH
071700     OPEN INPUT RECH-DISP-FILE
071800     IF RECH-DISP-OK
071900         PERFORM 4250-READ-ONE-DISP THRU 4250-EXIT
072000             UNTIL EOF-INPUT
072100         CLOSE RECH-DISP-FILE
072200     END-IF
072300     MOVE SPACE TO WS-CL-AMOUNT-X
072400     MOVE "REPROCESO: POSTEADOS" TO WS-CL-LABEL
072500     MOVE WS-POSTED-COUNT TO WS-CL-COUNT
072600     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT
072700     MOVE "REPROCESO: SIGUEN RECHAZADOS" TO WS-CL-LABEL
072800     MOVE WS-STILL-BAD-COUNT TO WS-CL-COUNT
072900     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT
073000     MOVE "RECHAZOS REPARADOS" TO WS-CL-LABEL
073100     MOVE WS-REPAIRED-COUNT TO WS-CL-COUNT
073200     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT
073300     MOVE "RECHAZOS DADOS DE BAJA" TO WS-CL-LABEL
073400     MOVE WS-WRITTEN-OFF-COUNT TO WS-CL-COUNT
073500     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
073600 4200-EXIT.
073700     EXIT.
073800
073900 4250-READ-ONE-DISP.
074000     READ RECH-DISP-FILE
074100         AT END
074200             MOVE "Y" TO WS-EOF-SWITCH
074300             GO TO 4250-EXIT
074400     END-READ
074500     IF DISP-RUN-DATE NOT = WS-GEN-DATE
074600         GO TO 4250-EXIT
074700     END-IF
074800     EVALUATE DISP-STATUS
074900         WHEN "POSTED"
075000             ADD 1 TO WS-POSTED-COUNT
075100         WHEN "STILL-BAD"
075200             ADD 1 TO WS-STILL-BAD-COUNT
075300         WHEN "REPAIRED"
075400             ADD 1 TO WS-REPAIRED-COUNT
075500         WHEN "WRITTEN-OFF"
075600             ADD 1 TO WS-WRITTEN-OFF-COUNT
075700         WHEN OTHER
075800             CONTINUE
075900     END-EVALUATE.
076000 4250-EXIT.
076100     EXIT.
076200
076300 4300-COUNT-DUPLICATES.
076400     MOVE 0 TO WS-DUP-COUNT
076500     MOVE "N" TO WS-EOF-SWITCH
076600     OPEN INPUT NUMDUP-FILE
076700     IF NUMDUP-OK
076800         PERFORM 4350-READ-ONE-DUP THRU 4350-EXIT
076900             UNTIL EOF-INPUT
077000         CLOSE NUMDUP-FILE
077100     END-IF
077200     MOVE "LOTES DUPLICADOS EN NUM-DUP.DAT" TO WS-CL-LABEL
077300     MOVE WS-DUP-COUNT TO WS-CL-COUNT
077400     MOVE SPACE TO WS-CL-AMOUNT-X
077500     IF WS-DUP-COUNT > 0
077600         MOVE "<< REVISAR" TO WS-CL-FLAG
077700         ADD 1 TO WS-ISSUE-COUNT
077800     END-IF
077900     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
078000 4300-EXIT.
078100     EXIT.
078200
078300 4350-READ-ONE-DUP.
078400     READ NUMDUP-FILE
078500         AT END
078600             MOVE "Y" TO WS-EOF-SWITCH
078700         NOT AT END
078800             IF NUMDUP-RECORD (1:1) = "H"
078900                 ADD 1 TO WS-DUP-COUNT
079000             END-IF
079100     END-READ.
079200 4350-EXIT.
079300     EXIT.
079400
079500 4400-COUNT-CARRIES.
079600     MOVE 0 TO WS-CARRY-COUNT
079700     MOVE 0 TO WS-CARRY-TOTAL
079800     MOVE "N" TO WS-EOF-SWITCH
079900     OPEN INPUT GL-CARRY-FILE
080000     IF GL-CARRY-OK
080100         PERFORM 4450-READ-ONE-CARRY THRU 4450-EXIT
080200             UNTIL EOF-INPUT
080300         CLOSE GL-CARRY-FILE
080400     END-IF
080500     MOVE "PARTIDAS GL ARRASTRADAS (GL-CARRY.DAT)"
080600         TO WS-CL-LABEL
080700     MOVE WS-CARRY-COUNT TO WS-CL-COUNT
080800     MOVE WS-CARRY-TOTAL TO WS-CL-AMOUNT
080900     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
081000 4400-EXIT.
081100     EXIT.
081200
081300 4450-READ-ONE-CARRY.
081400     READ GL-CARRY-FILE
081500         AT END
081600             MOVE "Y" TO WS-EOF-SWITCH
081700         NOT AT END
081800             ADD 1 TO WS-CARRY-COUNT
081900             IF CARRY-AMOUNT NUMERIC
082000                 ADD CARRY-AMOUNT TO WS-CARRY-TOTAL
082100             END-IF
082200     END-READ.
082300 4450-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* 4500-COUNT-GL-EXCEPTIONS - CONCILIA-GL REWRITES GL-EXCEP.DAT
082800* WHENEVER THE LEDGER ANSWERS, SO ITS RUN DATE IS SHOWN BESIDE
082900* THE COUNT; EVERY LINE AFTER THE HEADING IS ONE EXCEPTION
083000******************************************************************
083100 4500-COUNT-GL-EXCEPTIONS.
083200     MOVE 0 TO WS-EXCEP-COUNT
083300     MOVE SPACE TO WS-RPT-DATE
083400     MOVE "N" TO WS-EOF-SWITCH
083500     OPEN INPUT GL-EXCEP-FILE
083600     IF GL-EXCEP-OK
083700         PERFORM 4550-READ-ONE-EXCEP THRU 4550-EXIT
083800             UNTIL EOF-INPUT
083900         CLOSE GL-EXCEP-FILE
084000     END-IF
084100     MOVE SPACES TO WS-CL-LABEL
084200     IF WS-RPT-DATE = SPACE
084300         MOVE "EXCEPCIONES GL (SIN GL-EXCEP.DAT)" TO WS-CL-LABEL
084400     ELSE
084500         STRING "EXCEPCIONES GL (CORRIDA DEL " WS-RPT-DATE ")"
084600             DELIMITED BY SIZE INTO WS-CL-LABEL
084700     END-IF
084800     MOVE WS-EXCEP-COUNT TO WS-CL-COUNT
084900     MOVE SPACE TO WS-CL-AMOUNT-X
085000     IF WS-EXCEP-COUNT > 0
085100         MOVE "<< REVISAR" TO WS-CL-FLAG
085200         ADD 1 TO WS-ISSUE-COUNT
085300     END-IF
085400     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
085500 4500-EXIT.
085600     EXIT.
085700
085800 4550-READ-ONE-EXCEP.
085900     READ GL-EXCEP-FILE
086000         AT END
086100             MOVE "Y" TO WS-EOF-SWITCH
086200             GO TO 4550-EXIT
086300     END-READ
086400     IF GL-EXCEP-RECORD (1:38) =
086500         "CONCILIACION GL-INTF VS ACUSE, CORRIDA"
086600         MOVE GL-EXCEP-RECORD (40:8) TO WS-RPT-DATE
086700     ELSE
086800         IF GL-EXCEP-RECORD NOT = SPACE
086900             ADD 1 TO WS-EXCEP-COUNT
087000         END-IF
087100     END-IF.
087200 4550-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600* 5000-GL-TRAILER - THE COUNT AND AMOUNT IN THE GL-INTF.DAT
087700* TRAILER, WHICH IS WHAT THE LEDGER WILL BOOK. NO FILE, NO
087800* TRAILER OR AN INTERFACE DATED BEFORE THE GENERATION MEANS
087900* EXTRACTO-GL DID NOT DELIVER TODAY
088000******************************************************************
088100 5000-GL-TRAILER.
088200     MOVE "INTERFAZ CONTABLE" TO WS-SC-TEXT
088300     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
088400     MOVE "N" TO WS-TRAILER-SWITCH
088500     MOVE SPACE TO WS-RPT-DATE
088600     MOVE "N" TO WS-EOF-SWITCH
088700     OPEN INPUT GL-INTF-FILE
088800     IF GL-INTF-OK
088900         PERFORM 5100-READ-GL-INTF THRU 5100-EXIT
089000             UNTIL EOF-INPUT
089100         CLOSE GL-INTF-FILE
089200     END-IF
089300     MOVE SPACES TO WS-CL-LABEL
089400     MOVE SPACE TO WS-CL-FLAG
089500     IF NOT GL-TRAILER-SEEN
089600         MOVE "TRAILER GL-INTF.DAT: NO HAY" TO WS-CL-LABEL
089700         MOVE 0 TO WS-CL-COUNT
089800         MOVE SPACE TO WS-CL-AMOUNT-X
089900         MOVE "<< REVISAR" TO WS-CL-FLAG
090000         ADD 1 TO WS-ISSUE-COUNT
090100     ELSE
090200         STRING "TRAILER GL-INTF.DAT DEL " WS-RPT-DATE
090300             DELIMITED BY SIZE INTO WS-CL-LABEL
090400         MOVE WS-GT-COUNT TO WS-CL-COUNT
090500         MOVE WS-GT-AMOUNT TO WS-CL-AMOUNT
090600         IF WS-RPT-DATE < WS-GEN-DATE
090700             MOVE "<< REVISAR" TO WS-CL-FLAG
090800             ADD 1 TO WS-ISSUE-COUNT
090900         END-IF
091000     END-IF
091100     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
091200 5000-EXIT.
091300     EXIT.
091400
091500 5100-READ-GL-INTF.
091600     READ GL-INTF-FILE
091700         AT END
091800             MOVE "Y" TO WS-EOF-SWITCH
091900             GO TO 5100-EXIT
092000     END-READ
092100     EVALUATE GL-INTF-RECORD (1:1)
092200         WHEN "H"
092300             MOVE GL-INTF-RECORD TO WS-GL-HEADER
092400             MOVE WS-GH-DATE TO WS-RPT-DATE
092500         WHEN "T"
092600             MOVE GL-INTF-RECORD TO WS-GL-TRAILER
092700             IF WS-GT-COUNT NUMERIC AND WS-GT-AMOUNT NUMERIC
092800                 MOVE "Y" TO WS-TRAILER-SWITCH
092900             END-IF
093000         WHEN OTHER
093100             CONTINUE
093200     END-EVALUATE.
093300 5100-EXIT.
093400     EXIT.
093500
093600******************************************************************
093700* 6000-DAY-VERDICT - EVERYTHING FLAGGED ABOVE MAKES THE DAY
093800* "REVISAR" AND LEAVES RETURN-CODE 4
093900******************************************************************
094000 6000-DAY-VERDICT.
094100     MOVE SPACES TO WS-SC-TEXT
094200     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
094300     MOVE "RESULTADO DEL DIA" TO WS-VL-LABEL
094400     MOVE SPACE TO WS-VL-NOTE
094500     MOVE SPACE TO WS-VL-FLAG
094600     IF WS-ISSUE-COUNT = 0
094700         MOVE "DIA CORRECTO" TO WS-DAY-VERDICT
094800     ELSE
094900         MOVE "REVISAR" TO WS-DAY-VERDICT
095000         STRING WS-ISSUE-COUNT " PUNTOS A REVISAR"
095100             DELIMITED BY SIZE INTO WS-VL-NOTE
095200         IF RETURN-CODE < 4
095300             MOVE 4 TO RETURN-CODE
095400         END-IF
095500     END-IF
095600     MOVE WS-DAY-VERDICT TO WS-VL-TEXT
095700     WRITE HOJA-CTRL-RECORD FROM WS-VERDICT-LINE
095800     DISPLAY "HOJA-CONTROL: GENERACION " WS-GEN-NUMBER
095900         " DEL " WS-GEN-DATE " - " WS-DAY-VERDICT.
096000 6000-EXIT.
096100     EXIT.
096200
096300******************************************************************
096400* 7000-APPLY-SIGN-OFF - ONE CARD IN FIRMA-TRANS.DAT SIGNS THE
096500* SHEET OFF FOR THE CURRENT GENERATION ONLY. A REFUSED CARD
096600* LEAVES RETURN-CODE 8 AND NOTHING IN FIRMAS.DAT
096700******************************************************************
096800 7000-APPLY-SIGN-OFF.
096900     OPEN INPUT FIRMA-TRANS-FILE
097000     IF FIRMA-TRANS-MISSING
097100         IF NOT SIGN-OFF-ON-FILE
097200             DISPLAY "HOJA-CONTROL: SIN FIRMA-TRANS.DAT, LA "
097300                 "HOJA QUEDA PENDIENTE DE FIRMA"
097400         END-IF
097500         GO TO 7000-EXIT
097600     END-IF
097700     IF NOT FIRMA-TRANS-OK
097800         DISPLAY "HOJA-CONTROL: NO SE PUDO ABRIR "
097900             "FIRMA-TRANS.DAT, STATUS=" WS-FIRMA-TRANS-STATUS
098000         MOVE 16 TO RETURN-CODE
098100         GO TO 7000-EXIT
098200     END-IF
098300     READ FIRMA-TRANS-FILE
098400         AT END
098500             CLOSE FIRMA-TRANS-FILE
098600             GO TO 7000-EXIT
098700     END-READ
098800     CLOSE FIRMA-TRANS-FILE
098900     PERFORM 7100-EDIT-CARD THRU 7100-EXIT
099000     IF CARD-GOOD
099100         PERFORM 7200-RECORD-SIGN-OFF THRU 7200-EXIT
099200     END-IF.
099300 7000-EXIT.
099400     EXIT.
099500
099600******************************************************************
099700* 7100-EDIT-CARD - THE CURRENT GENERATION, A KNOWN DECISION AND
099800* A KNOWN OPERATOR. A REJECTION MUST SAY WHY, AND SO MUST AN
099900* APPROVAL OF A DAY THE SHEET SAYS TO REVIEW. THE SAME DECISION
100000* BY THE SAME OPERATOR ALREADY ON FILE IS NOT WRITTEN TWICE
100100******************************************************************
100200 7100-EDIT-CARD.
100300     MOVE "N" TO WS-CARD-SWITCH
100400     MOVE SPACE TO WS-SIGN-RESULT
100500     EVALUATE TRUE
100600         WHEN FT-GEN-NUMBER NOT NUMERIC
100700             MOVE "GENERACION ILEGIBLE" TO WS-SIGN-RESULT
100800         WHEN FT-GEN-NUMBER NOT = WS-GEN-NUMBER
100900             MOVE "NO ES LA GENERACION ACTUAL" TO WS-SIGN-RESULT
101000         WHEN FT-DECISION NOT = "A" AND FT-DECISION NOT = "R"
101100             MOVE "DECISION INVALIDA" TO WS-SIGN-RESULT
101200         WHEN WS-OPERATOR = SPACE
101300             MOVE "OPERADOR DESCONOCIDO" TO WS-SIGN-RESULT
101400         WHEN FT-DECISION = "R" AND FT-NOTE = SPACE
101500             MOVE "RECHAZO SIN MOTIVO" TO WS-SIGN-RESULT
101600         WHEN FT-DECISION = "A" AND FT-NOTE = SPACE
101700             AND WS-DAY-VERDICT NOT = "DIA CORRECTO"
101800             MOVE "APROBAR UN DIA A REVISAR REQUIERE NOTA"
101900                 TO WS-SIGN-RESULT
102000         WHEN OTHER
102100             MOVE "Y" TO WS-CARD-SWITCH
102200     END-EVALUATE
102300     IF NOT CARD-GOOD
102400         DISPLAY "HOJA-CONTROL: FIRMA NO ACEPTADA - "
102500             WS-SIGN-RESULT
102600         MOVE 8 TO RETURN-CODE
102700         GO TO 7100-EXIT
102800     END-IF
102900     IF SIGN-OFF-ON-FILE
103000         AND WS-SO-OPERATOR = WS-OPERATOR
103100         AND WS-SO-DECISION = FT-DECISION
103200         AND WS-SO-NOTE = FT-NOTE
103300         DISPLAY "HOJA-CONTROL: FIRMA YA REGISTRADA EL "
103400             WS-SO-DATE
103500         MOVE "N" TO WS-CARD-SWITCH
103600     END-IF.
103700 7100-EXIT.
103800     EXIT.
103900
104000 7200-RECORD-SIGN-OFF.
104100     OPEN EXTEND FIRMAS-FILE
104200     IF FIRMAS-MISSING
104300         OPEN OUTPUT FIRMAS-FILE
104400     END-IF
104500     IF NOT FIRMAS-OK
104600         DISPLAY "HOJA-CONTROL: NO SE PUDO ABRIR FIRMAS.DAT, "
104700             "STATUS=" WS-FIRMAS-STATUS
104800         MOVE 16 TO RETURN-CODE
104900         GO TO 7200-EXIT
105000     END-IF
105100     ACCEPT WS-NOW FROM TIME
105200     MOVE SPACES TO FIRMA-RECORD
105300     MOVE WS-GEN-NUMBER TO FIRMA-GEN-NUMBER
105400     MOVE WS-GEN-DATE TO FIRMA-GEN-DATE
105500     MOVE WS-TODAY TO FIRMA-DATE
105600     MOVE WS-NOW TO FIRMA-TIME
105700     MOVE WS-OPERATOR TO FIRMA-OPERATOR
105800     MOVE FT-DECISION TO FIRMA-DECISION
105900     MOVE WS-DAY-VERDICT TO FIRMA-DAY-VERDICT
106000     MOVE FT-NOTE TO FIRMA-NOTE
106100     WRITE FIRMA-RECORD
106110     IF NOT FIRMAS-OK
106120         DISPLAY "HOJA-CONTROL: ESCRITURA EN FIRMAS.DAT FALLO, "
106130             "STATUS=" WS-FIRMAS-STATUS ", FIRMA NO REGISTRADA"
106140         MOVE 16 TO RETURN-CODE
106150         CLOSE FIRMAS-FILE
106160         GO TO 7200-EXIT
106170     END-IF
106200     CLOSE FIRMAS-FILE
106300     MOVE "Y" TO WS-SIGNED-SWITCH
106400     MOVE FIRMA-DATE TO WS-SO-DATE
106500     MOVE FIRMA-TIME TO WS-SO-TIME
106600     MOVE FIRMA-OPERATOR TO WS-SO-OPERATOR
106700     MOVE FIRMA-DECISION TO WS-SO-DECISION
106800     MOVE FIRMA-DAY-VERDICT TO WS-SO-VERDICT
106900     MOVE FIRMA-NOTE TO WS-SO-NOTE
107000     IF SO-APPROVED
107100         DISPLAY "HOJA-CONTROL: GENERACION " WS-GEN-NUMBER
107200             " APROBADA POR " WS-OPERATOR
107300     ELSE
107400         DISPLAY "HOJA-CONTROL: GENERACION " WS-GEN-NUMBER
107500             " RECHAZADA POR " WS-OPERATOR
107600     END-IF.
107700 7200-EXIT.
107800     EXIT.
107900
108000******************************************************************
108100* 8000-PRINT-SIGN-OFF - THE SIGN-OFF BLOCK: THE LAST SIGN-OFF ON
108200* FILE FOR THE GENERATION, OR PENDING, AND A LINE FOR THE
108300* REVIEWER'S HAND SIGNATURE ON THE PRINTED COPY
108400******************************************************************
108500 8000-PRINT-SIGN-OFF.
108600     MOVE "FIRMA DEL OPERADOR REVISOR" TO WS-SC-TEXT
108700     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT
108800     MOVE "ESTADO" TO WS-SL-LABEL
108900     IF NOT SIGN-OFF-ON-FILE
109000         MOVE "PENDIENTE DE FIRMA - NO SE EMITE LA COPIA"
109100             TO WS-SL-TEXT
109200         WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE
109300         GO TO 8000-SIGN-LINE
109400     END-IF
109500     IF SO-APPROVED
109600         MOVE "APROBADA" TO WS-SL-TEXT
109700     ELSE
109800         MOVE "RECHAZADA - NO SE EMITE LA COPIA" TO WS-SL-TEXT
109900     END-IF
110000     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE
110100     MOVE "OPERADOR" TO WS-SL-LABEL
110200     MOVE WS-SO-OPERATOR TO WS-SL-TEXT
110300     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE
110400     MOVE "FECHA Y HORA" TO WS-SL-LABEL
110500     MOVE SPACES TO WS-SL-TEXT
110600     STRING WS-SO-DATE " " WS-SO-TIME (1:2) ":" WS-SO-TIME (3:2)
110700         ":" WS-SO-TIME (5:2) DELIMITED BY SIZE INTO WS-SL-TEXT
110800     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE
110900     MOVE "RESULTADO AL FIRMAR" TO WS-SL-LABEL
111000     MOVE WS-SO-VERDICT TO WS-SL-TEXT
111100     IF WS-SO-VERDICT NOT = WS-DAY-VERDICT
111200         MOVE "- LA HOJA CAMBIO DESDE LA FIRMA"
111300             TO WS-SL-TEXT (14:31)
111400     END-IF
111500     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE
111600     MOVE "NOTA" TO WS-SL-LABEL
111700     MOVE WS-SO-NOTE TO WS-SL-TEXT
111800     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE.
111900 8000-SIGN-LINE.
112000     MOVE SPACES TO HOJA-CTRL-RECORD
112100     WRITE HOJA-CTRL-RECORD
112200     MOVE "FIRMA" TO WS-SL-LABEL
112300     MOVE ALL "_" TO WS-SL-TEXT
112400     MOVE SPACES TO WS-SL-TEXT (41:20)
112500     WRITE HOJA-CTRL-RECORD FROM WS-SIGN-LINE.
112600 8000-EXIT.
112700     EXIT.
112800
112900 8800-WRITE-SECTION.
113000     MOVE SPACES TO HOJA-CTRL-RECORD
113100     WRITE HOJA-CTRL-RECORD
113200     IF WS-SC-TEXT NOT = SPACE
113300         WRITE HOJA-CTRL-RECORD FROM WS-SECTION-LINE
113400     END-IF.
113500 8800-EXIT.
113600     EXIT.
113700
113800 8900-WRITE-COUNT-LINE.
113900     WRITE HOJA-CTRL-RECORD FROM WS-COUNT-LINE
114000     MOVE SPACE TO WS-CL-FLAG.
114100 8900-EXIT.
114200     EXIT.
114300
114400******************************************************************
114500* 9000-TERMINATE - CLOSE THE SHEET
114600******************************************************************
114700 9000-TERMINATE.
114800     IF SHEET-OPEN
114900         CLOSE HOJA-CTRL-FILE
115000     END-IF.
115100 9000-EXIT.
115200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INFORME-ABIERTOS.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - AGED OPEN-ITEMS REPORT.
001100*                  BRINGS TOGETHER EVERYTHING LEFT UNRESOLVED IN
001200*                  THE SIDE FILES: PAIRS WHOSE LATEST DISPOSITION
001300*                  IN RECH-DISP.DAT IS STILL-BAD, POSTINGS
001400*                  WAITING IN GL-CARRY.DAT (COPY GLCARRY), BATCHES
001500*                  DIVERTED TO NUM-DUP.DAT AND THE LINES OF
001600*                  CONCILIA-GL'S GL-EXCEP.DAT (COPY GLEXCEP). EACH
001700*                  ITEM SHOWS THE DATE IT FIRST WENT WRONG, THE
001800*                  BUSINESS DAYS IT HAS BEEN OPEN (CALENDARIO.MST,
001900*                  COPY CALREC, FALLING BACK TO MOD 7) AND ITS
002000*                  OWNER - THE CONTACT ON THE DEPARTMENT'S
002100*                  DEPTOS.MST RECORD WHERE THE ITEM HAS A
002200*                  DEPARTMENT. PRINTS ABIERTOS-RPT.DAT: EVERY
002300*                  ITEM, A COUNT BY AGE (0-2, 3-5, 6-10 AND OVER
002400*                  10 BUSINESS DAYS) PER SOURCE, AND AN
002500*                  ESCALATION SECTION FOR EVERY ITEM OLDER THAN
002600*                  AGING-LIMIT-DAYS IN PARAMS.DAT (10 WITHOUT
002700*                  IT). AN ESCALATED ITEM LEAVES RETURN-CODE 4.
002800*                  RUN AT MONTH-END AS THE PROOF THAT NOTHING IS
002900*                  ROTTING IN A SIDE FILE
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RECH-DISP-FILE ASSIGN TO "RECH-DISP.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RECH-DISP-STATUS.
003800
003900     SELECT GL-CARRY-FILE ASSIGN TO "GL-CARRY.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-GL-CARRY-STATUS.
004200
004300     SELECT NUMDUP-FILE ASSIGN TO "NUM-DUP.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-NUMDUP-STATUS.
004600
004700     SELECT GL-EXCEP-FILE ASSIGN TO "GL-EXCEP.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GL-EXCEP-STATUS.
005000
005100     SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.MST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS DEPT-KEY
005500         FILE STATUS IS WS-DEPTOS-STATUS.
005600
005700     SELECT CALEND-FILE ASSIGN TO "CALENDARIO.MST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CAL-KEY
006100         FILE STATUS IS WS-CALEND-STATUS.
006200
006300     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PARAMS-STATUS.
006600
006700     SELECT ABIERTOS-RPT-FILE ASSIGN TO "ABIERTOS-RPT.DAT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ABIERTOS-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RECH-DISP-FILE
007400     RECORD CONTAINS 53 CHARACTERS.
007500 01  RECH-DISP-RECORD.
007600     05  DISP-RUN-DATE           PIC X(08).
007700     05  DISP-RAW-PAIR           PIC X(10).
007800     05  DISP-STATUS             PIC X(11).
007900     05  DISP-DETAIL             PIC X(24).
008000
008100 FD  GL-CARRY-FILE
008200     RECORD CONTAINS 52 CHARACTERS.
008300     COPY GLCARRY.
008400
008500 FD  NUMDUP-FILE
008600     RECORD CONTAINS 100 CHARACTERS.
008700 01  NUMDUP-RECORD               PIC X(100).
008800
008900 FD  GL-EXCEP-FILE
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  GL-EXCEP-RECORD             PIC X(132).
009200
009300 FD  DEPTOS-FILE
009400     RECORD CONTAINS 96 CHARACTERS.
009500     COPY DEPTREC.
009600
009700 FD  CALEND-FILE
009800     RECORD CONTAINS 55 CHARACTERS.
009900     COPY CALREC.
010000
010100 FD  PARAMS-FILE
010200     RECORD CONTAINS 36 CHARACTERS.
010300     COPY PARAMREC.
010400
010500 FD  ABIERTOS-RPT-FILE
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  ABIERTOS-RPT-RECORD         PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000     COPY NUMDATA.
011100     COPY GLEXCEP.
011200
011300 01  WS-RECH-DISP-STATUS          PIC X(02).
011400     88  RECH-DISP-OK                        VALUE "00".
011500     88  RECH-DISP-MISSING                   VALUE "35" "05".
011600
011700 01  WS-GL-CARRY-STATUS           PIC X(02).
011800     88  GL-CARRY-OK                         VALUE "00".
011900     88  GL-CARRY-MISSING                    VALUE "35" "05".
012000
012100 01  WS-NUMDUP-STATUS             PIC X(02).
012200     88  NUMDUP-OK                           VALUE "00".
012300     88  NUMDUP-MISSING                      VALUE "35" "05".
012400
012500 01  WS-GL-EXCEP-STATUS           PIC X(02).
012600     88  GL-EXCEP-OK                         VALUE "00".
012700     88  GL-EXCEP-MISSING                    VALUE "35" "05".
012800
012900 01  WS-DEPTOS-STATUS             PIC X(02).
013000     88  DEPTOS-OK                           VALUE "00".
013100     88  DEPTOS-MISSING                      VALUE "35" "05".
013200
013300 01  WS-CALEND-STATUS             PIC X(02).
013400     88  CALEND-OK                           VALUE "00".
013500     88  CALEND-MISSING                      VALUE "35" "05".
013600
013700 01  WS-PARAMS-STATUS             PIC X(02).
013800     88  PARAMS-OK                           VALUE "00".
013900
014000 01  WS-ABIERTOS-RPT-STATUS       PIC X(02).
014100     88  ABIERTOS-RPT-OK                     VALUE "00".
014200
014300 01  WS-SWITCHES.
014400     05  WS-EOF-DISP-SWITCH       PIC X(01)  VALUE "N".
014500         88  EOF-RECH-DISP                   VALUE "Y".
014600     05  WS-EOF-CARRY-SWITCH      PIC X(01)  VALUE "N".
014700         88  EOF-GL-CARRY                    VALUE "Y".
014800     05  WS-EOF-NUMDUP-SWITCH     PIC X(01)  VALUE "N".
014900         88  EOF-NUMDUP                      VALUE "Y".
015000     05  WS-EOF-EXCEP-SWITCH      PIC X(01)  VALUE "N".
015100         88  EOF-GL-EXCEP                    VALUE "Y".
015200     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
015300         88  EOF-PARAMS                      VALUE "Y".
015400     05  WS-DEPTOS-SWITCH         PIC X(01)  VALUE "N".
015500         88  DEPTOS-PRESENT                  VALUE "Y".
015600     05  WS-CALEND-SWITCH         PIC X(01)  VALUE "N".
015700         88  CALENDAR-PRESENT                VALUE "Y".
015800     05  WS-BUSINESS-SWITCH       PIC X(01)  VALUE "N".
015900         88  BUSINESS-DAY                    VALUE "Y".
016000     05  WS-FOUND-SWITCH          PIC X(01)  VALUE "N".
016100         88  ENTRY-FOUND                     VALUE "Y".
016200     05  WS-DUP-OPEN-SWITCH       PIC X(01)  VALUE "N".
016300         88  DUP-ITEM-OPEN                   VALUE "Y".
016400     05  WS-FULL-SWITCH           PIC X(01)  VALUE "N".
016500         88  ITEM-TABLE-FULL                 VALUE "Y".
016600
016700 01  WS-TODAY                     PIC X(08).
016800 01  WS-WORK-DATE                 PIC X(08).
016900 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
017000     05  WS-WD-YEAR               PIC 9(04).
017100     05  WS-WD-MONTH              PIC 9(02).
017200     05  WS-WD-DAY                PIC 9(02).
017300
017400 77  WS-AGING-LIMIT               PIC 9(02)  VALUE 10.
017500 77  WS-ITEM-MAX                  PIC 9(04) COMP VALUE 1000.
017600 77  WS-ITEM-COUNT                PIC 9(04) COMP VALUE 0.
017700 77  WS-PAIR-MAX                  PIC 9(04) COMP VALUE 2000.
017800 77  WS-PAIR-COUNT                PIC 9(04) COMP VALUE 0.
017900*    A BUSINESS-DAY COUNT IS KEPT FOR UP TO 2000 CALENDAR DAYS
018000*    BACK FROM TODAY. AN ITEM OLDER THAN THAT IS AGED AS IF IT
018100*    WERE 2000 DAYS OLD - IT IS FAR PAST ANY LIMIT EITHER WAY
018200 77  WS-SPAN-MAX                  PIC 9(04) COMP VALUE 2000.
018300 77  WS-SPAN                      PIC 9(04) COMP VALUE 0.
018400 77  WS-SPAN-SUB                  PIC 9(04) COMP VALUE 0.
018500 77  WS-SRC-SUB                   PIC 9(01) COMP VALUE 0.
018600 77  WS-BKT-SUB                   PIC 9(01) COMP VALUE 0.
018700 77  WS-DATE-NUM                  PIC 9(08)  VALUE 0.
018800 77  WS-TODAY-INT                 PIC 9(08) COMP VALUE 0.
018900 77  WS-ORIG-INT                  PIC 9(08) COMP VALUE 0.
019000 77  WS-DAY-INT                   PIC 9(08) COMP VALUE 0.
019100 77  WS-CAL-DAYS                  PIC 9(08) COMP VALUE 0.
019200 77  WS-DOW                       PIC 9(01)  VALUE 0.
019300 77  WS-EX-AMOUNT-NUM             PIC S9(11)V99 VALUE 0.
019400 77  WS-ESCALATED-COUNT           PIC 9(05)  VALUE 0.
019500 77  WS-DISP-COUNT                PIC 9(07)  VALUE 0.
019600 77  WS-MATCHED-COUNT             PIC 9(05)  VALUE 0.
019700 77  WS-ILLEGIBLE-COUNT           PIC 9(05)  VALUE 0.
019800
019900*    THE FOUR SOURCES, IN THE ORDER THEY ARE LOADED AND PRINTED
020000 01  WS-SOURCE-NAME-VALUES.
020100     05  FILLER                   PIC X(10)  VALUE "RECHAZO".
020200     05  FILLER                   PIC X(10)  VALUE "ARRASTRE".
020300     05  FILLER                   PIC X(10)  VALUE "DUPLICADO".
020400     05  FILLER                   PIC X(10)  VALUE "EXCEP. GL".
020500 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
020600     05  WS-SRC-NAME              PIC X(10)  OCCURS 4 TIMES.
020700
020800 01  WS-BUCKET-NAME-VALUES.
020900     05  FILLER                   PIC X(04)  VALUE "0-2".
021000     05  FILLER                   PIC X(04)  VALUE "3-5".
021100     05  FILLER                   PIC X(04)  VALUE "6-10".
021200     05  FILLER                   PIC X(04)  VALUE ">10".
021300 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
021400     05  WS-BKT-NAME              PIC X(04)  OCCURS 4 TIMES.
021500
021600*    ONE ROW PER OPEN ITEM. WS-IT-DAYS HOLDS THE CALENDAR DAYS
021700*    SINCE THE ORIGINAL DATE UNTIL 6000-AGE-ITEMS TURNS IT INTO
021800*    BUSINESS DAYS
021900 01  WS-ITEM-TABLE.
022000     05  WS-ITEM-ENTRY OCCURS 1000 TIMES
022100             INDEXED BY ITEM-IDX.
022200         10  WS-IT-SOURCE         PIC 9(01).
022300         10  WS-IT-REF            PIC X(10).
022400         10  WS-IT-ORIG-DATE      PIC X(08).
022500         10  WS-IT-DEPT           PIC X(08).
022600         10  WS-IT-OWNER          PIC X(20).
022700         10  WS-IT-AMOUNT         PIC S9(11)V99.
022800         10  WS-IT-AMOUNT-SW      PIC X(01).
022900             88  IT-HAS-AMOUNT               VALUE "Y".
023000         10  WS-IT-DETAIL         PIC X(24).
023100         10  WS-IT-DAYS           PIC 9(04).
023200         10  WS-IT-DATE-SW        PIC X(01).
023300             88  IT-DATE-ILLEGIBLE           VALUE "N".
023400         10  WS-IT-BUCKET         PIC 9(01).
023500         10  WS-IT-MATCH-SW       PIC X(01).
023600             88  IT-MATCHED                  VALUE "Y".
023700
023800*    EVERY PAIR EVER DISPOSED OF, WITH THE DATE THE CURRENT
023900*    STILL-BAD SPELL BEGAN - A REPAIR OR WRITE-OFF CLOSES IT
024000 01  WS-PAIR-TABLE.
024100     05  WS-PAIR-ENTRY OCCURS 2000 TIMES
024200             INDEXED BY PAIR-IDX.
024300         10  WS-PR-PAIR           PIC X(10).
024400         10  WS-PR-FIRST-DATE     PIC X(08).
024500         10  WS-PR-DETAIL         PIC X(24).
024600         10  WS-PR-OPEN-SW        PIC X(01).
024700             88  PR-OPEN                     VALUE "Y".
024800
024900*    BUSINESS DAYS AMONG THE LAST N CALENDAR DAYS, TODAY
025000*    INCLUDED: AN ITEM DATED N DAYS AGO HAS BEEN OPEN WS-BD-CUM
025100*    (N) BUSINESS DAYS
025200 01  WS-BUSINESS-DAY-TABLE.
025300     05  WS-BD-CUM                PIC 9(04) COMP
025400             OCCURS 2000 TIMES.
025500
025600 01  WS-SUMMARY-TABLE.
025700     05  WS-SUM-ROW OCCURS 5 TIMES.
025800         10  WS-SUM-CELL          PIC 9(05)  OCCURS 4 TIMES.
025900         10  WS-SUM-TOTAL         PIC 9(05).
026000         10  WS-SUM-ESCALATED     PIC 9(05).
026100
026200 01  WS-ENTRIES-TEXT.
026300     05  FILLER                   PIC X(09)  VALUE "ENTRADAS ".
026400     05  WS-ET-COUNT              PIC 9(07).
026500     05  FILLER                   PIC X(08)  VALUE SPACE.
026600
026700 01  WS-SENT-TEXT.
026800     05  FILLER                   PIC X(11)  VALUE "ULT. ENVIO ".
026900     05  WS-ST-DATE               PIC X(08).
027000     05  FILLER                   PIC X(05)  VALUE SPACE.
027100
027200 01  WS-PAGE-HEADING.
027300     05  FILLER                   PIC X(37)  VALUE
027400         "PARTIDAS ABIERTAS POR ANTIGUEDAD AL  ".
027500     05  WS-PH-DATE               PIC X(08).
027600     05  FILLER                   PIC X(33)  VALUE
027700         "  LIMITE DE ESCALAMIENTO (DIAS): ".
027800     05  WS-PH-LIMIT              PIC Z9.
027900     05  FILLER                   PIC X(52)  VALUE SPACE.
028000
028100 01  WS-TITLE-LINE.
028200     05  WS-TT-TEXT               PIC X(60).
028300     05  FILLER                   PIC X(72)  VALUE SPACE.
028400
028500 01  WS-ITEM-HEADING.
028600     05  FILLER                   PIC X(12)  VALUE "ORIGEN".
028700     05  FILLER                   PIC X(12)  VALUE "REFERENCIA".
028800     05  FILLER                   PIC X(10)  VALUE "FECHA ORIG".
028900     05  FILLER                   PIC X(07)  VALUE "  DIAS".
029000     05  FILLER                   PIC X(06)  VALUE "TRAMO".
029100     05  FILLER                   PIC X(10)  VALUE "DEPTO".
029200     05  FILLER                   PIC X(22)  VALUE "RESPONSABLE".
029300     05  FILLER                   PIC X(20)  VALUE
029400         "           IMPORTE  ".
029500     05  FILLER                   PIC X(33)  VALUE "DETALLE".
029600
029700*    AN ESCALATED ITEM IS FLAGGED "*" AFTER ITS DAY COUNT
029800 01  WS-ITEM-LINE.
029900     05  WS-IL-SOURCE             PIC X(10).
030000     05  FILLER                   PIC X(02)  VALUE SPACE.
030100     05  WS-IL-REF                PIC X(10).
030200     05  FILLER                   PIC X(02)  VALUE SPACE.
030300     05  WS-IL-ORIG-DATE          PIC X(08).
030400     05  FILLER                   PIC X(02)  VALUE SPACE.
030500     05  WS-IL-DAYS               PIC ZZZ9.
030600     05  WS-IL-DAYS-X REDEFINES WS-IL-DAYS
030700                                  PIC X(04).
030800     05  WS-IL-FLAG               PIC X(01).
030900     05  FILLER                   PIC X(02)  VALUE SPACE.
031000     05  WS-IL-BUCKET             PIC X(04).
031100     05  FILLER                   PIC X(02)  VALUE SPACE.
031200     05  WS-IL-DEPT               PIC X(08).
031300     05  FILLER                   PIC X(02)  VALUE SPACE.
031400     05  WS-IL-OWNER              PIC X(20).
031500     05  FILLER                   PIC X(02)  VALUE SPACE.
031600     05  WS-IL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
031700     05  WS-IL-AMOUNT-X REDEFINES WS-IL-AMOUNT
031800                                  PIC X(18).
031900     05  FILLER                   PIC X(02)  VALUE SPACE.
032000     05  WS-IL-DETAIL             PIC X(24).
032100     05  FILLER                   PIC X(09)  VALUE SPACE.
032200
032300 01  WS-SUMMARY-HEADING.
032400     05  FILLER                   PIC X(12)  VALUE "ORIGEN".
032500     05  FILLER                   PIC X(08)  VALUE "     0-2".
032600     05  FILLER                   PIC X(08)  VALUE "     3-5".
032700     05  FILLER                   PIC X(08)  VALUE "    6-10".
032800     05  FILLER                   PIC X(08)  VALUE "     >10".
032900     05  FILLER                   PIC X(08)  VALUE "   TOTAL".
033000     05  FILLER                   PIC X(11)  VALUE "  ESCALADAS".
033100     05  FILLER                   PIC X(69)  VALUE SPACE.
033200
033300 01  WS-SUMMARY-LINE.
033400     05  WS-SL-SOURCE             PIC X(10).
033500     05  FILLER                   PIC X(02)  VALUE SPACE.
033600     05  WS-SL-CELL OCCURS 4 TIMES.
033700         10  FILLER               PIC X(02).
033800         10  WS-SL-COUNT          PIC ZZ,ZZ9.
033900     05  FILLER                   PIC X(02)  VALUE SPACE.
034000     05  WS-SL-TOTAL              PIC ZZ,ZZ9.
034100     05  FILLER                   PIC X(05)  VALUE SPACE.
034200     05  WS-SL-ESCALATED          PIC ZZ,ZZ9.
034300     05  FILLER                   PIC X(69)  VALUE SPACE.
034400
034500 PROCEDURE DIVISION.
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034800     PERFORM 2000-LOAD-REJECTS THRU 2000-EXIT
034900     PERFORM 3000-LOAD-CARRIES THRU 3000-EXIT
035000     PERFORM 4000-LOAD-DUPLICATES THRU 4000-EXIT
035100     PERFORM 5000-LOAD-GL-EXCEPTIONS THRU 5000-EXIT
035200     PERFORM 6000-AGE-ITEMS THRU 6000-EXIT
035300     PERFORM 7000-PRINT-ITEMS THRU 7000-EXIT
035400     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
035500     PERFORM 8000-PRINT-ESCALATIONS THRU 8000-EXIT
035600     PERFORM 9000-TERMINATE THRU 9000-EXIT
035700     GOBACK.
035800
035900******************************************************************
036000* 1000-INITIALIZE - PICK UP THE ESCALATION LIMIT, OPEN THE
036100* MASTERS THE AGEING AND THE OWNERS COME FROM, AND THE PRINT
036200* FILE. NO CALENDAR MEANS THE MONDAY-TO-FRIDAY RULE; NO
036300* DEPARTMENT MASTER MEANS NO OWNERS, NOT NO REPORT
036400******************************************************************
036500 1000-INITIALIZE.
036600     MOVE 0 TO WS-ITEM-COUNT
036700     MOVE 0 TO WS-PAIR-COUNT
036800     MOVE 0 TO WS-ESCALATED-COUNT
036900     MOVE ZEROS TO WS-SUMMARY-TABLE
037000     MOVE "N" TO WS-FULL-SWITCH
037100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
037200     MOVE WS-TODAY TO WS-DATE-NUM
037300     COMPUTE WS-TODAY-INT =
037400         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
037500     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
037600
037700     MOVE "N" TO WS-DEPTOS-SWITCH
037800     OPEN INPUT DEPTOS-FILE
037900     IF DEPTOS-OK
038000         MOVE "Y" TO WS-DEPTOS-SWITCH
038100     ELSE
038200         IF NOT DEPTOS-MISSING
038300             DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
038400                 "DEPTOS.MST, STATUS=" WS-DEPTOS-STATUS
038500             MOVE 16 TO RETURN-CODE
038600         END-IF
038700     END-IF
038800
038900     MOVE "N" TO WS-CALEND-SWITCH
039000     OPEN INPUT CALEND-FILE
039100     IF CALEND-OK
039200         MOVE "Y" TO WS-CALEND-SWITCH
039300     ELSE
039400         IF NOT CALEND-MISSING
039500             DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
039600                 "CALENDARIO.MST, STATUS=" WS-CALEND-STATUS
039700             MOVE 16 TO RETURN-CODE
039800         END-IF
039900     END-IF
040000
040100     OPEN OUTPUT ABIERTOS-RPT-FILE
040200     IF NOT ABIERTOS-RPT-OK
040300         DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
040400             "ABIERTOS-RPT.DAT, STATUS=" WS-ABIERTOS-RPT-STATUS
040500         MOVE 16 TO RETURN-CODE
040600     ELSE
040700         MOVE WS-TODAY TO WS-PH-DATE
040800         MOVE WS-AGING-LIMIT TO WS-PH-LIMIT
040900         WRITE ABIERTOS-RPT-RECORD FROM WS-PAGE-HEADING
041000     END-IF.
041100 1000-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 1050-LOAD-PARAMETERS - THE ESCALATION LIMIT IN BUSINESS DAYS
041600* (AGING-LIMIT-DAYS) FROM PARAMS.DAT. WITHOUT THE FILE, THE
041700* ENTRY, OR A VALUE IN RANGE THE COMPILED-IN 10 STANDS
041800******************************************************************
041900 1050-LOAD-PARAMETERS.
042000     MOVE "N" TO WS-EOF-PARAMS-SWITCH
042100     OPEN INPUT PARAMS-FILE
042200     IF NOT PARAMS-OK
042300         GO TO 1050-EXIT
042400     END-IF
042500     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT
042600     PERFORM 1070-NOTE-ONE-PARAM THRU 1070-EXIT
042700         UNTIL EOF-PARAMS
042800     CLOSE PARAMS-FILE.
042900 1050-EXIT.
043000     EXIT.
043100
043200 1060-READ-ONE-PARAM.
043300     READ PARAMS-FILE
043400         AT END
043500             MOVE "Y" TO WS-EOF-PARAMS-SWITCH
043600     END-READ.
043700 1060-EXIT.
043800     EXIT.
043900
044000 1070-NOTE-ONE-PARAM.
044100     IF PARAM-KEY = "AGING-LIMIT-DAYS"
044200         AND PARAM-VALUE NOT = SPACE
044300         IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
044400             AND FUNCTION NUMVAL(PARAM-VALUE) <= 99
044500             COMPUTE WS-AGING-LIMIT =
044600                 FUNCTION NUMVAL(PARAM-VALUE)
044700         END-IF
044800     END-IF
044900     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT.
045000 1070-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 2000-LOAD-REJECTS - RECH-DISP.DAT IS APPEND-ONLY, ONE LINE PER
045500* DISPOSITION REPARA-RECHAZOS MADE. A PAIR IS OPEN WHEN ITS
045600* LATEST LINE SAYS STILL-BAD; IT HAS BEEN OPEN SINCE THE FIRST
045700* STILL-BAD OF THAT SPELL. NO FILE MEANS NO REJECT WAS EVER
045800* WORKED, WHICH IS NOTHING OPEN
045900******************************************************************
046000 2000-LOAD-REJECTS.
046100     MOVE "N" TO WS-EOF-DISP-SWITCH
046200     OPEN INPUT RECH-DISP-FILE
046300     IF RECH-DISP-MISSING
046400         GO TO 2000-EXIT
046500     END-IF
046600     IF NOT RECH-DISP-OK
046700         DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
046800             "RECH-DISP.DAT, STATUS=" WS-RECH-DISP-STATUS
046900         MOVE 16 TO RETURN-CODE
047000         GO TO 2000-EXIT
047100     END-IF
047200     PERFORM 2100-READ-ONE-DISP THRU 2100-EXIT
047300     PERFORM 2200-NOTE-ONE-DISP THRU 2200-EXIT
047400         UNTIL EOF-RECH-DISP
047500     CLOSE RECH-DISP-FILE
047600     PERFORM 2500-TABLE-ONE-PAIR THRU 2500-EXIT
047700         VARYING PAIR-IDX FROM 1 BY 1
047800         UNTIL PAIR-IDX > WS-PAIR-COUNT.
047900 2000-EXIT.
048000     EXIT.
048100
048200 2100-READ-ONE-DISP.
048300     READ RECH-DISP-FILE
048400         AT END
048500             MOVE "Y" TO WS-EOF-DISP-SWITCH
048600         NOT AT END
048700             ADD 1 TO WS-DISP-COUNT
048800     END-READ.
048900 2100-EXIT.
049000     EXIT.
049100
049200 2200-NOTE-ONE-DISP.
049300     MOVE "N" TO WS-FOUND-SWITCH
049400     PERFORM 2300-FIND-ONE-PAIR THRU 2300-EXIT
049500         VARYING PAIR-IDX FROM 1 BY 1
049600         UNTIL PAIR-IDX > WS-PAIR-COUNT OR ENTRY-FOUND
049700     IF ENTRY-FOUND
049800         SET PAIR-IDX DOWN BY 1
049900     END-IF
050000     EVALUATE DISP-STATUS
050100         WHEN "STILL-BAD"
050200             IF NOT ENTRY-FOUND
050300                 PERFORM 2400-ADD-ONE-PAIR THRU 2400-EXIT
050400                 IF NOT ENTRY-FOUND
050500                     GO TO 2200-NEXT
050600                 END-IF
050700             END-IF
050800             IF NOT PR-OPEN (PAIR-IDX)
050900                 MOVE DISP-RUN-DATE TO WS-PR-FIRST-DATE (PAIR-IDX)
051000                 MOVE "Y" TO WS-PR-OPEN-SW (PAIR-IDX)
051100             END-IF
051200             MOVE DISP-DETAIL TO WS-PR-DETAIL (PAIR-IDX)
051300         WHEN "REPAIRED"
051400         WHEN "WRITTEN-OFF"
051500             IF ENTRY-FOUND
051600                 MOVE "N" TO WS-PR-OPEN-SW (PAIR-IDX)
051700             END-IF
051800         WHEN OTHER
051900             CONTINUE
052000     END-EVALUATE.
052100 2200-NEXT.
052200     PERFORM 2100-READ-ONE-DISP THRU 2100-EXIT.
052300 2200-EXIT.
052400     EXIT.
052500
052600 2300-FIND-ONE-PAIR.
052700     IF WS-PR-PAIR (PAIR-IDX) = DISP-RAW-PAIR
052800         MOVE "Y" TO WS-FOUND-SWITCH
052900     END-IF.
053000 2300-EXIT.
053100     EXIT.
053200
053300 2400-ADD-ONE-PAIR.
053400     IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
053500         DISPLAY "INFORME-ABIERTOS: TABLA DE PARES LLENA, SE "
053600             "IGNORA: " RECH-DISP-RECORD
053700         MOVE 8 TO RETURN-CODE
053800         GO TO 2400-EXIT
053900     END-IF
054000     ADD 1 TO WS-PAIR-COUNT
054100     SET PAIR-IDX TO WS-PAIR-COUNT
054200     MOVE DISP-RAW-PAIR TO WS-PR-PAIR (PAIR-IDX)
054300     MOVE "N" TO WS-PR-OPEN-SW (PAIR-IDX)
054400     MOVE "Y" TO WS-FOUND-SWITCH.
054500 2400-EXIT.
054600     EXIT.
054700
054800 2500-TABLE-ONE-PAIR.
054900     IF NOT PR-OPEN (PAIR-IDX)
055000         GO TO 2500-EXIT
055100     END-IF
055200     PERFORM 6900-NEW-ITEM THRU 6900-EXIT
055300     IF ITEM-TABLE-FULL
055400         GO TO 2500-EXIT
055500     END-IF
055600     MOVE 1 TO WS-IT-SOURCE (ITEM-IDX)
055700     MOVE WS-PR-PAIR (PAIR-IDX) TO WS-IT-REF (ITEM-IDX)
055800     MOVE WS-PR-FIRST-DATE (PAIR-IDX)
055810         TO WS-IT-ORIG-DATE (ITEM-IDX)
055900     MOVE WS-PR-DETAIL (PAIR-IDX) TO WS-IT-DETAIL (ITEM-IDX).
056000 2500-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* 3000-LOAD-CARRIES - EVERY LINE IN GL-CARRY.DAT IS A POSTING
056500* THE LEDGER HAS NOT TAKEN YET. IT HAS BEEN OPEN SINCE THE DAY
056600* IT WAS FIRST SENT (CARRY-ORIG-DATE), NOT SINCE THE LAST
056700* SENDING THAT BOUNCED; A CARRY WRITTEN BEFORE THE ORIGINAL
056800* DATE WAS KEPT ONLY HAS THE LAST SENDING
056900******************************************************************
057000 3000-LOAD-CARRIES.
057100     MOVE "N" TO WS-EOF-CARRY-SWITCH
057200     OPEN INPUT GL-CARRY-FILE
057300     IF GL-CARRY-MISSING
057400         GO TO 3000-EXIT
057500     END-IF
057600     IF NOT GL-CARRY-OK
057700         DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
057800             "GL-CARRY.DAT, STATUS=" WS-GL-CARRY-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         GO TO 3000-EXIT
058100     END-IF
058200     PERFORM 3100-READ-ONE-CARRY THRU 3100-EXIT
058300     PERFORM 3200-TABLE-ONE-CARRY THRU 3200-EXIT
058400         UNTIL EOF-GL-CARRY
058500     CLOSE GL-CARRY-FILE.
058600 3000-EXIT.
058700     EXIT.
058800
058900 3100-READ-ONE-CARRY.
059000     READ GL-CARRY-FILE
059100         AT END
059200             MOVE "Y" TO WS-EOF-CARRY-SWITCH
059300     END-READ.
059400 3100-EXIT.
059500     EXIT.
059600
059700 3200-TABLE-ONE-CARRY.
059800     PERFORM 6900-NEW-ITEM THRU 6900-EXIT
059900     IF ITEM-TABLE-FULL
060000         GO TO 3200-NEXT
060100     END-IF
060200     MOVE 2 TO WS-IT-SOURCE (ITEM-IDX)
060300     MOVE CARRY-ACCOUNT TO WS-IT-REF (ITEM-IDX)
060400     IF CARRY-ORIG-DATE = SPACE
060500         MOVE CARRY-DATE TO WS-IT-ORIG-DATE (ITEM-IDX)
060600     ELSE
060700         MOVE CARRY-ORIG-DATE TO WS-IT-ORIG-DATE (ITEM-IDX)
060800     END-IF
060900     MOVE CARRY-DEPT TO WS-IT-DEPT (ITEM-IDX)
061000     IF CARRY-AMOUNT NUMERIC
061100         MOVE CARRY-AMOUNT TO WS-IT-AMOUNT (ITEM-IDX)
061200         MOVE "Y" TO WS-IT-AMOUNT-SW (ITEM-IDX)
061300     END-IF
061400     MOVE CARRY-DATE TO WS-ST-DATE
061500     MOVE WS-SENT-TEXT TO WS-IT-DETAIL (ITEM-IDX).
061600 3200-NEXT.
061700     PERFORM 3100-READ-ONE-CARRY THRU 3100-EXIT.
061800 3200-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 4000-LOAD-DUPLICATES - NUM-DUP.DAT HOLDS EVERY BATCH SUMA-
062300* CADENA DIVERTED AS ALREADY POSTED, HEADER, ENTRIES AND
062400* TRAILER, UNTIL SOMEONE DEALS WITH IT. ONE ITEM PER HEADER,
062500* DATED BY THE BATCH'S OWN DATE AND OWNED BY ITS ORIGINATING
062600* DEPARTMENT; THE TRAILER GIVES THE ENTRY COUNT AND HASH TOTAL
062700******************************************************************
062800 4000-LOAD-DUPLICATES.
062900     MOVE "N" TO WS-EOF-NUMDUP-SWITCH
063000     MOVE "N" TO WS-DUP-OPEN-SWITCH
063100     OPEN INPUT NUMDUP-FILE
063200     IF NUMDUP-MISSING
063300         GO TO 4000-EXIT
063400     END-IF
063500     IF NOT NUMDUP-OK
063600         DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
063700             "NUM-DUP.DAT, STATUS=" WS-NUMDUP-STATUS
063800         MOVE 16 TO RETURN-CODE
063900         GO TO 4000-EXIT
064000     END-IF
064100     PERFORM 4100-READ-ONE-DUP THRU 4100-EXIT
064200     PERFORM 4200-NOTE-ONE-DUP THRU 4200-EXIT
064300         UNTIL EOF-NUMDUP
064400     CLOSE NUMDUP-FILE.
064500 4000-EXIT.
064600     EXIT.
064700
064800 4100-READ-ONE-DUP.
064900     READ NUMDUP-FILE
065000         AT END
065100             MOVE "Y" TO WS-EOF-NUMDUP-SWITCH
065200     END-READ.
065300 4100-EXIT.
065400     EXIT.
065500
065600 4200-NOTE-ONE-DUP.
065700     EVALUATE NUMDUP-RECORD (1:1)
065800         WHEN "H"
065900             MOVE "N" TO WS-DUP-OPEN-SWITCH
066000             PERFORM 6900-NEW-ITEM THRU 6900-EXIT
066100             IF ITEM-TABLE-FULL
066200                 GO TO 4200-NEXT
066300             END-IF
066400             MOVE NUMDUP-RECORD TO NUM-BATCH-HEADER
066500             MOVE 3 TO WS-IT-SOURCE (ITEM-IDX)
066600             MOVE NUM-HDR-BATCH-ID TO WS-IT-REF (ITEM-IDX)
066700             MOVE NUM-HDR-DATE TO WS-IT-ORIG-DATE (ITEM-IDX)
066800             MOVE NUM-HDR-ORIGIN TO WS-IT-DEPT (ITEM-IDX)
066900             MOVE "SIN TRAILER" TO WS-IT-DETAIL (ITEM-IDX)
067000             MOVE "Y" TO WS-DUP-OPEN-SWITCH
067100         WHEN "T"
067200             IF DUP-ITEM-OPEN
067300                 MOVE NUMDUP-RECORD TO NUM-BATCH-TRAILER
067400                 IF NUM-TRL-COUNT NUMERIC
067500                     MOVE NUM-TRL-COUNT TO WS-ET-COUNT
067600                     MOVE WS-ENTRIES-TEXT
067700                         TO WS-IT-DETAIL (ITEM-IDX)
067800                 END-IF
067900                 IF NUM-TRL-HASH NUMERIC
068000                     MOVE NUM-TRL-HASH TO WS-IT-AMOUNT (ITEM-IDX)
068100                     MOVE "Y" TO WS-IT-AMOUNT-SW (ITEM-IDX)
068200                 END-IF
068300             END-IF
068400             MOVE "N" TO WS-DUP-OPEN-SWITCH
068500         WHEN OTHER
068600             CONTINUE
068700     END-EVALUATE.
068800 4200-NEXT.
068900     PERFORM 4100-READ-ONE-DUP THRU 4100-EXIT.
069000 4200-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400* 5000-LOAD-GL-EXCEPTIONS - THE LATEST RECONCILIATION'S
069500* EXCEPTIONS. A REJECTED OR UNANSWERED POSTING IS ALSO CARRIED
069600* FORWARD, SO WHILE ITS CARRY IS STILL IN GL-CARRY.DAT IT IS
069700* ALREADY ON THE REPORT AND THE EXCEPTION LINE IS NOT COUNTED A
069800* SECOND TIME. ONCE EXTRACTO-GL HAS RE-SENT THE CARRY, THE
069900* EXCEPTION LINE IS ALL THAT SHOWS IT IS STILL IN DOUBT
070000******************************************************************
070100 5000-LOAD-GL-EXCEPTIONS.
070200     MOVE "N" TO WS-EOF-EXCEP-SWITCH
070300     OPEN INPUT GL-EXCEP-FILE
070400     IF GL-EXCEP-MISSING
070500         GO TO 5000-EXIT
070600     END-IF
070700     IF NOT GL-EXCEP-OK
070800         DISPLAY "INFORME-ABIERTOS: NO SE PUDO ABRIR "
070900             "GL-EXCEP.DAT, STATUS=" WS-GL-EXCEP-STATUS
071000         MOVE 16 TO RETURN-CODE
071100         GO TO 5000-EXIT
071200     END-IF
071300     PERFORM 5100-READ-ONE-EXCEP THRU 5100-EXIT
071400     PERFORM 5200-NOTE-ONE-EXCEP THRU 5200-EXIT
071500         UNTIL EOF-GL-EXCEP
071600     CLOSE GL-EXCEP-FILE.
071700 5000-EXIT.
071800     EXIT.
071900
072000 5100-READ-ONE-EXCEP.
072100     READ GL-EXCEP-FILE
072200         AT END
072300             MOVE "Y" TO WS-EOF-EXCEP-SWITCH
072400     END-READ.
072500 5100-EXIT.
072600     EXIT.
072700
072800*    THE HEADING LINE, OR ANYTHING ELSE THAT IS NOT ONE OF THE
072900*    FOUR EXCEPTION KINDS, IS PASSED OVER
073000 5200-NOTE-ONE-EXCEP.
073100     MOVE GL-EXCEP-RECORD TO WS-EXCEP-LINE
073200     IF WS-EX-TEXT NOT = "RECHAZADO"
073300         AND WS-EX-TEXT NOT = "SIN ACUSE"
073400         AND WS-EX-TEXT NOT = "SIN PARTIDA"
073500         AND WS-EX-TEXT NOT = "ESTADO INVAL."
073600         GO TO 5200-NEXT
073700     END-IF
073800     IF WS-EX-ORIG-DATE = SPACE
073900         MOVE WS-EX-DATE TO WS-EX-ORIG-DATE
074000     END-IF
074100     MOVE WS-EX-AMOUNT TO WS-EX-AMOUNT-NUM
074200     IF WS-EX-TEXT = "RECHAZADO" OR WS-EX-TEXT = "SIN ACUSE"
074300         MOVE "N" TO WS-FOUND-SWITCH
074400         PERFORM 5300-MATCH-ONE-CARRY THRU 5300-EXIT
074500             VARYING ITEM-IDX FROM 1 BY 1
074600             UNTIL ITEM-IDX > WS-ITEM-COUNT OR ENTRY-FOUND
074700         IF ENTRY-FOUND
074800             ADD 1 TO WS-MATCHED-COUNT
074900             GO TO 5200-NEXT
075000         END-IF
075100     END-IF
075200     PERFORM 6900-NEW-ITEM THRU 6900-EXIT
075300     IF ITEM-TABLE-FULL
075400         GO TO 5200-NEXT
075500     END-IF
075600     MOVE 4 TO WS-IT-SOURCE (ITEM-IDX)
075700     MOVE WS-EX-ACCOUNT TO WS-IT-REF (ITEM-IDX)
075800     MOVE WS-EX-ORIG-DATE TO WS-IT-ORIG-DATE (ITEM-IDX)
075900     MOVE WS-EX-DEPT TO WS-IT-DEPT (ITEM-IDX)
076000     IF WS-EX-TEXT NOT = "SIN PARTIDA"
076100         MOVE WS-EX-AMOUNT-NUM TO WS-IT-AMOUNT (ITEM-IDX)
076200         MOVE "Y" TO WS-IT-AMOUNT-SW (ITEM-IDX)
076300     END-IF
076400     MOVE WS-EX-TEXT TO WS-IT-DETAIL (ITEM-IDX).
076500 5200-NEXT.
076600     PERFORM 5100-READ-ONE-EXCEP THRU 5100-EXIT.
076700 5200-EXIT.
076800     EXIT.
076900
077000 5300-MATCH-ONE-CARRY.
077100     IF WS-IT-SOURCE (ITEM-IDX) = 2
077200         AND NOT IT-MATCHED (ITEM-IDX)
077300         AND WS-IT-REF (ITEM-IDX) = WS-EX-ACCOUNT
077400         AND WS-IT-DEPT (ITEM-IDX) = WS-EX-DEPT
077500         AND WS-IT-ORIG-DATE (ITEM-IDX) = WS-EX-ORIG-DATE
077600         AND WS-IT-AMOUNT (ITEM-IDX) = WS-EX-AMOUNT-NUM
077700         MOVE "Y" TO WS-IT-MATCH-SW (ITEM-IDX)
077800         MOVE "Y" TO WS-FOUND-SWITCH
077900     END-IF.
078000 5300-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 6000-AGE-ITEMS - FIRST THE CALENDAR DAYS EACH ITEM HAS BEEN
078500* OPEN, THEN ONE WALK BACK FROM TODAY OVER AS MANY DAYS AS THE
078600* OLDEST ITEM NEEDS, COUNTING BUSINESS DAYS, AND FROM THAT EACH
078700* ITEM'S BUSINESS DAYS, AGE BUCKET, OWNER AND ESCALATION. AN
078800* ITEM WITH AN ILLEGIBLE DATE CANNOT BE AGED AND IS ESCALATED
078900******************************************************************
079000 6000-AGE-ITEMS.
079100     MOVE 0 TO WS-SPAN
079200     PERFORM 6100-DATE-ONE-ITEM THRU 6100-EXIT
079300         VARYING ITEM-IDX FROM 1 BY 1
079400         UNTIL ITEM-IDX > WS-ITEM-COUNT
079500     PERFORM 6200-COUNT-ONE-DAY THRU 6200-EXIT
079600         VARYING WS-SPAN-SUB FROM 1 BY 1
079700         UNTIL WS-SPAN-SUB > WS-SPAN
079800     PERFORM 6300-AGE-ONE-ITEM THRU 6300-EXIT
079900         VARYING ITEM-IDX FROM 1 BY 1
080000         UNTIL ITEM-IDX > WS-ITEM-COUNT.
080100 6000-EXIT.
080200     EXIT.
080300
080400 6100-DATE-ONE-ITEM.
080500     MOVE 0 TO WS-IT-DAYS (ITEM-IDX)
080600     MOVE "Y" TO WS-IT-DATE-SW (ITEM-IDX)
080700     MOVE WS-IT-ORIG-DATE (ITEM-IDX) TO WS-WORK-DATE
080800     IF WS-WORK-DATE NOT NUMERIC
080900         OR WS-WD-YEAR < 1601
081000         OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
081100         OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
081200         MOVE "N" TO WS-IT-DATE-SW (ITEM-IDX)
081300         ADD 1 TO WS-ILLEGIBLE-COUNT
081400         GO TO 6100-EXIT
081500     END-IF
081600     MOVE WS-WORK-DATE TO WS-DATE-NUM
081700     COMPUTE WS-ORIG-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
081800*    AN ITEM DATED TODAY OR LATER HAS NOT AGED AT ALL
081900     IF WS-ORIG-INT NOT < WS-TODAY-INT
082000         GO TO 6100-EXIT
082100     END-IF
082200     COMPUTE WS-CAL-DAYS = WS-TODAY-INT - WS-ORIG-INT
082300     IF WS-CAL-DAYS > WS-SPAN-MAX
082400         MOVE WS-SPAN-MAX TO WS-CAL-DAYS
082500     END-IF
082600     MOVE WS-CAL-DAYS TO WS-IT-DAYS (ITEM-IDX)
082700     IF WS-CAL-DAYS > WS-SPAN
082800         MOVE WS-CAL-DAYS TO WS-SPAN
082900     END-IF.
083000 6100-EXIT.
083100     EXIT.
083200
083300 6200-COUNT-ONE-DAY.
083400     COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-SPAN-SUB + 1
083500     COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT 7)
083600     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
083700     PERFORM 6250-CHECK-BUSINESS-DAY THRU 6250-EXIT
083800     IF WS-SPAN-SUB = 1
083900         MOVE 0 TO WS-BD-CUM (WS-SPAN-SUB)
084000     ELSE
084100         MOVE WS-BD-CUM (WS-SPAN-SUB - 1)
084200             TO WS-BD-CUM (WS-SPAN-SUB)
084300     END-IF
084400     IF BUSINESS-DAY
084500         ADD 1 TO WS-BD-CUM (WS-SPAN-SUB)
084600     END-IF.
084700 6200-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100* 6250-CHECK-BUSINESS-DAY - THE CALENDAR DECIDES FIRST: A BANK
085200* HOLIDAY IS NOT A BUSINESS DAY, A BUSINESS DAY OR HALF DAY IS.
085300* A DATE NOT ON THE CALENDAR FALLS BACK TO MOD 7 OF THE INTEGER
085400* DATE: 1 = MONDAY ... 5 = FRIDAY
085500******************************************************************
085600 6250-CHECK-BUSINESS-DAY.
085700     IF WS-DOW > 0 AND WS-DOW < 6
085800         MOVE "Y" TO WS-BUSINESS-SWITCH
085900     ELSE
086000         MOVE "N" TO WS-BUSINESS-SWITCH
086100     END-IF
086200     IF NOT CALENDAR-PRESENT
086300         GO TO 6250-EXIT
086400     END-IF
086500     MOVE WS-DATE-NUM TO CAL-DATE
086600     READ CALEND-FILE
086700         INVALID KEY
086800             CONTINUE
086900         NOT INVALID KEY
087000             IF CAL-BANK-HOLIDAY
087100                 MOVE "N" TO WS-BUSINESS-SWITCH
087200             ELSE
087300                 MOVE "Y" TO WS-BUSINESS-SWITCH
087400             END-IF
087500     END-READ.
087600 6250-EXIT.
087700     EXIT.
087800
087900 6300-AGE-ONE-ITEM.
088000     IF IT-DATE-ILLEGIBLE (ITEM-IDX)
088100         MOVE 4 TO WS-IT-BUCKET (ITEM-IDX)
088200     ELSE
088300         IF WS-IT-DAYS (ITEM-IDX) > 0
088400             MOVE WS-IT-DAYS (ITEM-IDX) TO WS-SPAN-SUB
088500             MOVE WS-BD-CUM (WS-SPAN-SUB) TO WS-IT-DAYS (ITEM-IDX)
088600         END-IF
088700         EVALUATE TRUE
088800             WHEN WS-IT-DAYS (ITEM-IDX) < 3
088900                 MOVE 1 TO WS-IT-BUCKET (ITEM-IDX)
089000             WHEN WS-IT-DAYS (ITEM-IDX) < 6
089100                 MOVE 2 TO WS-IT-BUCKET (ITEM-IDX)
089200             WHEN WS-IT-DAYS (ITEM-IDX) < 11
089300                 MOVE 3 TO WS-IT-BUCKET (ITEM-IDX)
089400             WHEN OTHER
089500                 MOVE 4 TO WS-IT-BUCKET (ITEM-IDX)
089600         END-EVALUATE
089700     END-IF
089800     PERFORM 6400-FIND-OWNER THRU 6400-EXIT
089900     MOVE WS-IT-SOURCE (ITEM-IDX) TO WS-SRC-SUB
090000     MOVE WS-IT-BUCKET (ITEM-IDX) TO WS-BKT-SUB
090100     ADD 1 TO WS-SUM-CELL (WS-SRC-SUB WS-BKT-SUB)
090200     ADD 1 TO WS-SUM-TOTAL (WS-SRC-SUB)
090300     ADD 1 TO WS-SUM-CELL (5 WS-BKT-SUB)
090400     ADD 1 TO WS-SUM-TOTAL (5)
090500     IF IT-DATE-ILLEGIBLE (ITEM-IDX)
090600         OR WS-IT-DAYS (ITEM-IDX) > WS-AGING-LIMIT
090700         ADD 1 TO WS-SUM-ESCALATED (WS-SRC-SUB)
090800         ADD 1 TO WS-SUM-ESCALATED (5)
090900         ADD 1 TO WS-ESCALATED-COUNT
091000     END-IF.
091100 6300-EXIT.
091200     EXIT.
091300
091400******************************************************************
091500* 6400-FIND-OWNER - THE CONTACT ON THE ITEM'S DEPARTMENT RECORD.
091600* A REJECTED PAIR CARRIES NO DEPARTMENT, AND A CODE NOT ON
091700* DEPTOS.MST HAS NO ONE TO ANSWER FOR IT - BOTH ARE SHOWN AS
091800* SUCH RATHER THAN LEFT BLANK
091900******************************************************************
092000 6400-FIND-OWNER.
092100     IF WS-IT-DEPT (ITEM-IDX) = SPACE
092200         MOVE "SIN DEPARTAMENTO" TO WS-IT-OWNER (ITEM-IDX)
092300         GO TO 6400-EXIT
092400     END-IF
092500     IF NOT DEPTOS-PRESENT
092600         MOVE "SIN DEPTOS.MST" TO WS-IT-OWNER (ITEM-IDX)
092700         GO TO 6400-EXIT
092800     END-IF
092900     MOVE WS-IT-DEPT (ITEM-IDX) TO DEPT-M-CODE
093000     READ DEPTOS-FILE
093100         INVALID KEY
093200             MOVE "NO EN DEPTOS.MST" TO WS-IT-OWNER (ITEM-IDX)
093300         NOT INVALID KEY
093400             IF DEPT-M-CONTACT = SPACE
093500                 MOVE "SIN CONTACTO" TO WS-IT-OWNER (ITEM-IDX)
093600             ELSE
093700                 MOVE DEPT-M-CONTACT TO WS-IT-OWNER (ITEM-IDX)
093800             END-IF
093900     END-READ.
094000 6400-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400* 6900-NEW-ITEM - THE NEXT FREE ROW, CLEARED, OR THE TABLE-FULL
094500* SWITCH. A FULL TABLE MEANS THE REPORT IS INCOMPLETE, WHICH IS
094600* SAID ONCE AND LEAVES RETURN-CODE 8
094700******************************************************************
094800 6900-NEW-ITEM.
094900     IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
095000         IF NOT ITEM-TABLE-FULL
095100             DISPLAY "INFORME-ABIERTOS: TABLA DE PARTIDAS LLENA,"
095200                 " EL INFORME ESTA INCOMPLETO"
095300             MOVE 8 TO RETURN-CODE
095400         END-IF
095500         MOVE "Y" TO WS-FULL-SWITCH
095600         GO TO 6900-EXIT
095700     END-IF
095800     ADD 1 TO WS-ITEM-COUNT
095900     SET ITEM-IDX TO WS-ITEM-COUNT
096000     MOVE SPACES TO WS-ITEM-ENTRY (ITEM-IDX)
096100     MOVE 0 TO WS-IT-AMOUNT (ITEM-IDX)
096200     MOVE 0 TO WS-IT-DAYS (ITEM-IDX)
096300     MOVE "N" TO WS-IT-AMOUNT-SW (ITEM-IDX)
096400     MOVE "N" TO WS-IT-MATCH-SW (ITEM-IDX).
096500 6900-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900* 7000-PRINT-ITEMS - EVERY OPEN ITEM, SOURCE BY SOURCE
097000******************************************************************
097100 7000-PRINT-ITEMS.
097200     IF NOT ABIERTOS-RPT-OK
097300         GO TO 7000-EXIT
097400     END-IF
097500     MOVE SPACES TO ABIERTOS-RPT-RECORD
097600     WRITE ABIERTOS-RPT-RECORD
097700     MOVE "PARTIDAS ABIERTAS (DIAS HABILES, * = SOBRE EL LIMITE)"
097800         TO WS-TT-TEXT
097900     WRITE ABIERTOS-RPT-RECORD FROM WS-TITLE-LINE
098000     IF WS-ITEM-COUNT = 0
098100         MOVE "NO HAY PARTIDAS ABIERTAS" TO WS-TT-TEXT
098200         WRITE ABIERTOS-RPT-RECORD FROM WS-TITLE-LINE
098300         GO TO 7000-EXIT
098400     END-IF
098500     WRITE ABIERTOS-RPT-RECORD FROM WS-ITEM-HEADING
098600     PERFORM 7100-PRINT-ONE-ITEM THRU 7100-EXIT
098700         VARYING ITEM-IDX FROM 1 BY 1
098800         UNTIL ITEM-IDX > WS-ITEM-COUNT.
098900 7000-EXIT.
099000     EXIT.
099100
099200 7100-PRINT-ONE-ITEM.
099300     MOVE WS-IT-SOURCE (ITEM-IDX) TO WS-SRC-SUB
099400     MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-IL-SOURCE
099500     MOVE WS-IT-REF (ITEM-IDX) TO WS-IL-REF
099600     MOVE WS-IT-ORIG-DATE (ITEM-IDX) TO WS-IL-ORIG-DATE
099700     IF IT-DATE-ILLEGIBLE (ITEM-IDX)
099800         MOVE " N/D" TO WS-IL-DAYS-X
099900     ELSE
100000         MOVE WS-IT-DAYS (ITEM-IDX) TO WS-IL-DAYS
100100     END-IF
100200     IF IT-DATE-ILLEGIBLE (ITEM-IDX)
100300         OR WS-IT-DAYS (ITEM-IDX) > WS-AGING-LIMIT
100400         MOVE "*" TO WS-IL-FLAG
100500     ELSE
100600         MOVE SPACE TO WS-IL-FLAG
100700     END-IF
100800     MOVE WS-IT-BUCKET (ITEM-IDX) TO WS-BKT-SUB
100900     MOVE WS-BKT-NAME (WS-BKT-SUB) TO WS-IL-BUCKET
101000     MOVE WS-IT-DEPT (ITEM-IDX) TO WS-IL-DEPT
101100     MOVE WS-IT-OWNER (ITEM-IDX) TO WS-IL-OWNER
101200     IF IT-HAS-AMOUNT (ITEM-IDX)
101300         MOVE WS-IT-AMOUNT (ITEM-IDX) TO WS-IL-AMOUNT
101400     ELSE
101500         MOVE SPACES TO WS-IL-AMOUNT-X
101600     END-IF
101700     MOVE WS-IT-DETAIL (ITEM-IDX) TO WS-IL-DETAIL
101800     WRITE ABIERTOS-RPT-RECORD FROM WS-ITEM-LINE.
101900 7100-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300* 7500-PRINT-SUMMARY - HOW MANY ITEMS OF EACH SOURCE SIT IN EACH
102400* AGE BUCKET, AND HOW MANY ARE OVER THE LIMIT
102500******************************************************************
102600 7500-PRINT-SUMMARY.
102700     IF NOT ABIERTOS-RPT-OK
102800         GO TO 7500-EXIT
102900     END-IF
103000     MOVE SPACES TO ABIERTOS-RPT-RECORD
103100     WRITE ABIERTOS-RPT-RECORD
103200     MOVE "RESUMEN POR ANTIGUEDAD (DIAS HABILES)" TO WS-TT-TEXT
103300     WRITE ABIERTOS-RPT-RECORD FROM WS-TITLE-LINE
103400     WRITE ABIERTOS-RPT-RECORD FROM WS-SUMMARY-HEADING
103500     PERFORM 7600-PRINT-ONE-SOURCE THRU 7600-EXIT
103600         VARYING WS-SRC-SUB FROM 1 BY 1
103700         UNTIL WS-SRC-SUB > 5.
103800 7500-EXIT.
103900     EXIT.
104000
104100*    ROW 5 IS THE GRAND TOTAL
104200 7600-PRINT-ONE-SOURCE.
104300     IF WS-SRC-SUB = 5
104400         MOVE "TOTAL" TO WS-SL-SOURCE
104500     ELSE
104600         MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-SL-SOURCE
104700     END-IF
104800     PERFORM 7650-FORMAT-ONE-CELL THRU 7650-EXIT
104900         VARYING WS-BKT-SUB FROM 1 BY 1
105000         UNTIL WS-BKT-SUB > 4
105100     MOVE WS-SUM-TOTAL (WS-SRC-SUB) TO WS-SL-TOTAL
105200     MOVE WS-SUM-ESCALATED (WS-SRC-SUB) TO WS-SL-ESCALATED
105300     WRITE ABIERTOS-RPT-RECORD FROM WS-SUMMARY-LINE.
105400 7600-EXIT.
105500     EXIT.
105600
105700 7650-FORMAT-ONE-CELL.
105800     MOVE SPACES TO WS-SL-CELL (WS-BKT-SUB)
105900     MOVE WS-SUM-CELL (WS-SRC-SUB WS-BKT-SUB)
106000         TO WS-SL-COUNT (WS-BKT-SUB).
106100 7650-EXIT.
106200     EXIT.
106300
106400******************************************************************
106500* 8000-PRINT-ESCALATIONS - EVERY ITEM OPEN LONGER THAN THE
106600* AGING-LIMIT-DAYS PARAMETER, OR WHOSE DATE CANNOT BE READ, FOR
106700* THE OWNER'S MANAGER TO CHASE
106800******************************************************************
106900 8000-PRINT-ESCALATIONS.
107000     IF NOT ABIERTOS-RPT-OK
107100         GO TO 8000-EXIT
107200     END-IF
107300     MOVE SPACES TO ABIERTOS-RPT-RECORD
107400     WRITE ABIERTOS-RPT-RECORD
107500     MOVE "ESCALAMIENTO - PARTIDAS SOBRE EL LIMITE DE DIAS"
107600         TO WS-TT-TEXT
107700     WRITE ABIERTOS-RPT-RECORD FROM WS-TITLE-LINE
107800     IF WS-ESCALATED-COUNT = 0
107900         MOVE "NINGUNA PARTIDA SUPERA EL LIMITE" TO WS-TT-TEXT
108000         WRITE ABIERTOS-RPT-RECORD FROM WS-TITLE-LINE
108100         GO TO 8000-EXIT
108200     END-IF
108300     WRITE ABIERTOS-RPT-RECORD FROM WS-ITEM-HEADING
108400     PERFORM 8100-PRINT-ONE-ESCALATION THRU 8100-EXIT
108500         VARYING ITEM-IDX FROM 1 BY 1
108600         UNTIL ITEM-IDX > WS-ITEM-COUNT.
108700 8000-EXIT.
108800     EXIT.
108900
109000 8100-PRINT-ONE-ESCALATION.
109100     IF IT-DATE-ILLEGIBLE (ITEM-IDX)
109200         OR WS-IT-DAYS (ITEM-IDX) > WS-AGING-LIMIT
109300         PERFORM 7100-PRINT-ONE-ITEM THRU 7100-EXIT
109400     END-IF.
109500 8100-EXIT.
109600     EXIT.
109700
109800******************************************************************
109900* 9000-TERMINATE - CLOSE FILES. ANYTHING OVER THE LIMIT LEAVES
110000* RETURN-CODE 4 FOR SOMEONE TO CHASE; AN I/O ABORT OR AN
110100* INCOMPLETE REPORT IS NOT OVERWRITTEN
110200******************************************************************
110300 9000-TERMINATE.
110400     IF DEPTOS-PRESENT
110500         CLOSE DEPTOS-FILE
110600     END-IF
110700     IF CALENDAR-PRESENT
110800         CLOSE CALEND-FILE
110900     END-IF
111000     CLOSE ABIERTOS-RPT-FILE
111100     DISPLAY "INFORME-ABIERTOS: PARTIDAS ABIERTAS   : "
111200         WS-ITEM-COUNT
111300     DISPLAY "INFORME-ABIERTOS: SOBRE EL LIMITE     : "
111400         WS-ESCALATED-COUNT
111500     DISPLAY "INFORME-ABIERTOS: EXCEP. YA ARRASTRADAS: "
111600         WS-MATCHED-COUNT
111700     IF WS-ILLEGIBLE-COUNT > 0
111800         DISPLAY "INFORME-ABIERTOS: FECHAS ILEGIBLES    : "
111900             WS-ILLEGIBLE-COUNT
112000     END-IF
112100     IF WS-ESCALATED-COUNT > 0 AND RETURN-CODE = 0
112200         DISPLAY "INFORME-ABIERTOS: HAY PARTIDAS PARA ESCALAR, "
112300             "VER ABIERTOS-RPT.DAT"
112400         MOVE 4 TO RETURN-CODE
112500     END-IF.
112600 9000-EXIT.
112700     EXIT.

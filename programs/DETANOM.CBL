000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DETECTA-ANOMAL.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - ANOMALY SCREENING OF THE
001100*                  DAY'S REGISTER BEFORE THE LEDGER SEES IT. THE
001200*                  TRAILER CHECK ONLY PROVES A BATCH ADDS UP TO
001300*                  ITSELF; THIS STEP READS EVERY "D" LINE OF
001400*                  NUM-REG.DAT (COPY NUMREG) FOR THE BATCHES
001500*                  LOTES.MST REGISTERED AS POSTED TODAY AND HOLDS
001600*                  IT AGAINST A PROFILE OF ITS ORIGIN BUILT FROM
001700*                  THE BATCHES POSTED ON EARLIER DAYS: THE USUAL
001800*                  AND THE LARGEST AMOUNT, THE USUAL BATCH SIZE
001900*                  AND THE USUAL SHARE OF REFUNDS (CREDIT LINES).
002000*                  IT FLAGS AMOUNTS FAR OUTSIDE THE USUAL RANGE,
002100*                  THE SAME AMOUNT KEYED OVER AND OVER IN ONE
002200*                  BATCH, AN OVERSIZED BATCH AND A BATCH CARRYING
002300*                  FAR MORE REFUNDS THAN ITS ORIGIN EVER DOES.
002400*                  EVERY FINDING GOES TO ANOMAL-RPT.DAT WITH A
002500*                  SEVERITY (ALTA, MEDIA, BAJA). A BATCH WITH A
002600*                  HIGH-SEVERITY FINDING HOLDS THE CHAIN BEFORE
002700*                  EXTRACTO-GL UNTIL A SUPERVISOR CLEARS IT: THE
002800*                  FIRST RUN FILES A CLEARANCE REQUEST ON
002900*                  PENDIENTE.MST (COPY PENDREC, KIND "A") AND
003000*                  LEAVES RETURN-CODE 4; ONCE A SECOND OPERATOR
003100*                  HAS APPROVED IT IN APRUEBA-PEND THE RESTARTED
003200*                  CHAIN LETS THE BATCH THROUGH. A REJECTED
003300*                  CLEARANCE KEEPS THE CHAIN HELD UNTIL THE BATCH
003400*                  IS BACKED OUT WITH REVERSA-LOTE. THE THRESHOLDS
003500*                  COME FROM THE ANOM- KEYS OF PARAMS.DAT
003510* 10/15/2026 DRO   NUM-REG.DAT NOW ACCUMULATES AND EACH LINE
003520*                  CARRIES ITS RUN DATE (COPY NUMREG, NOW 59
003530*                  BYTES): A BATCH'S LINES COUNT ONLY WHEN DATED
003540*                  THE DAY IT POSTED, SO THE LINES A SUSPENDED
003550*                  BATCH LEFT BEFORE ITS RELEASE ARE NEITHER
003560*                  HISTORY NOR SCREENED TWICE
003570* 10/15/2026 DRO   THE CLEARANCE IMAGE NOW CARRIES THE BATCH'S RUN
003580*                  DATE, AND A CLEARANCE ALREADY APPLIED TODAY
003590*                  STILL RELEASES THE SAME BATCH WITH THE SAME
003591*                  FINDINGS WHEN THE CHAIN IS RESTARTED, INSTEAD
003592*                  OF HOLDING IT AGAIN. THE REQUEST KIND COMES
003593*                  FROM PEND-CLEARANCE (COPY PENDREC)
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT NUMREG-FILE ASSIGN TO "NUM-REG.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-NUMREG-STATUS.
004400
004500     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LOTE-KEY
004900         FILE STATUS IS WS-LOTES-STATUS.
005000
005100     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARAMS-STATUS.
005400
005500     SELECT ANOMAL-RPT-FILE ASSIGN TO "ANOMAL-RPT.DAT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ANOMAL-RPT-STATUS.
005800
005900     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PEND-KEY
006300         FILE STATUS IS WS-PEND-STATUS.
006400
006500     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AUTH-STATUS.
006800
006900     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-APROB-LOG-STATUS.
007200
007250 DATA DIVISION.
007300 FILE SECTION.
007400 FD  NUMREG-FILE
007500     RECORD CONTAINS 59 CHARACTERS.
007600 01  NUMREG-RECORD               PIC X(59).
007700
007800 FD  LOTES-FILE
007900     RECORD CONTAINS 62 CHARACTERS.
008000     COPY LOTEREG.
008100
008200 FD  PARAMS-FILE
008300     RECORD CONTAINS 36 CHARACTERS.
008400     COPY PARAMREC.
008500
008600 FD  ANOMAL-RPT-FILE
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  ANOMAL-RPT-RECORD           PIC X(132).
008900
009000 FD  PEND-FILE
009100     RECORD CONTAINS 211 CHARACTERS.
009200     COPY PENDREC.
009300
009400 FD  AUTH-FILE
009500     RECORD CONTAINS 11 CHARACTERS.
009600     COPY AUTORREC.
009700
009800 FD  APROB-LOG-FILE
009900     RECORD CONTAINS 69 CHARACTERS.
010000     COPY APROBLOG.
010100
010150 WORKING-STORAGE SECTION.
010200     COPY NUMREG.
010300
010400 01  WS-NUMREG-STATUS             PIC X(02).
010500     88  NUMREG-OK                           VALUE "00".
010600
010700 01  WS-LOTES-STATUS              PIC X(02).
010800     88  LOTES-OK                            VALUE "00".
010900     88  LOTES-NOT-FOUND                     VALUE "23".
011000
011100 01  WS-PARAMS-STATUS             PIC X(02).
011200     88  PARAMS-OK                           VALUE "00".
011300
011400 01  WS-ANOMAL-RPT-STATUS         PIC X(02).
011500     88  ANOMAL-RPT-OK                       VALUE "00".
011600
011700 01  WS-PEND-STATUS               PIC X(02).
011800     88  PEND-OK                             VALUE "00".
011900     88  PEND-MISSING                        VALUE "35" "05".
012000
012100 01  WS-AUTH-STATUS               PIC X(02).
012200     88  AUTH-OK                             VALUE "00".
012300
012400 01  WS-APROB-LOG-STATUS          PIC X(02).
012500     88  APROB-LOG-OK                        VALUE "00".
012600     88  APROB-LOG-MISSING                   VALUE "35" "05".
012700
012750 01  WS-SWITCHES.
012800     05  WS-EOF-NUMREG-SWITCH     PIC X(01)  VALUE "N".
012900         88  EOF-NUMREG                      VALUE "Y".
013000     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
013100         88  EOF-PARAMS                      VALUE "Y".
013200     05  WS-LOTES-OPEN-SWITCH     PIC X(01)  VALUE "N".
013300         88  LOTES-FILE-OPEN                 VALUE "Y".
013400     05  WS-BATCH-KIND-SWITCH     PIC X(01)  VALUE "N".
013500         88  BATCH-IS-HISTORY                VALUE "H".
013600         88  BATCH-IS-TODAY                  VALUE "T".
013700     05  WS-BATCH-OPEN-SWITCH     PIC X(01)  VALUE "N".
013800         88  BATCH-OPEN                      VALUE "Y".
013900     05  WS-PROFILED-SWITCH       PIC X(01)  VALUE "N".
014000         88  BATCH-PROFILED                  VALUE "Y".
014100     05  WS-PROFILE-FOUND-SWITCH  PIC X(01)  VALUE "N".
014200         88  PROFILE-FOUND                   VALUE "Y".
014300     05  WS-PROFILE-FULL-SWITCH   PIC X(01)  VALUE "N".
014400         88  PROFILE-TABLE-FULL              VALUE "Y".
014500     05  WS-AMOUNT-FOUND-SWITCH   PIC X(01)  VALUE "N".
014600         88  AMOUNT-FOUND                    VALUE "Y".
014700     05  WS-AMOUNT-FULL-SWITCH    PIC X(01)  VALUE "N".
014800         88  AMOUNT-TABLE-FULL               VALUE "Y".
014900
015000 01  WS-TODAY                     PIC X(08).
015100 01  WS-OPERATOR                  PIC X(08).
015200 01  WS-LAST-LOTE-KEY             PIC X(24)  VALUE SPACE.
015300
015400*    THRESHOLDS, FROM THE ANOM- KEYS OF PARAMS.DAT
015500*      AMOUNT-FACTOR  AN AMOUNT THIS MANY TIMES THE ORIGIN'S
015600*                     USUAL AMOUNT (OR THIS MANY TIMES SMALLER) IS
015700*                     AN OUTLIER; HIGH WHEN IT IS ALSO OVER THE
015800*                     LARGEST AMOUNT THE ORIGIN EVER SENT
015900*      BATCH-FACTOR   A BATCH THIS MANY TIMES ITS USUAL SIZE
016000*      REPEAT-LIMIT   THE SAME AMOUNT THIS MANY TIMES IN ONE BATCH
016100*      REFUND-MARGIN  PERCENTAGE POINTS OF REFUND LINES OVER THE
016200*                     ORIGIN'S USUAL SHARE
016300*      MIN-HISTORY    HISTORY LINES AN ORIGIN NEEDS FOR A PROFILE
016400 77  WS-AMOUNT-FACTOR             PIC 9(03)  VALUE 10.
016500 77  WS-BATCH-FACTOR              PIC 9(03)  VALUE 3.
016600 77  WS-REPEAT-LIMIT              PIC 9(03)  VALUE 5.
016700 77  WS-REFUND-MARGIN             PIC 9(03)  VALUE 25.
016800 77  WS-MIN-HISTORY               PIC 9(03)  VALUE 20.
016900
017000 77  WS-PROFILE-COUNT             PIC 9(03) COMP VALUE 0.
017100 77  WS-PROFILE-SUB               PIC 9(03) COMP VALUE 0.
017200 77  WS-AMOUNT-COUNT              PIC 9(05) COMP VALUE 0.
017300 77  WS-HISTORY-LINES             PIC 9(09)  VALUE 0.
017400 77  WS-SCREENED-LINES            PIC 9(09)  VALUE 0.
017500 77  WS-SCREENED-BATCHES          PIC 9(07)  VALUE 0.
017600 77  WS-UNREAD-LINES              PIC 9(07)  VALUE 0.
017700 77  WS-HIGH-COUNT                PIC 9(07)  VALUE 0.
017800 77  WS-MEDIUM-COUNT              PIC 9(07)  VALUE 0.
017900 77  WS-LOW-COUNT                 PIC 9(07)  VALUE 0.
018000 77  WS-HELD-BATCHES              PIC 9(07)  VALUE 0.
018100 77  WS-CLEARED-BATCHES           PIC 9(07)  VALUE 0.
018200 77  WS-ABS-AMOUNT                PIC S9(09)V99 VALUE 0.
018300 77  WS-LIMIT-WORK                PIC S9(13)V99 VALUE 0.
018400 77  WS-PCT-WORK                  PIC 9(03)V99 VALUE 0.
018500 77  WS-SEVERITY                  PIC X(01)  VALUE SPACE.
018600
018700*    ONE PROFILE PER ORIGIN, FROM THE D LINES OF BATCHES POSTED
018800*    BEFORE TODAY. A REVERSED BATCH POSTED IN ERROR AND IS LEFT
018900*    OUT, AS ARE REVERSAL LINES THEMSELVES
019000 01  WS-PROFILE-TABLE.
019100     05  WS-PROFILE-ENTRY OCCURS 100 TIMES
019200             INDEXED BY PROF-IDX.
019300         10  WS-PF-ORIGIN         PIC X(08).
019400         10  WS-PF-LINES          PIC 9(09) COMP.
019500         10  WS-PF-BATCHES        PIC 9(07) COMP.
019600         10  WS-PF-CREDITS        PIC 9(09) COMP.
019700         10  WS-PF-ABS-TOTAL      PIC S9(15)V99.
019800         10  WS-PF-MAX-ABS        PIC S9(09)V99.
019900         10  WS-PF-AVG-ABS        PIC S9(09)V99.
020000         10  WS-PF-AVG-BATCH      PIC 9(07)V99.
020100         10  WS-PF-CREDIT-PCT     PIC 9(03)V99.
020200
020300*    THE BATCH OF TODAY'S REGISTER BEING SCREENED
020400 01  WS-CURRENT-BATCH.
020500     05  WS-CB-BATCH-ID           PIC X(08).
020600     05  WS-CB-ORIGIN             PIC X(08).
020700     05  WS-CB-PROFILE-SUB        PIC 9(03) COMP.
020800     05  WS-CB-LINES              PIC 9(07).
020900     05  WS-CB-CREDITS            PIC 9(07).
021000     05  WS-CB-TOTAL              PIC S9(11)V99.
021100     05  WS-CB-CREDIT-TOTAL       PIC S9(11)V99.
021200     05  WS-CB-HIGH               PIC 9(03).
021300     05  WS-CB-OUTLIERS           PIC 9(03).
021400     05  WS-CB-REPEATS            PIC 9(03).
021500     05  WS-CB-REFUNDS            PIC 9(03).
021600
021700*    EVERY DISTINCT NONZERO AMOUNT IN THE BATCH AND HOW OFTEN IT
021800*    WAS KEYED
021900 01  WS-AMOUNT-TABLE.
022000     05  WS-AMOUNT-ENTRY OCCURS 1000 TIMES
022100             INDEXED BY AMT-IDX.
022200         10  WS-AM-AMOUNT         PIC S9(09)V99.
022300         10  WS-AM-COUNT          PIC 9(07) COMP.
022400
022500*    A CLEARANCE IS FILED UNDER THE BATCH KEY, AND COVERS EXACTLY
022600*    THE HIGH FINDINGS IT WAS ASKED FOR ON THE DAY THE BATCH
022700*    POSTED: A BATCH THAT CHANGES, OR POSTS AGAIN ANOTHER DAY,
022710*    NEEDS A NEW ONE
022800 01  WS-CLEAR-TARGET.
022900     05  WS-CT-BATCH-ID           PIC X(08).
023000     05  WS-CT-ORIGIN             PIC X(08).
023100     05  FILLER                   PIC X(04)  VALUE SPACE.
023200
023300 01  WS-CLEAR-IMAGE.
023400     05  FILLER                   PIC X(06)  VALUE "ALTOS ".
023500     05  WS-CI-HIGH               PIC 9(03).
023600     05  FILLER                   PIC X(10)  VALUE " ATIPICOS ".
023700     05  WS-CI-OUTLIERS           PIC 9(03).
023800     05  FILLER                   PIC X(11)  VALUE " REPETIDOS ".
023900     05  WS-CI-REPEATS            PIC 9(03).
024000     05  FILLER                   PIC X(12)  VALUE
024100         " REEMBOLSOS ".
024200     05  WS-CI-REFUNDS            PIC 9(03).
024300     05  FILLER                   PIC X(08)  VALUE " LINEAS ".
024400     05  WS-CI-LINES              PIC 9(07).
024500     05  FILLER                   PIC X(07)  VALUE " TOTAL ".
024600     05  WS-CI-TOTAL              PIC S9(11)V99
024700                                  SIGN IS LEADING SEPARATE.
024800     05  FILLER                   PIC X(05)  VALUE " DIA ".
024810     05  WS-CI-RUN-DATE           PIC X(08).
024900
025000*    DUAL CONTROL (COPY PENDREC): THIS PROGRAM'S KIND OF REQUEST,
025100*    THE TARGET AND TRANSACTION IMAGE OF THE BATCH
025200*    IN HAND, AND WHAT 6000-DUAL-CONTROL DECIDED FOR IT
025300 01  WS-DUAL-CONTROL.
025400     05  WS-DC-KIND               PIC X(01)  VALUE SPACE.
025500     05  WS-DC-TARGET             PIC X(20).
025600     05  WS-DC-IMAGE              PIC X(100).
025700     05  WS-DC-LAST-SEQ           PIC 9(03).
025800     05  WS-DC-HIT-KEY            PIC X(24).
025900     05  WS-DC-RESULT             PIC X(01)  VALUE SPACE.
026000         88  DC-APPLY                        VALUE "A".
026100         88  DC-HELD                         VALUE "H".
026200         88  DC-REFUSED                      VALUE "N".
026300     05  WS-DC-REASON             PIC X(20).
026400     05  WS-DC-APPROVED-SWITCH    PIC X(01)  VALUE "N".
026500         88  DC-APPROVED-FOUND               VALUE "Y".
026600     05  WS-DC-WAITING-SWITCH     PIC X(01)  VALUE "N".
026700         88  DC-WAITING-FOUND                VALUE "Y".
026800     05  WS-MAY-REQUEST-SWITCH    PIC X(01)  VALUE "N".
026900         88  MAY-REQUEST                     VALUE "Y".
027000     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
027100         88  PEND-FILE-OPEN                  VALUE "Y".
027200     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
027300         88  EOF-PEND                        VALUE "Y".
027400     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
027500         88  EOF-AUTH                        VALUE "Y".
027600
027650 01  WS-PAGE-HEADING.
027700     05  FILLER                   PIC X(36)  VALUE
027800         "REVISION DE ANOMALIAS DEL REGISTRO ".
027900     05  WS-PH-DATE               PIC X(08).
028000     05  FILLER                   PIC X(18)  VALUE
028100         "  FACTOR IMPORTE: ".
028200     05  WS-PH-AMOUNT-FACTOR      PIC ZZ9.
028300     05  FILLER                   PIC X(15)  VALUE
028400         "  FACTOR LOTE: ".
028500     05  WS-PH-BATCH-FACTOR       PIC ZZ9.
028600     05  FILLER                   PIC X(16)  VALUE
028700         "  REPETICIONES: ".
028800     05  WS-PH-REPEAT-LIMIT       PIC ZZ9.
028900     05  FILLER                   PIC X(16)  VALUE
029000         "  MARGEN REEMB: ".
029100     05  WS-PH-REFUND-MARGIN      PIC ZZ9.
029200     05  FILLER                   PIC X(11)  VALUE "%".
029300
029400 01  WS-TITLE-LINE.
029500     05  WS-TT-TEXT               PIC X(60).
029600     05  FILLER                   PIC X(72)  VALUE SPACE.
029700
029800 01  WS-FINDING-HEADING.
029900     05  FILLER                   PIC X(07)  VALUE "SEVER.".
030000     05  FILLER                   PIC X(10)  VALUE "LOTE".
030100     05  FILLER                   PIC X(10)  VALUE "ORIGEN".
030200     05  FILLER                   PIC X(09)  VALUE "    SEC".
030300     05  FILLER                   PIC X(20)  VALUE
030400         "           IMPORTE  ".
030500     05  FILLER                   PIC X(18)  VALUE "HALLAZGO".
030600     05  FILLER                   PIC X(58)  VALUE "DETALLE".
030700
030800*    A FINDING ON THE BATCH AS A WHOLE LEAVES SEQUENCE AND, WHERE
030900*    THERE IS NO SINGLE AMOUNT, IMPORTE BLANK
031000 01  WS-FINDING-LINE.
031100     05  WS-FL-SEVERITY           PIC X(05).
031200     05  FILLER                   PIC X(02)  VALUE SPACE.
031300     05  WS-FL-BATCH-ID           PIC X(08).
031400     05  FILLER                   PIC X(02)  VALUE SPACE.
031500     05  WS-FL-ORIGIN             PIC X(08).
031600     05  FILLER                   PIC X(02)  VALUE SPACE.
031700     05  WS-FL-SEQ                PIC ZZZZZZ9.
031800     05  WS-FL-SEQ-X REDEFINES WS-FL-SEQ
031900                                  PIC X(07).
032000     05  FILLER                   PIC X(02)  VALUE SPACE.
032100     05  WS-FL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
032200     05  WS-FL-AMOUNT-X REDEFINES WS-FL-AMOUNT
032300                                  PIC X(18).
032400     05  FILLER                   PIC X(02)  VALUE SPACE.
032500     05  WS-FL-FINDING            PIC X(16).
032600     05  FILLER                   PIC X(02)  VALUE SPACE.
032700     05  WS-FL-DETAIL             PIC X(50).
032800     05  FILLER                   PIC X(08)  VALUE SPACE.
032900
033000*    THE DETAIL TEXTS, BUILT IN THESE AND MOVED TO WS-FL-DETAIL
033100 01  WS-RANGE-TEXT.
033200     05  FILLER                   PIC X(06)  VALUE "USUAL ".
033300     05  WS-RT-AVERAGE            PIC Z,ZZZ,ZZZ,ZZ9.99.
033400     05  FILLER                   PIC X(08)  VALUE "  MAXIMO".
033500     05  WS-RT-MAXIMUM            PIC Z,ZZZ,ZZZ,ZZ9.99.
033600     05  FILLER                   PIC X(04)  VALUE SPACE.
033700
033800 01  WS-REPEAT-TEXT.
033900     05  FILLER                   PIC X(08)  VALUE "REPETIDO".
034000     05  WS-RP-COUNT              PIC ZZZ,ZZ9.
034100     05  FILLER                   PIC X(17)  VALUE
034200         " VECES EN EL LOTE".
034300     05  FILLER                   PIC X(18)  VALUE SPACE.
034400
034500 01  WS-SIZE-TEXT.
034600     05  FILLER                   PIC X(07)  VALUE "LINEAS ".
034700     05  WS-SZ-LINES              PIC Z,ZZZ,ZZ9.
034800     05  FILLER                   PIC X(08)  VALUE "  USUAL ".
034900     05  WS-SZ-USUAL              PIC Z,ZZZ,ZZ9.99.
035000     05  FILLER                   PIC X(14)  VALUE SPACE.
035100
035200 01  WS-REFUND-TEXT.
035300     05  FILLER                   PIC X(11)  VALUE "REEMBOLSOS ".
035400     05  WS-RF-COUNT              PIC Z,ZZZ,ZZ9.
035500     05  FILLER                   PIC X(02)  VALUE SPACE.
035600     05  WS-RF-PCT                PIC ZZ9.99.
035700     05  FILLER                   PIC X(09)  VALUE "%  USUAL ".
035800     05  WS-RF-USUAL              PIC ZZ9.99.
035900     05  FILLER                   PIC X(01)  VALUE "%".
036000     05  FILLER                   PIC X(06)  VALUE SPACE.
036100
036200 01  WS-HISTORY-TEXT.
036300     05  FILLER                   PIC X(09)  VALUE "HISTORIA ".
036400     05  WS-HT-LINES              PIC Z,ZZZ,ZZ9.
036500     05  FILLER                   PIC X(17)  VALUE
036600         " LINEAS, MINIMO  ".
036700     05  WS-HT-MINIMUM            PIC ZZ9.
036800     05  FILLER                   PIC X(12)  VALUE SPACE.
036900
037000 01  WS-CLEARANCE-LINE.
037100     05  FILLER                   PIC X(07)  VALUE SPACE.
037200     05  WS-CL-BATCH-ID           PIC X(08).
037300     05  FILLER                   PIC X(02)  VALUE SPACE.
037400     05  WS-CL-ORIGIN             PIC X(08).
037500     05  FILLER                   PIC X(22)  VALUE
037600         "  HALLAZGOS ALTOS:    ".
037700     05  WS-CL-HIGH               PIC ZZ9.
037800     05  FILLER                   PIC X(04)  VALUE "  - ".
037900     05  WS-CL-VERDICT            PIC X(12).
038000     05  WS-CL-REASON             PIC X(20).
038100     05  FILLER                   PIC X(46)  VALUE SPACE.
038200
038300 01  WS-PROFILE-HEADING.
038400     05  FILLER                   PIC X(10)  VALUE "ORIGEN".
038500     05  FILLER                   PIC X(13)  VALUE
038600         "       LINEAS".
038700     05  FILLER                   PIC X(09)  VALUE "    LOTES".
038800     05  FILLER                   PIC X(18)  VALUE
038900         "    IMPORTE USUAL ".
039000     05  FILLER                   PIC X(18)  VALUE
039100         "   IMPORTE MAXIMO ".
039200     05  FILLER                   PIC X(14)  VALUE
039300         "  LINEAS/LOTE ".
039400     05  FILLER                   PIC X(08)  VALUE " REEMB.%".
039500     05  FILLER                   PIC X(42)  VALUE SPACE.
039600
039700 01  WS-PROFILE-LINE.
039800     05  WS-PL-ORIGIN             PIC X(08).
039900     05  FILLER                   PIC X(02)  VALUE SPACE.
040000     05  WS-PL-LINES              PIC ZZZ,ZZZ,ZZ9.
040100     05  FILLER                   PIC X(02)  VALUE SPACE.
040200     05  WS-PL-BATCHES            PIC ZZZ,ZZ9.
040300     05  FILLER                   PIC X(02)  VALUE SPACE.
040400     05  WS-PL-AVERAGE            PIC Z,ZZZ,ZZZ,ZZ9.99.
040500     05  FILLER                   PIC X(02)  VALUE SPACE.
040600     05  WS-PL-MAXIMUM            PIC Z,ZZZ,ZZZ,ZZ9.99.
040700     05  FILLER                   PIC X(02)  VALUE SPACE.
040800     05  WS-PL-AVG-BATCH          PIC Z,ZZZ,ZZ9.99.
040900     05  FILLER                   PIC X(02)  VALUE SPACE.
041000     05  WS-PL-CREDIT-PCT         PIC ZZ9.99.
041100     05  FILLER                   PIC X(44)  VALUE SPACE.
041200
041300 01  WS-TOTAL-LINE.
041400     05  WS-TL-LABEL              PIC X(30).
041500     05  WS-TL-COUNT              PIC ZZZ,ZZZ,ZZ9.
041600     05  FILLER                   PIC X(91)  VALUE SPACE.
041700
041800 PROCEDURE DIVISION.
041900 0000-MAINLINE.
042000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
042100     PERFORM 2000-BUILD-PROFILES THRU 2000-EXIT
042200     PERFORM 3000-SCREEN-TODAY THRU 3000-EXIT
042300     PERFORM 7000-PRINT-PROFILES THRU 7000-EXIT
042400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
042500     PERFORM 9000-TERMINATE THRU 9000-EXIT
042600     GOBACK.
042700
042800******************************************************************
042900* 1000-INITIALIZE - PICK UP THE THRESHOLDS, OPEN THE BATCH
043000* REGISTER, THE REVIEW REPORT AND THE DUAL-CONTROL FILES. WITHOUT
043100* LOTES.MST NO LINE CAN BE TOLD TO BE TODAY'S OR HISTORY, SO
043200* NOTHING IS SCREENED AND THE CHAIN STOPS
043300******************************************************************
043400 1000-INITIALIZE.
043500     MOVE 0 TO WS-PROFILE-COUNT
043600     MOVE 0 TO WS-HISTORY-LINES
043700     MOVE 0 TO WS-SCREENED-LINES
043800     MOVE 0 TO WS-SCREENED-BATCHES
043900     MOVE 0 TO WS-UNREAD-LINES
044000     MOVE 0 TO WS-HIGH-COUNT
044100     MOVE 0 TO WS-MEDIUM-COUNT
044200     MOVE 0 TO WS-LOW-COUNT
044300     MOVE 0 TO WS-HELD-BATCHES
044400     MOVE 0 TO WS-CLEARED-BATCHES
044500     MOVE "N" TO WS-PROFILE-FULL-SWITCH
044600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
044610     SET PEND-CLEARANCE TO TRUE
044620     MOVE PEND-KIND TO WS-DC-KIND
044700     DISPLAY "USER" UPON ENVIRONMENT-NAME
044800     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
044900     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
045000
045100     MOVE "N" TO WS-LOTES-OPEN-SWITCH
045200     OPEN INPUT LOTES-FILE
045300     IF LOTES-OK
045400         MOVE "Y" TO WS-LOTES-OPEN-SWITCH
045500     ELSE
045600         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR LOTES.MST, "
045700             "STATUS=" WS-LOTES-STATUS
045800         MOVE 16 TO RETURN-CODE
045900     END-IF
046000
046100     OPEN OUTPUT ANOMAL-RPT-FILE
046200     IF NOT ANOMAL-RPT-OK
046300         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR "
046400             "ANOMAL-RPT.DAT, STATUS=" WS-ANOMAL-RPT-STATUS
046500         MOVE 16 TO RETURN-CODE
046600     ELSE
046700         MOVE WS-TODAY TO WS-PH-DATE
046800         MOVE WS-AMOUNT-FACTOR TO WS-PH-AMOUNT-FACTOR
046900         MOVE WS-BATCH-FACTOR TO WS-PH-BATCH-FACTOR
047000         MOVE WS-REPEAT-LIMIT TO WS-PH-REPEAT-LIMIT
047100         MOVE WS-REFUND-MARGIN TO WS-PH-REFUND-MARGIN
047200         WRITE ANOMAL-RPT-RECORD FROM WS-PAGE-HEADING
047300     END-IF
047400     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
047500     PERFORM 1900-OPEN-DUAL-CONTROL THRU 1900-EXIT.
047600 1000-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 1050-LOAD-PARAMETERS - THE ANOM- THRESHOLDS FROM PARAMS.DAT.
048100* WITHOUT THE FILE, THE ENTRY, OR A VALUE IN RANGE THE
048200* COMPILED-IN DEFAULT STANDS
048300******************************************************************
048400 1050-LOAD-PARAMETERS.
048500     MOVE "N" TO WS-EOF-PARAMS-SWITCH
048600     OPEN INPUT PARAMS-FILE
048700     IF NOT PARAMS-OK
048800         GO TO 1050-EXIT
048900     END-IF
049000     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT
049100     PERFORM 1070-NOTE-ONE-PARAM THRU 1070-EXIT
049200         UNTIL EOF-PARAMS
049300     CLOSE PARAMS-FILE.
049400 1050-EXIT.
049500     EXIT.
049600
049700 1060-READ-ONE-PARAM.
049800     READ PARAMS-FILE
049900         AT END
050000             MOVE "Y" TO WS-EOF-PARAMS-SWITCH
050100     END-READ.
050200 1060-EXIT.
050300     EXIT.
050400
050500 1070-NOTE-ONE-PARAM.
050600     IF PARAM-KEY (1:5) NOT = "ANOM-" OR PARAM-VALUE = SPACE
050700         GO TO 1070-NEXT
050800     END-IF
050900     EVALUATE PARAM-KEY
051000         WHEN "ANOM-AMOUNT-FACTOR"
051100             IF FUNCTION NUMVAL(PARAM-VALUE) >= 2
051200                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 99
051300                 COMPUTE WS-AMOUNT-FACTOR =
051400                     FUNCTION NUMVAL(PARAM-VALUE)
051500             END-IF
051600         WHEN "ANOM-BATCH-FACTOR"
051700             IF FUNCTION NUMVAL(PARAM-VALUE) >= 2
051800                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 99
051900                 COMPUTE WS-BATCH-FACTOR =
052000                     FUNCTION NUMVAL(PARAM-VALUE)
052100             END-IF
052200         WHEN "ANOM-REPEAT-LIMIT"
052300             IF FUNCTION NUMVAL(PARAM-VALUE) >= 2
052400                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 999
052500                 COMPUTE WS-REPEAT-LIMIT =
052600                     FUNCTION NUMVAL(PARAM-VALUE)
052700             END-IF
052800         WHEN "ANOM-REFUND-MARGIN"
052900             IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
053000                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 100
053100                 COMPUTE WS-REFUND-MARGIN =
053200                     FUNCTION NUMVAL(PARAM-VALUE)
053300             END-IF
053400         WHEN "ANOM-MIN-HISTORY"
053500             IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
053600                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 999
053700                 COMPUTE WS-MIN-HISTORY =
053800                     FUNCTION NUMVAL(PARAM-VALUE)
053900             END-IF
054000     END-EVALUATE.
054100 1070-NEXT.
054200     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT.
054300 1070-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700* 1800-LOAD-AUTHORITY - MAY THE RUNNING OPERATOR FILE A REQUEST OF
054800* THIS PROGRAM'S KIND (COPY AUTORREC)? NO AUTORIZA.DAT, OR NO
054900* ENTRY FOR THE OPERATOR, MEANS NO
055000******************************************************************
055100 1800-LOAD-AUTHORITY.
055200     MOVE "N" TO WS-MAY-REQUEST-SWITCH
055300     MOVE "N" TO WS-EOF-AUTH-SWITCH
055400     OPEN INPUT AUTH-FILE
055500     IF NOT AUTH-OK
055600         GO TO 1800-EXIT
055700     END-IF
055800     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
055900         UNTIL EOF-AUTH
056000     CLOSE AUTH-FILE.
056100 1800-EXIT.
056200     EXIT.
056300
056400 1850-READ-ONE-AUTH.
056500     READ AUTH-FILE
056600         AT END
056700             MOVE "Y" TO WS-EOF-AUTH-SWITCH
056800             GO TO 1850-EXIT
056900     END-READ
057000     IF AUT-OPERATOR = WS-OPERATOR
057100         AND (AUT-KIND = WS-DC-KIND OR AUT-ALL-KINDS)
057200         AND AUT-REQUEST-ALLOWED
057300         MOVE "Y" TO WS-MAY-REQUEST-SWITCH
057400     END-IF.
057500 1850-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 1900-OPEN-DUAL-CONTROL - OPEN THE PENDING-APPROVAL REGISTER,
058000* CREATING IT ON A FRESH SYSTEM THE WAY POST-HISTORIA CREATES
058100* HISTORIA.MST, AND THE APPEND-ONLY APPROVAL LOG
058200******************************************************************
058300 1900-OPEN-DUAL-CONTROL.
058400     OPEN I-O PEND-FILE
058500     IF PEND-MISSING
058600         OPEN OUTPUT PEND-FILE
058700         CLOSE PEND-FILE
058800         OPEN I-O PEND-FILE
058900     END-IF
059000     IF NOT PEND-OK
059100         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR "
059200             "PENDIENTE.MST, STATUS=" WS-PEND-STATUS
059300         MOVE 16 TO RETURN-CODE
059400     ELSE
059500         MOVE "Y" TO WS-PEND-OPEN-SWITCH
059600     END-IF
059700
059800     OPEN EXTEND APROB-LOG-FILE
059900     IF APROB-LOG-MISSING
060000         OPEN OUTPUT APROB-LOG-FILE
060100     END-IF
060200     IF NOT APROB-LOG-OK
060300         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR "
060400             "APROB-LOG.DAT, STATUS=" WS-APROB-LOG-STATUS
060500         MOVE 16 TO RETURN-CODE
060600     END-IF.
060700 1900-EXIT.
060800     EXIT.
060850
060900******************************************************************
061000* 2000-BUILD-PROFILES - FIRST PASS OVER NUM-REG.DAT: EVERY D LINE
061100* OF A BATCH LOTES.MST HOLDS AS POSTED ON AN EARLIER DAY GOES INTO
061200* ITS ORIGIN'S PROFILE. THE AVERAGES ARE WORKED OUT ONCE THE PASS
061300* IS DONE
061400******************************************************************
061500 2000-BUILD-PROFILES.
061600     IF RETURN-CODE NOT = 0
061700         GO TO 2000-EXIT
061800     END-IF
061900     OPEN INPUT NUMREG-FILE
062000     IF NOT NUMREG-OK
062100         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR NUM-REG.DAT, "
062200             "STATUS=" WS-NUMREG-STATUS
062300         MOVE 16 TO RETURN-CODE
062400         GO TO 2000-EXIT
062500     END-IF
062600     MOVE "N" TO WS-EOF-NUMREG-SWITCH
062700     MOVE SPACE TO WS-LAST-LOTE-KEY
062800     MOVE 0 TO WS-PROFILE-SUB
062900     PERFORM 2100-READ-ONE-REG THRU 2100-EXIT
063000     PERFORM 2200-NOTE-ONE-HISTORY THRU 2200-EXIT
063100         UNTIL EOF-NUMREG
063200     CLOSE NUMREG-FILE
063300     PERFORM 2500-FINISH-ONE-PROFILE THRU 2500-EXIT
063400         VARYING PROF-IDX FROM 1 BY 1
063500         UNTIL PROF-IDX > WS-PROFILE-COUNT.
063600 2000-EXIT.
063700     EXIT.
063800
063900 2100-READ-ONE-REG.
064000     READ NUMREG-FILE
064100         AT END
064200             MOVE "Y" TO WS-EOF-NUMREG-SWITCH
064300         NOT AT END
064400             IF NOT NUMREG-OK
064500                 DISPLAY "DETECTA-ANOMAL: REGISTRO DEMASIADO "
064600                     "LARGO EN NUM-REG.DAT, STATUS="
064700                     WS-NUMREG-STATUS
064800                 MOVE "Y" TO WS-EOF-NUMREG-SWITCH
064900                 MOVE 16 TO RETURN-CODE
065000             END-IF
065100     END-READ.
065200 2100-EXIT.
065300     EXIT.
065400
065500 2200-NOTE-ONE-HISTORY.
065600     IF NUMREG-RECORD (1:1) NOT = "D"
065700         GO TO 2200-NEXT
065800     END-IF
065900     MOVE NUMREG-RECORD TO REG-DETAIL-RECORD
066000     IF REG-AMOUNT NOT NUMERIC OR REG-REVERSAL-LINE
066100         GO TO 2200-NEXT
066200     END-IF
066300     IF REG-BATCH-ID NOT = WS-LAST-LOTE-KEY (1:8)
066400         OR REG-ORIGIN NOT = WS-LAST-LOTE-KEY (9:8)
066450         OR REG-RUN-DATE NOT = WS-LAST-LOTE-KEY (17:8)
066500         PERFORM 2300-CHECK-ONE-BATCH THRU 2300-EXIT
066600         IF BATCH-IS-HISTORY
066700             PERFORM 2400-FIND-PROFILE THRU 2400-EXIT
066800             IF WS-PROFILE-SUB = 0
066900                 PERFORM 2450-ADD-PROFILE THRU 2450-EXIT
067000             END-IF
067100             IF WS-PROFILE-SUB NOT = 0
067200                 ADD 1 TO WS-PF-BATCHES (WS-PROFILE-SUB)
067300             END-IF
067400         END-IF
067500     END-IF
067600     IF NOT BATCH-IS-HISTORY OR WS-PROFILE-SUB = 0
067700         GO TO 2200-NEXT
067800     END-IF
067900     ADD 1 TO WS-HISTORY-LINES
068000     ADD 1 TO WS-PF-LINES (WS-PROFILE-SUB)
068100     MOVE REG-AMOUNT TO WS-ABS-AMOUNT
068200     IF REG-AMOUNT < 0
068300         ADD 1 TO WS-PF-CREDITS (WS-PROFILE-SUB)
068400         COMPUTE WS-ABS-AMOUNT = 0 - REG-AMOUNT
068500     END-IF
068600     ADD WS-ABS-AMOUNT TO WS-PF-ABS-TOTAL (WS-PROFILE-SUB)
068700     IF WS-ABS-AMOUNT > WS-PF-MAX-ABS (WS-PROFILE-SUB)
068800         MOVE WS-ABS-AMOUNT TO WS-PF-MAX-ABS (WS-PROFILE-SUB)
068900     END-IF.
069000 2200-NEXT.
069100     PERFORM 2100-READ-ONE-REG THRU 2100-EXIT.
069200 2200-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 2300-CHECK-ONE-BATCH - LOOK THE BATCH UP ON THE REGISTER ONCE
069700* PER BATCH; ITS LINES ARE CONTIGUOUS IN NUM-REG.DAT. ONLY A
069800* POSTED BATCH COUNTS: POSTED TODAY IS SCREENED, POSTED EARLIER IS
069900* HISTORY. A SUSPENDED, VOIDED OR REVERSED BATCH IS NEITHER, AND
069910* NEITHER ARE THE LINES A BATCH LEFT ON ANY DAY BUT THE ONE IT
069920* POSTED ON - A RELEASED BATCH REACHES THE REGISTER TWICE. AN
069930* UNDATED LINE PREDATES THE RUN DATE AND GOES BY LOTES.MST ALONE
070000******************************************************************
070100 2300-CHECK-ONE-BATCH.
070200     MOVE REG-BATCH-ID TO WS-LAST-LOTE-KEY (1:8)
070300     MOVE REG-ORIGIN TO WS-LAST-LOTE-KEY (9:8)
070350     MOVE REG-RUN-DATE TO WS-LAST-LOTE-KEY (17:8)
070400     MOVE "N" TO WS-BATCH-KIND-SWITCH
070500     MOVE REG-BATCH-ID TO LOTE-BATCH-ID
070600     MOVE REG-ORIGIN TO LOTE-ORIGIN
070700     READ LOTES-FILE
070800         INVALID KEY
070900             IF NOT LOTES-NOT-FOUND
071000                 DISPLAY "DETECTA-ANOMAL: LECTURA DE LOTES.MST "
071100                     "FALLO, STATUS=" WS-LOTES-STATUS
071200                 MOVE 16 TO RETURN-CODE
071300             END-IF
071400         NOT INVALID KEY
071500             IF LOTE-POSTED
071550                 AND (REG-RUN-DATE = LOTE-RUN-DATE
071560                     OR REG-RUN-DATE = SPACE)
071600                 IF LOTE-RUN-DATE = WS-TODAY
071700                     MOVE "T" TO WS-BATCH-KIND-SWITCH
071800                 END-IF
071900                 IF LOTE-RUN-DATE < WS-TODAY
072000                     MOVE "H" TO WS-BATCH-KIND-SWITCH
072100                 END-IF
072200             END-IF
072300     END-READ.
072400 2300-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800* 2400-FIND-PROFILE - THE PROFILE OF REG-ORIGIN, RETURNED AS
072900* WS-PROFILE-SUB (0 WHEN THE ORIGIN HAS NONE)
073000******************************************************************
073100 2400-FIND-PROFILE.
073200     MOVE 0 TO WS-PROFILE-SUB
073300     MOVE "N" TO WS-PROFILE-FOUND-SWITCH
073400     PERFORM 2420-CHECK-ONE-PROFILE THRU 2420-EXIT
073500         VARYING PROF-IDX FROM 1 BY 1
073600         UNTIL PROF-IDX > WS-PROFILE-COUNT OR PROFILE-FOUND
073700     IF PROFILE-FOUND
073800         SET PROF-IDX DOWN BY 1
073900         SET WS-PROFILE-SUB TO PROF-IDX
074000     END-IF.
074100 2400-EXIT.
074200     EXIT.
074300
074400 2420-CHECK-ONE-PROFILE.
074500     IF WS-PF-ORIGIN (PROF-IDX) = REG-ORIGIN
074600         MOVE "Y" TO WS-PROFILE-FOUND-SWITCH
074700     END-IF.
074800 2420-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 2450-ADD-PROFILE - A NEW ORIGIN. A FULL TABLE LEAVES THE ORIGIN
075300* WITHOUT A PROFILE, SO ITS BATCHES ARE REPORTED "SIN PERFIL"
075400* INSTEAD OF BEING SCREENED AGAINST THE WRONG ONE
075500******************************************************************
075600 2450-ADD-PROFILE.
075700     IF WS-PROFILE-COUNT NOT < 100
075800         IF NOT PROFILE-TABLE-FULL
075900             DISPLAY "DETECTA-ANOMAL: TABLA DE PERFILES LLENA, "
076000                 "SE IGNORA EL ORIGEN " REG-ORIGIN
076100             MOVE "Y" TO WS-PROFILE-FULL-SWITCH
076200         END-IF
076300         GO TO 2450-EXIT
076400     END-IF
076500     ADD 1 TO WS-PROFILE-COUNT
076600     MOVE WS-PROFILE-COUNT TO WS-PROFILE-SUB
076700     MOVE REG-ORIGIN TO WS-PF-ORIGIN (WS-PROFILE-SUB)
076800     MOVE 0 TO WS-PF-LINES (WS-PROFILE-SUB)
076900     MOVE 0 TO WS-PF-BATCHES (WS-PROFILE-SUB)
077000     MOVE 0 TO WS-PF-CREDITS (WS-PROFILE-SUB)
077100     MOVE 0 TO WS-PF-ABS-TOTAL (WS-PROFILE-SUB)
077200     MOVE 0 TO WS-PF-MAX-ABS (WS-PROFILE-SUB)
077300     MOVE 0 TO WS-PF-AVG-ABS (WS-PROFILE-SUB)
077400     MOVE 0 TO WS-PF-AVG-BATCH (WS-PROFILE-SUB)
077500     MOVE 0 TO WS-PF-CREDIT-PCT (WS-PROFILE-SUB).
077600 2450-EXIT.
077700     EXIT.
077800
077900 2500-FINISH-ONE-PROFILE.
078000     IF WS-PF-LINES (PROF-IDX) = 0
078100         GO TO 2500-EXIT
078200     END-IF
078300     COMPUTE WS-PF-AVG-ABS (PROF-IDX) ROUNDED =
078400         WS-PF-ABS-TOTAL (PROF-IDX) / WS-PF-LINES (PROF-IDX)
078500     COMPUTE WS-PF-CREDIT-PCT (PROF-IDX) ROUNDED =
078600         WS-PF-CREDITS (PROF-IDX) * 100 / WS-PF-LINES (PROF-IDX)
078700     IF WS-PF-BATCHES (PROF-IDX) > 0
078800         COMPUTE WS-PF-AVG-BATCH (PROF-IDX) ROUNDED =
078900             WS-PF-LINES (PROF-IDX) / WS-PF-BATCHES (PROF-IDX)
079000     END-IF.
079100 2500-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 3000-SCREEN-TODAY - SECOND PASS: EVERY D LINE OF A BATCH POSTED
079600* TODAY IS SCREENED AGAINST ITS ORIGIN'S PROFILE, AND EACH BATCH
079700* AS A WHOLE WHEN ITS LAST LINE HAS GONE BY (4000)
079800******************************************************************
079900 3000-SCREEN-TODAY.
080000     IF RETURN-CODE NOT = 0
080100         GO TO 3000-EXIT
080200     END-IF
080300     WRITE ANOMAL-RPT-RECORD FROM WS-FINDING-HEADING
080400     OPEN INPUT NUMREG-FILE
080500     IF NOT NUMREG-OK
080600         DISPLAY "DETECTA-ANOMAL: NO SE PUDO ABRIR NUM-REG.DAT, "
080700             "STATUS=" WS-NUMREG-STATUS
080800         MOVE 16 TO RETURN-CODE
080900         GO TO 3000-EXIT
081000     END-IF
081100     MOVE "N" TO WS-EOF-NUMREG-SWITCH
081200     MOVE "N" TO WS-BATCH-OPEN-SWITCH
081300     MOVE SPACE TO WS-LAST-LOTE-KEY
081400     PERFORM 2100-READ-ONE-REG THRU 2100-EXIT
081500     PERFORM 3200-SCREEN-ONE-REG THRU 3200-EXIT
081600         UNTIL EOF-NUMREG
081700     IF BATCH-OPEN
081800         PERFORM 4000-CLOSE-BATCH THRU 4000-EXIT
081900     END-IF
082000     CLOSE NUMREG-FILE.
082100 3000-EXIT.
082200     EXIT.
082300
082400 3200-SCREEN-ONE-REG.
082500     IF NUMREG-RECORD (1:1) NOT = "D"
082600         GO TO 3200-NEXT
082700     END-IF
082800     MOVE NUMREG-RECORD TO REG-DETAIL-RECORD
082900     IF REG-AMOUNT NOT NUMERIC
083000         DISPLAY "DETECTA-ANOMAL: DETALLE ILEGIBLE EN "
083100             "NUM-REG.DAT: " NUMREG-RECORD
083200         ADD 1 TO WS-UNREAD-LINES
083300         GO TO 3200-NEXT
083400     END-IF
083500*    A REVERSAL'S NEGATING LINE IS AN ADJUSTMENT, NOT A KEYED
083600*    AMOUNT
083700     IF REG-REVERSAL-LINE
083800         GO TO 3200-NEXT
083900     END-IF
084000     IF REG-BATCH-ID NOT = WS-LAST-LOTE-KEY (1:8)
084100         OR REG-ORIGIN NOT = WS-LAST-LOTE-KEY (9:8)
084150         OR REG-RUN-DATE NOT = WS-LAST-LOTE-KEY (17:8)
084200         IF BATCH-OPEN
084300             PERFORM 4000-CLOSE-BATCH THRU 4000-EXIT
084400         END-IF
084500         PERFORM 2300-CHECK-ONE-BATCH THRU 2300-EXIT
084600         IF BATCH-IS-TODAY
084700             PERFORM 3300-OPEN-BATCH THRU 3300-EXIT
084800         END-IF
084900     END-IF
085000     IF NOT BATCH-OPEN
085100         GO TO 3200-NEXT
085200     END-IF
085300     PERFORM 3400-SCREEN-ONE-LINE THRU 3400-EXIT.
085400 3200-NEXT.
085500     PERFORM 2100-READ-ONE-REG THRU 2100-EXIT.
085600 3200-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 3300-OPEN-BATCH - START A BATCH OF TODAY'S. AN ORIGIN WITH LESS
086100* HISTORY THAN ANOM-MIN-HISTORY LINES HAS NO PROFILE WORTH THE
086200* NAME: ONLY THE REPEATED-AMOUNT TEST APPLIES, AND THE BATCH IS
086300* REPORTED SO THE REVIEWER KNOWS IT WAS NOT FULLY SCREENED
086400******************************************************************
086500 3300-OPEN-BATCH.
086600     MOVE "Y" TO WS-BATCH-OPEN-SWITCH
086700     MOVE "N" TO WS-PROFILED-SWITCH
086800     MOVE "N" TO WS-AMOUNT-FULL-SWITCH
086900     MOVE 0 TO WS-AMOUNT-COUNT
087000     ADD 1 TO WS-SCREENED-BATCHES
087100     MOVE REG-BATCH-ID TO WS-CB-BATCH-ID
087200     MOVE REG-ORIGIN TO WS-CB-ORIGIN
087300     MOVE 0 TO WS-CB-LINES
087400     MOVE 0 TO WS-CB-CREDITS
087500     MOVE 0 TO WS-CB-TOTAL
087600     MOVE 0 TO WS-CB-CREDIT-TOTAL
087700     MOVE 0 TO WS-CB-HIGH
087800     MOVE 0 TO WS-CB-OUTLIERS
087900     MOVE 0 TO WS-CB-REPEATS
088000     MOVE 0 TO WS-CB-REFUNDS
088100     PERFORM 2400-FIND-PROFILE THRU 2400-EXIT
088200     MOVE WS-PROFILE-SUB TO WS-CB-PROFILE-SUB
088300     IF WS-PROFILE-SUB NOT = 0
088400         IF WS-PF-LINES (WS-PROFILE-SUB) NOT < WS-MIN-HISTORY
088500             MOVE "Y" TO WS-PROFILED-SWITCH
088600             GO TO 3300-EXIT
088700         END-IF
088800         MOVE WS-PF-LINES (WS-PROFILE-SUB) TO WS-HT-LINES
088900     ELSE
089000         MOVE 0 TO WS-HT-LINES
089100     END-IF
089200     MOVE WS-MIN-HISTORY TO WS-HT-MINIMUM
089300     MOVE "B" TO WS-SEVERITY
089400     MOVE SPACE TO WS-FL-SEQ-X
089500     MOVE SPACE TO WS-FL-AMOUNT-X
089600     MOVE "SIN PERFIL" TO WS-FL-FINDING
089700     MOVE WS-HISTORY-TEXT TO WS-FL-DETAIL
089800     PERFORM 4900-WRITE-FINDING THRU 4900-EXIT.
089900 3300-EXIT.
090000     EXIT.
090100
090200******************************************************************
090300* 3400-SCREEN-ONE-LINE - ONE LINE AGAINST THE USUAL RANGE OF ITS
090400* ORIGIN. FAR OVER THE USUAL AMOUNT IS A MEDIUM FINDING, AND HIGH
090500* WHEN IT ALSO TOPS THE LARGEST AMOUNT THE ORIGIN EVER SENT - THE
090600* 90000.00 KEYED FOR 900.00. FAR UNDER IT IS LOW
090700******************************************************************
090800 3400-SCREEN-ONE-LINE.
090900     ADD 1 TO WS-SCREENED-LINES
091000     ADD 1 TO WS-CB-LINES
091100     ADD REG-AMOUNT TO WS-CB-TOTAL
091200     MOVE REG-AMOUNT TO WS-ABS-AMOUNT
091300     IF REG-AMOUNT < 0
091400         ADD 1 TO WS-CB-CREDITS
091500         ADD REG-AMOUNT TO WS-CB-CREDIT-TOTAL
091600         COMPUTE WS-ABS-AMOUNT = 0 - REG-AMOUNT
091700     END-IF
091800     IF REG-AMOUNT NOT = 0
091900         PERFORM 3500-NOTE-ONE-AMOUNT THRU 3500-EXIT
092000     END-IF
092100     IF NOT BATCH-PROFILED
092200         GO TO 3400-EXIT
092300     END-IF
092400     MOVE WS-CB-PROFILE-SUB TO WS-PROFILE-SUB
092500     COMPUTE WS-LIMIT-WORK =
092600         WS-PF-AVG-ABS (WS-PROFILE-SUB) * WS-AMOUNT-FACTOR
092700     IF WS-ABS-AMOUNT > WS-LIMIT-WORK
092800         IF WS-ABS-AMOUNT > WS-PF-MAX-ABS (WS-PROFILE-SUB)
092900             MOVE "A" TO WS-SEVERITY
093000             ADD 1 TO WS-CB-OUTLIERS
093100         ELSE
093200             MOVE "M" TO WS-SEVERITY
093300         END-IF
093400         MOVE "IMPORTE ATIPICO" TO WS-FL-FINDING
093500         PERFORM 3450-WRITE-RANGE-FINDING THRU 3450-EXIT
093600         GO TO 3400-EXIT
093700     END-IF
093800     COMPUTE WS-LIMIT-WORK = WS-ABS-AMOUNT * WS-AMOUNT-FACTOR
093900     IF WS-LIMIT-WORK < WS-PF-AVG-ABS (WS-PROFILE-SUB)
094000         MOVE "B" TO WS-SEVERITY
094100         MOVE "IMPORTE BAJO" TO WS-FL-FINDING
094200         PERFORM 3450-WRITE-RANGE-FINDING THRU 3450-EXIT
094300     END-IF.
094400 3400-EXIT.
094500     EXIT.
094600
094700 3450-WRITE-RANGE-FINDING.
094800     MOVE REG-SEQ-IN-BATCH TO WS-FL-SEQ
094900     MOVE REG-AMOUNT TO WS-FL-AMOUNT
095000     MOVE WS-PF-AVG-ABS (WS-PROFILE-SUB) TO WS-RT-AVERAGE
095100     MOVE WS-PF-MAX-ABS (WS-PROFILE-SUB) TO WS-RT-MAXIMUM
095200     MOVE WS-RANGE-TEXT TO WS-FL-DETAIL
095300     PERFORM 4900-WRITE-FINDING THRU 4900-EXIT.
095400 3450-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800* 3500-NOTE-ONE-AMOUNT - COUNT THE LINE'S AMOUNT AMONG THE BATCH'S
095900* DISTINCT AMOUNTS. PAST 1000 DISTINCT AMOUNTS THE REST GO
096000* UNCOUNTED AND THE BATCH SAYS SO
096100******************************************************************
096200 3500-NOTE-ONE-AMOUNT.
096300     MOVE "N" TO WS-AMOUNT-FOUND-SWITCH
096400     PERFORM 3550-CHECK-ONE-AMOUNT THRU 3550-EXIT
096500         VARYING AMT-IDX FROM 1 BY 1
096600         UNTIL AMT-IDX > WS-AMOUNT-COUNT OR AMOUNT-FOUND
096700     IF AMOUNT-FOUND
096800         SET AMT-IDX DOWN BY 1
096900         ADD 1 TO WS-AM-COUNT (AMT-IDX)
097000         GO TO 3500-EXIT
097100     END-IF
097200     IF WS-AMOUNT-COUNT NOT < 1000
097300         MOVE "Y" TO WS-AMOUNT-FULL-SWITCH
097400         GO TO 3500-EXIT
097500     END-IF
097600     ADD 1 TO WS-AMOUNT-COUNT
097700     SET AMT-IDX TO WS-AMOUNT-COUNT
097800     MOVE REG-AMOUNT TO WS-AM-AMOUNT (AMT-IDX)
097900     MOVE 1 TO WS-AM-COUNT (AMT-IDX).
098000 3500-EXIT.
098100     EXIT.
098200
098300 3550-CHECK-ONE-AMOUNT.
098400     IF WS-AM-AMOUNT (AMT-IDX) = REG-AMOUNT
098500         MOVE "Y" TO WS-AMOUNT-FOUND-SWITCH
098600     END-IF.
098700 3550-EXIT.
098800     EXIT.
098900
099000******************************************************************
099100* 4000-CLOSE-BATCH - THE BATCH AS A WHOLE: AMOUNTS KEYED OVER AND
099200* OVER (HIGH WHEN THE REPEATED AMOUNT IS A REFUND), A BATCH FAR
099300* OVER ITS ORIGIN'S USUAL SIZE, AND A SHARE OF REFUND LINES WELL
099400* OVER THE ORIGIN'S USUAL MIX. A BATCH LEFT WITH ANY HIGH FINDING
099500* GOES TO THE SUPERVISOR FOR CLEARANCE (4500)
099600******************************************************************
099700 4000-CLOSE-BATCH.
099800     MOVE "N" TO WS-BATCH-OPEN-SWITCH
099900     PERFORM 4100-CHECK-ONE-REPEAT THRU 4100-EXIT
100000         VARYING AMT-IDX FROM 1 BY 1
100100         UNTIL AMT-IDX > WS-AMOUNT-COUNT
100200     MOVE SPACE TO WS-FL-SEQ-X
100300     IF AMOUNT-TABLE-FULL
100400         MOVE "B" TO WS-SEVERITY
100500         MOVE SPACE TO WS-FL-AMOUNT-X
100600         MOVE "REPETIDOS PARC." TO WS-FL-FINDING
100700         MOVE "MAS DE 1000 IMPORTES DISTINTOS, RESTO SIN CONTAR"
100800             TO WS-FL-DETAIL
100900         PERFORM 4900-WRITE-FINDING THRU 4900-EXIT
101000     END-IF
101100     IF NOT BATCH-PROFILED
101200         GO TO 4000-CLEARANCE
101300     END-IF
101400     MOVE WS-CB-PROFILE-SUB TO WS-PROFILE-SUB
101500
101600     COMPUTE WS-LIMIT-WORK =
101700         WS-PF-AVG-BATCH (WS-PROFILE-SUB) * WS-BATCH-FACTOR
101800     IF WS-CB-LINES > WS-LIMIT-WORK
101900         MOVE "M" TO WS-SEVERITY
102000         MOVE WS-CB-TOTAL TO WS-FL-AMOUNT
102100         MOVE "LOTE ATIPICO" TO WS-FL-FINDING
102200         MOVE WS-CB-LINES TO WS-SZ-LINES
102300         MOVE WS-PF-AVG-BATCH (WS-PROFILE-SUB) TO WS-SZ-USUAL
102400         MOVE WS-SIZE-TEXT TO WS-FL-DETAIL
102500         PERFORM 4900-WRITE-FINDING THRU 4900-EXIT
102600     END-IF
102700
102800*    ONE STRAY REFUND IN A SMALL BATCH IS NOT A PATTERN
102900     IF WS-CB-CREDITS < 2
103000         GO TO 4000-CLEARANCE
103100     END-IF
103200     COMPUTE WS-PCT-WORK ROUNDED =
103300         WS-CB-CREDITS * 100 / WS-CB-LINES
103400     COMPUTE WS-LIMIT-WORK =
103500         WS-PF-CREDIT-PCT (WS-PROFILE-SUB) + WS-REFUND-MARGIN
103600     IF WS-PCT-WORK > WS-LIMIT-WORK
103700         MOVE "A" TO WS-SEVERITY
103800         ADD 1 TO WS-CB-REFUNDS
103900         MOVE WS-CB-CREDIT-TOTAL TO WS-FL-AMOUNT
104000         MOVE "REEMBOLSOS" TO WS-FL-FINDING
104100         MOVE WS-CB-CREDITS TO WS-RF-COUNT
104200         MOVE WS-PCT-WORK TO WS-RF-PCT
104300         MOVE WS-PF-CREDIT-PCT (WS-PROFILE-SUB) TO WS-RF-USUAL
104400         MOVE WS-REFUND-TEXT TO WS-FL-DETAIL
104500         PERFORM 4900-WRITE-FINDING THRU 4900-EXIT
104600     END-IF.
104700 4000-CLEARANCE.
104800     IF WS-CB-HIGH > 0
104900         PERFORM 4500-SEEK-CLEARANCE THRU 4500-EXIT
105000     END-IF.
105100 4000-EXIT.
105200     EXIT.
105300
105400 4100-CHECK-ONE-REPEAT.
105500     IF WS-AM-COUNT (AMT-IDX) < WS-REPEAT-LIMIT
105600         GO TO 4100-EXIT
105700     END-IF
105800     IF WS-AM-AMOUNT (AMT-IDX) < 0
105900         MOVE "A" TO WS-SEVERITY
106000         ADD 1 TO WS-CB-REPEATS
106100         MOVE "REEMB. REPETIDO" TO WS-FL-FINDING
106200     ELSE
106300         MOVE "M" TO WS-SEVERITY
106400         MOVE "IMPORTE REPETIDO" TO WS-FL-FINDING
106500     END-IF
106600     MOVE SPACE TO WS-FL-SEQ-X
106700     MOVE WS-AM-AMOUNT (AMT-IDX) TO WS-FL-AMOUNT
106800     MOVE WS-AM-COUNT (AMT-IDX) TO WS-RP-COUNT
106900     MOVE WS-REPEAT-TEXT TO WS-FL-DETAIL
107000     PERFORM 4900-WRITE-FINDING THRU 4900-EXIT.
107100 4100-EXIT.
107200     EXIT.
107300
107400******************************************************************
107500* 4500-SEEK-CLEARANCE - A BATCH WITH HIGH FINDINGS PASSES ONLY ON
107600* A SUPERVISOR'S APPROVED CLEARANCE FOR THE SAME FINDINGS ON THE
107700* SAME RUN DATE (6000-DUAL-CONTROL, KIND "A", FILED UNDER BATCH
107710* AND ORIGIN). WITHOUT ONE THE BATCH IS HELD, AND SO IS THE CHAIN
107900******************************************************************
108000 4500-SEEK-CLEARANCE.
108100     MOVE WS-CB-BATCH-ID TO WS-CT-BATCH-ID
108200     MOVE WS-CB-ORIGIN TO WS-CT-ORIGIN
108300     MOVE WS-CB-HIGH TO WS-CI-HIGH
108400     MOVE WS-CB-OUTLIERS TO WS-CI-OUTLIERS
108500     MOVE WS-CB-REPEATS TO WS-CI-REPEATS
108600     MOVE WS-CB-REFUNDS TO WS-CI-REFUNDS
108700     MOVE WS-CB-LINES TO WS-CI-LINES
108800     MOVE WS-CB-TOTAL TO WS-CI-TOTAL
108850     MOVE WS-TODAY TO WS-CI-RUN-DATE
108900     MOVE WS-CLEAR-TARGET TO WS-DC-TARGET
109000     MOVE WS-CLEAR-IMAGE TO WS-DC-IMAGE
109100     MOVE SPACE TO WS-DC-REASON
109200     PERFORM 6000-DUAL-CONTROL THRU 6000-EXIT
109300     MOVE WS-CB-BATCH-ID TO WS-CL-BATCH-ID
109400     MOVE WS-CB-ORIGIN TO WS-CL-ORIGIN
109500     MOVE WS-CB-HIGH TO WS-CL-HIGH
109600     IF DC-APPLY
109700         ADD 1 TO WS-CLEARED-BATCHES
109800         MOVE "LIBERADO" TO WS-CL-VERDICT
109900         MOVE "POR SUPERVISOR" TO WS-CL-REASON
110000         PERFORM 6500-MARK-APPLIED THRU 6500-EXIT
110100     ELSE
110200         ADD 1 TO WS-HELD-BATCHES
110300         MOVE "RETENIDO" TO WS-CL-VERDICT
110400         MOVE WS-DC-REASON TO WS-CL-REASON
110500     END-IF
110600     WRITE ANOMAL-RPT-RECORD FROM WS-CLEARANCE-LINE.
110700 4500-EXIT.
110800     EXIT.
110900
111000******************************************************************
111100* 4900-WRITE-FINDING - ONE LINE ON THE REVIEW REPORT FOR THE BATCH
111200* IN HAND; THE CALLER SETS WS-SEVERITY (A/M/B), THE FINDING, ITS
111300* DETAIL AND THE SEQUENCE AND AMOUNT WHERE THEY APPLY
111400******************************************************************
111500 4900-WRITE-FINDING.
111600     EVALUATE WS-SEVERITY
111700         WHEN "A"
111800             MOVE "ALTA" TO WS-FL-SEVERITY
111900             ADD 1 TO WS-HIGH-COUNT
112000             ADD 1 TO WS-CB-HIGH
112100         WHEN "M"
112200             MOVE "MEDIA" TO WS-FL-SEVERITY
112300             ADD 1 TO WS-MEDIUM-COUNT
112400         WHEN OTHER
112500             MOVE "BAJA" TO WS-FL-SEVERITY
112600             ADD 1 TO WS-LOW-COUNT
112700     END-EVALUATE
112800     MOVE WS-CB-BATCH-ID TO WS-FL-BATCH-ID
112900     MOVE WS-CB-ORIGIN TO WS-FL-ORIGIN
113000     WRITE ANOMAL-RPT-RECORD FROM WS-FINDING-LINE
113100     MOVE SPACE TO WS-FL-DETAIL.
113200 4900-EXIT.
113300     EXIT.
113400
113500******************************************************************
113600* 6000-DUAL-CONTROL - AN ACTION UNDER DUAL CONTROL TAKES EFFECT
113700* ONLY AGAINST AN APPROVED REQUEST FOR THE VERY SAME TRANSACTION
113800* IMAGE ON PENDIENTE.MST. THE REQUESTS FILED UNDER THE TARGET ARE
113900* READ IN SEQUENCE: AN APPROVED ONE LETS THE ACTION THROUGH
114000* (6500 MARKS IT APPLIED ONCE THE ACTION HAS TAKEN), AS DOES ONE
114010* ALREADY APPLIED TODAY WHEN A RESTARTED CHAIN SCREENS THE SAME
114020* BATCH AGAIN; ONE STILL
114100* WAITING HOLDS IT AGAIN, AND WITH NEITHER A NEW REQUEST IS FILED
114200* FOR A SECOND OPERATOR TO DECIDE IN APRUEBA-PEND. THE CALLER SETS
114300* WS-DC-TARGET AND WS-DC-IMAGE AND ACTS ON WS-DC-RESULT
114400******************************************************************
114500 6000-DUAL-CONTROL.
114600     MOVE "N" TO WS-DC-RESULT
114700     MOVE "N" TO WS-DC-APPROVED-SWITCH
114800     MOVE "N" TO WS-DC-WAITING-SWITCH
114900     MOVE 0 TO WS-DC-LAST-SEQ
115000     IF NOT PEND-FILE-OPEN
115100         MOVE "SIN PENDIENTE.MST" TO WS-DC-REASON
115200         GO TO 6000-EXIT
115300     END-IF
115400     MOVE WS-DC-KIND TO PEND-KIND
115500     MOVE WS-DC-TARGET TO PEND-TARGET
115600     MOVE 0 TO PEND-SEQ
115700     MOVE "N" TO WS-EOF-PEND-SWITCH
115800     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
115900         INVALID KEY
116000             MOVE "Y" TO WS-EOF-PEND-SWITCH
116100     END-START
116200     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT
116300     PERFORM 6200-CHECK-ONE-PEND THRU 6200-EXIT
116400         UNTIL EOF-PEND
116500     IF DC-APPROVED-FOUND
116600         MOVE "A" TO WS-DC-RESULT
116700         GO TO 6000-EXIT
116800     END-IF
116900     IF DC-WAITING-FOUND
117000         MOVE "H" TO WS-DC-RESULT
117100         MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
117200         GO TO 6000-EXIT
117300     END-IF
117400     PERFORM 6300-FILE-REQUEST THRU 6300-EXIT.
117500 6000-EXIT.
117600     EXIT.
117700
117800 6100-READ-NEXT-PEND.
117900     IF EOF-PEND
118000         GO TO 6100-EXIT
118100     END-IF
118200     READ PEND-FILE NEXT RECORD
118300         AT END
118400             MOVE "Y" TO WS-EOF-PEND-SWITCH
118500             GO TO 6100-EXIT
118600     END-READ
118700     IF PEND-KIND NOT = WS-DC-KIND
118800         OR PEND-TARGET NOT = WS-DC-TARGET
118900         MOVE "Y" TO WS-EOF-PEND-SWITCH
119000     END-IF.
119100 6100-EXIT.
119200     EXIT.
119300
119400 6200-CHECK-ONE-PEND.
119500     MOVE PEND-SEQ TO WS-DC-LAST-SEQ
119600     IF PEND-IMAGE NOT = WS-DC-IMAGE
119700         GO TO 6200-NEXT
119800     END-IF
119900     IF (PEND-APPROVED
119910         OR (PEND-APPLIED AND PEND-APPLIED-DATE = WS-TODAY))
119920         AND NOT DC-APPROVED-FOUND
120000         MOVE "Y" TO WS-DC-APPROVED-SWITCH
120100         MOVE PEND-KEY TO WS-DC-HIT-KEY
120200     END-IF
120300     IF PEND-PENDING
120400         MOVE "Y" TO WS-DC-WAITING-SWITCH
120500     END-IF.
120600 6200-NEXT.
120700     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT.
120800 6200-EXIT.
120900     EXIT.
121000
121100******************************************************************
121200* 6300-FILE-REQUEST - FILE A NEW PENDING REQUEST UNDER THE NEXT
121300* SEQUENCE FOR THE TARGET. ONLY AN OPERATOR WITH REQUEST AUTHORITY
121400* FOR THE KIND IN AUTORIZA.DAT MAY FILE ONE; A REFUSAL IS LOGGED
121500******************************************************************
121600 6300-FILE-REQUEST.
121700     MOVE SPACES TO PEND-RECORD
121800     MOVE WS-DC-KIND TO PEND-KIND
121900     MOVE WS-DC-TARGET TO PEND-TARGET
122000     MOVE 0 TO PEND-SEQ
122100     IF NOT MAY-REQUEST
122200         MOVE "SIN AUTORIDAD" TO WS-DC-REASON
122300         MOVE "X" TO ALOG-EVENT
122400         MOVE WS-DC-REASON TO ALOG-RESULT
122500         PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT
122600         GO TO 6300-EXIT
122700     END-IF
122800     IF WS-DC-LAST-SEQ = 999
122900         MOVE "SIN SECUENCIA LIBRE" TO WS-DC-REASON
123000         GO TO 6300-EXIT
123100     END-IF
123200     ADD 1 TO WS-DC-LAST-SEQ GIVING PEND-SEQ
123300     MOVE WS-DC-IMAGE TO PEND-IMAGE
123400     MOVE "P" TO PEND-STATUS
123500     MOVE WS-OPERATOR TO PEND-REQ-OPER
123600     MOVE WS-TODAY TO PEND-REQ-DATE
123700     ACCEPT PEND-REQ-TIME FROM TIME
123800     WRITE PEND-RECORD
123900         INVALID KEY
124000             DISPLAY "DETECTA-ANOMAL: ALTA EN PENDIENTE.MST "
124100                 "FALLO, STATUS=" WS-PEND-STATUS
124200             MOVE "SOLICITUD FALLO" TO WS-DC-REASON
124300             MOVE 16 TO RETURN-CODE
124400             GO TO 6300-EXIT
124500     END-WRITE
124600     MOVE "H" TO WS-DC-RESULT
124700     MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
124800     DISPLAY "DETECTA-ANOMAL: SOLICITUD " PEND-KIND " "
124900         PEND-TARGET " " PEND-SEQ " EN ESPERA DE APROBACION"
125000     MOVE "S" TO ALOG-EVENT
125100     MOVE "SOLICITUD REGISTRADA" TO ALOG-RESULT
125200     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
125300 6300-EXIT.
125400     EXIT.
125500
125600******************************************************************
125700* 6500-MARK-APPLIED - THE APPROVED ACTION HAS TAKEN EFFECT: MARK
125800* ITS REQUEST APPLIED SO ONE APPROVAL BUYS EXACTLY ONE CHANGE. A
125810* REQUEST AN EARLIER RUN OF THE DAY MARKED STAYS AS IT IS
125900******************************************************************
126000 6500-MARK-APPLIED.
126100     IF NOT DC-APPLY
126200         GO TO 6500-EXIT
126300     END-IF
126400     MOVE SPACE TO WS-DC-RESULT
126500     MOVE WS-DC-HIT-KEY TO PEND-KEY
126600     READ PEND-FILE
126700         INVALID KEY
126800             DISPLAY "DETECTA-ANOMAL: SOLICITUD " WS-DC-HIT-KEY
126900                 " NO ESTA EN PENDIENTE.MST"
127000             MOVE 16 TO RETURN-CODE
127100             GO TO 6500-EXIT
127200     END-READ
127250     IF PEND-APPLIED
127260         GO TO 6500-EXIT
127270     END-IF
127300     MOVE "E" TO PEND-STATUS
127400     MOVE WS-TODAY TO PEND-APPLIED-DATE
127500     REWRITE PEND-RECORD
127600         INVALID KEY
127700             DISPLAY "DETECTA-ANOMAL: CAMBIO EN PENDIENTE.MST "
127800                 "FALLO, STATUS=" WS-PEND-STATUS
127900             MOVE 16 TO RETURN-CODE
128000             GO TO 6500-EXIT
128100     END-REWRITE
128200     MOVE "E" TO ALOG-EVENT
128300     MOVE "APLICADA" TO ALOG-RESULT
128400     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
128500 6500-EXIT.
128600     EXIT.
128700
128800 6600-WRITE-APROB-LOG.
128900     IF NOT APROB-LOG-OK
129000         GO TO 6600-EXIT
129100     END-IF
129200     MOVE WS-TODAY TO ALOG-DATE
129300     ACCEPT ALOG-TIME FROM TIME
129400     MOVE WS-OPERATOR TO ALOG-OPERATOR
129500     MOVE PEND-KIND TO ALOG-KIND
129600     MOVE PEND-TARGET TO ALOG-TARGET
129700     MOVE PEND-SEQ TO ALOG-SEQ
129800     WRITE ALOG-RECORD.
129900 6600-EXIT.
130000     EXIT.
130050
130100******************************************************************
130200* 7000-PRINT-PROFILES - THE PROFILES THE DAY WAS SCREENED AGAINST,
130300* SO THE REVIEWER CAN SEE WHAT "USUAL" MEANT
130400******************************************************************
130500 7000-PRINT-PROFILES.
130600     IF NOT ANOMAL-RPT-OK
130700         GO TO 7000-EXIT
130800     END-IF
130900     MOVE SPACE TO WS-TT-TEXT
131000     WRITE ANOMAL-RPT-RECORD FROM WS-TITLE-LINE
131100     MOVE
131200         "PERFILES POR ORIGEN (LOTES CONTABILIZADOS ANTES DE HOY)"
131300         TO WS-TT-TEXT
131400     WRITE ANOMAL-RPT-RECORD FROM WS-TITLE-LINE
131500     WRITE ANOMAL-RPT-RECORD FROM WS-PROFILE-HEADING
131600     PERFORM 7100-PRINT-ONE-PROFILE THRU 7100-EXIT
131700         VARYING PROF-IDX FROM 1 BY 1
131800         UNTIL PROF-IDX > WS-PROFILE-COUNT.
131900 7000-EXIT.
132000     EXIT.
132100
132200 7100-PRINT-ONE-PROFILE.
132300     MOVE WS-PF-ORIGIN (PROF-IDX) TO WS-PL-ORIGIN
132400     MOVE WS-PF-LINES (PROF-IDX) TO WS-PL-LINES
132500     MOVE WS-PF-BATCHES (PROF-IDX) TO WS-PL-BATCHES
132600     MOVE WS-PF-AVG-ABS (PROF-IDX) TO WS-PL-AVERAGE
132700     MOVE WS-PF-MAX-ABS (PROF-IDX) TO WS-PL-MAXIMUM
132800     MOVE WS-PF-AVG-BATCH (PROF-IDX) TO WS-PL-AVG-BATCH
132900     MOVE WS-PF-CREDIT-PCT (PROF-IDX) TO WS-PL-CREDIT-PCT
133000     WRITE ANOMAL-RPT-RECORD FROM WS-PROFILE-LINE.
133100 7100-EXIT.
133200     EXIT.
133300
133400******************************************************************
133500* 8000-PRINT-TOTALS - THE COUNTS THAT CLOSE THE REPORT
133600******************************************************************
133700 8000-PRINT-TOTALS.
133800     IF NOT ANOMAL-RPT-OK
133900         GO TO 8000-EXIT
134000     END-IF
134100     MOVE SPACE TO WS-TT-TEXT
134200     WRITE ANOMAL-RPT-RECORD FROM WS-TITLE-LINE
134300     MOVE "LINEAS DE HISTORIA" TO WS-TL-LABEL
134400     MOVE WS-HISTORY-LINES TO WS-TL-COUNT
134500     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
134600     MOVE "LINEAS REVISADAS HOY" TO WS-TL-LABEL
134700     MOVE WS-SCREENED-LINES TO WS-TL-COUNT
134800     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
134900     MOVE "LOTES REVISADOS HOY" TO WS-TL-LABEL
135000     MOVE WS-SCREENED-BATCHES TO WS-TL-COUNT
135100     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
135200     MOVE "HALLAZGOS DE SEVERIDAD ALTA" TO WS-TL-LABEL
135300     MOVE WS-HIGH-COUNT TO WS-TL-COUNT
135400     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
135500     MOVE "HALLAZGOS DE SEVERIDAD MEDIA" TO WS-TL-LABEL
135600     MOVE WS-MEDIUM-COUNT TO WS-TL-COUNT
135700     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
135800     MOVE "HALLAZGOS DE SEVERIDAD BAJA" TO WS-TL-LABEL
135900     MOVE WS-LOW-COUNT TO WS-TL-COUNT
136000     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
136100     MOVE "LOTES LIBERADOS POR SUPERVISOR" TO WS-TL-LABEL
136200     MOVE WS-CLEARED-BATCHES TO WS-TL-COUNT
136300     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE
136400     MOVE "LOTES RETENIDOS" TO WS-TL-LABEL
136500     MOVE WS-HELD-BATCHES TO WS-TL-COUNT
136600     WRITE ANOMAL-RPT-RECORD FROM WS-TOTAL-LINE.
136700 8000-EXIT.
136800     EXIT.
136900
137000******************************************************************
137100* 9000-TERMINATE - CLOSE FILES. A BATCH STILL HELD LEAVES
137200* RETURN-CODE 4, WHICH STOPS THE CHAIN BEFORE EXTRACTO-GL
137300******************************************************************
137400 9000-TERMINATE.
137500     IF LOTES-FILE-OPEN
137600         CLOSE LOTES-FILE
137700     END-IF
137800     IF ANOMAL-RPT-OK
137900         CLOSE ANOMAL-RPT-FILE
138000     END-IF
138100     IF PEND-FILE-OPEN
138200         CLOSE PEND-FILE
138300     END-IF
138400     CLOSE APROB-LOG-FILE
138500     DISPLAY "DETECTA-ANOMAL: LINEAS REVISADAS  : "
138600         WS-SCREENED-LINES
138700     DISPLAY "DETECTA-ANOMAL: HALLAZGOS ALTOS   : "
138800         WS-HIGH-COUNT
138900     DISPLAY "DETECTA-ANOMAL: HALLAZGOS MEDIOS  : "
139000         WS-MEDIUM-COUNT
139100     DISPLAY "DETECTA-ANOMAL: HALLAZGOS BAJOS   : "
139200         WS-LOW-COUNT
139300     DISPLAY "DETECTA-ANOMAL: LOTES RETENIDOS   : "
139400         WS-HELD-BATCHES
139500     IF WS-HELD-BATCHES > 0 AND RETURN-CODE = 0
139600         DISPLAY "DETECTA-ANOMAL: HAY LOTES CON HALLAZGOS ALTOS "
139700             "SIN LIBERAR, VER ANOMAL-RPT.DAT"
139800         MOVE 4 TO RETURN-CODE
139900     END-IF.
140000 9000-EXIT.
140100     EXIT.

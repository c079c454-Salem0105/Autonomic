000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INFORME-PASOS.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - BATCH-WINDOW REPORT OVER
001100*                  THE RUN-STEP LOG PASOS-LOG.DAT (COPY PASOREC)
001200*                  THAT BATCH-DRIVER APPENDS FOR EVERY STEP IT
001300*                  CALLS. PRINTS PASOS-RPT.DAT: THE LAST NIGHT'S
001400*                  ELAPSED TIME PER STEP AGAINST ITS TARGET AND
001500*                  ITS USUAL TIME, THE WHOLE CHAIN AGAINST THE
001600*                  BATCH WINDOW (PROJECTED FROM THE USUAL TIMES
001700*                  WHEN THE CHAIN HAS NOT FINISHED), THE TREND
001800*                  OVER THE LAST 30 RUNS, AND EVERY STEP IN THOSE
001900*                  RUNS THAT RAN WELL OVER ITS USUAL TIME. THE
002000*                  WINDOW, THE STEP TARGETS AND THE OVERRUN
002100*                  PERCENTAGE COME FROM PARAMS.DAT. A LAST RUN
002200*                  OUT OF (OR HEADED OUT OF) THE WINDOW, OR WITH A
002300*                  STEP OVER TARGET OR WELL OVER USUAL, LEAVES
002400*                  RETURN-CODE 4 FOR OPERATIONS TO ACT ON
002410* 10/15/2026 DRO   NEW CHAIN STEP DETECTA-ANOMAL BETWEEN CONCILIA-
002420*                  PARES AND EXTRACTO-GL, ADDED TO THE STEP TABLE
002430*                  AND THE TREND COLUMNS
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PASOS-LOG-FILE ASSIGN TO "PASOS-LOG.DAT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PASOS-LOG-STATUS.
003300
003400     SELECT PASOS-RPT-FILE ASSIGN TO "PASOS-RPT.DAT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PASOS-RPT-STATUS.
003700
003800     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PARAMS-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PASOS-LOG-FILE
004500     RECORD CONTAINS 67 CHARACTERS.
004600     COPY PASOREC.
004700
004800 FD  PASOS-RPT-FILE
004900     RECORD CONTAINS 132 CHARACTERS.
005000 01  PASOS-RPT-RECORD            PIC X(132).
005100
005200 FD  PARAMS-FILE
005300     RECORD CONTAINS 36 CHARACTERS.
005400     COPY PARAMREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-PASOS-LOG-STATUS          PIC X(02).
005800     88  PASOS-LOG-OK                        VALUE "00".
005900     88  PASOS-LOG-MISSING                   VALUE "35" "05".
006000
006100 01  WS-PASOS-RPT-STATUS          PIC X(02).
006200     88  PASOS-RPT-OK                        VALUE "00".
006300
006400 01  WS-PARAMS-STATUS             PIC X(02).
006500     88  PARAMS-OK                           VALUE "00".
006600
006700 01  WS-SWITCHES.
006800     05  WS-EOF-PASOS-SWITCH      PIC X(01)  VALUE "N".
006900         88  EOF-PASOS                       VALUE "Y".
007000     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
007100         88  EOF-PARAMS                      VALUE "Y".
007200     05  WS-STEP-FOUND-SWITCH     PIC X(01)  VALUE "N".
007300         88  STEP-FOUND                      VALUE "Y".
007400     05  WS-OVER-SWITCH           PIC X(01)  VALUE "N".
007500         88  WELL-OVER-USUAL                 VALUE "Y".
007600     05  WS-ALERT-SWITCH          PIC X(01)  VALUE "N".
007700         88  LAST-RUN-ALERT                  VALUE "Y".
007800
007900 01  WS-TODAY                     PIC X(08).
008000
008100 77  WS-WINDOW-MIN                PIC 9(03)  VALUE 240.
008200 77  WS-OVERRUN-PCT               PIC 9(03)  VALUE 50.
008300*    A STEP IS ONLY "WELL OVER" WHEN IT ALSO COST AT LEAST A
008400*    MINUTE MORE THAN USUAL - A TWO-SECOND STEP TAKING FOUR IS
008500*    NOT WHAT EATS THE WINDOW
008600 77  WS-MIN-EXCESS-SECS           PIC 9(03)  VALUE 60.
008700 77  WS-STEP-MAX                  PIC 9(03) COMP VALUE 8.
008800 77  WS-RUN-MAX                   PIC 9(03) COMP VALUE 30.
008900 77  WS-RUN-COUNT                 PIC 9(03) COMP VALUE 0.
009000 77  WS-RUN-SUB                   PIC 9(03) COMP VALUE 0.
009100 77  WS-STEP-SUB                  PIC 9(03) COMP VALUE 0.
009200 77  WS-SUB                       PIC 9(03) COMP VALUE 0.
009300 77  WS-SUB2                      PIC 9(03) COMP VALUE 0.
009400 77  WS-LOG-COUNT                 PIC 9(07)  VALUE 0.
009500 77  WS-UNKNOWN-COUNT             PIC 9(07)  VALUE 0.
009600 77  WS-OVERRUN-COUNT             PIC 9(05)  VALUE 0.
009700 77  WS-OTHER-RUNS                PIC 9(03)  VALUE 0.
009800 77  WS-OTHER-SECS                PIC 9(09)  VALUE 0.
009900 77  WS-USUAL-SECS                PIC 9(07)  VALUE 0.
010000 77  WS-PENDING-SECS              PIC 9(09)  VALUE 0.
010100 77  WS-PROJECTED-SECS            PIC 9(09)  VALUE 0.
010200 77  WS-SECS-WORK                 PIC 9(09)  VALUE 0.
010300 77  WS-HH-WORK                   PIC 9(05)  VALUE 0.
010400 77  WS-REM-WORK                  PIC 9(05)  VALUE 0.
010500 77  WS-PCT-WORK                  PIC S9(05)V9 VALUE 0.
010600
010700*    THE CHAIN STEPS IN 2000-RUN-CHAIN ORDER, BY THE PROGRAM-ID
010800*    BATCH-DRIVER WRITES TO THE LOG, AND THEIR TARGETS IN
010900*    MINUTES FROM THE SLA-<PROGRAM-ID> PARAMETERS (0 = NONE)
011000 01  WS-STEP-NAME-VALUES.
011100     05  FILLER                   PIC X(14)  VALUE "COLECTOR-NUM".
011200     05  FILLER                   PIC X(14)  VALUE "GESTOR-GEN".
011300     05  FILLER                   PIC X(14)  VALUE "SUMA-CADENA".
011400     05  FILLER                   PIC X(14)  VALUE
011500         "CALCULAR-SUMA".
011600     05  FILLER                   PIC X(14)  VALUE
011700         "VERIFICA-AUDIT".
011800     05  FILLER                   PIC X(14)  VALUE
011900         "CONCILIA-PARES".
011950     05  FILLER                   PIC X(14)  VALUE
011960         "DETECTA-ANOMAL".
012000     05  FILLER                   PIC X(14)  VALUE "EXTRACTO-GL".
012100 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
012200     05  WS-SN-NAME               PIC X(14)
012300             OCCURS 8 TIMES INDEXED BY STEP-IDX.
012400
012500 01  WS-STEP-TARGETS.
012600     05  WS-ST-TARGET-MIN         PIC 9(03)  OCCURS 8 TIMES.
012700
012800*    ONE ROW PER CHAIN RUN DATE, OLDEST FIRST, KEEPING ONLY THE
012900*    LAST 30. A RESTART ADDS ITS TIME TO THE SAME DAY'S ROW
013000 01  WS-RUN-TABLE.
013100     05  WS-RUN-ENTRY OCCURS 30 TIMES.
013200         10  WS-RT-DATE           PIC X(08).
013300         10  WS-RT-RESTART-SW     PIC X(01).
013400         10  WS-RT-TOTAL          PIC 9(07).
013500         10  WS-RT-STEP OCCURS 8 TIMES.
013600             15  WS-RT-SECS       PIC 9(07).
013700             15  WS-RT-EXECS      PIC 9(03).
013800             15  WS-RT-LAST-RC    PIC S9(04).
013900
014000 01  WS-HMS.
014100     05  WS-HMS-HH                PIC ZZ9.
014200     05  FILLER                   PIC X(01)  VALUE ":".
014300     05  WS-HMS-MM                PIC 9(02).
014400     05  FILLER                   PIC X(01)  VALUE ":".
014500     05  WS-HMS-SS                PIC 9(02).
014600
014700 01  WS-PAGE-HEADING.
014800     05  FILLER                   PIC X(35)  VALUE
014900         "TIEMPOS DE LA CADENA NOCTURNA AL  ".
015000     05  WS-PH-DATE               PIC X(08).
015100     05  FILLER                   PIC X(17)  VALUE
015200         "  VENTANA (MIN): ".
015300     05  WS-PH-WINDOW             PIC ZZ9.
015400     05  FILLER                   PIC X(69)  VALUE SPACE.
015500
015600 01  WS-TITLE-LINE.
015700     05  WS-TT-TEXT               PIC X(60).
015800     05  WS-TT-DATE               PIC X(08).
015900     05  FILLER                   PIC X(64)  VALUE SPACE.
016000
016100 01  WS-LAST-HEADING.
016200     05  FILLER                   PIC X(16)  VALUE "PASO".
016300     05  FILLER                   PIC X(05)  VALUE "EJE".
016400     05  FILLER                   PIC X(07)  VALUE "   RC".
016500     05  FILLER                   PIC X(11)  VALUE " TRANSCURR.".
016600     05  FILLER                   PIC X(11)  VALUE "   OBJETIVO".
016700     05  FILLER                   PIC X(11)  VALUE "      USUAL".
016800     05  FILLER                   PIC X(09)  VALUE "     VAR%".
016900     05  FILLER                   PIC X(20)  VALUE "  ALERTA".
017000     05  FILLER                   PIC X(42)  VALUE SPACE.
017100
017200 01  WS-LAST-LINE.
017300     05  WS-LR-STEP               PIC X(14).
017400     05  FILLER                   PIC X(02)  VALUE SPACE.
017500     05  WS-LR-EXECS              PIC ZZ9.
017600     05  FILLER                   PIC X(02)  VALUE SPACE.
017700     05  WS-LR-RC                 PIC -ZZZ9.
017800     05  FILLER                   PIC X(02)  VALUE SPACE.
017900     05  WS-LR-TIME               PIC X(09).
018000     05  FILLER                   PIC X(02)  VALUE SPACE.
018100     05  WS-LR-TARGET             PIC X(09).
018200     05  FILLER                   PIC X(02)  VALUE SPACE.
018300     05  WS-LR-USUAL              PIC X(09).
018400     05  FILLER                   PIC X(02)  VALUE SPACE.
018500     05  WS-LR-VAR                PIC +ZZZ9.9.
018600     05  FILLER                   PIC X(02)  VALUE SPACE.
018700     05  WS-LR-ALERT              PIC X(20).
018800     05  FILLER                   PIC X(42)  VALUE SPACE.
018900
019000 01  WS-TOTAL-LINE.
019100     05  WS-TO-LABEL              PIC X(30).
019200     05  WS-TO-TIME               PIC X(09).
019300     05  FILLER                   PIC X(11)  VALUE
019400         "  VENTANA ".
019500     05  WS-TO-WINDOW             PIC X(09).
019600     05  FILLER                   PIC X(02)  VALUE SPACE.
019700     05  WS-TO-VERDICT            PIC X(30).
019800     05  FILLER                   PIC X(41)  VALUE SPACE.
019900
020000 01  WS-TREND-HEADING.
020100     05  FILLER                   PIC X(10)  VALUE "FECHA".
020200     05  FILLER                   PIC X(08)  VALUE "  COLEC.".
020300     05  FILLER                   PIC X(08)  VALUE "  GESTOR".
020400     05  FILLER                   PIC X(08)  VALUE "    SUMA".
020500     05  FILLER                   PIC X(08)  VALUE "  CALCUL".
020600     05  FILLER                   PIC X(08)  VALUE "   VERIF".
020700     05  FILLER                   PIC X(08)  VALUE "  CONCIL".
020750     05  FILLER                   PIC X(08)  VALUE "  ANOMAL".
020800     05  FILLER                   PIC X(08)  VALUE "  EXTRAC".
020900     05  FILLER                   PIC X(09)  VALUE "   TOTAL".
021000     05  FILLER                   PIC X(07)  VALUE "VENT.".
021100     05  FILLER                   PIC X(42)  VALUE "NOTA".
021200
021300*    THE TREND LINE IS CLEARED TO SPACES BEFORE EACH RUN, SO A
021400*    STEP THAT DID NOT RUN THAT NIGHT PRINTS BLANK, NOT ZERO
021500 01  WS-TREND-LINE.
021600     05  WS-TL-DATE               PIC X(08).
021700     05  FILLER                   PIC X(02).
021800     05  WS-TL-CELL OCCURS 8 TIMES.
021900         10  WS-TL-MIN            PIC ZZZ9.9.
022000         10  WS-TL-FLAG           PIC X(01).
022100         10  FILLER               PIC X(01).
022200     05  WS-TL-TOTAL              PIC ZZZ9.9.
022300     05  FILLER                   PIC X(03).
022400     05  WS-TL-WINDOW             PIC X(05).
022500     05  FILLER                   PIC X(02).
022600     05  WS-TL-NOTE               PIC X(20).
022700     05  FILLER                   PIC X(22).
022800
022900 01  WS-OVERRUN-LINE.
023000     05  WS-OL-DATE               PIC X(08).
023100     05  FILLER                   PIC X(02)  VALUE SPACE.
023200     05  WS-OL-STEP               PIC X(14).
023300     05  FILLER                   PIC X(02)  VALUE SPACE.
023400     05  WS-OL-TIME               PIC X(09).
023500     05  FILLER                   PIC X(08)  VALUE "  USUAL ".
023600     05  WS-OL-USUAL              PIC X(09).
023700     05  FILLER                   PIC X(02)  VALUE SPACE.
023800     05  WS-OL-VAR                PIC +ZZZ9.9.
023900     05  FILLER                   PIC X(01)  VALUE "%".
024000     05  FILLER                   PIC X(70)  VALUE SPACE.
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024500     PERFORM 2000-LOAD-STEP-LOG THRU 2000-EXIT
024600     PERFORM 3000-PRINT-LAST-RUN THRU 3000-EXIT
024700     PERFORM 4000-PRINT-TREND THRU 4000-EXIT
024800     PERFORM 5000-PRINT-OVERRUNS THRU 5000-EXIT
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT
025000     GOBACK.
025100
025200******************************************************************
025300* 1000-INITIALIZE - PICK UP THE PARAMETERS, OPEN THE STEP LOG
025400* AND THE PRINT FILE. NO STEP LOG YET (THE CHAIN HAS NEVER RUN
025500* SINCE TIMING WAS PUT IN) IS NOT AN ERROR - THE REPORT SAYS SO
025600******************************************************************
025700 1000-INITIALIZE.
025800     MOVE 0 TO WS-RUN-COUNT
025900     MOVE 0 TO WS-LOG-COUNT
026000     MOVE 0 TO WS-UNKNOWN-COUNT
026100     MOVE 0 TO WS-OVERRUN-COUNT
026200     MOVE ZEROS TO WS-STEP-TARGETS
026300     MOVE "N" TO WS-EOF-PASOS-SWITCH
026400     MOVE "N" TO WS-ALERT-SWITCH
026500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
026600     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
026700
026800     OPEN INPUT PASOS-LOG-FILE
026900     IF PASOS-LOG-MISSING
027000         DISPLAY "INFORME-PASOS: NO HAY PASOS-LOG.DAT, NADA QUE "
027100             "INFORMAR"
027200         MOVE "Y" TO WS-EOF-PASOS-SWITCH
027300     ELSE
027400         IF NOT PASOS-LOG-OK
027500             DISPLAY "INFORME-PASOS: NO SE PUDO ABRIR "
027600                 "PASOS-LOG.DAT, STATUS=" WS-PASOS-LOG-STATUS
027700             MOVE "Y" TO WS-EOF-PASOS-SWITCH
027800             MOVE 16 TO RETURN-CODE
027900         END-IF
028000     END-IF
028100
028200     OPEN OUTPUT PASOS-RPT-FILE
028300     IF NOT PASOS-RPT-OK
028400         DISPLAY "INFORME-PASOS: NO SE PUDO ABRIR PASOS-RPT.DAT, "
028500             "STATUS=" WS-PASOS-RPT-STATUS
028600         MOVE 16 TO RETURN-CODE
028700     ELSE
028800         MOVE WS-TODAY TO WS-PH-DATE
028900         MOVE WS-WINDOW-MIN TO WS-PH-WINDOW
029000         WRITE PASOS-RPT-RECORD FROM WS-PAGE-HEADING
029100     END-IF.
029200 1000-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600* 1050-LOAD-PARAMETERS - THE BATCH WINDOW (SLA-WINDOW-MIN), THE
029700* OVERRUN PERCENTAGE (SLA-OVERRUN-PCT) AND ONE TARGET PER STEP
029800* (SLA-<PROGRAM-ID>) FROM PARAMS.DAT. WITHOUT THE FILE, THE
029900* ENTRY, OR A VALUE IN RANGE THE COMPILED-IN DEFAULT STANDS
030000******************************************************************
030100 1050-LOAD-PARAMETERS.
030200     MOVE "N" TO WS-EOF-PARAMS-SWITCH
030300     OPEN INPUT PARAMS-FILE
030400     IF NOT PARAMS-OK
030500         GO TO 1050-EXIT
030600     END-IF
030700     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT
030800     PERFORM 1070-NOTE-ONE-PARAM THRU 1070-EXIT
030900         UNTIL EOF-PARAMS
031000     CLOSE PARAMS-FILE.
031100 1050-EXIT.
031200     EXIT.
031300
031400 1060-READ-ONE-PARAM.
031500     READ PARAMS-FILE
031600         AT END
031700             MOVE "Y" TO WS-EOF-PARAMS-SWITCH
031800     END-READ.
031900 1060-EXIT.
032000     EXIT.
032100
032200 1070-NOTE-ONE-PARAM.
032300     IF PARAM-KEY (1:4) NOT = "SLA-" OR PARAM-VALUE = SPACE
032400         GO TO 1070-NEXT
032500     END-IF
032600     EVALUATE PARAM-KEY
032700         WHEN "SLA-WINDOW-MIN"
032800             IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
032900                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 999
033000                 COMPUTE WS-WINDOW-MIN =
033100                     FUNCTION NUMVAL(PARAM-VALUE)
033200             ELSE
033300                 DISPLAY "INFORME-PASOS: SLA-WINDOW-MIN FUERA DE "
033400                     "RANGO, SE USA EL DEFECTO"
033500             END-IF
033600         WHEN "SLA-OVERRUN-PCT"
033700             IF FUNCTION NUMVAL(PARAM-VALUE) >= 1
033800                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 999
033900                 COMPUTE WS-OVERRUN-PCT =
034000                     FUNCTION NUMVAL(PARAM-VALUE)
034100             ELSE
034200                 DISPLAY "INFORME-PASOS: SLA-OVERRUN-PCT FUERA "
034300                     "DE RANGO, SE USA EL DEFECTO"
034400             END-IF
034500         WHEN OTHER
034600             PERFORM 1080-NOTE-STEP-TARGET THRU 1080-EXIT
034700     END-EVALUATE.
034800 1070-NEXT.
034900     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT.
035000 1070-EXIT.
035100     EXIT.
035200
035300 1080-NOTE-STEP-TARGET.
035400     IF PARAM-KEY (19:2) NOT = SPACE
035500         GO TO 1080-EXIT
035600     END-IF
035700     SET STEP-IDX TO 1
035800     SEARCH WS-SN-NAME
035900         AT END
036000             DISPLAY "INFORME-PASOS: " PARAM-KEY
036100                 " NO ES UN PASO DE LA CADENA, SE IGNORA"
036200         WHEN WS-SN-NAME (STEP-IDX) = PARAM-KEY (5:14)
036300             IF FUNCTION NUMVAL(PARAM-VALUE) >= 0
036400                 AND FUNCTION NUMVAL(PARAM-VALUE) <= 999
036500                 COMPUTE WS-ST-TARGET-MIN (STEP-IDX) =
036600                     FUNCTION NUMVAL(PARAM-VALUE)
036700             ELSE
036800                 DISPLAY "INFORME-PASOS: " PARAM-KEY
036900                     " FUERA DE RANGO, SIN OBJETIVO"
037000             END-IF
037100     END-SEARCH.
037200 1080-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600* 2000-LOAD-STEP-LOG - ROLL EVERY LOG LINE INTO ITS RUN DATE'S
037700* ROW. THE LOG IS IN THE ORDER THE STEPS RAN, SO A NEW RUN DATE
037800* IS ALWAYS THE NEWEST; ONCE 30 ROWS ARE FULL THE OLDEST ROW IS
037900* DROPPED TO MAKE ROOM
038000******************************************************************
038100 2000-LOAD-STEP-LOG.
038200     PERFORM 2100-READ-ONE-PASO THRU 2100-EXIT
038300     PERFORM 2200-ROLL-ONE-PASO THRU 2200-EXIT
038400         UNTIL EOF-PASOS.
038500 2000-EXIT.
038600     EXIT.
038700
038800 2100-READ-ONE-PASO.
038900     READ PASOS-LOG-FILE
039000         AT END
039100             MOVE "Y" TO WS-EOF-PASOS-SWITCH
039200     END-READ.
039300 2100-EXIT.
039400     EXIT.
039500
039600 2200-ROLL-ONE-PASO.
039700     ADD 1 TO WS-LOG-COUNT
039800     PERFORM 2300-FIND-STEP THRU 2300-EXIT
039900     IF NOT STEP-FOUND
040000         ADD 1 TO WS-UNKNOWN-COUNT
040100         GO TO 2200-NEXT
040200     END-IF
040300     IF WS-RUN-COUNT = 0
040400         PERFORM 2400-ADD-RUN THRU 2400-EXIT
040500     ELSE
040600         IF PASO-RUN-DATE NOT = WS-RT-DATE (WS-RUN-COUNT)
040700             PERFORM 2400-ADD-RUN THRU 2400-EXIT
040800         END-IF
040900     END-IF
041000     MOVE WS-RUN-COUNT TO WS-RUN-SUB
041100     ADD PASO-ELAPSED TO WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB)
041200     ADD PASO-ELAPSED TO WS-RT-TOTAL (WS-RUN-SUB)
041300     ADD 1 TO WS-RT-EXECS (WS-RUN-SUB, WS-STEP-SUB)
041400     MOVE PASO-RC TO WS-RT-LAST-RC (WS-RUN-SUB, WS-STEP-SUB)
041500     IF PASO-IS-RESTART
041600         MOVE "Y" TO WS-RT-RESTART-SW (WS-RUN-SUB)
041700     END-IF.
041800 2200-NEXT.
041900     PERFORM 2100-READ-ONE-PASO THRU 2100-EXIT.
042000 2200-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 2300-FIND-STEP - WHICH CHAIN STEP THE LOG LINE BELONGS TO. A
042500* NAME THAT IS NOT IN THE TABLE IS COUNTED AND LEFT OUT
042600******************************************************************
042700 2300-FIND-STEP.
042800     MOVE "N" TO WS-STEP-FOUND-SWITCH
042900     SET STEP-IDX TO 1
043000     SEARCH WS-SN-NAME
043100         AT END
043200             CONTINUE
043300         WHEN WS-SN-NAME (STEP-IDX) = PASO-STEP
043400             MOVE "Y" TO WS-STEP-FOUND-SWITCH
043500             SET WS-STEP-SUB TO STEP-IDX
043600     END-SEARCH.
043700 2300-EXIT.
043800     EXIT.
043900
044000 2400-ADD-RUN.
044100     IF WS-RUN-COUNT = WS-RUN-MAX
044200         PERFORM 2450-SHIFT-ONE-RUN THRU 2450-EXIT
044300             VARYING WS-SUB FROM 1 BY 1
044400             UNTIL WS-SUB = WS-RUN-MAX
044500     ELSE
044600         ADD 1 TO WS-RUN-COUNT
044700     END-IF
044800     MOVE WS-RUN-COUNT TO WS-RUN-SUB
044900     MOVE PASO-RUN-DATE TO WS-RT-DATE (WS-RUN-SUB)
045000     MOVE "N" TO WS-RT-RESTART-SW (WS-RUN-SUB)
045100     MOVE 0 TO WS-RT-TOTAL (WS-RUN-SUB)
045200     PERFORM 2460-CLEAR-ONE-STEP THRU 2460-EXIT
045300         VARYING WS-SUB2 FROM 1 BY 1
045400         UNTIL WS-SUB2 > WS-STEP-MAX.
045500 2400-EXIT.
045600     EXIT.
045700
045800 2450-SHIFT-ONE-RUN.
045900     COMPUTE WS-SUB2 = WS-SUB + 1
046000     MOVE WS-RUN-ENTRY (WS-SUB2) TO WS-RUN-ENTRY (WS-SUB).
046100 2450-EXIT.
046200     EXIT.
046300
046400 2460-CLEAR-ONE-STEP.
046500     MOVE 0 TO WS-RT-SECS (WS-RUN-SUB, WS-SUB2)
046600     MOVE 0 TO WS-RT-EXECS (WS-RUN-SUB, WS-SUB2)
046700     MOVE 0 TO WS-RT-LAST-RC (WS-RUN-SUB, WS-SUB2).
046800 2460-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200* 3000-PRINT-LAST-RUN - THE NEWEST RUN, STEP BY STEP, AGAINST
047300* EACH STEP'S TARGET AND USUAL TIME, THEN THE WHOLE CHAIN
047400* AGAINST THE WINDOW. WHILE STEPS ARE STILL TO RUN, THEIR USUAL
047500* TIMES ARE ADDED ON TO PROJECT WHERE THE NIGHT WILL END, SO A
047600* RUN HEADED PAST THE LEDGER CUTOFF SHOWS UP BEFORE IT GETS THERE
047700******************************************************************
047800 3000-PRINT-LAST-RUN.
047900     IF NOT PASOS-RPT-OK
048000         GO TO 3000-EXIT
048100     END-IF
048200     MOVE SPACES TO PASOS-RPT-RECORD
048300     WRITE PASOS-RPT-RECORD
048400     IF WS-RUN-COUNT = 0
048500         MOVE "SIN CORRIDAS REGISTRADAS EN PASOS-LOG.DAT"
048600             TO WS-TT-TEXT
048700         MOVE SPACES TO WS-TT-DATE
048800         WRITE PASOS-RPT-RECORD FROM WS-TITLE-LINE
048900         GO TO 3000-EXIT
049000     END-IF
049100     MOVE WS-RUN-COUNT TO WS-RUN-SUB
049200     IF WS-RT-RESTART-SW (WS-RUN-SUB) = "Y"
049300         MOVE "ULTIMA CORRIDA (CON REINICIO) DEL" TO WS-TT-TEXT
049400     ELSE
049500         MOVE "ULTIMA CORRIDA DEL" TO WS-TT-TEXT
049600     END-IF
049700     MOVE WS-RT-DATE (WS-RUN-SUB) TO WS-TT-DATE
049800     WRITE PASOS-RPT-RECORD FROM WS-TITLE-LINE
049900     WRITE PASOS-RPT-RECORD FROM WS-LAST-HEADING
050000     MOVE 0 TO WS-PENDING-SECS
050100     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
050200         VARYING WS-STEP-SUB FROM 1 BY 1
050300         UNTIL WS-STEP-SUB > WS-STEP-MAX
050400     PERFORM 3200-PRINT-CHAIN-TOTAL THRU 3200-EXIT.
050500 3000-EXIT.
050600     EXIT.
050700
050800 3100-PRINT-ONE-STEP.
050900     PERFORM 6000-COMPUTE-USUAL THRU 6000-EXIT
051000     MOVE WS-SN-NAME (WS-STEP-SUB) TO WS-LR-STEP
051100     MOVE WS-RT-EXECS (WS-RUN-SUB, WS-STEP-SUB) TO WS-LR-EXECS
051200     MOVE SPACES TO WS-LR-ALERT
051300     MOVE 0 TO WS-PCT-WORK
051400     IF WS-ST-TARGET-MIN (WS-STEP-SUB) = 0
051500         MOVE "SIN OBJ." TO WS-LR-TARGET
051600     ELSE
051700         COMPUTE WS-SECS-WORK =
051800             WS-ST-TARGET-MIN (WS-STEP-SUB) * 60
051900         PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
052000         MOVE WS-HMS TO WS-LR-TARGET
052100     END-IF
052200     MOVE WS-USUAL-SECS TO WS-SECS-WORK
052300     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
052400     MOVE WS-HMS TO WS-LR-USUAL
052500
052600     IF WS-RT-EXECS (WS-RUN-SUB, WS-STEP-SUB) = 0
052700         MOVE 0 TO WS-LR-RC
052800         MOVE SPACES TO WS-LR-TIME
052900         MOVE "NO CORRIO AUN" TO WS-LR-ALERT
053000         ADD WS-USUAL-SECS TO WS-PENDING-SECS
053100         GO TO 3100-WRITE
053200     END-IF
053300     MOVE WS-RT-LAST-RC (WS-RUN-SUB, WS-STEP-SUB) TO WS-LR-RC
053400     MOVE WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) TO WS-SECS-WORK
053500     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
053600     MOVE WS-HMS TO WS-LR-TIME
053700     PERFORM 6200-CHECK-OVERRUN THRU 6200-EXIT
053800     IF WS-ST-TARGET-MIN (WS-STEP-SUB) > 0
053900         AND WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) >
054000             WS-ST-TARGET-MIN (WS-STEP-SUB) * 60
054100         MOVE "Y" TO WS-ALERT-SWITCH
054200         IF WELL-OVER-USUAL
054300             MOVE "OBJETIVO Y USUAL" TO WS-LR-ALERT
054400         ELSE
054500             MOVE "SOBRE OBJETIVO" TO WS-LR-ALERT
054600         END-IF
054700     ELSE
054800         IF WELL-OVER-USUAL
054900             MOVE "Y" TO WS-ALERT-SWITCH
055000             MOVE "MUY SOBRE LO USUAL" TO WS-LR-ALERT
055100         END-IF
055200     END-IF
055300     IF WS-RT-LAST-RC (WS-RUN-SUB, WS-STEP-SUB) NOT = 0
055400         AND WS-LR-ALERT = SPACES
055500         MOVE "TERMINO CON ERROR" TO WS-LR-ALERT
055600     END-IF.
055700 3100-WRITE.
055800     MOVE WS-PCT-WORK TO WS-LR-VAR
055900     WRITE PASOS-RPT-RECORD FROM WS-LAST-LINE.
056000 3100-EXIT.
056100     EXIT.
056200
056300 3200-PRINT-CHAIN-TOTAL.
056400     COMPUTE WS-SECS-WORK = WS-WINDOW-MIN * 60
056500     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
056600     MOVE WS-HMS TO WS-TO-WINDOW
056700     MOVE "TOTAL DE LA CADENA" TO WS-TO-LABEL
056800     MOVE WS-RT-TOTAL (WS-RUN-SUB) TO WS-SECS-WORK
056900     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
057000     MOVE WS-HMS TO WS-TO-TIME
057100     IF WS-RT-TOTAL (WS-RUN-SUB) > WS-WINDOW-MIN * 60
057200         MOVE "FUERA DE VENTANA" TO WS-TO-VERDICT
057300         MOVE "Y" TO WS-ALERT-SWITCH
057400     ELSE
057500         MOVE "DENTRO DE VENTANA" TO WS-TO-VERDICT
057600     END-IF
057700     WRITE PASOS-RPT-RECORD FROM WS-TOTAL-LINE
057800     IF WS-PENDING-SECS = 0
057900         GO TO 3200-EXIT
058000     END-IF
058100     COMPUTE WS-PROJECTED-SECS =
058200         WS-RT-TOTAL (WS-RUN-SUB) + WS-PENDING-SECS
058300     MOVE "PROYECTADO CON PASOS USUALES" TO WS-TO-LABEL
058400     MOVE WS-PROJECTED-SECS TO WS-SECS-WORK
058500     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
058600     MOVE WS-HMS TO WS-TO-TIME
058700     IF WS-PROJECTED-SECS > WS-WINDOW-MIN * 60
058800         MOVE "SE PROYECTA FUERA DE VENTANA" TO WS-TO-VERDICT
058900         MOVE "Y" TO WS-ALERT-SWITCH
059000     ELSE
059100         MOVE "SE PROYECTA DENTRO" TO WS-TO-VERDICT
059200     END-IF
059300     WRITE PASOS-RPT-RECORD FROM WS-TOTAL-LINE.
059400 3200-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 4000-PRINT-TREND - ONE LINE PER RUN IN THE WINDOW, OLDEST
059900* FIRST, EACH STEP IN MINUTES. "*" MARKS A STEP WELL OVER ITS
060000* USUAL TIME, "+" ONE OVER ITS TARGET
060100******************************************************************
060200 4000-PRINT-TREND.
060300     IF NOT PASOS-RPT-OK OR WS-RUN-COUNT = 0
060400         GO TO 4000-EXIT
060500     END-IF
060600     MOVE SPACES TO PASOS-RPT-RECORD
060700     WRITE PASOS-RPT-RECORD
060800     MOVE "TENDENCIA DE LAS ULTIMAS CORRIDAS (MINUTOS) DESDE"
060900         TO WS-TT-TEXT
061000     MOVE WS-RT-DATE (1) TO WS-TT-DATE
061100     WRITE PASOS-RPT-RECORD FROM WS-TITLE-LINE
061200     WRITE PASOS-RPT-RECORD FROM WS-TREND-HEADING
061300     PERFORM 4100-PRINT-ONE-RUN THRU 4100-EXIT
061400         VARYING WS-RUN-SUB FROM 1 BY 1
061500         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
061600 4000-EXIT.
061700     EXIT.
061800
061900 4100-PRINT-ONE-RUN.
062000     MOVE SPACES TO WS-TREND-LINE
062100     MOVE WS-RT-DATE (WS-RUN-SUB) TO WS-TL-DATE
062200     PERFORM 4200-FILL-ONE-CELL THRU 4200-EXIT
062300         VARYING WS-STEP-SUB FROM 1 BY 1
062400         UNTIL WS-STEP-SUB > WS-STEP-MAX
062500     COMPUTE WS-TL-TOTAL ROUNDED = WS-RT-TOTAL (WS-RUN-SUB) / 60
062600     IF WS-RT-TOTAL (WS-RUN-SUB) > WS-WINDOW-MIN * 60
062700         MOVE "FUERA" TO WS-TL-WINDOW
062800     END-IF
062900     IF WS-RT-RESTART-SW (WS-RUN-SUB) = "Y"
063000         MOVE "CON REINICIO" TO WS-TL-NOTE
063100     END-IF
063200     WRITE PASOS-RPT-RECORD FROM WS-TREND-LINE.
063300 4100-EXIT.
063400     EXIT.
063500
063600 4200-FILL-ONE-CELL.
063700     IF WS-RT-EXECS (WS-RUN-SUB, WS-STEP-SUB) = 0
063800         GO TO 4200-EXIT
063900     END-IF
064000     COMPUTE WS-TL-MIN (WS-STEP-SUB) ROUNDED =
064100         WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) / 60
064200     PERFORM 6000-COMPUTE-USUAL THRU 6000-EXIT
064300     PERFORM 6200-CHECK-OVERRUN THRU 6200-EXIT
064400     IF WELL-OVER-USUAL
064500         MOVE "*" TO WS-TL-FLAG (WS-STEP-SUB)
064600     ELSE
064700         IF WS-ST-TARGET-MIN (WS-STEP-SUB) > 0
064800             AND WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) >
064900                 WS-ST-TARGET-MIN (WS-STEP-SUB) * 60
065000             MOVE "+" TO WS-TL-FLAG (WS-STEP-SUB)
065100         END-IF
065200     END-IF.
065300 4200-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700* 5000-PRINT-OVERRUNS - EVERY STEP IN THE WINDOW THAT RAN WELL
065800* OVER ITS USUAL TIME: MORE THAN SLA-OVERRUN-PCT PERCENT OVER
065900* THE AVERAGE OF THE OTHER RUNS OF THE SAME STEP, AND BY AT LEAST
066000* A MINUTE
066100******************************************************************
066200 5000-PRINT-OVERRUNS.
066300     IF NOT PASOS-RPT-OK OR WS-RUN-COUNT = 0
066400         GO TO 5000-EXIT
066500     END-IF
066600     MOVE SPACES TO PASOS-RPT-RECORD
066700     WRITE PASOS-RPT-RECORD
066800     MOVE "PASOS MUY SOBRE SU TIEMPO USUAL" TO WS-TT-TEXT
066900     MOVE SPACES TO WS-TT-DATE
067000     WRITE PASOS-RPT-RECORD FROM WS-TITLE-LINE
067100     PERFORM 5100-CHECK-ONE-RUN THRU 5100-EXIT
067200         VARYING WS-RUN-SUB FROM 1 BY 1
067300         UNTIL WS-RUN-SUB > WS-RUN-COUNT
067400     IF WS-OVERRUN-COUNT = 0
067500         MOVE "NINGUNO" TO WS-TT-TEXT
067600         WRITE PASOS-RPT-RECORD FROM WS-TITLE-LINE
067700     END-IF.
067800 5000-EXIT.
067900     EXIT.
068000
068100 5100-CHECK-ONE-RUN.
068200     PERFORM 5200-CHECK-ONE-STEP THRU 5200-EXIT
068300         VARYING WS-STEP-SUB FROM 1 BY 1
068400         UNTIL WS-STEP-SUB > WS-STEP-MAX.
068500 5100-EXIT.
068600     EXIT.
068700
068800 5200-CHECK-ONE-STEP.
068900     IF WS-RT-EXECS (WS-RUN-SUB, WS-STEP-SUB) = 0
069000         GO TO 5200-EXIT
069100     END-IF
069200     PERFORM 6000-COMPUTE-USUAL THRU 6000-EXIT
069300     PERFORM 6200-CHECK-OVERRUN THRU 6200-EXIT
069400     IF NOT WELL-OVER-USUAL
069500         GO TO 5200-EXIT
069600     END-IF
069700     ADD 1 TO WS-OVERRUN-COUNT
069800     MOVE WS-RT-DATE (WS-RUN-SUB) TO WS-OL-DATE
069900     MOVE WS-SN-NAME (WS-STEP-SUB) TO WS-OL-STEP
070000     MOVE WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) TO WS-SECS-WORK
070100     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
070200     MOVE WS-HMS TO WS-OL-TIME
070300     MOVE WS-USUAL-SECS TO WS-SECS-WORK
070400     PERFORM 6500-FORMAT-HMS THRU 6500-EXIT
070500     MOVE WS-HMS TO WS-OL-USUAL
070600     MOVE WS-PCT-WORK TO WS-OL-VAR
070700     WRITE PASOS-RPT-RECORD FROM WS-OVERRUN-LINE.
070800 5200-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200* 6000-COMPUTE-USUAL - THE USUAL TIME OF STEP WS-STEP-SUB AS SEEN
071300* FROM RUN WS-RUN-SUB: THE AVERAGE OVER THE OTHER RUNS IN THE
071400* WINDOW WHERE THE STEP RAN. ZERO WHEN THERE IS NO OTHER RUN
071500******************************************************************
071600 6000-COMPUTE-USUAL.
071700     MOVE 0 TO WS-OTHER-RUNS
071800     MOVE 0 TO WS-OTHER-SECS
071900     MOVE 0 TO WS-USUAL-SECS
072000     PERFORM 6100-ADD-ONE-OTHER THRU 6100-EXIT
072100         VARYING WS-SUB FROM 1 BY 1
072200         UNTIL WS-SUB > WS-RUN-COUNT
072300     IF WS-OTHER-RUNS > 0
072400         COMPUTE WS-USUAL-SECS ROUNDED =
072500             WS-OTHER-SECS / WS-OTHER-RUNS
072600     END-IF.
072700 6000-EXIT.
072800     EXIT.
072900
073000 6100-ADD-ONE-OTHER.
073100     IF WS-SUB = WS-RUN-SUB
073200         OR WS-RT-EXECS (WS-SUB, WS-STEP-SUB) = 0
073300         GO TO 6100-EXIT
073400     END-IF
073500     ADD 1 TO WS-OTHER-RUNS
073600     ADD WS-RT-SECS (WS-SUB, WS-STEP-SUB) TO WS-OTHER-SECS.
073700 6100-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100* 6200-CHECK-OVERRUN - SET WELL-OVER-USUAL AND THE PERCENTAGE
074200* OVER USUAL FOR STEP WS-STEP-SUB OF RUN WS-RUN-SUB, ONCE 6000
074300* HAS WORKED OUT ITS USUAL TIME
074400******************************************************************
074500 6200-CHECK-OVERRUN.
074600     MOVE "N" TO WS-OVER-SWITCH
074700     MOVE 0 TO WS-PCT-WORK
074800     IF WS-USUAL-SECS = 0
074900         GO TO 6200-EXIT
075000     END-IF
075100     COMPUTE WS-PCT-WORK ROUNDED =
075200         (WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) - WS-USUAL-SECS)
075300         * 100 / WS-USUAL-SECS
075400         ON SIZE ERROR MOVE 9999.9 TO WS-PCT-WORK
075500     END-COMPUTE
075600     IF WS-PCT-WORK > WS-OVERRUN-PCT
075700         AND WS-RT-SECS (WS-RUN-SUB, WS-STEP-SUB) >=
075800             WS-USUAL-SECS + WS-MIN-EXCESS-SECS
075900         MOVE "Y" TO WS-OVER-SWITCH
076000     END-IF.
076100 6200-EXIT.
076200     EXIT.
076300
076400******************************************************************
076500* 6500-FORMAT-HMS - WS-SECS-WORK AS HHH:MM:SS IN WS-HMS
076600******************************************************************
076700 6500-FORMAT-HMS.
076800     DIVIDE WS-SECS-WORK BY 3600 GIVING WS-HH-WORK
076900         REMAINDER WS-REM-WORK
077000     MOVE WS-HH-WORK TO WS-HMS-HH
077100     DIVIDE WS-REM-WORK BY 60 GIVING WS-HMS-MM
077200         REMAINDER WS-HMS-SS.
077300 6500-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700* 9000-TERMINATE - CLOSE FILES. A LAST RUN THAT NEEDS A LOOK
077800* (OUT OF THE WINDOW OR HEADED THERE, A STEP OVER TARGET OR WELL
077900* OVER USUAL) LEAVES RETURN-CODE 4
078000******************************************************************
078100 9000-TERMINATE.
078200     CLOSE PASOS-LOG-FILE
078300     CLOSE PASOS-RPT-FILE
078400     DISPLAY "INFORME-PASOS: LINEAS DEL LOG     : "
078500         WS-LOG-COUNT
078600     DISPLAY "INFORME-PASOS: CORRIDAS EN TABLA  : "
078700         WS-RUN-COUNT
078800     DISPLAY "INFORME-PASOS: PASOS DESCONOCIDOS : "
078900         WS-UNKNOWN-COUNT
079000     DISPLAY "INFORME-PASOS: MUY SOBRE LO USUAL : "
079100         WS-OVERRUN-COUNT
079200     IF LAST-RUN-ALERT AND RETURN-CODE = 0
079300         DISPLAY "INFORME-PASOS: LA ULTIMA CORRIDA REQUIERE "
079400             "ATENCION, VER PASOS-RPT.DAT"
079500         MOVE 4 TO RETURN-CODE
079600     END-IF.
079700 9000-EXIT.
079800     EXIT.

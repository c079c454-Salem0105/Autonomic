000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARCHIVA-PER.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. SISTEMAS DE PROCESAMIENTO BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 10/15/2026 DRO   ORIGINAL PROGRAM - PERIOD-END ARCHIVAL AND
001100*                  PURGE OF THE FILES THAT ONLY EVER GROW. DRIVEN
001200*                  BY ONE REQUEST IN ARCHPER.DAT (PERIOD YYYYMM),
001300*                  RUN STANDALONE AFTER CIERRE-MES HAS CLOSED THE
001400*                  PERIOD IN PERBAL.MST AND NEVER WHILE THE CHAIN
001500*                  IS RUNNING. MOVES THE PERIOD'S LINES (AND ANY
001600*                  LEFT FROM AN EARLIER CLOSED PERIOD) OUT OF
001700*                  AUDIT.DAT, NUM-REG.DAT, RUNSUM.DAT AND
001800*                  RECH-DISP.DAT INTO AUDIT.Pyyyymm.DAT,
001900*                  NUM-REG.Pyyyymm.DAT, RUNSUM.Pyyyymm.DAT AND
002000*                  RECH-DISP.Pyyyymm.DAT, SO THE LIVE FILES HOLD
002100*                  ONLY OPEN PERIODS. THE LIVE AUDIT TRAIL IS
002200*                  REOPENED WITH A SEALED ANCHOR LINE (COPY
002300*                  AUDITREC) CARRYING THE SEQUENCE AND CHECK OF
002400*                  THE LAST LINE MOVED, SO THE WRITERS CHAIN ON
002500*                  FROM IT AND VERIFICA-AUDIT PROVES THE CHAIN
002600*                  ACROSS THE CUT. A PERIOD IS ARCHIVED ONCE: AN
002700*                  EXISTING ARCHIVE FOR IT, A PERIOD NOT CLOSED,
002800*                  OR AN OPEN PERIOD IN THE STRETCH OF THE TRAIL
002900*                  TO BE CUT REFUSES THE RUN WITH RETURN-CODE 8
003000*                  AND LEAVES EVERY LIVE FILE AS IT WAS. NOTHING
003100*                  IS REWRITTEN UNTIL ALL FOUR FILES HAVE BEEN
003200*                  SPLIT CLEANLY
003210* 10/15/2026 DRO   NUM-REG.DAT NOW ACCUMULATES AND EACH LINE
003220*                  CARRIES ITS RUN DATE (COPY NUMREG, NOW 59
003230*                  BYTES): A LINE GOES BY ITS OWN DATE, AND ONLY
003240*                  AN UNDATED ONE IS DATED FROM LOTES.MST. EVERY
003250*                  WRITE IS CHECKED AND A LINE COUNTS ONLY ONCE
003260*                  WRITTEN. THE FIRST LIVE-FILE REWRITE THAT
003270*                  FAILS STOPS THE REST, THE WORK FILES OF THE
003280*                  FILES NOT REPLACED ARE KEPT, AND THE CONSOLE
003290*                  LISTS WHICH LIVE FILES WERE AND WERE NOT
003291*                  REPLACED
003292* 10/15/2026 DRO   PERIODS ARE ARCHIVED OLDEST FIRST. A PERIOD NOT
003293*                  LATER THAN THE ONE THE LIVE ANCHOR NAMES IS
003294*                  REFUSED, AND SO IS A RUN THAT MEETS A DATED
003295*                  LINE OF AN EARLIER PERIOD NOT YET ARCHIVED -
003296*                  THAT PERIOD MUST BE ARCHIVED FIRST, INTO ITS
003297*                  OWN FILES. UNDATED LINES ARE NOT HELD TO THIS
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ARCHPER-FILE ASSIGN TO "ARCHPER.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ARCHPER-STATUS.
004100
004200     SELECT PERBAL-FILE ASSIGN TO "PERBAL.MST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PERBAL-KEY
004600         FILE STATUS IS WS-PERBAL-STATUS.
004700
004800     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS LOTE-KEY
005200         FILE STATUS IS WS-LOTES-STATUS.
005300
005400     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AUDIT-STATUS.
005700
005800     SELECT NUMREG-FILE ASSIGN TO "NUM-REG.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-NUMREG-STATUS.
006100
006200     SELECT RUNSUM-FILE ASSIGN TO "RUNSUM.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RUNSUM-STATUS.
006500
006600     SELECT RECH-DISP-FILE ASSIGN TO "RECH-DISP.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RECH-DISP-STATUS.
006900
007000     SELECT ARCH-OUT-FILE ASSIGN USING WS-ARCH-OUT-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ARCH-OUT-STATUS.
007300
007400     SELECT WORK-FILE ASSIGN USING WS-WORK-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-WORK-STATUS.
007700
007800     SELECT ARCHIVO-RPT-FILE ASSIGN TO "ARCHIVO-RPT.DAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-ARCHIVO-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ARCHPER-FILE
008500     RECORD CONTAINS 6 CHARACTERS.
008600 01  ARCHPER-RECORD.
008700     05  APR-PERIOD              PIC X(06).
008800
008900 FD  PERBAL-FILE
009000     RECORD CONTAINS 71 CHARACTERS.
009100     COPY PERBAL.
009200
009300 FD  LOTES-FILE
009400     RECORD CONTAINS 62 CHARACTERS.
009500     COPY LOTEREG.
009600
009700 FD  AUDIT-FILE
009800     RECORD CONTAINS 72 CHARACTERS.
009900     COPY AUDITREC.
010000
010100 FD  NUMREG-FILE
010200     RECORD CONTAINS 59 CHARACTERS.
010300 01  NUMREG-RECORD               PIC X(59).
010400
010500 FD  RUNSUM-FILE
010600     RECORD CONTAINS 60 CHARACTERS.
010700     COPY RUNSUM.
010800
010900 FD  RECH-DISP-FILE
011000     RECORD CONTAINS 53 CHARACTERS.
011100 01  RECH-DISP-RECORD.
011200     05  DISP-RUN-DATE           PIC X(08).
011300     05  DISP-RAW-PAIR           PIC X(10).
011400     05  DISP-STATUS             PIC X(11).
011500     05  DISP-DETAIL             PIC X(24).
011600
011700 FD  ARCH-OUT-FILE
011800     RECORD CONTAINS 72 CHARACTERS.
011900 01  ARCH-OUT-RECORD             PIC X(72).
012000
012100 FD  WORK-FILE
012200     RECORD CONTAINS 72 CHARACTERS.
012300 01  WORK-RECORD                 PIC X(72).
012400
012500 FD  ARCHIVO-RPT-FILE
012600     RECORD CONTAINS 132 CHARACTERS.
012700 01  ARCHIVO-RPT-RECORD          PIC X(132).
012800
012900 WORKING-STORAGE SECTION.
013000     COPY NUMREG.
013100
013200 01  WS-ARCHPER-STATUS            PIC X(02).
013300     88  ARCHPER-OK                          VALUE "00".
013400
013500 01  WS-PERBAL-STATUS             PIC X(02).
013600     88  PERBAL-OK                           VALUE "00".
013700
013800 01  WS-LOTES-STATUS              PIC X(02).
013900     88  LOTES-OK                            VALUE "00".
014000
014100 01  WS-AUDIT-STATUS              PIC X(02).
014200     88  AUDIT-OK                            VALUE "00".
014300     88  AUDIT-MISSING                       VALUE "35" "05".
014400
014500 01  WS-NUMREG-STATUS             PIC X(02).
014600     88  NUMREG-OK                           VALUE "00".
014700     88  NUMREG-MISSING                      VALUE "35" "05".
014800
014900 01  WS-RUNSUM-STATUS             PIC X(02).
015000     88  RUNSUM-OK                           VALUE "00".
015100     88  RUNSUM-MISSING                      VALUE "35" "05".
015200
015300 01  WS-RECH-DISP-STATUS          PIC X(02).
015400     88  RECH-DISP-OK                        VALUE "00".
015500     88  RECH-DISP-MISSING                   VALUE "35" "05".
015600
015700 01  WS-ARCH-OUT-STATUS           PIC X(02).
015800     88  ARCH-OUT-OK                         VALUE "00".
015900
016000 01  WS-WORK-STATUS               PIC X(02).
016100     88  WORK-OK                             VALUE "00".
016200
016300 01  WS-ARCHIVO-RPT-STATUS        PIC X(02).
016400     88  ARCHIVO-RPT-OK                      VALUE "00".
016500
016600 01  WS-SWITCHES.
016700     05  WS-REQUEST-SWITCH        PIC X(01)  VALUE "N".
016800         88  REQUEST-GOOD                    VALUE "Y".
016900     05  WS-REFUSE-SWITCH         PIC X(01)  VALUE "N".
017000         88  RUN-REFUSED                     VALUE "Y".
017100     05  WS-EOF-LIVE-SWITCH       PIC X(01)  VALUE "N".
017200         88  EOF-LIVE                        VALUE "Y".
017300     05  WS-EOF-WORK-SWITCH       PIC X(01)  VALUE "N".
017400         88  EOF-WORK                        VALUE "Y".
017500     05  WS-REGION-SWITCH         PIC X(01)  VALUE "Y".
017600         88  IN-CUT-REGION                   VALUE "Y".
017700     05  WS-MOVE-SWITCH           PIC X(01)  VALUE "N".
017800         88  LINE-TO-ARCHIVE                 VALUE "Y".
017900     05  WS-CLOSED-SWITCH         PIC X(01)  VALUE "N".
018000         88  PERIOD-IS-CLOSED                VALUE "Y".
018100     05  WS-LOTES-OPEN-SWITCH     PIC X(01)  VALUE "N".
018200         88  LOTES-FILE-OPEN                 VALUE "Y".
018300     05  WS-PERBAL-OPEN-SWITCH    PIC X(01)  VALUE "N".
018400         88  PERBAL-FILE-OPEN                VALUE "Y".
018500     05  WS-BATCH-MOVE-SWITCH     PIC X(01)  VALUE "N".
018600         88  BATCH-TO-ARCHIVE                VALUE "Y".
018700     05  WS-FOUND-SWITCH          PIC X(01)  VALUE "N".
018800         88  ENTRY-FOUND                     VALUE "Y".
018900     05  WS-PAIR-FULL-SWITCH      PIC X(01)  VALUE "N".
019000         88  PAIR-TABLE-FULL                 VALUE "Y".
019100
019200 01  WS-TODAY                     PIC X(08).
019300 01  WS-OPERATOR                  PIC X(08).
019400 01  WS-REQ-PERIOD                PIC X(06).
019500 01  WS-LINE-PERIOD               PIC X(06).
019600 01  WS-CHECKED-PERIOD            PIC X(06)  VALUE SPACE.
019700 01  WS-LAST-REG-BATCH            PIC X(08)  VALUE SPACE.
019800 01  WS-ARCH-OUT-NAME             PIC X(30)  VALUE SPACE.
019900 01  WS-WORK-NAME                 PIC X(30)  VALUE SPACE.
020000 01  WS-PURGE-NAME                PIC X(30)  VALUE SPACE.
020100 01  WS-REFUSE-REASON             PIC X(40)  VALUE SPACE.
020110*    THE LAST PERIOD ARCHIVED, FROM THE ANCHOR THAT OPENS THE
020120*    LIVE AUDIT.DAT; SPACE WHEN NOTHING HAS BEEN ARCHIVED YET
020130 01  WS-LIVE-ANCH-PERIOD          PIC X(06)  VALUE SPACE.
020200
020300*    ONE ENTRY PER LIVE FILE: ITS NAME, THE STEM OF ITS ARCHIVE
020400*    AND WORK NAMES, WHAT THE SPLIT MOVED AND KEPT, AND WHETHER
020410*    THE LIVE FILE HAS BEEN REWRITTEN FROM ITS WORK FILE
020500 01  WS-FILE-TABLE.
020600     05  WS-FILE-ENTRY OCCURS 4 TIMES
020700             INDEXED BY FILE-IDX.
020800         10  WS-FT-STEM           PIC X(09).
020900         10  WS-FT-MOVED          PIC 9(07).
021000         10  WS-FT-KEPT           PIC 9(07).
021010         10  WS-FT-STATE          PIC X(01).
021020             88  FT-REPLACED                 VALUE "R".
021030             88  FT-UNCHANGED                VALUE "U".
021040             88  FT-BROKEN                   VALUE "F".
021100
021200 77  WS-FILE-NUM                  PIC 9(01)  VALUE 0.
021300 77  WS-LAST-SEQ                  PIC 9(07)  VALUE 0.
021400 77  WS-LAST-CHECK                PIC 9(09)  VALUE 0.
021500 77  WS-CHAIN-WORK                PIC 9(12) COMP VALUE 0.
021600 77  WS-CHK-SUB                   PIC 9(03) COMP VALUE 0.
021700 77  WS-PAIR-COUNT                PIC 9(04) COMP VALUE 0.
021800 77  WS-PAIR-MAX                  PIC 9(04) COMP VALUE 2000.
021900 77  WS-SAVE-RC                  PIC S9(04) VALUE 0.
022000
022100*    PAIRS IN RECH-DISP.DAT WHOSE LATEST DISPOSITION IS STILL-BAD:
022200*    THEIR LINES STAY LIVE SO INFORME-ABIERTOS CAN STILL AGE THEM
022300 01  WS-PAIR-TABLE.
022400     05  WS-PAIR-ENTRY OCCURS 2000 TIMES
022500             INDEXED BY PAIR-IDX.
022600         10  WS-PR-PAIR           PIC X(10).
022700         10  WS-PR-OPEN-SW        PIC X(01).
022800             88  PR-OPEN                     VALUE "Y".
022900
023000 01  WS-HEADING-LINE.
023100     05  FILLER                   PIC X(25)  VALUE
023200         "ARCHIVO DEL PERIODO      ".
023300     05  WS-HD-PERIOD             PIC X(06).
023400     05  FILLER                   PIC X(11)  VALUE "  CORRIDA  ".
023500     05  WS-HD-DATE               PIC X(08).
023600     05  FILLER                   PIC X(12)  VALUE "  OPERADOR  ".
023700     05  WS-HD-OPERATOR           PIC X(08).
023800     05  FILLER                   PIC X(62)  VALUE SPACE.
023900
024000 01  WS-COLUMN-HEADING.
024100     05  FILLER                   PIC X(16)  VALUE "ARCHIVO VIVO".
024200     05  FILLER                   PIC X(24)  VALUE
024300         "ARCHIVO DEL PERIODO".
024400     05  FILLER                   PIC X(13)  VALUE
024500         "   ARCHIVADAS".
024600     05  FILLER                   PIC X(13)  VALUE "       VIVAS".
024700     05  FILLER                   PIC X(66)  VALUE SPACE.
024800
024900 01  WS-FILE-LINE.
025000     05  WS-FL-LIVE               PIC X(14).
025100     05  FILLER                   PIC X(02)  VALUE SPACE.
025200     05  WS-FL-ARCHIVE            PIC X(22).
025300     05  FILLER                   PIC X(02)  VALUE SPACE.
025400     05  WS-FL-MOVED              PIC Z,ZZZ,ZZ9.
025500     05  FILLER                   PIC X(04)  VALUE SPACE.
025600     05  WS-FL-KEPT               PIC Z,ZZZ,ZZ9.
025700     05  FILLER                   PIC X(70)  VALUE SPACE.
025800
025900 01  WS-ANCHOR-LINE.
026000     05  FILLER                   PIC X(22)  VALUE
026100         "ANCLA EN AUDIT.DAT SEQ".
026200     05  WS-AL-SEQ                PIC Z,ZZZ,ZZ9.
026300     05  FILLER                   PIC X(08)  VALUE "  CHECK ".
026400     05  WS-AL-CHECK              PIC 9(09).
026500     05  FILLER                   PIC X(08)  VALUE "  SELLO ".
026600     05  WS-AL-SEAL               PIC 9(09).
026700     05  FILLER                   PIC X(67)  VALUE SPACE.
026800
026900 01  WS-STATUS-LINE.
027000     05  FILLER                   PIC X(12)  VALUE "RESULTADO: ".
027100     05  WS-ST-TEXT               PIC X(40).
027200     05  FILLER                   PIC X(80)  VALUE SPACE.
027300
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027700     IF REQUEST-GOOD
027800         PERFORM 2000-SPLIT-AUDIT THRU 2000-EXIT
027900         PERFORM 3000-SPLIT-REGISTER THRU 3000-EXIT
028000         PERFORM 4000-SPLIT-RUNSUM THRU 4000-EXIT
028100         PERFORM 5000-SPLIT-DISPOSITIONS THRU 5000-EXIT
028200         PERFORM 6000-FINISH-SPLIT THRU 6000-EXIT
028300     END-IF
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT
028500     GOBACK.
028600
028700******************************************************************
028800* 1000-INITIALIZE - READ AND EDIT THE ONE REQUEST IN ARCHPER.DAT.
028900* THE PERIOD MUST BE CLOSED IN PERBAL.MST AND MUST NOT HAVE BEEN
029000* ARCHIVED BEFORE - AN ARCHIVE IS WRITTEN ONCE AND NEVER
029100* OVERWRITTEN - AND MUST BE LATER THAN THE LAST PERIOD ARCHIVED
029200******************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
029500     DISPLAY "USER" UPON ENVIRONMENT-NAME
029600     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
029700     MOVE "AUDIT" TO WS-FT-STEM (1)
029800     MOVE "NUM-REG" TO WS-FT-STEM (2)
029900     MOVE "RUNSUM" TO WS-FT-STEM (3)
030000     MOVE "RECH-DISP" TO WS-FT-STEM (4)
030100     PERFORM 1100-CLEAR-ONE-FILE THRU 1100-EXIT
030200         VARYING FILE-IDX FROM 1 BY 1
030300         UNTIL FILE-IDX > 4
030400
030500     OPEN INPUT ARCHPER-FILE
030600     IF NOT ARCHPER-OK
030700         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR ARCHPER.DAT, "
030800             "STATUS=" WS-ARCHPER-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 1000-EXIT
031100     END-IF
031200     READ ARCHPER-FILE
031300         AT END
031400             DISPLAY "ARCHIVA-PER: ARCHPER.DAT VACIO, NADA QUE "
031500                 "HACER"
031600             MOVE 8 TO RETURN-CODE
031700         NOT AT END
031800             MOVE APR-PERIOD TO WS-REQ-PERIOD
031900             MOVE "Y" TO WS-REQUEST-SWITCH
032000     END-READ
032100     CLOSE ARCHPER-FILE
032200     IF NOT REQUEST-GOOD
032300         GO TO 1000-EXIT
032400     END-IF
032500
032600     IF WS-REQ-PERIOD NOT NUMERIC
032700         OR WS-REQ-PERIOD (5:2) < "01"
032800         OR WS-REQ-PERIOD (5:2) > "12"
032900         DISPLAY "ARCHIVA-PER: PERIODO ILEGIBLE: " WS-REQ-PERIOD
033000         MOVE 8 TO RETURN-CODE
033100         MOVE "N" TO WS-REQUEST-SWITCH
033200         GO TO 1000-EXIT
033300     END-IF
033400
033500     OPEN INPUT PERBAL-FILE
033600     IF NOT PERBAL-OK
033700         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR PERBAL.MST, "
033800             "STATUS=" WS-PERBAL-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         MOVE "N" TO WS-REQUEST-SWITCH
034100         GO TO 1000-EXIT
034200     END-IF
034300     MOVE "Y" TO WS-PERBAL-OPEN-SWITCH
034400     MOVE WS-REQ-PERIOD TO WS-LINE-PERIOD
034500     PERFORM 7000-CHECK-PERIOD-CLOSED THRU 7000-EXIT
034600     IF NOT PERIOD-IS-CLOSED
034700         DISPLAY "ARCHIVA-PER: PERIODO " WS-REQ-PERIOD
034800             " NO ESTA CERRADO EN PERBAL.MST"
034900         MOVE 8 TO RETURN-CODE
035000         MOVE "N" TO WS-REQUEST-SWITCH
035100         GO TO 1000-EXIT
035200     END-IF
035300
035400     PERFORM 1200-CHECK-NOT-ARCHIVED THRU 1200-EXIT
035500         VARYING FILE-IDX FROM 1 BY 1
035600         UNTIL FILE-IDX > 4 OR NOT REQUEST-GOOD
035700     IF NOT REQUEST-GOOD
035800         GO TO 1000-EXIT
035900     END-IF
035910     PERFORM 1300-CHECK-LAST-ARCHIVED THRU 1300-EXIT
035920     IF NOT REQUEST-GOOD
035930         GO TO 1000-EXIT
035940     END-IF
036000
036100     OPEN OUTPUT ARCHIVO-RPT-FILE
036200     IF NOT ARCHIVO-RPT-OK
036300         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR "
036400             "ARCHIVO-RPT.DAT, STATUS=" WS-ARCHIVO-RPT-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         MOVE "N" TO WS-REQUEST-SWITCH
036700         GO TO 1000-EXIT
036800     END-IF
036900     MOVE WS-REQ-PERIOD TO WS-HD-PERIOD
037000     MOVE WS-TODAY TO WS-HD-DATE
037100     MOVE WS-OPERATOR TO WS-HD-OPERATOR
037200     WRITE ARCHIVO-RPT-RECORD FROM WS-HEADING-LINE
037300     WRITE ARCHIVO-RPT-RECORD FROM WS-COLUMN-HEADING.
037400 1000-EXIT.
037500     EXIT.
037600
037700 1100-CLEAR-ONE-FILE.
037800     MOVE 0 TO WS-FT-MOVED (FILE-IDX)
037900     MOVE 0 TO WS-FT-KEPT (FILE-IDX)
037950     MOVE SPACE TO WS-FT-STATE (FILE-IDX).
038000 1100-EXIT.
038100     EXIT.
038200
038300 1200-CHECK-NOT-ARCHIVED.
038400     SET WS-FILE-NUM TO FILE-IDX
038500     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
038600     OPEN INPUT ARCH-OUT-FILE
038700     IF ARCH-OUT-OK
038800         CLOSE ARCH-OUT-FILE
038900         DISPLAY "ARCHIVA-PER: " WS-ARCH-OUT-NAME
039000             " YA EXISTE, PERIODO YA ARCHIVADO"
039100         MOVE 8 TO RETURN-CODE
039200         MOVE "N" TO WS-REQUEST-SWITCH
039300     END-IF.
039400 1200-EXIT.
039500     EXIT.
039510
039520******************************************************************
039530* 1300-CHECK-LAST-ARCHIVED - THE LIVE TRAIL OPENS WITH THE ANCHOR
039540* OF THE LAST PERIOD ARCHIVED. ARCHIVING THAT PERIOD OR AN EARLIER
039550* ONE WOULD PUT A LATER ANCHOR IN AN EARLIER ARCHIVE AND TURN THE
039560* CHAIN VERIFICA-AUDIT WALKS BACK ON ITSELF. A MISSING OR
039570* UNREADABLE AUDIT.DAT IS LEFT FOR 2000 TO REPORT
039580******************************************************************
039590 1300-CHECK-LAST-ARCHIVED.
039600     OPEN INPUT AUDIT-FILE
039610     IF NOT AUDIT-OK
039620         GO TO 1300-EXIT
039630     END-IF
039640     READ AUDIT-FILE
039650         AT END
039660             CONTINUE
039670         NOT AT END
039680             IF AUDIT-OK AND AUDIT-ANCHOR-LINE
039690                 MOVE AUDIT-ANCH-PERIOD TO WS-LIVE-ANCH-PERIOD
039700             END-IF
039710     END-READ
039720     CLOSE AUDIT-FILE
039730     IF WS-LIVE-ANCH-PERIOD NOT = SPACE
039740         AND WS-REQ-PERIOD NOT > WS-LIVE-ANCH-PERIOD
039750         DISPLAY "ARCHIVA-PER: PERIODO ANTERIOR AL ULTIMO "
039760             "ARCHIVADO (" WS-LIVE-ANCH-PERIOD "): " WS-REQ-PERIOD
039770         MOVE 8 TO RETURN-CODE
039780         MOVE "N" TO WS-REQUEST-SWITCH
039790     END-IF.
039795 1300-EXIT.
039796     EXIT.
039600
039700******************************************************************
039800* 2000-SPLIT-AUDIT - THE TRAIL IS A CHAIN, SO IT IS CUT IN ONE
039900* PLACE: EVERY LINE FROM THE TOP (THE OLD ANCHOR, PRE-CHAIN LINES,
040000* LINES OF THE PERIOD OR EARLIER) GOES TO THE ARCHIVE UNTIL THE
040100* FIRST LINE OF A LATER PERIOD, AND EVERYTHING FROM THERE ON
040200* STAYS. A LINE OF AN EARLIER PERIOD STILL OPEN ABOVE THE CUT
040300* REFUSES THE RUN - THE CHAIN CANNOT BE CUT AROUND IT - AND SO
040310* DOES ONE OF AN EARLIER PERIOD NOT YET ARCHIVED (7050). THE LAST
040400* CHAINED LINE MOVED IS WHAT THE NEW ANCHOR CARRIES
040500******************************************************************
040600 2000-SPLIT-AUDIT.
040700     MOVE 1 TO WS-FILE-NUM
040800     MOVE 0 TO WS-LAST-SEQ
040900     MOVE 0 TO WS-LAST-CHECK
041000     MOVE "Y" TO WS-REGION-SWITCH
041100     PERFORM 8100-OPEN-SPLIT-FILES THRU 8100-EXIT
041200     IF RETURN-CODE NOT = 0
041300         GO TO 2000-EXIT
041400     END-IF
041500     OPEN INPUT AUDIT-FILE
041600     IF AUDIT-MISSING
041700         DISPLAY "ARCHIVA-PER: SIN AUDIT.DAT, NADA QUE ARCHIVAR"
041800         GO TO 2000-CLOSE
041900     END-IF
042000     IF NOT AUDIT-OK
042100         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR AUDIT.DAT, "
042200             "STATUS=" WS-AUDIT-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         GO TO 2000-CLOSE
042500     END-IF
042600     MOVE "N" TO WS-EOF-LIVE-SWITCH
042700     PERFORM 2100-READ-AUDIT-LINE THRU 2100-EXIT
042800     PERFORM 2200-SPLIT-AUDIT-LINE THRU 2200-EXIT
042900         UNTIL EOF-LIVE
043000     CLOSE AUDIT-FILE.
043100 2000-CLOSE.
043200     CLOSE ARCH-OUT-FILE
043300     CLOSE WORK-FILE.
043400 2000-EXIT.
043500     EXIT.
043600
043700 2100-READ-AUDIT-LINE.
043800     READ AUDIT-FILE
043900         AT END
044000             MOVE "Y" TO WS-EOF-LIVE-SWITCH
044100         NOT AT END
044200             IF NOT AUDIT-OK
044300                 DISPLAY "ARCHIVA-PER: REGISTRO DEMASIADO LARGO "
044400                     "EN AUDIT.DAT, STATUS=" WS-AUDIT-STATUS
044500                 MOVE "Y" TO WS-EOF-LIVE-SWITCH
044600                 MOVE 16 TO RETURN-CODE
044700             END-IF
044800     END-READ.
044900 2100-EXIT.
045000     EXIT.
045100
045200 2200-SPLIT-AUDIT-LINE.
045300     IF NOT IN-CUT-REGION
045400         GO TO 2200-KEEP
045500     END-IF
045600     IF AUDIT-ANCHOR-LINE OR AUDIT-RUN-DATE NOT NUMERIC
045700         GO TO 2200-MOVE
045800     END-IF
045900     MOVE AUDIT-RUN-DATE (1:6) TO WS-LINE-PERIOD
046000     IF WS-LINE-PERIOD > WS-REQ-PERIOD
046100         MOVE "N" TO WS-REGION-SWITCH
046200         GO TO 2200-KEEP
046300     END-IF
046310     PERFORM 7050-CHECK-EARLIER-PERIOD THRU 7050-EXIT
046320     IF RUN-REFUSED
046330         MOVE "Y" TO WS-EOF-LIVE-SWITCH
046340         GO TO 2200-EXIT
046350     END-IF
046400     PERFORM 7000-CHECK-PERIOD-CLOSED THRU 7000-EXIT
046500     IF NOT PERIOD-IS-CLOSED
046600         MOVE SPACES TO WS-REFUSE-REASON
046700         STRING "PERIODO " WS-LINE-PERIOD " ABIERTO EN AUDIT.DAT"
046800             DELIMITED BY SIZE INTO WS-REFUSE-REASON
046900         MOVE "Y" TO WS-REFUSE-SWITCH
047000         MOVE "Y" TO WS-EOF-LIVE-SWITCH
047100         GO TO 2200-EXIT
047200     END-IF.
047300 2200-MOVE.
047400     IF AUDIT-SEQ-NUMBER NUMERIC
047500         AND AUDIT-CHAIN-CHECK NUMERIC
047600         MOVE AUDIT-SEQ-NUMBER TO WS-LAST-SEQ
047700         MOVE AUDIT-CHAIN-CHECK TO WS-LAST-CHECK
047800     END-IF
047900     MOVE AUDIT-LOG-RECORD TO ARCH-OUT-RECORD
048000     PERFORM 8200-WRITE-ARCHIVE THRU 8200-EXIT
048100     GO TO 2200-NEXT.
048200 2200-KEEP.
048300     MOVE AUDIT-LOG-RECORD TO WORK-RECORD
048400     PERFORM 8300-WRITE-WORK THRU 8300-EXIT.
048500 2200-NEXT.
048600     PERFORM 2100-READ-AUDIT-LINE THRU 2100-EXIT.
048700 2200-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 3000-SPLIT-REGISTER - EACH LINE OF NUM-REG.DAT CARRIES THE DATE
049200* OF THE RUN THAT WROTE IT (FOR A REVERSAL LINE, THE DAY OF THE
049300* REVERSAL) AND GOES BY THAT DATE. A LINE WRITTEN BEFORE THE DATE
049400* WAS ADDED IS DATED FROM ITS BATCH IN LOTES.MST INSTEAD: THE RUN
049410* DATE, OR FOR A REVERSAL LINE THE DATE THE BATCH WAS REVERSED,
049420* AND STAYS LIVE WHEN THE BATCH IS NOT ON THE MASTER. A BATCH
049430* STILL IN SUSPENSE STAYS LIVE EITHER WAY. THE T LINE FOLLOWS THE
049440* D LINES OF ITS BATCH. LINES OF A PERIOD STILL OPEN SIMPLY STAY
049500* - THERE IS NO CHAIN HERE TO CUT
049700******************************************************************
049800 3000-SPLIT-REGISTER.
049900     IF RUN-REFUSED OR RETURN-CODE NOT = 0
050000         GO TO 3000-EXIT
050100     END-IF
050200     MOVE 2 TO WS-FILE-NUM
050300     MOVE SPACE TO WS-LAST-REG-BATCH
050400     MOVE "N" TO WS-BATCH-MOVE-SWITCH
050500     PERFORM 8100-OPEN-SPLIT-FILES THRU 8100-EXIT
050600     IF RETURN-CODE NOT = 0
050700         GO TO 3000-EXIT
050800     END-IF
050900     OPEN INPUT NUMREG-FILE
051000     IF NUMREG-MISSING
051100         DISPLAY "ARCHIVA-PER: SIN NUM-REG.DAT, NADA QUE "
051200             "ARCHIVAR"
051300         GO TO 3000-CLOSE
051400     END-IF
051500     IF NOT NUMREG-OK
051600         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR NUM-REG.DAT, "
051700             "STATUS=" WS-NUMREG-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         GO TO 3000-CLOSE
052000     END-IF
052100     OPEN INPUT LOTES-FILE
052200     IF LOTES-OK
052300         MOVE "Y" TO WS-LOTES-OPEN-SWITCH
052400     ELSE
052500         DISPLAY "ARCHIVA-PER: SIN LOTES.MST (STATUS="
052600             WS-LOTES-STATUS "), NUM-REG.DAT QUEDA ENTERO"
052700     END-IF
052800     MOVE "N" TO WS-EOF-LIVE-SWITCH
052900     PERFORM 3100-READ-REG-LINE THRU 3100-EXIT
053000     PERFORM 3200-SPLIT-REG-LINE THRU 3200-EXIT
053100         UNTIL EOF-LIVE
053200     IF LOTES-FILE-OPEN
053300         CLOSE LOTES-FILE
053400     END-IF
053500     CLOSE NUMREG-FILE.
053600 3000-CLOSE.
053700     CLOSE ARCH-OUT-FILE
053800     CLOSE WORK-FILE.
053900 3000-EXIT.
054000     EXIT.
054100
054200 3100-READ-REG-LINE.
054300     READ NUMREG-FILE
054400         AT END
054500             MOVE "Y" TO WS-EOF-LIVE-SWITCH
054600         NOT AT END
054700             IF NOT NUMREG-OK
054800                 DISPLAY "ARCHIVA-PER: REGISTRO DEMASIADO LARGO "
054900                     "EN NUM-REG.DAT, STATUS=" WS-NUMREG-STATUS
055000                 MOVE "Y" TO WS-EOF-LIVE-SWITCH
055100                 MOVE 16 TO RETURN-CODE
055200             END-IF
055300     END-READ.
055400 3100-EXIT.
055500     EXIT.
055600
055700 3200-SPLIT-REG-LINE.
055800     MOVE "N" TO WS-MOVE-SWITCH
055900     EVALUATE NUMREG-RECORD (1:1)
056000         WHEN "D"
056100             PERFORM 3300-DATE-DETAIL THRU 3300-EXIT
056200         WHEN "T"
056300             PERFORM 3400-DATE-TRAILER THRU 3400-EXIT
056800         WHEN OTHER
056900             CONTINUE
057000     END-EVALUATE
057100     IF LINE-TO-ARCHIVE
057200         MOVE NUMREG-RECORD TO ARCH-OUT-RECORD
057300         PERFORM 8200-WRITE-ARCHIVE THRU 8200-EXIT
057400     ELSE
057500         MOVE NUMREG-RECORD TO WORK-RECORD
057600         PERFORM 8300-WRITE-WORK THRU 8300-EXIT
057700     END-IF
057800     PERFORM 3100-READ-REG-LINE THRU 3100-EXIT.
057900 3200-EXIT.
058000     EXIT.
058100
058200 3300-DATE-DETAIL.
058300     MOVE NUMREG-RECORD TO REG-DETAIL-RECORD
058400     MOVE REG-BATCH-ID TO WS-LAST-REG-BATCH
058500     MOVE "N" TO WS-BATCH-MOVE-SWITCH
058600     IF NOT LOTES-FILE-OPEN
058700         GO TO 3300-EXIT
058800     END-IF
058900     MOVE REG-BATCH-ID TO LOTE-BATCH-ID
059000     MOVE REG-ORIGIN TO LOTE-ORIGIN
059100     READ LOTES-FILE
059200         INVALID KEY
059210             MOVE SPACE TO LOTE-STATUS
059220             IF REG-RUN-DATE NOT NUMERIC
059300                 GO TO 3300-EXIT
059310             END-IF
059400     END-READ
059500     IF LOTE-SUSPENDED
059600         GO TO 3300-EXIT
059700     END-IF
059710     IF REG-RUN-DATE NUMERIC
059720         MOVE REG-RUN-DATE (1:6) TO WS-LINE-PERIOD
059730     ELSE
059740         PERFORM 3350-DATE-FROM-LOTE THRU 3350-EXIT
059750     END-IF
059760     PERFORM 7100-CHECK-LINE-PERIOD THRU 7100-EXIT
059770     MOVE WS-MOVE-SWITCH TO WS-BATCH-MOVE-SWITCH.
059780 3300-EXIT.
059790     EXIT.
059800
059810 3350-DATE-FROM-LOTE.
059820     IF REG-REVERSAL-LINE AND LOTE-REVERSED
059900         MOVE LOTE-STATUS-DATE (1:6) TO WS-LINE-PERIOD
060000     ELSE
060100         MOVE LOTE-RUN-DATE (1:6) TO WS-LINE-PERIOD
060200     END-IF.
060500 3350-EXIT.
060600     EXIT.
060610
060620******************************************************************
060630* 3400-DATE-TRAILER - A T LINE GOES WHERE THE D LINES OF ITS BATCH
060640* WENT. ONE WITH NO D LINES BEFORE IT GOES BY ITS OWN DATE
060650******************************************************************
060660 3400-DATE-TRAILER.
060670     MOVE NUMREG-RECORD TO REG-TRAILER-RECORD
060680     IF REG-TRL-BATCH-ID = WS-LAST-REG-BATCH
060690         MOVE WS-BATCH-MOVE-SWITCH TO WS-MOVE-SWITCH
060700     ELSE
060710         IF REG-TRL-RUN-DATE NUMERIC
060720             MOVE REG-TRL-RUN-DATE (1:6) TO WS-LINE-PERIOD
060730             PERFORM 7100-CHECK-LINE-PERIOD THRU 7100-EXIT
060740         END-IF
060750     END-IF
060760     MOVE SPACE TO WS-LAST-REG-BATCH.
060770 3400-EXIT.
060780     EXIT.
060700
060800******************************************************************
060900* 4000-SPLIT-RUNSUM - ONE LINE PER RUN, DATED BY THE RUN. A LINE
061000* WHOSE DATE CANNOT BE READ STAYS WHERE IT IS
061100******************************************************************
061200 4000-SPLIT-RUNSUM.
061300     IF RUN-REFUSED OR RETURN-CODE NOT = 0
061400         GO TO 4000-EXIT
061500     END-IF
061600     MOVE 3 TO WS-FILE-NUM
061700     PERFORM 8100-OPEN-SPLIT-FILES THRU 8100-EXIT
061800     IF RETURN-CODE NOT = 0
061900         GO TO 4000-EXIT
062000     END-IF
062100     OPEN INPUT RUNSUM-FILE
062200     IF RUNSUM-MISSING
062300         DISPLAY "ARCHIVA-PER: SIN RUNSUM.DAT, NADA QUE "
062400             "ARCHIVAR"
062500         GO TO 4000-CLOSE
062600     END-IF
062700     IF NOT RUNSUM-OK
062800         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR RUNSUM.DAT, "
062900             "STATUS=" WS-RUNSUM-STATUS
063000         MOVE 16 TO RETURN-CODE
063100         GO TO 4000-CLOSE
063200     END-IF
063300     MOVE "N" TO WS-EOF-LIVE-SWITCH
063400     PERFORM 4100-READ-RUNSUM-LINE THRU 4100-EXIT
063500     PERFORM 4200-SPLIT-RUNSUM-LINE THRU 4200-EXIT
063600         UNTIL EOF-LIVE
063700     CLOSE RUNSUM-FILE.
063800 4000-CLOSE.
063900     CLOSE ARCH-OUT-FILE
064000     CLOSE WORK-FILE.
064100 4000-EXIT.
064200     EXIT.
064300
064400 4100-READ-RUNSUM-LINE.
064500     READ RUNSUM-FILE
064600         AT END
064700             MOVE "Y" TO WS-EOF-LIVE-SWITCH
064800         NOT AT END
064900             IF NOT RUNSUM-OK
065000                 DISPLAY "ARCHIVA-PER: REGISTRO DEMASIADO LARGO "
065100                     "EN RUNSUM.DAT, STATUS=" WS-RUNSUM-STATUS
065200                 MOVE "Y" TO WS-EOF-LIVE-SWITCH
065300                 MOVE 16 TO RETURN-CODE
065400             END-IF
065500     END-READ.
065600 4100-EXIT.
065700     EXIT.
065800
065900 4200-SPLIT-RUNSUM-LINE.
066000     MOVE "N" TO WS-MOVE-SWITCH
066100     IF RS-RUN-DATE NUMERIC
066200         MOVE RS-RUN-DATE (1:6) TO WS-LINE-PERIOD
066300         PERFORM 7100-CHECK-LINE-PERIOD THRU 7100-EXIT
066400     END-IF
066500     IF LINE-TO-ARCHIVE
066600         MOVE RUNSUM-RECORD TO ARCH-OUT-RECORD
066700         PERFORM 8200-WRITE-ARCHIVE THRU 8200-EXIT
066800     ELSE
066900         MOVE RUNSUM-RECORD TO WORK-RECORD
067000         PERFORM 8300-WRITE-WORK THRU 8300-EXIT
067100     END-IF
067200     PERFORM 4100-READ-RUNSUM-LINE THRU 4100-EXIT.
067300 4200-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 5000-SPLIT-DISPOSITIONS - A REJECTED PAIR IS OPEN WHILE ITS
067800* LATEST DISPOSITION IS STILL-BAD (THE SAME RULE INFORME-ABIERTOS
067900* AGES BY), AND AN OPEN PAIR KEEPS EVERY ONE OF ITS LINES LIVE
068000* WHATEVER ITS DATE. A FIRST PASS FINDS THE OPEN PAIRS; SHOULD THE
068100* TABLE FILL, A PAIR NOT IN IT IS TREATED AS OPEN
068200******************************************************************
068300 5000-SPLIT-DISPOSITIONS.
068400     IF RUN-REFUSED OR RETURN-CODE NOT = 0
068500         GO TO 5000-EXIT
068600     END-IF
068700     MOVE 4 TO WS-FILE-NUM
068800     PERFORM 8100-OPEN-SPLIT-FILES THRU 8100-EXIT
068900     IF RETURN-CODE NOT = 0
069000         GO TO 5000-EXIT
069100     END-IF
069200     OPEN INPUT RECH-DISP-FILE
069300     IF RECH-DISP-MISSING
069400         DISPLAY "ARCHIVA-PER: SIN RECH-DISP.DAT, NADA QUE "
069500             "ARCHIVAR"
069600         GO TO 5000-CLOSE
069700     END-IF
069800     IF NOT RECH-DISP-OK
069900         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR RECH-DISP.DAT, "
070000             "STATUS=" WS-RECH-DISP-STATUS
070100         MOVE 16 TO RETURN-CODE
070200         GO TO 5000-CLOSE
070300     END-IF
070400     MOVE "N" TO WS-EOF-LIVE-SWITCH
070500     PERFORM 5100-READ-DISP-LINE THRU 5100-EXIT
070600     PERFORM 5200-NOTE-ONE-PAIR THRU 5200-EXIT
070700         UNTIL EOF-LIVE
070800     CLOSE RECH-DISP-FILE
070900     IF RETURN-CODE NOT = 0
071000         GO TO 5000-CLOSE
071100     END-IF
071200
071300     OPEN INPUT RECH-DISP-FILE
071400     MOVE "N" TO WS-EOF-LIVE-SWITCH
071500     PERFORM 5100-READ-DISP-LINE THRU 5100-EXIT
071600     PERFORM 5400-SPLIT-DISP-LINE THRU 5400-EXIT
071700         UNTIL EOF-LIVE
071800     CLOSE RECH-DISP-FILE.
071900 5000-CLOSE.
072000     CLOSE ARCH-OUT-FILE
072100     CLOSE WORK-FILE.
072200 5000-EXIT.
072300     EXIT.
072400
072500 5100-READ-DISP-LINE.
072600     READ RECH-DISP-FILE
072700         AT END
072800             MOVE "Y" TO WS-EOF-LIVE-SWITCH
072900         NOT AT END
073000             IF NOT RECH-DISP-OK
073100                 DISPLAY "ARCHIVA-PER: REGISTRO DEMASIADO LARGO "
073200                     "EN RECH-DISP.DAT, STATUS="
073300                     WS-RECH-DISP-STATUS
073400                 MOVE "Y" TO WS-EOF-LIVE-SWITCH
073500                 MOVE 16 TO RETURN-CODE
073600             END-IF
073700     END-READ.
073800 5100-EXIT.
073900     EXIT.
074000
074100 5200-NOTE-ONE-PAIR.
074200     PERFORM 5300-FIND-PAIR THRU 5300-EXIT
074300     IF NOT ENTRY-FOUND
074400         IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
074500             MOVE "Y" TO WS-PAIR-FULL-SWITCH
074600             GO TO 5200-NEXT
074700         END-IF
074800         ADD 1 TO WS-PAIR-COUNT
074900         SET PAIR-IDX TO WS-PAIR-COUNT
075000         MOVE DISP-RAW-PAIR TO WS-PR-PAIR (PAIR-IDX)
075100         MOVE "N" TO WS-PR-OPEN-SW (PAIR-IDX)
075200     END-IF
075300     EVALUATE DISP-STATUS
075400         WHEN "STILL-BAD"
075500             MOVE "Y" TO WS-PR-OPEN-SW (PAIR-IDX)
075600         WHEN "REPAIRED"
075700         WHEN "WRITTEN-OFF"
075800             MOVE "N" TO WS-PR-OPEN-SW (PAIR-IDX)
075900         WHEN OTHER
076000             CONTINUE
076100     END-EVALUATE.
076200 5200-NEXT.
076300     PERFORM 5100-READ-DISP-LINE THRU 5100-EXIT.
076400 5200-EXIT.
076500     EXIT.
076600
076700 5300-FIND-PAIR.
076800     MOVE "N" TO WS-FOUND-SWITCH
076900     SET PAIR-IDX TO 1
077000     SEARCH WS-PAIR-ENTRY
077100         AT END
077200             CONTINUE
077300         WHEN PAIR-IDX > WS-PAIR-COUNT
077400             CONTINUE
077500         WHEN WS-PR-PAIR (PAIR-IDX) = DISP-RAW-PAIR
077600             MOVE "Y" TO WS-FOUND-SWITCH
077700     END-SEARCH.
077800 5300-EXIT.
077900     EXIT.
078000
078100 5400-SPLIT-DISP-LINE.
078200     MOVE "N" TO WS-MOVE-SWITCH
078300     PERFORM 5300-FIND-PAIR THRU 5300-EXIT
078400     IF NOT ENTRY-FOUND
078500         GO TO 5400-WRITE
078600     END-IF
078700     IF PR-OPEN (PAIR-IDX)
078800         GO TO 5400-WRITE
078900     END-IF
079000     IF DISP-RUN-DATE NUMERIC
079100         MOVE DISP-RUN-DATE (1:6) TO WS-LINE-PERIOD
079200         PERFORM 7100-CHECK-LINE-PERIOD THRU 7100-EXIT
079300     END-IF.
079400 5400-WRITE.
079500     IF LINE-TO-ARCHIVE
079600         MOVE RECH-DISP-RECORD TO ARCH-OUT-RECORD
079700         PERFORM 8200-WRITE-ARCHIVE THRU 8200-EXIT
079800     ELSE
079900         MOVE RECH-DISP-RECORD TO WORK-RECORD
080000         PERFORM 8300-WRITE-WORK THRU 8300-EXIT
080100     END-IF
080200     PERFORM 5100-READ-DISP-LINE THRU 5100-EXIT.
080300 5400-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700* 6000-FINISH-SPLIT - ONLY A CLEAN SPLIT OF ALL FOUR FILES IS PUT
080800* INTO EFFECT. A REFUSAL OR AN I/O FAILURE DROPS EVERY ARCHIVE
080900* AND WORK FILE THIS RUN WROTE AND LEAVES THE LIVE FILES AS THEY
081000* WERE; OTHERWISE EACH LIVE FILE THAT LOST LINES IS REWRITTEN
081100* FROM ITS WORK FILE, THE AUDIT TRAIL BEHIND ITS NEW ANCHOR. THE
081110* FIRST REWRITE THAT FAILS STOPS THE REST: EVERY FILE NOT YET
081120* REPLACED KEEPS ITS WORK FILE AND ITS ARCHIVE, AND THE CONSOLE
081130* SAYS WHICH LIVE FILES WERE REPLACED AND WHICH WERE NOT (6850)
081200******************************************************************
081300 6000-FINISH-SPLIT.
081400     IF RUN-REFUSED OR RETURN-CODE NOT = 0
081500         PERFORM 6900-DISCARD-ONE-FILE THRU 6900-EXIT
081600             VARYING FILE-IDX FROM 1 BY 1
081700             UNTIL FILE-IDX > 4
081800         IF RUN-REFUSED
081900             DISPLAY "ARCHIVA-PER: ARCHIVO RECHAZADO, "
082000                 WS-REFUSE-REASON
082100             MOVE 8 TO RETURN-CODE
082200             MOVE WS-REFUSE-REASON TO WS-ST-TEXT
082300         ELSE
082400             MOVE "ARCHIVO ABORTADO - NADA CAMBIO" TO WS-ST-TEXT
082500         END-IF
082600         WRITE ARCHIVO-RPT-RECORD FROM WS-STATUS-LINE
082700         GO TO 6000-EXIT
082800     END-IF
082900
083000     PERFORM 6100-REWRITE-AUDIT THRU 6100-EXIT
083100     PERFORM 6300-REWRITE-REGISTER THRU 6300-EXIT
083200     PERFORM 6400-REWRITE-RUNSUM THRU 6400-EXIT
083300     PERFORM 6500-REWRITE-DISPOSITIONS THRU 6500-EXIT
083400     PERFORM 6800-REPORT-ONE-FILE THRU 6800-EXIT
083500         VARYING FILE-IDX FROM 1 BY 1
083600         UNTIL FILE-IDX > 4
083700     IF RETURN-CODE = 0
083800         MOVE "PERIODO ARCHIVADO" TO WS-ST-TEXT
083900         DISPLAY "ARCHIVA-PER: PERIODO " WS-REQ-PERIOD
084000             " ARCHIVADO"
084100     ELSE
084200         MOVE "FALLO AL REESCRIBIR - VER CONSOLA" TO WS-ST-TEXT
084210         PERFORM 6850-SHOW-ONE-STATE THRU 6850-EXIT
084220             VARYING FILE-IDX FROM 1 BY 1
084230             UNTIL FILE-IDX > 4
084300     END-IF
084400     WRITE ARCHIVO-RPT-RECORD FROM WS-STATUS-LINE.
084500 6000-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900* 6100-REWRITE-AUDIT - THE NEW LIVE TRAIL OPENS WITH THE ANCHOR:
085000* THE CUT'S DATE, TIME AND OPERATOR, THE PERIOD WHOSE ARCHIVE IT
085100* FOLLOWS, AND THE SEQUENCE AND CHECK OF THE LAST CHAINED LINE
085200* MOVED THERE, SEALED BY 6150. THE KEPT LINES FOLLOW UNCHANGED
085300******************************************************************
085400 6100-REWRITE-AUDIT.
085500     MOVE 1 TO WS-FILE-NUM
085600     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
085700     IF WS-FT-MOVED (1) = 0
085750         MOVE "U" TO WS-FT-STATE (1)
085800         GO TO 6100-DROP-WORK
085900     END-IF
086000     OPEN INPUT WORK-FILE
086100     IF NOT WORK-OK
086200         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR " WS-WORK-NAME
086300             ", STATUS=" WS-WORK-STATUS
086400         MOVE 16 TO RETURN-CODE
086500         GO TO 6100-EXIT
086600     END-IF
086700     OPEN OUTPUT AUDIT-FILE
086800     IF NOT AUDIT-OK
086900         DISPLAY "ARCHIVA-PER: NO SE PUDO REESCRIBIR AUDIT.DAT, "
087000             "STATUS=" WS-AUDIT-STATUS
087100         MOVE 16 TO RETURN-CODE
087200         CLOSE WORK-FILE
087300         GO TO 6100-EXIT
087400     END-IF
087450     MOVE "F" TO WS-FT-STATE (1)
087500
087600     MOVE SPACES TO AUDIT-ANCHOR-RECORD
087700     MOVE "ANCLA-PERIODO" TO AUDIT-ANCH-PROGRAM-ID
087800     MOVE WS-TODAY TO AUDIT-ANCH-CUT-DATE
087900     ACCEPT AUDIT-ANCH-CUT-TIME FROM TIME
088000     MOVE WS-OPERATOR TO AUDIT-ANCH-OPERATOR-ID
088100     MOVE WS-REQ-PERIOD TO AUDIT-ANCH-PERIOD
088200     MOVE WS-LAST-SEQ TO AUDIT-ANCH-SEQ-NUMBER
088300     MOVE WS-LAST-CHECK TO AUDIT-ANCH-CHAIN-CHECK
088400     PERFORM 6150-COMPUTE-SEAL THRU 6150-EXIT
088500     MOVE WS-CHAIN-WORK TO AUDIT-ANCH-SEAL
088600     WRITE AUDIT-ANCHOR-RECORD
088610     IF NOT AUDIT-OK
088620         DISPLAY "ARCHIVA-PER: ESCRITURA EN AUDIT.DAT FALLO, "
088630             "STATUS=" WS-AUDIT-STATUS
088640         MOVE 16 TO RETURN-CODE
088650         CLOSE AUDIT-FILE
088660         CLOSE WORK-FILE
088670         GO TO 6100-EXIT
088680     END-IF
088700     MOVE WS-LAST-SEQ TO WS-AL-SEQ
088800     MOVE WS-LAST-CHECK TO WS-AL-CHECK
088900     MOVE AUDIT-ANCH-SEAL TO WS-AL-SEAL
089000
089100     MOVE "N" TO WS-EOF-WORK-SWITCH
089200     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT
089300     PERFORM 6250-COPY-AUDIT-LINE THRU 6250-EXIT
089400         UNTIL EOF-WORK
089500     CLOSE AUDIT-FILE
089600     CLOSE WORK-FILE
089610     IF RETURN-CODE NOT = 0
089620         GO TO 6100-EXIT
089630     END-IF
089640     MOVE "R" TO WS-FT-STATE (1)
089700     IF ARCHIVO-RPT-OK
089800         WRITE ARCHIVO-RPT-RECORD FROM WS-ANCHOR-LINE
089900     END-IF.
090000 6100-DROP-WORK.
090100     PERFORM 8400-DELETE-WORK THRU 8400-EXIT.
090200 6100-EXIT.
090300     EXIT.
090400
090500******************************************************************
090600* 6150-COMPUTE-SEAL - FOLD THE ANCHOR'S BYTES 1-43 (PROGRAM-ID TO
090700* PERIOD) AND 57-63 (SEQUENCE) INTO ITS OWN CHECK: TIMES 31 PLUS
090800* EACH BYTE'S ORDINAL, MODULO 999999937, THE WRITERS' FOLD. THE
090900* SAME ARITHMETIC LIVES IN VERIFICA-AUDIT AND THE TWO MUST NOT
091000* DRIFT
091100******************************************************************
091200 6150-COMPUTE-SEAL.
091300     MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-CHAIN-WORK
091400     PERFORM 6160-FOLD-ONE-BYTE THRU 6160-EXIT
091500         VARYING WS-CHK-SUB FROM 1 BY 1
091600         UNTIL WS-CHK-SUB > 63.
091700 6150-EXIT.
091800     EXIT.
091900
092000 6160-FOLD-ONE-BYTE.
092100     IF WS-CHK-SUB > 43 AND WS-CHK-SUB < 57
092200         GO TO 6160-EXIT
092300     END-IF
092400     COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
092500         WS-CHAIN-WORK * 31
092600         + FUNCTION ORD(AUDIT-ANCHOR-RECORD (WS-CHK-SUB:1))
092700         999999937).
092800 6160-EXIT.
092900     EXIT.
093000
093100 6200-READ-WORK-LINE.
093200     READ WORK-FILE
093300         AT END
093400             MOVE "Y" TO WS-EOF-WORK-SWITCH
093410         NOT AT END
093420             IF NOT WORK-OK
093430                 DISPLAY "ARCHIVA-PER: LECTURA DE " WS-WORK-NAME
093440                     " FALLO, STATUS=" WS-WORK-STATUS
093450                 MOVE 16 TO RETURN-CODE
093460                 MOVE "Y" TO WS-EOF-WORK-SWITCH
093470             END-IF
093500     END-READ.
093600 6200-EXIT.
093700     EXIT.
093800
093900 6250-COPY-AUDIT-LINE.
094000     MOVE WORK-RECORD TO AUDIT-LOG-RECORD
094100     WRITE AUDIT-LOG-RECORD
094110     IF NOT AUDIT-OK
094120         DISPLAY "ARCHIVA-PER: ESCRITURA EN AUDIT.DAT FALLO, "
094130             "STATUS=" WS-AUDIT-STATUS
094140         MOVE 16 TO RETURN-CODE
094150         MOVE "Y" TO WS-EOF-WORK-SWITCH
094160         GO TO 6250-EXIT
094170     END-IF
094200     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT.
094300 6250-EXIT.
094400     EXIT.
094500
094600 6300-REWRITE-REGISTER.
094610     IF RETURN-CODE NOT = 0
094620         GO TO 6300-EXIT
094630     END-IF
094700     MOVE 2 TO WS-FILE-NUM
094800     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
094900     IF WS-FT-MOVED (2) = 0
094950         MOVE "U" TO WS-FT-STATE (2)
095000         GO TO 6300-DROP-WORK
095100     END-IF
095200     OPEN INPUT WORK-FILE
095300     IF NOT WORK-OK
095400         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR " WS-WORK-NAME
095500             ", STATUS=" WS-WORK-STATUS
095600         MOVE 16 TO RETURN-CODE
095700         GO TO 6300-EXIT
095800     END-IF
095900     OPEN OUTPUT NUMREG-FILE
096000     IF NOT NUMREG-OK
096100         DISPLAY "ARCHIVA-PER: NO SE PUDO REESCRIBIR "
096200             "NUM-REG.DAT, STATUS=" WS-NUMREG-STATUS
096300         MOVE 16 TO RETURN-CODE
096400         CLOSE WORK-FILE
096500         GO TO 6300-EXIT
096600     END-IF
096650     MOVE "F" TO WS-FT-STATE (2)
096700     MOVE "N" TO WS-EOF-WORK-SWITCH
096800     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT
096900     PERFORM 6350-COPY-REG-LINE THRU 6350-EXIT
097000         UNTIL EOF-WORK
097100     CLOSE NUMREG-FILE
097200     CLOSE WORK-FILE
097210     IF RETURN-CODE NOT = 0
097220         GO TO 6300-EXIT
097230     END-IF
097240     MOVE "R" TO WS-FT-STATE (2).
097300 6300-DROP-WORK.
097400     PERFORM 8400-DELETE-WORK THRU 8400-EXIT.
097500 6300-EXIT.
097600     EXIT.
097700
097800 6350-COPY-REG-LINE.
097900     MOVE WORK-RECORD TO NUMREG-RECORD
098000     WRITE NUMREG-RECORD
098010     IF NOT NUMREG-OK
098020         DISPLAY "ARCHIVA-PER: ESCRITURA EN NUM-REG.DAT FALLO, "
098030             "STATUS=" WS-NUMREG-STATUS
098040         MOVE 16 TO RETURN-CODE
098050         MOVE "Y" TO WS-EOF-WORK-SWITCH
098060         GO TO 6350-EXIT
098070     END-IF
098100     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT.
098200 6350-EXIT.
098300     EXIT.
098400
098500 6400-REWRITE-RUNSUM.
098510     IF RETURN-CODE NOT = 0
098520         GO TO 6400-EXIT
098530     END-IF
098600     MOVE 3 TO WS-FILE-NUM
098700     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
098800     IF WS-FT-MOVED (3) = 0
098850         MOVE "U" TO WS-FT-STATE (3)
098900         GO TO 6400-DROP-WORK
099000     END-IF
099100     OPEN INPUT WORK-FILE
099200     IF NOT WORK-OK
099300         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR " WS-WORK-NAME
099400             ", STATUS=" WS-WORK-STATUS
099500         MOVE 16 TO RETURN-CODE
099600         GO TO 6400-EXIT
099700     END-IF
099800     OPEN OUTPUT RUNSUM-FILE
099900     IF NOT RUNSUM-OK
100000         DISPLAY "ARCHIVA-PER: NO SE PUDO REESCRIBIR "
100100             "RUNSUM.DAT, STATUS=" WS-RUNSUM-STATUS
100200         MOVE 16 TO RETURN-CODE
100300         CLOSE WORK-FILE
100400         GO TO 6400-EXIT
100500     END-IF
100550     MOVE "F" TO WS-FT-STATE (3)
100600     MOVE "N" TO WS-EOF-WORK-SWITCH
100700     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT
100800     PERFORM 6450-COPY-RUNSUM-LINE THRU 6450-EXIT
100900         UNTIL EOF-WORK
101000     CLOSE RUNSUM-FILE
101100     CLOSE WORK-FILE
101110     IF RETURN-CODE NOT = 0
101120         GO TO 6400-EXIT
101130     END-IF
101140     MOVE "R" TO WS-FT-STATE (3).
101200 6400-DROP-WORK.
101300     PERFORM 8400-DELETE-WORK THRU 8400-EXIT.
101400 6400-EXIT.
101500     EXIT.
101600
101700 6450-COPY-RUNSUM-LINE.
101800     MOVE WORK-RECORD TO RUNSUM-RECORD
101900     WRITE RUNSUM-RECORD
101910     IF NOT RUNSUM-OK
101920         DISPLAY "ARCHIVA-PER: ESCRITURA EN RUNSUM.DAT FALLO, "
101930             "STATUS=" WS-RUNSUM-STATUS
101940         MOVE 16 TO RETURN-CODE
101950         MOVE "Y" TO WS-EOF-WORK-SWITCH
101960         GO TO 6450-EXIT
101970     END-IF
102000     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT.
102100 6450-EXIT.
102200     EXIT.
102300
102400 6500-REWRITE-DISPOSITIONS.
102410     IF RETURN-CODE NOT = 0
102420         GO TO 6500-EXIT
102430     END-IF
102500     MOVE 4 TO WS-FILE-NUM
102600     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
102700     IF WS-FT-MOVED (4) = 0
102750         MOVE "U" TO WS-FT-STATE (4)
102800         GO TO 6500-DROP-WORK
102900     END-IF
103000     OPEN INPUT WORK-FILE
103100     IF NOT WORK-OK
103200         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR " WS-WORK-NAME
103300             ", STATUS=" WS-WORK-STATUS
103400         MOVE 16 TO RETURN-CODE
103500         GO TO 6500-EXIT
103600     END-IF
103700     OPEN OUTPUT RECH-DISP-FILE
103800     IF NOT RECH-DISP-OK
103900         DISPLAY "ARCHIVA-PER: NO SE PUDO REESCRIBIR "
104000             "RECH-DISP.DAT, STATUS=" WS-RECH-DISP-STATUS
104100         MOVE 16 TO RETURN-CODE
104200         CLOSE WORK-FILE
104300         GO TO 6500-EXIT
104400     END-IF
104450     MOVE "F" TO WS-FT-STATE (4)
104500     MOVE "N" TO WS-EOF-WORK-SWITCH
104600     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT
104700     PERFORM 6550-COPY-DISP-LINE THRU 6550-EXIT
104800         UNTIL EOF-WORK
104900     CLOSE RECH-DISP-FILE
105000     CLOSE WORK-FILE
105010     IF RETURN-CODE NOT = 0
105020         GO TO 6500-EXIT
105030     END-IF
105040     MOVE "R" TO WS-FT-STATE (4).
105100 6500-DROP-WORK.
105200     PERFORM 8400-DELETE-WORK THRU 8400-EXIT.
105300 6500-EXIT.
105400     EXIT.
105500
105600 6550-COPY-DISP-LINE.
105700     MOVE WORK-RECORD TO RECH-DISP-RECORD
105800     WRITE RECH-DISP-RECORD
105810     IF NOT RECH-DISP-OK
105820         DISPLAY "ARCHIVA-PER: ESCRITURA EN RECH-DISP.DAT FALLO, "
105830             "STATUS=" WS-RECH-DISP-STATUS
105840         MOVE 16 TO RETURN-CODE
105850         MOVE "Y" TO WS-EOF-WORK-SWITCH
105860         GO TO 6550-EXIT
105870     END-IF
105900     PERFORM 6200-READ-WORK-LINE THRU 6200-EXIT.
106000 6550-EXIT.
106100     EXIT.
106200
106300 6800-REPORT-ONE-FILE.
106400     SET WS-FILE-NUM TO FILE-IDX
106500     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
106600     MOVE SPACES TO WS-FL-LIVE
106700     STRING WS-FT-STEM (FILE-IDX) DELIMITED BY SPACE
106800         ".DAT" DELIMITED BY SIZE INTO WS-FL-LIVE
106900     MOVE WS-ARCH-OUT-NAME TO WS-FL-ARCHIVE
107000     MOVE WS-FT-MOVED (FILE-IDX) TO WS-FL-MOVED
107100     MOVE WS-FT-KEPT (FILE-IDX) TO WS-FL-KEPT
107200     WRITE ARCHIVO-RPT-RECORD FROM WS-FILE-LINE
107300     DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " ARCHIVADAS "
107400         WS-FT-MOVED (FILE-IDX) " VIVAS " WS-FT-KEPT (FILE-IDX).
107500 6800-EXIT.
107600     EXIT.
107603
107609******************************************************************
107615* 6850-SHOW-ONE-STATE - AFTER A FAILED REWRITE, WHAT BECAME OF ONE
107621* LIVE FILE: REPLACED, LEFT ALONE BECAUSE NOTHING MOVED, LEFT
107627* HALF WRITTEN BY THE FAILURE, OR NEVER REACHED. THE LAST TWO
107633* KEEP THEIR WORK FILE, WHICH HOLDS THE LINES THAT STAY LIVE
107639******************************************************************
107645 6850-SHOW-ONE-STATE.
107651     SET WS-FILE-NUM TO FILE-IDX
107657     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
107663     MOVE SPACES TO WS-FL-LIVE
107669     STRING WS-FT-STEM (FILE-IDX) DELIMITED BY SPACE
107675         ".DAT" DELIMITED BY SIZE INTO WS-FL-LIVE
107681     EVALUATE TRUE
107687         WHEN FT-REPLACED (FILE-IDX)
107693             DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " REEMPLAZADO"
107699         WHEN FT-UNCHANGED (FILE-IDX)
107705             DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " SIN CAMBIOS"
107711         WHEN FT-BROKEN (FILE-IDX)
107717             DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " INCOMPLETO, "
107723                 "RESTAURAR DESDE " WS-WORK-NAME
107729         WHEN OTHER
107735             DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " NO REEMPLAZADO,"
107741                 " SE CONSERVAN " WS-WORK-NAME
107747             DISPLAY "ARCHIVA-PER: " WS-FL-LIVE " Y "
107753                 WS-ARCH-OUT-NAME
107759     END-EVALUATE.
107765 6850-EXIT.
107771     EXIT.
107700
107800 6900-DISCARD-ONE-FILE.
107900     SET WS-FILE-NUM TO FILE-IDX
108000     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
108100     MOVE WS-ARCH-OUT-NAME TO WS-PURGE-NAME
108200     PERFORM 8500-DELETE-ONE-FILE THRU 8500-EXIT
108300     PERFORM 8400-DELETE-WORK THRU 8400-EXIT.
108400 6900-EXIT.
108500     EXIT.
108600
108700******************************************************************
108800* 7000-CHECK-PERIOD-CLOSED - IS WS-LINE-PERIOD CLOSED IN
108900* PERBAL.MST? THE ANSWER FOR THE LAST PERIOD ASKED ABOUT IS KEPT,
109000* SINCE THE LINES OF ONE PERIOD COME TOGETHER
109100******************************************************************
109200 7000-CHECK-PERIOD-CLOSED.
109300     IF WS-LINE-PERIOD = WS-CHECKED-PERIOD
109400         GO TO 7000-EXIT
109500     END-IF
109600     MOVE WS-LINE-PERIOD TO WS-CHECKED-PERIOD
109700     MOVE "N" TO WS-CLOSED-SWITCH
109800     MOVE WS-LINE-PERIOD TO PB-PERIOD
109900     READ PERBAL-FILE
110000         INVALID KEY
110100             CONTINUE
110200         NOT INVALID KEY
110300             IF PB-PERIOD-CLOSED
110400                 MOVE "Y" TO WS-CLOSED-SWITCH
110500             END-IF
110600     END-READ.
110700 7000-EXIT.
110800     EXIT.
110810
110820******************************************************************
110830* 7050-CHECK-EARLIER-PERIOD - EVERY PERIOD GOES TO ITS OWN
110840* ARCHIVE, AND ONLY THE REQUESTED PERIOD'S IS WRITTEN HERE. A
110850* DATED LINE OF AN EARLIER PERIOD NOT YET ARCHIVED (LATER THAN
110860* THE LIVE ANCHOR'S) WOULD LAND IN THE WRONG ONE, SO IT REFUSES
110870* THE RUN: THAT PERIOD IS ARCHIVED FIRST. A LINE OF A PERIOD
110880* ALREADY ARCHIVED, KEPT LIVE THEN, IS NOT HELD TO THIS
110890******************************************************************
110900 7050-CHECK-EARLIER-PERIOD.
110910     IF WS-LINE-PERIOD < WS-REQ-PERIOD
110920         AND WS-LINE-PERIOD > WS-LIVE-ANCH-PERIOD
110930         MOVE SPACES TO WS-REFUSE-REASON
110940         STRING "PERIODO " WS-LINE-PERIOD
110950             " SIN ARCHIVAR, VA PRIMERO"
110960             DELIMITED BY SIZE INTO WS-REFUSE-REASON
110970         MOVE "Y" TO WS-REFUSE-SWITCH
110980     END-IF.
110990 7050-EXIT.
110995     EXIT.
110900
111000******************************************************************
111100* 7100-CHECK-LINE-PERIOD - A LINE GOES TO THE ARCHIVE WHEN ITS
111200* PERIOD IS THE ONE BEING ARCHIVED, OR AN EARLIER ONE ALREADY
111300* ARCHIVED AND CLOSED; AN EARLIER ONE NOT YET ARCHIVED REFUSES
111310* THE RUN (7050); ANYTHING ELSE STAYS LIVE
111400******************************************************************
111500 7100-CHECK-LINE-PERIOD.
111600     MOVE "N" TO WS-MOVE-SWITCH
111700     IF WS-LINE-PERIOD NOT NUMERIC
111800         OR WS-LINE-PERIOD > WS-REQ-PERIOD
111900         GO TO 7100-EXIT
112000     END-IF
112010     PERFORM 7050-CHECK-EARLIER-PERIOD THRU 7050-EXIT
112020     IF RUN-REFUSED
112030         GO TO 7100-EXIT
112040     END-IF
112100     PERFORM 7000-CHECK-PERIOD-CLOSED THRU 7000-EXIT
112200     IF PERIOD-IS-CLOSED
112300         MOVE "Y" TO WS-MOVE-SWITCH
112400     END-IF.
112500 7100-EXIT.
112600     EXIT.
112700
112800******************************************************************
112900* 8000-BUILD-NAMES - ARCHIVE AND WORK NAMES FOR LIVE FILE
113000* WS-FILE-NUM: AUDIT.P202609.DAT AND AUDIT.WRK, AND SO ON
113100******************************************************************
113200 8000-BUILD-NAMES.
113300     SET FILE-IDX TO WS-FILE-NUM
113400     MOVE SPACES TO WS-ARCH-OUT-NAME
113500     STRING WS-FT-STEM (FILE-IDX) DELIMITED BY SPACE
113600         ".P" WS-REQ-PERIOD ".DAT" DELIMITED BY SIZE
113700         INTO WS-ARCH-OUT-NAME
113800     MOVE SPACES TO WS-WORK-NAME
113900     STRING WS-FT-STEM (FILE-IDX) DELIMITED BY SPACE
114000         ".WRK" DELIMITED BY SIZE INTO WS-WORK-NAME.
114100 8000-EXIT.
114200     EXIT.
114300
114400 8100-OPEN-SPLIT-FILES.
114500     PERFORM 8000-BUILD-NAMES THRU 8000-EXIT
114600     OPEN OUTPUT ARCH-OUT-FILE
114700     IF NOT ARCH-OUT-OK
114800         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR "
114900             WS-ARCH-OUT-NAME ", STATUS=" WS-ARCH-OUT-STATUS
115000         MOVE 16 TO RETURN-CODE
115100         GO TO 8100-EXIT
115200     END-IF
115300     OPEN OUTPUT WORK-FILE
115400     IF NOT WORK-OK
115500         DISPLAY "ARCHIVA-PER: NO SE PUDO ABRIR "
115600             WS-WORK-NAME ", STATUS=" WS-WORK-STATUS
115700         MOVE 16 TO RETURN-CODE
115800         CLOSE ARCH-OUT-FILE
115900     END-IF.
116000 8100-EXIT.
116100     EXIT.
116200
116300 8200-WRITE-ARCHIVE.
116400     WRITE ARCH-OUT-RECORD
116500     IF NOT ARCH-OUT-OK
116600         DISPLAY "ARCHIVA-PER: ESCRITURA EN " WS-ARCH-OUT-NAME
116700             " FALLO, STATUS=" WS-ARCH-OUT-STATUS
116800         MOVE 16 TO RETURN-CODE
116900         MOVE "Y" TO WS-EOF-LIVE-SWITCH
116950         GO TO 8200-EXIT
117000     END-IF
117100     ADD 1 TO WS-FT-MOVED (FILE-IDX).
117200 8200-EXIT.
117300     EXIT.
117400
117500 8300-WRITE-WORK.
117600     WRITE WORK-RECORD
117700     IF NOT WORK-OK
117800         DISPLAY "ARCHIVA-PER: ESCRITURA EN " WS-WORK-NAME
117900             " FALLO, STATUS=" WS-WORK-STATUS
118000         MOVE 16 TO RETURN-CODE
118100         MOVE "Y" TO WS-EOF-LIVE-SWITCH
118150         GO TO 8300-EXIT
118200     END-IF
118300     ADD 1 TO WS-FT-KEPT (FILE-IDX).
118400 8300-EXIT.
118500     EXIT.
118600
118700 8400-DELETE-WORK.
118800     MOVE WS-WORK-NAME TO WS-PURGE-NAME
118900     PERFORM 8500-DELETE-ONE-FILE THRU 8500-EXIT.
119000 8400-EXIT.
119100     EXIT.
119200
119300******************************************************************
119400* 8500-DELETE-ONE-FILE - CBL_DELETE_FILE SETS RETURN-CODE, SO THE
119500* RUN'S OWN CODE IS PUT BACK AFTER THE ATTEMPT; A FILE THAT IS
119600* NOT THERE IS NOT AN ERROR
119700******************************************************************
119800 8500-DELETE-ONE-FILE.
119900     MOVE RETURN-CODE TO WS-SAVE-RC
120000     CALL "CBL_DELETE_FILE" USING WS-PURGE-NAME
120100     MOVE WS-SAVE-RC TO RETURN-CODE.
120200 8500-EXIT.
120300     EXIT.
120400
120500******************************************************************
120600* 9000-TERMINATE - CLOSE WHAT IS STILL OPEN
120700******************************************************************
120800 9000-TERMINATE.
120900     IF PERBAL-FILE-OPEN
121000         CLOSE PERBAL-FILE
121100     END-IF
121200     IF REQUEST-GOOD
121300         CLOSE ARCHIVO-RPT-FILE
121400     END-IF.
121500 9000-EXIT.
121600     EXIT.

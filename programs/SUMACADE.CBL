002099*                  TO ITS SEQUENCE AND FOLDS THE NEW LINE INTO
002099*                  ITS CHECK, SO AN EDITED OR TRUNCATED TRAIL
002099*                  BREAKS THE CHAIN VERIFICA-AUDIT PROVES
002099* 10/15/2026 DRO   SUSPENSE MODE (PARAMS.DAT KEY SUSPENSE-MODE,
002099*                  DEFAULT N). WHEN ON, A BATCH THAT FAILS ITS
002099*                  TRAILER CHECK, LOSES ITS TRAILER OR DUPLICATES
002099*                  ONE ALREADY ON LOTES.MST NO LONGER FAILS THE
002099*                  RUN: ITS RAW LINES, HEADER AND TRAILER
002099*                  INCLUDED, ARE QUARANTINED TO SUSPENSO.DAT, IT
002099*                  IS REGISTERED ON SUSPENSO.MST (COPY SUSPREG),
002099*                  ITS AMOUNTS COME BACK OUT OF THE RUN TOTALS AND
002099*                  LOTES.MST FLAGS IT "S" SUSPENDED, SO THE REST
002099*                  OF THE DAY POSTS. A BATCH LIBERA-SUSP HAS
002099*                  RELEASED ("L") POSTS NORMALLY UNDER ITS OLD
002099*                  KEY. LOTES.MST IS NOW 62 BYTES AND EVERY BATCH
002099*                  REGISTERED CARRIES STATUS "P" POSTED. THE
002099*                  CHECKPOINT ALSO CARRIES THE SUSPENDED COUNT
002099* 10/15/2026 DRO   THE ANCHOR LINE ARCHIVA-PER LEAVES AT THE TOP
002099*                  OF A CUT AUDIT.DAT CARRIES THE SEQUENCE AND
002099*                  CHECK OF THE ARCHIVED TRAIL; THE CHAIN NOW
002099*                  CONTINUES FROM IT
002099* 10/15/2026 DRO   NUM-REG.DAT IS NOW EXTENDED ON EVERY RUN, NOT
002099*                  ONLY ON A RESTART, SO IT HOLDS THE EARLIER
002099*                  DAYS DETECTA-ANOMAL PROFILES FROM; EACH D AND T
002099*                  LINE CARRIES THE RUN DATE (COPY NUMREG, NOW 59
002099*                  BYTES) SO READERS CAN PICK OUT ONE DAY
002099* 10/15/2026 DRO   THE CHECKPOINT CARRIES THE NUM-REG.DAT LINE
002099*                  COUNT; A RESTART CUTS THE REGISTER BACK TO IT
002099*                  SO THE INTERRUPTED BATCH IS NOT LISTED TWICE
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002899     SELECT SUMA-CHKPT-FILE ASSIGN TO "SUMA-CHKPT.DAT"
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-CHKPT-STATUS.
002899
002899     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-PARAMS-STATUS.
002899
002899     SELECT SUSP-WORK-FILE ASSIGN USING WS-SUSP-WORK-NAME
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-SUSP-WORK-STATUS.
002899
002899     SELECT SUSP-LINE-FILE ASSIGN TO "SUSPENSO.DAT"
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-SUSP-LINE-STATUS.
002899
002899     SELECT NUMREG-WORK-FILE ASSIGN USING WS-NUMREG-WORK-NAME
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-NUMREG-WORK-STATUS.
002899
002899     SELECT SUSP-REG-FILE ASSIGN TO "SUSPENSO.MST"
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS RANDOM
002899         RECORD KEY IS SUSP-M-KEY
002899         FILE STATUS IS WS-SUSP-REG-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003480     COPY RUNSUM.
003490
003492 FD  NUMREG-FILE
003494     RECORD CONTAINS 59 CHARACTERS.
003496 01  NUMREG-RECORD               PIC X(59).
003497
003497 FD  NUMREG-WORK-FILE
003497     RECORD CONTAINS 59 CHARACTERS.
003497 01  NUMREG-WORK-RECORD          PIC X(59).
003497
003497 FD  LOTES-FILE
003497     RECORD CONTAINS 62 CHARACTERS.
003497     COPY LOTEREG.
003498
003498 FD  NUMDUP-FILE
003498 01  NUMDUP-RECORD               PIC X(100).
003499
003499 FD  SUMA-CHKPT-FILE
003499     RECORD CONTAINS 70 CHARACTERS.
003499 01  SUMA-CHKPT-RECORD.
003499     05  SCK-DATE                PIC X(08).
003499     05  SCK-BATCHES-DONE        PIC 9(05).
003499     05  SCK-CREDIT-COUNT        PIC 9(07).
003499     05  SCK-DUP-COUNT           PIC 9(03).
003499     05  SCK-ERROR-FLAG          PIC X(01).
003499     05  SCK-SUSP-COUNT          PIC 9(03).
003499     05  SCK-REG-LINES           PIC 9(09).
003499
003499 FD  PARAMS-FILE
003499     RECORD CONTAINS 36 CHARACTERS.
003499     COPY PARAMREC.
003499
003499 FD  SUSP-WORK-FILE
003499     RECORD CONTAINS 100 CHARACTERS.
003499 01  SUSP-WORK-RECORD            PIC X(100).
003499
003499 FD  SUSP-LINE-FILE
003499     RECORD CONTAINS 129 CHARACTERS.
003499     COPY SUSPLIN.
003499
003499 FD  SUSP-REG-FILE
003499     RECORD CONTAINS 84 CHARACTERS.
003499     COPY SUSPREG.
003500
003600 WORKING-STORAGE SECTION.
003700     COPY NUMDATA.
004080
004090 01  WS-NUMREG-STATUS             PIC X(02).
004095     88  NUMREG-OK                           VALUE "00".
004096     88  NUMREG-MISSING                      VALUE "35" "05".
004096
004096 01  WS-LOTES-STATUS              PIC X(02).
004096     88  LOTES-OK                            VALUE "00".
004098 01  WS-CHKPT-STATUS              PIC X(02).
004098     88  CHKPT-OK                            VALUE "00".
004098     88  CHKPT-MISSING                       VALUE "35" "05".
004098
004098 01  WS-PARAMS-STATUS             PIC X(02).
004098     88  PARAMS-OK                           VALUE "00".
004098
004098 01  WS-SUSP-WORK-STATUS          PIC X(02).
004098     88  SUSP-WORK-OK                        VALUE "00".
004098
004098 01  WS-SUSP-LINE-STATUS          PIC X(02).
004098     88  SUSP-LINE-OK                        VALUE "00".
004098     88  SUSP-LINE-MISSING                   VALUE "35" "05".
004098
004098 01  WS-SUSP-REG-STATUS           PIC X(02).
004098     88  SUSP-REG-OK                         VALUE "00".
004098     88  SUSP-REG-MISSING                    VALUE "35" "05".
004098     88  SUSP-REG-DUP-KEY                    VALUE "22".
004098
004098 01  WS-NUMREG-WORK-STATUS        PIC X(02).
004098     88  NUMREG-WORK-OK                      VALUE "00".
004100
004200 01  WS-SWITCHES.
004300     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
004429         88  RESTART-RUN                     VALUE "Y".
004429     05  WS-AUDIT-EOF-SWITCH      PIC X(01)  VALUE "N".
004429         88  AUDIT-AT-EOF                    VALUE "Y".
004429     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
004429         88  EOF-PARAMS                      VALUE "Y".
004429     05  WS-SUSPENSE-SWITCH       PIC X(01)  VALUE "N".
004429         88  SUSPENSE-MODE                   VALUE "Y".
004429     05  WS-RELEASED-SWITCH       PIC X(01)  VALUE "N".
004429         88  RELEASED-BATCH                  VALUE "Y".
004429     05  WS-EOF-WORK-SWITCH       PIC X(01)  VALUE "N".
004429         88  EOF-SUSP-WORK                   VALUE "Y".
004429     05  WS-WORK-TARGET-SWITCH    PIC X(01)  VALUE "S".
004429         88  WORK-TO-SUSPENSE                VALUE "S".
004429         88  WORK-TO-NUMDUP                  VALUE "D".
004429     05  WS-REG-KEEP-SWITCH       PIC X(01)  VALUE "N".
004429         88  REG-KEEP-KNOWN                  VALUE "Y".
004429     05  WS-EOF-REG-SWITCH        PIC X(01)  VALUE "N".
004429         88  EOF-NUMREG                      VALUE "Y".
004429     05  WS-REG-FAIL-SWITCH       PIC X(01)  VALUE "N".
004429         88  REG-TRIM-FAILED                 VALUE "Y".
004430
004440 77  WS-BATCH-COUNT   PIC 9(07) VALUE 0.
004450 77  WS-BATCH-TOTAL   PIC S9(11)V99 VALUE 0.
004467 77  WS-CHAIN-WORK    PIC 9(12) COMP VALUE 0.
004467 77  WS-CHK-SUB       PIC 9(03) COMP VALUE 0.
004468 77  WS-TODAY         PIC X(08) VALUE SPACE.
004468 77  WS-BATCH-DEBITS  PIC 9(07) VALUE 0.
004468 77  WS-BATCH-CREDITS PIC 9(07) VALUE 0.
004468 77  WS-SUSP-COUNT    PIC 9(03) VALUE 0.
004468 77  WS-SUSP-REASON   PIC X(01) VALUE SPACE.
004468 77  WS-WORK-LINES    PIC 9(05) VALUE 0.
004468 77  WS-LOTE-NEW-STATUS PIC X(01) VALUE "P".
004468 77  WS-SUSP-WORK-NAME PIC X(30) VALUE "SUSP-WORK.DAT".
004468 77  WS-SAVE-RC       PIC S9(04) VALUE 0.
004468 77  WS-REG-LINES     PIC 9(09) VALUE 0.
004468 77  WS-REG-KEEP      PIC 9(09) VALUE 0.
004468 77  WS-REG-DROPPED   PIC 9(09) VALUE 0.
004468 77  WS-NUMREG-WORK-NAME PIC X(30) VALUE "NUM-REG.WRK".
004470 77  WS-ED-TOTAL      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
004500
004600 01  Input-String     PIC X(100).
006391     MOVE 0 TO WS-BATCHES-DONE
006392     MOVE 0 TO WS-SKIP-REMAINING
006393     MOVE "N" TO WS-RESTART-SWITCH
006393     MOVE "N" TO WS-RELEASED-SWITCH
006393     MOVE 0 TO WS-SUSP-COUNT
006395     ACCEPT WS-TODAY FROM DATE YYYYMMDD
006395     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
006396     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
006400     OPEN INPUT NUMEROS-FILE
006500     IF NOT NUMEROS-OK
006850         MOVE 16 TO RETURN-CODE
006900     END-IF
006910
006911*    THE REGISTER KEEPS EVERY DAY UNTIL ARCHIVA-PER MOVES A
006912*    CLOSED PERIOD OUT, SO IT IS ALWAYS EXTENDED - DETECTA-ANOMAL
006913*    BUILDS ITS PROFILES FROM THE EARLIER DAYS' LINES. ON A
006914*    RESTART IT ALREADY HOLDS THE SKIPPED BATCHES' LINES, AND
006914*    WHATEVER THE INTERRUPTED BATCH GOT OUT IS CUT OFF FIRST
006914     IF RESTART-RUN
006914         PERFORM 1400-TRIM-REGISTER THRU 1400-EXIT
006914     ELSE
006914         PERFORM 1300-COUNT-REGISTER THRU 1300-EXIT
006914     END-IF
006915     OPEN EXTEND NUMREG-FILE
006920     IF NUMREG-MISSING
006921         OPEN OUTPUT NUMREG-FILE
006922     END-IF
006930     IF NOT NUMREG-OK
006940         DISPLAY "SUMA-CADENA: NO SE PUDO ABRIR NUM-REG.DAT, "
006950             "STATUS=" WS-NUMREG-STATUS
006998             "STATUS=" WS-NUMDUP-STATUS
006998         MOVE "Y" TO WS-EOF-SWITCH
006998         MOVE 16 TO RETURN-CODE
006999     END-IF
006999
006999*    THE SUSPENSE FILES ARE ONLY TOUCHED WHEN QUARANTINE IS ON;
006999*    THE REGISTER IS CREATED ON FIRST USE LIKE LOTES.MST
006999     IF SUSPENSE-MODE
006999         PERFORM 1100-OPEN-SUSPENSE THRU 1100-EXIT
006999     END-IF.
007000 1000-EXIT.
007100     EXIT.
007100
007100******************************************************************
007100* 1050-LOAD-PARAMETERS - PICK SUSPENSE-MODE UP FROM PARAMS.DAT.
007100* ANYTHING BUT Y OR N LEAVES THE CLASSIC BEHAVIOUR - A FAILED
007100* BATCH FAILS THE RUN - IN FORCE
007100******************************************************************
007100 1050-LOAD-PARAMETERS.
007100     MOVE "N" TO WS-SUSPENSE-SWITCH
007100     MOVE "N" TO WS-EOF-PARAMS-SWITCH
007100     OPEN INPUT PARAMS-FILE
007100     IF NOT PARAMS-OK
007100         GO TO 1050-EXIT
007100     END-IF
007100     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT
007100     PERFORM 1070-NOTE-ONE-PARAM THRU 1070-EXIT
007100         UNTIL EOF-PARAMS
007100     CLOSE PARAMS-FILE.
007100 1050-EXIT.
007100     EXIT.
007100
007100 1060-READ-ONE-PARAM.
007100     READ PARAMS-FILE
007100         AT END
007100             MOVE "Y" TO WS-EOF-PARAMS-SWITCH
007100     END-READ.
007100 1060-EXIT.
007100     EXIT.
007100
007100 1070-NOTE-ONE-PARAM.
007100     IF PARAM-KEY = "SUSPENSE-MODE"
007100         IF (PARAM-VALUE (1:1) = "Y" OR PARAM-VALUE (1:1) = "N")
007100             AND PARAM-VALUE (2:15) = SPACE
007100             MOVE PARAM-VALUE (1:1) TO WS-SUSPENSE-SWITCH
007100         ELSE
007100             DISPLAY "SUMA-CADENA: SUSPENSE-MODE ILEGIBLE EN "
007100                 "PARAMS.DAT, SE USA EL DEFECTO"
007100         END-IF
007100     END-IF
007100     PERFORM 1060-READ-ONE-PARAM THRU 1060-EXIT.
007100 1070-EXIT.
007100     EXIT.
007100
007100******************************************************************
007100* 1100-OPEN-SUSPENSE - OPEN THE QUARANTINED-LINE FILE FOR APPEND
007100* AND THE SUSPENSE REGISTER FOR UPDATE, CREATING EITHER ON A
007100* FRESH SYSTEM
007100******************************************************************
007100 1100-OPEN-SUSPENSE.
007100     DISPLAY "SUMA-CADENA: MODO SUSPENSO ACTIVO"
007100     OPEN EXTEND SUSP-LINE-FILE
007100     IF SUSP-LINE-MISSING
007100         OPEN OUTPUT SUSP-LINE-FILE
007100     END-IF
007100     IF NOT SUSP-LINE-OK
007100         DISPLAY "SUMA-CADENA: NO SE PUDO ABRIR SUSPENSO.DAT, "
007100             "STATUS=" WS-SUSP-LINE-STATUS
007100         MOVE "Y" TO WS-EOF-SWITCH
007100         MOVE 16 TO RETURN-CODE
007100     END-IF
007100
007100     OPEN I-O SUSP-REG-FILE
007100     IF SUSP-REG-MISSING
007100         OPEN OUTPUT SUSP-REG-FILE
007100         CLOSE SUSP-REG-FILE
007100         OPEN I-O SUSP-REG-FILE
007100     END-IF
007100     IF NOT SUSP-REG-OK
007100         DISPLAY "SUMA-CADENA: NO SE PUDO ABRIR SUSPENSO.MST, "
007100             "STATUS=" WS-SUSP-REG-STATUS
007100         MOVE "Y" TO WS-EOF-SWITCH
007100         MOVE 16 TO RETURN-CODE
007100     END-IF.
007100 1100-EXIT.
007100     EXIT.
007101
007102******************************************************************
007103* 1200-READ-CHECKPOINT - A CHECKPOINT STAMPED TODAY MEANS AN
007131                 MOVE SCK-DEBIT-COUNT TO NUM-RUN-DEBIT-COUNT
007132                 MOVE SCK-CREDIT-COUNT TO NUM-RUN-CREDIT-COUNT
007133                 MOVE SCK-DUP-COUNT TO WS-DUP-COUNT
007133                 IF SCK-SUSP-COUNT NUMERIC
007133                     MOVE SCK-SUSP-COUNT TO WS-SUSP-COUNT
007133                 END-IF
007133                 IF SCK-REG-LINES NUMERIC
007133                     MOVE SCK-REG-LINES TO WS-REG-KEEP
007133                     MOVE "Y" TO WS-REG-KEEP-SWITCH
007133                 END-IF
007134                 IF SCK-ERROR-FLAG = "Y"
007135                     MOVE 8 TO RETURN-CODE
007136                 END-IF
007149     CLOSE SUMA-CHKPT-FILE.
007150 1200-EXIT.
007151     EXIT.
007152
007153******************************************************************
007154* 1300-COUNT-REGISTER - A FRESH RUN ONLY NEEDS TO KNOW HOW MANY
007155* LINES NUM-REG.DAT ALREADY HOLDS, SO EACH CHECKPOINT CAN RECORD
007156* WHERE THE REGISTER STOOD. NO REGISTER YET COUNTS AS EMPTY
007157******************************************************************
007158 1300-COUNT-REGISTER.
007159     MOVE 0 TO WS-REG-LINES
007160     MOVE "N" TO WS-EOF-REG-SWITCH
007161     OPEN INPUT NUMREG-FILE
007162     IF NOT NUMREG-OK
007163         GO TO 1300-EXIT
007164     END-IF
007165     PERFORM 1310-COUNT-ONE-LINE THRU 1310-EXIT
007166         UNTIL EOF-NUMREG
007167     CLOSE NUMREG-FILE.
007168 1300-EXIT.
007169     EXIT.
007170
007171 1310-COUNT-ONE-LINE.
007172     READ NUMREG-FILE
007173         AT END
007174             MOVE "Y" TO WS-EOF-REG-SWITCH
007175         NOT AT END
007176             ADD 1 TO WS-REG-LINES
007177     END-READ.
007178 1310-EXIT.
007179     EXIT.
007180
007181******************************************************************
007182* 1400-TRIM-REGISTER - ON A RESTART, KEEP THE REGISTER LINES THAT
007183* WERE THERE AT THE LAST CHECKPOINT AND DROP WHAT THE INTERRUPTED
007184* BATCH WROTE AFTER IT; THAT BATCH IS PROCESSED AGAIN AND WOULD
007185* OTHERWISE SHOW TWICE TO EXTRACTO-GL AND DETECTA-ANOMAL. THE
007186* KEPT LINES GO TO NUM-REG.WRK AND ARE COPIED BACK ONLY WHEN
007187* SOMETHING WAS DROPPED. A CHECKPOINT WRITTEN BEFORE THE LINE
007188* COUNT WAS CARRIED CANNOT BE TRIMMED AND ONLY WARNS
007189******************************************************************
007190 1400-TRIM-REGISTER.
007191     IF NOT REG-KEEP-KNOWN
007192         DISPLAY "SUMA-CADENA: SUMA-CHKPT.DAT SIN CUENTA DE "
007193             "NUM-REG.DAT, NO SE DEPURA EL LOTE INTERRUMPIDO"
007194         IF RETURN-CODE < 4
007195             MOVE 4 TO RETURN-CODE
007196         END-IF
007197         PERFORM 1300-COUNT-REGISTER THRU 1300-EXIT
007198         GO TO 1400-EXIT
007199     END-IF
007200     MOVE 0 TO WS-REG-LINES
007201     MOVE 0 TO WS-REG-DROPPED
007202     MOVE "N" TO WS-EOF-REG-SWITCH
007203     OPEN INPUT NUMREG-FILE
007204     IF NOT NUMREG-OK
007205         GO TO 1400-EXIT
007206     END-IF
007207     OPEN OUTPUT NUMREG-WORK-FILE
007208     IF NOT NUMREG-WORK-OK
007209         DISPLAY "SUMA-CADENA: NO SE PUDO ABRIR NUM-REG.WRK, "
007210             "STATUS=" WS-NUMREG-WORK-STATUS
007211         CLOSE NUMREG-FILE
007212         MOVE "Y" TO WS-EOF-SWITCH
007213         MOVE 16 TO RETURN-CODE
007214         GO TO 1400-EXIT
007215     END-IF
007216     PERFORM 1410-COPY-ONE-LINE THRU 1410-EXIT
007217         UNTIL EOF-NUMREG
007218     CLOSE NUMREG-FILE
007219     CLOSE NUMREG-WORK-FILE
007220     IF REG-TRIM-FAILED
007221         DISPLAY "SUMA-CADENA: ERROR AL ESCRIBIR NUM-REG.WRK, "
007222             "STATUS=" WS-NUMREG-WORK-STATUS
007223         MOVE "Y" TO WS-EOF-SWITCH
007224         MOVE 16 TO RETURN-CODE
007225         GO TO 1400-DELETE-WORK
007226     END-IF
007227     IF WS-REG-DROPPED = 0
007228         GO TO 1400-DELETE-WORK
007229     END-IF
007230
007231*    NUM-REG.DAT IS REWRITTEN FROM THE KEPT LINES. IF THAT FAILS
007232*    PART WAY THE WORK FILE IS LEFT IN PLACE TO RESTORE FROM
007233     MOVE "N" TO WS-EOF-REG-SWITCH
007234     OPEN INPUT NUMREG-WORK-FILE
007235     OPEN OUTPUT NUMREG-FILE
007236     IF NOT NUMREG-WORK-OK OR NOT NUMREG-OK
007237         MOVE "Y" TO WS-REG-FAIL-SWITCH
007238     ELSE
007239         PERFORM 1420-RELOAD-ONE-LINE THRU 1420-EXIT
007240             UNTIL EOF-NUMREG
007241     END-IF
007242     CLOSE NUMREG-WORK-FILE
007243     CLOSE NUMREG-FILE
007244     IF REG-TRIM-FAILED
007245         DISPLAY "SUMA-CADENA: NO SE PUDO REESCRIBIR "
007246             "NUM-REG.DAT, STATUS=" WS-NUMREG-STATUS
007247         DISPLAY "SUMA-CADENA: RESTAURAR NUM-REG.DAT DESDE "
007248             "NUM-REG.WRK ANTES DE REINTENTAR"
007249         MOVE "Y" TO WS-EOF-SWITCH
007250         MOVE 16 TO RETURN-CODE
007251         GO TO 1400-EXIT
007252     END-IF
007253     DISPLAY "SUMA-CADENA: NUM-REG.DAT, SE DESCARTAN "
007254         WS-REG-DROPPED " LINEAS DEL LOTE INTERRUMPIDO".
007255 1400-DELETE-WORK.
007256     MOVE RETURN-CODE TO WS-SAVE-RC
007257     CALL "CBL_DELETE_FILE" USING WS-NUMREG-WORK-NAME
007258     MOVE WS-SAVE-RC TO RETURN-CODE.
007259 1400-EXIT.
007260     EXIT.
007261
007262 1410-COPY-ONE-LINE.
007263     READ NUMREG-FILE
007264         AT END
007265             MOVE "Y" TO WS-EOF-REG-SWITCH
007266         NOT AT END
007267             IF WS-REG-LINES < WS-REG-KEEP
007268                 MOVE NUMREG-RECORD TO NUMREG-WORK-RECORD
007269                 WRITE NUMREG-WORK-RECORD
007270                 IF NOT NUMREG-WORK-OK
007271                     MOVE "Y" TO WS-REG-FAIL-SWITCH
007272                     MOVE "Y" TO WS-EOF-REG-SWITCH
007273                 END-IF
007274                 ADD 1 TO WS-REG-LINES
007275             ELSE
007276                 ADD 1 TO WS-REG-DROPPED
007277             END-IF
007278     END-READ.
007279 1410-EXIT.
007280     EXIT.
007281
007282 1420-RELOAD-ONE-LINE.
007283     READ NUMREG-WORK-FILE
007284         AT END
007285             MOVE "Y" TO WS-EOF-REG-SWITCH
007286         NOT AT END
007287             MOVE NUMREG-WORK-RECORD TO NUMREG-RECORD
007288             WRITE NUMREG-RECORD
007289             IF NOT NUMREG-OK
007290                 MOVE "Y" TO WS-REG-FAIL-SWITCH
007291                 MOVE "Y" TO WS-EOF-REG-SWITCH
007292             END-IF
007293     END-READ.
007294 1420-EXIT.
007295     EXIT.
007296
007300******************************************************************
007400* 2000-PROCESS-NUMEROS - READ EACH LINE AND CHAIN-SUM IT. EVERY
007410* DETAIL LINE MUST SIT BETWEEN AN "H" HEADER AND ITS "T"
007420* TRAILER; A FILE THAT ENDS WITH A BATCH STILL OPEN LOST ITS
007430* TRAILER IN TRANSMISSION AND FAILS THE RUN - OR, IN SUSPENSE
007440* MODE, IS QUARANTINED WHILE THE REST OF THE RUN STANDS
007500******************************************************************
007600 2000-PROCESS-NUMEROS.
007700     PERFORM 2100-READ-NUMEROS THRU 2100-EXIT
007910     IF BATCH-OPEN
007920         DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
007930             " SIN TRAILER - ARCHIVO TRUNCADO"
007935         IF SUSPENSE-MODE AND RETURN-CODE NOT = 16
007936             PERFORM 2720-SUSPEND-OPEN-BATCH THRU 2720-EXIT
007937         ELSE
007940             MOVE 8 TO RETURN-CODE
007945         END-IF
007950     END-IF.
008000 2000-EXIT.
008100     EXIT.
010000     EXIT.
010010
010020 2250-SUM-DETAIL-LINE.
010021     IF BATCH-OPEN AND SUSPENSE-MODE
010021         PERFORM 2750-WRITE-WORK-LINE THRU 2750-EXIT
010021     END-IF
010022     IF DUP-BATCH
010023         IF NOT SUSPENSE-MODE
010024             MOVE NUMEROS-RECORD TO NUMDUP-RECORD
010026             WRITE NUMDUP-RECORD
010027         END-IF
010028         GO TO 2250-EXIT
010029     END-IF
010030     IF NOT BATCH-OPEN
011740         ADD 1 TO WS-BATCH-COUNT
011750         IF NUM-TRANS-AMOUNT < 0
011760             ADD 1 TO NUM-RUN-CREDIT-COUNT
011765             ADD 1 TO WS-BATCH-CREDITS
011770         ELSE
011780             ADD 1 TO NUM-RUN-DEBIT-COUNT
011785             ADD 1 TO WS-BATCH-DEBITS
011790         END-IF
011795         PERFORM 2350-WRITE-REG-DETAIL THRU 2350-EXIT
011800     END-IF.
012000     MOVE WS-BATCH-COUNT TO REG-SEQ-IN-BATCH
012000     MOVE NUM-TRANS-AMOUNT TO REG-AMOUNT
012000     MOVE WS-TOKEN TO REG-RAW-TOKEN
012000     MOVE WS-TODAY TO REG-RUN-DATE
012000     MOVE REG-DETAIL-RECORD TO NUMREG-RECORD
012000     WRITE NUMREG-RECORD
012000     ADD 1 TO WS-REG-LINES.
012000 2350-EXIT.
012000     EXIT.
012001
012002******************************************************************
012003* 2400-START-BATCH - AN "H" HEADER OPENS A BATCH AND RESETS THE
012004* BATCH SUBTOTALS. A HEADER ARRIVING WHILE A BATCH IS STILL
012005* OPEN MEANS THE PREVIOUS BATCH LOST ITS TRAILER. IN SUSPENSE
012005* MODE EVERY RAW LINE OF THE BATCH, STARTING WITH THIS HEADER,
012005* IS ALSO HELD IN SUSP-WORK.DAT UNTIL THE TRAILER DECIDES ITS FATE
012006******************************************************************
012007 2400-START-BATCH.
012008     IF BATCH-OPEN
012009         DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012009             " SIN TRAILER ANTES DEL SIGUIENTE LOTE"
012009         IF SUSPENSE-MODE
012009             PERFORM 2720-SUSPEND-OPEN-BATCH THRU 2720-EXIT
012009         ELSE
012009             MOVE 8 TO RETURN-CODE
012009         END-IF
012009     END-IF
012009     MOVE NUMEROS-RECORD TO NUM-BATCH-HEADER
012009     MOVE NUM-HDR-BATCH-ID TO WS-BATCH-ID
012009     MOVE NUM-HDR-ORIGIN TO WS-BATCH-ORIGIN
012009     MOVE 0 TO WS-BATCH-COUNT
012009     MOVE 0 TO WS-BATCH-TOTAL
012009     MOVE 0 TO WS-BATCH-DEBITS
012009     MOVE 0 TO WS-BATCH-CREDITS
012009     MOVE "Y" TO WS-BATCH-SWITCH
012009     MOVE "N" TO WS-DUP-SWITCH
012009     MOVE "N" TO WS-RELEASED-SWITCH
012009     IF SUSPENSE-MODE
012009         MOVE 0 TO WS-WORK-LINES
012009         OPEN OUTPUT SUSP-WORK-FILE
012009         IF NOT SUSP-WORK-OK
012009             DISPLAY "SUMA-CADENA: NO SE PUDO ABRIR "
012009                 "SUSP-WORK.DAT, STATUS=" WS-SUSP-WORK-STATUS
012009             MOVE "Y" TO WS-EOF-SWITCH
012009             MOVE 16 TO RETURN-CODE
012009             GO TO 2400-EXIT
012009         END-IF
012009         PERFORM 2750-WRITE-WORK-LINE THRU 2750-EXIT
012009     END-IF
012009     PERFORM 2450-LOOK-UP-BATCH THRU 2450-EXIT
012009     IF DUP-BATCH
012009         GO TO 2400-EXIT
012009* EVER BALANCED. A HEADER ALREADY ON IT IS A REDROPPED FILE OR
012009* A RERUN: THE WHOLE BATCH IS DIVERTED TO NUM-DUP.DAT, NOTHING
012009* OF IT IS SUMMED, AND THE RUN ENDS RETURN-CODE 8 SO THE
012009* OPERATOR SEES THE DUPLICATE INSTEAD OF A CLEAN SECOND POST.
012009* IN SUSPENSE MODE THE DUPLICATE IS QUARANTINED INSTEAD. THE
012009* ONE REGISTERED BATCH THAT IS NOT A DUPLICATE IS ONE LIBERA-SUSP
012009* RELEASED FROM SUSPENSE: IT POSTS NORMALLY UNDER ITS OLD KEY
012009******************************************************************
012009 2450-LOOK-UP-BATCH.
012009     MOVE WS-BATCH-ID TO LOTE-BATCH-ID
012009                 MOVE 16 TO RETURN-CODE
012009             END-IF
012009         NOT INVALID KEY
012009             IF LOTE-RELEASED
012009                 DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012009                     " ORIGEN " WS-BATCH-ORIGIN
012009                     " LIBERADO DE SUSPENSO EL "
012009                     LOTE-STATUS-DATE
012009                 MOVE "Y" TO WS-RELEASED-SWITCH
012009             ELSE
012009                 PERFORM 2460-DIVERT-DUPLICATE THRU 2460-EXIT
012009             END-IF
012009     END-READ.
012009 2450-EXIT.
012009     EXIT.
012009
012009 2460-DIVERT-DUPLICATE.
012009     MOVE "Y" TO WS-DUP-SWITCH
012009     IF SUSPENSE-MODE
012009         DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012009             " ORIGEN " WS-BATCH-ORIGIN
012009             " YA REGISTRADO EL " LOTE-RUN-DATE
012009             " ESTADO " LOTE-STATUS ", SE SUSPENDE"
012009         GO TO 2460-EXIT
012009     END-IF
012009     DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012009         " ORIGEN " WS-BATCH-ORIGIN
012009         " YA POSTEADO EL " LOTE-RUN-DATE
012009         ", SE DESVIA A NUM-DUP.DAT"
012009     ADD 1 TO WS-DUP-COUNT
012009     MOVE 8 TO RETURN-CODE
012009     MOVE NUMEROS-RECORD TO NUMDUP-RECORD
012009     WRITE NUMDUP-RECORD.
012009 2460-EXIT.
012009     EXIT.
012010
012011******************************************************************
012012* 2500-CHECK-TRAILER - VERIFY THE COMPUTED COUNT AND HASH TOTAL
012013* AGAINST WHAT THE SENDER DECLARED AND REPORT THE BATCH
012014* SUBTOTAL. EACH STACKED BATCH BALANCES ON ITS OWN. IN SUSPENSE
012014* MODE A BATCH THAT DOES NOT BALANCE IS QUARANTINED AND THE RUN
012014* CARRIES ON WITHOUT IT
012015******************************************************************
012016 2500-CHECK-TRAILER.
012017     IF NOT BATCH-OPEN
012019         MOVE 8 TO RETURN-CODE
012019         GO TO 2500-EXIT
012019     END-IF
012019     IF SUSPENSE-MODE
012019         PERFORM 2750-WRITE-WORK-LINE THRU 2750-EXIT
012019     END-IF
012019     IF DUP-BATCH
012019         IF SUSPENSE-MODE
012019             MOVE "D" TO WS-SUSP-REASON
012019             PERFORM 2700-SUSPEND-BATCH THRU 2700-EXIT
012019         ELSE
012019             MOVE NUMEROS-RECORD TO NUMDUP-RECORD
012019             WRITE NUMDUP-RECORD
012019         END-IF
012019         MOVE "N" TO WS-BATCH-SWITCH
012019         MOVE "N" TO WS-DUP-SWITCH
012019         ADD 1 TO WS-BATCHES-DONE
012019         OR NUM-TRL-HASH NOT NUMERIC
012019         DISPLAY "SUMA-CADENA: TRAILER ILEGIBLE: "
012019             NUMEROS-RECORD
012019         MOVE "N" TO WS-TRL-OK-SWITCH
012019     ELSE
012019         IF NUM-TRL-COUNT NOT = WS-BATCH-COUNT
012019             DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012019                 " CUENTA DECLARADA " NUM-TRL-COUNT
012019                 " NO CUADRA"
012019             MOVE "N" TO WS-TRL-OK-SWITCH
012019         END-IF
012019         IF NUM-TRL-HASH NOT = WS-BATCH-TOTAL
012019             DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012019                 " HASH DECLARADO " NUM-TRL-HASH
012019                 " NO CUADRA"
012019             MOVE "N" TO WS-TRL-OK-SWITCH
012019         END-IF
012019     END-IF
012019     IF NOT TRAILER-BALANCED AND NOT SUSPENSE-MODE
012019         MOVE 8 TO RETURN-CODE
012019     END-IF
012019     PERFORM 2550-WRITE-REG-TRAILER THRU 2550-EXIT
012019     ADD 1 TO WS-BATCHES-DONE
012019     IF TRAILER-BALANCED
012019         IF SUSPENSE-MODE
012019             CLOSE SUSP-WORK-FILE
012019         END-IF
012019         MOVE "P" TO WS-LOTE-NEW-STATUS
012019         PERFORM 2600-REGISTER-BATCH THRU 2600-EXIT
012019         PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
012019     ELSE
012019         IF SUSPENSE-MODE
012019             MOVE "C" TO WS-SUSP-REASON
012019             PERFORM 2700-SUSPEND-BATCH THRU 2700-EXIT
012019             PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
012019         END-IF
012019     END-IF
012019     MOVE "N" TO WS-BATCH-SWITCH.
012019 2500-EXIT.
012020     END-IF
012020     MOVE WS-BATCH-COUNT TO REG-TRL-COMP-COUNT
012020     MOVE WS-BATCH-TOTAL TO REG-TRL-COMP-HASH
012020     MOVE WS-TODAY TO REG-TRL-RUN-DATE
012020     MOVE REG-TRAILER-RECORD TO NUMREG-RECORD
012020     WRITE NUMREG-RECORD
012020     ADD 1 TO WS-REG-LINES.
012020 2550-EXIT.
012020     EXIT.
012020
012020* 2600-REGISTER-BATCH - A BALANCED BATCH GOES ON THE REGISTER
012020* THE MOMENT ITS TRAILER CHECKS, SO EVEN A RUN THAT DIES LATER
012020* REMEMBERS IT. A DUPLICATE KEY HERE MEANS THE LOOKUP AT THE
012020* HEADER WAS SOMEHOW BYPASSED AND IS ITS OWN ERROR. THE STATUS
012020* IS "P" POSTED, OR "S" WHEN 2700-SUSPEND-BATCH IS FLAGGING A
012020* QUARANTINED BATCH; A BATCH RELEASED FROM SUSPENSE IS ALREADY
012020* ON THE REGISTER AND IS REWRITTEN IN PLACE
012020******************************************************************
012020 2600-REGISTER-BATCH.
012020     MOVE WS-BATCH-ID TO LOTE-BATCH-ID
012020     ACCEPT LOTE-RUN-TIME FROM TIME
012020     MOVE WS-BATCH-COUNT TO LOTE-ENTRY-COUNT
012020     MOVE WS-BATCH-TOTAL TO LOTE-HASH-TOTAL
012020     MOVE WS-LOTE-NEW-STATUS TO LOTE-STATUS
012020     MOVE WS-TODAY TO LOTE-STATUS-DATE
012020     IF RELEASED-BATCH
012020         REWRITE LOTE-RECORD
012020             INVALID KEY
012020                 DISPLAY "SUMA-CADENA: CAMBIO EN LOTES.MST "
012020                     "FALLO, STATUS=" WS-LOTES-STATUS
012020                 MOVE 16 TO RETURN-CODE
012020         END-REWRITE
012020         GO TO 2600-EXIT
012020     END-IF
012020     WRITE LOTE-RECORD
012020         INVALID KEY
012020             DISPLAY "SUMA-CADENA: ALTA EN LOTES.MST FALLO, "
012020     END-WRITE.
012020 2600-EXIT.
012020     EXIT.
012020
012020******************************************************************
012020* 2700-SUSPEND-BATCH - QUARANTINE THE BATCH JUST CLOSED: TAKE
012020* WHAT IT ADDED BACK OUT OF THE RUN TOTALS, REGISTER IT ON
012020* SUSPENSO.MST, COPY ITS HELD LINES TO SUSPENSO.DAT AND FLAG IT
012020* "S" ON LOTES.MST. A DUPLICATE ADDED NOTHING AND ITS KEY ON
012020* LOTES.MST BELONGS TO THE BATCH THAT REALLY POSTED, SO ONLY THE
012020* SUSPENSE REGISTER RECORDS IT. THE SAME KEY SUSPENDED TWICE IN
012020* ONE DAY CANNOT BE REGISTERED AGAIN; ITS LINES GO TO
012020* NUM-DUP.DAT THE CLASSIC WAY RATHER THAN BE LOST
012020******************************************************************
012020 2700-SUSPEND-BATCH.
012020     CLOSE SUSP-WORK-FILE
012020     SUBTRACT WS-BATCH-TOTAL FROM NUM-RUN-GRAND-TOTAL
012020     SUBTRACT WS-BATCH-COUNT FROM NUM-RUN-ENTRY-COUNT
012020     SUBTRACT WS-BATCH-DEBITS FROM NUM-RUN-DEBIT-COUNT
012020     SUBTRACT WS-BATCH-CREDITS FROM NUM-RUN-CREDIT-COUNT
012020     MOVE WS-BATCH-ID TO SUSP-M-BATCH-ID
012020     MOVE WS-BATCH-ORIGIN TO SUSP-M-ORIGIN
012020     MOVE WS-TODAY TO SUSP-M-DATE
012020     ACCEPT SUSP-M-TIME FROM TIME
012020     MOVE WS-SUSP-REASON TO SUSP-M-REASON
012020     MOVE WS-BATCH-COUNT TO SUSP-M-ENTRY-COUNT
012020     MOVE WS-BATCH-TOTAL TO SUSP-M-HASH-TOTAL
012020     MOVE WS-WORK-LINES TO SUSP-M-LINE-COUNT
012020     MOVE "S" TO SUSP-M-STATUS
012020     MOVE SPACE TO SUSP-M-OUTCOME-DATE
012020     MOVE SPACE TO SUSP-M-OUTCOME-OPER
012020     MOVE SPACE TO SUSP-M-NEW-BATCH-ID
012020     MOVE "S" TO WS-WORK-TARGET-SWITCH
012020     WRITE SUSP-M-RECORD
012020         INVALID KEY
012020             IF SUSP-REG-DUP-KEY
012020                 DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012020                     " ORIGEN " WS-BATCH-ORIGIN
012020                     " YA SUSPENDIDO HOY, SE DESVIA A "
012020                     "NUM-DUP.DAT"
012020                 MOVE "D" TO WS-WORK-TARGET-SWITCH
012020                 ADD 1 TO WS-DUP-COUNT
012020                 MOVE 8 TO RETURN-CODE
012020             ELSE
012020                 DISPLAY "SUMA-CADENA: ALTA EN SUSPENSO.MST "
012020                     "FALLO, STATUS=" WS-SUSP-REG-STATUS
012020                 MOVE 16 TO RETURN-CODE
012020                 GO TO 2700-EXIT
012020             END-IF
012020     END-WRITE
012020     PERFORM 2760-COPY-WORK-LINES THRU 2760-EXIT
012020     IF WORK-TO-NUMDUP
012020         GO TO 2700-EXIT
012020     END-IF
012020     IF WS-SUSP-REASON NOT = "D"
012020         MOVE "S" TO WS-LOTE-NEW-STATUS
012020         PERFORM 2600-REGISTER-BATCH THRU 2600-EXIT
012020     END-IF
012020     ADD 1 TO WS-SUSP-COUNT
012020     MOVE WS-BATCH-TOTAL TO WS-ED-TOTAL
012020     DISPLAY "SUMA-CADENA: LOTE " WS-BATCH-ID
012020         " ORIGEN " WS-BATCH-ORIGIN
012020         " SUSPENDIDO, MOTIVO " WS-SUSP-REASON
012020         " ENTRADAS " WS-BATCH-COUNT
012020         " TOTAL " WS-ED-TOTAL.
012020 2700-EXIT.
012020     EXIT.
012020
012020******************************************************************
012020* 2720-SUSPEND-OPEN-BATCH - A BATCH CUT OFF WITHOUT ITS TRAILER,
012020* BY THE NEXT HEADER OR BY END OF FILE. A DUPLICATE KEEPS ITS
012020* DUPLICATE REASON; ANYTHING ELSE IS SUSPENDED AS TRAILERLESS
012020******************************************************************
012020 2720-SUSPEND-OPEN-BATCH.
012020     IF DUP-BATCH
012020         MOVE "D" TO WS-SUSP-REASON
012020     ELSE
012020         MOVE "T" TO WS-SUSP-REASON
012020     END-IF
012020     PERFORM 2700-SUSPEND-BATCH THRU 2700-EXIT
012020     MOVE "N" TO WS-BATCH-SWITCH
012020     MOVE "N" TO WS-DUP-SWITCH.
012020 2720-EXIT.
012020     EXIT.
012020
012020 2750-WRITE-WORK-LINE.
012020     WRITE SUSP-WORK-RECORD FROM NUMEROS-RECORD
012020     ADD 1 TO WS-WORK-LINES.
012020 2750-EXIT.
012020     EXIT.
012020
012020******************************************************************
012020* 2760-COPY-WORK-LINES - READ THE HELD BATCH BACK AND APPEND IT
012020* TO SUSPENSO.DAT UNDER ITS SUSPENSE KEY, OR TO NUM-DUP.DAT
012020******************************************************************
012020 2760-COPY-WORK-LINES.
012020     OPEN INPUT SUSP-WORK-FILE
012020     IF NOT SUSP-WORK-OK
012020         DISPLAY "SUMA-CADENA: NO SE PUDO RELEER "
012020             "SUSP-WORK.DAT, STATUS=" WS-SUSP-WORK-STATUS
012020         MOVE 16 TO RETURN-CODE
012020         GO TO 2760-EXIT
012020     END-IF
012020     MOVE WS-BATCH-ID TO SUSP-L-BATCH-ID
012020     MOVE WS-BATCH-ORIGIN TO SUSP-L-ORIGIN
012020     MOVE WS-TODAY TO SUSP-L-DATE
012020     MOVE 0 TO SUSP-L-SEQ
012020     MOVE "N" TO WS-EOF-WORK-SWITCH
012020     PERFORM 2770-READ-WORK-LINE THRU 2770-EXIT
012020     PERFORM 2780-COPY-ONE-LINE THRU 2780-EXIT
012020         UNTIL EOF-SUSP-WORK
012020     CLOSE SUSP-WORK-FILE.
012020 2760-EXIT.
012020     EXIT.
012020
012020 2770-READ-WORK-LINE.
012020     READ SUSP-WORK-FILE
012020         AT END
012020             MOVE "Y" TO WS-EOF-WORK-SWITCH
012020     END-READ.
012020 2770-EXIT.
012020     EXIT.
012020
012020 2780-COPY-ONE-LINE.
012020     IF WORK-TO-NUMDUP
012020         MOVE SUSP-WORK-RECORD TO NUMDUP-RECORD
012020         WRITE NUMDUP-RECORD
012020     ELSE
012020         ADD 1 TO SUSP-L-SEQ
012020         MOVE SUSP-WORK-RECORD TO SUSP-L-DATA
012020         WRITE SUSP-LINE-RECORD
012020     END-IF
012020     PERFORM 2770-READ-WORK-LINE THRU 2770-EXIT.
012020 2780-EXIT.
012020     EXIT.
012010
012019******************************************************************
012019* 7000-WRITE-CHECKPOINT - REWRITE SUMA-CHKPT.DAT WITH THE STATE
012019     MOVE NUM-RUN-DEBIT-COUNT TO SCK-DEBIT-COUNT
012019     MOVE NUM-RUN-CREDIT-COUNT TO SCK-CREDIT-COUNT
012019     MOVE WS-DUP-COUNT TO SCK-DUP-COUNT
012019     MOVE WS-SUSP-COUNT TO SCK-SUSP-COUNT
012019     MOVE WS-REG-LINES TO SCK-REG-LINES
012019     IF RETURN-CODE = 0
012019         MOVE "N" TO SCK-ERROR-FLAG
012019     ELSE
012281
012282******************************************************************
012283* 8100-FIND-LAST-AUDIT - SCAN THE TRAIL FOR THE LAST CHAINED
012283* LINE'S SEQUENCE AND CHECK VALUE. LINES FROM BEFORE THE CHAIN
012283* EXISTED FAIL THE NUMERIC TEST AND ARE PASSED OVER; A TRAIL
012286* WITH NO CHAINED LINE YET STARTS AT SEQUENCE ZERO. AFTER A
012286* PERIOD HAS BEEN ARCHIVED THE TRAIL OPENS WITH ARCHIVA-PER'S
012286* ANCHOR, WHICH HANDS ON THE LAST ARCHIVED SEQUENCE AND CHECK
012287******************************************************************
012288 8100-FIND-LAST-AUDIT.
012289     MOVE 0 TO WS-PREV-SEQ
012289         AT END
012289             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
012289         NOT AT END
012289             IF AUDIT-ANCHOR-LINE
012289                 MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-PREV-SEQ
012289                 MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-PREV-CHECK
012289             ELSE
012289                 IF AUDIT-SEQ-NUMBER NUMERIC
012289                     AND AUDIT-CHAIN-CHECK NUMERIC
012289                     MOVE AUDIT-SEQ-NUMBER TO WS-PREV-SEQ
012289                     MOVE AUDIT-CHAIN-CHECK TO WS-PREV-CHECK
012289                 END-IF
012289             END-IF
012289     END-READ.
012289 8150-EXIT.
012650     CLOSE NUMREG-FILE
012660     CLOSE LOTES-FILE
012670     CLOSE NUMDUP-FILE
012671     IF SUSPENSE-MODE
012671         CLOSE SUSP-LINE-FILE
012671         CLOSE SUSP-REG-FILE
012671         MOVE RETURN-CODE TO WS-SAVE-RC
012671         CALL "CBL_DELETE_FILE" USING WS-SUSP-WORK-NAME
012671         MOVE WS-SAVE-RC TO RETURN-CODE
012671     END-IF
012672*    A CLEAN END-TO-END RUN NEEDS NO RESTART POINT; THE
012674*    CHECKPOINT ONLY SURVIVES A RUN THAT STOPPED SHORT OR ENDED
012676*    IN ERROR, SO A SAME-DAY RERUN RESUMES INSTEAD OF REPEATING
012686     IF WS-DUP-COUNT > 0
012690         DISPLAY "Lotes duplicados desviados: " WS-DUP-COUNT
012695     END-IF
012696     IF WS-SUSP-COUNT > 0
012697         DISPLAY "Lotes suspendidos   : " WS-SUSP-COUNT
012698     END-IF
012700     DISPLAY "Entradas procesadas: " NUM-RUN-ENTRY-COUNT
012750     MOVE NUM-RUN-GRAND-TOTAL TO WS-ED-TOTAL
012800     DISPLAY "La suma de los números es: " WS-ED-TOTAL

001692*                  RECONCILIATION BALANCES AGAINST IT, SO A
001693*                  TAMPERED OR TRUNCATED TRAIL STOPS THE CHAIN.
001694*                  CHECKPOINT VERI-OK
001694* 10/15/2026 DRO   EVERY STEP THE CHAIN CALLS, ON A RESTART AS
001694*                  WELL, NOW APPENDS A TIMED LINE TO PASOS-LOG.DAT
001694*                  (COPY PASOREC): START, END, ELAPSED SECONDS AND
001694*                  RETURN CODE. INFORME-PASOS REPORTS THE LOG
001694*                  AGAINST THE BATCH WINDOW
001694* 10/15/2026 DRO   NEW STEP BETWEEN CONCILIA-PARES AND EXTRACTO-GL
001694*                  DETECTA-ANOMAL SCREENS THE DAY'S REGISTER LINES
001694*                  AGAINST EACH ORIGIN'S USUAL PROFILE. A BATCH
001694*                  WITH A HIGH-SEVERITY FINDING NOT YET CLEARED BY
001694*                  A SUPERVISOR RETURNS 4 AND HOLDS THE CHAIN
001694*                  BEFORE THE LEDGER EXTRACT; A RESTART AFTER THE
001694*                  CLEARANCE PICKS UP AT THE SCREENING. CHECKPOINT
001694*                  ANOM-OK
001695******************************************************************
001680
001800 ENVIRONMENT DIVISION.
002100     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.DAT"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-CHECKPOINT-STATUS.
002310
002320     SELECT PASOS-LOG-FILE ASSIGN TO "PASOS-LOG.DAT"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS WS-PASOS-LOG-STATUS.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002900 01  CHECKPOINT-RECORD.
002910     05  CHECKPOINT-DATE          PIC X(08).
002920     05  CHECKPOINT-STEP          PIC X(08).
002930
002940 FD  PASOS-LOG-FILE
002950     RECORD CONTAINS 67 CHARACTERS.
002960     COPY PASOREC.
003000
003100 WORKING-STORAGE SECTION.
003200 01  WS-CHECKPOINT-STATUS        PIC X(02).
003300     88  CHECKPOINT-OK                      VALUE "00".
003310
003320 01  WS-PASOS-LOG-STATUS         PIC X(02).
003330     88  PASOS-LOG-OK                       VALUE "00".
003340     88  PASOS-LOG-MISSING                  VALUE "35" "05".
003400
003410 01  WS-TODAY                    PIC X(08).
003500 01  WS-LAST-STEP                PIC X(08)  VALUE "NONE".
003700 01  WS-SWITCHES.
003800     05  WS-ABORT-SWITCH         PIC X(01)  VALUE "N".
003900         88  ABORT-RUN                      VALUE "Y".
003904     05  WS-RESTART-SWITCH       PIC X(01)  VALUE "N".
003908         88  RESTART-RUN                    VALUE "Y".
003912
003916 01  WS-STEP-TIMING.
003920     05  WS-STEP-NAME            PIC X(14).
003924     05  WS-STEP-START-DATE      PIC X(08).
003928     05  WS-STEP-START-TIME.
003932         10  WS-SST-HH           PIC 9(02).
003936         10  WS-SST-MM           PIC 9(02).
003940         10  WS-SST-SS           PIC 9(02).
003944         10  WS-SST-CC           PIC 9(02).
003948     05  WS-STEP-END-DATE        PIC X(08).
003952     05  WS-STEP-END-TIME.
003956         10  WS-SET-HH           PIC 9(02).
003960         10  WS-SET-MM           PIC 9(02).
003964         10  WS-SET-SS           PIC 9(02).
003968         10  WS-SET-CC           PIC 9(02).
003972
003976 77  WS-STEP-RC                  PIC S9(09) COMP VALUE 0.
003980 77  WS-STEP-SECONDS             PIC S9(09) COMP VALUE 0.
003984 77  WS-DATE-NUM                 PIC 9(08)  VALUE 0.
003988 77  WS-START-INT                PIC 9(08) COMP VALUE 0.
003992 77  WS-END-INT                  PIC 9(08) COMP VALUE 0.
004000
004100 PROCEDURE DIVISION.
004200 0000-MAINLINE.
006170                 END-IF
006200         END-READ
006300         CLOSE CHECKPOINT-FILE
006400     END-IF
006410     IF WS-LAST-STEP NOT = "NONE"
006420         MOVE "Y" TO WS-RESTART-SWITCH
006430     END-IF.
006500 1000-EXIT.
006600     EXIT.
006700
006900* 2000-RUN-CHAIN - RUN EACH STEP THAT HAS NOT ALREADY POSTED A
007000* GOOD CHECKPOINT. A FAILED STEP SETS ABORT-RUN AND THE CHAIN
007100* STOPS WITHOUT TOUCHING THE CHECKPOINT, SO A RERUN TRIES THE
007200* SAME STEP AGAIN. EVERY STEP CALLED IS TIMED INTO PASOS-LOG.DAT
007210* (5100/5200)
007300******************************************************************
007400 2000-RUN-CHAIN.
007500     IF WS-LAST-STEP = "NONE"
008595         END-IF
008597     END-IF
008598
008598     IF NOT ABORT-RUN
008598         IF WS-LAST-STEP = "CONC-OK"
008598             PERFORM 4600-RUN-ANOMAL THRU 4600-EXIT
008598         END-IF
008598     END-IF
008598
008599     IF NOT ABORT-RUN
008599         IF WS-LAST-STEP = "ANOM-OK"
008599             PERFORM 4700-RUN-EXTRACT THRU 4700-EXIT
008599         END-IF
008599     END-IF.
008605******************************************************************
008606 2300-RUN-COLECTOR.
008607     DISPLAY "BATCH-DRIVER: INICIANDO COLECTOR-NUM"
008607     MOVE "COLECTOR-NUM" TO WS-STEP-NAME
008607     PERFORM 5100-START-STEP THRU 5100-EXIT
008608     CALL "COLECTOR-NUM"
008608     PERFORM 5200-LOG-STEP THRU 5200-EXIT
008609     IF RETURN-CODE = 0
008609         MOVE "COLE-OK" TO WS-LAST-STEP
008609         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
008650******************************************************************
008660 2500-RUN-GESTOR.
008670     DISPLAY "BATCH-DRIVER: INICIANDO GESTOR-GEN"
008673     MOVE "GESTOR-GEN" TO WS-STEP-NAME
008676     PERFORM 5100-START-STEP THRU 5100-EXIT
008680     CALL "GESTOR-GEN"
008684     PERFORM 5200-LOG-STEP THRU 5200-EXIT
008690     IF RETURN-CODE = 0
008691         MOVE "GEN-OK" TO WS-LAST-STEP
008692         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
009100******************************************************************
009200 3000-RUN-SUMA.
009300     DISPLAY "BATCH-DRIVER: INICIANDO SUMA-CADENA"
009310     MOVE "SUMA-CADENA" TO WS-STEP-NAME
009320     PERFORM 5100-START-STEP THRU 5100-EXIT
009400     CALL "SUMA-CADENA"
009410     PERFORM 5200-LOG-STEP THRU 5200-EXIT
009500     IF RETURN-CODE = 0
009600         MOVE "SUMA-OK" TO WS-LAST-STEP
009700         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
010800******************************************************************
010900 4000-RUN-CALC.
011000     DISPLAY "BATCH-DRIVER: INICIANDO CALCULAR-SUMA"
011010     MOVE "CALCULAR-SUMA" TO WS-STEP-NAME
011020     PERFORM 5100-START-STEP THRU 5100-EXIT
011100     CALL "CALCULAR-SUMA"
011110     PERFORM 5200-LOG-STEP THRU 5200-EXIT
011200     IF RETURN-CODE = 0
011300         MOVE "CALC-OK" TO WS-LAST-STEP
011400         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
012206******************************************************************
012207 4300-RUN-VERIFICA.
012208     DISPLAY "BATCH-DRIVER: INICIANDO VERIFICA-AUDIT"
012208     MOVE "VERIFICA-AUDIT" TO WS-STEP-NAME
012208     PERFORM 5100-START-STEP THRU 5100-EXIT
012209     CALL "VERIFICA-AUDIT"
012209     PERFORM 5200-LOG-STEP THRU 5200-EXIT
012209     IF RETURN-CODE = 0
012209         MOVE "VERI-OK" TO WS-LAST-STEP
012209         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
012250******************************************************************
012260 4500-RUN-CONCILIA.
012270     DISPLAY "BATCH-DRIVER: INICIANDO CONCILIA-PARES"
012273     MOVE "CONCILIA-PARES" TO WS-STEP-NAME
012276     PERFORM 5100-START-STEP THRU 5100-EXIT
012280     CALL "CONCILIA-PARES"
012284     PERFORM 5200-LOG-STEP THRU 5200-EXIT
012290     IF RETURN-CODE = 0
012292         MOVE "CONC-OK" TO WS-LAST-STEP
012294         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
012300 4500-EXIT.
012310     EXIT.
012311
012311******************************************************************
012311* 4600-RUN-ANOMAL - CALL DETECTA-ANOMAL AND CHECKPOINT ON SUCCESS.
012311* A RETURN OF 4 MEANS A BATCH WITH HIGH-SEVERITY FINDINGS IS
012311* WAITING ON A SUPERVISOR'S CLEARANCE (APRUEBA-PEND); THE CHAIN
012311* STOPS SHORT OF THE LEDGER AND A RERUN SCREENS AGAIN
012311******************************************************************
012311 4600-RUN-ANOMAL.
012311     DISPLAY "BATCH-DRIVER: INICIANDO DETECTA-ANOMAL"
012311     MOVE "DETECTA-ANOMAL" TO WS-STEP-NAME
012311     PERFORM 5100-START-STEP THRU 5100-EXIT
012311     CALL "DETECTA-ANOMAL"
012311     PERFORM 5200-LOG-STEP THRU 5200-EXIT
012311     IF RETURN-CODE = 0
012311         MOVE "ANOM-OK" TO WS-LAST-STEP
012311         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
012311     ELSE
012311         IF RETURN-CODE = 4
012311             DISPLAY "BATCH-DRIVER: DETECTA-ANOMAL RETIENE LA "
012311                 "CADENA HASTA QUE UN SUPERVISOR LIBERE LOS "
012311                 "LOTES DE ANOMAL-RPT.DAT"
012311         ELSE
012311             DISPLAY "BATCH-DRIVER: DETECTA-ANOMAL FALLO, "
012311                 "RETURN-CODE=" RETURN-CODE
012311         END-IF
012311         SET ABORT-RUN TO TRUE
012311     END-IF.
012311 4600-EXIT.
012311     EXIT.
012311
012312******************************************************************
012313* 4700-RUN-EXTRACT - CALL EXTRACTO-GL AND CHECKPOINT ON SUCCESS.
012314* ONLY REACHED AFTER THE RECONCILIATION PASSED, SO THE LEDGER
012316******************************************************************
012317 4700-RUN-EXTRACT.
012318     DISPLAY "BATCH-DRIVER: INICIANDO EXTRACTO-GL"
012318     MOVE "EXTRACTO-GL" TO WS-STEP-NAME
012318     PERFORM 5100-START-STEP THRU 5100-EXIT
012319     CALL "EXTRACTO-GL"
012319     PERFORM 5200-LOG-STEP THRU 5200-EXIT
012319     IF RETURN-CODE = 0
012319         MOVE "EXTR-OK" TO WS-LAST-STEP
012319         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
013600     END-IF.
013700 5000-EXIT.
013800     EXIT.
013801
013802******************************************************************
013803* 5100-START-STEP - NOTE WHEN THE STEP IN WS-STEP-NAME STARTS,
013804* RIGHT BEFORE ITS CALL
013805******************************************************************
013806 5100-START-STEP.
013807     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
013808     ACCEPT WS-STEP-START-TIME FROM TIME.
013809 5100-EXIT.
013810     EXIT.
013811
013812******************************************************************
013813* 5200-LOG-STEP - RIGHT AFTER THE CALL, WORK OUT THE ELAPSED
013814* SECONDS (ACROSS MIDNIGHT AS WELL) AND APPEND THE STEP'S LINE
013815* TO PASOS-LOG.DAT, OPENED AND CLOSED AROUND EACH LINE THE WAY
013816* CHECKPOINT.DAT IS SO A LATER ABEND CANNOT LOSE IT. A LOG THAT
013817* CANNOT BE WRITTEN IS REPORTED BUT NEVER STOPS THE CHAIN, AND
013818* THE STEP'S RETURN-CODE GOES BACK UNTOUCHED FOR THE CALLER
013819******************************************************************
013820 5200-LOG-STEP.
013821     MOVE RETURN-CODE TO WS-STEP-RC
013822     ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
013823     ACCEPT WS-STEP-END-TIME FROM TIME
013824     MOVE WS-STEP-START-DATE TO WS-DATE-NUM
013825     COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
013826     MOVE WS-STEP-END-DATE TO WS-DATE-NUM
013827     COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
013828     COMPUTE WS-STEP-SECONDS =
013829         (WS-END-INT - WS-START-INT) * 86400
013830         + WS-SET-HH * 3600 + WS-SET-MM * 60 + WS-SET-SS
013831         - WS-SST-HH * 3600 - WS-SST-MM * 60 - WS-SST-SS
013832     IF WS-STEP-SECONDS < 0
013833         MOVE 0 TO WS-STEP-SECONDS
013834     END-IF
013835
013836     OPEN EXTEND PASOS-LOG-FILE
013837     IF PASOS-LOG-MISSING
013838         OPEN OUTPUT PASOS-LOG-FILE
013839     END-IF
013840     IF NOT PASOS-LOG-OK
013841         DISPLAY "BATCH-DRIVER: NO SE PUDO ABRIR PASOS-LOG.DAT, "
013842             "STATUS=" WS-PASOS-LOG-STATUS
013843     ELSE
013844         MOVE WS-TODAY TO PASO-RUN-DATE
013845         MOVE WS-STEP-NAME TO PASO-STEP
013846         MOVE WS-STEP-START-DATE TO PASO-START-DATE
013847         MOVE WS-STEP-START-TIME TO PASO-START-TIME
013848         MOVE WS-STEP-END-DATE TO PASO-END-DATE
013849         MOVE WS-STEP-END-TIME TO PASO-END-TIME
013850         MOVE WS-STEP-SECONDS TO PASO-ELAPSED
013851         MOVE WS-STEP-RC TO PASO-RC
013852         MOVE WS-RESTART-SWITCH TO PASO-RESTART
013853         WRITE PASO-RECORD
013854         CLOSE PASOS-LOG-FILE
013855         DISPLAY "BATCH-DRIVER: " WS-STEP-NAME " "
013856             PASO-ELAPSED " SEGUNDOS"
013857     END-IF
013858     MOVE WS-STEP-RC TO RETURN-CODE.
013859 5200-EXIT.
013860     EXIT.
013900
014000******************************************************************
014100* 9000-TERMINATE - REPORT HOW FAR THE CHAIN GOT

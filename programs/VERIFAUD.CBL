002700*                  MONTH-END, SO AUDIT GETS A STATEMENT THAT THE
002800*                  TRAIL ITSELF IS INTACT, NOT JUST THAT TODAY'S
002900*                  TOTALS AGREE. RETURN-CODE 8 ON ANY BREAK
002901* 10/15/2026 DRO   A LIVE TRAIL CUT BY ARCHIVA-PER OPENS WITH ITS
002902*                  SEALED ANCHOR: THE SEAL MUST RECOMPUTE, THE
002903*                  ANCHOR MUST BE THE FIRST LINE OF ITS FILE, AND
002904*                  ITS SEQUENCE AND CHECK MUST BE THOSE OF THE
002905*                  LAST CHAINED LINE OF THE ARCHIVE IT NAMES
002906*                  (AUDIT.Pyyyymm.DAT), WHICH MUST STILL BE
002907*                  THERE; THE WALK THEN CHAINS ON FROM IT. A HIGH-
002908*                  WATER MARK AT OR BELOW THE ANCHOR WAS ARCHIVED,
002909*                  NOT TRUNCATED. AN OPTIONAL VERIFICA.DAT CARD
002910*                  (PERIOD YYYYMM) ALSO WALKS THAT PERIOD'S
002911*                  ARCHIVE, AHEAD OF THE LIVE TRAIL, IN THE SAME
002912*                  PASS AND THE SAME REPORT; THE LIVE TRAIL IS
002913*                  ALWAYS WALKED AND THE HIGH-WATER MARK ONLY
002914*                  EVER COMES FROM IT
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-AUDIT-STATUS.
003800
004300     SELECT VERIF-STATE-FILE ASSIGN TO "VERIF-STATE.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-VERIF-STATE-STATUS.
004501
004502     SELECT VERIFICA-FILE ASSIGN TO "VERIFICA.DAT"
004503         ORGANIZATION IS LINE SEQUENTIAL
004504         FILE STATUS IS WS-VERIFICA-STATUS.
004505
004506     SELECT PREV-AUDIT-FILE ASSIGN USING WS-PREV-AUDIT-NAME
004507         ORGANIZATION IS LINE SEQUENTIAL
004508         FILE STATUS IS WS-PREV-AUDIT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
006000     05  VST-LAST-SEQ            PIC 9(07).
006100     05  VST-LAST-CHECK          PIC 9(09).
006200     05  VST-RUN-DATE            PIC X(08).
006201
006202 FD  VERIFICA-FILE
006203     RECORD CONTAINS 6 CHARACTERS.
006204 01  VERIFICA-RECORD.
006205     05  VRQ-PERIOD              PIC X(06).
006206
006207*    AN ARCHIVE READ ONLY FOR ITS LAST CHAINED SEQUENCE AND CHECK,
006208*    WHICH SIT WHERE THEY DO IN AUDIT-LOG-RECORD
006209 FD  PREV-AUDIT-FILE
006210     RECORD CONTAINS 72 CHARACTERS.
006211 01  PREV-AUDIT-RECORD.
006212     05  FILLER                  PIC X(56).
006213     05  PREV-SEQ-NUMBER         PIC 9(07).
006214     05  PREV-CHAIN-CHECK        PIC 9(09).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-AUDIT-STATUS              PIC X(02).
007100 01  WS-VERIF-STATE-STATUS        PIC X(02).
007200     88  VERIF-STATE-OK                      VALUE "00".
007300     88  VERIF-STATE-MISSING                 VALUE "35" "05".
007301
007302 01  WS-VERIFICA-STATUS           PIC X(02).
007303     88  VERIFICA-OK                         VALUE "00".
007304
007305 01  WS-PREV-AUDIT-STATUS         PIC X(02).
007306     88  PREV-AUDIT-OK                       VALUE "00".
007400
007500 01  WS-SWITCHES.
007600     05  WS-EOF-AUDIT-SWITCH      PIC X(01)  VALUE "N".
008100         88  STATE-ON-FILE                   VALUE "Y".
008200     05  WS-STATE-SEEN-SWITCH     PIC X(01)  VALUE "N".
008300         88  STATE-SEQ-SEEN                  VALUE "Y".
008301     05  WS-ARCHIVE-SWITCH        PIC X(01)  VALUE "N".
008302         88  ARCHIVE-REQUESTED               VALUE "Y".
008303     05  WS-WALK-SWITCH           PIC X(01)  VALUE "N".
008304         88  WALKING-LIVE                    VALUE "Y".
008305     05  WS-EOF-PREV-SWITCH       PIC X(01)  VALUE "N".
008306         88  EOF-PREV                        VALUE "Y".
008400
008500 01  WS-TODAY                     PIC X(08).
008501 01  WS-REQ-PERIOD                PIC X(06)  VALUE SPACE.
008502 01  WS-AUDIT-NAME                PIC X(30)  VALUE SPACE.
008503 01  WS-PREV-AUDIT-NAME           PIC X(30)  VALUE SPACE.
008600 77  WS-PREV-SEQ                  PIC 9(07)  VALUE 0.
008700 77  WS-PREV-CHECK                PIC 9(09)  VALUE 0.
008800 77  WS-CHAIN-WORK                PIC 9(12) COMP VALUE 0.
009400 77  WS-BREAK-COUNT               PIC 9(05)  VALUE 0.
009500 77  WS-STATE-SEQ                 PIC 9(07)  VALUE 0.
009600 77  WS-STATE-CHECK               PIC 9(09)  VALUE 0.
009601 77  WS-ANCHOR-COUNT              PIC 9(05)  VALUE 0.
009602 77  WS-FILE-LINE-COUNT           PIC 9(07)  VALUE 0.
009603 77  WS-ARCH-LAST-SEQ             PIC 9(07)  VALUE 0.
009604 77  WS-ARCH-LAST-CHECK           PIC 9(09)  VALUE 0.
009700
009800 01  WS-HEADING-LINE.
009900     05  FILLER                   PIC X(40)  VALUE
010200     05  WS-HD-DATE               PIC X(08).
010300     05  FILLER                   PIC X(83)  VALUE SPACE.
010400
010401 01  WS-FILE-HEADING.
010402     05  FILLER                   PIC X(19)  VALUE
010403         "ARCHIVO RECORRIDO: ".
010404     05  WS-FH-NAME               PIC X(30).
010405     05  FILLER                   PIC X(83)  VALUE SPACE.
010406
010500 01  WS-BREAK-LINE.
010600     05  WS-BK-TEXT               PIC X(22).
010700     05  FILLER                   PIC X(06)  VALUE " SEQ  ".
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012501     IF ARCHIVE-REQUESTED
012502         PERFORM 1500-WALK-ARCHIVE THRU 1500-EXIT
012503     END-IF
012504     MOVE "AUDIT.DAT" TO WS-AUDIT-NAME
012505     MOVE "Y" TO WS-WALK-SWITCH
012506     PERFORM 1700-OPEN-TRAIL THRU 1700-EXIT
012507     IF NOT AUDIT-OK
012508         DISPLAY "VERIFICA-AUDIT: NO SE PUDO ABRIR AUDIT.DAT, "
012509             "STATUS=" WS-AUDIT-STATUS
012510         MOVE 16 TO RETURN-CODE
012511     END-IF
012600     PERFORM 2000-WALK-TRAIL THRU 2000-EXIT
012700     PERFORM 3000-CHECK-TRUNCATION THRU 3000-EXIT
012800     PERFORM 4000-WRITE-VERDICT THRU 4000-EXIT
013000     GOBACK.
013100
013200******************************************************************
013300* 1000-INITIALIZE - OPEN THE REPORT, PICK UP THE LAST RUN'S
013400* HIGH-WATER MARK AND ANY REQUEST TO WALK AN ARCHIVED PERIOD.
013500* A MISSING TRAIL IS ITS OWN FAILURE - THE CHAIN RUNS THIS STEP
013550* AFTER BOTH WRITERS
013600******************************************************************
013700 1000-INITIALIZE.
013800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013900
014800     OPEN OUTPUT VERIF-RPT-FILE
014900     IF NOT VERIF-RPT-OK
015000         DISPLAY "VERIFICA-AUDIT: NO SE PUDO ABRIR "
016900                 END-IF
017000         END-READ
017100         CLOSE VERIF-STATE-FILE
017200     END-IF
017201
017202     OPEN INPUT VERIFICA-FILE
017203     IF VERIFICA-OK
017204         READ VERIFICA-FILE
017205             AT END
017206                 CONTINUE
017207             NOT AT END
017208                 MOVE VRQ-PERIOD TO WS-REQ-PERIOD
017209                 MOVE "Y" TO WS-ARCHIVE-SWITCH
017210         END-READ
017211         CLOSE VERIFICA-FILE
017212     END-IF.
017300 1000-EXIT.
017400     EXIT.
017401
017402******************************************************************
017403* 1500-WALK-ARCHIVE - WALK AUDIT.Pyyyymm.DAT FOR THE PERIOD ON
017404* THE VERIFICA.DAT CARD. ITS LAST LINE IS WHAT THE LIVE TRAIL'S
017405* ANCHOR CARRIES, SO THE ONE PASS RUNS STRAIGHT ON INTO AUDIT.DAT.
017406* AN ARCHIVE THAT CANNOT BE FOUND IS A BREAK
017407******************************************************************
017408 1500-WALK-ARCHIVE.
017409     MOVE SPACES TO WS-AUDIT-NAME
017410     STRING "AUDIT.P" WS-REQ-PERIOD ".DAT"
017411         DELIMITED BY SIZE INTO WS-AUDIT-NAME
017412     MOVE "N" TO WS-WALK-SWITCH
017413     PERFORM 1700-OPEN-TRAIL THRU 1700-EXIT
017414     IF NOT AUDIT-OK
017415         DISPLAY "VERIFICA-AUDIT: NO SE PUDO ABRIR "
017416             WS-AUDIT-NAME ", STATUS=" WS-AUDIT-STATUS
017417         MOVE "SIN ARCHIVO PEDIDO" TO WS-BK-TEXT
017418         MOVE 0 TO WS-BK-FROM
017419         MOVE 0 TO WS-BK-TO
017420         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
017421         GO TO 1500-EXIT
017422     END-IF
017423     PERFORM 2000-WALK-TRAIL THRU 2000-EXIT
017424     CLOSE AUDIT-FILE.
017425 1500-EXIT.
017426     EXIT.
017427
017428******************************************************************
017429* 1700-OPEN-TRAIL - OPEN THE FILE NAMED IN WS-AUDIT-NAME AND NAME
017430* IT IN THE REPORT. AN ANCHOR IS ONLY IN PLACE AS THE FIRST LINE
017431* OF ITS FILE, SO THE LINE COUNT STARTS AGAIN FOR EACH FILE
017432******************************************************************
017433 1700-OPEN-TRAIL.
017434     MOVE 0 TO WS-FILE-LINE-COUNT
017435     OPEN INPUT AUDIT-FILE
017436     IF NOT AUDIT-OK
017437         MOVE "Y" TO WS-EOF-AUDIT-SWITCH
017438         GO TO 1700-EXIT
017439     END-IF
017440     MOVE "N" TO WS-EOF-AUDIT-SWITCH
017441     IF VERIF-RPT-OK
017442         MOVE WS-AUDIT-NAME TO WS-FH-NAME
017443         WRITE VERIF-RPT-RECORD FROM WS-FILE-HEADING
017444     END-IF.
017445 1700-EXIT.
017446     EXIT.
017500
017600******************************************************************
017700* 2000-WALK-TRAIL - ONE PASS, FIRST LINE TO LAST. EVERY CHAINED
019700
019800 2200-VERIFY-ONE-LINE.
019900     ADD 1 TO WS-READ-COUNT
019901     ADD 1 TO WS-FILE-LINE-COUNT
019902     IF AUDIT-ANCHOR-LINE
019903         PERFORM 2600-CHECK-ANCHOR THRU 2600-EXIT
019904         GO TO 2200-NEXT
019905     END-IF
020000     IF AUDIT-SEQ-NUMBER NOT NUMERIC
020100         OR AUDIT-CHAIN-CHECK NOT NUMERIC
020200         IF CHAIN-STARTED
027300 2400-RESYNC-ON-LINE.
027400     MOVE AUDIT-SEQ-NUMBER TO WS-PREV-SEQ
027500     MOVE AUDIT-CHAIN-CHECK TO WS-PREV-CHECK
027600     IF STATE-ON-FILE AND WALKING-LIVE
027700         AND AUDIT-SEQ-NUMBER = WS-STATE-SEQ
027800         MOVE "Y" TO WS-STATE-SEEN-SWITCH
027900         IF AUDIT-CHAIN-CHECK NOT = WS-STATE-CHECK
028500     END-IF.
028600 2400-EXIT.
028700     EXIT.
028701
028702******************************************************************
028703* 2600-CHECK-ANCHOR - THE ANCHOR ARCHIVA-PER LEAVES WHERE IT CUT
028704* THE TRAIL. IT BELONGS ONLY AS THE FIRST LINE OF A FILE, ITS
028705* SEAL MUST RECOMPUTE, AND IT MUST HAND ON EXACTLY THE SEQUENCE
028706* AND CHECK THE ARCHIVE IT NAMES ENDS WITH. THE WALK THEN CARRIES
028707* ON FROM THE ANCHOR'S VALUES. A HIGH-WATER MARK AT OR BELOW THE
028708* ANCHOR WENT INTO THE ARCHIVE, SO IT COUNTS AS SEEN
028709******************************************************************
028710 2600-CHECK-ANCHOR.
028711     ADD 1 TO WS-ANCHOR-COUNT
028712     IF WS-FILE-LINE-COUNT > 1
028713         MOVE "ANCLA FUERA DE LUGAR" TO WS-BK-TEXT
028714         MOVE WS-PREV-SEQ TO WS-BK-FROM
028715         MOVE WS-PREV-SEQ TO WS-BK-TO
028716         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028717         GO TO 2600-EXIT
028718     END-IF
028719     IF AUDIT-ANCH-SEAL NOT NUMERIC
028720         OR AUDIT-ANCH-SEQ-NUMBER NOT NUMERIC
028721         OR AUDIT-ANCH-CHAIN-CHECK NOT NUMERIC
028722         MOVE "ANCLA ALTERADA" TO WS-BK-TEXT
028723         MOVE WS-PREV-SEQ TO WS-BK-FROM
028724         MOVE WS-PREV-SEQ TO WS-BK-TO
028725         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028726         GO TO 2600-EXIT
028727     END-IF
028728     PERFORM 2650-COMPUTE-SEAL THRU 2650-EXIT
028729     IF WS-CHAIN-WORK NOT = AUDIT-ANCH-SEAL
028730         MOVE "ANCLA ALTERADA" TO WS-BK-TEXT
028731         MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-BK-FROM
028732         MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-BK-TO
028733         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028734     END-IF
028735     PERFORM 2700-CHECK-PREDECESSOR THRU 2700-EXIT
028736
028737     MOVE "Y" TO WS-CHAIN-SWITCH
028738     MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-PREV-SEQ
028739     MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-PREV-CHECK
028740     IF STATE-ON-FILE AND WALKING-LIVE
028741         AND WS-STATE-SEQ NOT > AUDIT-ANCH-SEQ-NUMBER
028742         MOVE "Y" TO WS-STATE-SEEN-SWITCH
028743         IF WS-STATE-SEQ = AUDIT-ANCH-SEQ-NUMBER
028744             AND WS-STATE-CHECK NOT = AUDIT-ANCH-CHAIN-CHECK
028745             MOVE "NO CUADRA CON ESTADO" TO WS-BK-TEXT
028746             MOVE WS-STATE-SEQ TO WS-BK-FROM
028747             MOVE WS-STATE-SEQ TO WS-BK-TO
028748             PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028749         END-IF
028750     END-IF.
028751 2600-EXIT.
028752     EXIT.
028753
028754******************************************************************
028755* 2650-COMPUTE-SEAL - ARCHIVA-PER'S SEAL: BYTES 1-43 (PROGRAM-ID
028756* TO PERIOD) AND 57-63 (SEQUENCE) OF THE ANCHOR FOLDED INTO ITS
028757* OWN CHECK WITH THE SAME TIMES-31-MODULO-999999937 ARITHMETIC.
028758* THE TWO MUST NOT DRIFT
028759******************************************************************
028760 2650-COMPUTE-SEAL.
028761     MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-CHAIN-WORK
028762     PERFORM 2660-FOLD-SEAL-BYTE THRU 2660-EXIT
028763         VARYING WS-CHK-SUB FROM 1 BY 1
028764         UNTIL WS-CHK-SUB > 63.
028765 2650-EXIT.
028766     EXIT.
028767
028768 2660-FOLD-SEAL-BYTE.
028769     IF WS-CHK-SUB > 43 AND WS-CHK-SUB < 57
028770         GO TO 2660-EXIT
028771     END-IF
028772     PERFORM 2350-FOLD-ONE-BYTE THRU 2350-EXIT.
028773 2660-EXIT.
028774     EXIT.
028775
028776******************************************************************
028777* 2700-CHECK-PREDECESSOR - READ THE ARCHIVE THE ANCHOR NAMES TO
028778* ITS LAST CHAINED LINE. AN ARCHIVE THAT IS GONE LEAVES THE CUT
028780* UNPROVEN AND IS A BREAK LIKE ANY OTHER
028782******************************************************************
028784 2700-CHECK-PREDECESSOR.
028786     MOVE SPACES TO WS-PREV-AUDIT-NAME
028788     STRING "AUDIT.P" AUDIT-ANCH-PERIOD ".DAT"
028790         DELIMITED BY SIZE INTO WS-PREV-AUDIT-NAME
028792     OPEN INPUT PREV-AUDIT-FILE
028794     IF NOT PREV-AUDIT-OK
028796         MOVE "SIN ARCHIVO PREVIO" TO WS-BK-TEXT
028798         MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-BK-FROM
028800         MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-BK-TO
028802         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028804         GO TO 2700-EXIT
028806     END-IF
028808     MOVE 0 TO WS-ARCH-LAST-SEQ
028810     MOVE 0 TO WS-ARCH-LAST-CHECK
028812     MOVE "N" TO WS-EOF-PREV-SWITCH
028814     PERFORM 2750-READ-PREV-LINE THRU 2750-EXIT
028816         UNTIL EOF-PREV
028818     CLOSE PREV-AUDIT-FILE
028820     IF WS-ARCH-LAST-SEQ NOT = AUDIT-ANCH-SEQ-NUMBER
028822         OR WS-ARCH-LAST-CHECK NOT = AUDIT-ANCH-CHAIN-CHECK
028824         MOVE "ANCLA NO CUADRA" TO WS-BK-TEXT
028826         MOVE WS-ARCH-LAST-SEQ TO WS-BK-FROM
028828         MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-BK-TO
028830         PERFORM 5000-WRITE-BREAK THRU 5000-EXIT
028832     END-IF.
028834 2700-EXIT.
028836     EXIT.
028838
028840 2750-READ-PREV-LINE.
028842     READ PREV-AUDIT-FILE
028844         AT END
028846             MOVE "Y" TO WS-EOF-PREV-SWITCH
028848         NOT AT END
028850             IF PREV-SEQ-NUMBER NUMERIC
028852                 AND PREV-CHAIN-CHECK NUMERIC
028854                 MOVE PREV-SEQ-NUMBER TO WS-ARCH-LAST-SEQ
028856                 MOVE PREV-CHAIN-CHECK TO WS-ARCH-LAST-CHECK
028858             END-IF
028860     END-READ.
028862 2750-EXIT.
028864     EXIT.
028866
028900******************************************************************
029000* 3000-CHECK-TRUNCATION - A TRAIL CUT BACK TO AN EARLIER POINT
029100* IS INTERNALLY CONSISTENT, SO ONLY THE LAST RUN'S HIGH-WATER
032700     MOVE "RUPTURAS                : " TO WS-CT-LABEL
032800     MOVE WS-BREAK-COUNT TO WS-CT-VALUE
032900     WRITE VERIF-RPT-RECORD FROM WS-COUNT-LINE
032901     MOVE "ANCLAS DE ARCHIVO       : " TO WS-CT-LABEL
032902     MOVE WS-ANCHOR-COUNT TO WS-CT-VALUE
032903     WRITE VERIF-RPT-RECORD FROM WS-COUNT-LINE
033000
033100     IF WS-BREAK-COUNT = 0
033200         MOVE "CADENA INTACTA" TO WS-ST-TEXT

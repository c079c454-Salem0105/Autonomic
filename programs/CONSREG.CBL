002100*                  FOUND IN MINUTES INSTEAD OF EYEBALLING THE RAW
002200*                  100-BYTE FEED. WITHOUT CONSREG.DAT EVERY ENTRY
002300*                  LISTS
002301* 10/15/2026 DRO   CONSREG.DAT TAKES AN OPTIONAL PERIOD (YYYYMM)
002302*                  AFTER THE AMOUNT RANGE: WITH IT THE INQUIRY
002303*                  RUNS OVER THAT PERIOD'S ARCHIVE
002304*                  NUM-REG.Pyyyymm.DAT WRITTEN BY ARCHIVA-PER
002305*                  INSTEAD OF NUM-REG.DAT. THE REGISTER IS OPENED
002306*                  ONCE THE REQUEST IS READ
002307* 10/15/2026 DRO   NUM-REG.DAT NOW KEEPS EVERY DAY OF THE OPEN
002308*                  PERIODS AND EACH LINE CARRIES ITS RUN DATE
002309*                  (COPY NUMREG, NOW 59 BYTES); THE DETAIL LINE
002310*                  SHOWS IT, BLANK FOR A LINE WRITTEN BEFORE THE
002311*                  DATE WAS ADDED
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CONSREG-STATUS.
003200
003300     SELECT NUMREG-FILE ASSIGN USING WS-NUMREG-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-NUMREG-STATUS.
003600
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CONSREG-FILE
004400     RECORD CONTAINS 44 CHARACTERS.
004500 01  CONSREG-RECORD.
004600     05  SEL-BATCH-ID            PIC X(08).
004700     05  SEL-AMT-FROM            PIC X(15).
004800     05  SEL-AMT-TO              PIC X(15).
004801     05  SEL-PERIOD              PIC X(06).
004900
005000 FD  NUMREG-FILE
005100     RECORD CONTAINS 59 CHARACTERS.
005200 01  NUMREG-RECORD               PIC X(59).
005300
005400 FD  CONSREG-RPT-FILE
005500     RECORD CONTAINS 132 CHARACTERS.
007800     05  WS-REQ-BATCH             PIC X(08).
007900     05  WS-REQ-AMT-FROM          PIC X(15).
008000     05  WS-REQ-AMT-TO            PIC X(15).
008001     05  WS-REQ-PERIOD            PIC X(06).
008002
008003 01  WS-NUMREG-NAME               PIC X(30)  VALUE SPACE.
008100
008200 77  WS-AMT-FROM                  PIC S9(09)V99 VALUE 0.
008300 77  WS-AMT-TO                    PIC S9(09)V99 VALUE 0.
009500     05  WS-HD-FROM               PIC X(15).
009600     05  FILLER                   PIC X(03)  VALUE " A ".
009700     05  WS-HD-TO                 PIC X(15).
009701     05  FILLER                   PIC X(10)  VALUE "  PERIODO ".
009702     05  WS-HD-PERIOD             PIC X(06).
009800     05  FILLER                   PIC X(39)  VALUE SPACE.
009900
010000 01  WS-COLUMN-HEADING.
010100     05  FILLER                   PIC X(10)  VALUE "LOTE".
010600     05  FILLER                   PIC X(20)  VALUE
010700         "      HASH ACUMULADO".
010800     05  FILLER                   PIC X(07)  VALUE "  TOKEN".
010810     05  FILLER                   PIC X(15)  VALUE
010820         "          FECHA".
010900     05  FILLER                   PIC X(42)  VALUE SPACE.
011000
011100 01  WS-DETAIL-LINE.
011200     05  WS-DL-BATCH              PIC X(08).
012000     05  WS-DL-RUN-HASH           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
012100     05  FILLER                   PIC X(02)  VALUE SPACE.
012200     05  WS-DL-TOKEN              PIC X(15).
012210     05  FILLER                   PIC X(02)  VALUE SPACE.
012220     05  WS-DL-DATE               PIC X(08).
012300     05  FILLER                   PIC X(39)  VALUE SPACE.
012400
012500 01  WS-TRAILER-LINE.
012600     05  FILLER                   PIC X(05)  VALUE "LOTE ".
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015200     PERFORM 1500-READ-REQUEST THRU 1500-EXIT
015201     PERFORM 1600-OPEN-REGISTER THRU 1600-EXIT
015300     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT
015500     GOBACK.
015600
015700******************************************************************
015800* 1000-INITIALIZE - OPEN THE REPORT
016100******************************************************************
016200 1000-INITIALIZE.
016300     MOVE 0 TO WS-LISTED-COUNT
016800     MOVE "N" TO WS-EOF-REG-SWITCH
016900     MOVE "N" TO WS-RANGE-SWITCH
017000
017900     OPEN OUTPUT CONSREG-RPT-FILE
018000     IF NOT CONS-RPT-OK
018100         DISPLAY "CONSULTA-REG: NO SE PUDO ABRIR "
019500     MOVE "ALL" TO WS-REQ-BATCH
019600     MOVE SPACES TO WS-REQ-AMT-FROM
019700     MOVE SPACES TO WS-REQ-AMT-TO
019701     MOVE SPACES TO WS-REQ-PERIOD
019800
019900     OPEN INPUT CONSREG-FILE
020000     IF CONSREG-MISSING
021300                     MOVE SEL-BATCH-ID TO WS-REQ-BATCH
021400                     MOVE SEL-AMT-FROM TO WS-REQ-AMT-FROM
021500                     MOVE SEL-AMT-TO TO WS-REQ-AMT-TO
021501                     MOVE SEL-PERIOD TO WS-REQ-PERIOD
021600             END-READ
021700             CLOSE CONSREG-FILE
021800         END-IF
022100     IF WS-REQ-BATCH = SPACE
022200         MOVE "ALL" TO WS-REQ-BATCH
022300     END-IF
022301     IF WS-REQ-PERIOD NOT = SPACE
022302         AND WS-REQ-PERIOD NOT NUMERIC
022303         DISPLAY "CONSULTA-REG: PERIODO ILEGIBLE: " WS-REQ-PERIOD
022304         MOVE 8 TO RETURN-CODE
022305         MOVE "Y" TO WS-EOF-REG-SWITCH
022306         GO TO 1500-EXIT
022307     END-IF
022400
022500     IF WS-REQ-AMT-FROM NOT = SPACE
022600         OR WS-REQ-AMT-TO NOT = SPACE
025000         MOVE WS-REQ-BATCH TO WS-HD-BATCH
025100         MOVE WS-REQ-AMT-FROM TO WS-HD-FROM
025200         MOVE WS-REQ-AMT-TO TO WS-HD-TO
025201         IF WS-REQ-PERIOD = SPACE
025202             MOVE "VIVO" TO WS-HD-PERIOD
025203         ELSE
025204             MOVE WS-REQ-PERIOD TO WS-HD-PERIOD
025205         END-IF
025300         WRITE CONSREG-RPT-RECORD FROM WS-HEADING-LINE
025400         WRITE CONSREG-RPT-RECORD FROM WS-COLUMN-HEADING
025500     END-IF.
025600 1500-EXIT.
025700     EXIT.
025701
025702******************************************************************
025703* 1600-OPEN-REGISTER - NUM-REG.DAT, OR THE ARCHIVE OF THE PERIOD
025704* THE REQUEST NAMES. NO LIVE REGISTER MEANS SUMA-CADENA HAS NOT
025705* RUN SINCE THE REGISTER WAS ADDED, WHICH IS ITS OWN HOLD; A
025706* REQUEST THAT DID NOT EDIT LEAVES IT SHUT
025707******************************************************************
025708 1600-OPEN-REGISTER.
025709     IF EOF-NUMREG
025710         GO TO 1600-EXIT
025711     END-IF
025712     IF WS-REQ-PERIOD = SPACE
025713         MOVE "NUM-REG.DAT" TO WS-NUMREG-NAME
025714     ELSE
025715         MOVE SPACES TO WS-NUMREG-NAME
025716         STRING "NUM-REG.P" WS-REQ-PERIOD ".DAT"
025717             DELIMITED BY SIZE INTO WS-NUMREG-NAME
025718     END-IF
025719     OPEN INPUT NUMREG-FILE
025720     IF NOT NUMREG-OK
025721         DISPLAY "CONSULTA-REG: NO SE PUDO ABRIR "
025722             WS-NUMREG-NAME ", STATUS=" WS-NUMREG-STATUS
025723         MOVE "Y" TO WS-EOF-REG-SWITCH
025724         MOVE 16 TO RETURN-CODE
025725     END-IF.
025726 1600-EXIT.
025727     EXIT.
025800
025900******************************************************************
026000* 2000-SCAN-REGISTER - ONE PASS OVER NUM-REG.DAT IN THE ORDER
033900         MOVE REG-AMOUNT TO WS-DL-AMOUNT
034000         MOVE WS-RUN-HASH TO WS-DL-RUN-HASH
034100         MOVE REG-RAW-TOKEN TO WS-DL-TOKEN
034150         MOVE REG-RUN-DATE TO WS-DL-DATE
034200         WRITE CONSREG-RPT-RECORD FROM WS-DETAIL-LINE
034300     END-IF.
034400 2300-EXIT.

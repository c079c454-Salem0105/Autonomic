002297*                  A SEQUENCE AND CHAINED CHECK AND IS 72 BYTES;
002298*                  THIS PROGRAM READS THE SAME FIELDS AS BEFORE
002299*                  AND LEAVES THE CHAIN TO VERIFICA-AUDIT
002299* 10/15/2026 DRO   A BUSINESS DAY IS NOW WHAT THE BUSINESS-DAY
002299*                  CALENDAR CALENDARIO.MST (COPY CALREC,
002299*                  MAINTAINED BY MANT-CALEND) SAYS IT IS: A BANK
002299*                  HOLIDAY WITH NO RUN IS NOT A "SIN CORRIDA", A
002299*                  HALF DAY OR A WORKING SATURDAY IS A BUSINESS
002299*                  DAY. DATES NOT ON THE CALENDAR, OR NO
002299*                  CALENDAR AT ALL, KEEP THE MONDAY-TO-FRIDAY
002299*                  MOD-7 RULE
002299* 10/15/2026 DRO   CONSULTA.DAT TAKES AN OPTIONAL PERIOD (YYYYMM)
002299*                  AFTER THE OPERATOR: WITH IT THE INQUIRY RUNS
002299*                  OVER THAT PERIOD'S ARCHIVE AUDIT.Pyyyymm.DAT
002299*                  WRITTEN BY ARCHIVA-PER INSTEAD OF AUDIT.DAT.
002299*                  THE TRAIL IS OPENED ONCE THE REQUEST IS READ.
002299*                  ARCHIVA-PER'S ANCHOR LINE IS NOT A RUN AND IS
002299*                  PASSED OVER; ON THE LIVE TRAIL IT ALSO WARNS
002299*                  WHEN THE RANGE ASKED FOR REACHES BACK INTO AN
002299*                  ARCHIVED PERIOD
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CONSULTA-STATUS.
003100
003200     SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-AUDIT-STATUS.
003500
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CONS-RPT-STATUS.
003900
003910     SELECT CALEND-FILE ASSIGN TO "CALENDARIO.MST"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS CAL-KEY
003950         FILE STATUS IS WS-CALEND-STATUS.
003960
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CONSULTA-FILE
004300     RECORD CONTAINS 43 CHARACTERS.
004400 01  CONSULTA-RECORD.
004500     05  SEL-FROM-DATE           PIC X(08).
004600     05  SEL-TO-DATE             PIC X(08).
004700     05  SEL-PROGRAM             PIC X(13).
004800     05  SEL-OPERATOR            PIC X(08).
004801     05  SEL-PERIOD              PIC X(06).
004900
005000 FD  AUDIT-FILE
005100     RECORD CONTAINS 72 CHARACTERS.
005400 FD  CONSULTA-RPT-FILE
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  CONSULTA-RPT-RECORD         PIC X(132).
005610
005620 FD  CALEND-FILE
005630     RECORD CONTAINS 55 CHARACTERS.
005640     COPY CALREC.
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-CONSULTA-STATUS           PIC X(02).
006500
006600 01  WS-CONS-RPT-STATUS           PIC X(02).
006700     88  CONS-RPT-OK                         VALUE "00".
006710
006720 01  WS-CALEND-STATUS             PIC X(02).
006730     88  CALEND-OK                           VALUE "00".
006740     88  CALEND-MISSING                      VALUE "35" "05".
006800
006900 01  WS-SWITCHES.
007000     05  WS-EOF-AUDIT-SWITCH      PIC X(01)  VALUE "N".
007100         88  EOF-AUDIT                       VALUE "Y".
007110     05  WS-CALEND-SWITCH         PIC X(01)  VALUE "N".
007120         88  CALENDAR-PRESENT                VALUE "Y".
007130     05  WS-BUSINESS-SWITCH       PIC X(01)  VALUE "N".
007140         88  BUSINESS-DAY                    VALUE "Y".
007200
007300 01  WS-TODAY                     PIC X(08).
007301 01  WS-AUDIT-NAME                PIC X(30)  VALUE SPACE.
007400 01  WS-REQUEST.
007500     05  WS-REQ-FROM              PIC X(08).
007600     05  WS-REQ-TO                PIC X(08).
007700     05  WS-REQ-PROGRAM           PIC X(13).
007800     05  WS-REQ-OPERATOR          PIC X(08).
007801     05  WS-REQ-PERIOD            PIC X(06).
007900
008000 77  WS-DATE-NUM                  PIC 9(08)  VALUE 0.
008100 77  WS-FROM-INT                  PIC 9(08) COMP VALUE 0.
010500     05  FILLER                   PIC X(10)  VALUE "  OPERADOR".
010600     05  FILLER                   PIC X(01)  VALUE SPACE.
010700     05  WS-HD-OPERATOR           PIC X(08).
010701     05  FILLER                   PIC X(09)  VALUE "  PERIODO".
010702     05  FILLER                   PIC X(01)  VALUE SPACE.
010703     05  WS-HD-PERIOD             PIC X(06).
010800     05  FILLER                   PIC X(28)  VALUE SPACE.
010900
011000 01  WS-MATCH-LINE.
011100     05  WS-ML-DATE               PIC X(08).
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     PERFORM 1500-READ-REQUEST THRU 1500-EXIT
014001     PERFORM 1600-OPEN-TRAIL THRU 1600-EXIT
014100     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT
014200     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT
014400     GOBACK.
014500
014600******************************************************************
014700* 1000-INITIALIZE - OPEN THE REPORT
014800******************************************************************
014900 1000-INITIALIZE.
015000     MOVE 0 TO WS-MATCH-COUNT
015300     MOVE ZEROS TO WS-DAY-TABLE
015400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
015500
016400     OPEN OUTPUT CONSULTA-RPT-FILE
016500     IF NOT CONS-RPT-OK
016600         DISPLAY "CONSULTA-AUDIT: NO SE PUDO ABRIR "
016700             "CONSULTA-RPT.DAT, STATUS=" WS-CONS-RPT-STATUS
016800         MOVE 16 TO RETURN-CODE
016900     END-IF
016910
016920*    NO CALENDARIO.MST MEANS NO HOLIDAYS HAVE BEEN PUNCHED - THE
016930*    MONDAY-TO-FRIDAY RULE STANDS FOR EVERY DAY IN THE RANGE
016940     MOVE "N" TO WS-CALEND-SWITCH
016950     OPEN INPUT CALEND-FILE
016960     IF CALEND-OK
016970         MOVE "Y" TO WS-CALEND-SWITCH
016980     ELSE
016990         IF NOT CALEND-MISSING
016991             DISPLAY "CONSULTA-AUDIT: NO SE PUDO ABRIR "
016992                 "CALENDARIO.MST, STATUS=" WS-CALEND-STATUS
016993             MOVE 16 TO RETURN-CODE
016994         END-IF
016995     END-IF.
017000 1000-EXIT.
017100     EXIT.
017200
018200     MOVE WS-TODAY TO WS-REQ-TO
018300     MOVE "ALL" TO WS-REQ-PROGRAM
018400     MOVE "ALL" TO WS-REQ-OPERATOR
018401     MOVE SPACES TO WS-REQ-PERIOD
018500
018600     OPEN INPUT CONSULTA-FILE
018700     IF CONSULTA-MISSING
020200                     MOVE SEL-TO-DATE TO WS-REQ-TO
020300                     MOVE SEL-PROGRAM TO WS-REQ-PROGRAM
020400                     MOVE SEL-OPERATOR TO WS-REQ-OPERATOR
020401                     MOVE SEL-PERIOD TO WS-REQ-PERIOD
020500             END-READ
020600             CLOSE CONSULTA-FILE
020700         END-IF
021300     IF WS-REQ-OPERATOR = SPACE
021400         MOVE "ALL" TO WS-REQ-OPERATOR
021500     END-IF
021501     IF WS-REQ-PERIOD NOT = SPACE
021502         AND WS-REQ-PERIOD NOT NUMERIC
021503         DISPLAY "CONSULTA-AUDIT: PERIODO ILEGIBLE: "
021504             WS-REQ-PERIOD
021505         MOVE 8 TO RETURN-CODE
021506         MOVE "Y" TO WS-EOF-AUDIT-SWITCH
021507         GO TO 1500-EXIT
021508     END-IF
021600
021700     IF WS-REQ-FROM NOT NUMERIC OR WS-REQ-TO NOT NUMERIC
021800         DISPLAY "CONSULTA-AUDIT: RANGO DE FECHAS ILEGIBLE: "
024700         MOVE WS-REQ-TO TO WS-HD-TO
024800         MOVE WS-REQ-PROGRAM TO WS-HD-PROGRAM
024900         MOVE WS-REQ-OPERATOR TO WS-HD-OPERATOR
024901         IF WS-REQ-PERIOD = SPACE
024902             MOVE "VIVO" TO WS-HD-PERIOD
024903         ELSE
024904             MOVE WS-REQ-PERIOD TO WS-HD-PERIOD
024905         END-IF
025000         WRITE CONSULTA-RPT-RECORD FROM WS-HEADING-LINE
025100         MOVE SPACES TO CONSULTA-RPT-RECORD
025200         WRITE CONSULTA-RPT-RECORD
025300     END-IF.
025400 1500-EXIT.
025500     EXIT.
025501
025502******************************************************************
025503* 1600-OPEN-TRAIL - AUDIT.DAT, OR THE ARCHIVE OF THE PERIOD THE
025504* REQUEST NAMES. A REQUEST THAT DID NOT EDIT LEAVES IT SHUT
025505******************************************************************
025506 1600-OPEN-TRAIL.
025507     IF EOF-AUDIT
025508         GO TO 1600-EXIT
025509     END-IF
025510     IF WS-REQ-PERIOD = SPACE
025511         MOVE "AUDIT.DAT" TO WS-AUDIT-NAME
025512     ELSE
025513         MOVE SPACES TO WS-AUDIT-NAME
025514         STRING "AUDIT.P" WS-REQ-PERIOD ".DAT"
025515             DELIMITED BY SIZE INTO WS-AUDIT-NAME
025516     END-IF
025517     OPEN INPUT AUDIT-FILE
025518     IF NOT AUDIT-OK
025519         DISPLAY "CONSULTA-AUDIT: NO SE PUDO ABRIR "
025520             WS-AUDIT-NAME ", STATUS=" WS-AUDIT-STATUS
025521         MOVE "Y" TO WS-EOF-AUDIT-SWITCH
025522         MOVE 16 TO RETURN-CODE
025523     END-IF.
025524 1600-EXIT.
025525     EXIT.
025600
025700******************************************************************
025800* 2000-SCAN-AUDIT - ONE PASS OVER AUDIT.DAT: PRINT THE RUNS THE
027700     EXIT.
027800
027900 2200-SELECT-ONE-LINE.
027901     IF AUDIT-ANCHOR-LINE
027902         PERFORM 2300-NOTE-ANCHOR THRU 2300-EXIT
027903         GO TO 2200-NEXT
027904     END-IF
028000     IF AUDIT-RUN-DATE NOT NUMERIC
028050         OR AUDIT-ENTRY-COUNT NOT NUMERIC
028060         OR AUDIT-GRAND-TOTAL NOT NUMERIC
031300     PERFORM 2100-READ-AUDIT-LINE THRU 2100-EXIT.
031400 2200-EXIT.
031500     EXIT.
031501
031502******************************************************************
031503* 2300-NOTE-ANCHOR - THE LIVE TRAIL STARTS AFTER THE PERIOD ITS
031504* ANCHOR NAMES. A RANGE THAT BEGINS IN OR BEFORE THAT PERIOD WILL
031505* SHOW THE ARCHIVED DAYS AS MISSED RUNS, SO SAY WHERE THEY WENT
031506******************************************************************
031507 2300-NOTE-ANCHOR.
031508     IF WS-REQ-PERIOD NOT = SPACE
031509         GO TO 2300-EXIT
031510     END-IF
031511     IF WS-REQ-FROM (1:6) > AUDIT-ANCH-PERIOD
031512         GO TO 2300-EXIT
031513     END-IF
031514     DISPLAY "CONSULTA-AUDIT: LINEAS HASTA EL PERIODO "
031515         AUDIT-ANCH-PERIOD " ARCHIVADAS, PEDIR POR PERIODO"
031516     IF CONS-RPT-OK
031517         MOVE SPACES TO WS-SC-TEXT
031518         STRING "ARCHIVADO HASTA " AUDIT-ANCH-PERIOD
031519             " - PEDIR PERIODO" DELIMITED BY SIZE
031520             INTO WS-SC-TEXT
031521         WRITE CONSULTA-RPT-RECORD FROM WS-SECTION-LINE
031522     END-IF.
031523 2300-EXIT.
031524     EXIT.
031600
031700******************************************************************
031800* 2400-COUNT-FOR-EXCEPTIONS - BUMP THE DAY TABLE SLOT FOR A
034100
034200******************************************************************
034300* 4000-PRINT-EXCEPTIONS - WALK EVERY DAY IN THE RANGE: NO RUN
034400* LOGGED FOR A CHAIN PROGRAM ON A BUSINESS DAY (PER THE
034500* CALENDAR) IS A MISSED OR HALF-COMPLETED RUN; MORE THAN ONE RUN
034550* ON ANY DAY, WEEKENDS INCLUDED, IS A DOUBLE RUN
034600******************************************************************
034700 4000-PRINT-EXCEPTIONS.
036900     COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT 7)
037300     COMPUTE WS-DATE-NUM =
037400         FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
037450     PERFORM 4150-CHECK-BUSINESS-DAY THRU 4150-EXIT
037500     SET DAY-IDX TO WS-DAY-SLOT
037600
037700     MOVE "SUMA-CADENA" TO WS-EX-PROGRAM
038300     PERFORM 4300-REPORT-CALC-COUNT THRU 4300-EXIT.
038400 4100-EXIT.
038500     EXIT.
038510
038520******************************************************************
038530* 4150-CHECK-BUSINESS-DAY - THE CALENDAR DECIDES FIRST: A BANK
038540* HOLIDAY IS NOT A BUSINESS DAY, A BUSINESS DAY OR HALF DAY IS.
038550* A DATE NOT ON THE CALENDAR FALLS BACK TO MOD 7 OF THE INTEGER
038560* DATE: 1 = MONDAY ... 5 = FRIDAY
038570******************************************************************
038580 4150-CHECK-BUSINESS-DAY.
038581     IF WS-DOW > 0 AND WS-DOW < 6
038582         MOVE "Y" TO WS-BUSINESS-SWITCH
038583     ELSE
038584         MOVE "N" TO WS-BUSINESS-SWITCH
038585     END-IF
038586     IF NOT CALENDAR-PRESENT
038587         GO TO 4150-EXIT
038588     END-IF
038589     MOVE WS-DATE-NUM TO CAL-DATE
038590     READ CALEND-FILE
038591         INVALID KEY
038592             CONTINUE
038593         NOT INVALID KEY
038594             IF CAL-BANK-HOLIDAY
038595                 MOVE "N" TO WS-BUSINESS-SWITCH
038596             ELSE
038597                 MOVE "Y" TO WS-BUSINESS-SWITCH
038598             END-IF
038599     END-READ.
038600 4150-EXIT.
038601     EXIT.
038600
038610******************************************************************
038620* 4200/4300 - A MISSED RUN (SIN CORRIDA) ONLY COUNTS ON A
038630* BUSINESS DAY (4150 ABOVE), BUT A DOUBLE RUN IS AN
038640* EXCEPTION WHATEVER DAY IT HAPPENED ON - A WEEKEND RERUN IS
038650* EXACTLY WHAT THE OPERATIONS REVIEW NEEDS TO SEE
038660******************************************************************
038700 4200-REPORT-SUMA-COUNT.
038800     IF WS-DAY-SUMA-CNT (DAY-IDX) = 0
038850         AND BUSINESS-DAY
038900         MOVE "SIN CORRIDA" TO WS-EX-TEXT
039000         PERFORM 4400-WRITE-EXCEPTION THRU 4400-EXIT
039100     END-IF
039800
039900 4300-REPORT-CALC-COUNT.
040000     IF WS-DAY-CALC-CNT (DAY-IDX) = 0
040050         AND BUSINESS-DAY
040100         MOVE "SIN CORRIDA" TO WS-EX-TEXT
040200         PERFORM 4400-WRITE-EXCEPTION THRU 4400-EXIT
040300     END-IF
042700 9000-TERMINATE.
042800     CLOSE AUDIT-FILE
042900     CLOSE CONSULTA-RPT-FILE
042910     IF CALENDAR-PRESENT
042920         CLOSE CALEND-FILE
042930     END-IF
043000     DISPLAY "CONSULTA-AUDIT: CORRIDAS SELECCIONADAS: "
043100         WS-MATCH-COUNT
043200     DISPLAY "CONSULTA-AUDIT: EXCEPCIONES           : "

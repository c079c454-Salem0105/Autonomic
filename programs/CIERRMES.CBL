002920*                  A SEQUENCE AND CHAINED CHECK AND IS 72 BYTES;
002930*                  THE CROSS-FOOT READS THE SAME FIELDS AS
002940*                  BEFORE AND LEAVES THE CHAIN TO VERIFICA-AUDIT
002950* 10/15/2026 DRO   THE BUSINESS DAYS OF THE MONTH NOW COME FROM
002960*                  THE BUSINESS-DAY CALENDAR CALENDARIO.MST (COPY
002970*                  CALREC, MAINTAINED BY MANT-CALEND): A BANK
002980*                  HOLIDAY IS NOT A GAP IN THE CLOSE, A HALF DAY
002985*                  OR A WORKING SATURDAY MUST HAVE ITS RUNS.
002990*                  DATES NOT ON THE CALENDAR, OR NO CALENDAR AT
002995*                  ALL, KEEP THE MONDAY-TO-FRIDAY MOD-7 RULE
002996* 10/15/2026 DRO   BATCH REVERSALS POSTED BY REVERSA-LOTE UNDER
002997*                  THEIR OWN HISTORIA.MST KEY NOW COUNT IN THE
002998*                  MONTH ACTIVITY, ON ANY DAY OF THE MONTH, AND
002999*                  EACH DAY'S REVERSAL TOTAL MUST CROSS-FOOT TO
002999*                  THE SUM OF THAT DAY'S REVERSA-LOTE AUDIT LINES
003000* 10/15/2026 DRO   REOPENING A CLOSED MONTH IS UNDER DUAL CONTROL
003001*                  (COPY PENDREC): THE FIRST REOPEN FILES A
003002*                  REQUEST ON PENDIENTE.MST AND LEAVES THE
003003*                  PERIOD CLOSED WITH RETURN-CODE 4. PERBAL.MST
003004*                  IS REOPENED ONLY WHEN THE SAME CARD IS RUN
003005*                  AGAIN AFTER A SECOND OPERATOR HAS APPROVED IT
003006*                  IN APRUEBA-PEND
003006* 10/15/2026 DRO   A MONTH ARCHIVA-PER HAS ALREADY ARCHIVED HAS
003006*                  ITS AUDIT LINES IN AUDIT.Pyyyymm.DAT, NOT IN
003006*                  AUDIT.DAT. THE CROSS-FOOT NOW READS THAT
003006*                  ARCHIVE FIRST WHEN IT EXISTS AND THEN THE LIVE
003006*                  TRAIL, SO A REOPENED ARCHIVED MONTH CLOSES
003006*                  AGAIN
003007******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004200         RECORD KEY IS HIST-KEY
004300         FILE STATUS IS WS-HISTORIA-STATUS.
004400
004500     SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CIERRE-LOG-STATUS.
006200
006210     SELECT CALEND-FILE ASSIGN TO "CALENDARIO.MST"
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS RANDOM
006240         RECORD KEY IS CAL-KEY
006250         FILE STATUS IS WS-CALEND-STATUS.
006251
006252     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
006253         ORGANIZATION IS INDEXED
006254         ACCESS MODE IS DYNAMIC
006255         RECORD KEY IS PEND-KEY
006256         FILE STATUS IS WS-PEND-STATUS.
006257
006258     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
006259         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS IS WS-AUTH-STATUS.
006261
006262     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
006263         ORGANIZATION IS LINE SEQUENTIAL
006264         FILE STATUS IS WS-APROB-LOG-STATUS.
006265
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PERIODO-FILE
009500     05  CLOG-ACTION             PIC X(01).
009600     05  CLOG-SUPERVISOR         PIC X(08).
009700     05  CLOG-RESULT             PIC X(20).
009710
009720 FD  CALEND-FILE
009730     RECORD CONTAINS 55 CHARACTERS.
009740     COPY CALREC.
009744
009748 FD  PEND-FILE
009752     RECORD CONTAINS 211 CHARACTERS.
009756     COPY PENDREC.
009760
009764 FD  AUTH-FILE
009768     RECORD CONTAINS 11 CHARACTERS.
009772     COPY AUTORREC.
009776
009780 FD  APROB-LOG-FILE
009784     RECORD CONTAINS 69 CHARACTERS.
009788     COPY APROBLOG.
009800
009900 WORKING-STORAGE SECTION.
010000 01  WS-PERIODO-STATUS            PIC X(02).
010600
010700 01  WS-AUDIT-STATUS              PIC X(02).
010800     88  AUDIT-OK                            VALUE "00".
010850     88  AUDIT-MISSING                       VALUE "35" "05".
010900
011000 01  WS-PERBAL-STATUS             PIC X(02).
011100     88  PERBAL-OK                           VALUE "00".
011900 01  WS-CIERRE-LOG-STATUS         PIC X(02).
012000     88  CIERRE-LOG-OK                       VALUE "00".
012100     88  CIERRE-LOG-MISSING                  VALUE "35" "05".
012110
012120 01  WS-CALEND-STATUS             PIC X(02).
012130     88  CALEND-OK                           VALUE "00".
012140     88  CALEND-MISSING                      VALUE "35" "05".
012144
012148 01  WS-PEND-STATUS               PIC X(02).
012152     88  PEND-OK                             VALUE "00".
012156     88  PEND-MISSING                        VALUE "35" "05".
012160
012164 01  WS-AUTH-STATUS               PIC X(02).
012168     88  AUTH-OK                             VALUE "00".
012172
012176 01  WS-APROB-LOG-STATUS          PIC X(02).
012180     88  APROB-LOG-OK                        VALUE "00".
012184     88  APROB-LOG-MISSING                   VALUE "35" "05".
012200
012300 01  WS-SWITCHES.
012400     05  WS-REQUEST-SWITCH        PIC X(01)  VALUE "N".
012700         88  EOF-AUDIT                       VALUE "Y".
012800     05  WS-PB-FOUND-SWITCH       PIC X(01)  VALUE "N".
012900         88  PERBAL-ON-FILE                  VALUE "Y".
012910     05  WS-CALEND-SWITCH         PIC X(01)  VALUE "N".
012920         88  CALENDAR-PRESENT                VALUE "Y".
012930     05  WS-BUSINESS-SWITCH       PIC X(01)  VALUE "N".
012940         88  BUSINESS-DAY                    VALUE "Y".
013000
013100 01  WS-TODAY                     PIC X(08).
013200 01  WS-OPERATOR                  PIC X(08).
013205 01  WS-AUDIT-NAME                PIC X(30)  VALUE SPACE.
013210
013220 01  WS-REQUEST.
013230     05  WS-REQ-PERIOD            PIC X(06).
015300 77  WS-OPENING-BAL               PIC S9(13)V99 VALUE 0.
015400 77  WS-CLOSING-BAL               PIC S9(13)V99 VALUE 0.
015500 77  WS-AUD-DAY                   PIC 9(02)  VALUE 0.
015503
015506*    DUAL CONTROL (COPY PENDREC): THIS PROGRAM'S KIND OF REQUEST,
015509*    THE TARGET AND TRANSACTION IMAGE OF THE REOPENING
015512*    IN HAND, AND WHAT 6000-DUAL-CONTROL DECIDED FOR IT
015515 01  WS-DUAL-CONTROL.
015518     05  WS-DC-KIND               PIC X(01)  VALUE "R".
015521     05  WS-DC-TARGET             PIC X(20).
015524     05  WS-DC-IMAGE              PIC X(100).
015527     05  WS-DC-LAST-SEQ           PIC 9(03).
015530     05  WS-DC-HIT-KEY            PIC X(24).
015533     05  WS-DC-RESULT             PIC X(01)  VALUE SPACE.
015536         88  DC-APPLY                        VALUE "A".
015539         88  DC-HELD                         VALUE "H".
015542         88  DC-REFUSED                      VALUE "N".
015545     05  WS-DC-REASON             PIC X(20).
015548     05  WS-DC-APPROVED-SWITCH    PIC X(01)  VALUE "N".
015551         88  DC-APPROVED-FOUND               VALUE "Y".
015554     05  WS-DC-WAITING-SWITCH     PIC X(01)  VALUE "N".
015557         88  DC-WAITING-FOUND                VALUE "Y".
015560     05  WS-MAY-REQUEST-SWITCH    PIC X(01)  VALUE "N".
015563         88  MAY-REQUEST                     VALUE "Y".
015566     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
015569         88  PEND-FILE-OPEN                  VALUE "Y".
015572     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
015575         88  EOF-PEND                        VALUE "Y".
015578     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
015581         88  EOF-AUTH                        VALUE "Y".
015600
015700 01  WS-DAY-TABLE.
015800     05  WS-DAY-ENTRY OCCURS 31 TIMES
016400         10  WS-DT-AUD-SUMA-SW   PIC X(01).
016500         10  WS-DT-AUD-CALC      PIC S9(09)V99.
016600         10  WS-DT-AUD-CALC-SW   PIC X(01).
016610         10  WS-DT-HIST-REV      PIC S9(09)V99.
016620         10  WS-DT-HIST-REV-SW   PIC X(01).
016630         10  WS-DT-AUD-REV       PIC S9(09)V99.
016640         10  WS-DT-AUD-REV-SW    PIC X(01).
016700
016800 01  WS-HEADING-LINE.
016900     05  FILLER                   PIC X(26)  VALUE
028370     MOVE 0 TO WS-DT-AUD-SUMA (DAY-IDX)
028380     MOVE "N" TO WS-DT-AUD-SUMA-SW (DAY-IDX)
028390     MOVE 0 TO WS-DT-AUD-CALC (DAY-IDX)
028392     MOVE "N" TO WS-DT-AUD-CALC-SW (DAY-IDX)
028393     MOVE 0 TO WS-DT-HIST-REV (DAY-IDX)
028393     MOVE "N" TO WS-DT-HIST-REV-SW (DAY-IDX)
028393     MOVE 0 TO WS-DT-AUD-REV (DAY-IDX)
028393     MOVE "N" TO WS-DT-AUD-REV-SW (DAY-IDX).
028394 1100-EXIT.
028396     EXIT.
028397
028398******************************************************************
028399* 1800-LOAD-AUTHORITY - MAY THE RUNNING OPERATOR FILE A REQUEST OF
028400* THIS PROGRAM'S KIND (COPY AUTORREC)? NO AUTORIZA.DAT, OR NO
028401* ENTRY FOR THE OPERATOR, MEANS NO
028402******************************************************************
028403 1800-LOAD-AUTHORITY.
028404     MOVE "N" TO WS-MAY-REQUEST-SWITCH
028405     MOVE "N" TO WS-EOF-AUTH-SWITCH
028406     OPEN INPUT AUTH-FILE
028407     IF NOT AUTH-OK
028408         GO TO 1800-EXIT
028409     END-IF
028410     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
028411         UNTIL EOF-AUTH
028412     CLOSE AUTH-FILE.
028413 1800-EXIT.
028414     EXIT.
028415
028416 1850-READ-ONE-AUTH.
028417     READ AUTH-FILE
028418         AT END
028419             MOVE "Y" TO WS-EOF-AUTH-SWITCH
028420             GO TO 1850-EXIT
028421     END-READ
028422     IF AUT-OPERATOR = WS-OPERATOR
028423         AND (AUT-KIND = WS-DC-KIND OR AUT-ALL-KINDS)
028424         AND AUT-REQUEST-ALLOWED
028425         MOVE "Y" TO WS-MAY-REQUEST-SWITCH
028426     END-IF.
028427 1850-EXIT.
028428     EXIT.
028429
028430******************************************************************
028431* 1900-OPEN-DUAL-CONTROL - OPEN THE PENDING-APPROVAL REGISTER,
028432* CREATING IT ON A FRESH SYSTEM THE WAY POST-HISTORIA CREATES
028433* HISTORIA.MST, AND THE APPEND-ONLY APPROVAL LOG
028434******************************************************************
028435 1900-OPEN-DUAL-CONTROL.
028436     OPEN I-O PEND-FILE
028437     IF PEND-MISSING
028438         OPEN OUTPUT PEND-FILE
028439         CLOSE PEND-FILE
028440         OPEN I-O PEND-FILE
028441     END-IF
028442     IF NOT PEND-OK
028443         DISPLAY "CIERRE-MES: NO SE PUDO ABRIR "
028444             "PENDIENTE.MST, STATUS=" WS-PEND-STATUS
028445         MOVE 16 TO RETURN-CODE
028446     ELSE
028447         MOVE "Y" TO WS-PEND-OPEN-SWITCH
028448     END-IF
028449
028450     OPEN EXTEND APROB-LOG-FILE
028451     IF APROB-LOG-MISSING
028452         OPEN OUTPUT APROB-LOG-FILE
028453     END-IF
028454     IF NOT APROB-LOG-OK
028455         DISPLAY "CIERRE-MES: NO SE PUDO ABRIR "
028456             "APROB-LOG.DAT, STATUS=" WS-APROB-LOG-STATUS
028457         MOVE 16 TO RETURN-CODE
028458     END-IF.
028459 1900-EXIT.
028460     EXIT.
028461
028500 2000-PROCESS-REQUEST.
028600     IF NOT REQUEST-GOOD
028700         GO TO 2000-EXIT
034500     EXIT.
034600
034700******************************************************************
034800* 3100-VERIFY-MONTH-DAYS - EVERY BUSINESS DAY (PER THE CALENDAR,
034900* THE SAME TEST CONSULTA-AUDIT USES) MUST HAVE BOTH CHAIN
035000* PROGRAMS' RECORDS ON THE HISTORY MASTER. EACH DAY'S TOTALS GO
035100* INTO THE DAY TABLE FOR THE CROSS-FOOT AND INTO THE MONTH
035200* ACTIVITY
037800         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
037900     COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-INT - WS-FIRST-INT
038000
038010*    NO CALENDARIO.MST MEANS NO HOLIDAYS HAVE BEEN PUNCHED - THE
038020*    MONDAY-TO-FRIDAY RULE STANDS FOR THE WHOLE MONTH
038030     MOVE "N" TO WS-CALEND-SWITCH
038040     OPEN INPUT CALEND-FILE
038050     IF CALEND-OK
038060         MOVE "Y" TO WS-CALEND-SWITCH
038070     ELSE
038080         IF NOT CALEND-MISSING
038090             DISPLAY "CIERRE-MES: NO SE PUDO ABRIR "
038091                 "CALENDARIO.MST, STATUS=" WS-CALEND-STATUS
038092             MOVE 16 TO RETURN-CODE
038093             ADD 1 TO WS-MISSING-COUNT
038094         END-IF
038095     END-IF
038096
038100     PERFORM 3200-VERIFY-ONE-DAY THRU 3200-EXIT
038200         VARYING WS-DAY-NUM FROM 1 BY 1
038300         UNTIL WS-DAY-NUM > WS-DAYS-IN-MONTH
038310     IF CALENDAR-PRESENT
038320         CLOSE CALEND-FILE
038330     END-IF
038400     CLOSE HISTORIA-FILE.
038500 3100-EXIT.
038600     EXIT.
038800 3200-VERIFY-ONE-DAY.
038900     COMPUTE WS-DOW = FUNCTION MOD(
039000         WS-FIRST-INT + WS-DAY-NUM - 1 7)
039400     MOVE WS-REQ-PERIOD TO WS-WD-PERIOD
039500     MOVE WS-DAY-NUM TO WS-WD-DAY
039501*    A REVERSAL CAN BE PUNCHED ON ANY DAY, BUSINESS DAY OR NOT,
039502*    AND IS NOT EXPECTED ON ANY - IT IS PICKED UP WHEN PRESENT
039503     SET DAY-IDX TO WS-DAY-NUM
039504     MOVE WS-WORK-DATE TO HIST-RUN-DATE
039505     MOVE "REVERSA-LOTE" TO HIST-PROGRAM-ID
039506     READ HISTORIA-FILE
039507         INVALID KEY
039508             CONTINUE
039509         NOT INVALID KEY
039509             MOVE HIST-GRAND-TOTAL TO WS-DT-HIST-REV (DAY-IDX)
039509             MOVE "Y" TO WS-DT-HIST-REV-SW (DAY-IDX)
039509             ADD HIST-GRAND-TOTAL TO WS-MONTH-ACTIVITY
039509     END-READ
039510     PERFORM 3210-CHECK-BUSINESS-DAY THRU 3210-EXIT
039520     IF NOT BUSINESS-DAY
039530         GO TO 3200-EXIT
039540     END-IF
039600     SET DAY-IDX TO WS-DAY-NUM
039700     ADD 1 TO WS-DAYS-VERIFIED
039800
042600     END-READ.
042700 3200-EXIT.
042800     EXIT.
042801
042802******************************************************************
042803* 3210-CHECK-BUSINESS-DAY - THE CALENDAR DECIDES FIRST: A BANK
042804* HOLIDAY IS NOT A BUSINESS DAY, A BUSINESS DAY OR HALF DAY IS.
042805* A DATE NOT ON THE CALENDAR FALLS BACK TO MOD 7: 1 = MONDAY
042806* ... 5 = FRIDAY
042807******************************************************************
042808 3210-CHECK-BUSINESS-DAY.
042809     IF WS-DOW > 0 AND WS-DOW < 6
042810         MOVE "Y" TO WS-BUSINESS-SWITCH
042811     ELSE
042812         MOVE "N" TO WS-BUSINESS-SWITCH
042813     END-IF
042814     IF NOT CALENDAR-PRESENT
042815         GO TO 3210-EXIT
042816     END-IF
042817     MOVE WS-WORK-DATE TO CAL-DATE
042818     READ CALEND-FILE
042819         INVALID KEY
042820             CONTINUE
042821         NOT INVALID KEY
042822             IF CAL-BANK-HOLIDAY
042823                 MOVE "N" TO WS-BUSINESS-SWITCH
042824             ELSE
042825                 MOVE "Y" TO WS-BUSINESS-SWITCH
042826             END-IF
042827     END-READ.
042828 3210-EXIT.
042829     EXIT.
042810
042820 3250-WRITE-EXCEPTION.
042830     WRITE CIERRE-RPT-RECORD FROM WS-EXCEP-LINE.
043200* TRAIL KEEPING THE LAST LINE PER DAY PER CHAIN PROGRAM FOR THE
043300* MONTH BEING CLOSED - THE SAME LAST-LINE-STANDS RULE
043400* CONCILIA-PARES USES. ILLEGIBLE OLD-FORMAT LINES ARE IGNORED
043500* THE WAY CONSULTA-AUDIT IGNORES THEM. A MONTH ARCHIVA-PER HAS
043510* ARCHIVED IS READ FROM ITS ARCHIVE AUDIT.Pyyyymm.DAT FIRST, THEN
043520* FROM THE LIVE TRAIL, SO ANY LATER LIVE LINE STILL STANDS; NO
043530* ARCHIVE MEANS THE MONTH IS STILL WHOLLY ON AUDIT.DAT
043600******************************************************************
043700 3300-SCAN-AUDIT-MONTH.
043710     MOVE SPACES TO WS-AUDIT-NAME
043720     STRING "AUDIT.P" WS-REQ-PERIOD ".DAT"
043730         DELIMITED BY SIZE INTO WS-AUDIT-NAME
043740     OPEN INPUT AUDIT-FILE
043750     IF AUDIT-OK
043760         MOVE "N" TO WS-EOF-AUDIT-SWITCH
043770         PERFORM 3310-READ-AUDIT-LINE THRU 3310-EXIT
043780         PERFORM 3320-NOTE-AUDIT-LINE THRU 3320-EXIT
043790             UNTIL EOF-AUDIT
043791         CLOSE AUDIT-FILE
043792     ELSE
043793         IF NOT AUDIT-MISSING
043794             DISPLAY "CIERRE-MES: NO SE PUDO ABRIR "
043795                 WS-AUDIT-NAME ", STATUS=" WS-AUDIT-STATUS
043796             MOVE 16 TO RETURN-CODE
043797             ADD 1 TO WS-CROSS-BAD-COUNT
043798             GO TO 3300-EXIT
043799         END-IF
043799     END-IF
043799     MOVE "AUDIT.DAT" TO WS-AUDIT-NAME
043800     OPEN INPUT AUDIT-FILE
043900     IF NOT AUDIT-OK
044000         DISPLAY "CIERRE-MES: NO SE PUDO ABRIR AUDIT.DAT, "
044300         ADD 1 TO WS-CROSS-BAD-COUNT
044400         GO TO 3300-EXIT
044500     END-IF
044550     MOVE "N" TO WS-EOF-AUDIT-SWITCH
044600     PERFORM 3310-READ-AUDIT-LINE THRU 3310-EXIT
044700     PERFORM 3320-NOTE-AUDIT-LINE THRU 3320-EXIT
044800         UNTIL EOF-AUDIT
047800     IF AUDIT-PROGRAM-ID = "CALCULAR-SUMA"
047900         MOVE AUDIT-GRAND-TOTAL TO WS-DT-AUD-CALC (DAY-IDX)
048000         MOVE "Y" TO WS-DT-AUD-CALC-SW (DAY-IDX)
048010     END-IF
048020*    EVERY REVERSAL LEAVES ITS OWN LINE, SO THE DAY'S LINES ADD UP
048030     IF AUDIT-PROGRAM-ID = "REVERSA-LOTE"
048040         ADD AUDIT-GRAND-TOTAL TO WS-DT-AUD-REV (DAY-IDX)
048050         MOVE "Y" TO WS-DT-AUD-REV-SW (DAY-IDX)
048100     END-IF.
048200 3320-NEXT.
048300     PERFORM 3310-READ-AUDIT-LINE THRU 3310-EXIT.
049900
050000 3410-CROSS-FOOT-ONE-DAY.
050100     SET DAY-IDX TO WS-DAY-NUM
050500     MOVE WS-REQ-PERIOD TO WS-WD-PERIOD
050600     MOVE WS-DAY-NUM TO WS-WD-DAY
050610     IF WS-DT-HIST-REV-SW (DAY-IDX) = "Y"
050620         OR WS-DT-AUD-REV-SW (DAY-IDX) = "Y"
050630         IF WS-DT-HIST-REV-SW (DAY-IDX) NOT = "Y"
050640             OR WS-DT-AUD-REV-SW (DAY-IDX) NOT = "Y"
050650             OR WS-DT-AUD-REV (DAY-IDX)
050660                 NOT = WS-DT-HIST-REV (DAY-IDX)
050670             ADD 1 TO WS-CROSS-BAD-COUNT
050680             MOVE WS-WORK-DATE TO WS-EX-DATE
050690             MOVE "REVERSA-LOTE" TO WS-EX-PROGRAM
050691             MOVE "NO CRUZA CON AUDIT" TO WS-EX-TEXT
050692             WRITE CIERRE-RPT-RECORD FROM WS-EXCEP-LINE
050693         END-IF
050694     END-IF
050695     IF WS-DT-HIST-SEEN (DAY-IDX) NOT = "Y"
050696         GO TO 3410-EXIT
050697     END-IF
050700     IF WS-DT-AUD-SUMA-SW (DAY-IDX) NOT = "Y"
050800         OR WS-DT-AUD-SUMA (DAY-IDX)
050900             NOT = WS-DT-HIST-SUMA (DAY-IDX)
060500 3700-EXIT.
060600     EXIT.
060700
060701******************************************************************
060702* 6000-DUAL-CONTROL - AN ACTION UNDER DUAL CONTROL TAKES EFFECT
060703* ONLY AGAINST AN APPROVED REQUEST FOR THE VERY SAME TRANSACTION
060704* IMAGE ON PENDIENTE.MST. THE REQUESTS FILED UNDER THE TARGET ARE
060705* READ IN SEQUENCE: AN APPROVED ONE LETS THE ACTION THROUGH
060706* (6500 MARKS IT APPLIED ONCE THE ACTION HAS TAKEN), ONE STILL
060707* WAITING HOLDS IT AGAIN, AND WITH NEITHER A NEW REQUEST IS FILED
060708* FOR A SECOND OPERATOR TO DECIDE IN APRUEBA-PEND. THE CALLER SETS
060709* WS-DC-TARGET AND WS-DC-IMAGE AND ACTS ON WS-DC-RESULT
060710******************************************************************
060711 6000-DUAL-CONTROL.
060712     MOVE "N" TO WS-DC-RESULT
060713     MOVE "N" TO WS-DC-APPROVED-SWITCH
060714     MOVE "N" TO WS-DC-WAITING-SWITCH
060715     MOVE 0 TO WS-DC-LAST-SEQ
060716     IF NOT PEND-FILE-OPEN
060717         MOVE "SIN PENDIENTE.MST" TO WS-DC-REASON
060718         GO TO 6000-EXIT
060719     END-IF
060720     MOVE WS-DC-KIND TO PEND-KIND
060721     MOVE WS-DC-TARGET TO PEND-TARGET
060722     MOVE 0 TO PEND-SEQ
060723     MOVE "N" TO WS-EOF-PEND-SWITCH
060724     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
060725         INVALID KEY
060726             MOVE "Y" TO WS-EOF-PEND-SWITCH
060727     END-START
060728     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT
060729     PERFORM 6200-CHECK-ONE-PEND THRU 6200-EXIT
060730         UNTIL EOF-PEND
060731     IF DC-APPROVED-FOUND
060732         MOVE "A" TO WS-DC-RESULT
060733         GO TO 6000-EXIT
060734     END-IF
060735     IF DC-WAITING-FOUND
060736         MOVE "H" TO WS-DC-RESULT
060737         MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
060738         GO TO 6000-EXIT
060739     END-IF
060740     PERFORM 6300-FILE-REQUEST THRU 6300-EXIT.
060741 6000-EXIT.
060742     EXIT.
060743
060744 6100-READ-NEXT-PEND.
060745     IF EOF-PEND
060746         GO TO 6100-EXIT
060747     END-IF
060748     READ PEND-FILE NEXT RECORD
060749         AT END
060750             MOVE "Y" TO WS-EOF-PEND-SWITCH
060751             GO TO 6100-EXIT
060752     END-READ
060753     IF PEND-KIND NOT = WS-DC-KIND
060754         OR PEND-TARGET NOT = WS-DC-TARGET
060755         MOVE "Y" TO WS-EOF-PEND-SWITCH
060756     END-IF.
060757 6100-EXIT.
060758     EXIT.
060759
060760 6200-CHECK-ONE-PEND.
060761     MOVE PEND-SEQ TO WS-DC-LAST-SEQ
060762     IF PEND-IMAGE NOT = WS-DC-IMAGE
060763         GO TO 6200-NEXT
060764     END-IF
060765     IF PEND-APPROVED AND NOT DC-APPROVED-FOUND
060766         MOVE "Y" TO WS-DC-APPROVED-SWITCH
060767         MOVE PEND-KEY TO WS-DC-HIT-KEY
060768     END-IF
060769     IF PEND-PENDING
060770         MOVE "Y" TO WS-DC-WAITING-SWITCH
060771     END-IF.
060772 6200-NEXT.
060773     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT.
060774 6200-EXIT.
060775     EXIT.
060776
060777******************************************************************
060778* 6300-FILE-REQUEST - FILE A NEW PENDING REQUEST UNDER THE NEXT
060779* SEQUENCE FOR THE TARGET. ONLY AN OPERATOR WITH REQUEST AUTHORITY
060780* FOR THE KIND IN AUTORIZA.DAT MAY FILE ONE; A REFUSAL IS LOGGED
060781******************************************************************
060782 6300-FILE-REQUEST.
060783     MOVE SPACES TO PEND-RECORD
060784     MOVE WS-DC-KIND TO PEND-KIND
060785     MOVE WS-DC-TARGET TO PEND-TARGET
060786     MOVE 0 TO PEND-SEQ
060787     IF NOT MAY-REQUEST
060788         MOVE "SIN AUTORIDAD" TO WS-DC-REASON
060789         MOVE "X" TO ALOG-EVENT
060790         MOVE WS-DC-REASON TO ALOG-RESULT
060791         PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT
060792         GO TO 6300-EXIT
060793     END-IF
060794     IF WS-DC-LAST-SEQ = 999
060795         MOVE "SIN SECUENCIA LIBRE" TO WS-DC-REASON
060796         GO TO 6300-EXIT
060797     END-IF
060798     ADD 1 TO WS-DC-LAST-SEQ GIVING PEND-SEQ
060799     MOVE WS-DC-IMAGE TO PEND-IMAGE
060800     MOVE "P" TO PEND-STATUS
060801     MOVE WS-OPERATOR TO PEND-REQ-OPER
060802     MOVE WS-TODAY TO PEND-REQ-DATE
060803     ACCEPT PEND-REQ-TIME FROM TIME
060804     WRITE PEND-RECORD
060805         INVALID KEY
060806             DISPLAY "CIERRE-MES: ALTA EN PENDIENTE.MST "
060807                 "FALLO, STATUS=" WS-PEND-STATUS
060808             MOVE "SOLICITUD FALLO" TO WS-DC-REASON
060809             MOVE 16 TO RETURN-CODE
060810             GO TO 6300-EXIT
060811     END-WRITE
060812     MOVE "H" TO WS-DC-RESULT
060813     MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
060814     DISPLAY "CIERRE-MES: SOLICITUD " PEND-KIND " "
060815         PEND-TARGET " " PEND-SEQ " EN ESPERA DE APROBACION"
060816     MOVE "S" TO ALOG-EVENT
060817     MOVE "SOLICITUD REGISTRADA" TO ALOG-RESULT
060818     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
060819 6300-EXIT.
060820     EXIT.
060821
060822******************************************************************
060823* 6500-MARK-APPLIED - THE APPROVED ACTION HAS TAKEN EFFECT: MARK
060824* ITS REQUEST APPLIED SO ONE APPROVAL BUYS EXACTLY ONE CHANGE
060825******************************************************************
060826 6500-MARK-APPLIED.
060827     IF NOT DC-APPLY
060828         GO TO 6500-EXIT
060829     END-IF
060830     MOVE SPACE TO WS-DC-RESULT
060831     MOVE WS-DC-HIT-KEY TO PEND-KEY
060832     READ PEND-FILE
060833         INVALID KEY
060834             DISPLAY "CIERRE-MES: SOLICITUD " WS-DC-HIT-KEY
060835                 " NO ESTA EN PENDIENTE.MST"
060836             MOVE 16 TO RETURN-CODE
060837             GO TO 6500-EXIT
060838     END-READ
060839     MOVE "E" TO PEND-STATUS
060840     MOVE WS-TODAY TO PEND-APPLIED-DATE
060841     REWRITE PEND-RECORD
060842         INVALID KEY
060843             DISPLAY "CIERRE-MES: CAMBIO EN PENDIENTE.MST "
060844                 "FALLO, STATUS=" WS-PEND-STATUS
060845             MOVE 16 TO RETURN-CODE
060846             GO TO 6500-EXIT
060847     END-REWRITE
060848     MOVE "E" TO ALOG-EVENT
060849     MOVE "APLICADA" TO ALOG-RESULT
060850     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
060851 6500-EXIT.
060852     EXIT.
060853
060854 6600-WRITE-APROB-LOG.
060855     IF NOT APROB-LOG-OK
060856         GO TO 6600-EXIT
060857     END-IF
060858     MOVE WS-TODAY TO ALOG-DATE
060859     ACCEPT ALOG-TIME FROM TIME
060860     MOVE WS-OPERATOR TO ALOG-OPERATOR
060861     MOVE PEND-KIND TO ALOG-KIND
060862     MOVE PEND-TARGET TO ALOG-TARGET
060863     MOVE PEND-SEQ TO ALOG-SEQ
060864     WRITE ALOG-RECORD.
060865 6600-EXIT.
060866     EXIT.
060867
060868******************************************************************
060900* 7000-REOPEN-PERIOD - ONLY A CLOSED PERIOD REOPENS, ONLY WITH
061000* A NON-BLANK SUPERVISOR, AND THE LOG LINE NAMES WHO AUTHORIZED
061100* IT. THE BALANCES STAY ON THE RECORD FOR THE NEXT CLOSE TO
061200* RECOMPUTE. THE REOPEN ITSELF WAITS ON A SECOND OPERATOR'S
061210* APPROVAL (7100)
061300******************************************************************
061400 7000-REOPEN-PERIOD.
061500     IF WS-REQ-SUPERVISOR = SPACE
063800         MOVE 8 TO RETURN-CODE
063900         GO TO 7000-EXIT
064000     END-IF
064010     PERFORM 7100-CHECK-DUAL-CONTROL THRU 7100-EXIT
064020     IF NOT DC-APPLY
064030         GO TO 7000-EXIT
064040     END-IF
064100     MOVE "A" TO PB-STATUS
064200     REWRITE PERBAL-RECORD
064300         INVALID KEY
065000         " REABIERTO POR " WS-REQ-SUPERVISOR
065100     MOVE "REABIERTO" TO CLOG-RESULT
065200     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT
065210     PERFORM 6500-MARK-APPLIED THRU 6500-EXIT
065300     MOVE "PERIODO REABIERTO" TO WS-ST-TEXT
065400     WRITE CIERRE-RPT-RECORD FROM WS-STATUS-LINE.
065500 7000-EXIT.
065600     EXIT.
065602
065604******************************************************************
065606* 7100-CHECK-DUAL-CONTROL - THE SUPERVISOR ON THE REQUEST IS NOT
065608* ENOUGH: A CLOSED MONTH REOPENS ONLY AGAINST AN APPROVED REQUEST
065610* FOR THIS VERY PERIODO.DAT CARD. A HELD REQUEST LEAVES THE PERIOD
065612* CLOSED WITH RETURN-CODE 4, A REFUSED ONE WITH RETURN-CODE 8
065614******************************************************************
065616 7100-CHECK-DUAL-CONTROL.
065618     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
065620     PERFORM 1900-OPEN-DUAL-CONTROL THRU 1900-EXIT
065622     MOVE WS-REQ-PERIOD TO WS-DC-TARGET
065624     MOVE WS-REQUEST TO WS-DC-IMAGE
065626     PERFORM 6000-DUAL-CONTROL THRU 6000-EXIT
065628     IF DC-APPLY
065630         GO TO 7100-EXIT
065632     END-IF
065634     MOVE WS-DC-REASON TO CLOG-RESULT
065636     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT
065638     IF DC-HELD
065640         DISPLAY "CIERRE-MES: REAPERTURA DE " WS-REQ-PERIOD
065642             " EN ESPERA DE APROBACION"
065644         MOVE "REAPERTURA EN ESPERA" TO WS-ST-TEXT
065646         WRITE CIERRE-RPT-RECORD FROM WS-STATUS-LINE
065648         IF RETURN-CODE = 0
065650             MOVE 4 TO RETURN-CODE
065652         END-IF
065654         GO TO 7100-EXIT
065656     END-IF
065658     DISPLAY "CIERRE-MES: REAPERTURA DE " WS-REQ-PERIOD
065660         " RECHAZADA - " WS-DC-REASON
065662     IF RETURN-CODE < 8
065664         MOVE 8 TO RETURN-CODE
065666     END-IF.
065668 7100-EXIT.
065670     EXIT.
065700
065800 8600-WRITE-LOG-LINE.
065900     IF NOT CIERRE-LOG-OK
067600     CLOSE PERBAL-FILE
067700     CLOSE CIERRE-RPT-FILE
067800     CLOSE CIERRE-LOG-FILE
067810     IF PEND-FILE-OPEN
067820         CLOSE PEND-FILE
067830         CLOSE APROB-LOG-FILE
067840     END-IF
067900     DISPLAY "CIERRE-MES: DIAS VERIFICADOS : " WS-DAYS-VERIFIED
068000     DISPLAY "CIERRE-MES: DIAS SIN CORRIDA : " WS-MISSING-COUNT
068100     DISPLAY "CIERRE-MES: CRUCES MALOS     : "

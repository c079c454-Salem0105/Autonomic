001900*                  TO PARAM-LOG.DAT. FINANCE CAN NOW MOVE THE
002000*                  GL ACCOUNTS OR THE QUARTER-END THRESHOLD
002100*                  WITHOUT A PROGRAM CHANGE AND A RELINK
002110* 10/15/2026 DRO   NEW KEY SUSPENSE-MODE, Y OR N, TURNS
002120*                  SUMA-CADENA'S BATCH QUARANTINE ON AND OFF
002129* 10/15/2026 DRO   LEDGER ACCOUNT CHANGES (THE CTA- KEYS) ARE
002138*                  UNDER DUAL CONTROL (COPY PENDREC): THE FIRST
002147*                  RUN FILES A REQUEST ON PENDIENTE.MST AND LOGS
002156*                  THE CHANGE AS PENDING; IT TAKES EFFECT ONLY
002165*                  WHEN RUN AGAIN AFTER A SECOND OPERATOR HAS
002174*                  APPROVED IT IN APRUEBA-PEND. A HELD CHANGE
002175*                  LEAVES RETURN-CODE 4
002176* 10/15/2026 DRO   NEW KEYS FOR INFORME-PASOS: SLA-WINDOW-MIN, THE
002177*                  NIGHTLY BATCH WINDOW IN MINUTES (1-999),
002178*                  SLA-OVERRUN-PCT, HOW FAR OVER ITS USUAL TIME A
002179*                  STEP MAY RUN (1-999), AND ONE SLA-<PROGRAM-ID>
002180*                  TARGET IN MINUTES PER CHAIN STEP (0-999, 0 FOR
002181*                  NO TARGET)
002182* 10/15/2026 DRO   NEW KEY AGING-LIMIT-DAYS FOR INFORME-ABIERTOS:
002183*                  BUSINESS DAYS AN OPEN ITEM MAY AGE BEFORE IT IS
002184*                  ESCALATED (1-99)
002185* 10/15/2026 DRO   NEW KEYS FOR DETECTA-ANOMAL: ANOM-AMOUNT-FACTOR
002186*                  AND ANOM-BATCH-FACTOR (2-99), ANOM-REPEAT-LIMIT
002187*                  (2-999), ANOM-REFUND-MARGIN (1-100) AND
002188*                  ANOM-MIN-HISTORY (1-999), AND ITS STEP TARGET
002189*                  SLA-DETECTA-ANOMAL
002190* 10/15/2026 DRO   AN APPROVED ACCOUNT CHANGE IS MARKED APPLIED ON
002191*                  PENDIENTE.MST ONLY AFTER PARAMS.DAT HAS BEEN
002192*                  REWRITTEN; THE REQUEST KEYS WAIT IN A TABLE
002193*                  UNTIL THEN. THE REWRITE NOW CHECKS EVERY WRITE
002194* 10/15/2026 DRO   THE PARAMETER TABLE HOLDS 50 ENTRIES (WAS 20,
002195*                  FEWER THAN THE KEYS NOW EDITED). A PARAMS.DAT
002199*                  TOO LONG FOR THE TABLE ABORTS THE RUN (RC 16)
002232*                  INSTEAD OF BEING WRITTEN BACK SHORT
002265******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003500     SELECT PARAM-LOG-FILE ASSIGN TO "PARAM-LOG.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PARAM-LOG-STATUS.
003706
003712     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
003718         ORGANIZATION IS INDEXED
003724         ACCESS MODE IS DYNAMIC
003730         RECORD KEY IS PEND-KEY
003736         FILE STATUS IS WS-PEND-STATUS.
003742
003748     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
003754         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS WS-AUTH-STATUS.
003766
003772     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
003778         ORGANIZATION IS LINE SEQUENTIAL
003784         FILE STATUS IS WS-APROB-LOG-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
005800     05  PLOG-OLD-VALUE          PIC X(16).
005900     05  PLOG-NEW-VALUE          PIC X(16).
006000     05  PLOG-RESULT             PIC X(20).
006007
006014 FD  PEND-FILE
006021     RECORD CONTAINS 211 CHARACTERS.
006028     COPY PENDREC.
006035
006042 FD  AUTH-FILE
006049     RECORD CONTAINS 11 CHARACTERS.
006056     COPY AUTORREC.
006063
006070 FD  APROB-LOG-FILE
006077     RECORD CONTAINS 69 CHARACTERS.
006084     COPY APROBLOG.
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-TRANS-STATUS              PIC X(02).
007000 01  WS-PARAM-LOG-STATUS          PIC X(02).
007100     88  PARAM-LOG-OK                        VALUE "00".
007200     88  PARAM-LOG-MISSING                   VALUE "35" "05".
007208
007216 01  WS-PEND-STATUS               PIC X(02).
007224     88  PEND-OK                             VALUE "00".
007232     88  PEND-MISSING                        VALUE "35" "05".
007240
007248 01  WS-AUTH-STATUS               PIC X(02).
007256     88  AUTH-OK                             VALUE "00".
007264
007272 01  WS-APROB-LOG-STATUS          PIC X(02).
007280     88  APROB-LOG-OK                        VALUE "00".
007288     88  APROB-LOG-MISSING                   VALUE "35" "05".
007300
007400 01  WS-SWITCHES.
007500     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
008500 01  WS-OPERATOR                  PIC X(08).
008600 77  WS-APPLIED-COUNT             PIC 9(05)  VALUE 0.
008700 77  WS-REJECTED-COUNT            PIC 9(05)  VALUE 0.
008710 77  WS-HELD-COUNT                PIC 9(05)  VALUE 0.
008800 77  WS-PARAM-COUNT               PIC 9(03) COMP VALUE 0.
008850 77  WS-PARAM-MAX                 PIC 9(03) COMP VALUE 50.
008900 77  WS-VALUE-NUM                 PIC 9(08)  VALUE 0.
009000 77  WS-CHAR-SUB                  PIC 9(03) COMP VALUE 0.
009100 77  WS-DIGIT-COUNT               PIC 9(03) COMP VALUE 0.
009200
009300 01  WS-PARAM-TABLE.
009400     05  WS-PARAM-ENTRY OCCURS 50 TIMES
009500             INDEXED BY PARM-IDX.
009600         10  WS-PE-KEY           PIC X(20).
009700         10  WS-PE-VALUE         PIC X(16).
009703
009706*    DUAL CONTROL (COPY PENDREC): THIS PROGRAM'S KIND OF REQUEST,
009709*    THE TARGET AND TRANSACTION IMAGE OF THE ACCOUNT CHANGE
009712*    IN HAND, AND WHAT 6000-DUAL-CONTROL DECIDED FOR IT
009715 01  WS-DUAL-CONTROL.
009718     05  WS-DC-KIND               PIC X(01)  VALUE "P".
009721     05  WS-DC-TARGET             PIC X(20).
009724     05  WS-DC-IMAGE              PIC X(100).
009727     05  WS-DC-LAST-SEQ           PIC 9(03).
009730     05  WS-DC-HIT-KEY            PIC X(24).
009733     05  WS-DC-RESULT             PIC X(01)  VALUE SPACE.
009736         88  DC-APPLY                        VALUE "A".
009739         88  DC-HELD                         VALUE "H".
009742         88  DC-REFUSED                      VALUE "N".
009745     05  WS-DC-REASON             PIC X(20).
009748     05  WS-DC-APPROVED-SWITCH    PIC X(01)  VALUE "N".
009751         88  DC-APPROVED-FOUND               VALUE "Y".
009754     05  WS-DC-WAITING-SWITCH     PIC X(01)  VALUE "N".
009757         88  DC-WAITING-FOUND                VALUE "Y".
009760     05  WS-MAY-REQUEST-SWITCH    PIC X(01)  VALUE "N".
009763         88  MAY-REQUEST                     VALUE "Y".
009766     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
009769         88  PEND-FILE-OPEN                  VALUE "Y".
009772     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
009775         88  EOF-PEND                        VALUE "Y".
009778     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
009781         88  EOF-AUTH                        VALUE "Y".
009784
009787*    REQUESTS WHOSE CHANGE IS IN THE TABLE BUT NOT YET ON
009790*    PARAMS.DAT; 3500 MARKS THEM APPLIED ONCE THE REWRITE HOLDS
009793 77  WS-AK-COUNT                  PIC 9(03) COMP VALUE 0.
009796 01  WS-APPLIED-KEY-TABLE.
009797     05  WS-AK-KEY                PIC X(24)
009798             OCCURS 50 TIMES INDEXED BY AK-IDX.
009800
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010200     PERFORM 1500-LOAD-PARAMS THRU 1500-EXIT
010300     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
010400     PERFORM 3000-REWRITE-PARAMS THRU 3000-EXIT
010450     PERFORM 3500-MARK-ALL-APPLIED THRU 3500-EXIT
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT
010600     GOBACK.
010700
011300 1000-INITIALIZE.
011400     MOVE 0 TO WS-APPLIED-COUNT
011500     MOVE 0 TO WS-REJECTED-COUNT
011510     MOVE 0 TO WS-HELD-COUNT
011600     MOVE 0 TO WS-PARAM-COUNT
011700     MOVE "N" TO WS-EOF-TRANS-SWITCH
011800     MOVE "N" TO WS-EOF-PARAMS-SWITCH
013800             "STATUS=" WS-PARAM-LOG-STATUS
013900         MOVE "Y" TO WS-EOF-TRANS-SWITCH
014000         MOVE 16 TO RETURN-CODE
014100     END-IF
014110     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
014120     PERFORM 1900-OPEN-DUAL-CONTROL THRU 1900-EXIT
014130     IF NOT PEND-FILE-OPEN OR NOT APROB-LOG-OK
014140         MOVE "Y" TO WS-EOF-TRANS-SWITCH
014150     END-IF.
014200 1000-EXIT.
014300     EXIT.
014301
014302******************************************************************
014303* 1800-LOAD-AUTHORITY - MAY THE RUNNING OPERATOR FILE A REQUEST OF
014304* THIS PROGRAM'S KIND (COPY AUTORREC)? NO AUTORIZA.DAT, OR NO
014305* ENTRY FOR THE OPERATOR, MEANS NO
014306******************************************************************
014307 1800-LOAD-AUTHORITY.
014308     MOVE "N" TO WS-MAY-REQUEST-SWITCH
014309     MOVE "N" TO WS-EOF-AUTH-SWITCH
014310     OPEN INPUT AUTH-FILE
014311     IF NOT AUTH-OK
014312         GO TO 1800-EXIT
014313     END-IF
014314     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
014315         UNTIL EOF-AUTH
014316     CLOSE AUTH-FILE.
014317 1800-EXIT.
014318     EXIT.
014319
014320 1850-READ-ONE-AUTH.
014321     READ AUTH-FILE
014322         AT END
014323             MOVE "Y" TO WS-EOF-AUTH-SWITCH
014324             GO TO 1850-EXIT
014325     END-READ
014326     IF AUT-OPERATOR = WS-OPERATOR
014327         AND (AUT-KIND = WS-DC-KIND OR AUT-ALL-KINDS)
014328         AND AUT-REQUEST-ALLOWED
014329         MOVE "Y" TO WS-MAY-REQUEST-SWITCH
014330     END-IF.
014331 1850-EXIT.
014332     EXIT.
014333
014334******************************************************************
014335* 1900-OPEN-DUAL-CONTROL - OPEN THE PENDING-APPROVAL REGISTER,
014336* CREATING IT ON A FRESH SYSTEM THE WAY POST-HISTORIA CREATES
014337* HISTORIA.MST, AND THE APPEND-ONLY APPROVAL LOG
014338******************************************************************
014339 1900-OPEN-DUAL-CONTROL.
014340     OPEN I-O PEND-FILE
014341     IF PEND-MISSING
014342         OPEN OUTPUT PEND-FILE
014343         CLOSE PEND-FILE
014344         OPEN I-O PEND-FILE
014345     END-IF
014346     IF NOT PEND-OK
014347         DISPLAY "MANT-PARAM: NO SE PUDO ABRIR "
014348             "PENDIENTE.MST, STATUS=" WS-PEND-STATUS
014349         MOVE 16 TO RETURN-CODE
014350     ELSE
014351         MOVE "Y" TO WS-PEND-OPEN-SWITCH
014352     END-IF
014353
014354     OPEN EXTEND APROB-LOG-FILE
014355     IF APROB-LOG-MISSING
014356         OPEN OUTPUT APROB-LOG-FILE
014357     END-IF
014358     IF NOT APROB-LOG-OK
014359         DISPLAY "MANT-PARAM: NO SE PUDO ABRIR "
014360             "APROB-LOG.DAT, STATUS=" WS-APROB-LOG-STATUS
014361         MOVE 16 TO RETURN-CODE
014362     END-IF.
014363 1900-EXIT.
014364     EXIT.
014400
014500******************************************************************
014600* 1500-LOAD-PARAMS - PULL THE CURRENT ENTRIES INTO THE TABLE. A
017800     EXIT.
017900
018000 1700-TABLE-ONE-PARAM.
018100     IF WS-PARAM-COUNT < WS-PARAM-MAX
018200         ADD 1 TO WS-PARAM-COUNT
018300         SET PARM-IDX TO WS-PARAM-COUNT
018400         MOVE PARAM-KEY TO WS-PE-KEY (PARM-IDX)
018500         MOVE PARAM-VALUE TO WS-PE-VALUE (PARM-IDX)
018600     ELSE
018700         DISPLAY "MANT-PARAM: TABLA DE PARAMETROS LLENA, NO SE "
018800             "REESCRIBE PARAMS.DAT: " PARAM-RECORD
018850         MOVE 16 TO RETURN-CODE
018900     END-IF
019000     PERFORM 1600-READ-ONE-PARAM THRU 1600-EXIT.
019100 1700-EXIT.
022100
022200 2200-APPLY-ONE-TRANS.
022300     MOVE SPACES TO PLOG-OLD-VALUE
022310     MOVE SPACE TO WS-DC-RESULT
022400     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
022410     IF VALUE-NUMERIC AND TP-KEY (1:4) = "CTA-"
022420         PERFORM 2700-CHECK-DUAL-CONTROL THRU 2700-EXIT
022430     END-IF
022500     IF VALUE-NUMERIC
022600         PERFORM 2500-STORE-ONE-TRANS THRU 2500-EXIT
022700     END-IF
026300                 MOVE "CUENTA NO ES 8 DIG." TO PLOG-RESULT
026400                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026500             END-IF
026510         WHEN "SUSPENSE-MODE"
026520             IF (TP-VALUE (1:1) = "Y" OR TP-VALUE (1:1) = "N")
026530                 AND TP-VALUE (2:15) = SPACE
026540                 MOVE "Y" TO WS-VALUE-SWITCH
026541             ELSE
026542                 MOVE "VALOR NO ES Y/N" TO PLOG-RESULT
026543                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026544             END-IF
026545         WHEN "SLA-WINDOW-MIN"
026546         WHEN "SLA-OVERRUN-PCT"
026547             IF NOT VALUE-NUMERIC
026548                 OR WS-VALUE-NUM < 1 OR WS-VALUE-NUM > 999
026549                 MOVE "FUERA DE RANGO 1-999" TO PLOG-RESULT
026550                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026551             END-IF
026552         WHEN "AGING-LIMIT-DAYS"
026553             IF NOT VALUE-NUMERIC
026554                 OR WS-VALUE-NUM < 1 OR WS-VALUE-NUM > 99
026555                 MOVE "FUERA DE RANGO 1-99" TO PLOG-RESULT
026556                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026557             END-IF
026558         WHEN "ANOM-AMOUNT-FACTOR"
026559         WHEN "ANOM-BATCH-FACTOR"
026560             IF NOT VALUE-NUMERIC
026561                 OR WS-VALUE-NUM < 2 OR WS-VALUE-NUM > 99
026562                 MOVE "FUERA DE RANGO 2-99" TO PLOG-RESULT
026563                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026564             END-IF
026565         WHEN "ANOM-REPEAT-LIMIT"
026566             IF NOT VALUE-NUMERIC
026567                 OR WS-VALUE-NUM < 2 OR WS-VALUE-NUM > 999
026568                 MOVE "FUERA DE RANGO 2-999" TO PLOG-RESULT
026569                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026570             END-IF
026571         WHEN "ANOM-REFUND-MARGIN"
026572             IF NOT VALUE-NUMERIC
026573                 OR WS-VALUE-NUM < 1 OR WS-VALUE-NUM > 100
026574                 MOVE "FUERA DE RANGO 1-100" TO PLOG-RESULT
026575                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026576             END-IF
026577         WHEN "ANOM-MIN-HISTORY"
026578             IF NOT VALUE-NUMERIC
026579                 OR WS-VALUE-NUM < 1 OR WS-VALUE-NUM > 999
026580                 MOVE "FUERA DE RANGO 1-999" TO PLOG-RESULT
026581                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026582             END-IF
026583         WHEN "SLA-COLECTOR-NUM"
026584         WHEN "SLA-GESTOR-GEN"
026585         WHEN "SLA-SUMA-CADENA"
026586         WHEN "SLA-CALCULAR-SUMA"
026587         WHEN "SLA-VERIFICA-AUDIT"
026588         WHEN "SLA-CONCILIA-PARES"
026589         WHEN "SLA-DETECTA-ANOMAL"
026590         WHEN "SLA-EXTRACTO-GL"
026591             IF NOT VALUE-NUMERIC OR WS-VALUE-NUM > 999
026596                 MOVE "FUERA DE RANGO 0-999" TO PLOG-RESULT
026597                 PERFORM 8500-LOG-REJECT THRU 8500-EXIT
026598             END-IF
026600         WHEN OTHER
026700             MOVE "CLAVE DESCONOCIDA" TO PLOG-RESULT
026800             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
032800         MOVE "CAMBIO APLICADO" TO PLOG-RESULT
032900         PERFORM 8400-LOG-APPLIED THRU 8400-EXIT
033000     ELSE
033100         IF WS-PARAM-COUNT < WS-PARAM-MAX
033200             ADD 1 TO WS-PARAM-COUNT
033300             SET PARM-IDX TO WS-PARAM-COUNT
033400             MOVE TP-KEY TO WS-PE-KEY (PARM-IDX)
034200     END-IF.
034300 2500-EXIT.
034400     EXIT.
034404
034408******************************************************************
034412* 2700-CHECK-DUAL-CONTROL - A LEDGER ACCOUNT DECIDES WHERE THE
034416* MONEY POSTS, SO A CHANGE TO ONE TAKES EFFECT ONLY ONCE A SECOND
034420* OPERATOR HAS APPROVED THIS VERY KEY AND VALUE. UNTIL THEN IT IS
034424* HELD, LOGGED AS PENDING, AND THE OLD ACCOUNT STANDS
034428******************************************************************
034432 2700-CHECK-DUAL-CONTROL.
034436     MOVE TP-KEY TO WS-DC-TARGET
034440     MOVE TP-VALUE TO WS-DC-IMAGE
034444     PERFORM 6000-DUAL-CONTROL THRU 6000-EXIT
034448     IF DC-REFUSED
034452         MOVE WS-DC-REASON TO PLOG-RESULT
034456         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
034460         GO TO 2700-EXIT
034464     END-IF
034468     IF DC-HELD
034472         MOVE WS-DC-REASON TO PLOG-RESULT
034476         PERFORM 8700-LOG-HELD THRU 8700-EXIT
034478         GO TO 2700-EXIT
034480     END-IF
034481     IF WS-AK-COUNT = 50
034482         MOVE "N" TO WS-DC-RESULT
034483         MOVE "DEMASIADAS APROBADAS" TO PLOG-RESULT
034484         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
034485     END-IF.
034486 2700-EXIT.
034488     EXIT.
034500
034600******************************************************************
034700* 3000-REWRITE-PARAMS - THE WHOLE FILE IS REWRITTEN FROM THE
034800* TABLE, APPLIED CHANGES AND UNTOUCHED ENTRIES ALIKE. SKIPPED
034900* AFTER AN I/O ABORT SO A HALF-READ FILE IS NEVER WRITTEN BACK.
034910* A FAILED WRITE LEAVES RETURN-CODE 16 AND NOTHING IS MARKED
034920* APPLIED
035000******************************************************************
035100 3000-REWRITE-PARAMS.
035200     IF RETURN-CODE = 16
036200     PERFORM 3100-WRITE-ONE-PARAM THRU 3100-EXIT
036300         VARYING PARM-IDX FROM 1 BY 1
036400         UNTIL PARM-IDX > WS-PARAM-COUNT
036410             OR RETURN-CODE = 16
036500     CLOSE PARAMS-FILE.
036600 3000-EXIT.
036700     EXIT.
036900 3100-WRITE-ONE-PARAM.
037000     MOVE WS-PE-KEY (PARM-IDX) TO PARAM-KEY
037100     MOVE WS-PE-VALUE (PARM-IDX) TO PARAM-VALUE
037200     WRITE PARAM-RECORD
037210     IF NOT PARAMS-OK
037220         DISPLAY "MANT-PARAM: ESCRITURA EN PARAMS.DAT FALLO"
037230             ", STATUS=" WS-PARAMS-STATUS
037240         MOVE 16 TO RETURN-CODE
037250     END-IF.
037300 3100-EXIT.
037400     EXIT.
037410
037420******************************************************************
037430* 3500-MARK-ALL-APPLIED - PARAMS.DAT NOW HOLDS THE APPROVED
037440* CHANGES, SO THEIR REQUESTS ARE MARKED APPLIED. AFTER AN I/O
037450* ABORT THEY STAY APPROVED AND THE SAME CARD APPLIES THEM AGAIN
037460******************************************************************
037470 3500-MARK-ALL-APPLIED.
037475     IF RETURN-CODE = 16
037480         GO TO 3500-EXIT
037485     END-IF
037490     PERFORM 6500-MARK-APPLIED THRU 6500-EXIT
037493         VARYING AK-IDX FROM 1 BY 1
037496         UNTIL AK-IDX > WS-AK-COUNT.
037498 3500-EXIT.
037499     EXIT.
037500
037501******************************************************************
037502* 6000-DUAL-CONTROL - AN ACTION UNDER DUAL CONTROL TAKES EFFECT
037503* ONLY AGAINST AN APPROVED REQUEST FOR THE VERY SAME TRANSACTION
037504* IMAGE ON PENDIENTE.MST. THE REQUESTS FILED UNDER THE TARGET ARE
037505* READ IN SEQUENCE: AN APPROVED ONE LETS THE ACTION THROUGH
037506* (6500 MARKS IT APPLIED ONCE THE ACTION HAS TAKEN), ONE STILL
037507* WAITING HOLDS IT AGAIN, AND WITH NEITHER A NEW REQUEST IS FILED
037508* FOR A SECOND OPERATOR TO DECIDE IN APRUEBA-PEND. THE CALLER SETS
037509* WS-DC-TARGET AND WS-DC-IMAGE AND ACTS ON WS-DC-RESULT
037510******************************************************************
037511 6000-DUAL-CONTROL.
037512     MOVE "N" TO WS-DC-RESULT
037513     MOVE "N" TO WS-DC-APPROVED-SWITCH
037514     MOVE "N" TO WS-DC-WAITING-SWITCH
037515     MOVE 0 TO WS-DC-LAST-SEQ
037516     IF NOT PEND-FILE-OPEN
037517         MOVE "SIN PENDIENTE.MST" TO WS-DC-REASON
037518         GO TO 6000-EXIT
037519     END-IF
037520     MOVE WS-DC-KIND TO PEND-KIND
037521     MOVE WS-DC-TARGET TO PEND-TARGET
037522     MOVE 0 TO PEND-SEQ
037523     MOVE "N" TO WS-EOF-PEND-SWITCH
037524     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
037525         INVALID KEY
037526             MOVE "Y" TO WS-EOF-PEND-SWITCH
037527     END-START
037528     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT
037529     PERFORM 6200-CHECK-ONE-PEND THRU 6200-EXIT
037530         UNTIL EOF-PEND
037531     IF DC-APPROVED-FOUND
037532         MOVE "A" TO WS-DC-RESULT
037533         GO TO 6000-EXIT
037534     END-IF
037535     IF DC-WAITING-FOUND
037536         MOVE "H" TO WS-DC-RESULT
037537         MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
037538         GO TO 6000-EXIT
037539     END-IF
037540     PERFORM 6300-FILE-REQUEST THRU 6300-EXIT.
037541 6000-EXIT.
037542     EXIT.
037543
037544 6100-READ-NEXT-PEND.
037545     IF EOF-PEND
037546         GO TO 6100-EXIT
037547     END-IF
037548     READ PEND-FILE NEXT RECORD
037549         AT END
037550             MOVE "Y" TO WS-EOF-PEND-SWITCH
037551             GO TO 6100-EXIT
037552     END-READ
037553     IF PEND-KIND NOT = WS-DC-KIND
037554         OR PEND-TARGET NOT = WS-DC-TARGET
037555         MOVE "Y" TO WS-EOF-PEND-SWITCH
037556     END-IF.
037557 6100-EXIT.
037558     EXIT.
037559
037560 6200-CHECK-ONE-PEND.
037561     MOVE PEND-SEQ TO WS-DC-LAST-SEQ
037562     IF PEND-IMAGE NOT = WS-DC-IMAGE
037563         GO TO 6200-NEXT
037564     END-IF
037565     IF PEND-APPROVED AND NOT DC-APPROVED-FOUND
037566         MOVE "Y" TO WS-DC-APPROVED-SWITCH
037567         MOVE PEND-KEY TO WS-DC-HIT-KEY
037568     END-IF
037569     IF PEND-PENDING
037570         MOVE "Y" TO WS-DC-WAITING-SWITCH
037571     END-IF.
037572 6200-NEXT.
037573     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT.
037574 6200-EXIT.
037575     EXIT.
037576
037577******************************************************************
037578* 6300-FILE-REQUEST - FILE A NEW PENDING REQUEST UNDER THE NEXT
037579* SEQUENCE FOR THE TARGET. ONLY AN OPERATOR WITH REQUEST AUTHORITY
037580* FOR THE KIND IN AUTORIZA.DAT MAY FILE ONE; A REFUSAL IS LOGGED
037581******************************************************************
037582 6300-FILE-REQUEST.
037583     MOVE SPACES TO PEND-RECORD
037584     MOVE WS-DC-KIND TO PEND-KIND
037585     MOVE WS-DC-TARGET TO PEND-TARGET
037586     MOVE 0 TO PEND-SEQ
037587     IF NOT MAY-REQUEST
037588         MOVE "SIN AUTORIDAD" TO WS-DC-REASON
037589         MOVE "X" TO ALOG-EVENT
037590         MOVE WS-DC-REASON TO ALOG-RESULT
037591         PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT
037592         GO TO 6300-EXIT
037593     END-IF
037594     IF WS-DC-LAST-SEQ = 999
037595         MOVE "SIN SECUENCIA LIBRE" TO WS-DC-REASON
037596         GO TO 6300-EXIT
037597     END-IF
037598     ADD 1 TO WS-DC-LAST-SEQ GIVING PEND-SEQ
037599     MOVE WS-DC-IMAGE TO PEND-IMAGE
037600     MOVE "P" TO PEND-STATUS
037601     MOVE WS-OPERATOR TO PEND-REQ-OPER
037602     MOVE WS-TODAY TO PEND-REQ-DATE
037603     ACCEPT PEND-REQ-TIME FROM TIME
037604     WRITE PEND-RECORD
037605         INVALID KEY
037606             DISPLAY "MANT-PARAM: ALTA EN PENDIENTE.MST "
037607                 "FALLO, STATUS=" WS-PEND-STATUS
037608             MOVE "SOLICITUD FALLO" TO WS-DC-REASON
037609             MOVE 16 TO RETURN-CODE
037610             GO TO 6300-EXIT
037611     END-WRITE
037612     MOVE "H" TO WS-DC-RESULT
037613     MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
037614     DISPLAY "MANT-PARAM: SOLICITUD " PEND-KIND " "
037615         PEND-TARGET " " PEND-SEQ " EN ESPERA DE APROBACION"
037616     MOVE "S" TO ALOG-EVENT
037617     MOVE "SOLICITUD REGISTRADA" TO ALOG-RESULT
037618     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
037619 6300-EXIT.
037620     EXIT.
037621
037622******************************************************************
037623* 6500-MARK-APPLIED - THE APPROVED ACTION HAS TAKEN EFFECT: MARK
037624* ITS REQUEST (WS-AK-KEY AT AK-IDX) APPLIED SO ONE APPROVAL BUYS
037625* EXACTLY ONE CHANGE
037627******************************************************************
037629 6500-MARK-APPLIED.
037631     MOVE WS-AK-KEY (AK-IDX) TO PEND-KEY
037632     READ PEND-FILE
037633         INVALID KEY
037634             DISPLAY "MANT-PARAM: SOLICITUD " WS-AK-KEY (AK-IDX)
037635                 " NO ESTA EN PENDIENTE.MST"
037636             MOVE 16 TO RETURN-CODE
037637             GO TO 6500-EXIT
037638     END-READ
037639     MOVE "E" TO PEND-STATUS
037640     MOVE WS-TODAY TO PEND-APPLIED-DATE
037641     REWRITE PEND-RECORD
037642         INVALID KEY
037643             DISPLAY "MANT-PARAM: CAMBIO EN PENDIENTE.MST "
037644                 "FALLO, STATUS=" WS-PEND-STATUS
037645             MOVE 16 TO RETURN-CODE
037646             GO TO 6500-EXIT
037647     END-REWRITE
037648     MOVE "E" TO ALOG-EVENT
037649     MOVE "APLICADA" TO ALOG-RESULT
037650     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
037651 6500-EXIT.
037652     EXIT.
037653
037654 6600-WRITE-APROB-LOG.
037655     IF NOT APROB-LOG-OK
037656         GO TO 6600-EXIT
037657     END-IF
037658     MOVE WS-TODAY TO ALOG-DATE
037659     ACCEPT ALOG-TIME FROM TIME
037660     MOVE WS-OPERATOR TO ALOG-OPERATOR
037661     MOVE PEND-KIND TO ALOG-KIND
037662     MOVE PEND-TARGET TO ALOG-TARGET
037663     MOVE PEND-SEQ TO ALOG-SEQ
037664     WRITE ALOG-RECORD.
037665 6600-EXIT.
037666     EXIT.
037667
037668 8400-LOG-APPLIED.
037700     ADD 1 TO WS-APPLIED-COUNT
037710     PERFORM 8450-HOLD-APPLIED-KEY THRU 8450-EXIT
037800     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
037900 8400-EXIT.
037905     EXIT.
037910
037911******************************************************************
037912* 8450-HOLD-APPLIED-KEY - AN APPROVED CHANGE WENT INTO THE TABLE:
037913* KEEP ITS REQUEST KEY, ONCE, FOR 3500 TO MARK AFTER THE REWRITE
037914******************************************************************
037915 8450-HOLD-APPLIED-KEY.
037916     IF NOT DC-APPLY
037917         GO TO 8450-EXIT
037918     END-IF
037919     MOVE SPACE TO WS-DC-RESULT
037920     SET AK-IDX TO 1
037921     SEARCH WS-AK-KEY
037922         AT END
037923             CONTINUE
037924         WHEN AK-IDX > WS-AK-COUNT
037925             ADD 1 TO WS-AK-COUNT
037926             MOVE WS-DC-HIT-KEY TO WS-AK-KEY (AK-IDX)
037927         WHEN WS-AK-KEY (AK-IDX) = WS-DC-HIT-KEY
037928             CONTINUE
037929     END-SEARCH.
037930 8450-EXIT.
037931     EXIT.
037932
037934 8700-LOG-HELD.
037936     ADD 1 TO WS-HELD-COUNT
037940     MOVE "N" TO WS-VALUE-SWITCH
037950     DISPLAY "MANT-PARAM: RETENIDA " TP-KEY " - " PLOG-RESULT
037960     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
037970 8700-EXIT.
037980     EXIT.
038100
038200 8500-LOG-REJECT.
038300     ADD 1 TO WS-REJECTED-COUNT
040300******************************************************************
040400* 9000-TERMINATE - CLOSE FILES; ANY REJECTED CHANGE LEAVES
040500* RETURN-CODE 8 SO THE PUNCHED DECK GETS LOOKED AT. AN I/O
040600* ABORT (RETURN-CODE 16) IS NOT OVERWRITTEN. A CHANGE HELD FOR
040610* APPROVAL, WITH NOTHING REJECTED, LEAVES RETURN-CODE 4
040700******************************************************************
040800 9000-TERMINATE.
040900     CLOSE TRANS-FILE
041000     CLOSE PARAM-LOG-FILE
041010     CLOSE PEND-FILE
041020     CLOSE APROB-LOG-FILE
041100     DISPLAY "MANT-PARAM: APLICADAS : " WS-APPLIED-COUNT
041200     DISPLAY "MANT-PARAM: RECHAZADAS: " WS-REJECTED-COUNT
041210     DISPLAY "MANT-PARAM: RETENIDAS : " WS-HELD-COUNT
041300     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
041400         MOVE 8 TO RETURN-CODE
041500     END-IF
041510     IF WS-HELD-COUNT > 0 AND RETURN-CODE = 0
041520         MOVE 4 TO RETURN-CODE
041530     END-IF.
041600 9000-EXIT.
041700     EXIT.

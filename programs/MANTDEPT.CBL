002000*                  HOLIDAY IS A PUNCHED TRANSACTION WITH A
002100*                  PAPER TRAIL INSTEAD OF A HAND EDIT THAT HAS
002200*                  BROKEN THE MORNING RUN TWICE
002210* 10/15/2026 DRO   THE TRANSACTION NOW ALSO CARRIES THE
002220*                  DEPARTMENT'S LEDGER ACCOUNT (EIGHT DIGITS, THE
002230*                  SAME RULE MANT-PARAM APPLIES TO THE CTA-
002240*                  ENTRIES) AND COST CENTER, KEPT ON THE MASTER
002250*                  FOR EXTRACTO-GL'S DEPARTMENT POSTINGS. RECORD
002260*                  IS NOW 97 BYTES. 8500-LOG-REJECT NOW DROPS THE
002270*                  EDIT SWITCH SO A REJECTED CARD CAN NO LONGER
002280*                  FALL THROUGH TO THE MASTER UPDATE
002282* 10/15/2026 DRO   DEACTIVATING A DEPARTMENT - A "D", OR A "C"
002284*                  THAT SETS STATUS "I" - IS UNDER DUAL CONTROL
002286*                  (COPY PENDREC): THE FIRST RUN FILES A REQUEST
002288*                  ON PENDIENTE.MST AND LOGS THE CARD AS PENDING;
002290*                  THE MASTER CHANGES ONLY WHEN THE SAME CARD IS
002292*                  RUN AGAIN AFTER A SECOND OPERATOR HAS APPROVED
002294*                  IT IN APRUEBA-PEND. A HELD CARD LEAVES
002296*                  RETURN-CODE 4
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
003800     SELECT DEPT-LOG-FILE ASSIGN TO "DEPTOS-LOG.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-DEPT-LOG-STATUS.
004006
004012     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
004018         ORGANIZATION IS INDEXED
004024         ACCESS MODE IS DYNAMIC
004030         RECORD KEY IS PEND-KEY
004036         FILE STATUS IS WS-PEND-STATUS.
004042
004048     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
004054         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-AUTH-STATUS.
004066
004072     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
004078         ORGANIZATION IS LINE SEQUENTIAL
004084         FILE STATUS IS WS-APROB-LOG-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TRANS-FILE
004500     RECORD CONTAINS 97 CHARACTERS.
004600 01  TRANS-RECORD.
004700     05  TR-ACTION               PIC X(01).
004800     05  TR-CODE                 PIC X(08).
005200     05  TR-EFF-TO               PIC X(08).
005300     05  TR-DELIV-DAYS           PIC X(07).
005400     05  TR-CONTACT              PIC X(20).
005410     05  TR-GL-ACCOUNT           PIC X(08).
005420     05  TR-COST-CENTER          PIC X(06).
005500
005600 FD  DEPTOS-FILE
005700     RECORD CONTAINS 96 CHARACTERS.
005800     COPY DEPTREC.
005900
006000 FD  DEPT-LOG-FILE
006600     05  DLOG-ACTION             PIC X(01).
006700     05  DLOG-CODE               PIC X(08).
006800     05  DLOG-RESULT             PIC X(20).
006807
006814 FD  PEND-FILE
006821     RECORD CONTAINS 211 CHARACTERS.
006828     COPY PENDREC.
006835
006842 FD  AUTH-FILE
006849     RECORD CONTAINS 11 CHARACTERS.
006856     COPY AUTORREC.
006863
006870 FD  APROB-LOG-FILE
006877     RECORD CONTAINS 69 CHARACTERS.
006884     COPY APROBLOG.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-TRANS-STATUS              PIC X(02).
008000 01  WS-DEPT-LOG-STATUS           PIC X(02).
008100     88  DEPT-LOG-OK                         VALUE "00".
008200     88  DEPT-LOG-MISSING                    VALUE "35" "05".
008208
008216 01  WS-PEND-STATUS               PIC X(02).
008224     88  PEND-OK                             VALUE "00".
008232     88  PEND-MISSING                        VALUE "35" "05".
008240
008248 01  WS-AUTH-STATUS               PIC X(02).
008256     88  AUTH-OK                             VALUE "00".
008264
008272 01  WS-APROB-LOG-STATUS          PIC X(02).
008280     88  APROB-LOG-OK                        VALUE "00".
008288     88  APROB-LOG-MISSING                   VALUE "35" "05".
008300
008400 01  WS-SWITCHES.
008500     05  WS-EOF-TRANS-SWITCH      PIC X(01)  VALUE "N".
009100 01  WS-OPERATOR                  PIC X(08).
009200 77  WS-APPLIED-COUNT             PIC 9(07)  VALUE 0.
009300 77  WS-REJECTED-COUNT            PIC 9(07)  VALUE 0.
009310 77  WS-HELD-COUNT                PIC 9(07)  VALUE 0.
009400 77  WS-DAY-SUB                   PIC 9(01)  VALUE 0.
009403
009406*    DUAL CONTROL (COPY PENDREC): THIS PROGRAM'S KIND OF REQUEST,
009409*    THE TARGET AND TRANSACTION IMAGE OF THE DEACTIVATION
009412*    IN HAND, AND WHAT 6000-DUAL-CONTROL DECIDED FOR IT
009415 01  WS-DUAL-CONTROL.
009418     05  WS-DC-KIND               PIC X(01)  VALUE "D".
009421     05  WS-DC-TARGET             PIC X(20).
009424     05  WS-DC-IMAGE              PIC X(100).
009427     05  WS-DC-LAST-SEQ           PIC 9(03).
009430     05  WS-DC-HIT-KEY            PIC X(24).
009433     05  WS-DC-RESULT             PIC X(01)  VALUE SPACE.
009436         88  DC-APPLY                        VALUE "A".
009439         88  DC-HELD                         VALUE "H".
009442         88  DC-REFUSED                      VALUE "N".
009445     05  WS-DC-REASON             PIC X(20).
009448     05  WS-DC-APPROVED-SWITCH    PIC X(01)  VALUE "N".
009451         88  DC-APPROVED-FOUND               VALUE "Y".
009454     05  WS-DC-WAITING-SWITCH     PIC X(01)  VALUE "N".
009457         88  DC-WAITING-FOUND                VALUE "Y".
009460     05  WS-MAY-REQUEST-SWITCH    PIC X(01)  VALUE "N".
009463         88  MAY-REQUEST                     VALUE "Y".
009466     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
009469         88  PEND-FILE-OPEN                  VALUE "Y".
009472     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
009475         88  EOF-PEND                        VALUE "Y".
009478     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
009481         88  EOF-AUTH                        VALUE "Y".
009500
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
011000 1000-INITIALIZE.
011100     MOVE 0 TO WS-APPLIED-COUNT
011200     MOVE 0 TO WS-REJECTED-COUNT
011210     MOVE 0 TO WS-HELD-COUNT
011300     MOVE "N" TO WS-EOF-TRANS-SWITCH
011400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011500     DISPLAY "USER" UPON ENVIRONMENT-NAME
014500             "STATUS=" WS-DEPT-LOG-STATUS
014600         MOVE "Y" TO WS-EOF-TRANS-SWITCH
014700         MOVE 16 TO RETURN-CODE
014800     END-IF
014810     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
014820     PERFORM 1900-OPEN-DUAL-CONTROL THRU 1900-EXIT
014830     IF NOT PEND-FILE-OPEN OR NOT APROB-LOG-OK
014840         MOVE "Y" TO WS-EOF-TRANS-SWITCH
014850     END-IF.
014900 1000-EXIT.
015000     EXIT.
015001
015002******************************************************************
015003* 1800-LOAD-AUTHORITY - MAY THE RUNNING OPERATOR FILE A REQUEST OF
015004* THIS PROGRAM'S KIND (COPY AUTORREC)? NO AUTORIZA.DAT, OR NO
015005* ENTRY FOR THE OPERATOR, MEANS NO
015006******************************************************************
015007 1800-LOAD-AUTHORITY.
015008     MOVE "N" TO WS-MAY-REQUEST-SWITCH
015009     MOVE "N" TO WS-EOF-AUTH-SWITCH
015010     OPEN INPUT AUTH-FILE
015011     IF NOT AUTH-OK
015012         GO TO 1800-EXIT
015013     END-IF
015014     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
015015         UNTIL EOF-AUTH
015016     CLOSE AUTH-FILE.
015017 1800-EXIT.
015018     EXIT.
015019
015020 1850-READ-ONE-AUTH.
015021     READ AUTH-FILE
015022         AT END
015023             MOVE "Y" TO WS-EOF-AUTH-SWITCH
015024             GO TO 1850-EXIT
015025     END-READ
015026     IF AUT-OPERATOR = WS-OPERATOR
015027         AND (AUT-KIND = WS-DC-KIND OR AUT-ALL-KINDS)
015028         AND AUT-REQUEST-ALLOWED
015029         MOVE "Y" TO WS-MAY-REQUEST-SWITCH
015030     END-IF.
015031 1850-EXIT.
015032     EXIT.
015033
015034******************************************************************
015035* 1900-OPEN-DUAL-CONTROL - OPEN THE PENDING-APPROVAL REGISTER,
015036* CREATING IT ON A FRESH SYSTEM THE WAY POST-HISTORIA CREATES
015037* HISTORIA.MST, AND THE APPEND-ONLY APPROVAL LOG
015038******************************************************************
015039 1900-OPEN-DUAL-CONTROL.
015040     OPEN I-O PEND-FILE
015041     IF PEND-MISSING
015042         OPEN OUTPUT PEND-FILE
015043         CLOSE PEND-FILE
015044         OPEN I-O PEND-FILE
015045     END-IF
015046     IF NOT PEND-OK
015047         DISPLAY "MANT-DEPTOS: NO SE PUDO ABRIR "
015048             "PENDIENTE.MST, STATUS=" WS-PEND-STATUS
015049         MOVE 16 TO RETURN-CODE
015050     ELSE
015051         MOVE "Y" TO WS-PEND-OPEN-SWITCH
015052     END-IF
015053
015054     OPEN EXTEND APROB-LOG-FILE
015055     IF APROB-LOG-MISSING
015056         OPEN OUTPUT APROB-LOG-FILE
015057     END-IF
015058     IF NOT APROB-LOG-OK
015059         DISPLAY "MANT-DEPTOS: NO SE PUDO ABRIR "
015060             "APROB-LOG.DAT, STATUS=" WS-APROB-LOG-STATUS
015061         MOVE 16 TO RETURN-CODE
015062     END-IF.
015063 1900-EXIT.
015064     EXIT.
015100
015200******************************************************************
015300* 2000-PROCESS-TRANS - ONE MASTER ACTION PER TRANSACTION; EVERY
017700     EXIT.
017800
017900 2200-APPLY-ONE-TRANS.
017910     MOVE SPACE TO WS-DC-RESULT
018000     PERFORM 2300-EDIT-ONE-TRANS THRU 2300-EXIT
018010     IF TRANS-EDITS-OK
018020         AND (TR-ACTION = "D"
018030              OR (TR-ACTION = "C" AND TR-STATUS = "I"))
018040         PERFORM 2500-CHECK-DUAL-CONTROL THRU 2500-EXIT
018050     END-IF
018100     IF TRANS-EDITS-OK
018200         EVALUATE TR-ACTION
018300             WHEN "A"
019500******************************************************************
019600* 2300-EDIT-ONE-TRANS - NOTHING TOUCHES THE MASTER UNTIL EVERY
019700* PUNCHED FIELD PASSES: KNOWN ACTION, NON-BLANK CODE, DATES
019800* NUMERIC WHEN GIVEN, STATUS A/I WHEN GIVEN, LEDGER ACCOUNT
019850* EIGHT DIGITS WHEN GIVEN, DELIVERY DAYS ALL Y/N WHEN GIVEN.
019900* A BAD FIELD REJECTS THE TRANSACTION WITH ITS
020000* OWN AUDIT LINE - THE FLAT FILE'S SILENT TYPO IS THE WHOLE
020100* REASON THIS PROGRAM EXISTS
020200******************************************************************
023100         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
023200         GO TO 2300-EXIT
023300     END-IF
023310     IF TR-GL-ACCOUNT NOT = SPACE
023320         AND TR-GL-ACCOUNT NOT NUMERIC
023330         MOVE "CUENTA MAYOR ILEGIBLE" TO DLOG-RESULT
023340         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
023350         GO TO 2300-EXIT
023360     END-IF
023400     IF TR-DELIV-DAYS NOT = SPACE
023500         PERFORM 2400-EDIT-DELIV-DAYS THRU 2400-EXIT
023600             VARYING WS-DAY-SUB FROM 1 BY 1
025100     END-IF.
025200 2400-EXIT.
025300     EXIT.
025303
025306******************************************************************
025309* 2500-CHECK-DUAL-CONTROL - TAKING A DEPARTMENT OUT OF SERVICE
025312* STOPS THE MORNING RUN EXPECTING ITS FEED, SO IT HAPPENS ONLY
025315* ONCE A SECOND OPERATOR HAS APPROVED THIS VERY CARD. UNTIL THEN
025318* THE CARD IS HELD AND LOGGED AS PENDING AND THE MASTER STANDS. A
025321* CODE THAT IS NOT ON THE MASTER IS REJECTED BEFORE ANYONE IS
025324* ASKED TO APPROVE IT
025327******************************************************************
025330 2500-CHECK-DUAL-CONTROL.
025333     MOVE TR-CODE TO DEPT-M-CODE
025336     READ DEPTOS-FILE
025339         INVALID KEY
025342             MOVE "NO EXISTE" TO DLOG-RESULT
025345             PERFORM 8500-LOG-REJECT THRU 8500-EXIT
025348             GO TO 2500-EXIT
025351     END-READ
025354     MOVE TR-CODE TO WS-DC-TARGET
025357     MOVE TRANS-RECORD TO WS-DC-IMAGE
025360     PERFORM 6000-DUAL-CONTROL THRU 6000-EXIT
025363     IF DC-REFUSED
025366         MOVE WS-DC-REASON TO DLOG-RESULT
025369         PERFORM 8500-LOG-REJECT THRU 8500-EXIT
025372         GO TO 2500-EXIT
025375     END-IF
025378     IF DC-HELD
025381         MOVE WS-DC-REASON TO DLOG-RESULT
025384         PERFORM 8700-LOG-HELD THRU 8700-EXIT
025387     END-IF.
025390 2500-EXIT.
025393     EXIT.
025400
025500******************************************************************
025600* 3000-ADD-DEPARTMENT - ALTA. BLANK OPTIONAL FIELDS TAKE THE
028700         MOVE TR-DELIV-DAYS TO DEPT-M-DELIV-DAYS
028800     END-IF
028900     MOVE TR-CONTACT TO DEPT-M-CONTACT
028910     MOVE TR-GL-ACCOUNT TO DEPT-M-GL-ACCOUNT
028920     MOVE TR-COST-CENTER TO DEPT-M-COST-CENTER
029000     WRITE DEPT-RECORD
029100         INVALID KEY
029200             IF DEPTOS-DUP-KEY
033300     IF TR-CONTACT NOT = SPACE
033400         MOVE TR-CONTACT TO DEPT-M-CONTACT
033500     END-IF
033510     IF TR-GL-ACCOUNT NOT = SPACE
033520         MOVE TR-GL-ACCOUNT TO DEPT-M-GL-ACCOUNT
033530     END-IF
033540     IF TR-COST-CENTER NOT = SPACE
033550         MOVE TR-COST-CENTER TO DEPT-M-COST-CENTER
033560     END-IF
033600     REWRITE DEPT-RECORD
033700         INVALID KEY
033800             MOVE "CAMBIO FALLO" TO DLOG-RESULT
037000 3200-EXIT.
037100     EXIT.
037200
037201******************************************************************
037202* 6000-DUAL-CONTROL - AN ACTION UNDER DUAL CONTROL TAKES EFFECT
037203* ONLY AGAINST AN APPROVED REQUEST FOR THE VERY SAME TRANSACTION
037204* IMAGE ON PENDIENTE.MST. THE REQUESTS FILED UNDER THE TARGET ARE
037205* READ IN SEQUENCE: AN APPROVED ONE LETS THE ACTION THROUGH
037206* (6500 MARKS IT APPLIED ONCE THE ACTION HAS TAKEN), ONE STILL
037207* WAITING HOLDS IT AGAIN, AND WITH NEITHER A NEW REQUEST IS FILED
037208* FOR A SECOND OPERATOR TO DECIDE IN APRUEBA-PEND. THE CALLER SETS
037209* WS-DC-TARGET AND WS-DC-IMAGE AND ACTS ON WS-DC-RESULT
037210******************************************************************
037211 6000-DUAL-CONTROL.
037212     MOVE "N" TO WS-DC-RESULT
037213     MOVE "N" TO WS-DC-APPROVED-SWITCH
037214     MOVE "N" TO WS-DC-WAITING-SWITCH
037215     MOVE 0 TO WS-DC-LAST-SEQ
037216     IF NOT PEND-FILE-OPEN
037217         MOVE "SIN PENDIENTE.MST" TO WS-DC-REASON
037218         GO TO 6000-EXIT
037219     END-IF
037220     MOVE WS-DC-KIND TO PEND-KIND
037221     MOVE WS-DC-TARGET TO PEND-TARGET
037222     MOVE 0 TO PEND-SEQ
037223     MOVE "N" TO WS-EOF-PEND-SWITCH
037224     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
037225         INVALID KEY
037226             MOVE "Y" TO WS-EOF-PEND-SWITCH
037227     END-START
037228     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT
037229     PERFORM 6200-CHECK-ONE-PEND THRU 6200-EXIT
037230         UNTIL EOF-PEND
037231     IF DC-APPROVED-FOUND
037232         MOVE "A" TO WS-DC-RESULT
037233         GO TO 6000-EXIT
037234     END-IF
037235     IF DC-WAITING-FOUND
037236         MOVE "H" TO WS-DC-RESULT
037237         MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
037238         GO TO 6000-EXIT
037239     END-IF
037240     PERFORM 6300-FILE-REQUEST THRU 6300-EXIT.
037241 6000-EXIT.
037242     EXIT.
037243
037244 6100-READ-NEXT-PEND.
037245     IF EOF-PEND
037246         GO TO 6100-EXIT
037247     END-IF
037248     READ PEND-FILE NEXT RECORD
037249         AT END
037250             MOVE "Y" TO WS-EOF-PEND-SWITCH
037251             GO TO 6100-EXIT
037252     END-READ
037253     IF PEND-KIND NOT = WS-DC-KIND
037254         OR PEND-TARGET NOT = WS-DC-TARGET
037255         MOVE "Y" TO WS-EOF-PEND-SWITCH
037256     END-IF.
037257 6100-EXIT.
037258     EXIT.
037259
037260 6200-CHECK-ONE-PEND.
037261     MOVE PEND-SEQ TO WS-DC-LAST-SEQ
037262     IF PEND-IMAGE NOT = WS-DC-IMAGE
037263         GO TO 6200-NEXT
037264     END-IF
037265     IF PEND-APPROVED AND NOT DC-APPROVED-FOUND
037266         MOVE "Y" TO WS-DC-APPROVED-SWITCH
037267         MOVE PEND-KEY TO WS-DC-HIT-KEY
037268     END-IF
037269     IF PEND-PENDING
037270         MOVE "Y" TO WS-DC-WAITING-SWITCH
037271     END-IF.
037272 6200-NEXT.
037273     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT.
037274 6200-EXIT.
037275     EXIT.
037276
037277******************************************************************
037278* 6300-FILE-REQUEST - FILE A NEW PENDING REQUEST UNDER THE NEXT
037279* SEQUENCE FOR THE TARGET. ONLY AN OPERATOR WITH REQUEST AUTHORITY
037280* FOR THE KIND IN AUTORIZA.DAT MAY FILE ONE; A REFUSAL IS LOGGED
037281******************************************************************
037282 6300-FILE-REQUEST.
037283     MOVE SPACES TO PEND-RECORD
037284     MOVE WS-DC-KIND TO PEND-KIND
037285     MOVE WS-DC-TARGET TO PEND-TARGET
037286     MOVE 0 TO PEND-SEQ
037287     IF NOT MAY-REQUEST
037288         MOVE "SIN AUTORIDAD" TO WS-DC-REASON
037289         MOVE "X" TO ALOG-EVENT
037290         MOVE WS-DC-REASON TO ALOG-RESULT
037291         PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT
037292         GO TO 6300-EXIT
037293     END-IF
037294     IF WS-DC-LAST-SEQ = 999
037295         MOVE "SIN SECUENCIA LIBRE" TO WS-DC-REASON
037296         GO TO 6300-EXIT
037297     END-IF
037298     ADD 1 TO WS-DC-LAST-SEQ GIVING PEND-SEQ
037299     MOVE WS-DC-IMAGE TO PEND-IMAGE
037300     MOVE "P" TO PEND-STATUS
037301     MOVE WS-OPERATOR TO PEND-REQ-OPER
037302     MOVE WS-TODAY TO PEND-REQ-DATE
037303     ACCEPT PEND-REQ-TIME FROM TIME
037304     WRITE PEND-RECORD
037305         INVALID KEY
037306             DISPLAY "MANT-DEPTOS: ALTA EN PENDIENTE.MST "
037307                 "FALLO, STATUS=" WS-PEND-STATUS
037308             MOVE "SOLICITUD FALLO" TO WS-DC-REASON
037309             MOVE 16 TO RETURN-CODE
037310             GO TO 6300-EXIT
037311     END-WRITE
037312     MOVE "H" TO WS-DC-RESULT
037313     MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
037314     DISPLAY "MANT-DEPTOS: SOLICITUD " PEND-KIND " "
037315         PEND-TARGET " " PEND-SEQ " EN ESPERA DE APROBACION"
037316     MOVE "S" TO ALOG-EVENT
037317     MOVE "SOLICITUD REGISTRADA" TO ALOG-RESULT
037318     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
037319 6300-EXIT.
037320     EXIT.
037321
037322******************************************************************
037323* 6500-MARK-APPLIED - THE APPROVED ACTION HAS TAKEN EFFECT: MARK
037324* ITS REQUEST APPLIED SO ONE APPROVAL BUYS EXACTLY ONE CHANGE
037325******************************************************************
037326 6500-MARK-APPLIED.
037327     IF NOT DC-APPLY
037328         GO TO 6500-EXIT
037329     END-IF
037330     MOVE SPACE TO WS-DC-RESULT
037331     MOVE WS-DC-HIT-KEY TO PEND-KEY
037332     READ PEND-FILE
037333         INVALID KEY
037334             DISPLAY "MANT-DEPTOS: SOLICITUD " WS-DC-HIT-KEY
037335                 " NO ESTA EN PENDIENTE.MST"
037336             MOVE 16 TO RETURN-CODE
037337             GO TO 6500-EXIT
037338     END-READ
037339     MOVE "E" TO PEND-STATUS
037340     MOVE WS-TODAY TO PEND-APPLIED-DATE
037341     REWRITE PEND-RECORD
037342         INVALID KEY
037343             DISPLAY "MANT-DEPTOS: CAMBIO EN PENDIENTE.MST "
037344                 "FALLO, STATUS=" WS-PEND-STATUS
037345             MOVE 16 TO RETURN-CODE
037346             GO TO 6500-EXIT
037347     END-REWRITE
037348     MOVE "E" TO ALOG-EVENT
037349     MOVE "APLICADA" TO ALOG-RESULT
037350     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
037351 6500-EXIT.
037352     EXIT.
037353
037354 6600-WRITE-APROB-LOG.
037355     IF NOT APROB-LOG-OK
037356         GO TO 6600-EXIT
037357     END-IF
037358     MOVE WS-TODAY TO ALOG-DATE
037359     ACCEPT ALOG-TIME FROM TIME
037360     MOVE WS-OPERATOR TO ALOG-OPERATOR
037361     MOVE PEND-KIND TO ALOG-KIND
037362     MOVE PEND-TARGET TO ALOG-TARGET
037363     MOVE PEND-SEQ TO ALOG-SEQ
037364     WRITE ALOG-RECORD.
037365 6600-EXIT.
037366     EXIT.
037367
037368 8400-LOG-APPLIED.
037400     ADD 1 TO WS-APPLIED-COUNT
037410     PERFORM 6500-MARK-APPLIED THRU 6500-EXIT
037500     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
037600 8400-EXIT.
037605     EXIT.
037609
037618 8700-LOG-HELD.
037627     ADD 1 TO WS-HELD-COUNT
037636     MOVE "N" TO WS-EDIT-SWITCH
037645     DISPLAY "MANT-DEPTOS: RETENIDA " TR-ACTION " " TR-CODE
037654         " - " DLOG-RESULT
037663     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
037672 8700-EXIT.
037681     EXIT.
037800
037900 8500-LOG-REJECT.
038000     ADD 1 TO WS-REJECTED-COUNT
038050     MOVE "N" TO WS-EDIT-SWITCH
038100     DISPLAY "MANT-DEPTOS: RECHAZADA " TR-ACTION " " TR-CODE
038200         " - " DLOG-RESULT
038300     PERFORM 8600-WRITE-LOG-LINE THRU 8600-EXIT.
040000******************************************************************
040100* 9000-TERMINATE - CLOSE FILES; ANY REJECTED TRANSACTION LEAVES
040200* RETURN-CODE 8 SO THE PUNCHED DECK GETS LOOKED AT. AN I/O ABORT
040300* (RETURN-CODE 16) IS NOT OVERWRITTEN. A CARD HELD FOR APPROVAL,
040310* WITH NOTHING REJECTED, LEAVES RETURN-CODE 4
040400******************************************************************
040500 9000-TERMINATE.
040600     CLOSE TRANS-FILE
040700     CLOSE DEPTOS-FILE
040800     CLOSE DEPT-LOG-FILE
040810     CLOSE PEND-FILE
040820     CLOSE APROB-LOG-FILE
040900     DISPLAY "MANT-DEPTOS: APLICADAS : " WS-APPLIED-COUNT
041000     DISPLAY "MANT-DEPTOS: RECHAZADAS: " WS-REJECTED-COUNT
041010     DISPLAY "MANT-DEPTOS: RETENIDAS : " WS-HELD-COUNT
041100     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
041200         MOVE 8 TO RETURN-CODE
041300     END-IF
041310     IF WS-HELD-COUNT > 0 AND RETURN-CODE = 0
041320         MOVE 4 TO RETURN-CODE
041330     END-IF.
041400 9000-EXIT.
041500     EXIT.

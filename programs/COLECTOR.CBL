002380*                  HOLDING THE WHOLE CHAIN; ONLY A DEPARTMENT
002390*                  THAT SHOULD HAVE DELIVERED AND DID NOT STILL
002391*                  FAILS THE RUN
002392* 10/15/2026 DRO   TODAY IS LOOKED UP ON THE BUSINESS-DAY
002398*                  CALENDAR CALENDARIO.MST (COPY CALREC,
002404*                  MAINTAINED BY MANT-CALEND). ON A BANK HOLIDAY
002410*                  NO DEPARTMENT IS EXPECTED: EACH IS REPORTED
002416*                  "FERIADO" AND SKIPPED INSTEAD OF FAILING THE
002422*                  RUN. WITHOUT THE CALENDAR, OR FOR A DATE NOT
002428*                  ON IT, THE DELIVERY-DAY BYTES DECIDE AS BEFORE
002434* 10/15/2026 DRO   DEPTOS.MST RECORD IS NOW 96 BYTES - DEPTREC
002440*                  CARRIES THE DEPARTMENT'S LEDGER ACCOUNT AND
002446*                  COST CENTER FOR EXTRACTO-GL. NO LOGIC CHANGE
002452* 10/15/2026 DRO   BATCHES LIBERA-SUSP RELEASED FROM SUSPENSE WAIT
002458*                  IN LIBERADOS.DAT; AFTER THE DEPARTMENTS THEY
002464*                  ARE APPENDED TO NUMEROS.DAT, REPORTED ON A
002470*                  "LIBERADOS" LINE AND COUNTED IN THE COMBINED
002476*                  TOTAL. A CLEAN COLLECTION EMPTIES THE FILE SO
002482*                  NO RELEASED BATCH FEEDS TWO RUNS
002488******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-COL-RPT-STATUS.
004400
004410     SELECT CALEND-FILE ASSIGN TO "CALENDARIO.MST"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS CAL-KEY
004450         FILE STATUS IS WS-CALEND-STATUS.
004460
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DEPTOS-FILE
004800     RECORD CONTAINS 96 CHARACTERS.
004900     COPY DEPTREC.
005200
005300 FD  DEPT-IN-FILE
006100 FD  COLECTOR-RPT-FILE
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  COLECTOR-RPT-RECORD         PIC X(132).
006310
006320 FD  CALEND-FILE
006330     RECORD CONTAINS 55 CHARACTERS.
006340     COPY CALREC.
006400
006500 WORKING-STORAGE SECTION.
006600     COPY NUMDATA.
007800
007900 01  WS-COL-RPT-STATUS            PIC X(02).
008000     88  COL-RPT-OK                          VALUE "00".
008010
008020 01  WS-CALEND-STATUS             PIC X(02).
008030     88  CALEND-OK                           VALUE "00".
008040     88  CALEND-MISSING                      VALUE "35" "05".
008100
008200 01  WS-SWITCHES.
008300     05  WS-EOF-DEPTOS-SWITCH     PIC X(01)  VALUE "N".
008400         88  EOF-DEPTOS                      VALUE "Y".
008500     05  WS-EOF-DEPT-SWITCH       PIC X(01)  VALUE "N".
008600         88  EOF-DEPT-IN                     VALUE "Y".
008610     05  WS-HOLIDAY-SWITCH        PIC X(01)  VALUE "N".
008620         88  TODAY-IS-HOLIDAY                VALUE "Y".
008700
008800 01  WS-TODAY                     PIC X(08).
008900 01  WS-DEPT-FILENAME             PIC X(30)  VALUE SPACE.
010230 77  WS-DAY-INT                   PIC 9(08) COMP VALUE 0.
010240 77  WS-DOW                       PIC 9(01)  VALUE 0.
010250 77  WS-DAY-SLOT                  PIC 9(01)  VALUE 0.
010260 77  WS-RELEASED-RECORDS          PIC 9(07)  VALUE 0.
010300
010400 01  WS-HEADING-LINE.
010500     05  FILLER                   PIC X(31)  VALUE
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013300     PERFORM 2000-COLLECT-DEPARTMENTS THRU 2000-EXIT
013350     PERFORM 3000-COLLECT-RELEASED THRU 3000-EXIT
013400     PERFORM 4000-PRINT-COMBINED THRU 4000-EXIT
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT
013600     GOBACK.
014994     ELSE
014996         MOVE WS-DOW TO WS-DAY-SLOT
014998     END-IF
014999     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT
015000
015100     OPEN INPUT DEPTOS-FILE
015200     IF DEPTOS-MISSING
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018410
018420******************************************************************
018430* 1200-CHECK-CALENDAR - IS TODAY A BANK HOLIDAY ON THE
018440* BUSINESS-DAY CALENDAR? NO CALENDAR, OR TODAY NOT ON IT, MEANS
018450* AN ORDINARY DAY AND THE DELIVERY-DAY BYTES DECIDE. A HALF DAY
018460* IS STILL A DELIVERY DAY
018470******************************************************************
018480 1200-CHECK-CALENDAR.
018481     MOVE "N" TO WS-HOLIDAY-SWITCH
018482     OPEN INPUT CALEND-FILE
018483     IF CALEND-MISSING
018484         GO TO 1200-EXIT
018485     END-IF
018486     IF NOT CALEND-OK
018487         DISPLAY "COLECTOR-NUM: NO SE PUDO ABRIR CALENDARIO.MST"
018488             ", STATUS=" WS-CALEND-STATUS
018489         MOVE "Y" TO WS-EOF-DEPTOS-SWITCH
018490         MOVE 16 TO RETURN-CODE
018491         GO TO 1200-EXIT
018492     END-IF
018493     MOVE WS-TODAY TO CAL-DATE
018494     READ CALEND-FILE
018495         INVALID KEY
018496             CONTINUE
018497         NOT INVALID KEY
018498             IF CAL-BANK-HOLIDAY
018499                 MOVE "Y" TO WS-HOLIDAY-SWITCH
018500                 DISPLAY "COLECTOR-NUM: " WS-TODAY " ES FERIADO ("
018501                     CAL-DESCRIPTION "), NO SE ESPERAN "
018502                     "DEPARTAMENTOS"
018503             END-IF
018504     END-READ
018505     CLOSE CALEND-FILE.
018506 1200-EXIT.
018507     EXIT.
018553
018600******************************************************************
018700* 2000-COLLECT-DEPARTMENTS - ONE PASS PER LISTED DEPARTMENT, IN
018800* THE ORDER THE LIST GIVES THEM - THE SAME ORDER THE OPERATOR
021396         PERFORM 2700-WRITE-DEPT-LINE THRU 2700-EXIT
021398         GO TO 2200-NEXT
021399     END-IF
021400     IF TODAY-IS-HOLIDAY
021401         ADD 1 TO WS-DEPT-SKIPPED
021402         MOVE "FERIADO" TO WS-DL-STATUS
021403         PERFORM 2700-WRITE-DEPT-LINE THRU 2700-EXIT
021404         GO TO 2200-NEXT
021405     END-IF
021452
021500     OPEN INPUT DEPT-IN-FILE
021600     IF DEPT-IN-MISSING
021700         DISPLAY "COLECTOR-NUM: FALTA EL ARCHIVO DE "
032200         " ESTADO " WS-DL-STATUS.
032300 2700-EXIT.
032400     EXIT.
032407
032414******************************************************************
032421* 3000-COLLECT-RELEASED - BATCHES RELEASED FROM SUSPENSE RIDE IN
032430* BEHIND THE DEPARTMENTS, HEADERS AND TRAILERS INTACT, SO
032440* SUMA-CADENA BALANCES AND REGISTERS THEM LIKE ANY OTHER BATCH.
032450* NO LIBERADOS.DAT, OR AN EMPTY ONE, IS THE ORDINARY DAY AND
032460* GETS NO REPORT LINE
032470******************************************************************
032480 3000-COLLECT-RELEASED.
032490     MOVE 0 TO WS-RELEASED-RECORDS
032500     IF NOT NUMEROS-OK
032510         GO TO 3000-EXIT
032520     END-IF
032530     MOVE "LIBERADO" TO WS-DEPT-CODE
032540     MOVE "LIBERADOS.DAT" TO WS-DEPT-FILENAME
032550     MOVE 0 TO WS-DEPT-COUNT
032560     MOVE 0 TO WS-DEPT-TOTAL
032570     MOVE 0 TO WS-DEPT-RECORDS
032580     MOVE "N" TO WS-EOF-DEPT-SWITCH
032590     OPEN INPUT DEPT-IN-FILE
032600     IF DEPT-IN-MISSING
032610         GO TO 3000-EXIT
032620     END-IF
032630     IF NOT DEPT-IN-OK
032640         DISPLAY "COLECTOR-NUM: NO SE PUDO ABRIR "
032650             "LIBERADOS.DAT, STATUS=" WS-DEPT-IN-STATUS
032660         MOVE 16 TO RETURN-CODE
032670         GO TO 3000-EXIT
032680     END-IF
032690     PERFORM 2300-COPY-ONE-RECORD THRU 2300-EXIT
032700         UNTIL EOF-DEPT-IN
032710     CLOSE DEPT-IN-FILE
032720     IF WS-DEPT-RECORDS = 0
032730         GO TO 3000-EXIT
032740     END-IF
032750     MOVE WS-DEPT-RECORDS TO WS-RELEASED-RECORDS
032760     ADD WS-DEPT-COUNT TO WS-COMB-COUNT
032770     ADD WS-DEPT-TOTAL TO WS-COMB-TOTAL
032780     MOVE "LIBERADOS" TO WS-DL-STATUS
032790     PERFORM 2700-WRITE-DEPT-LINE THRU 2700-EXIT.
032800 3000-EXIT.
032810     EXIT.
032820
032830******************************************************************
032840* 4000-PRINT-COMBINED - THE COMBINED COUNT AND TOTAL UNDER THE
032870* DEPARTMENT LINES - THE NUMBER THE CHAIN SHOULD REPRODUCE
032900******************************************************************
033000 4000-PRINT-COMBINED.
033100     IF NOT COL-RPT-OK
034600     CLOSE DEPTOS-FILE
034700     CLOSE NUMEROS-FILE
034800     CLOSE COLECTOR-RPT-FILE
034810*    THE RELEASED BATCHES ARE NOW IN NUMEROS.DAT; ON A CLEAN
034820*    COLLECTION THE HOLDING FILE IS EMPTIED. A HELD RUN KEEPS
034830*    IT SO THE RERUN COLLECTS THEM AGAIN
034840     IF RETURN-CODE = 0 AND WS-RELEASED-RECORDS > 0
034850         OPEN OUTPUT DEPT-IN-FILE
034860         CLOSE DEPT-IN-FILE
034870         DISPLAY "COLECTOR-NUM: LIBERADOS.DAT ENTREGADO, "
034880             WS-RELEASED-RECORDS " REGISTROS"
034890     END-IF
034900     DISPLAY "COLECTOR-NUM: DEPARTAMENTOS " WS-DEPT-SEEN
035000         " CON PROBLEMA " WS-DEPT-BAD
035010         " OMITIDOS " WS-DEPT-SKIPPED.

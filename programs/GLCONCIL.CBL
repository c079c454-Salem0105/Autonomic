002400*                  GL-ACK.DAT HOLDS THE RECONCILIATION RATHER
002500*                  THAN CARRYING THE WHOLE DAY FORWARD - AN ACK
002600*                  FILE THAT ARRIVES LATE MUST NOT DOUBLE-POST
002610* 10/15/2026 DRO   EXTRACTO-GL NOW POSTS THE SUMA-CADENA AMOUNT
002620*                  ONE LINE PER DEPARTMENT, SO THE LEDGER ECHOES
002630*                  THE DEPARTMENT CODE BACK IN A NEW ACK-DEPT
002640*                  FIELD AT THE END OF THE ACK (NOW 51 BYTES) AND
002650*                  A RESPONSE MUST MATCH ON SEQUENCE, DATE,
002660*                  ACCOUNT AND DEPARTMENT. THE EXCEPTIONS REPORT
002670*                  SHOWS THE DEPARTMENT, AND A CARRY-FORWARD
002680*                  KEEPS ITS DEPARTMENT AND COST CENTER (COPY
002690*                  GLCARRY, NOW 44 BYTES) SO IT RE-POSTS AGAINST
002695*                  THE SAME DEPARTMENT
002695* 10/15/2026 DRO   A POSTING NOW CARRIES THE DATE IT WAS FIRST
002695*                  SENT (WS-GD-ORIG-DATE, COPY GLINTF) THROUGH
002695*                  EVERY RE-CARRY: THE CARRY KEEPS IT IN
002695*                  CARRY-ORIG-DATE (COPY GLCARRY, NOW 52 BYTES)
002695*                  AND THE EXCEPTIONS LINE, NOW COPY GLEXCEP SO
002695*                  INFORME-ABIERTOS READS WHAT IS WRITTEN HERE,
002695*                  SHOWS IT AFTER THE REASON
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
005200 01  GL-INTF-RECORD              PIC X(60).
005300
005400 FD  GL-ACK-FILE
005500     RECORD CONTAINS 51 CHARACTERS.
005600 01  GL-ACK-RECORD.
005700     05  ACK-SEQ                 PIC X(06).
005800     05  ACK-DATE                PIC X(08).
005900     05  ACK-ACCOUNT             PIC X(08).
006000     05  ACK-STATUS              PIC X(01).
006100     05  ACK-REASON              PIC X(20).
006150     05  ACK-DEPT                PIC X(08).
006200
006300 FD  GL-EXCEP-FILE
006400     RECORD CONTAINS 132 CHARACTERS.
006500 01  GL-EXCEP-RECORD             PIC X(132).
006600
006700 FD  GL-CARRY-FILE
006800     RECORD CONTAINS 52 CHARACTERS.
006900     COPY GLCARRY.
007000
007100 WORKING-STORAGE SECTION.
011000         10  WS-PT-DATE          PIC X(08).
011100         10  WS-PT-ACCOUNT       PIC X(08).
011200         10  WS-PT-AMOUNT        PIC S9(11)V99.
011250         10  WS-PT-DEPT          PIC X(08).
011260         10  WS-PT-COST-CENTER   PIC X(06).
011270         10  WS-PT-ORIG-DATE     PIC X(08).
011300         10  WS-PT-ACK           PIC X(01).
011400
011500 01  WS-HEADING-LINE.
011900     05  WS-HD-DATE               PIC X(08).
012000     05  FILLER                   PIC X(85)  VALUE SPACE.
012100
012200     COPY GLEXCEP.
013500
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
023900                 MOVE WS-GD-DATE TO WS-PT-DATE (POST-IDX)
024000                 MOVE WS-GD-ACCOUNT TO WS-PT-ACCOUNT (POST-IDX)
024100                 MOVE WS-GD-AMOUNT TO WS-PT-AMOUNT (POST-IDX)
024110                 MOVE WS-GD-DEPT TO WS-PT-DEPT (POST-IDX)
024120                 MOVE WS-GD-COST-CENTER
024130                     TO WS-PT-COST-CENTER (POST-IDX)
024139                 IF WS-GD-ORIG-DATE = SPACE
024148                     MOVE WS-GD-DATE TO WS-PT-ORIG-DATE (POST-IDX)
024157                 ELSE
024166                     MOVE WS-GD-ORIG-DATE
024175                         TO WS-PT-ORIG-DATE (POST-IDX)
024184                 END-IF
024200                 MOVE "N" TO WS-PT-ACK (POST-IDX)
024300             ELSE
024400                 DISPLAY "CONCILIA-GL: TABLA DE PARTIDAS LLENA, "
025700
025800******************************************************************
025900* 2000-PROCESS-ACKS - ONE PASS OVER THE LEDGER'S FILE. EACH
026000* RESPONSE MUST MATCH A POSTING WE SENT ON SEQUENCE, DATE,
026100* ACCOUNT AND DEPARTMENT; A RESPONSE WITHOUT A PARTNER IS ITS
026150* OWN EXCEPTION
026200******************************************************************
026300 2000-PROCESS-ACKS.
026400     IF NOT ACKS-PRESENT
030100         MOVE 0 TO WS-EX-SEQ
030200         MOVE ACK-DATE TO WS-EX-DATE
030300         MOVE ACK-ACCOUNT TO WS-EX-ACCOUNT
030350         MOVE ACK-DEPT TO WS-EX-DEPT
030400         MOVE 0 TO WS-EX-AMOUNT
030500         MOVE "SIN PARTIDA" TO WS-EX-TEXT
030600         MOVE ACK-REASON TO WS-EX-REASON
030610         MOVE ACK-DATE TO WS-EX-ORIG-DATE
030700         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
030800     END-IF.
030900 2200-NEXT.
031500     IF WS-PT-SEQ (POST-IDX) = FUNCTION NUMVAL(ACK-SEQ)
031600         AND WS-PT-DATE (POST-IDX) = ACK-DATE
031700         AND WS-PT-ACCOUNT (POST-IDX) = ACK-ACCOUNT
031750         AND WS-PT-DEPT (POST-IDX) = ACK-DEPT
031800         MOVE "Y" TO WS-MATCH-SWITCH
031900         PERFORM 2400-APPLY-ONE-ACK THRU 2400-EXIT
032000     END-IF.
033200             MOVE WS-PT-SEQ (POST-IDX) TO WS-EX-SEQ
033300             MOVE WS-PT-DATE (POST-IDX) TO WS-EX-DATE
033400             MOVE WS-PT-ACCOUNT (POST-IDX) TO WS-EX-ACCOUNT
033450             MOVE WS-PT-DEPT (POST-IDX) TO WS-EX-DEPT
033500             MOVE WS-PT-AMOUNT (POST-IDX) TO WS-EX-AMOUNT
033600             MOVE "RECHAZADO" TO WS-EX-TEXT
033700             MOVE ACK-REASON TO WS-EX-REASON
033710             MOVE WS-PT-ORIG-DATE (POST-IDX) TO WS-EX-ORIG-DATE
033800             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
033900             PERFORM 5500-WRITE-CARRY THRU 5500-EXIT
034000         WHEN OTHER
034100             MOVE WS-PT-SEQ (POST-IDX) TO WS-EX-SEQ
034200             MOVE WS-PT-DATE (POST-IDX) TO WS-EX-DATE
034300             MOVE WS-PT-ACCOUNT (POST-IDX) TO WS-EX-ACCOUNT
034350             MOVE WS-PT-DEPT (POST-IDX) TO WS-EX-DEPT
034400             MOVE WS-PT-AMOUNT (POST-IDX) TO WS-EX-AMOUNT
034500             MOVE "ESTADO INVAL." TO WS-EX-TEXT
034600             MOVE ACK-REASON TO WS-EX-REASON
034610             MOVE WS-PT-ORIG-DATE (POST-IDX) TO WS-EX-ORIG-DATE
034700             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
034800     END-EVALUATE.
034900 2400-EXIT.
037100         MOVE WS-PT-SEQ (POST-IDX) TO WS-EX-SEQ
037200         MOVE WS-PT-DATE (POST-IDX) TO WS-EX-DATE
037300         MOVE WS-PT-ACCOUNT (POST-IDX) TO WS-EX-ACCOUNT
037350         MOVE WS-PT-DEPT (POST-IDX) TO WS-EX-DEPT
037400         MOVE WS-PT-AMOUNT (POST-IDX) TO WS-EX-AMOUNT
037500         MOVE "SIN ACUSE" TO WS-EX-TEXT
037600         MOVE SPACES TO WS-EX-REASON
037610         MOVE WS-PT-ORIG-DATE (POST-IDX) TO WS-EX-ORIG-DATE
037700         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
037800         PERFORM 5500-WRITE-CARRY THRU 5500-EXIT
037900     END-IF.
041000     MOVE WS-PT-DATE (POST-IDX) TO CARRY-DATE
041100     MOVE WS-PT-ACCOUNT (POST-IDX) TO CARRY-ACCOUNT
041200     MOVE WS-PT-AMOUNT (POST-IDX) TO CARRY-AMOUNT
041250     MOVE WS-PT-DEPT (POST-IDX) TO CARRY-DEPT
041260     MOVE WS-PT-COST-CENTER (POST-IDX) TO CARRY-COST-CENTER
041270     MOVE WS-PT-ORIG-DATE (POST-IDX) TO CARRY-ORIG-DATE
041300     WRITE GL-CARRY-RECORD
041400     ADD 1 TO WS-CARRY-COUNT.
041500 5500-EXIT.

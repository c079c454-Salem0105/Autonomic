002299*                  FILE OR AN ENTRY THE BURNED-IN ACCOUNTS
002299*                  STAND, SO FINANCE'S YEARLY ACCOUNT MOVE IS NO
002299*                  LONGER A PROGRAM CHANGE AND A RELINK
002299* 10/15/2026 DRO   THE SUMA-CADENA AMOUNT IS NOW SPLIT BY
002299*                  ORIGINATING DEPARTMENT SO EACH DEPARTMENT IS
002299*                  CHARGED FOR ITS OWN ACTIVITY: THE "D" LINES IN
002299*                  NUM-REG.DAT ARE SUBTOTALLED BY REG-ORIGIN,
002299*                  COUNTING ONLY BATCHES LOTES.MST REGISTERED AS
002299*                  POSTED TODAY, AND EACH DEPARTMENT POSTS ONE D
002299*                  RECORD TO THE LEDGER ACCOUNT AND COST CENTER
002299*                  ON ITS DEPTOS.MST RECORD (CTA-SUMA-CADENA WHEN
002299*                  THE DEPARTMENT HAS NONE). THE DEPARTMENT
002299*                  POSTINGS MUST FOOT TO SUMA-CADENA'S RUNSUM
002299*                  TOTAL OR NOTHING IS WRITTEN AND THE STEP ENDS
002299*                  RETURN-CODE 8. CARRIES COME BACK FROM
002299*                  CONCILIA-GL WITH THEIR DEPARTMENT AND RE-POST
002299*                  UNDER IT
002299* 10/15/2026 DRO   LOTES.MST IS NOW 62 BYTES; A BATCH COUNTS
002299*                  TOWARD THE DEPARTMENT SPLIT ONLY WHEN ITS
002299*                  STATUS IS POSTED, NOT SUSPENDED, RELEASED OR
002299*                  VOIDED
002299* 10/15/2026 DRO   REVERSALS QUEUED BY REVERSA-LOTE IN
002299*                  REVERSOS.DAT (COPY GLREVERS) ARE SENT AS
002299*                  REVERSING D RECORDS UNDER TODAY'S DATE AFTER
002299*                  THE CARRIES, THEN THE QUEUE IS EMPTIED THE WAY
002299*                  THE CARRY FILE IS. A BATCH REVERSED THE SAME
002299*                  DAY IT POSTED STILL COUNTS IN THE DEPARTMENT
002299*                  SPLIT - ITS ORIGINAL POSTING AND ITS REVERSAL
002299*                  BOTH GO OUT - AND THE REVERSAL'S OWN NEGATING
002299*                  REGISTER LINE IS LEFT OUT OF THE SPLIT
002299* 10/15/2026 DRO   A RE-POSTED CARRY GOES OUT WITH THE DATE IT WAS
002299*                  FIRST SENT IN WS-GD-ORIG-DATE (COPY GLINTF) -
002299*                  CARRY-ORIG-DATE, OR CARRY-DATE ON A CARRY
002299*                  WRITTEN BEFORE THE FIELD EXISTED (COPY GLCARRY,
002299*                  NOW 52 BYTES) - SO CONCILIA-GL CAN HAND IT ON
002299*                  IF IT BOUNCES AGAIN. A FIRST POSTING LEAVES IT
002299*                  BLANK
002299* 10/15/2026 DRO   NUM-REG.DAT NOW ACCUMULATES FROM DAY TO DAY
002299*                  (COPY NUMREG, NOW 59 BYTES): THE DEPARTMENT
002299*                  SPLIT TAKES ONLY THE LINES DATED TODAY, SO A
002299*                  SUSPENDED BATCH'S EARLIER LINES DO NOT COUNT
002299*                  AGAIN WHEN IT IS RELEASED AND POSTS
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
003460     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS WS-PARAMS-STATUS.
003481
003482     SELECT NUMREG-FILE ASSIGN TO "NUM-REG.DAT"
003483         ORGANIZATION IS LINE SEQUENTIAL
003484         FILE STATUS IS WS-NUMREG-STATUS.
003485
003486     SELECT LOTES-FILE ASSIGN TO "LOTES.MST"
003487         ORGANIZATION IS INDEXED
003488         ACCESS MODE IS RANDOM
003489         RECORD KEY IS LOTE-KEY
003490         FILE STATUS IS WS-LOTES-STATUS.
003491
003492     SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.MST"
003493         ORGANIZATION IS INDEXED
003494         ACCESS MODE IS RANDOM
003495         RECORD KEY IS DEPT-KEY
003496         FILE STATUS IS WS-DEPTOS-STATUS.
003497
003498     SELECT REVERSOS-FILE ASSIGN TO "REVERSOS.DAT"
003499         ORGANIZATION IS LINE SEQUENTIAL
003499         FILE STATUS IS WS-REVERSOS-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004400 01  GL-INTF-RECORD              PIC X(60).
004410
004420 FD  GL-CARRY-FILE
004430     RECORD CONTAINS 52 CHARACTERS.
004440     COPY GLCARRY.
004450
004460 FD  PARAMS-FILE
004470     RECORD CONTAINS 36 CHARACTERS.
004480     COPY PARAMREC.
004481
004482 FD  NUMREG-FILE
004483     RECORD CONTAINS 59 CHARACTERS.
004484 01  NUMREG-RECORD               PIC X(59).
004485
004486 FD  LOTES-FILE
004487     RECORD CONTAINS 62 CHARACTERS.
004488     COPY LOTEREG.
004489
004490 FD  DEPTOS-FILE
004491     RECORD CONTAINS 96 CHARACTERS.
004492     COPY DEPTREC.
004493
004494 FD  REVERSOS-FILE
004495     RECORD CONTAINS 60 CHARACTERS.
004496     COPY GLREVERS.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-RUNSUM-STATUS             PIC X(02).
005150
005160 01  WS-PARAMS-STATUS             PIC X(02).
005170     88  PARAMS-OK                           VALUE "00".
005171
005172 01  WS-NUMREG-STATUS             PIC X(02).
005173     88  NUMREG-OK                           VALUE "00".
005174
005175 01  WS-LOTES-STATUS              PIC X(02).
005176     88  LOTES-OK                            VALUE "00".
005177     88  LOTES-NOT-FOUND                     VALUE "23".
005178
005179 01  WS-DEPTOS-STATUS             PIC X(02).
005180     88  DEPTOS-OK                           VALUE "00".
005181     88  DEPTOS-MISSING                      VALUE "35" "05".
005182     88  DEPTOS-NOT-FOUND                    VALUE "23".
005183
005184 01  WS-REVERSOS-STATUS           PIC X(02).
005185     88  REVERSOS-OK                         VALUE "00".
005186     88  REVERSOS-MISSING                    VALUE "35" "05".
005200
005300 01  WS-SWITCHES.
005400     05  WS-EOF-RUNSUM-SWITCH     PIC X(01)  VALUE "N".
005920         88  EOF-GL-CARRY                    VALUE "Y".
005930     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
005940         88  EOF-PARAMS                      VALUE "Y".
005941     05  WS-EOF-NUMREG-SWITCH     PIC X(01)  VALUE "N".
005942         88  EOF-NUMREG                      VALUE "Y".
005943     05  WS-DEPTOS-SWITCH         PIC X(01)  VALUE "N".
005944         88  DEPTOS-PRESENT                  VALUE "Y".
005945     05  WS-BATCH-POSTED-SWITCH   PIC X(01)  VALUE "N".
005946         88  BATCH-POSTED-TODAY              VALUE "Y".
005947     05  WS-DEPT-FOUND-SWITCH     PIC X(01)  VALUE "N".
005948         88  DEPT-FOUND                      VALUE "Y".
005949     05  WS-EOF-REVERSOS-SWITCH   PIC X(01)  VALUE "N".
005950         88  EOF-REVERSOS                    VALUE "Y".
006000
006100 01  WS-TODAY                     PIC X(08).
006200 77  CTA-SUMA-CADENA              PIC X(08)  VALUE "41010010".
006800 77  WS-AMOUNT-TOTAL              PIC S9(13)V99 VALUE 0.
006850 77  WS-ED-TOTAL                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
006860 77  WS-CARRY-COUNT               PIC 9(06)  VALUE 0.
006860 77  WS-REVERSAL-COUNT            PIC 9(06)  VALUE 0.
006861 77  WS-DEPT-COUNT                PIC 9(03) COMP VALUE 0.
006862 77  WS-DEPT-FOOT                 PIC S9(13)V99 VALUE 0.
006863 77  WS-UNREG-LINES               PIC 9(07)  VALUE 0.
006864 77  WS-ED-FOOT                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
006865 01  WS-LAST-LOTE-KEY             PIC X(16)  VALUE SPACE.
006866
006867 01  WS-DEPT-TABLE.
006868     05  WS-DEPT-ENTRY OCCURS 100 TIMES
006869             INDEXED BY DEPT-IDX.
006870         10  WS-DT-CODE          PIC X(08).
006871         10  WS-DT-ACCOUNT       PIC X(08).
006872         10  WS-DT-COST-CENTER   PIC X(06).
006873         10  WS-DT-AMOUNT        PIC S9(11)V99.
006900
007000     COPY GLINTF.
007050     COPY NUMREG.
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-COLLECT-TOTALS THRU 2000-EXIT
009550     PERFORM 2500-SPLIT-BY-DEPARTMENT THRU 2500-EXIT
009600     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
009700     PERFORM 9000-TERMINATE THRU 9000-EXIT
009800     GOBACK.
016400     PERFORM 2100-READ-ONE-SUMMARY THRU 2100-EXIT.
016500 2200-EXIT.
016600     EXIT.
016610
016620******************************************************************
016630* 2500-SPLIT-BY-DEPARTMENT - SUBTOTAL TODAY'S REGISTER BY
016640* ORIGINATING DEPARTMENT. ONLY A BATCH LOTES.MST REGISTERED AS
016650* POSTED TODAY COUNTS - A BATCH THAT FAILED ITS TRAILER NEVER
016660* REACHED THE REGISTER OR SITS ON IT SUSPENDED - SO THE SPLIT IS
016670* OF EXACTLY WHAT BALANCED. THE DEPARTMENT POSTINGS MUST THEN
016680* FOOT TO THE SUMA-CADENA TOTAL IN RUNSUM.DAT; IF THEY DO NOT,
016690* SOMETHING POSTED THAT NO DEPARTMENT CAN BE CHARGED FOR AND THE
016700* EXTRACT IS HELD
016710******************************************************************
016720 2500-SPLIT-BY-DEPARTMENT.
016730     MOVE 0 TO WS-DEPT-COUNT
016740     MOVE 0 TO WS-UNREG-LINES
016750     MOVE SPACES TO WS-DEPT-TABLE
016760     MOVE SPACE TO WS-LAST-LOTE-KEY
016770     IF RETURN-CODE NOT = 0 OR NOT SUMA-POSTED-TODAY
016780         GO TO 2500-EXIT
016790     END-IF
016800
016810     OPEN INPUT NUMREG-FILE
016820     IF NOT NUMREG-OK
016830         DISPLAY "EXTRACTO-GL: NO SE PUDO ABRIR NUM-REG.DAT, "
016840             "STATUS=" WS-NUMREG-STATUS
016850         MOVE 16 TO RETURN-CODE
016860         GO TO 2500-EXIT
016870     END-IF
016880     OPEN INPUT LOTES-FILE
016890     IF NOT LOTES-OK
016900         DISPLAY "EXTRACTO-GL: NO SE PUDO ABRIR LOTES.MST, "
016910             "STATUS=" WS-LOTES-STATUS
016920         MOVE 16 TO RETURN-CODE
016930         CLOSE NUMREG-FILE
016940         GO TO 2500-EXIT
016950     END-IF
016960*    WITHOUT A DEPARTMENT MASTER EVERY DEPARTMENT POSTS TO THE
016970*    CTA-SUMA-CADENA ACCOUNT, STILL ONE LINE PER DEPARTMENT
016980     MOVE "N" TO WS-DEPTOS-SWITCH
016990     OPEN INPUT DEPTOS-FILE
017000     IF DEPTOS-OK
017010         MOVE "Y" TO WS-DEPTOS-SWITCH
017020     ELSE
017030         IF NOT DEPTOS-MISSING
017040             DISPLAY "EXTRACTO-GL: NO SE PUDO ABRIR DEPTOS.MST, "
017050                 "STATUS=" WS-DEPTOS-STATUS
017060             MOVE 16 TO RETURN-CODE
017070         END-IF
017080     END-IF
017090
017100     MOVE "N" TO WS-EOF-NUMREG-SWITCH
017110     PERFORM 2600-READ-ONE-REG THRU 2600-EXIT
017120     PERFORM 2620-NOTE-ONE-REG THRU 2620-EXIT
017130         UNTIL EOF-NUMREG
017140     CLOSE NUMREG-FILE
017150     CLOSE LOTES-FILE
017160     PERFORM 2700-ASSIGN-ONE-ACCOUNT THRU 2700-EXIT
017170         VARYING DEPT-IDX FROM 1 BY 1
017180         UNTIL DEPT-IDX > WS-DEPT-COUNT
017190     IF DEPTOS-PRESENT
017200         CLOSE DEPTOS-FILE
017210     END-IF
017220     PERFORM 2800-FOOT-DEPARTMENTS THRU 2800-EXIT.
017230 2500-EXIT.
017240     EXIT.
017250
017260 2600-READ-ONE-REG.
017270     READ NUMREG-FILE
017280         AT END
017290             MOVE "Y" TO WS-EOF-NUMREG-SWITCH
017300         NOT AT END
017310             IF NOT NUMREG-OK
017320                 DISPLAY "EXTRACTO-GL: REGISTRO DEMASIADO LARGO"
017330                     " EN NUM-REG.DAT, STATUS="
017340                     WS-NUMREG-STATUS
017350                 MOVE "Y" TO WS-EOF-NUMREG-SWITCH
017360                 MOVE 16 TO RETURN-CODE
017370             END-IF
017380     END-READ.
017390 2600-EXIT.
017400     EXIT.
017410
017420 2620-NOTE-ONE-REG.
017430     IF NUMREG-RECORD (1:1) NOT = "D"
017440         GO TO 2620-NEXT
017450     END-IF
017460     MOVE NUMREG-RECORD TO REG-DETAIL-RECORD
017470     IF REG-AMOUNT NOT NUMERIC
017480         DISPLAY "EXTRACTO-GL: DETALLE ILEGIBLE EN NUM-REG.DAT: "
017490             NUMREG-RECORD
017500         GO TO 2620-NEXT
017510     END-IF
017511*    A REVERSAL'S NEGATING LINE REACHES THE LEDGER THROUGH
017512*    REVERSOS.DAT, NOT THROUGH THE SPLIT
017513     IF REG-REVERSAL-LINE
017514         GO TO 2620-NEXT
017515     END-IF
017516*    THE REGISTER CARRIES EARLIER DAYS TOO, AND ONLY TODAY'S LINES
017517*    ARE SPLIT. AN UNDATED LINE PREDATES THE DATE AND GOES BY
017518*    LOTES.MST ALONE
017519     IF REG-RUN-DATE NOT = WS-TODAY
017520         AND REG-RUN-DATE NOT = SPACE
017520         GO TO 2620-NEXT
017520     END-IF
017520     IF REG-BATCH-ID NOT = WS-LAST-LOTE-KEY (1:8)
017530         OR REG-ORIGIN NOT = WS-LAST-LOTE-KEY (9:8)
017540         PERFORM 2650-CHECK-ONE-BATCH THRU 2650-EXIT
017550     END-IF
017560     IF NOT BATCH-POSTED-TODAY
017570         ADD 1 TO WS-UNREG-LINES
017580         GO TO 2620-NEXT
017590     END-IF
017600     MOVE "N" TO WS-DEPT-FOUND-SWITCH
017610     PERFORM 2670-FIND-ONE-DEPT THRU 2670-EXIT
017620         VARYING DEPT-IDX FROM 1 BY 1
017630         UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND
017640     IF NOT DEPT-FOUND
017650         IF WS-DEPT-COUNT < 100
017660             ADD 1 TO WS-DEPT-COUNT
017670             SET DEPT-IDX TO WS-DEPT-COUNT
017680             MOVE REG-ORIGIN TO WS-DT-CODE (DEPT-IDX)
017690             MOVE 0 TO WS-DT-AMOUNT (DEPT-IDX)
017700         ELSE
017710             DISPLAY "EXTRACTO-GL: TABLA DE DEPARTAMENTOS LLENA, "
017720                 "SE IGNORA EL ORIGEN " REG-ORIGIN
017730             GO TO 2620-NEXT
017740         END-IF
017750     END-IF
017760     ADD REG-AMOUNT TO WS-DT-AMOUNT (DEPT-IDX).
017770 2620-NEXT.
017780     PERFORM 2600-READ-ONE-REG THRU 2600-EXIT.
017790 2620-EXIT.
017800     EXIT.
017810
017820******************************************************************
017830* 2650-CHECK-ONE-BATCH - LOOK THE BATCH UP ON THE REGISTER ONCE
017840* PER BATCH, NOT ONCE PER LINE; ITS LINES ARE CONTIGUOUS IN
017850* NUM-REG.DAT
017860******************************************************************
017870 2650-CHECK-ONE-BATCH.
017880     MOVE REG-BATCH-ID TO WS-LAST-LOTE-KEY (1:8)
017890     MOVE REG-ORIGIN TO WS-LAST-LOTE-KEY (9:8)
017900     MOVE "N" TO WS-BATCH-POSTED-SWITCH
017910     MOVE REG-BATCH-ID TO LOTE-BATCH-ID
017920     MOVE REG-ORIGIN TO LOTE-ORIGIN
017930     READ LOTES-FILE
017940         INVALID KEY
017950             IF NOT LOTES-NOT-FOUND
017960                 DISPLAY "EXTRACTO-GL: LECTURA DE LOTES.MST "
017970                     "FALLO, STATUS=" WS-LOTES-STATUS
017980                 MOVE 16 TO RETURN-CODE
017990             END-IF
018000         NOT INVALID KEY
018010             IF LOTE-RUN-DATE = WS-TODAY
018011                 AND (LOTE-POSTED OR LOTE-REVERSED)
018020                 MOVE "Y" TO WS-BATCH-POSTED-SWITCH
018030             END-IF
018040     END-READ.
018050 2650-EXIT.
018060     EXIT.
018070
018080 2670-FIND-ONE-DEPT.
018090     IF WS-DT-CODE (DEPT-IDX) = REG-ORIGIN
018100         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
018110     END-IF.
018120 2670-EXIT.
018130     EXIT.
018140
018150******************************************************************
018160* 2700-ASSIGN-ONE-ACCOUNT - THE DEPARTMENT'S OWN LEDGER ACCOUNT
018170* AND COST CENTER FROM DEPTOS.MST. A DEPARTMENT WITH NO ACCOUNT
018180* OF ITS OWN, OR NOT ON THE MASTER AT ALL, POSTS TO
018190* CTA-SUMA-CADENA UNDER ITS OWN CODE SO IT IS STILL CHARGED
018200******************************************************************
018210 2700-ASSIGN-ONE-ACCOUNT.
018220     MOVE CTA-SUMA-CADENA TO WS-DT-ACCOUNT (DEPT-IDX)
018230     MOVE SPACE TO WS-DT-COST-CENTER (DEPT-IDX)
018240     IF NOT DEPTOS-PRESENT
018250         GO TO 2700-EXIT
018260     END-IF
018270     MOVE WS-DT-CODE (DEPT-IDX) TO DEPT-M-CODE
018280     READ DEPTOS-FILE
018290         INVALID KEY
018300             DISPLAY "EXTRACTO-GL: DEPARTAMENTO "
018310                 WS-DT-CODE (DEPT-IDX) " NO ESTA EN DEPTOS.MST,"
018320                 " SE USA CTA-SUMA-CADENA"
018330         NOT INVALID KEY
018340             IF DEPT-M-GL-ACCOUNT NUMERIC
018350                 MOVE DEPT-M-GL-ACCOUNT
018360                     TO WS-DT-ACCOUNT (DEPT-IDX)
018370             END-IF
018380             MOVE DEPT-M-COST-CENTER
018390                 TO WS-DT-COST-CENTER (DEPT-IDX)
018400     END-READ.
018410 2700-EXIT.
018420     EXIT.
018430
018440******************************************************************
018450* 2800-FOOT-DEPARTMENTS - THE DEPARTMENT POSTINGS MUST ADD BACK
018460* TO THE PROGRAM TOTAL TO THE CENT BEFORE ANYTHING IS RELEASED
018470******************************************************************
018480 2800-FOOT-DEPARTMENTS.
018490     MOVE 0 TO WS-DEPT-FOOT
018500     PERFORM 2850-FOOT-ONE-DEPT THRU 2850-EXIT
018510         VARYING DEPT-IDX FROM 1 BY 1
018520         UNTIL DEPT-IDX > WS-DEPT-COUNT
018530     IF WS-UNREG-LINES > 0
018540         DISPLAY "EXTRACTO-GL: LINEAS DE NUM-REG.DAT DE LOTES NO "
018550             "POSTEADOS HOY, EXCLUIDAS: " WS-UNREG-LINES
018560     END-IF
018570     IF WS-DEPT-FOOT NOT = WS-SUMA-TOTAL
018580         MOVE WS-DEPT-FOOT TO WS-ED-FOOT
018590         MOVE WS-SUMA-TOTAL TO WS-ED-TOTAL
018600         DISPLAY "EXTRACTO-GL: LAS PARTIDAS POR DEPARTAMENTO "
018610             "SUMAN " WS-ED-FOOT
018620         DISPLAY "EXTRACTO-GL: EL TOTAL DE SUMA-CADENA ES   "
018630             WS-ED-TOTAL ", NO CUADRA - NO SE EXTRAE"
018640         IF RETURN-CODE = 0
018650             MOVE 8 TO RETURN-CODE
018660         END-IF
018670     END-IF.
018680 2800-EXIT.
018690     EXIT.
018700
018710 2850-FOOT-ONE-DEPT.
018720     ADD WS-DT-AMOUNT (DEPT-IDX) TO WS-DEPT-FOOT.
018730 2850-EXIT.
018740     EXIT.
018750
018800******************************************************************
018900* 3000-WRITE-EXTRACT - BOTH TOTALS IN HAND: HEADER, ONE POSTING
019000* PER DEPARTMENT FOR SUMA-CADENA AND ONE FOR CALCULAR-SUMA,
019010* TRAILER WITH COUNT AND AMOUNT TOTAL, SEQUENCE
017100* UNBROKEN FROM THE HEADER THROUGH THE TRAILER. MISSING EITHER
017200* PROGRAM MEANS A HALF-RUN: NOTHING IS WRITTEN AND THE STEP
017300* FAILS
019700     WRITE GL-INTF-RECORD FROM WS-GL-HEADER
019800     ADD 1 TO WS-RECORD-COUNT
019900
020000     PERFORM 3050-WRITE-DEPT-POSTING THRU 3050-EXIT
020100         VARYING DEPT-IDX FROM 1 BY 1
020200         UNTIL DEPT-IDX > WS-DEPT-COUNT
020400
020450     MOVE SPACE TO WS-GD-DEPT
020460     MOVE SPACE TO WS-GD-COST-CENTER
020500     MOVE CTA-CALCULAR-SUMA TO WS-GD-ACCOUNT
020600     MOVE WS-CALC-TOTAL TO WS-GD-AMOUNT
020700     PERFORM 3100-WRITE-ONE-POSTING THRU 3100-EXIT
020800     ADD WS-CALC-TOTAL TO WS-AMOUNT-TOTAL
020850
020860     PERFORM 3200-POST-CARRIES THRU 3200-EXIT
020870     PERFORM 3400-POST-REVERSALS THRU 3400-EXIT
020900
021000     ADD 1 TO WS-SEQ-NUMBER
021100     MOVE WS-SEQ-NUMBER TO WS-GT-SEQ
021500     WRITE GL-INTF-RECORD FROM WS-GL-TRAILER
021600     CLOSE GL-INTF-FILE
021620     PERFORM 3300-RETIRE-CARRY THRU 3300-EXIT
021630     PERFORM 3500-RETIRE-REVERSALS THRU 3500-EXIT
021650     MOVE WS-AMOUNT-TOTAL TO WS-ED-TOTAL
021700     DISPLAY "EXTRACTO-GL: EXTRACTO ESCRITO, REGISTROS "
021800         WS-RECORD-COUNT " IMPORTE " WS-ED-TOTAL
021820     IF WS-CARRY-COUNT > 0
021840         DISPLAY "EXTRACTO-GL: PARTIDAS REPOSTEADAS DEL "
021860             "ARRASTRE: " WS-CARRY-COUNT
021880     END-IF
021882     IF WS-REVERSAL-COUNT > 0
021884         DISPLAY "EXTRACTO-GL: LOTES REVERSADOS ENVIADOS: "
021886             WS-REVERSAL-COUNT
021888     END-IF.
021900 3000-EXIT.
022000     EXIT.
022010
022020 3050-WRITE-DEPT-POSTING.
022030     MOVE WS-DT-ACCOUNT (DEPT-IDX) TO WS-GD-ACCOUNT
022040     MOVE WS-DT-CODE (DEPT-IDX) TO WS-GD-DEPT
022050     MOVE WS-DT-COST-CENTER (DEPT-IDX) TO WS-GD-COST-CENTER
022060     MOVE WS-DT-AMOUNT (DEPT-IDX) TO WS-GD-AMOUNT
022070     PERFORM 3100-WRITE-ONE-POSTING THRU 3100-EXIT
022080     ADD WS-DT-AMOUNT (DEPT-IDX) TO WS-AMOUNT-TOTAL.
022090 3050-EXIT.
022095     EXIT.
022100
022200 3100-WRITE-ONE-POSTING.
022300     ADD 1 TO WS-SEQ-NUMBER
022400     MOVE WS-SEQ-NUMBER TO WS-GD-SEQ
022500     MOVE WS-TODAY TO WS-GD-DATE
022600     WRITE GL-INTF-RECORD FROM WS-GL-DETAIL
022700     ADD 1 TO WS-RECORD-COUNT
022710     MOVE SPACE TO WS-GD-ORIG-DATE.
022800 3100-EXIT.
022900     EXIT.
022910
023021     ELSE
023022         MOVE CARRY-ACCOUNT TO WS-GD-ACCOUNT
023023         MOVE CARRY-AMOUNT TO WS-GD-AMOUNT
023023         MOVE CARRY-DEPT TO WS-GD-DEPT
023023         MOVE CARRY-COST-CENTER TO WS-GD-COST-CENTER
023023         IF CARRY-ORIG-DATE = SPACE
023023             MOVE CARRY-DATE TO WS-GD-ORIG-DATE
023023         ELSE
023023             MOVE CARRY-ORIG-DATE TO WS-GD-ORIG-DATE
023023         END-IF
023024         PERFORM 3100-WRITE-ONE-POSTING THRU 3100-EXIT
023025         ADD CARRY-AMOUNT TO WS-AMOUNT-TOTAL
023026         ADD 1 TO WS-CARRY-COUNT
023050     END-IF.
023051 3300-EXIT.
023052     EXIT.
023053
023054******************************************************************
023055* 3400-POST-REVERSALS - SEND EVERY REVERSAL REVERSA-LOTE QUEUED
023056* IN REVERSOS.DAT AS A REVERSING D RECORD UNDER TODAY'S DATE, TO
023057* THE DEPARTMENT'S ACCOUNT AND COST CENTER. NO QUEUE MEANS
023058* NOTHING WAS REVERSED; AN ILLEGIBLE ENTRY HOLDS THE RETIRE
023059******************************************************************
023060 3400-POST-REVERSALS.
023061     MOVE "N" TO WS-EOF-REVERSOS-SWITCH
023062     OPEN INPUT REVERSOS-FILE
023063     IF REVERSOS-MISSING
023064         GO TO 3400-EXIT
023065     END-IF
023066     IF NOT REVERSOS-OK
023067         DISPLAY "EXTRACTO-GL: NO SE PUDO ABRIR REVERSOS.DAT, "
023068             "STATUS=" WS-REVERSOS-STATUS
023069         MOVE 8 TO RETURN-CODE
023070         GO TO 3400-EXIT
023071     END-IF
023072     PERFORM 3410-READ-ONE-REVERSAL THRU 3410-EXIT
023073     PERFORM 3420-POST-ONE-REVERSAL THRU 3420-EXIT
023074         UNTIL EOF-REVERSOS
023075     CLOSE REVERSOS-FILE.
023076 3400-EXIT.
023077     EXIT.
023078
023079 3410-READ-ONE-REVERSAL.
023080     READ REVERSOS-FILE
023081         AT END
023082             MOVE "Y" TO WS-EOF-REVERSOS-SWITCH
023083         NOT AT END
023084             IF NOT REVERSOS-OK
023085                 DISPLAY "EXTRACTO-GL: REGISTRO DEMASIADO LARGO"
023086                     " EN REVERSOS.DAT, STATUS="
023087                     WS-REVERSOS-STATUS
023088                 MOVE "Y" TO WS-EOF-REVERSOS-SWITCH
023089                 MOVE 16 TO RETURN-CODE
023090             END-IF
023091     END-READ.
023092 3410-EXIT.
023093     EXIT.
023094
023095 3420-POST-ONE-REVERSAL.
023096     IF REVQ-AMOUNT NOT NUMERIC
023097         DISPLAY "EXTRACTO-GL: REVERSO ILEGIBLE, SE CONSERVA: "
023098             GL-REVERSAL-RECORD
023099         MOVE 8 TO RETURN-CODE
023100     ELSE
023101         MOVE REVQ-ACCOUNT TO WS-GD-ACCOUNT
023102         MOVE REVQ-AMOUNT TO WS-GD-AMOUNT
023103         MOVE REVQ-ORIGIN TO WS-GD-DEPT
023104         MOVE REVQ-COST-CENTER TO WS-GD-COST-CENTER
023105         PERFORM 3100-WRITE-ONE-POSTING THRU 3100-EXIT
023106         ADD REVQ-AMOUNT TO WS-AMOUNT-TOTAL
023107         ADD 1 TO WS-REVERSAL-COUNT
023108     END-IF
023109     PERFORM 3410-READ-ONE-REVERSAL THRU 3410-EXIT.
023110 3420-EXIT.
023111     EXIT.
023112
023113******************************************************************
023114* 3500-RETIRE-REVERSALS - SAME RULE AS THE CARRY FILE: ONCE THE
023115* EXTRACT IS ON DISK THE QUEUE IS REWRITTEN EMPTY SO A RERUN
023116* CANNOT SEND THE SAME REVERSAL TWICE
023117******************************************************************
023118 3500-RETIRE-REVERSALS.
023119     IF RETURN-CODE NOT = 0 OR WS-REVERSAL-COUNT = 0
023120         GO TO 3500-EXIT
023121     END-IF
023122     OPEN OUTPUT REVERSOS-FILE
023123     IF REVERSOS-OK
023124         CLOSE REVERSOS-FILE
023125     ELSE
023126         DISPLAY "EXTRACTO-GL: NO SE PUDO VACIAR REVERSOS.DAT, "
023127             "STATUS=" WS-REVERSOS-STATUS
023128         MOVE 8 TO RETURN-CODE
023129     END-IF.
023130 3500-EXIT.
023131     EXIT.
023060
023100******************************************************************
023200* 9000-TERMINATE - CLOSE THE SUMMARIES

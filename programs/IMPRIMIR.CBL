001870*                  PARAMREC, MAINTAINED BY MANT-PARAM) AT
001880*                  1000-INITIALIZE; WITHOUT THE FILE OR THE
001890*                  ENTRY THE CLASSIC 50 STANDS
001891* 10/15/2026 DRO   THE DISTRIBUTION COPY IS ONLY PRODUCED FOR A
001892*                  GENERATION WHOSE DAILY CONTROL SHEET HAS BEEN
001893*                  APPROVED: 1200-CHECK-SIGN-OFF READS THE LAST
001894*                  FIRMAS.DAT LINE (COPY FIRMAREC, WRITTEN BY
001895*                  HOJA-CONTROL) FOR THE GENERATION IN
001896*                  GENCTRL.DAT. NO SIGN-OFF, A REJECTED ONE, OR
001897*                  NO GENCTRL.DAT TO SAY WHICH GENERATION THIS
001898*                  IS, AND PARES-PRT.DAT IS NOT OPENED AND THE
001899*                  RUN ENDS RETURN-CODE 8
001900******************************************************************
002000
002100 ENVIRONMENT DIVISION.
003020     SELECT PARAMS-FILE ASSIGN TO "PARAMS.DAT"
003030         ORGANIZATION IS LINE SEQUENTIAL
003040         FILE STATUS IS WS-PARAMS-STATUS.
003041
003042     SELECT FIRMAS-FILE ASSIGN TO "FIRMAS.DAT"
003043         ORGANIZATION IS LINE SEQUENTIAL
003044         FILE STATUS IS WS-FIRMAS-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004060 FD  PARAMS-FILE
004070     RECORD CONTAINS 36 CHARACTERS.
004080     COPY PARAMREC.
004081
004082 FD  FIRMAS-FILE
004083     RECORD CONTAINS 80 CHARACTERS.
004084     COPY FIRMAREC.
004100
004200 WORKING-STORAGE SECTION.
004300     COPY NUMDATA.
004932
004934 01  WS-PARAMS-STATUS             PIC X(02).
004936     88  PARAMS-OK                           VALUE "00".
004937
004938 01  WS-FIRMAS-STATUS             PIC X(02).
004939     88  FIRMAS-OK                           VALUE "00".
004939     88  FIRMAS-MISSING                      VALUE "35" "05".
004940
004950 01  WS-RPT-FILENAME              PIC X(30)
004960     VALUE "PARES-RPT.DAT".
005300         88  EOF-PARES-RPT                   VALUE "Y".
005310     05  WS-EOF-PARAMS-SWITCH     PIC X(01)  VALUE "N".
005320         88  EOF-PARAMS                      VALUE "Y".
005321     05  WS-EOF-FIRMAS-SWITCH     PIC X(01)  VALUE "N".
005322         88  EOF-FIRMAS                      VALUE "Y".
005323     05  WS-SIGNED-SWITCH         PIC X(01)  VALUE "N".
005324         88  GEN-SIGNED-OFF                  VALUE "Y".
005400
005500 01  WS-TODAY                     PIC X(08).
005501 01  WS-GEN-NUMBER                PIC 9(04)  VALUE 0.
005502 01  WS-GEN-DATE                  PIC X(08)  VALUE SPACE.
005503 01  WS-SIGNED-BY                 PIC X(08)  VALUE SPACE.
005600 77  WS-LINES-PER-PAGE            PIC 9(02)  VALUE 50.
005700 77  WS-LINE-COUNT                PIC 9(02) COMP VALUE 99.
005800 77  WS-PAGE-COUNT                PIC 9(04)  VALUE 0.
009800     GOBACK.
009900
010000******************************************************************
010100* 1000-INITIALIZE - OPEN THE ARCHIVE AND THE PRINT FILE, ONCE
010101* THE GENERATION'S CONTROL SHEET IS KNOWN TO BE APPROVED
010200******************************************************************
010300 1000-INITIALIZE.
010350     PERFORM 1100-RESOLVE-GEN-NAMES THRU 1100-EXIT
010800     MOVE 0 TO WS-BAD-LINE-COUNT
010900     MOVE "N" TO WS-EOF-RPT-SWITCH
011000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
011001     PERFORM 1200-CHECK-SIGN-OFF THRU 1200-EXIT
011002     IF NOT GEN-SIGNED-OFF
011003         MOVE "Y" TO WS-EOF-RPT-SWITCH
011004         MOVE 8 TO RETURN-CODE
011005         GO TO 1000-EXIT
011006     END-IF
011100
011200     OPEN INPUT PARES-RPT-FILE
011300     IF NOT PARES-RPT-OK
012850******************************************************************
012860* 1100-RESOLVE-GEN-NAMES - READ THE CURRENT GENERATION FROM
012840* GENCTRL.DAT AND BUILD THE ARCHIVE NAME. WITHOUT THE CONTROL
012850* FILE THE CLASSIC FIXED NAME STANDS. THE GENERATION IS KEPT
012851* FOR THE SIGN-OFF CHECK
012860******************************************************************
012870 1100-RESOLVE-GEN-NAMES.
012871     OPEN INPUT GENCTRL-FILE
012877             CONTINUE
012878         NOT AT END
012879             IF GEN-NUMBER NUMERIC
012879                 MOVE GEN-NUMBER TO WS-GEN-NUMBER
012879                 MOVE GEN-DATE TO WS-GEN-DATE
012880                 MOVE SPACES TO WS-RPT-FILENAME
012881                 STRING "PARES-RPT.G" GEN-NUMBER ".DAT"
012882                     DELIMITED BY SIZE INTO WS-RPT-FILENAME
012885     CLOSE GENCTRL-FILE.
012886 1100-EXIT.
012887     EXIT.
012888
012889******************************************************************
012890* 1200-CHECK-SIGN-OFF - THE BINDER COPY GOES OUT ONLY FOR A
012891* GENERATION WHOSE CONTROL SHEET THE REVIEWING OPERATOR HAS
012892* APPROVED. THE LAST FIRMAS.DAT LINE FOR THE GENERATION - NUMBER
012893* AND DATE BOTH - IS THE ONE THAT STANDS
012894******************************************************************
012895 1200-CHECK-SIGN-OFF.
012896     MOVE "N" TO WS-SIGNED-SWITCH
012897     IF WS-GEN-DATE = SPACE
012898         DISPLAY "IMPRIME-PARES: SIN GENCTRL.DAT NO HAY "
012899             "GENERACION FIRMADA, NO SE EMITE PARES-PRT.DAT"
012899         GO TO 1200-EXIT
012899     END-IF
012899     MOVE "N" TO WS-EOF-FIRMAS-SWITCH
012899     MOVE SPACE TO WS-SIGNED-BY
012899     OPEN INPUT FIRMAS-FILE
012899     IF FIRMAS-OK
012899         PERFORM 1250-NOTE-ONE-FIRMA THRU 1250-EXIT
012899             UNTIL EOF-FIRMAS
012899         CLOSE FIRMAS-FILE
012899     ELSE
012899         IF NOT FIRMAS-MISSING
012899             DISPLAY "IMPRIME-PARES: NO SE PUDO ABRIR "
012899                 "FIRMAS.DAT, STATUS=" WS-FIRMAS-STATUS
012899         END-IF
012899     END-IF
012899     IF GEN-SIGNED-OFF
012899         DISPLAY "IMPRIME-PARES: GENERACION " WS-GEN-NUMBER
012899             " APROBADA POR " WS-SIGNED-BY
012899         GO TO 1200-EXIT
012899     END-IF
012899     IF WS-SIGNED-BY = SPACE
012899         DISPLAY "IMPRIME-PARES: GENERACION " WS-GEN-NUMBER
012899             " SIN FIRMA DE LA HOJA DE CONTROL, NO SE EMITE "
012899             "PARES-PRT.DAT"
012899     ELSE
012899         DISPLAY "IMPRIME-PARES: HOJA DE CONTROL DE LA "
012899             "GENERACION " WS-GEN-NUMBER " RECHAZADA POR "
012899             WS-SIGNED-BY ", NO SE EMITE PARES-PRT.DAT"
012899     END-IF.
012899 1200-EXIT.
012899     EXIT.
012899
012899 1250-NOTE-ONE-FIRMA.
012899     READ FIRMAS-FILE
012899         AT END
012899             MOVE "Y" TO WS-EOF-FIRMAS-SWITCH
012899             GO TO 1250-EXIT
012899     END-READ
012899     IF FIRMA-GEN-NUMBER = WS-GEN-NUMBER
012899         AND FIRMA-GEN-DATE = WS-GEN-DATE
012899         MOVE FIRMA-OPERATOR TO WS-SIGNED-BY
012899         IF FIRMA-APPROVED
012899             MOVE "Y" TO WS-SIGNED-SWITCH
012899         ELSE
012899             MOVE "N" TO WS-SIGNED-SWITCH
012899         END-IF
012899     END-IF.
012899 1250-EXIT.
012899     EXIT.
012900
013000******************************************************************
013100* 2000-PRINT-DETAILS - ONE PRINT LINE PER ARCHIVE RECORD, A NEW
022300******************************************************************
022400* 9000-TERMINATE - CLOSE FILES; AN ARCHIVE LINE THAT COULD NOT
022500* BE PRINTED LEAVES RETURN-CODE 4 SO THE RUN GETS LOOKED AT
022600* BEFORE THE BINDER GOES OUT. A REFUSED RUN OPENED NOTHING
022700******************************************************************
022800 9000-TERMINATE.
022801     IF NOT GEN-SIGNED-OFF
022802         GO TO 9000-EXIT
022803     END-IF
022900     CLOSE PARES-RPT-FILE
023000     CLOSE PARES-PRT-FILE
023100     DISPLAY "IMPRIME-PARES: PARES " WS-PAIR-COUNT

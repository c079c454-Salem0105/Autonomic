002120*                  GENERATION NAME (PARES-REJ.Gnnnn.DAT FROM
002130*                  GENCTRL.DAT); THE FIXED NAME STANDS WITHOUT
002140*                  THE CONTROL FILE
002147* 10/15/2026 DRO   A WRITE-OFF ("W" IN CORRECC.DAT) IS UNDER DUAL
002154*                  CONTROL (COPY PENDREC): THE FIRST CYCLE FILES A
002161*                  REQUEST ON PENDIENTE.MST AND THE PAIR STAYS
002168*                  STILL-BAD, PENDING APPROVAL; IT IS WRITTEN OFF
002175*                  ONLY IN A LATER CYCLE, AFTER A SECOND OPERATOR
002182*                  HAS APPROVED THAT VERY CORRECTION IN
002189*                  APRUEBA-PEND
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
003900     SELECT RECH-DISP-FILE ASSIGN TO "RECH-DISP.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RECH-DISP-STATUS.
004106
004112     SELECT PEND-FILE ASSIGN TO "PENDIENTE.MST"
004118         ORGANIZATION IS INDEXED
004124         ACCESS MODE IS DYNAMIC
004130         RECORD KEY IS PEND-KEY
004136         FILE STATUS IS WS-PEND-STATUS.
004142
004148     SELECT AUTH-FILE ASSIGN TO "AUTORIZA.DAT"
004154         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS WS-AUTH-STATUS.
004166
004172     SELECT APROB-LOG-FILE ASSIGN TO "APROB-LOG.DAT"
004178         ORGANIZATION IS LINE SEQUENTIAL
004184         FILE STATUS IS WS-APROB-LOG-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
007420 FD  GENCTRL-FILE
007430     RECORD CONTAINS 14 CHARACTERS.
007440     COPY GENCTRL.
007444
007448 FD  PEND-FILE
007452     RECORD CONTAINS 211 CHARACTERS.
007456     COPY PENDREC.
007460
007464 FD  AUTH-FILE
007468     RECORD CONTAINS 11 CHARACTERS.
007472     COPY AUTORREC.
007476
007480 FD  APROB-LOG-FILE
007484     RECORD CONTAINS 69 CHARACTERS.
007488     COPY APROBLOG.
007500
007600 WORKING-STORAGE SECTION.
007700     COPY NUMDATA.
009110
009120 01  WS-GENCTRL-STATUS            PIC X(02).
009130     88  GENCTRL-OK                          VALUE "00".
009131
009132 01  WS-PEND-STATUS               PIC X(02).
009133     88  PEND-OK                             VALUE "00".
009134     88  PEND-MISSING                        VALUE "35" "05".
009135
009136 01  WS-AUTH-STATUS               PIC X(02).
009137     88  AUTH-OK                             VALUE "00".
009138
009139 01  WS-APROB-LOG-STATUS          PIC X(02).
009140     88  APROB-LOG-OK                        VALUE "00".
009141     88  APROB-LOG-MISSING                   VALUE "35" "05".
009142
009150 01  WS-REJ-FILENAME              PIC X(30)
009160     VALUE "PARES-REJ.DAT".
009200
009700         88  EOF-CORRECC                     VALUE "Y".
009800
009900 01  WS-TODAY                     PIC X(08).
009910 01  WS-OPERATOR                  PIC X(08).
010000 77  WS-REJ-IN-COUNT              PIC 9(07)  VALUE 0.
010100 77  WS-REPAIRED-COUNT            PIC 9(07)  VALUE 0.
010200 77  WS-STILL-BAD-COUNT           PIC 9(07)  VALUE 0.
010300 77  WS-WRITTEN-OFF-COUNT         PIC 9(07)  VALUE 0.
010310 77  WS-HELD-COUNT                PIC 9(07)  VALUE 0.
010400 77  WS-CORR-COUNT                PIC 9(03) COMP VALUE 0.
010500
010600 01  WS-CORR-TABLE.
011000         10  WS-CORR-ACTION      PIC X(01).
011100         10  WS-CORR-NUM1        PIC X(05).
011200         10  WS-CORR-NUM2        PIC X(05).
011203
011206*    DUAL CONTROL (COPY PENDREC): THIS PROGRAM'S KIND OF REQUEST,
011209*    THE TARGET AND TRANSACTION IMAGE OF THE WRITE-OFF
011212*    IN HAND, AND WHAT 6000-DUAL-CONTROL DECIDED FOR IT
011215 01  WS-DUAL-CONTROL.
011218     05  WS-DC-KIND               PIC X(01)  VALUE "W".
011221     05  WS-DC-TARGET             PIC X(20).
011224     05  WS-DC-IMAGE              PIC X(100).
011227     05  WS-DC-LAST-SEQ           PIC 9(03).
011230     05  WS-DC-HIT-KEY            PIC X(24).
011233     05  WS-DC-RESULT             PIC X(01)  VALUE SPACE.
011236         88  DC-APPLY                        VALUE "A".
011239         88  DC-HELD                         VALUE "H".
011242         88  DC-REFUSED                      VALUE "N".
011245     05  WS-DC-REASON             PIC X(20).
011248     05  WS-DC-APPROVED-SWITCH    PIC X(01)  VALUE "N".
011251         88  DC-APPROVED-FOUND               VALUE "Y".
011254     05  WS-DC-WAITING-SWITCH     PIC X(01)  VALUE "N".
011257         88  DC-WAITING-FOUND                VALUE "Y".
011260     05  WS-MAY-REQUEST-SWITCH    PIC X(01)  VALUE "N".
011263         88  MAY-REQUEST                     VALUE "Y".
011266     05  WS-PEND-OPEN-SWITCH      PIC X(01)  VALUE "N".
011269         88  PEND-FILE-OPEN                  VALUE "Y".
011272     05  WS-EOF-PEND-SWITCH       PIC X(01)  VALUE "N".
011275         88  EOF-PEND                        VALUE "Y".
011278     05  WS-EOF-AUTH-SWITCH       PIC X(01)  VALUE "N".
011281         88  EOF-AUTH                        VALUE "Y".
011300
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
013000     MOVE 0 TO WS-REPAIRED-COUNT
013100     MOVE 0 TO WS-STILL-BAD-COUNT
013200     MOVE 0 TO WS-WRITTEN-OFF-COUNT
013210     MOVE 0 TO WS-HELD-COUNT
013300     MOVE 0 TO WS-CORR-COUNT
013400     MOVE "N" TO WS-EOF-REJ-SWITCH
013500     MOVE "N" TO WS-EOF-CORR-SWITCH
013550     MOVE SPACES TO WS-CORR-TABLE
013600     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013610     DISPLAY "USER" UPON ENVIRONMENT-NAME
013620     ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
013700
013800     OPEN INPUT PARES-REJ-FILE
013900     IF NOT PARES-REJ-OK
017200         DISPLAY "REPARA-RECHAZOS: NO SE PUDO ABRIR "
017300             "RECH-DISP.DAT, STATUS=" WS-RECH-DISP-STATUS
017400         MOVE 16 TO RETURN-CODE
017500     END-IF
017510     PERFORM 1800-LOAD-AUTHORITY THRU 1800-EXIT
017520     PERFORM 1900-OPEN-DUAL-CONTROL THRU 1900-EXIT.
017600 1000-EXIT.
017700     EXIT.
017710
020700     END-READ.
020800 1600-EXIT.
020900     EXIT.
020901
020902******************************************************************
020903* 1800-LOAD-AUTHORITY - MAY THE RUNNING OPERATOR FILE A REQUEST OF
020904* THIS PROGRAM'S KIND (COPY AUTORREC)? NO AUTORIZA.DAT, OR NO
020905* ENTRY FOR THE OPERATOR, MEANS NO
020906******************************************************************
020907 1800-LOAD-AUTHORITY.
020908     MOVE "N" TO WS-MAY-REQUEST-SWITCH
020909     MOVE "N" TO WS-EOF-AUTH-SWITCH
020910     OPEN INPUT AUTH-FILE
020911     IF NOT AUTH-OK
020912         GO TO 1800-EXIT
020913     END-IF
020914     PERFORM 1850-READ-ONE-AUTH THRU 1850-EXIT
020915         UNTIL EOF-AUTH
020916     CLOSE AUTH-FILE.
020917 1800-EXIT.
020918     EXIT.
020919
020920 1850-READ-ONE-AUTH.
020921     READ AUTH-FILE
020922         AT END
020923             MOVE "Y" TO WS-EOF-AUTH-SWITCH
020924             GO TO 1850-EXIT
020925     END-READ
020926     IF AUT-OPERATOR = WS-OPERATOR
020927         AND (AUT-KIND = WS-DC-KIND OR AUT-ALL-KINDS)
020928         AND AUT-REQUEST-ALLOWED
020929         MOVE "Y" TO WS-MAY-REQUEST-SWITCH
020930     END-IF.
020931 1850-EXIT.
020932     EXIT.
020933
020934******************************************************************
020935* 1900-OPEN-DUAL-CONTROL - OPEN THE PENDING-APPROVAL REGISTER,
020936* CREATING IT ON A FRESH SYSTEM THE WAY POST-HISTORIA CREATES
020937* HISTORIA.MST, AND THE APPEND-ONLY APPROVAL LOG
020938******************************************************************
020939 1900-OPEN-DUAL-CONTROL.
020940     OPEN I-O PEND-FILE
020941     IF PEND-MISSING
020942         OPEN OUTPUT PEND-FILE
020943         CLOSE PEND-FILE
020944         OPEN I-O PEND-FILE
020945     END-IF
020946     IF NOT PEND-OK
020947         DISPLAY "REPARA-RECHAZOS: NO SE PUDO ABRIR "
020948             "PENDIENTE.MST, STATUS=" WS-PEND-STATUS
020949         MOVE 16 TO RETURN-CODE
020950     ELSE
020951         MOVE "Y" TO WS-PEND-OPEN-SWITCH
020952     END-IF
020953
020954     OPEN EXTEND APROB-LOG-FILE
020955     IF APROB-LOG-MISSING
020956         OPEN OUTPUT APROB-LOG-FILE
020957     END-IF
020958     IF NOT APROB-LOG-OK
020959         DISPLAY "REPARA-RECHAZOS: NO SE PUDO ABRIR "
020960             "APROB-LOG.DAT, STATUS=" WS-APROB-LOG-STATUS
020961         MOVE 16 TO RETURN-CODE
020962     END-IF.
020963 1900-EXIT.
020964     EXIT.
021000
021100******************************************************************
021200* 2000-PROCESS-REJECTS - EVERY REJECTED PAIR GETS EXACTLY ONE
025100     EXIT.
025200
025300******************************************************************
025400* 2300-APPLY-CORRECTION - ACTION W WRITES THE PAIR OFF, ONCE
025410* APPROVED (2400); ACTION R
025500* RE-VALIDATES THE FIXED VALUES EXACTLY THE WAY CALCULAR-SUMA
025600* VALIDATES A LIVE PAIR BEFORE IT TRUSTS THEM
025700******************************************************************
025800 2300-APPLY-CORRECTION.
025900     IF WS-CORR-ACTION (CORR-IDX) = "W"
025910         PERFORM 2400-CHECK-WRITE-OFF THRU 2400-EXIT
026400         GO TO 2300-EXIT
026500     END-IF
026600
028800     PERFORM 2600-WRITE-DISPOSITION THRU 2600-EXIT.
028900 2300-EXIT.
029000     EXIT.
029002
029004******************************************************************
029006* 2400-CHECK-WRITE-OFF - A WRITE-OFF DROPS A REJECTED PAIR FOR
029008* GOOD, SO IT TAKES EFFECT ONLY ONCE A SECOND OPERATOR HAS
029010* APPROVED THIS VERY CORRECTION (6000-DUAL-CONTROL). UNTIL THEN
029012* THE PAIR STAYS STILL-BAD, WITH THE REASON IN THE DETAIL, AND
029014* COMES ROUND AGAIN IN THE NEXT CYCLE
029016******************************************************************
029018 2400-CHECK-WRITE-OFF.
029020     MOVE REJ-RAW-PAIR TO WS-DC-TARGET
029022     MOVE WS-CORR-ENTRY (CORR-IDX) TO WS-DC-IMAGE
029024     PERFORM 6000-DUAL-CONTROL THRU 6000-EXIT
029026     IF DC-APPLY
029028         MOVE "WRITTEN-OFF" TO DISP-STATUS
029030         MOVE "BAJA AUTORIZADA" TO DISP-DETAIL
029032         ADD 1 TO WS-WRITTEN-OFF-COUNT
029034         PERFORM 2600-WRITE-DISPOSITION THRU 2600-EXIT
029036         PERFORM 6500-MARK-APPLIED THRU 6500-EXIT
029038         GO TO 2400-EXIT
029040     END-IF
029042     MOVE "STILL-BAD" TO DISP-STATUS
029044     IF DC-HELD
029046         MOVE "BAJA PEND. APROBACION" TO DISP-DETAIL
029048         ADD 1 TO WS-HELD-COUNT
029050     ELSE
029052         MOVE SPACES TO DISP-DETAIL
029054         STRING "BAJA " WS-DC-REASON
029056             DELIMITED BY SIZE INTO DISP-DETAIL
029058     END-IF
029060     ADD 1 TO WS-STILL-BAD-COUNT
029062     PERFORM 2600-WRITE-DISPOSITION THRU 2600-EXIT.
029064 2400-EXIT.
029066     EXIT.
029100
029200 2500-STILL-BAD-NO-CORR.
029300     MOVE "STILL-BAD" TO DISP-STATUS
031500     DISPLAY "Rechazos leidos           : " WS-REJ-IN-COUNT
031600     DISPLAY "Reparados (PARES-SUP)     : " WS-REPAIRED-COUNT
031700     DISPLAY "Dados de baja             : " WS-WRITTEN-OFF-COUNT
031800     DISPLAY "Siguen malos              : " WS-STILL-BAD-COUNT
031810     DISPLAY " - bajas en espera aprob. : " WS-HELD-COUNT.
031900 4000-EXIT.
032000     EXIT.
032001
032002******************************************************************
032003* 6000-DUAL-CONTROL - AN ACTION UNDER DUAL CONTROL TAKES EFFECT
032004* ONLY AGAINST AN APPROVED REQUEST FOR THE VERY SAME TRANSACTION
032005* IMAGE ON PENDIENTE.MST. THE REQUESTS FILED UNDER THE TARGET ARE
032006* READ IN SEQUENCE: AN APPROVED ONE LETS THE ACTION THROUGH
032007* (6500 MARKS IT APPLIED ONCE THE ACTION HAS TAKEN), ONE STILL
032008* WAITING HOLDS IT AGAIN, AND WITH NEITHER A NEW REQUEST IS FILED
032009* FOR A SECOND OPERATOR TO DECIDE IN APRUEBA-PEND. THE CALLER SETS
032010* WS-DC-TARGET AND WS-DC-IMAGE AND ACTS ON WS-DC-RESULT
032011******************************************************************
032012 6000-DUAL-CONTROL.
032013     MOVE "N" TO WS-DC-RESULT
032014     MOVE "N" TO WS-DC-APPROVED-SWITCH
032015     MOVE "N" TO WS-DC-WAITING-SWITCH
032016     MOVE 0 TO WS-DC-LAST-SEQ
032017     IF NOT PEND-FILE-OPEN
032018         MOVE "SIN PENDIENTE.MST" TO WS-DC-REASON
032019         GO TO 6000-EXIT
032020     END-IF
032021     MOVE WS-DC-KIND TO PEND-KIND
032022     MOVE WS-DC-TARGET TO PEND-TARGET
032023     MOVE 0 TO PEND-SEQ
032024     MOVE "N" TO WS-EOF-PEND-SWITCH
032025     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
032026         INVALID KEY
032027             MOVE "Y" TO WS-EOF-PEND-SWITCH
032028     END-START
032029     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT
032030     PERFORM 6200-CHECK-ONE-PEND THRU 6200-EXIT
032031         UNTIL EOF-PEND
032032     IF DC-APPROVED-FOUND
032033         MOVE "A" TO WS-DC-RESULT
032034         GO TO 6000-EXIT
032035     END-IF
032036     IF DC-WAITING-FOUND
032037         MOVE "H" TO WS-DC-RESULT
032038         MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
032039         GO TO 6000-EXIT
032040     END-IF
032041     PERFORM 6300-FILE-REQUEST THRU 6300-EXIT.
032042 6000-EXIT.
032043     EXIT.
032044
032045 6100-READ-NEXT-PEND.
032046     IF EOF-PEND
032047         GO TO 6100-EXIT
032048     END-IF
032049     READ PEND-FILE NEXT RECORD
032050         AT END
032051             MOVE "Y" TO WS-EOF-PEND-SWITCH
032052             GO TO 6100-EXIT
032053     END-READ
032054     IF PEND-KIND NOT = WS-DC-KIND
032055         OR PEND-TARGET NOT = WS-DC-TARGET
032056         MOVE "Y" TO WS-EOF-PEND-SWITCH
032057     END-IF.
032058 6100-EXIT.
032059     EXIT.
032060
032061 6200-CHECK-ONE-PEND.
032062     MOVE PEND-SEQ TO WS-DC-LAST-SEQ
032063     IF PEND-IMAGE NOT = WS-DC-IMAGE
032064         GO TO 6200-NEXT
032065     END-IF
032066     IF PEND-APPROVED AND NOT DC-APPROVED-FOUND
032067         MOVE "Y" TO WS-DC-APPROVED-SWITCH
032068         MOVE PEND-KEY TO WS-DC-HIT-KEY
032069     END-IF
032070     IF PEND-PENDING
032071         MOVE "Y" TO WS-DC-WAITING-SWITCH
032072     END-IF.
032073 6200-NEXT.
032074     PERFORM 6100-READ-NEXT-PEND THRU 6100-EXIT.
032075 6200-EXIT.
032076     EXIT.
032077
032078******************************************************************
032079* 6300-FILE-REQUEST - FILE A NEW PENDING REQUEST UNDER THE NEXT
032080* SEQUENCE FOR THE TARGET. ONLY AN OPERATOR WITH REQUEST AUTHORITY
032081* FOR THE KIND IN AUTORIZA.DAT MAY FILE ONE; A REFUSAL IS LOGGED
032082******************************************************************
032083 6300-FILE-REQUEST.
032084     MOVE SPACES TO PEND-RECORD
032085     MOVE WS-DC-KIND TO PEND-KIND
032086     MOVE WS-DC-TARGET TO PEND-TARGET
032087     MOVE 0 TO PEND-SEQ
032088     IF NOT MAY-REQUEST
032089         MOVE "SIN AUTORIDAD" TO WS-DC-REASON
032090         MOVE "X" TO ALOG-EVENT
032091         MOVE WS-DC-REASON TO ALOG-RESULT
032092         PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT
032093         GO TO 6300-EXIT
032094     END-IF
032095     IF WS-DC-LAST-SEQ = 999
032096         MOVE "SIN SECUENCIA LIBRE" TO WS-DC-REASON
032097         GO TO 6300-EXIT
032098     END-IF
032099     ADD 1 TO WS-DC-LAST-SEQ GIVING PEND-SEQ
032100     MOVE WS-DC-IMAGE TO PEND-IMAGE
032101     MOVE "P" TO PEND-STATUS
032102     MOVE WS-OPERATOR TO PEND-REQ-OPER
032103     MOVE WS-TODAY TO PEND-REQ-DATE
032104     ACCEPT PEND-REQ-TIME FROM TIME
032105     WRITE PEND-RECORD
032106         INVALID KEY
032107             DISPLAY "REPARA-RECHAZOS: ALTA EN PENDIENTE.MST "
032108                 "FALLO, STATUS=" WS-PEND-STATUS
032109             MOVE "SOLICITUD FALLO" TO WS-DC-REASON
032110             MOVE 16 TO RETURN-CODE
032111             GO TO 6300-EXIT
032112     END-WRITE
032113     MOVE "H" TO WS-DC-RESULT
032114     MOVE "PENDIENTE APROBACION" TO WS-DC-REASON
032115     DISPLAY "REPARA-RECHAZOS: SOLICITUD " PEND-KIND " "
032116         PEND-TARGET " " PEND-SEQ " EN ESPERA DE APROBACION"
032117     MOVE "S" TO ALOG-EVENT
032118     MOVE "SOLICITUD REGISTRADA" TO ALOG-RESULT
032119     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
032120 6300-EXIT.
032121     EXIT.
032122
032123******************************************************************
032124* 6500-MARK-APPLIED - THE APPROVED ACTION HAS TAKEN EFFECT: MARK
032125* ITS REQUEST APPLIED SO ONE APPROVAL BUYS EXACTLY ONE CHANGE
032126******************************************************************
032127 6500-MARK-APPLIED.
032128     IF NOT DC-APPLY
032129         GO TO 6500-EXIT
032130     END-IF
032131     MOVE SPACE TO WS-DC-RESULT
032132     MOVE WS-DC-HIT-KEY TO PEND-KEY
032133     READ PEND-FILE
032134         INVALID KEY
032135             DISPLAY "REPARA-RECHAZOS: SOLICITUD " WS-DC-HIT-KEY
032136                 " NO ESTA EN PENDIENTE.MST"
032137             MOVE 16 TO RETURN-CODE
032138             GO TO 6500-EXIT
032139     END-READ
032140     MOVE "E" TO PEND-STATUS
032141     MOVE WS-TODAY TO PEND-APPLIED-DATE
032142     REWRITE PEND-RECORD
032143         INVALID KEY
032144             DISPLAY "REPARA-RECHAZOS: CAMBIO EN PENDIENTE.MST "
032145                 "FALLO, STATUS=" WS-PEND-STATUS
032146             MOVE 16 TO RETURN-CODE
032147             GO TO 6500-EXIT
032148     END-REWRITE
032149     MOVE "E" TO ALOG-EVENT
032150     MOVE "APLICADA" TO ALOG-RESULT
032151     PERFORM 6600-WRITE-APROB-LOG THRU 6600-EXIT.
032152 6500-EXIT.
032153     EXIT.
032154
032155 6600-WRITE-APROB-LOG.
032156     IF NOT APROB-LOG-OK
032157         GO TO 6600-EXIT
032158     END-IF
032159     MOVE WS-TODAY TO ALOG-DATE
032160     ACCEPT ALOG-TIME FROM TIME
032161     MOVE WS-OPERATOR TO ALOG-OPERATOR
032162     MOVE PEND-KIND TO ALOG-KIND
032163     MOVE PEND-TARGET TO ALOG-TARGET
032164     MOVE PEND-SEQ TO ALOG-SEQ
032165     WRITE ALOG-RECORD.
032166 6600-EXIT.
032167     EXIT.
032168
032200******************************************************************
032300* 9000-TERMINATE - CLOSE FILES; ANY REJECT STILL UNRESOLVED
032400* LEAVES RETURN-CODE 4 SO THE OPERATOR KNOWS ANOTHER CYCLE IS
032900     CLOSE CORRECC-FILE
033000     CLOSE PARES-SUP-FILE
033100     CLOSE RECH-DISP-FILE
033110     CLOSE PEND-FILE
033120     CLOSE APROB-LOG-FILE
033200     IF WS-STILL-BAD-COUNT > 0 AND RETURN-CODE = 0
033300         MOVE 4 TO RETURN-CODE
033400     END-IF.

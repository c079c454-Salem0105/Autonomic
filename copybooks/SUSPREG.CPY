      ******************************************************************
      * SUSPREG.CPY
      *
      * SUSPENSE REGISTER RECORD (SUSPENSO.MST, INDEXED, KEYED BY
      * BATCH ID, ORIGIN AND THE DATE THE BATCH WAS SUSPENDED). UNDER
      * SUSPENSE MODE SUMA-CADENA WRITES ONE RECORD FOR EVERY BATCH
      * IT QUARANTINES INSTEAD OF FAILING THE RUN - OUT OF BALANCE
      * AGAINST ITS TRAILER, NO TRAILER AT ALL, OR A DUPLICATE OF A
      * BATCH ALREADY ON LOTES.MST - AND COPIES THE BATCH'S RAW LINES,
      * HEADER AND TRAILER INCLUDED, TO SUSPENSO.DAT (COPY SUSPLIN).
      * LIBERA-SUSP RECORDS THE SUPERVISOR'S OUTCOME HERE: RELEASED
      * INTO A LATER RUN (UNDER THE SAME ID AFTER CORRECTION, OR UNDER
      * A NEW ID WHEN A GENUINE NEW BATCH REUSED AN OLD ONE) OR VOIDED,
      * AND PRINTS THE REGISTER SO NO QUARANTINED BATCH GOES WITHOUT
      * ONE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  SUSP-M-RECORD.
           05  SUSP-M-KEY.
               10  SUSP-M-BATCH-ID     PIC X(08).
               10  SUSP-M-ORIGIN       PIC X(08).
               10  SUSP-M-DATE         PIC X(08).
           05  SUSP-M-TIME             PIC X(08).
           05  SUSP-M-REASON           PIC X(01).
               88  SUSP-OUT-OF-BALANCE             VALUE "C".
               88  SUSP-NO-TRAILER                 VALUE "T".
               88  SUSP-DUPLICATE                  VALUE "D".
           05  SUSP-M-ENTRY-COUNT      PIC 9(07).
           05  SUSP-M-HASH-TOTAL       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  SUSP-M-LINE-COUNT       PIC 9(05).
           05  SUSP-M-STATUS           PIC X(01).
               88  SUSP-PENDING                    VALUE "S".
               88  SUSP-RELEASED                   VALUE "L".
               88  SUSP-VOIDED                     VALUE "V".
           05  SUSP-M-OUTCOME-DATE     PIC X(08).
           05  SUSP-M-OUTCOME-OPER     PIC X(08).
           05  SUSP-M-NEW-BATCH-ID     PIC X(08).

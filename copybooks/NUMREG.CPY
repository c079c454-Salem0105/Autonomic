      * BOTH THE DECLARED AND THE COMPUTED COUNT AND HASH, SO A BATCH
      * THAT DOES NOT BALANCE CAN BE TRACED TO THE BAD TOKEN WITHOUT
      * EYEBALLING THE RAW 100-BYTE FEED. CONSULTA-REG READS THE SAME
      * LAYOUTS BACK FOR THE DRILL-DOWN INQUIRY. BOTH RECORDS ARE 59
      * BYTES AND END WITH THE DATE OF THE RUN THAT WROTE THE LINE.
      * THE FILE ACCUMULATES FROM DAY TO DAY UNTIL ARCHIVA-PER MOVES A
      * CLOSED PERIOD OUT OF IT; A READER PICKS THE DAY'S LINES BY
      * THAT DATE, SINCE ONE BATCH KEY CAN REACH THE REGISTER ON MORE
      * THAN ONE DAY (SUSPENDED, THEN RELEASED). A LINE WRITTEN BEFORE
      * THE DATE WAS ADDED IS 51 BYTES AND READS BACK WITH THE DATE
      * BLANK.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   REVERSA-LOTE APPENDS ONE D LINE PER REVERSED
      *                  BATCH CARRYING THE NEGATED HASH TOTAL, WITH
      *                  SEQUENCE ZERO (REG-REVERSAL-LINE) - A PARSED
      *                  TOKEN IS NEVER NUMBERED ZERO - AND A T LINE
      *                  THAT BALANCES IT
      * 10/15/2026 DRO   ADDED REG-RUN-DATE AND REG-TRL-RUN-DATE (NOW
      *                  59 BYTES). SUMA-CADENA NO LONGER REWRITES THE
      *                  FILE EACH RUN; IT APPENDS, SO EARLIER DAYS
      *                  STAY FOR DETECTA-ANOMAL'S PROFILES
      ******************************************************************

       01  REG-DETAIL-RECORD.
           05  REG-BATCH-ID            PIC X(08).
           05  REG-ORIGIN              PIC X(08).
           05  REG-SEQ-IN-BATCH        PIC 9(07).
               88  REG-REVERSAL-LINE               VALUE 0.
           05  REG-AMOUNT              PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
           05  REG-RAW-TOKEN           PIC X(15).
           05  REG-RUN-DATE            PIC X(08).

       01  REG-TRAILER-RECORD.
           05  REG-TRL-TYPE            PIC X(01).
           05  REG-TRL-COMP-COUNT      PIC 9(07).
           05  REG-TRL-COMP-HASH       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  REG-TRL-RUN-DATE        PIC X(08).

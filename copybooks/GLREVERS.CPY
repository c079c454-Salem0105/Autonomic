      ******************************************************************
      * GLREVERS.CPY
      *
      * PENDING LEDGER REVERSAL RECORD (REVERSOS.DAT). REVERSA-LOTE
      * APPENDS ONE RECORD PER BATCH IT REVERSES - THE DATE OF THE
      * REVERSAL, THE BATCH KEY, THE DATE THE BATCH ORIGINALLY POSTED,
      * THE DEPARTMENT'S LEDGER ACCOUNT AND COST CENTER AND THE
      * NEGATED HASH TOTAL - AND EXTRACTO-GL SENDS EVERY RECORD TO THE
      * LEDGER AS A REVERSING D POSTING IN ITS NEXT EXTRACT, THEN
      * EMPTIES THE FILE SO THE SAME REVERSAL CANNOT POST TWICE. THE
      * SAME HAND-OFF GL-CARRY.DAT USES FOR CARRIES. ONE COPYBOOK SO
      * THE WRITER AND THE READER CANNOT DRIFT APART.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  GL-REVERSAL-RECORD.
           05  REVQ-DATE               PIC X(08).
           05  REVQ-BATCH-ID           PIC X(08).
           05  REVQ-ORIGIN             PIC X(08).
           05  REVQ-POST-DATE          PIC X(08).
           05  REVQ-ACCOUNT            PIC X(08).
           05  REVQ-AMOUNT             PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  REVQ-COST-CENTER        PIC X(06).

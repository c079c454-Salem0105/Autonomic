      ******************************************************************
      * PASOREC.CPY
      *
      * RUN-STEP TIMING RECORD (PASOS-LOG.DAT). BATCH-DRIVER APPENDS
      * ONE LINE FOR EVERY STEP OF THE NIGHTLY CHAIN IT CALLS - THE
      * CHAIN'S RUN DATE, THE STEP'S PROGRAM-ID, WHEN IT STARTED AND
      * ENDED, THE ELAPSED SECONDS AND THE RETURN CODE IT GAVE. A STEP
      * RUN AGAIN ON A RESTART LEAVES A SECOND LINE, MARKED AS A
      * RESTART, SO NOTHING THE NIGHT COST IS LOST. INFORME-PASOS
      * READS THE FILE FOR THE BATCH-WINDOW REPORT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  PASO-RECORD.
           05  PASO-RUN-DATE           PIC X(08).
           05  PASO-STEP               PIC X(14).
           05  PASO-START-DATE         PIC X(08).
           05  PASO-START-TIME         PIC X(08).
           05  PASO-END-DATE           PIC X(08).
           05  PASO-END-TIME           PIC X(08).
           05  PASO-ELAPSED            PIC 9(07).
           05  PASO-RC                 PIC S9(04)
                                       SIGN IS LEADING SEPARATE.
           05  PASO-RESTART            PIC X(01).
               88  PASO-IS-RESTART                 VALUE "Y".

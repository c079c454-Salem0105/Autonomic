      ******************************************************************
      * SUSPLIN.CPY
      *
      * SUSPENDED-LINE RECORD (SUSPENSO.DAT, APPEND-ONLY). ONE RECORD
      * PER RAW NUMEROS.DAT LINE OF A QUARANTINED BATCH - ITS "H"
      * HEADER, EVERY DETAIL LINE AND ITS "T" TRAILER WHEN IT HAD ONE
      * - TAGGED WITH THE SUSPENSE REGISTER KEY (COPY SUSPREG) AND
      * THE LINE'S POSITION IN THE BATCH, SO LIBERA-SUSP CAN RELEASE
      * THE BATCH EXACTLY AS IT ARRIVED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  SUSP-LINE-RECORD.
           05  SUSP-L-KEY.
               10  SUSP-L-BATCH-ID     PIC X(08).
               10  SUSP-L-ORIGIN       PIC X(08).
               10  SUSP-L-DATE         PIC X(08).
           05  SUSP-L-SEQ              PIC 9(05).
           05  SUSP-L-DATA             PIC X(100).

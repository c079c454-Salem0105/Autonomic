      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   ADDED A STATUS AND THE DATE IT WAS LAST SET.
      *                  UNDER SUSPENSE MODE SUMA-CADENA REGISTERS A
      *                  BATCH THAT FAILS ITS TRAILER CHECK AS "S"
      *                  SUSPENDED INSTEAD OF FAILING THE RUN; LIBERA-
      *                  SUSP MOVES IT TO "L" RELEASED (THE NEXT RUN
      *                  MAY POST IT UNDER THE SAME KEY) OR "V"
      *                  VOIDED. ONLY A "P" POSTED BATCH COUNTS TOWARD
      *                  THE LEDGER. RECORD IS NOW 62 BYTES; AN
      *                  EXISTING 53-BYTE LOTES.MST IS CONVERTED ONCE
      *                  BY CONVIERTE-MST, WHICH MARKS EVERY OLD BATCH
      *                  POSTED AS OF ITS RUN DATE
      * 10/15/2026 DRO   ADDED "R" REVERSED: REVERSA-LOTE BACKS OUT A
      *                  BATCH THAT POSTED IN ERROR. THE BATCH KEEPS ITS
      *                  KEY, SO A REDROP IS STILL A DUPLICATE
      ******************************************************************

       01  LOTE-RECORD.
           05  LOTE-ENTRY-COUNT        PIC 9(07).
           05  LOTE-HASH-TOTAL         PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  LOTE-STATUS             PIC X(01).
               88  LOTE-POSTED                     VALUE "P".
               88  LOTE-SUSPENDED                  VALUE "S".
               88  LOTE-RELEASED                   VALUE "L".
               88  LOTE-VOIDED                     VALUE "V".
               88  LOTE-REVERSED                   VALUE "R".
           05  LOTE-STATUS-DATE        PIC X(08).

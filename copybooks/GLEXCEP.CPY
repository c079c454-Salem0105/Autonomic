      ******************************************************************
      * GLEXCEP.CPY
      *
      * GL EXCEPTIONS REPORT LINE (GL-EXCEP.DAT, 132-BYTE PRINT LINES
      * AFTER ONE HEADING LINE). CONCILIA-GL REWRITES THE REPORT EVERY
      * RUN - ONE LINE PER POSTING THE LEDGER REJECTED ("RECHAZADO"),
      * NEVER ANSWERED ("SIN ACUSE") OR ANSWERED WITH AN UNKNOWN
      * STATUS ("ESTADO INVAL."), AND ONE PER ACKNOWLEDGMENT WITHOUT A
      * POSTING ("SIN PARTIDA", SEQUENCE AND AMOUNT ZERO) - AND
      * INFORME-ABIERTOS READS THE SAME LINES BACK TO AGE THEM. ONE
      * COPYBOOK SO THE WRITER AND THE READER CANNOT DRIFT APART.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER - LIFTED FROM THE WORKING-
      *                  STORAGE OF CONCILIA-GL, WITH THE DATE THE
      *                  POSTING WAS FIRST SENT ADDED AFTER THE REASON
      ******************************************************************

       01  WS-EXCEP-LINE.
           05  WS-EX-SEQ                PIC ZZZZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-DATE               PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-ACCOUNT            PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-DEPT               PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-TEXT               PIC X(14).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-REASON             PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACE.
           05  WS-EX-ORIG-DATE          PIC X(08).
           05  FILLER                   PIC X(28)  VALUE SPACE.

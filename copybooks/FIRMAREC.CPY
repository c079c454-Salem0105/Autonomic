      ******************************************************************
      * FIRMAREC.CPY
      *
      * DAILY CONTROL SHEET SIGN-OFF RECORD (FIRMAS.DAT, 80 BYTES,
      * APPEND ONLY). HOJA-CONTROL WRITES ONE LINE EVERY TIME THE
      * REVIEWING OPERATOR SIGNS THE CONTROL SHEET OF A GENERATION OFF
      * - APPROVED OR REJECTED - AND IMPRIME-PARES READS THE SAME
      * LINES BACK BEFORE IT PRODUCES THE DISTRIBUTION COPY. A
      * GENERATION IS IDENTIFIED BY ITS NUMBER AND ITS GENCTRL.DAT
      * DATE TOGETHER, SO A NUMBER REUSED AFTER THE COUNTER WRAPS
      * NEVER PICKS UP AN OLD SIGNATURE. THE LAST LINE FOR A
      * GENERATION IS THE ONE THAT STANDS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  FIRMA-RECORD.
           05  FIRMA-GEN-NUMBER        PIC 9(04).
           05  FIRMA-GEN-DATE          PIC X(08).
           05  FIRMA-DATE              PIC X(08).
           05  FIRMA-TIME              PIC X(08).
           05  FIRMA-OPERATOR          PIC X(08).
           05  FIRMA-DECISION          PIC X(01).
               88  FIRMA-APPROVED                  VALUE "A".
               88  FIRMA-REJECTED                  VALUE "R".
           05  FIRMA-DAY-VERDICT       PIC X(12).
           05  FIRMA-NOTE              PIC X(30).
           05  FILLER                  PIC X(01).

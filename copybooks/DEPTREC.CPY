      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   ADDED THE DEPARTMENT'S OWN LEDGER ACCOUNT AND
      *                  COST CENTER SO EXTRACTO-GL CAN CHARGE EACH
      *                  DEPARTMENT FOR ITS OWN ACTIVITY. A BLANK
      *                  ACCOUNT POSTS TO THE CTA-SUMA-CADENA ACCOUNT
      *                  FROM PARAMS.DAT. RECORD IS NOW 96 BYTES; AN
      *                  EXISTING 82-BYTE DEPTOS.MST IS CONVERTED ONCE
      *                  BY CONVIERTE-MST WITH BOTH FIELDS BLANK
      ******************************************************************

       01  DEPT-RECORD.
           05  DEPT-M-EFF-TO           PIC X(08).
           05  DEPT-M-DELIV-DAYS       PIC X(07).
           05  DEPT-M-CONTACT          PIC X(20).
           05  DEPT-M-GL-ACCOUNT       PIC X(08).
           05  DEPT-M-COST-CENTER      PIC X(06).

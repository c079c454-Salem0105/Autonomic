      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   ADDED THE DEPARTMENT CODE AND COST CENTER SO A
      *                  DEPARTMENT POSTING CARRIES FORWARD AS THE SAME
      *                  DEPARTMENT'S POSTING. BLANK FOR A PROGRAM-LEVEL
      *                  POSTING AND ON A CARRY WRITTEN BEFORE THIS
      *                  CHANGE. RECORD IS NOW 44 BYTES
      * 10/15/2026 DRO   ADDED CARRY-ORIG-DATE, THE DATE THE POSTING WAS
      *                  FIRST SENT TO THE LEDGER. CARRY-DATE IS THE
      *                  DATE OF THE SENDING THAT BOUNCED, WHICH MOVES
      *                  FORWARD EVERY DAY THE POSTING IS RE-CARRIED;
      *                  CARRY-ORIG-DATE DOES NOT, SO THE OPEN-ITEMS
      *                  REPORT CAN AGE IT. BLANK ON A CARRY WRITTEN
      *                  BEFORE THIS CHANGE - TAKE CARRY-DATE. RECORD
      *                  IS NOW 52 BYTES
      ******************************************************************

       01  GL-CARRY-RECORD.
           05  CARRY-ACCOUNT           PIC X(08).
           05  CARRY-AMOUNT            PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  CARRY-DEPT              PIC X(08).
           05  CARRY-COST-CENTER       PIC X(06).
           05  CARRY-ORIG-DATE         PIC X(08).

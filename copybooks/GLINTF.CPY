      *
      * GENERAL-LEDGER INTERFACE RECORD LAYOUTS (GL-INTF.DAT, 60-BYTE
      * RECORDS). EXTRACTO-GL WRITES THE FILE - ONE "H" HEADER, ONE "D"
      * POSTING PER LEDGER ACCOUNT AND DEPARTMENT, ONE "T" TRAILER
      * WITH RECORD COUNT AND AMOUNT TOTAL, SEQUENCE UNBROKEN
      * THROUGHOUT - AND CONCILIA-GL READS THE SAME LAYOUTS BACK TO
      * MATCH THE LEDGER'S ACKNOWLEDGMENTS AGAINST WHAT WAS SENT. ONE
      * COPYBOOK SO THE TWO SIDES CANNOT DRIFT APART.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER - LIFTED UNCHANGED FROM THE
      *                  WORKING-STORAGE OF EXTRACTO-GL SO CONCILIA-GL
      *                  CAN SHARE THE LAYOUTS
      * 10/15/2026 DRO   THE SUMA-CADENA AMOUNT NOW POSTS ONE "D" PER
      *                  ORIGINATING DEPARTMENT: THE DETAIL CARRIES
      *                  THE DEPARTMENT CODE AND ITS COST CENTER OUT
      *                  OF THE OLD FILLER. PROGRAM-LEVEL POSTINGS
      *                  LEAVE BOTH BLANK. RECORD LENGTH UNCHANGED
      * 10/15/2026 DRO   A RE-POSTED CARRY NOW CARRIES THE DATE IT WAS
      *                  FIRST SENT UNDER IN WS-GD-ORIG-DATE, OUT OF
      *                  THE FILLER, SO A POSTING THAT BOUNCES DAY
      *                  AFTER DAY CAN BE AGED. BLANK ON A POSTING SENT
      *                  FOR THE FIRST TIME. RECORD LENGTH UNCHANGED
      ******************************************************************

       01  WS-GL-HEADER.
           05  WS-GD-ACCOUNT            PIC X(08).
           05  WS-GD-AMOUNT             PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  WS-GD-DEPT               PIC X(08)  VALUE SPACE.
           05  WS-GD-COST-CENTER        PIC X(06)  VALUE SPACE.
           05  WS-GD-ORIG-DATE          PIC X(08)  VALUE SPACE.
           05  FILLER                   PIC X(01)  VALUE SPACE.

       01  WS-GL-TRAILER.
           05  FILLER                   PIC X(01)  VALUE "T".

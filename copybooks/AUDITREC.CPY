      *                  IS NOW 72 BYTES; PRE-CHAIN LINES FAIL THE
      *                  SEQUENCE'S NUMERIC TEST AND ARE REPORTED AS
      *                  LEGACY, NOT MISREAD
      * 10/15/2026 DRO   ARCHIVA-PER MOVES A CLOSED PERIOD'S LINES TO
      *                  AUDIT.Pyyyymm.DAT AND OPENS THE LIVE TRAIL
      *                  WITH AN ANCHOR LINE (PROGRAM-ID "ANCLA-
      *                  PERIODO", SECOND LAYOUT BELOW) CARRYING THE
      *                  SEQUENCE AND CHECK OF THE LAST LINE MOVED, SO
      *                  THE NEXT LINE CHAINS ON FROM IT AS BEFORE. THE
      *                  ANCHOR NAMES THE ARCHIVE IT FOLLOWS AND IS
      *                  SEALED: ITS BYTES 1-43 AND 57-63 FOLDED INTO
      *                  ITS OWN CHECK THE WAY A LINE IS FOLDED INTO
      *                  THE CHAIN. IT IS NOT A RUN AND HAS NO ENTRY
      *                  COUNT OR TOTAL
      ******************************************************************

       01  AUDIT-LOG-RECORD.
           05  AUDIT-PROGRAM-ID        PIC X(13).
               88  AUDIT-ANCHOR-LINE               VALUE
                                                   "ANCLA-PERIODO".
           05  AUDIT-RUN-DATE          PIC X(08).
           05  AUDIT-RUN-TIME          PIC X(08).
           05  AUDIT-OPERATOR-ID       PIC X(08).
                                       SIGN IS LEADING SEPARATE.
           05  AUDIT-SEQ-NUMBER        PIC 9(07).
           05  AUDIT-CHAIN-CHECK       PIC 9(09).

       01  AUDIT-ANCHOR-RECORD.
           05  AUDIT-ANCH-PROGRAM-ID   PIC X(13).
           05  AUDIT-ANCH-CUT-DATE     PIC X(08).
           05  AUDIT-ANCH-CUT-TIME     PIC X(08).
           05  AUDIT-ANCH-OPERATOR-ID  PIC X(08).
           05  AUDIT-ANCH-PERIOD       PIC X(06).
           05  AUDIT-ANCH-SEAL         PIC 9(09).
           05  FILLER                  PIC X(04).
           05  AUDIT-ANCH-SEQ-NUMBER   PIC 9(07).
           05  AUDIT-ANCH-CHAIN-CHECK  PIC 9(09).

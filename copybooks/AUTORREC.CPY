      ******************************************************************
      * AUTORREC.CPY
      *
      * OPERATOR AUTHORITY RECORD (AUTORIZA.DAT, ONE ENTRY PER LINE).
      * SAYS WHICH OPERATOR MAY REQUEST AND WHICH MAY APPROVE EACH
      * KIND OF DUAL-CONTROL ACTION (COPY PENDREC FOR THE KINDS). AN
      * ENTRY WITH KIND "*" COVERS EVERY KIND. AN OPERATOR WITH NO
      * ENTRY - OR NO AUTORIZA.DAT AT ALL - MAY NEITHER REQUEST NOR
      * APPROVE, SO A DUAL-CONTROL ACTION CAN NEVER TAKE EFFECT ON ONE
      * PERSON'S WORD. WHETHER OR NOT THE TABLE ALLOWS IT, NOBODY MAY
      * APPROVE THEIR OWN REQUEST.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  AUT-RECORD.
           05  AUT-OPERATOR            PIC X(08).
           05  AUT-KIND                PIC X(01).
               88  AUT-ALL-KINDS                   VALUE "*".
           05  AUT-MAY-REQUEST         PIC X(01).
               88  AUT-REQUEST-ALLOWED             VALUE "Y".
           05  AUT-MAY-APPROVE         PIC X(01).
               88  AUT-APPROVE-ALLOWED             VALUE "Y".

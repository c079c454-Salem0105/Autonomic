      ******************************************************************
      * PENDREC.CPY
      *
      * PENDING-APPROVAL RECORD (PENDIENTE.MST, INDEXED, KEYED BY KIND,
      * TARGET AND A SEQUENCE WITHIN THE TARGET). THE ACTIONS HELD
      * UNDER DUAL CONTROL ARE
      *   W  WRITE-OFF OF A REJECTED PAIR   REPARA-RECHAZOS  (RAW PAIR)
      *   P  LEDGER ACCOUNT CHANGE          MANT-PARAM       (CTA- KEY)
      *   D  DEPARTMENT DEACTIVATION        MANT-DEPTOS      (DEPT CODE)
      *   R  REOPENING OF A CLOSED MONTH    CIERRE-MES       (PERIOD)
      *   A  CLEARANCE OF A BATCH'S HIGH-   DETECTA-ANOMAL   (BATCH
      *      SEVERITY ANOMALY FINDINGS                       + ORIGIN)
      * WITH THE TARGET EACH ONE IS FILED UNDER IN PARENTHESES. THE
      * FIRST TIME A PROGRAM MEETS ONE OF THESE IT FILES A PENDING
      * REQUEST HOLDING THE TRANSACTION IMAGE AND DOES NOTHING ELSE.
      * APRUEBA-PEND RECORDS A SECOND, DIFFERENT OPERATOR'S APPROVAL
      * OR REJECTION. WHEN THE SAME TRANSACTION IS RUN AGAIN AND
      * FINDS AN APPROVED REQUEST WITH THE IDENTICAL IMAGE IT TAKES
      * EFFECT AND THE REQUEST IS MARKED APPLIED, SO ONE APPROVAL
      * BUYS EXACTLY ONE CHANGE. THE RECORD IS NEVER DELETED - IT IS
      * THE HISTORY AUDIT ASKS FOR.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   ADDED KIND "A", SUPERVISOR CLEARANCE OF A
      *                  BATCH DETECTA-ANOMAL HELD FOR HIGH-SEVERITY
      *                  FINDINGS
      * 10/15/2026 DRO   ADDED PEND-CLEARANCE FOR KIND "A"
      ******************************************************************

       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-KIND           PIC X(01).
                   88  PEND-WRITE-OFF              VALUE "W".
                   88  PEND-ACCOUNT-CHANGE         VALUE "P".
                   88  PEND-DEACTIVATION           VALUE "D".
                   88  PEND-REOPEN                 VALUE "R".
                   88  PEND-CLEARANCE              VALUE "A".
               10  PEND-TARGET         PIC X(20).
               10  PEND-SEQ            PIC 9(03).
           05  PEND-IMAGE              PIC X(100).
           05  PEND-STATUS             PIC X(01).
               88  PEND-PENDING                    VALUE "P".
               88  PEND-APPROVED                   VALUE "A".
               88  PEND-REJECTED                   VALUE "R".
               88  PEND-APPLIED                    VALUE "E".
           05  PEND-REQ-OPER           PIC X(08).
           05  PEND-REQ-DATE           PIC X(08).
           05  PEND-REQ-TIME           PIC X(08).
           05  PEND-DEC-OPER           PIC X(08).
           05  PEND-DEC-DATE           PIC X(08).
           05  PEND-DEC-TIME           PIC X(08).
           05  PEND-APPLIED-DATE       PIC X(08).
           05  PEND-NOTE               PIC X(30).

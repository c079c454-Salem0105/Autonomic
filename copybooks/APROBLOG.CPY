      ******************************************************************
      * APROBLOG.CPY
      *
      * DUAL-CONTROL LOG RECORD (APROB-LOG.DAT, APPEND ONLY). ONE LINE
      * EVERY TIME A PENDING REQUEST (COPY PENDREC) IS FILED, APPROVED,
      * REJECTED OR APPLIED, OR AN APPROVAL IS REFUSED, WRITTEN BY
      * WHICHEVER PROGRAM DID IT. IT SITS BESIDE PARAM-LOG.DAT,
      * DEPTOS-LOG.DAT AND CIERRE-LOG.DAT: THOSE SAY WHAT CHANGED, THIS
      * SAYS WHO ASKED AND WHO AGREED.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  ALOG-RECORD.
           05  ALOG-DATE               PIC X(08).
           05  ALOG-TIME               PIC X(08).
           05  ALOG-OPERATOR           PIC X(08).
           05  ALOG-KIND               PIC X(01).
           05  ALOG-TARGET             PIC X(20).
           05  ALOG-SEQ                PIC 9(03).
           05  ALOG-EVENT              PIC X(01).
               88  ALOG-REQUESTED                  VALUE "S".
               88  ALOG-APPROVED                   VALUE "A".
               88  ALOG-REJECTED                   VALUE "R".
               88  ALOG-APPLIED                    VALUE "E".
               88  ALOG-REFUSED                    VALUE "X".
           05  ALOG-RESULT             PIC X(20).

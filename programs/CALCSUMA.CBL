002299*                  TO ITS SEQUENCE AND FOLDS THE NEW LINE INTO
002299*                  ITS CHECK, SO AN EDITED OR TRUNCATED TRAIL
002299*                  BREAKS THE CHAIN VERIFICA-AUDIT PROVES
002299* 10/15/2026 DRO   THE ANCHOR LINE ARCHIVA-PER LEAVES AT THE TOP
002299*                  OF A CUT AUDIT.DAT CARRIES THE SEQUENCE AND
002299*                  CHECK OF THE ARCHIVED TRAIL; THE CHAIN NOW
002299*                  CONTINUES FROM IT
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
018511* 8100-FIND-LAST-AUDIT - SCAN THE TRAIL FOR THE LAST CHAINED
018511* LINE'S SEQUENCE AND CHECK VALUE. LINES FROM BEFORE THE CHAIN
018511* EXISTED FAIL THE NUMERIC TEST AND ARE PASSED OVER; A TRAIL
018511* WITH NO CHAINED LINE YET STARTS AT SEQUENCE ZERO. AFTER A
018511* PERIOD HAS BEEN ARCHIVED THE TRAIL OPENS WITH ARCHIVA-PER'S
018511* ANCHOR, WHICH HANDS ON THE LAST ARCHIVED SEQUENCE AND CHECK
018511******************************************************************
018511 8100-FIND-LAST-AUDIT.
018511     MOVE 0 TO WS-PREV-SEQ
018511         AT END
018511             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
018511         NOT AT END
018511             IF AUDIT-ANCHOR-LINE
018511                 MOVE AUDIT-ANCH-SEQ-NUMBER TO WS-PREV-SEQ
018511                 MOVE AUDIT-ANCH-CHAIN-CHECK TO WS-PREV-CHECK
018511             ELSE
018511                 IF AUDIT-SEQ-NUMBER NUMERIC
018511                     AND AUDIT-CHAIN-CHECK NUMERIC
018511                     MOVE AUDIT-SEQ-NUMBER TO WS-PREV-SEQ
018511                     MOVE AUDIT-CHAIN-CHECK TO WS-PREV-CHECK
018511                 END-IF
018511             END-IF
018511     END-READ.
018511 8150-EXIT.

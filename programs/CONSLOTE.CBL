001600*                  AND OF WHY SUMA-CADENA DIVERTED A REDROPPED
001700*                  FILE TO NUM-DUP.DAT INSTEAD OF POSTING IT A
001800*                  SECOND TIME
001810* 10/15/2026 DRO   LOTES.MST RECORD IS NOW 62 BYTES. THE LISTING
001820*                  SHOWS EACH BATCH'S STATUS - POSTEADO,
001830*                  SUSPENSO, LIBERADO OR ANULADO - AND THE DATE
001840*                  IT WAS LAST SET, SO A QUARANTINED BATCH CANNOT
001850*                  BE MISTAKEN FOR ONE THAT POSTED
001860* 10/15/2026 DRO   A BATCH BACKED OUT BY REVERSA-LOTE LISTS AS
001870*                  REVERSADO, DATED THE DAY IT WAS REVERSED
001900******************************************************************
002000
002100 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  LOTES-FILE
003700     RECORD CONTAINS 62 CHARACTERS.
003800     COPY LOTEREG.
003900
004000 FD  LOTES-RPT-FILE
007000     05  FILLER                   PIC X(11)  VALUE "   ENTRADAS".
007100     05  FILLER                   PIC X(20)  VALUE
007200         "          HASH TOTAL".
007210     05  FILLER                   PIC X(02)  VALUE SPACE.
007220     05  FILLER                   PIC X(10)  VALUE "ESTADO".
007230     05  FILLER                   PIC X(08)  VALUE "DESDE".
007300     05  FILLER                   PIC X(41)  VALUE SPACE.
007400
007500 01  WS-DETAIL-LINE.
007600     05  WS-DL-BATCH              PIC X(08).
008400     05  WS-DL-COUNT              PIC Z,ZZZ,ZZ9.
008500     05  FILLER                   PIC X(02)  VALUE SPACE.
008600     05  WS-DL-HASH               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
008610     05  FILLER                   PIC X(04)  VALUE SPACE.
008620     05  WS-DL-STATUS             PIC X(10).
008640     05  WS-DL-STATUS-DATE        PIC X(08).
008700     05  FILLER                   PIC X(41)  VALUE SPACE.
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
015100         MOVE LOTE-RUN-TIME TO WS-DL-TIME
015200         MOVE LOTE-ENTRY-COUNT TO WS-DL-COUNT
015300         MOVE LOTE-HASH-TOTAL TO WS-DL-HASH
015310         EVALUATE TRUE
015320             WHEN LOTE-POSTED
015330                 MOVE "POSTEADO" TO WS-DL-STATUS
015340             WHEN LOTE-SUSPENDED
015350                 MOVE "SUSPENSO" TO WS-DL-STATUS
015360             WHEN LOTE-RELEASED
015370                 MOVE "LIBERADO" TO WS-DL-STATUS
015380             WHEN LOTE-VOIDED
015390                 MOVE "ANULADO" TO WS-DL-STATUS
015390             WHEN LOTE-REVERSED
015390                 MOVE "REVERSADO" TO WS-DL-STATUS
015391             WHEN OTHER
015392                 MOVE LOTE-STATUS TO WS-DL-STATUS
015393         END-EVALUATE
015394         MOVE LOTE-STATUS-DATE TO WS-DL-STATUS-DATE
015400         WRITE LOTES-RPT-RECORD FROM WS-DETAIL-LINE
015500     END-IF
015600     PERFORM 2100-READ-ONE-LOTE THRU 2100-EXIT.

      *   LINES-PER-PAGE      IMPRIME-PARES PAGE DEPTH     (50, 10-99)
      *   CTA-SUMA-CADENA     EXTRACTO-GL LEDGER ACCOUNT   (41010010)
      *   CTA-CALCULAR-SUMA   EXTRACTO-GL LEDGER ACCOUNT   (41010020)
      *   SUSPENSE-MODE       SUMA-CADENA QUARANTINE       (N, Y/N)
      *   SLA-WINDOW-MIN      INFORME-PASOS BATCH WINDOW   (240, 1-999)
      *   SLA-OVERRUN-PCT     INFORME-PASOS OVER USUAL %   (50, 1-999)
      *   SLA-<PROGRAM-ID>    INFORME-PASOS STEP TARGET    (0 = NONE,
      *                       MINUTES, ONE PER CHAIN STEP   0-999)
      *   AGING-LIMIT-DAYS    INFORME-ABIERTOS ESCALATION  (10, 1-99)
      *                       BUSINESS DAYS AN ITEM MAY AGE
      *   ANOM-AMOUNT-FACTOR  DETECTA-ANOMAL OUTLIER       (10, 2-99)
      *                       TIMES OVER/UNDER USUAL AMOUNT
      *   ANOM-BATCH-FACTOR   DETECTA-ANOMAL BATCH SIZE    (3, 2-99)
      *                       TIMES THE USUAL LINES
      *   ANOM-REPEAT-LIMIT   DETECTA-ANOMAL SAME AMOUNT   (5, 2-999)
      *                       THIS OFTEN IN ONE BATCH
      *   ANOM-REFUND-MARGIN  DETECTA-ANOMAL REFUND SHARE  (25, 1-100)
      *                       POINTS OVER THE USUAL %
      *   ANOM-MIN-HISTORY    DETECTA-ANOMAL LINES NEEDED  (20, 1-999)
      *                       FOR AN ORIGIN'S PROFILE
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/02/2026 DRO   ORIGINAL MEMBER
      * 10/15/2026 DRO   ADDED SUSPENSE-MODE
      * 10/15/2026 DRO   ADDED THE SLA- BATCH-WINDOW KEYS
      * 10/15/2026 DRO   ADDED AGING-LIMIT-DAYS
      * 10/15/2026 DRO   ADDED THE ANOM- SCREENING THRESHOLDS
      ******************************************************************

       01  PARAM-RECORD.

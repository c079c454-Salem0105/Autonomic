      ******************************************************************
      * CALREC.CPY
      *
      * BUSINESS-DAY CALENDAR MASTER RECORD (CALENDARIO.MST, INDEXED,
      * KEYED BY THE DATE YYYYMMDD). ONE RECORD PER DATE THAT DOES NOT
      * FOLLOW THE PLAIN MONDAY-TO-FRIDAY RULE: A BANK HOLIDAY ("F"),
      * A HALF DAY ("M", STILL A BUSINESS DAY - THE CHAIN RUNS, JUST
      * EARLY) OR A BUSINESS DAY ("H") - THE LAST ONE MAKES A WORKING
      * SATURDAY EXPLICIT. A DATE NOT ON THE MASTER FALLS BACK TO THE
      * MOD-7 RULE THE SUITE HAS ALWAYS USED: 1 = MONDAY ... 5 =
      * FRIDAY ARE BUSINESS DAYS, 6 = SATURDAY AND 0 = SUNDAY ARE NOT.
      * MANT-CALEND MAINTAINS THE MASTER FROM PUNCHED TRANSACTIONS;
      * COLECTOR-NUM, CONSULTA-AUDIT AND CIERRE-MES READ IT.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DRO   ORIGINAL MEMBER
      ******************************************************************

       01  CAL-RECORD.
           05  CAL-KEY.
               10  CAL-DATE            PIC X(08).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-BUSINESS-DAY                VALUE "H".
               88  CAL-BANK-HOLIDAY                VALUE "F".
               88  CAL-HALF-DAY                    VALUE "M".
           05  CAL-DESCRIPTION         PIC X(30).
           05  CAL-UPD-DATE            PIC X(08).
           05  CAL-UPD-OPER            PIC X(08).

      ******************************************************************
      *    FAPBUD    - BUDGET MASTER RECORD LAYOUT                     *
      *    KEYED ON CATEGORY PLUS FISCAL MONTH (CCYYMM - THE FISCAL    *
      *    YEAR IS THE CALENDAR YEAR, AS THE FAPCOB99 YEAR CLOSE       *
      *    ASSUMES).  MAINTAINED BY FAPCOB85, READ BY THE FAPCOB84     *
      *    BUDGET-VS-ACTUAL REPORT.                                    *
      ******************************************************************
       01  BUDGET-MASTER-RECORD.
           02  BUD-KEY.
               03  BUD-CATEGORY      PIC X(20).
               03  BUD-PERIOD        PIC 9(6).
               03  BUD-PERIOD-X REDEFINES BUD-PERIOD.
                   04  BUD-PERIOD-CCYY   PIC 9(4).
                   04  BUD-PERIOD-MM     PIC 9(2).
      *    BASE-CURRENCY BUDGET FOR THE MONTH, SIGNED THE SAME WAY
      *    THE CONVERTED CATHIST TOTALS ARE.
           02  BUD-AMOUNT            PIC S9(11)V99 SIGN IS TRAILING.
           02  BUD-STATUS            PIC X(1).
               88  BUDGET-ACTIVE     VALUE 'A'.
               88  BUDGET-INACTIVE   VALUE 'I'.
           02  FILLER                PIC X(10).

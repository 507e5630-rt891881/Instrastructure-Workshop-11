      ******************************************************************
      *    FAPPBH    - PERIOD BALANCE HISTORY RECORD LAYOUT            *
      *    KEYED ON ACCOUNT PLUS FISCAL PERIOD (CCYYMM).  WRITTEN BY   *
      *    FAPCOB99 ON EVERY MONTH- AND YEAR-CLOSE RUN BEFORE THE      *
      *    PERIOD-END ROLL, ONE RECORD PER BALANCE MASTER ACCOUNT.     *
      *    PERMANENT - NEVER PURGED.  READ BY THE FAPCOB83 PERIOD      *
      *    COMPARISON AND TREND REPORT.                                *
      ******************************************************************
      *    AMOUNTS ARE BASE-CURRENCY (CONVERTED) FIGURES.  THE YTD
      *    BUCKETS ARE THE CLOSING YEAR-TO-DATE INCLUDING THE
      *    PERIOD'S OWN MTD - THE FIGURES THE ROLL LEAVES ON BALMAST.
       01  PERIOD-BALANCE-RECORD.
           02  PBH-KEY.
               03  PBH-ACCOUNT       PIC X(8).
               03  PBH-PERIOD        PIC 9(6).
               03  PBH-PERIOD-X REDEFINES PBH-PERIOD.
                   04  PBH-PERIOD-CCYY   PIC 9(4).
                   04  PBH-PERIOD-MM     PIC 9(2).
           02  PBH-MTD-AMOUNT4       PIC S9(9)V99  SIGN IS TRAILING.
           02  PBH-MTD-AMOUNT5       PIC S9(9)V99  SIGN IS TRAILING.
           02  PBH-YTD-AMOUNT4       PIC S9(11)V99 SIGN IS TRAILING.
           02  PBH-YTD-AMOUNT5       PIC S9(11)V99 SIGN IS TRAILING.
           02  PBH-LAST-ACTIVITY     PIC 9(8).
           02  PBH-CLOSE-DATE        PIC 9(8).
           02  PBH-CLOSE-MODE        PIC X(1).
               88  PBH-MONTH-CLOSE   VALUE 'M'.
               88  PBH-YEAR-CLOSE    VALUE 'Y'.
           02  FILLER                PIC X(9).

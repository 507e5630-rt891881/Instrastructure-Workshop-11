      ******************************************************************
      *    FAPSTD    - STANDING ENTRY MASTER RECORD LAYOUT             *
      *    KEYED ON THE TRANSACTION KEY THE ENTRY POSTS TO.  ONE       *
      *    RECURRING RENT, LEASE, OR ACCRUAL ENTRY PER KEY (FAPCOB99   *
      *    TREATS TWO ENTRIES FOR ONE KEY AND DATE AS DUPLICATES).     *
      *    MAINTAINED BY FAPCOB88, READ BY THE FAPCOB87 GENERATOR TO   *
      *    BUILD THE DAY'S STANDING-ENTRY EXTRACT SET.                 *
      ******************************************************************
       01  STANDING-ENTRY-RECORD.
           02  STD-KEY               PIC X(8).
           02  STD-FIELD2            PIC X(10).
           02  STD-CATEGORY          PIC X(20).
           02  STD-CURRENCY          PIC X(3).
      *    ORIGINAL-CURRENCY AMOUNTS, AS THEY WOULD ARRIVE ON TRANIN.
           02  STD-AMOUNT4           PIC S9(6)V99  SIGN IS TRAILING.
           02  STD-AMOUNT5           PIC S9(6)V99  SIGN IS TRAILING.
           02  STD-FREQUENCY         PIC X(1).
               88  STANDING-WEEKLY     VALUE 'W'.
               88  STANDING-MONTHLY    VALUE 'M'.
               88  STANDING-QUARTERLY  VALUE 'Q'.
               88  STANDING-ANNUAL     VALUE 'A'.
      *    THE START DATE IS THE FIRST NOMINAL DUE DATE AND ANCHORS
      *    EVERY LATER ONE (SAME WEEKDAY, OR SAME DAY OF THE MONTH
      *    CLAMPED TO MONTH END).  A ZERO END DATE IS OPEN-ENDED.
           02  STD-START-DATE        PIC 9(8).
           02  STD-END-DATE          PIC 9(8).
           02  STD-STATUS            PIC X(1).
               88  STANDING-ACTIVE   VALUE 'A'.
               88  STANDING-INACTIVE VALUE 'I'.
      *    NOMINAL DUE DATE OF THE LAST OCCURRENCE GENERATED.  AN ADD
      *    SETS IT TO THE DAY BEFORE THE LATER OF THE RUN DATE AND THE
      *    START DATE, SO NOTHING DUE BEFORE THE ENTRY WAS KEYED GOES.
           02  STD-LAST-GEN-DATE     PIC 9(8).
           02  FILLER                PIC X(7).

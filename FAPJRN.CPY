      *    C = CATEGORY HISTORY ROW (CATEGORY, SUBTOTAL AMOUNTS).     *
      *    APPENDED EVERY RUN AND READ BY THE FAPCOB93 BACKOUT TO     *
      *    REVERSE A FULL BUSINESS DATE.                              *
      *    THE FAPCOB82 ACCOUNT MERGE JOURNALS TO THE SAME FILE:       *
      *    M/Y = MTD/YTD BUCKET TRANSFER (SIGNED, ONE PER ACCOUNT),    *
      *    X = MERGE CROSS-REFERENCE WRITE (LINK TYPE AND ACCOUNT),    *
      *    A = ACCOUNT MASTER STATUS CHANGE (PRIOR STATUS).            *
      *    L = LIMIT USAGE ADDED BY FAPCOB99 (ACCOUNT, LIMIT CATEGORY, *
      *        BASE AMOUNT IN PJR-AMOUNT4) ON THE ACCOUNT'S FAPLIM     *
      *        USAGE RECORD.                                           *
      ******************************************************************
       01  POSTING-JOURNAL-RECORD.
           02  PJR-RUN-DATE          PIC 9(8).
               88  JOURNAL-BALANCE-POST   VALUE 'B'.
               88  JOURNAL-HISTORY-WRITE  VALUE 'H'.
               88  JOURNAL-CATHIST-ROW    VALUE 'C'.
               88  JOURNAL-MERGE-MTD      VALUE 'M'.
               88  JOURNAL-MERGE-YTD      VALUE 'Y'.
               88  JOURNAL-MERGE-XREF     VALUE 'X'.
               88  JOURNAL-ACCOUNT-STATUS VALUE 'A'.
               88  JOURNAL-LIMIT-USAGE    VALUE 'L'.
           02  PJR-KEY               PIC X(8).
           02  PJR-TRANS-DATE        PIC 9(8).
           02  PJR-CATEGORY          PIC X(20).
           02  PJR-MERGE-VIEW REDEFINES PJR-CATEGORY.
               03  PJR-LINK-TYPE         PIC X(1).
               03  PJR-LINKED-ACCOUNT    PIC X(8).
               03  PJR-PRIOR-STATUS      PIC X(1).
               03  FILLER                PIC X(10).
           02  PJR-AMOUNT4           PIC S9(13)V99 SIGN IS TRAILING.
           02  PJR-AMOUNT5           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                PIC X(5).

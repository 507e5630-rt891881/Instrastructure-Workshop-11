      *          ONCE THE ROLL MOVES MTD INTO YTD THE REVERSAL
      *          WOULD DRIVE MTD NEGATIVE AND THE DAY CAN ONLY BE
      *          CORRECTED BY ADJUSTMENT.
      *          MAINT01   2026/10/15 VER 2.
      *          REVERSE FAPCOB82 ACCOUNT MERGES JOURNALED ON THE
      *          DATE: THE MTD AND YTD BUCKET TRANSFERS ARE BACKED
      *          OUT OF BOTH ACCOUNTS, THE MERGE CROSS-REFERENCE
      *          LINKS (MRGXREF) ARE DELETED, AND THE OLD ACCOUNT'S
      *          PRIOR STATUS IS PUT BACK ON ACCTMAST.
      *          MAINT01   2026/10/15 VER 3.
      *          BACKCARD COLUMNS 9-16 CARRY THE REQUESTING OPERATOR
      *          ID.  EACH ACCOUNT STATUS PUT BACK APPENDS A BEFORE /
      *          AFTER IMAGE AUDIT RECORD (FAPAUD) TO MAINTAUD FOR
      *          THE FAPCOB80 AUDIT INQUIRY.  A BLANK OPERATOR IS
      *          RECORDED AS FAPCOB93 RATHER THAN HOLDING UP THE
      *          BACKOUT.
      *          MAINT01   2026/10/15 VER 4.
      *          TAKE THE DATE'S POSTINGS BACK OFF THE DAILY USAGE
      *          FAPCOB99 KEEPS PER ACCOUNT ON THE TRANSACTION LIMIT
      *          MASTER (LIMMAST), SO A RERUN OF THE DATE IS NOT HELD
      *          AGAINST ITS OWN BACKED-OUT POSTINGS.  USAGE ALREADY
      *          RESTARTED FOR A LATER RUN DATE IS LEFT ALONE.
      *          REVRPT WIDENED TO 122 SO THE USAGE RECORD'S FULL
      *          ACCOUNT AND CATEGORY AND THE WHOLE RESULT TEXT PRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-HISTORY-OUT ASSIGN TO CATHISTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATHIST-OUT-STATUS.
           SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPTIONAL MERGE-XREF ASSIGN TO MRGXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MXR-KEY
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT OPTIONAL LIMIT-MASTER ASSIGN TO LIMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMIT-MASTER-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT REVERSAL-REPORT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  BCK-DATE                 PIC X(8).
           02  BCK-DATE-N REDEFINES
               BCK-DATE                 PIC 9(8).
           02  BCK-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(64).

       FD  POSTING-JOURNAL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CATEGORY-HISTORY-OUT-RECORD  PIC X(60).

       FD  ACCOUNT-MASTER.
       COPY FAPACC.

       FD  MERGE-XREF.
       COPY FAPMRG.

       FD  LIMIT-MASTER.
       COPY FAPLIM.

       FD  RUN-CONTROL-FILE.
       COPY FAPRUN.

       FD  REVERSAL-REPORT-FILE
           RECORDING MODE IS F.
       01  REVERSAL-PRINT-RECORD        PIC X(122).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FAPAUD.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************

       01  REVERSAL-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(121)  VALUE ALL '-'.

       01  WS-CURRENT-DATE-FIELDS.
           02  WS-CURRENT-DATE.
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-TARGET-DATE        PIC 9(8)    VALUE ZERO.
           02  WS-OPERATOR           PIC X(8)    VALUE SPACES.
       COPY FAPPAGE.
       01  REVERSAL-LINE.
           02  FILLER                PIC X(1).
           02  REV-ACTION            PIC X(1).
           02  FILLER                PIC X(2).
           02  REV-KEY               PIC X(29).
           02  FILLER                PIC X(1).
           02  REV-AMOUNT4           PIC -(10)9.99.
           02  FILLER                PIC X(1).
           02  REV-AMOUNT5           PIC -(10)9.99.
           02  FILLER                PIC X(1).
           02  REV-BEFORE            PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  REV-AFTER             PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  REV-RESULT            PIC X(24).
       01  REVERSAL-TOTAL-LINE.
           02  REV-TOT-LABEL         PIC X(30).
           02  WS-CATHIST-REMOVED    PIC 9(7)    VALUE ZERO.
           02  WS-JOURNAL-CARRIED    PIC 9(7)    VALUE ZERO.
           02  WS-REVERSAL-ERRORS    PIC 9(7)    VALUE ZERO.
           02  WS-MERGE-REVERSED     PIC 9(7)    VALUE ZERO.
           02  WS-XREF-DELETED       PIC 9(7)    VALUE ZERO.
           02  WS-STATUS-RESTORED    PIC 9(7)    VALUE ZERO.
           02  WS-USAGE-REVERSED     PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-BACKOUT-CARD-STATUS      PIC X(2)  VALUE '00'.
           02  WS-POSTING-JOURNAL-STATUS   PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-HISTORY-STATUS  PIC X(2)  VALUE '00'.
           02  WS-CATHIST-OUT-STATUS       PIC X(2)  VALUE '00'.
           02  WS-RUN-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-MERGE-XREF-STATUS        PIC X(2)  VALUE '00'.
           02  WS-LIMIT-MASTER-STATUS      PIC X(2)  VALUE '00'.
           02  WS-REVERSAL-REPORT-STATUS   PIC X(2)  VALUE '00'.
           02  WS-MAINT-AUDIT-STATUS       PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               STOP RUN
           END-IF.
           MOVE BCK-DATE-N TO WS-TARGET-DATE.
           MOVE BCK-OPERATOR TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               MOVE 'FAPCOB93' TO WS-OPERATOR
           END-IF.
           CLOSE BACKOUT-CARD-FILE.
           OPEN INPUT  POSTING-JOURNAL-FILE.
           OPEN OUTPUT POSTING-JOURNAL-OUT.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
               AND WS-ACCOUNT-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB93 UNABLE TO OPEN ACCTMAST - STATUS '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MERGE-XREF.
           IF WS-MERGE-XREF-STATUS NOT = '00'
               AND WS-MERGE-XREF-STATUS NOT = '05'
               DISPLAY 'FAPCOB93 UNABLE TO OPEN MRGXREF - STATUS '
                   WS-MERGE-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LIMIT-MASTER.
           IF WS-LIMIT-MASTER-STATUS NOT = '00'
               AND WS-LIMIT-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB93 UNABLE TO OPEN LIMMAST - STATUS '
                   WS-LIMIT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               AND WS-RUN-CONTROL-STATUS NOT = '05'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               AND WS-MAINT-AUDIT-STATUS NOT = '05'
               DISPLAY 'FAPCOB93 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-JOURNAL-IN-SW.
           MOVE SPACES TO WS-CATHIST-IN-SW.
           MOVE ZERO   TO LINES-WRITTEN.
                   IF JOURNAL-HISTORY-WRITE
                       PERFORM 2300-DELETE-HISTORY
                   ELSE
                       IF JOURNAL-MERGE-MTD OR JOURNAL-MERGE-YTD
                           PERFORM 2700-REVERSE-MERGE-TRANSFER
                       ELSE
                           IF JOURNAL-MERGE-XREF
                               PERFORM 2800-DELETE-MERGE-XREF
                           ELSE
                               IF JOURNAL-ACCOUNT-STATUS
                                   PERFORM 2900-RESTORE-ACCOUNT-STATUS
                               ELSE
                                   IF JOURNAL-LIMIT-USAGE
                                       PERFORM 2750-REVERSE-LIMIT-USAGE
                                   ELSE
                                       PERFORM 2400-NOTE-CATHIST-ROW
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2700-REVERSE-MERGE-TRANSFER.
      *    A MERGE JOURNALS ONE SIGNED ENTRY PER ACCOUNT (THE OLD
      *    ACCOUNT NEGATIVE, THE NEW ONE POSITIVE), SO SUBTRACTING
      *    EACH FROM ITS OWN BUCKETS PUTS BOTH SIDES BACK.
           MOVE SPACES      TO REVERSAL-LINE.
           MOVE PJR-ACTION  TO REV-ACTION.
           MOVE PJR-KEY     TO REV-KEY.
           MOVE PJR-AMOUNT4 TO REV-AMOUNT4.
           MOVE PJR-AMOUNT5 TO REV-AMOUNT5.
           MOVE PJR-KEY     TO BAL-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   MOVE 'BALANCE RECORD MISSING' TO REV-RESULT
                   ADD 1 TO WS-REVERSAL-ERRORS
                   PERFORM 2600-CARRY-JOURNAL-RECORD
               NOT INVALID KEY
                   IF JOURNAL-MERGE-MTD
                       COMPUTE WS-BEFORE-TOTAL =
                           BAL-MTD-AMOUNT4 + BAL-MTD-AMOUNT5
                       SUBTRACT PJR-AMOUNT4 FROM BAL-MTD-AMOUNT4
                       SUBTRACT PJR-AMOUNT5 FROM BAL-MTD-AMOUNT5
                       COMPUTE WS-AFTER-TOTAL =
                           BAL-MTD-AMOUNT4 + BAL-MTD-AMOUNT5
                       MOVE 'MTD MERGE REVERSED'  TO REV-RESULT
                   ELSE
                       COMPUTE WS-BEFORE-TOTAL =
                           BAL-YTD-AMOUNT4 + BAL-YTD-AMOUNT5
                       SUBTRACT PJR-AMOUNT4 FROM BAL-YTD-AMOUNT4
                       SUBTRACT PJR-AMOUNT5 FROM BAL-YTD-AMOUNT5
                       COMPUTE WS-AFTER-TOTAL =
                           BAL-YTD-AMOUNT4 + BAL-YTD-AMOUNT5
                       MOVE 'YTD MERGE REVERSED'  TO REV-RESULT
                   END-IF
                   REWRITE BALANCE-MASTER-RECORD
                   MOVE WS-BEFORE-TOTAL TO REV-BEFORE
                   MOVE WS-AFTER-TOTAL  TO REV-AFTER
                   ADD 1 TO WS-MERGE-REVERSED
           END-READ.
           PERFORM 2500-WRITE-REVERSAL-LINE.
      ******************************************************************
       2750-REVERSE-LIMIT-USAGE.
      *    THE ENTRY NAMES THE ACCOUNT'S USAGE RECORD AND THE BASE
      *    AMOUNT FAPCOB99 ADDED TO IT.  ONCE A LATER RUN DATE HAS
      *    RESTARTED THE USAGE THERE IS NOTHING OF THIS DATE LEFT ON
      *    IT TO TAKE OFF.
           MOVE SPACES       TO REVERSAL-LINE.
           MOVE 'L'          TO REV-ACTION.
           STRING PJR-KEY ' ' PJR-CATEGORY
                  DELIMITED BY SIZE INTO REV-KEY.
           MOVE PJR-AMOUNT4  TO REV-AMOUNT4.
           MOVE 'U'          TO LIM-SCOPE.
           MOVE PJR-KEY      TO LIM-OWNER.
           MOVE PJR-CATEGORY TO LIM-CATEGORY.
           READ LIMIT-MASTER
               INVALID KEY
                   MOVE 'USAGE RECORD MISSING'   TO REV-RESULT
                   ADD 1 TO WS-REVERSAL-ERRORS
                   PERFORM 2600-CARRY-JOURNAL-RECORD
               NOT INVALID KEY
                   MOVE LIM-USED-AMOUNT TO REV-BEFORE
                   IF LIM-USED-DATE = PJR-RUN-DATE
                       IF LIM-USED-AMOUNT > PJR-AMOUNT4
                           SUBTRACT PJR-AMOUNT4 FROM LIM-USED-AMOUNT
                       ELSE
                           MOVE ZERO TO LIM-USED-AMOUNT
                       END-IF
                       REWRITE LIMIT-MASTER-RECORD
                       MOVE 'DAILY USAGE REVERSED'   TO REV-RESULT
                   ELSE
                       MOVE 'USAGE ALREADY RESTARTED' TO REV-RESULT
                   END-IF
                   MOVE LIM-USED-AMOUNT TO REV-AFTER
                   ADD 1 TO WS-USAGE-REVERSED
           END-READ.
           PERFORM 2500-WRITE-REVERSAL-LINE.
      ******************************************************************
       2800-DELETE-MERGE-XREF.
           MOVE SPACES             TO REVERSAL-LINE.
           MOVE 'X'                TO REV-ACTION.
           STRING PJR-KEY ' ' PJR-LINK-TYPE ' ' PJR-LINKED-ACCOUNT
                  DELIMITED BY SIZE INTO REV-KEY.
           MOVE PJR-KEY            TO MXR-ACCOUNT.
           MOVE PJR-LINK-TYPE      TO MXR-LINK-TYPE.
           MOVE PJR-LINKED-ACCOUNT TO MXR-LINKED-ACCOUNT.
           DELETE MERGE-XREF RECORD
               INVALID KEY
                   MOVE 'MERGE LINK MISSING'     TO REV-RESULT
                   ADD 1 TO WS-REVERSAL-ERRORS
                   PERFORM 2600-CARRY-JOURNAL-RECORD
               NOT INVALID KEY
                   MOVE 'MERGE LINK DELETED'     TO REV-RESULT
                   ADD 1 TO WS-XREF-DELETED
           END-DELETE.
           PERFORM 2500-WRITE-REVERSAL-LINE.
      ******************************************************************
       2900-RESTORE-ACCOUNT-STATUS.
           MOVE SPACES             TO REVERSAL-LINE.
           MOVE 'A'                TO REV-ACTION.
           MOVE PJR-KEY            TO REV-KEY.
           MOVE PJR-KEY            TO ACC-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT RECORD MISSING' TO REV-RESULT
                   ADD 1 TO WS-REVERSAL-ERRORS
                   PERFORM 2600-CARRY-JOURNAL-RECORD
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   MOVE PJR-PRIOR-STATUS TO ACC-STATUS
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE ACCOUNT-MASTER-RECORD TO AUD-AFTER-IMAGE
                   PERFORM 2950-WRITE-AUDIT-RECORD
                   STRING 'STATUS RESTORED TO ' PJR-PRIOR-STATUS
                          DELIMITED BY SIZE INTO REV-RESULT
                   ADD 1 TO WS-STATUS-RESTORED
           END-READ.
           PERFORM 2500-WRITE-REVERSAL-LINE.
      ******************************************************************
       2950-WRITE-AUDIT-RECORD.
      *    THE RESTORE IS RECORDED AGAINST THE FAPCOB92 CARD CODE
      *    THAT WOULD HAVE SET THE SAME STATUS.
           MOVE 'ACCTMAST'    TO AUD-MASTER-ID.
           MOVE PJR-KEY       TO AUD-KEY.
           MOVE 'S'           TO AUD-ACTION.
           EVALUATE PJR-PRIOR-STATUS
               WHEN 'C'
                   MOVE 'D'   TO AUD-CARD-ACTION
               WHEN 'F'
                   MOVE 'F'   TO AUD-CARD-ACTION
               WHEN OTHER
                   MOVE 'R'   TO AUD-CARD-ACTION
           END-EVALUATE.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           COMPUTE AUD-RUN-TIME = WS-CURR-HH * 10000
                                + WS-CURR-MN * 100
                                + WS-CURR-SS.
           MOVE WS-OPERATOR   TO AUD-OPERATOR.
           MOVE 'FAPCOB93'    TO AUD-PROGRAM.
           WRITE MAINTENANCE-AUDIT-RECORD.
      ******************************************************************
       3000-COPY-CATEGORY-HISTORY.
           PERFORM 3100-READ-CATHIST-RECORD.
           WRITE REVERSAL-PRINT-RECORD FROM REVERSAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                  TO REVERSAL-TOTAL-LINE.
           MOVE 'MERGE TRANSFERS REVERSED' TO REV-TOT-LABEL.
           MOVE WS-MERGE-REVERSED       TO REV-TOT-VALUE.
           WRITE REVERSAL-PRINT-RECORD FROM REVERSAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                  TO REVERSAL-TOTAL-LINE.
           MOVE 'MERGE LINKS DELETED'   TO REV-TOT-LABEL.
           MOVE WS-XREF-DELETED         TO REV-TOT-VALUE.
           WRITE REVERSAL-PRINT-RECORD FROM REVERSAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                  TO REVERSAL-TOTAL-LINE.
           MOVE 'ACCOUNT STATUSES RESTORED' TO REV-TOT-LABEL.
           MOVE WS-STATUS-RESTORED      TO REV-TOT-VALUE.
           WRITE REVERSAL-PRINT-RECORD FROM REVERSAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                  TO REVERSAL-TOTAL-LINE.
           MOVE 'LIMIT USAGE ENTRIES REVERSED' TO REV-TOT-LABEL.
           MOVE WS-USAGE-REVERSED       TO REV-TOT-VALUE.
           WRITE REVERSAL-PRINT-RECORD FROM REVERSAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                  TO REVERSAL-TOTAL-LINE.
           MOVE 'JOURNAL RECORDS CARRIED' TO REV-TOT-LABEL.
           MOVE WS-JOURNAL-CARRIED      TO REV-TOT-VALUE.
           CLOSE HISTORY-MASTER.
           CLOSE CATEGORY-HISTORY.
           CLOSE CATEGORY-HISTORY-OUT.
           CLOSE ACCOUNT-MASTER.
           CLOSE MERGE-XREF.
           CLOSE LIMIT-MASTER.
           CLOSE RUN-CONTROL-FILE.
           CLOSE REVERSAL-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           IF WS-BALANCES-REVERSED = ZERO
               AND WS-HISTORY-DELETED = ZERO
               AND WS-CATHIST-REMOVED = ZERO
               AND WS-MERGE-REVERSED = ZERO
               AND WS-XREF-DELETED = ZERO
               AND WS-STATUS-RESTORED = ZERO
               AND WS-USAGE-REVERSED = ZERO
               DISPLAY 'FAPCOB93 NOTHING ON THE JOURNAL FOR '
                   WS-TARGET-DATE ' - NOTHING REVERSED - RC 8'
                   UPON CONSOLE

      *          EVERY STATEMENT TIES BY CONSTRUCTION AND A BROKEN
      *          TIE CAN ONLY MEAN HISTORY AND THE SNAPSHOT
      *          DISAGREE.
      *          MAINT01   2026/10/15 VER 2.
      *          FOLLOW THE FAPCOB82 MERGE CROSS-REFERENCE (MRGXREF):
      *          A SUCCESSOR ACCOUNT'S STATEMENT ALSO CARRIES THE
      *          PERIOD ACTIVITY STILL HELD ON HISTORY UNDER EACH
      *          ACCOUNT MERGED INTO IT, SO THE STATEMENT TIES TO
      *          THE COMBINED BUCKETS; A MERGED-AWAY ACCOUNT WITH
      *          NOTHING LEFT ON ITS BUCKETS GETS A ONE-LINE NOTICE
      *          NAMING ITS SUCCESSOR INSTEAD OF A STATEMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPTIONAL MERGE-XREF ASSIGN TO MRGXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MXR-KEY
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-REPORT-STATUS.
       FD  ACCOUNT-MASTER.
       COPY FAPACC.

       FD  MERGE-XREF.
       COPY FAPMRG.

       FD  STATEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-PRINT-RECORD       PIC X(113).
           02  WS-PERIOD-FROM        PIC 9(8)    VALUE ZERO.
           02  WS-PERIOD-TO          PIC 9(8)    VALUE 99999999.
           02  WS-CURRENT-ACCOUNT    PIC X(8)    VALUE SPACES.
           02  WS-HISTORY-ACCOUNT    PIC X(8)    VALUE SPACES.
           02  WS-XREF-EOF-SW        PIC X(3)    VALUE SPACES.
               88  XREF-LINKS-DONE   VALUE 'EOF'.
       COPY FAPPAGE.
       01  STATEMENT-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  STB-AMOUNT4           PIC -,---,---,--9.99.
           02  FILLER                PIC X(2).
           02  STB-AMOUNT5           PIC -,---,---,--9.99.
       01  STATEMENT-MERGE-LINE.
           02  FILLER                PIC X(1).
           02  STM-MRG-TEXT          PIC X(36).
           02  STM-MRG-ACCOUNT       PIC X(8).
           02  FILLER                PIC X(1).
           02  STM-MRG-ON            PIC X(3).
           02  STM-MRG-DATE          PIC 9(8).
           02  FILLER                PIC X(1).
           02  STM-MRG-TRAILER       PIC X(40).
       01  STATEMENT-TOTAL-LINE.
           02  STM-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  WS-OPENING-AMOUNT4    PIC S9(13)V99 VALUE ZERO.
           02  WS-OPENING-AMOUNT5    PIC S9(13)V99 VALUE ZERO.
           02  WS-TRANS-THIS-ACCT    PIC 9(7)    VALUE ZERO.
      *    MERGE LINKS FOR THE CURRENT ACCOUNT, LIMITED TO MERGES ON
      *    OR BEFORE THE PERIOD END.  FAPCOB82 FLATTENS CHAINS, SO
      *    EVERY EARLIER PREDECESSOR HAS ITS OWN DIRECT P LINK.
       01  MERGE-LINK-FIELDS.
           02  WS-MERGED-AWAY-SW     PIC X(1)    VALUE 'N'.
               88  ACCOUNT-MERGED-AWAY    VALUE 'Y'.
           02  WS-SUCCESSOR-ACCOUNT  PIC X(8)    VALUE SPACES.
           02  WS-SUCCESSOR-DATE     PIC 9(8)    VALUE ZERO.
           02  WS-PRED-COUNT         PIC 9(3)    VALUE ZERO.
           02  WS-PRED-MAX           PIC 9(3)    VALUE 50.
           02  WS-PRED-ENTRY         OCCURS 50 TIMES.
               03  WS-PRED-ACCOUNT   PIC X(8).
               03  WS-PRED-DATE      PIC 9(8).
           02  WS-PRED-SUB           PIC 9(3)    VALUE ZERO.
       01  STATEMENT-COUNTERS.
           02  WS-ACCOUNTS-READ      PIC 9(7)    VALUE ZERO.
           02  WS-STATEMENTS-PRINTED PIC 9(7)    VALUE ZERO.
           02  WS-TRANS-PRINTED      PIC 9(7)    VALUE ZERO.
           02  WS-MERGED-NOTICES     PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-STATEMENT-CARD-STATUS    PIC X(2)  VALUE '00'.
           02  WS-BALANCE-SNAPSHOT-STATUS  PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-STATEMENT-REPORT-STATUS  PIC X(2)  VALUE '00'.
           02  WS-MERGE-XREF-STATUS        PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MERGE-XREF.
           IF WS-MERGE-XREF-STATUS NOT = '00'
               AND WS-MERGE-XREF-STATUS NOT = '05'
               DISPLAY 'FAPCOB91 UNABLE TO OPEN MRGXREF - STATUS '
                   WS-MERGE-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT-FILE.
           IF WS-STATEMENT-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB91 UNABLE TO OPEN STMTOUT - STATUS '
                   SET BALANCE-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE BAL-KEY TO WS-CURRENT-ACCOUNT
                   PERFORM 7000-LOAD-MERGE-LINKS
      *            A MERGED-AWAY ACCOUNT STILL CARRYING MONEY (A
      *            MERGE AFTER THE SNAPSHOT WAS CUT) KEEPS ITS
      *            STATEMENT SO NOTHING ON THE SNAPSHOT GOES UNSHOWN.
                   IF ACCOUNT-MERGED-AWAY
                       AND BAL-MTD-AMOUNT4 = ZERO
                       AND BAL-MTD-AMOUNT5 = ZERO
                       PERFORM 3300-PRINT-MERGED-NOTICE
                   ELSE
                       PERFORM 3000-PRINT-ACCOUNT-STATEMENT
                   END-IF
           END-READ.
      ******************************************************************
       3000-PRINT-ACCOUNT-STATEMENT.
      *    BALANCE (MTD CLOSING LESS PERIOD ACTIVITY) CAN LEAD THE
      *    STATEMENT; HISTORY IS THEN WALKED A SECOND TIME TO PRINT
      *    THE DETAIL IN KEY ORDER.
           MOVE ZERO    TO WS-PERIOD-TOTAL4.
           MOVE ZERO    TO WS-PERIOD-TOTAL5.
           MOVE ZERO    TO WS-TRANS-THIS-ACCT.
               NOT INVALID KEY
                   MOVE ACC-NAME            TO STM-HDG-NAME
           END-READ.
      ******************************************************************
       3300-PRINT-MERGED-NOTICE.
           PERFORM 3100-WRITE-STATEMENT-HEADING.
           MOVE SPACES               TO STATEMENT-MERGE-LINE.
           MOVE 'ACCOUNT MERGED INTO'  TO STM-MRG-TEXT.
           MOVE WS-SUCCESSOR-ACCOUNT TO STM-MRG-ACCOUNT.
           MOVE 'ON'                 TO STM-MRG-ON.
           MOVE WS-SUCCESSOR-DATE    TO STM-MRG-DATE.
           MOVE '- ACTIVITY SHOWN ON SUCCESSOR STATEMENT'
                                     TO STM-MRG-TRAILER.
           WRITE STATEMENT-PRINT-RECORD FROM STATEMENT-MERGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
           ADD 1 TO WS-MERGED-NOTICES.
      ******************************************************************
       4000-SUM-PERIOD-ACTIVITY.
           MOVE WS-CURRENT-ACCOUNT TO WS-HISTORY-ACCOUNT.
           PERFORM 6000-START-ACCOUNT-HISTORY.
           PERFORM 4100-SUM-HISTORY-RECORD
               UNTIL ACCOUNT-HISTORY-DONE.
           PERFORM 4200-SUM-PREDECESSOR-ACTIVITY
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > WS-PRED-COUNT.
      ******************************************************************
       4100-SUM-HISTORY-RECORD.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET ACCOUNT-HISTORY-DONE TO TRUE
               NOT AT END
                   IF HST-TRANS-KEY NOT = WS-HISTORY-ACCOUNT
                       SET ACCOUNT-HISTORY-DONE TO TRUE
                   ELSE
                       IF HST-PROCESS-DATE NOT < WS-PERIOD-FROM
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       4200-SUM-PREDECESSOR-ACTIVITY.
           MOVE WS-PRED-ACCOUNT (WS-PRED-SUB) TO WS-HISTORY-ACCOUNT.
           PERFORM 6000-START-ACCOUNT-HISTORY.
           PERFORM 4100-SUM-HISTORY-RECORD
               UNTIL ACCOUNT-HISTORY-DONE.
      ******************************************************************
       5000-PRINT-PERIOD-DETAIL.
           MOVE WS-CURRENT-ACCOUNT TO WS-HISTORY-ACCOUNT.
           PERFORM 6000-START-ACCOUNT-HISTORY.
           PERFORM 5100-PRINT-HISTORY-RECORD
               UNTIL ACCOUNT-HISTORY-DONE.
           PERFORM 5400-PRINT-PREDECESSOR-DETAIL
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > WS-PRED-COUNT.
      ******************************************************************
       5100-PRINT-HISTORY-RECORD.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET ACCOUNT-HISTORY-DONE TO TRUE
               NOT AT END
                   IF HST-TRANS-KEY NOT = WS-HISTORY-ACCOUNT
                       SET ACCOUNT-HISTORY-DONE TO TRUE
                   ELSE
                       IF HST-PROCESS-DATE NOT < WS-PERIOD-FROM
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
       5400-PRINT-PREDECESSOR-DETAIL.
      *    EACH MERGED ACCOUNT'S ENTRIES FOLLOW THE ACCOUNT'S OWN,
      *    UNDER A LINE NAMING THE KEY THEY WERE POSTED TO.
           MOVE SPACES               TO STATEMENT-MERGE-LINE.
           MOVE 'ACTIVITY CARRIED FROM MERGED ACCOUNT'
                                     TO STM-MRG-TEXT.
           MOVE WS-PRED-ACCOUNT (WS-PRED-SUB) TO STM-MRG-ACCOUNT.
           MOVE 'ON'                 TO STM-MRG-ON.
           MOVE WS-PRED-DATE (WS-PRED-SUB)    TO STM-MRG-DATE.
           WRITE STATEMENT-PRINT-RECORD FROM STATEMENT-MERGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 3100-WRITE-STATEMENT-HEADING
           END-IF.
           MOVE WS-PRED-ACCOUNT (WS-PRED-SUB) TO WS-HISTORY-ACCOUNT.
           PERFORM 6000-START-ACCOUNT-HISTORY.
           PERFORM 5100-PRINT-HISTORY-RECORD
               UNTIL ACCOUNT-HISTORY-DONE.
      ******************************************************************
       6000-START-ACCOUNT-HISTORY.
           MOVE SPACES             TO WS-HISTORY-EOF-SW.
           MOVE WS-HISTORY-ACCOUNT TO HST-TRANS-KEY.
           MOVE ZERO               TO HST-TRANS-DATE.
           START HISTORY-MASTER KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET ACCOUNT-HISTORY-DONE TO TRUE
           END-START.
      ******************************************************************
       7000-LOAD-MERGE-LINKS.
      *    THE ACCOUNT'S P LINKS SORT AHEAD OF ITS S LINK, SO ONE
      *    BROWSE FROM THE BARE ACCOUNT KEY PICKS UP BOTH.
           MOVE 'N'                TO WS-MERGED-AWAY-SW.
           MOVE ZERO               TO WS-PRED-COUNT.
           MOVE SPACES             TO WS-XREF-EOF-SW.
           MOVE WS-CURRENT-ACCOUNT TO MXR-ACCOUNT.
           MOVE LOW-VALUES         TO MXR-LINK-TYPE.
           MOVE LOW-VALUES         TO MXR-LINKED-ACCOUNT.
           START MERGE-XREF KEY NOT LESS THAN MXR-KEY
               INVALID KEY
                   SET XREF-LINKS-DONE TO TRUE
           END-START.
           PERFORM 7100-READ-MERGE-LINK
               UNTIL XREF-LINKS-DONE.
      ******************************************************************
       7100-READ-MERGE-LINK.
           READ MERGE-XREF NEXT RECORD
               AT END
                   SET XREF-LINKS-DONE TO TRUE
               NOT AT END
                   IF MXR-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                       SET XREF-LINKS-DONE TO TRUE
                   ELSE
                       IF MXR-MERGE-DATE NOT > WS-PERIOD-TO
                           PERFORM 7200-NOTE-MERGE-LINK
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       7200-NOTE-MERGE-LINK.
           IF MXR-SUCCESSOR-LINK
               MOVE 'Y'                TO WS-MERGED-AWAY-SW
               MOVE MXR-LINKED-ACCOUNT TO WS-SUCCESSOR-ACCOUNT
               MOVE MXR-MERGE-DATE     TO WS-SUCCESSOR-DATE
           ELSE
               IF WS-PRED-COUNT < WS-PRED-MAX
                   ADD 1 TO WS-PRED-COUNT
                   MOVE MXR-LINKED-ACCOUNT
                       TO WS-PRED-ACCOUNT (WS-PRED-COUNT)
                   MOVE MXR-MERGE-DATE
                       TO WS-PRED-DATE (WS-PRED-COUNT)
               ELSE
                   DISPLAY 'FAPCOB91 MORE THAN ' WS-PRED-MAX
                       ' MERGED ACCOUNTS FOR ' WS-CURRENT-ACCOUNT
                       ' - STATEMENT INCOMPLETE' UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE SPACES                TO STATEMENT-TOTAL-LINE.
           WRITE STATEMENT-PRINT-RECORD FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO STATEMENT-TOTAL-LINE.
           MOVE 'MERGED ACCOUNT NOTICES' TO STM-TOT-LABEL.
           MOVE WS-MERGED-NOTICES     TO STM-TOT-VALUE.
           WRITE STATEMENT-PRINT-RECORD FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE BALANCE-SNAPSHOT-FILE.
           CLOSE HISTORY-MASTER.
           CLOSE CATEGORY-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE MERGE-XREF.
           CLOSE STATEMENT-REPORT-FILE.

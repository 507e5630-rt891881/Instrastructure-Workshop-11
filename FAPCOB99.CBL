      *          FAPCOB91 MONTH-CLOSE STATEMENTS SEE THE MTD
      *          BUCKETS AS POSTED RATHER THAN THE ZEROES THE
      *          CLOSE LEAVES BEHIND.
      *          MAINT01   2026/10/15 VER 36.
      *          ON MONTH- AND YEAR-CLOSE RUNS WRITE EACH ACCOUNT'S
      *          CLOSING MTD AND YTD BUCKETS TO THE PERMANENT KEYED
      *          PERIOD BALANCE HISTORY (PERHIST) BEFORE THE
      *          PERIOD-END ROLL AND YEAR-END RESET CLEAR THEM, FOR
      *          THE FAPCOB83 PERIOD COMPARISON AND TREND REPORT.
      *          MAINT01   2026/10/15 VER 37.
      *          FOLLOW THE FAPCOB82 MERGE CROSS-REFERENCE (MRGXREF)
      *          IN THE DUPLICATE CHECK: A TRANSACTION ALREADY ON
      *          HISTORY UNDER A PREDECESSOR OF ITS ACCOUNT IS A
      *          DUPLICATE, SO A FEEDER RESENDING A MERGED ACCOUNT'S
      *          ITEMS UNDER THE NEW KEY CANNOT POST THEM TWICE.
      *          MAINT01   2026/10/15 VER 38.
      *          CARRY EACH EXTRACT SET'S HDR-SOURCE-SYSTEM WITH ITS
      *          DETAILS THROUGH THE SORT ONTO REJOUT, REJDATA, AND
      *          DUPOUT, AND COUNT RECORDS READ, ACCEPTED, FILTERED,
      *          REJECTED (BY REASON), AND DUPLICATE PER SOURCE
      *          SYSTEM AND REGION.  THE COUNTS GO TO THE AUDIT TRAIL
      *          AND TO THE ROLLING KEYED FEEDER SCORECARD HISTORY
      *          (SCRHIST) READ BY THE FAPCOB79 SCORECARD REPORT.
      *          MAINT01   2026/10/15 VER 39.
      *          CHECK EVERY ACCEPTED TRANSACTION AGAINST THE FAPCOB77
      *          TRANSACTION LIMIT MASTER (LIMMAST) - THE ACCOUNT'S OWN
      *          LIMIT, ELSE ITS OWNING DEPARTMENT'S DEFAULT, FOR THE
      *          CATEGORY OR ALL CATEGORIES.  A TRANSACTION OVER ITS
      *          SINGLE-TRANSACTION LIMIT, OR THAT WOULD TAKE THE DAY'S
      *          POSTINGS OVER THE DAILY LIMIT, IS NEITHER POSTED NOR
      *          REJECTED BUT HELD ON PENDOUT FOR SUPERVISOR APPROVAL
      *          BY FAPCOB76.  ITEMS FAPCOB76 RELEASES ARE NOT HELD
      *          AGAIN.  HELD COUNTS GO TO THE AUDIT TRAIL AND SCRHIST.
      *          THE DAY'S USAGE IS KEPT PER ACCOUNT ON A LIMMAST USAGE
      *          RECORD, EVEN UNDER A DEPARTMENT DEFAULT, AND EACH
      *          ADDITION IS JOURNALED ON PSTJRNL SO THE FAPCOB93
      *          BACKOUT TAKES IT BACK OFF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
      *    PERHIST IS PERMANENT: ONE RECORD PER ACCOUNT PER CLOSED
      *    PERIOD, NEVER PURGED.
           SELECT OPTIONAL PERIOD-HISTORY ASSIGN TO PERHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PBH-KEY
               FILE STATUS IS WS-PERIOD-HISTORY-STATUS.
      *    MRGXREF IS READ ONLY; IT IS MAINTAINED BY THE FAPCOB82
      *    ACCOUNT MERGE.
           SELECT OPTIONAL MERGE-XREF ASSIGN TO MRGXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MXR-KEY
               FILE STATUS IS WS-MERGE-XREF-STATUS.
      *    SCRHIST IS A ROLLING HISTORY: ONE SET OF ROWS PER RUN DATE,
      *    PURGED PAST THE PARMIN RETENTION WINDOW.
           SELECT OPTIONAL SCORECARD-HISTORY ASSIGN TO SCRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCORECARD-HISTORY-STATUS.
      *    LIMMAST LIMITS ARE MAINTAINED BY FAPCOB77; THIS PROGRAM
      *    ONLY REWRITES THE DAY'S USAGE BEHIND THEM.
           SELECT OPTIONAL LIMIT-MASTER ASSIGN TO LIMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMIT-MASTER-STATUS.
      *    PENDOUT IS THE NIGHT'S OVER-LIMIT ITEMS, READ BY THE
      *    FAPCOB76 APPROVAL RUN.
           SELECT PENDING-FILE ASSIGN TO PENDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  SRT-DATE                 PIC 9(8).
           02  SRT-CURRENCY             PIC X(3).
           02  SRT-REGION               PIC X(1).
           02  SRT-SOURCE               PIC X(8).
           02  FILLER                   PIC X(4).

       FD  SORTED-TRANS-FILE
           RECORDING MODE IS F.
           02  TRANS-DATE               PIC 9(8).
           02  TRANS-CURRENCY           PIC X(3).
           02  TRANS-REGION             PIC X(1).
           02  TRANS-SOURCE             PIC X(8).
           02  FILLER                   PIC X(4).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD                PIC X(130).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           02  RJD-AMOUNT5              PIC S9(6)V99 SIGN IS TRAILING.
           02  RJD-DATE                 PIC 9(8).
           02  RJD-CURRENCY             PIC X(3).
           02  RJD-SOURCE               PIC X(8).
           02  RJD-REGION               PIC X(1).
           02  FILLER                   PIC X(4).
           02  RJD-REASON               PIC X(30).
           02  RJD-ENTRY-DATE           PIC 9(8).

      *    OPEN EXTEND ON RESTART, SO ITS RUNNING COUNT, HASH, AND
      *    NET MUST TRAVEL WITH THE CHECKPOINT.
           02  CKPT-GL-CONTROLS          PIC X(37).
      *    BYTE IMAGE OF SCORECARD-FIELDS; SCRHIST IS WRITTEN ONLY AT
      *    TERMINATION, SO THE RUN'S FEEDER COUNTS MUST SURVIVE A
      *    RESTART HERE.
           02  CKPT-SCORECARD            PIC X(2724).
           02  CKPT-RECORDS-HELD         PIC 9(7).

       FD  RESTART-FILE
           RECORDING MODE IS F.
           02  RST-PREV-DEPT             PIC X(8).
           02  RST-BURST-OVERFLOW        PIC X(82).
           02  RST-GL-CONTROLS           PIC X(37).
           02  RST-SCORECARD             PIC X(2724).
           02  RST-RECORDS-HELD          PIC 9(7).

       FD  PARM-FILE
           RECORDING MODE IS F.
           02  PARM-WARN-PCT             PIC 9(3).
           02  PARM-FAIL-PCT             PIC 9(3).
           02  PARM-PROGRESS-INTERVAL    PIC 9(7).
      *    DAYS OF FEEDER SCORECARD HISTORY TO RETAIN; ZERO OR BLANK
      *    TAKES THE 90-DAY DEFAULT.
           02  PARM-SCORE-DAYS           PIC 9(3).

       FD  CSV-FILE
           RECORDING MODE IS F.

       FD  DUPLICATE-FILE
           RECORDING MODE IS F.
       01  DUPLICATE-RECORD             PIC X(130).

       FD  CATEGORY-HISTORY
           RECORDING MODE IS F.
       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  BALANCE-PRINT-RECORD          PIC X(123).

       FD  PERIOD-HISTORY.
       COPY FAPPBH.

       FD  MERGE-XREF.
       COPY FAPMRG.

       FD  SCORECARD-HISTORY.
       COPY FAPSCH.

       FD  LIMIT-MASTER.
       COPY FAPLIM.

       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY FAPPND.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           02  REJ-AMOUNT5           PIC -(6)9.99.
           02  FILLER                PIC X(5).
           02  REJ-REASON            PIC X(30).
           02  FILLER                PIC X(2).
           02  REJ-SOURCE            PIC X(8).
           02  FILLER                PIC X(1).
           02  REJ-REGION            PIC X(1).
       01  EDIT-FIELDS.
           02  WS-EDIT-SWITCH        PIC X(1)    VALUE 'Y'.
               88  DETAIL-RECORD-VALID    VALUE 'Y'.
           02  WS-FILTER-SWITCH      PIC X(1)    VALUE 'Y'.
               88  DETAIL-RECORD-IN-RANGE     VALUE 'Y'.
               88  DETAIL-RECORD-OUT-OF-RANGE VALUE 'N'.
               88  DETAIL-RECORD-HELD         VALUE 'H'.
      *    THE SORT GROUPS EQUAL CATEGORIES TOGETHER, SO THE LAST
      *    LOOKUP IS CACHED AND THE MASTER IS ONLY READ WHEN THE
      *    CATEGORY CHANGES.
               88  LOOKUP-ACCOUNT-FROZEN   VALUE 'F'.
               88  LOOKUP-ACCOUNT-UNKNOWN  VALUE 'U'.
           02  WS-ACCT-LOOKUP-NAME   PIC X(30)   VALUE SPACES.
           02  WS-ACCT-LOOKUP-DEPT   PIC X(8)    VALUE SPACES.
      *    THE LIMIT GOVERNING THE CURRENT TRANSACTION, FOUND BY
      *    2920: THE ACCOUNT'S OWN LIMIT FOR THE CATEGORY, ELSE FOR
      *    ALL CATEGORIES, ELSE THE SAME TWO FOR ITS DEPARTMENT.
       01  LIMIT-CHECK-FIELDS.
           02  WS-LIMIT-FOUND-SW     PIC X(1)    VALUE 'N'.
               88  LIMIT-FOUND       VALUE 'Y'.
           02  WS-USAGE-FOUND-SW     PIC X(1)    VALUE 'N'.
               88  USAGE-FOUND       VALUE 'Y'.
           02  WS-LIMIT-SCOPE        PIC X(1)    VALUE SPACES.
           02  WS-LIMIT-OWNER        PIC X(8)    VALUE SPACES.
           02  WS-LIMIT-CATEGORY     PIC X(20)   VALUE SPACES.
           02  WS-LIMIT-SINGLE       PIC 9(9)V99 VALUE ZERO.
           02  WS-LIMIT-DAILY        PIC 9(9)V99 VALUE ZERO.
           02  WS-LIMIT-BASE-AMOUNT  PIC S9(13)V99 VALUE ZERO.
           02  WS-LIMIT-USED-TODAY   PIC 9(11)V99 VALUE ZERO.
           02  WS-LIMIT-BROKEN       PIC 9(9)V99 VALUE ZERO.
           02  WS-HOLD-REASON        PIC X(30)   VALUE SPACES.
      *    DEPARTMENT BURST STATE: SLOTS ARE ASSIGNED TO BRSTOUT1-5
      *    IN THE ORDER DEPARTMENTS FIRST APPEAR; ANY DEPARTMENT
      *    BEYOND THE FIFTH STAYS ON THE MASTER COPY ONLY.
               03  WS-EXTR-DD        PIC X(2).
           02  WS-EXTRACT-SOURCE     PIC X(8)    VALUE SPACES.
           02  WS-CURRENT-REGION     PIC X(1)    VALUE SPACE.
      *    SOURCE SYSTEM OF THE SET NOW BEING READ; IT TRAVELS WITH
      *    EACH DETAIL THROUGH THE SORT FOR THE FEEDER SCORECARD.
           02  WS-SET-SOURCE         PIC X(8)    VALUE SPACES.
       01  REGION-CONTROL-FIELDS.
           02  WS-REGION-SUB         PIC 9(1)    VALUE ZERO.
           02  WS-REGION-SUB2        PIC 9(1)    VALUE ZERO.
                   04  WS-REG-TOT-CNT      PIC 9(7).
                   04  WS-REG-TOT-AMT4     PIC S9(13)V99.
                   04  WS-REG-TOT-AMT5     PIC S9(13)V99.
      *    FEEDER SCORECARD COUNTS FOR THE RUN, ONE SLOT PER SOURCE
      *    SYSTEM AND REGION; SLOT 20 COLLECTS ANY OVERFLOW AS 'OTHER'.
      *    REJECT REASONS ARE TABLED AS THEY OCCUR AND COUNTED PER
      *    SLOT; REASON 10 COLLECTS ANY OVERFLOW AS 'OTHER REASONS'.
      *    THE WHOLE GROUP IS CARRIED ON THE CHECKPOINT (2724 BYTES).
       01  SCORECARD-FIELDS.
           02  WS-SCR-SLOT-COUNT     PIC 9(2).
           02  WS-SCR-REASON-COUNT   PIC 9(2).
           02  WS-SCR-REASON-NAME    PIC X(30)   OCCURS 10 TIMES.
           02  WS-SCR-ENTRY OCCURS 20 TIMES.
               03  WS-SCR-SOURCE     PIC X(8).
               03  WS-SCR-REGION     PIC X(1).
               03  WS-SCR-READ       PIC 9(7).
               03  WS-SCR-ACCEPTED   PIC 9(7).
               03  WS-SCR-FILTERED   PIC 9(7).
               03  WS-SCR-REJECTED   PIC 9(7).
               03  WS-SCR-DUPLICATE  PIC 9(7).
               03  WS-SCR-HELD       PIC 9(7).
               03  WS-SCR-REASON-CNT PIC 9(7)    OCCURS 10 TIMES.
       01  SCORECARD-WORK-FIELDS.
           02  WS-SCR-SUB            PIC 9(2)    VALUE ZERO.
           02  WS-SCR-HIT            PIC 9(2)    VALUE ZERO.
           02  WS-SCR-RSN-SUB        PIC 9(2)    VALUE ZERO.
           02  WS-SCR-RSN-HIT        PIC 9(2)    VALUE ZERO.
           02  WS-SCR-FOUND-SW       PIC X(1)    VALUE 'N'.
           02  WS-SCORE-RETAIN-DAYS  PIC 9(3)    VALUE 90.
           02  WS-SCORE-CUTOFF-DATE  PIC 9(8)    VALUE ZERO.
           02  WS-SCORE-CUTOFF-INT   PIC 9(8)    VALUE ZERO.
           02  WS-SCORE-EOF-SW       PIC X(3)    VALUE SPACES.
               88  SCORE-AT-END      VALUE 'EOF'.
           02  WS-SCORE-WRITTEN      PIC 9(7)    VALUE ZERO.
           02  WS-SCORE-REPLACED     PIC 9(7)    VALUE ZERO.
           02  WS-SCORE-PURGED       PIC 9(7)    VALUE ZERO.
       01  TOLERANCE-FIELDS.
           02  WS-WARN-PCT           PIC 9(3)    VALUE 5.
           02  WS-FAIL-PCT           PIC 9(3)    VALUE 20.
           02  WS-PRESCAN-DUPS       PIC 9(7)    VALUE ZERO.
           02  WS-PRESCAN-EOF-SW     PIC X(3)    VALUE SPACES.
               88  PRESCAN-AT-END    VALUE 'EOF'.
           02  WS-XREF-EOF-SW        PIC X(3)    VALUE SPACES.
               88  XREF-LINKS-DONE   VALUE 'EOF'.
           02  WS-XREF-ACCOUNT       PIC X(8)    VALUE SPACES.
           02  WS-HIST-RETAIN-DAYS   PIC 9(3)    VALUE 90.
           02  WS-HIST-CUTOFF-DATE   PIC 9(8)    VALUE ZERO.
           02  WS-HIST-CUTOFF-INT    PIC 9(8)    VALUE ZERO.
           02  DUP-AMOUNT5           PIC -(6)9.99.
           02  FILLER                PIC X(5).
           02  DUP-REASON            PIC X(30).
           02  FILLER                PIC X(2).
           02  DUP-SOURCE            PIC X(8).
           02  FILLER                PIC X(1).
           02  DUP-REGION            PIC X(1).
       01  VARIANCE-WORK-FIELDS.
           02  WS-VAR-THRESHOLD-PCT  PIC 9(3)    VALUE 25.
           02  WS-CATHIST-EOF-SW     PIC X(3)    VALUE SPACES.
           02  WS-BALANCE-ADDED      PIC 9(7)    VALUE ZERO.
           02  WS-BALANCE-UPDATED    PIC 9(7)    VALUE ZERO.
           02  WS-BALANCE-ROLLED     PIC 9(7)    VALUE ZERO.
           02  WS-PERIOD-HIST-WRITTEN PIC 9(7)   VALUE ZERO.
           02  WS-BALANCE-EOF-SW     PIC X(3)    VALUE SPACES.
               88  BALANCE-AT-END    VALUE 'EOF'.
           02  WS-BAL-TOTAL-MTD4     PIC S9(13)V99 VALUE ZERO.
       01  AUDIT-COUNTERS.
           02  WS-RECORDS-READ       PIC 9(7)    VALUE ZERO.
           02  WS-RECORDS-PRINTED    PIC 9(7)    VALUE ZERO.
           02  WS-RECORDS-HELD       PIC 9(7)    VALUE ZERO.
       01  AUDIT-LINE.
           02  AUD-LABEL             PIC X(20).
           02  FILLER                PIC X(5).
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-ARCHIVE-FILE-STATUS      PIC X(2)  VALUE '00'.
           02  WS-BALANCE-SNAPSHOT-STATUS  PIC X(2)  VALUE '00'.
           02  WS-PERIOD-HISTORY-STATUS    PIC X(2)  VALUE '00'.
           02  WS-SCORECARD-HISTORY-STATUS PIC X(2)  VALUE '00'.
           02  WS-MERGE-XREF-STATUS        PIC X(2)  VALUE '00'.
           02  WS-LIMIT-MASTER-STATUS      PIC X(2)  VALUE '00'.
           02  WS-PENDING-FILE-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 1009-VERIFY-BALANCE-MASTER.
           OPEN I-O    HISTORY-MASTER.
           PERFORM 1011-VERIFY-HISTORY-MASTER.
           OPEN INPUT  MERGE-XREF.
           PERFORM 1012-VERIFY-MERGE-XREF.
           OPEN I-O    LIMIT-MASTER.
           PERFORM 1014-VERIFY-LIMIT-MASTER.
      *    ON A RESTART THE RECORDS AHEAD OF THE CHECKPOINT ARE IN
      *    HISTORY FROM THE ABENDED ATTEMPT, SO THE WHOLE-FILE
      *    DUPLICATE TEST WOULD MISFIRE; THE PER-RECORD CHECK IN THE
           PERFORM 1004-ZERO-REGION-ENTRY
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 3.
      *    ON A RESTART THE SCORECARD COUNTS COME BACK FROM RESTARTIN.
           IF NOT RESTART-REQUESTED
               MOVE ZERO TO WS-SCR-SLOT-COUNT
               MOVE ZERO TO WS-SCR-REASON-COUNT
               PERFORM 1016-ZERO-SCORECARD-REASON
                   VARYING WS-SCR-RSN-SUB FROM 1 BY 1
                   UNTIL WS-SCR-RSN-SUB > 10
               PERFORM 1006-ZERO-SCORECARD-SLOT
                   VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > 20
           END-IF.
      ******************************************************************
       1016-ZERO-SCORECARD-REASON.
           MOVE SPACES TO WS-SCR-REASON-NAME (WS-SCR-RSN-SUB).
      ******************************************************************
       1006-ZERO-SCORECARD-SLOT.
           MOVE SPACES TO WS-SCR-SOURCE     (WS-SCR-SUB).
           MOVE SPACES TO WS-SCR-REGION     (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-READ       (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-ACCEPTED   (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-FILTERED   (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-REJECTED   (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-DUPLICATE  (WS-SCR-SUB).
           MOVE ZERO   TO WS-SCR-HELD       (WS-SCR-SUB).
           PERFORM 1018-ZERO-SCORECARD-REASON-CNT
               VARYING WS-SCR-RSN-SUB FROM 1 BY 1
               UNTIL WS-SCR-RSN-SUB > 10.
      ******************************************************************
       1018-ZERO-SCORECARD-REASON-CNT.
           MOVE ZERO TO WS-SCR-REASON-CNT (WS-SCR-SUB WS-SCR-RSN-SUB).
      ******************************************************************
       1004-ZERO-REGION-ENTRY.
           MOVE ZERO TO WS-REGION-READ      (WS-REGION-SUB).
                   MOVE HDR-EXTRACT-DATE  TO WS-EXTRACT-DATE
                   MOVE HDR-SOURCE-SYSTEM TO WS-EXTRACT-SOURCE
               END-IF
               MOVE HDR-SOURCE-SYSTEM TO WS-SET-SOURCE
               IF WS-SET-SOURCE = SPACES
                   MOVE 'UNKNOWN' TO WS-SET-SOURCE
               END-IF
           ELSE
               IF TRL-RECORD-TYPE = 'TRL'
                   PERFORM 1068-VERIFY-TRAILER-CONTROLS
                   ADD RAW-AMOUNT5 TO WS-EXTRACT-HASH5
                   MOVE RAW-TRANS-RECORD TO SORT-RECORD
                   MOVE WS-CURRENT-REGION TO SRT-REGION
                   MOVE WS-SET-SOURCE     TO SRT-SOURCE
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       1012-VERIFY-MERGE-XREF.
           IF WS-MERGE-XREF-STATUS NOT = '00'
               AND WS-MERGE-XREF-STATUS NOT = '05'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN MRGXREF - STATUS '
                   WS-MERGE-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       1014-VERIFY-LIMIT-MASTER.
           IF WS-LIMIT-MASTER-STATUS NOT = '00'
               AND WS-LIMIT-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN LIMMAST - STATUS '
                   WS-LIMIT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
       1013-VERIFY-ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
                   SET PRESCAN-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRESCAN-DETAILS
                   PERFORM 2140-CHECK-DUPLICATE
                   IF RECORD-IS-DUPLICATE
                       ADD 1 TO WS-PRESCAN-DUPS
                   END-IF
           END-READ.
      ******************************************************************
       1030-OPEN-OUTPUT-FILES.
               OPEN EXTEND CHECKPOINT-FILE
               OPEN EXTEND CSV-FILE
               OPEN EXTEND REJECT-DATA-FILE
               OPEN EXTEND PENDING-FILE
      *        BALRPT IS WRITTEN ONLY AT NORMAL TERMINATION, SO THERE
      *        IS NOTHING TO PRESERVE ACROSS A RESTART.
               OPEN OUTPUT BALANCE-REPORT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT CSV-FILE
               OPEN OUTPUT REJECT-DATA-FILE
               OPEN OUTPUT PENDING-FILE
               OPEN OUTPUT BALANCE-REPORT-FILE
               OPEN OUTPUT DUPLICATE-FILE
      *        CATHIST IS A PERMANENT HISTORY - ALWAYS EXTENDED,
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN PENDOUT - STATUS '
                   WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BALANCE-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN BALRPT - STATUS '
                   WS-BALANCE-REPORT-STATUS
                   MOVE RST-PREV-DEPT        TO WS-PREV-DEPT
                   MOVE RST-BURST-OVERFLOW   TO WS-OVERFLOW-STATE
                   MOVE RST-GL-CONTROLS      TO GL-CONTROL-FIELDS
                   MOVE RST-SCORECARD        TO SCORECARD-FIELDS
                   MOVE RST-RECORDS-HELD     TO WS-RECORDS-HELD
           END-READ.
      ******************************************************************
       1020-READ-PARAMETER-CARD.
                       MOVE PARM-PROGRESS-INTERVAL
                           TO WS-NEXT-PROGRESS
                   END-IF
                   IF PARM-SCORE-DAYS NUMERIC
                       AND PARM-SCORE-DAYS > ZERO
                       MOVE PARM-SCORE-DAYS TO WS-SCORE-RETAIN-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           COMPUTE WS-HIST-CUTOFF-INT =
               - WS-HIST-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-HIST-CUTOFF-INT)
               TO WS-HIST-CUTOFF-DATE.
           COMPUTE WS-SCORE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)
               - WS-SCORE-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCORE-CUTOFF-INT)
               TO WS-SCORE-CUTOFF-DATE.
      ******************************************************************
       1025-LOAD-RATE-TABLE.
      *    BASE CURRENCY IS SEEDED AT A RATE OF ONE EFFECTIVE FROM
               INVALID KEY
                   MOVE 'U'        TO WS-ACCT-RESULT-SW
                   MOVE SPACES     TO WS-ACCT-LOOKUP-NAME
                   MOVE SPACES     TO WS-ACCT-LOOKUP-DEPT
               NOT INVALID KEY
                   MOVE ACC-STATUS TO WS-ACCT-RESULT-SW
                   MOVE ACC-NAME   TO WS-ACCT-LOOKUP-NAME
                   MOVE ACC-DEPT   TO WS-ACCT-LOOKUP-DEPT
           END-READ.
      ******************************************************************
       2155-VALIDATE-CATEGORY.
       2200-PROCESS-DETAIL-RECORD.
           PERFORM 2105-SET-REGION-SUB.
           ADD 1 TO WS-REGION-READ (WS-REGION-SUB).
           PERFORM 2107-SET-SCORECARD-SLOT.
           ADD 1 TO WS-SCR-READ (WS-SCR-HIT).
           PERFORM 2140-CHECK-DUPLICATE.
           IF RECORD-IS-DUPLICATE
               PERFORM 2190-WRITE-DUPLICATE-RECORD
               WHEN OTHER
                   MOVE 1 TO WS-REGION-SUB
           END-EVALUATE.
      ******************************************************************
       2107-SET-SCORECARD-SLOT.
      *    ONE SLOT PER SOURCE SYSTEM AND REGION, OPENED ON FIRST
      *    SIGHT; PAST 19 FEEDERS EVERYTHING ELSE LANDS IN SLOT 20.
           MOVE 'N' TO WS-SCR-FOUND-SW.
           PERFORM 2108-FIND-SCORECARD-SLOT
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-SLOT-COUNT
                   OR WS-SCR-FOUND-SW = 'Y'.
           IF WS-SCR-FOUND-SW = 'N'
               IF WS-SCR-SLOT-COUNT < 19
                   ADD 1 TO WS-SCR-SLOT-COUNT
                   MOVE WS-SCR-SLOT-COUNT TO WS-SCR-HIT
                   MOVE TRANS-SOURCE TO WS-SCR-SOURCE (WS-SCR-HIT)
                   MOVE TRANS-REGION TO WS-SCR-REGION (WS-SCR-HIT)
               ELSE
                   IF WS-SCR-SLOT-COUNT = 19
                       MOVE 20      TO WS-SCR-SLOT-COUNT
                       MOVE 'OTHER' TO WS-SCR-SOURCE (20)
                       MOVE SPACE   TO WS-SCR-REGION (20)
                   END-IF
                   MOVE 20 TO WS-SCR-HIT
               END-IF
           END-IF.
      ******************************************************************
       2108-FIND-SCORECARD-SLOT.
           IF WS-SCR-SOURCE (WS-SCR-SUB) = TRANS-SOURCE
               AND WS-SCR-REGION (WS-SCR-SUB) = TRANS-REGION
               MOVE WS-SCR-SUB TO WS-SCR-HIT
               MOVE 'Y' TO WS-SCR-FOUND-SW
           END-IF.
      ******************************************************************
       2140-CHECK-DUPLICATE.
           MOVE 'N'        TO WS-DUPLICATE-SW.
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUPLICATE-SW
           END-READ.
           IF NOT RECORD-IS-DUPLICATE
               PERFORM 2145-CHECK-PREDECESSOR-HISTORY
           END-IF.
      ******************************************************************
       2145-CHECK-PREDECESSOR-HISTORY.
      *    HISTORY STAYS UNDER THE KEY IT WAS POSTED TO, SO AFTER A
      *    MERGE THE SAME ITEM RESENT UNDER THE NEW KEY IS LOOKED
      *    FOR UNDER EACH PREDECESSOR THE CROSS-REFERENCE NAMES.
      *    CHAINS ARE FLATTENED BY FAPCOB82, SO ONE LEVEL IS ENOUGH.
           MOVE SPACES     TO WS-XREF-EOF-SW.
           MOVE TRANS-KEY  TO WS-XREF-ACCOUNT.
           MOVE TRANS-KEY  TO MXR-ACCOUNT.
           MOVE 'P'        TO MXR-LINK-TYPE.
           MOVE LOW-VALUES TO MXR-LINKED-ACCOUNT.
           START MERGE-XREF KEY NOT LESS THAN MXR-KEY
               INVALID KEY
                   SET XREF-LINKS-DONE TO TRUE
           END-START.
           PERFORM 2146-READ-PREDECESSOR-LINK
               UNTIL XREF-LINKS-DONE.
      ******************************************************************
       2146-READ-PREDECESSOR-LINK.
           READ MERGE-XREF NEXT RECORD
               AT END
                   SET XREF-LINKS-DONE TO TRUE
               NOT AT END
                   IF MXR-ACCOUNT NOT = WS-XREF-ACCOUNT
                       OR NOT MXR-PREDECESSOR-LINK
                       SET XREF-LINKS-DONE TO TRUE
                   ELSE
                       MOVE MXR-LINKED-ACCOUNT TO HST-TRANS-KEY
                       MOVE TRANS-DATE         TO HST-TRANS-DATE
                       READ HISTORY-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-DUPLICATE-SW
                               SET XREF-LINKS-DONE TO TRUE
                       END-READ
                   END-IF
           END-READ.
      ******************************************************************
       2190-WRITE-DUPLICATE-RECORD.
           MOVE SPACES            TO DUPLICATE-LINE.
           MOVE TRANS-AMOUNT4     TO DUP-AMOUNT4.
           MOVE TRANS-AMOUNT5     TO DUP-AMOUNT5.
           MOVE 'DUPLICATE'       TO DUP-REASON.
           MOVE TRANS-SOURCE      TO DUP-SOURCE.
           MOVE TRANS-REGION      TO DUP-REGION.
           WRITE DUPLICATE-RECORD FROM DUPLICATE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           ADD 1 TO WS-REGION-DUPLICATE (WS-REGION-SUB).
           ADD 1 TO WS-SCR-DUPLICATE (WS-SCR-HIT).
      ******************************************************************
       2210-PROCESS-EDITED-RECORD.
           PERFORM 2150-EDIT-DETAIL-RECORD.
           IF DETAIL-RECORD-VALID
               PERFORM 2160-APPLY-PARAMETER-FILTER
               IF DETAIL-RECORD-IN-RANGE
                   PERFORM 2920-CHECK-TRANSACTION-LIMITS
               END-IF
               IF DETAIL-RECORD-IN-RANGE
                   PERFORM 2300-CONTROL-BREAK-CHECK
                   MOVE SPACES           TO DATA-LINE
                   MOVE WS-LOOKUP-DESC   TO WS-PREV-CAT-DESC
                   MOVE 'N'              TO WS-FIRST-RECORD-SW
                   ADD 1 TO WS-RECORDS-PRINTED
                   ADD 1 TO WS-SCR-ACCEPTED (WS-SCR-HIT)
                   PERFORM 8000-WRITE-BURST-DETAIL
                   PERFORM 2700-WRITE-CSV-RECORD
                   PERFORM 2750-WRITE-ARCHIVE-RECORD
                   PERFORM 2800-POST-BALANCE-MASTER
                   PERFORM 2900-WRITE-HISTORY-RECORD
                   PERFORM 2925-ADD-LIMIT-USAGE
               ELSE
                   IF DETAIL-RECORD-HELD
                       PERFORM 2930-WRITE-PENDING-RECORD
                   ELSE
                       ADD 1 TO WS-RECORDS-FILTERED
                       ADD 1 TO WS-SCR-FILTERED (WS-SCR-HIT)
                   END-IF
               END-IF
           ELSE
               PERFORM 2170-WRITE-REJECT-RECORD
           MOVE TRANS-AMOUNT4     TO REJ-AMOUNT4.
           MOVE TRANS-AMOUNT5     TO REJ-AMOUNT5.
           MOVE WS-REJECT-REASON  TO REJ-REASON.
           MOVE TRANS-SOURCE      TO REJ-SOURCE.
           MOVE TRANS-REGION      TO REJ-REGION.
           WRITE REJECT-RECORD FROM REJECT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2180-WRITE-REJECT-DATA-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           ADD 1 TO WS-REGION-REJECTED (WS-REGION-SUB).
           ADD 1 TO WS-SCR-REJECTED (WS-SCR-HIT).
           PERFORM 2172-COUNT-REJECT-REASON.
      ******************************************************************
       2172-COUNT-REJECT-REASON.
           MOVE 'N' TO WS-SCR-FOUND-SW.
           PERFORM 2173-FIND-REJECT-REASON
               VARYING WS-SCR-RSN-SUB FROM 1 BY 1
               UNTIL WS-SCR-RSN-SUB > WS-SCR-REASON-COUNT
                   OR WS-SCR-FOUND-SW = 'Y'.
           IF WS-SCR-FOUND-SW = 'N'
               IF WS-SCR-REASON-COUNT < 9
                   ADD 1 TO WS-SCR-REASON-COUNT
                   MOVE WS-SCR-REASON-COUNT TO WS-SCR-RSN-HIT
                   MOVE WS-REJECT-REASON
                       TO WS-SCR-REASON-NAME (WS-SCR-RSN-HIT)
               ELSE
                   IF WS-SCR-REASON-COUNT = 9
                       MOVE 10 TO WS-SCR-REASON-COUNT
                       MOVE 'OTHER REASONS'
                           TO WS-SCR-REASON-NAME (10)
                   END-IF
                   MOVE 10 TO WS-SCR-RSN-HIT
               END-IF
           END-IF.
           ADD 1 TO WS-SCR-REASON-CNT (WS-SCR-HIT WS-SCR-RSN-HIT).
      ******************************************************************
       2173-FIND-REJECT-REASON.
           IF WS-SCR-REASON-NAME (WS-SCR-RSN-SUB) = WS-REJECT-REASON
               MOVE WS-SCR-RSN-SUB TO WS-SCR-RSN-HIT
               MOVE 'Y' TO WS-SCR-FOUND-SW
           END-IF.
      ******************************************************************
       2180-WRITE-REJECT-DATA-RECORD.
           MOVE SPACES            TO REJECT-DATA-RECORD.
           MOVE TRANS-AMOUNT5     TO RJD-AMOUNT5.
           MOVE TRANS-DATE        TO RJD-DATE.
           MOVE TRANS-CURRENCY    TO RJD-CURRENCY.
           MOVE TRANS-SOURCE      TO RJD-SOURCE.
           MOVE TRANS-REGION      TO RJD-REGION.
           MOVE WS-REJECT-REASON  TO RJD-REASON.
           MOVE WS-RUN-DATE-YMD   TO RJD-ENTRY-DATE.
           WRITE REJECT-DATA-RECORD.
               NOT INVALID KEY
                   PERFORM 2910-JOURNAL-HISTORY-WRITE
           END-WRITE.
      ******************************************************************
       2920-CHECK-TRANSACTION-LIMITS.
      *    THE LIMITS ARE BASE CURRENCY, SO THE CONVERTED AMOUNTS ARE
      *    CHECKED.  AN ITEM FAPCOB76 HAS RELEASED WAS APPROVED OVER
      *    ITS LIMIT AND IS NOT HELD AGAIN, BUT STILL COUNTS TOWARD
      *    THE DAY'S USAGE WHEN IT POSTS.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           COMPUTE WS-LIMIT-BASE-AMOUNT = WS-CONV-AMOUNT4
                                        + WS-CONV-AMOUNT5.
           MOVE 'A'             TO WS-LIMIT-SCOPE.
           MOVE TRANS-KEY       TO WS-LIMIT-OWNER.
           MOVE TRANS-CATEGORY  TO WS-LIMIT-CATEGORY.
           PERFORM 2922-READ-LIMIT-RECORD.
           IF NOT LIMIT-FOUND
               MOVE SPACES      TO WS-LIMIT-CATEGORY
               PERFORM 2922-READ-LIMIT-RECORD
           END-IF.
           IF NOT LIMIT-FOUND
               AND WS-ACCT-LOOKUP-DEPT NOT = SPACES
               MOVE 'D'                 TO WS-LIMIT-SCOPE
               MOVE WS-ACCT-LOOKUP-DEPT TO WS-LIMIT-OWNER
               MOVE TRANS-CATEGORY      TO WS-LIMIT-CATEGORY
               PERFORM 2922-READ-LIMIT-RECORD
               IF NOT LIMIT-FOUND
                   MOVE SPACES          TO WS-LIMIT-CATEGORY
                   PERFORM 2922-READ-LIMIT-RECORD
               END-IF
           END-IF.
           IF LIMIT-FOUND
               MOVE LIM-SINGLE-LIMIT TO WS-LIMIT-SINGLE
               MOVE LIM-DAILY-LIMIT  TO WS-LIMIT-DAILY
               PERFORM 2923-READ-USAGE-RECORD
               IF TRANS-SOURCE NOT = 'FAPCOB76'
                   IF WS-LIMIT-SINGLE > ZERO
                       AND WS-LIMIT-BASE-AMOUNT > WS-LIMIT-SINGLE
                       MOVE 'H'                 TO WS-FILTER-SWITCH
                       MOVE 'OVER SINGLE LIMIT' TO WS-HOLD-REASON
                       MOVE WS-LIMIT-SINGLE     TO WS-LIMIT-BROKEN
                   ELSE
                       IF WS-LIMIT-DAILY > ZERO
                           AND WS-LIMIT-USED-TODAY
                             + WS-LIMIT-BASE-AMOUNT > WS-LIMIT-DAILY
                           MOVE 'H'                TO WS-FILTER-SWITCH
                           MOVE 'OVER DAILY LIMIT' TO WS-HOLD-REASON
                           MOVE WS-LIMIT-DAILY     TO WS-LIMIT-BROKEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2922-READ-LIMIT-RECORD.
           MOVE WS-LIMIT-SCOPE    TO LIM-SCOPE.
           MOVE WS-LIMIT-OWNER    TO LIM-OWNER.
           MOVE WS-LIMIT-CATEGORY TO LIM-CATEGORY.
           READ LIMIT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LIMIT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIMIT-FOUND-SW
           END-READ.
      ******************************************************************
       2923-READ-USAGE-RECORD.
      *    THE USAGE RECORD BELONGS TO THE ACCOUNT, NOT TO THE LIMIT,
      *    SO A DEPARTMENT DEFAULT'S DAILY LIMIT IS MEASURED AGAINST
      *    EACH ACCOUNT'S OWN POSTINGS.  USAGE FROM AN EARLIER RUN
      *    DATE COUNTS AS NONE.
           MOVE 'U'               TO LIM-SCOPE.
           MOVE TRANS-KEY         TO LIM-OWNER.
           MOVE WS-LIMIT-CATEGORY TO LIM-CATEGORY.
           MOVE ZERO              TO WS-LIMIT-USED-TODAY.
           READ LIMIT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-USAGE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USAGE-FOUND-SW
                   IF LIM-USED-DATE = WS-RUN-DATE-YMD
                       MOVE LIM-USED-AMOUNT TO WS-LIMIT-USED-TODAY
                   END-IF
           END-READ.
      ******************************************************************
       2925-ADD-LIMIT-USAGE.
      *    THE USAGE RECORD READ BY 2923 IS STILL IN THE BUFFER WHEN
      *    IT WAS FOUND; THE FIRST POSTING FOR AN ACCOUNT ADDS IT.
           IF LIMIT-FOUND
               IF USAGE-FOUND
                   MOVE WS-RUN-DATE-YMD     TO LIM-USED-DATE
                   COMPUTE LIM-USED-AMOUNT = WS-LIMIT-USED-TODAY
                                           + WS-LIMIT-BASE-AMOUNT
                   REWRITE LIMIT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'FAPCOB99 UNABLE TO REWRITE LIMMAST'
                               ' - STATUS ' WS-LIMIT-MASTER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               ELSE
                   MOVE SPACES              TO LIMIT-MASTER-RECORD
                   MOVE 'U'                 TO LIM-SCOPE
                   MOVE TRANS-KEY           TO LIM-OWNER
                   MOVE WS-LIMIT-CATEGORY   TO LIM-CATEGORY
                   MOVE ZERO                TO LIM-SINGLE-LIMIT
                   MOVE ZERO                TO LIM-DAILY-LIMIT
                   MOVE WS-RUN-DATE-YMD     TO LIM-USED-DATE
                   MOVE WS-LIMIT-BASE-AMOUNT TO LIM-USED-AMOUNT
                   WRITE LIMIT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'FAPCOB99 UNABLE TO WRITE LIMMAST'
                               ' - STATUS ' WS-LIMIT-MASTER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               END-IF
               PERFORM 2927-JOURNAL-LIMIT-USAGE
           END-IF.
      ******************************************************************
       2927-JOURNAL-LIMIT-USAGE.
           MOVE SPACES               TO POSTING-JOURNAL-RECORD.
           MOVE WS-RUN-DATE-YMD      TO PJR-RUN-DATE.
           MOVE 'L'                  TO PJR-ACTION.
           MOVE TRANS-KEY            TO PJR-KEY.
           MOVE TRANS-DATE           TO PJR-TRANS-DATE.
           MOVE WS-LIMIT-CATEGORY    TO PJR-CATEGORY.
           MOVE WS-LIMIT-BASE-AMOUNT TO PJR-AMOUNT4.
           MOVE ZERO                 TO PJR-AMOUNT5.
           WRITE POSTING-JOURNAL-RECORD.
      ******************************************************************
       2930-WRITE-PENDING-RECORD.
      *    A HELD ITEM IS KEPT OFF HISTORY LIKE A REJECT, SO IT IS NOT
      *    A DUPLICATE WHEN FAPCOB76 RELEASES IT INTO A LATER RUN.
           MOVE SPACES              TO PENDING-ITEM-RECORD.
           MOVE TRANS-KEY           TO PND-KEY.
           MOVE TRANS-FIELD2        TO PND-FIELD2.
           MOVE TRANS-CATEGORY      TO PND-CATEGORY.
           MOVE TRANS-AMOUNT4       TO PND-AMOUNT4.
           MOVE TRANS-AMOUNT5       TO PND-AMOUNT5.
           MOVE TRANS-DATE          TO PND-DATE.
           MOVE TRANS-CURRENCY      TO PND-CURRENCY.
           MOVE TRANS-SOURCE        TO PND-SOURCE.
           MOVE TRANS-REGION        TO PND-REGION.
           MOVE WS-RUN-DATE-YMD     TO PND-HELD-DATE.
           MOVE WS-HOLD-REASON      TO PND-REASON.
           MOVE WS-LIMIT-BASE-AMOUNT TO PND-BASE-AMOUNT.
           MOVE WS-LIMIT-BROKEN     TO PND-LIMIT-AMOUNT.
           MOVE WS-LIMIT-SCOPE      TO PND-LIMIT-SCOPE.
           MOVE WS-LIMIT-OWNER      TO PND-LIMIT-OWNER.
           MOVE WS-LIMIT-CATEGORY   TO PND-LIMIT-CATEGORY.
           WRITE PENDING-ITEM-RECORD.
           ADD 1 TO WS-RECORDS-HELD.
           ADD 1 TO WS-SCR-HELD (WS-SCR-HIT).
      ******************************************************************
       8000-WRITE-BURST-DETAIL.
           MOVE WS-LOOKUP-DEPT TO WS-CURRENT-DEPT.
           MOVE WS-PREV-DEPT            TO CKPT-PREV-DEPT
           MOVE WS-OVERFLOW-STATE       TO CKPT-BURST-OVERFLOW
           MOVE GL-CONTROL-FIELDS       TO CKPT-GL-CONTROLS
           MOVE SCORECARD-FIELDS        TO CKPT-SCORECARD
           MOVE WS-RECORDS-HELD         TO CKPT-RECORDS-HELD
           WRITE CHECKPOINT-RECORD.
      ******************************************************************
       2250-CHECK-PAGE-BREAK.
           PERFORM 9900-WRITE-GL-EXTRACT-END.
           PERFORM 9260-WRITE-BALANCE-SNAPSHOT.
           IF MONTH-CLOSE-MODE OR YEAR-CLOSE-MODE
               PERFORM 9280-WRITE-PERIOD-HISTORY
               PERFORM 9200-PERIOD-END-ROLL
           END-IF.
           PERFORM 9300-PRINT-BALANCE-LISTING.
           PERFORM 9500-PURGE-HISTORY.
           PERFORM 9600-VARIANCE-REPORT.
           PERFORM 9800-WRITE-DISTRIBUTION-REGISTER.
           PERFORM 9170-WRITE-SCORECARD-HISTORY.
           PERFORM 9100-WRITE-AUDIT-TRAIL.
           CLOSE SORTED-TRANS-FILE.
           CLOSE CATEGORY-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE BALANCE-MASTER.
           CLOSE HISTORY-MASTER.
           CLOSE MERGE-XREF.
           CLOSE LIMIT-MASTER.
           CLOSE DUPLICATE-FILE.
           CLOSE VARIANCE-REPORT-FILE.
           CLOSE BURST-FILE-1.
           CLOSE CHECKPOINT-FILE.
           CLOSE CSV-FILE.
           CLOSE REJECT-DATA-FILE.
           CLOSE PENDING-FILE.
           CLOSE GL-FILE.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE ARCHIVE-FILE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'RECORDS HELD'      TO AUD-LABEL.
           MOVE WS-RECORDS-HELD     TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'RECORDS SKIPPED'   TO AUD-LABEL.
           MOVE WS-SKIP-COUNT       TO AUD-VALUE.
               VARYING WS-REGION-SUB2 FROM 1 BY 1
               UNTIL WS-REGION-SUB2 > 3.

           PERFORM 9160-WRITE-FEEDER-AUDIT
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-SLOT-COUNT.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'RECORDS DUPLICATE' TO AUD-LABEL.
           MOVE WS-DUPLICATE-COUNT  TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'PERIOD HIST WRITTEN' TO AUD-LABEL.
           MOVE WS-PERIOD-HIST-WRITTEN TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'SCORECARD WRITTEN' TO AUD-LABEL.
           MOVE WS-SCORE-WRITTEN    TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'SCORECARD PURGED'  TO AUD-LABEL.
           MOVE WS-SCORE-PURGED     TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES              TO AUDIT-LINE.
           MOVE 'REJECT PERCENT'    TO AUD-LABEL.
           IF WS-RECORDS-READ = ZERO
           MOVE WS-REGION-DUPLICATE (WS-REGION-SUB2) TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
       9160-WRITE-FEEDER-AUDIT.
      *    FOUR LINES PER SOURCE SYSTEM AND REGION SO A REJECT SPIKE
      *    CAN BE TRACED TO THE FEEDER THAT SENT IT.
           MOVE SPACES TO AUDIT-LINE.
           STRING WS-SCR-SOURCE (WS-SCR-SUB) DELIMITED BY SPACE
                  ' ' WS-SCR-REGION (WS-SCR-SUB) ' READ'
                  DELIMITED BY SIZE
                  INTO AUD-LABEL.
           MOVE WS-SCR-READ (WS-SCR-SUB) TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AUDIT-LINE.
           STRING WS-SCR-SOURCE (WS-SCR-SUB) DELIMITED BY SPACE
                  ' ' WS-SCR-REGION (WS-SCR-SUB) ' REJECTED'
                  DELIMITED BY SIZE
                  INTO AUD-LABEL.
           MOVE WS-SCR-REJECTED (WS-SCR-SUB) TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AUDIT-LINE.
           STRING WS-SCR-SOURCE (WS-SCR-SUB) DELIMITED BY SPACE
                  ' ' WS-SCR-REGION (WS-SCR-SUB) ' DUPLICATE'
                  DELIMITED BY SIZE
                  INTO AUD-LABEL.
           MOVE WS-SCR-DUPLICATE (WS-SCR-SUB) TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AUDIT-LINE.
           STRING WS-SCR-SOURCE (WS-SCR-SUB) DELIMITED BY SPACE
                  ' ' WS-SCR-REGION (WS-SCR-SUB) ' HELD'
                  DELIMITED BY SIZE
                  INTO AUD-LABEL.
           MOVE WS-SCR-HELD (WS-SCR-SUB) TO AUD-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
       9170-WRITE-SCORECARD-HISTORY.
      *    THE RUN DATE'S ROWS ARE CLEARED FIRST, SO A RERUN OF THE
      *    DATE AFTER A FAPCOB93 BACKOUT REPLACES THEM OUTRIGHT AND
      *    LEAVES NO REASON ROW FROM THE EARLIER ATTEMPT BEHIND.
      *    ROWS OLDER THAN THE RETENTION CUTOFF ARE THEN PURGED; THE
      *    KEY LEADS WITH THE RUN DATE, SO THEY ARE ALL AT THE FRONT.
           OPEN I-O SCORECARD-HISTORY.
           IF WS-SCORECARD-HISTORY-STATUS NOT = '00'
               AND WS-SCORECARD-HISTORY-STATUS NOT = '05'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN SCRHIST - STATUS '
                   WS-SCORECARD-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES          TO WS-SCORE-EOF-SW.
           MOVE LOW-VALUES      TO SCH-KEY.
           MOVE WS-RUN-DATE-YMD TO SCH-RUN-DATE.
           START SCORECARD-HISTORY KEY NOT LESS THAN SCH-KEY
               INVALID KEY
                   SET SCORE-AT-END TO TRUE
           END-START.
           PERFORM 9172-CLEAR-RUN-DATE-ROW
               UNTIL SCORE-AT-END.
           PERFORM 9174-WRITE-FEEDER-ROWS
               VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > WS-SCR-SLOT-COUNT.
           MOVE SPACES     TO WS-SCORE-EOF-SW.
           MOVE LOW-VALUES TO SCH-KEY.
           START SCORECARD-HISTORY KEY NOT LESS THAN SCH-KEY
               INVALID KEY
                   SET SCORE-AT-END TO TRUE
           END-START.
           PERFORM 9178-PURGE-SCORECARD-ROW
               UNTIL SCORE-AT-END.
           CLOSE SCORECARD-HISTORY.
      ******************************************************************
       9172-CLEAR-RUN-DATE-ROW.
           READ SCORECARD-HISTORY NEXT RECORD
               AT END
                   SET SCORE-AT-END TO TRUE
               NOT AT END
                   IF SCH-RUN-DATE = WS-RUN-DATE-YMD
                       DELETE SCORECARD-HISTORY RECORD
                       ADD 1 TO WS-SCORE-REPLACED
                   ELSE
                       SET SCORE-AT-END TO TRUE
                   END-IF
           END-READ.
      ******************************************************************
       9174-WRITE-FEEDER-ROWS.
           MOVE SPACES TO SCORECARD-HISTORY-RECORD.
           MOVE WS-RUN-DATE-YMD              TO SCH-RUN-DATE.
           MOVE WS-SCR-SOURCE (WS-SCR-SUB)   TO SCH-SOURCE.
           MOVE WS-SCR-REGION (WS-SCR-SUB)   TO SCH-REGION.
           MOVE 'T'                          TO SCH-ROW-TYPE.
           MOVE WS-SCR-READ (WS-SCR-SUB)     TO SCH-RECORDS-READ.
           MOVE WS-SCR-ACCEPTED (WS-SCR-SUB) TO SCH-RECORDS-ACCEPTED.
           MOVE WS-SCR-FILTERED (WS-SCR-SUB) TO SCH-RECORDS-FILTERED.
           MOVE WS-SCR-REJECTED (WS-SCR-SUB) TO SCH-RECORDS-REJECTED.
           MOVE WS-SCR-DUPLICATE (WS-SCR-SUB)
               TO SCH-RECORDS-DUPLICATE.
           MOVE WS-SCR-HELD (WS-SCR-SUB)     TO SCH-RECORDS-HELD.
           PERFORM 9176-WRITE-SCORECARD-ROW.
           PERFORM 9175-WRITE-REASON-ROW
               VARYING WS-SCR-RSN-SUB FROM 1 BY 1
               UNTIL WS-SCR-RSN-SUB > WS-SCR-REASON-COUNT.
      ******************************************************************
       9175-WRITE-REASON-ROW.
           IF WS-SCR-REASON-CNT (WS-SCR-SUB WS-SCR-RSN-SUB) > ZERO
               MOVE 'R' TO SCH-ROW-TYPE
               MOVE WS-SCR-REASON-NAME (WS-SCR-RSN-SUB)
                   TO SCH-REASON
               MOVE ZERO TO SCH-RECORDS-READ
               MOVE ZERO TO SCH-RECORDS-ACCEPTED
               MOVE ZERO TO SCH-RECORDS-FILTERED
               MOVE ZERO TO SCH-RECORDS-DUPLICATE
               MOVE ZERO TO SCH-RECORDS-HELD
               MOVE WS-SCR-REASON-CNT (WS-SCR-SUB WS-SCR-RSN-SUB)
                   TO SCH-RECORDS-REJECTED
               PERFORM 9176-WRITE-SCORECARD-ROW
           END-IF.
      ******************************************************************
       9176-WRITE-SCORECARD-ROW.
           WRITE SCORECARD-HISTORY-RECORD
               INVALID KEY
                   REWRITE SCORECARD-HISTORY-RECORD
           END-WRITE.
           ADD 1 TO WS-SCORE-WRITTEN.
      ******************************************************************
       9178-PURGE-SCORECARD-ROW.
           READ SCORECARD-HISTORY NEXT RECORD
               AT END
                   SET SCORE-AT-END TO TRUE
               NOT AT END
                   IF SCH-RUN-DATE < WS-SCORE-CUTOFF-DATE
                       DELETE SCORECARD-HISTORY RECORD
                       ADD 1 TO WS-SCORE-PURGED
                   ELSE
                       SET SCORE-AT-END TO TRUE
                   END-IF
           END-READ.
      ******************************************************************
       9200-PERIOD-END-ROLL.
      *    MONTH AND YEAR CLOSE BOTH ROLL MTD INTO YTD AND ZERO MTD;
                   WRITE BALANCE-SNAPSHOT-RECORD
                       FROM BALANCE-MASTER-RECORD
           END-READ.
      ******************************************************************
       9280-WRITE-PERIOD-HISTORY.
      *    RUNS AHEAD OF 9200 AND 9400 SO THE CLOSED PERIOD'S MTD
      *    AND YTD SURVIVE THE ROLL.  A RERUN OF THE CLOSE DATE
      *    AFTER A FAPCOB93 BACKOUT REPLACES THE PERIOD'S RECORDS
      *    RATHER THAN FAILING ON THE DUPLICATE KEY.
           OPEN I-O PERIOD-HISTORY.
           IF WS-PERIOD-HISTORY-STATUS NOT = '00'
               AND WS-PERIOD-HISTORY-STATUS NOT = '05'
               DISPLAY 'FAPCOB99 UNABLE TO OPEN PERHIST - STATUS '
                   WS-PERIOD-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BALANCE-EOF-SW.
           MOVE LOW-VALUES TO BAL-KEY.
           START BALANCE-MASTER KEY NOT LESS THAN BAL-KEY
               INVALID KEY
                   SET BALANCE-AT-END TO TRUE
           END-START.
           PERFORM 9290-WRITE-PERIOD-RECORD
               UNTIL BALANCE-AT-END.
           CLOSE PERIOD-HISTORY.
      ******************************************************************
       9290-WRITE-PERIOD-RECORD.
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   SET BALANCE-AT-END TO TRUE
               NOT AT END
                   MOVE SPACES            TO PERIOD-BALANCE-RECORD
                   MOVE BAL-KEY           TO PBH-ACCOUNT
                   MOVE WS-RUN-CCYY       TO PBH-PERIOD-CCYY
                   MOVE WS-RUN-MM         TO PBH-PERIOD-MM
                   MOVE BAL-MTD-AMOUNT4   TO PBH-MTD-AMOUNT4
                   MOVE BAL-MTD-AMOUNT5   TO PBH-MTD-AMOUNT5
                   COMPUTE PBH-YTD-AMOUNT4 =
                       BAL-YTD-AMOUNT4 + BAL-MTD-AMOUNT4
                   COMPUTE PBH-YTD-AMOUNT5 =
                       BAL-YTD-AMOUNT5 + BAL-MTD-AMOUNT5
                   MOVE BAL-LAST-ACTIVITY TO PBH-LAST-ACTIVITY
                   MOVE WS-RUN-DATE-YMD   TO PBH-CLOSE-DATE
                   MOVE WS-PERIOD-MODE    TO PBH-CLOSE-MODE
                   WRITE PERIOD-BALANCE-RECORD
                       INVALID KEY
                           REWRITE PERIOD-BALANCE-RECORD
                   END-WRITE
                   ADD 1 TO WS-PERIOD-HIST-WRITTEN
           END-READ.
      ******************************************************************
       9300-PRINT-BALANCE-LISTING.
           PERFORM 9350-WRITE-BALANCE-HEADING.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB82.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  ACCOUNT MERGE.  EACH MRGCARD NAMES AN
      *          OLD (PREDECESSOR) AND NEW (SUCCESSOR) ACCOUNT KEY.
      *          THE OLD ACCOUNT'S MTD AND YTD BUCKETS ARE MOVED
      *          ONTO THE NEW ACCOUNT'S BALANCE MASTER RECORD, A
      *          CROSS-REFERENCE PAIR IS WRITTEN TO THE MERGE XREF
      *          (MRGXREF) SO FAPCOB91 STATEMENTS AND THE FAPCOB99
      *          DUPLICATE CHECK FOLLOW THE OLD KEY'S HISTORY TO THE
      *          NEW KEY (THE HISTORY ITSELF STAYS UNDER THE OLD KEY
      *          - ITS KEY CARRIES THE TRANSACTION DATE, SO RE-KEYING
      *          COULD COLLIDE WITH THE NEW ACCOUNT'S OWN ENTRIES),
      *          AND THE OLD ACCOUNT IS CLOSED ON ACCTMAST.  EVERY
      *          MOVEMENT IS JOURNALED TO PSTJRNL SO THE FAPCOB93
      *          BACKOUT CAN UNDO THE MERGE AND THE FAPCOB95
      *          CERTIFICATE CAN PROVE IT NETS TO ZERO.  PRINTS A
      *          MERGE REGISTER (MRGRPT) SHOWING BOTH ACCOUNTS
      *          BEFORE AND AFTER AND PROVING THE COMBINED TOTALS
      *          ARE UNCHANGED.
      *          MAINT01   2026/10/15 VER 2.
      *          EVERY CARD MUST CARRY THE REQUESTING OPERATOR ID IN
      *          COLUMNS 17-24.  THE CLOSE OF THE OLD ACCOUNT APPENDS
      *          A BEFORE / AFTER IMAGE AUDIT RECORD (FAPAUD) TO
      *          MAINTAUD FOR THE FAPCOB80 AUDIT INQUIRY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CARD-FILE ASSIGN TO MRGCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-CARD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPTIONAL BALANCE-MASTER ASSIGN TO BALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO HISTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-MASTER-STATUS.
           SELECT OPTIONAL MERGE-XREF ASSIGN TO MRGXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MXR-KEY
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT OPTIONAL POSTING-JOURNAL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO MRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  MERGE-CARD-FILE
           RECORDING MODE IS F.
       01  MERGE-CARD-RECORD.
           02  MRC-OLD-KEY              PIC X(8).
           02  MRC-NEW-KEY              PIC X(8).
           02  MRC-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(56).

       FD  ACCOUNT-MASTER.
       COPY FAPACC.

       FD  BALANCE-MASTER.
       COPY FAPBAL.

       FD  HISTORY-MASTER.
       COPY FAPHST.

       FD  MERGE-XREF.
       COPY FAPMRG.

       FD  POSTING-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY FAPJRN.

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01  MERGE-PRINT-RECORD           PIC X(113).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FAPAUD.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  MERGE-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'ACCOUNT MERGE REGISTER'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB82'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  MRG-HDG-PAGE-NUMBER   PIC ZZ9.

       01  MERGE-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  MRG-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  MRG-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.

       01  MERGE-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  MERGE-BUCKET-HEADING.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'BUCKET'.
           02  FILLER                PIC X(17)   VALUE
               '       OLD BEFORE'.
           02  FILLER                PIC X(17)   VALUE
               '       NEW BEFORE'.
           02  FILLER                PIC X(17)   VALUE
               '        OLD AFTER'.
           02  FILLER                PIC X(17)   VALUE
               '        NEW AFTER'.
           02  FILLER                PIC X(17)   VALUE
               '  COMBINED BEFORE'.
           02  FILLER                PIC X(17)   VALUE
               '   COMBINED AFTER'.

       01  WS-CURRENT-DATE-FIELDS.
           02  WS-CURRENT-DATE.
               03  WS-CURR-CC        PIC 9(2).
               03  WS-CURR-YY        PIC 9(2).
               03  WS-CURR-MM        PIC 9(2).
               03  WS-CURR-DD        PIC 9(2).
           02  WS-CURRENT-TIME.
               03  WS-CURR-HH        PIC 9(2).
               03  WS-CURR-MN        PIC 9(2).
               03  WS-CURR-SS        PIC 9(2).
               03  WS-CURR-HS        PIC 9(2).
           02  WS-CURRENT-OFFSET     PIC X(5).
       01  PROGRAM-WORK-FIELDS.
           02  WS-CARD-IN-SW         PIC X(3).
               88  CARDS-AT-END      VALUE 'EOF'.
           02  WS-XREF-EOF-SW        PIC X(3)    VALUE SPACES.
               88  XREF-LINKS-DONE   VALUE 'EOF'.
           02  WS-HISTORY-EOF-SW     PIC X(3)    VALUE SPACES.
               88  OLD-HISTORY-DONE  VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-MERGE-DATE         PIC 9(8)    VALUE ZERO.
           02  WS-MERGE-TIME         PIC 9(6)    VALUE ZERO.
           02  WS-REJECT-REASON      PIC X(40)   VALUE SPACES.
           02  WS-LINK-ACCOUNT       PIC X(8)    VALUE SPACES.
           02  WS-LINK-FOUND-SW      PIC X(1)    VALUE 'N'.
               88  SUCCESSOR-LINK-FOUND   VALUE 'Y'.
           02  WS-OLD-BALANCE-SW     PIC X(1)    VALUE 'N'.
               88  OLD-BALANCE-ON-FILE    VALUE 'Y'.
           02  WS-NEW-BALANCE-SW     PIC X(1)    VALUE 'N'.
               88  NEW-BALANCE-ON-FILE    VALUE 'Y'.
           02  WS-PROOF-SW           PIC X(1)    VALUE 'Y'.
               88  TOTALS-UNCHANGED       VALUE 'Y'.
       COPY FAPPAGE.
      *    BOTH ACCOUNTS ARE READ AND EDITED BEFORE ANYTHING IS
      *    UPDATED, SO A CARD THAT FAILS ANY EDIT LEAVES NO TRACE.
       01  MERGE-ACCOUNT-FIELDS.
           02  WS-OLD-NAME           PIC X(30)   VALUE SPACES.
           02  WS-OLD-STATUS         PIC X(1)    VALUE SPACE.
           02  WS-NEW-NAME           PIC X(30)   VALUE SPACES.
           02  WS-OLD-LAST-ACTIVITY  PIC 9(8)    VALUE ZERO.
           02  WS-NEW-LAST-ACTIVITY  PIC 9(8)    VALUE ZERO.
      *    THE NEW ACCOUNT'S BUCKETS ARE COMPUTED INTO FIELDS OF THE
      *    BALANCE MASTER'S OWN SIZE SO AN OVERFLOW IS CAUGHT AS A
      *    SIZE ERROR BEFORE EITHER RECORD IS TOUCHED.
       01  MERGE-RESULT-FIELDS.
           02  WS-RESULT-MTD4        PIC S9(9)V99  VALUE ZERO.
           02  WS-RESULT-MTD5        PIC S9(9)V99  VALUE ZERO.
           02  WS-RESULT-YTD4        PIC S9(11)V99 VALUE ZERO.
           02  WS-RESULT-YTD5        PIC S9(11)V99 VALUE ZERO.
           02  WS-OVERFLOW-SW        PIC X(1)    VALUE 'N'.
               88  BUCKET-OVERFLOW   VALUE 'Y'.
      *    ROWS 1-4 ARE MTD4/MTD5/YTD4/YTD5, ROW 5 THE ACCOUNT TOTAL.
       01  BUCKET-LABEL-VALUES.
           02  FILLER                PIC X(8)    VALUE 'MTD AMT4'.
           02  FILLER                PIC X(8)    VALUE 'MTD AMT5'.
           02  FILLER                PIC X(8)    VALUE 'YTD AMT4'.
           02  FILLER                PIC X(8)    VALUE 'YTD AMT5'.
           02  FILLER                PIC X(8)    VALUE 'TOTAL'.
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           02  WS-BUCKET-LABEL       PIC X(8)    OCCURS 5 TIMES.
       01  BUCKET-TABLE.
           02  WS-BUCKET-ROW         OCCURS 5 TIMES.
               03  WS-OLD-BEFORE     PIC S9(13)V99.
               03  WS-NEW-BEFORE     PIC S9(13)V99.
               03  WS-OLD-AFTER      PIC S9(13)V99.
               03  WS-NEW-AFTER      PIC S9(13)V99.
               03  WS-COMBINED-BEFORE PIC S9(13)V99.
               03  WS-COMBINED-AFTER PIC S9(13)V99.
       01  WS-BUCKET-SUB             PIC 9(2)    VALUE ZERO.
      *    THE OLD ACCOUNT'S OWN PREDECESSORS ARE LINKED STRAIGHT TO
      *    THE NEW ACCOUNT, SO A CHAIN OF MERGES NEVER HAS TO BE
      *    WALKED MORE THAN ONE LEVEL DEEP.
       01  PREDECESSOR-TABLE.
           02  WS-PRED-COUNT         PIC 9(3)    VALUE ZERO.
           02  WS-PRED-MAX           PIC 9(3)    VALUE 50.
           02  WS-PRED-ACCOUNT       PIC X(8)    OCCURS 50 TIMES.
       01  WS-PRED-SUB               PIC 9(3)    VALUE ZERO.
       01  MERGE-TITLE-LINE.
           02  FILLER                PIC X(1).
           02  MTL-OLD-LABEL         PIC X(6).
           02  MTL-OLD-KEY           PIC X(8).
           02  FILLER                PIC X(2).
           02  MTL-OLD-NAME          PIC X(30).
           02  FILLER                PIC X(2).
           02  MTL-NEW-LABEL         PIC X(10).
           02  MTL-NEW-KEY           PIC X(8).
           02  FILLER                PIC X(2).
           02  MTL-NEW-NAME          PIC X(30).
       01  MERGE-BUCKET-LINE.
           02  FILLER                PIC X(1).
           02  MBL-LABEL             PIC X(8).
           02  FILLER                PIC X(1).
           02  MBL-OLD-BEFORE        PIC -(12)9.99.
           02  FILLER                PIC X(1).
           02  MBL-NEW-BEFORE        PIC -(12)9.99.
           02  FILLER                PIC X(1).
           02  MBL-OLD-AFTER         PIC -(12)9.99.
           02  FILLER                PIC X(1).
           02  MBL-NEW-AFTER         PIC -(12)9.99.
           02  FILLER                PIC X(1).
           02  MBL-COMBINED-BEFORE   PIC -(12)9.99.
           02  FILLER                PIC X(1).
           02  MBL-COMBINED-AFTER    PIC -(12)9.99.
       01  MERGE-NOTE-LINE.
           02  FILLER                PIC X(1).
           02  MNL-LABEL             PIC X(40).
           02  FILLER                PIC X(2).
           02  MNL-VALUE             PIC X(40).
       01  MERGE-REJECT-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(6)    VALUE 'MERGE '.
           02  MRJ-OLD-KEY           PIC X(8).
           02  FILLER                PIC X(6)    VALUE ' INTO '.
           02  MRJ-NEW-KEY           PIC X(8).
           02  FILLER                PIC X(13)   VALUE
               '  REJECTED - '.
           02  MRJ-REASON            PIC X(40).
       01  MERGE-TOTAL-LINE.
           02  MRG-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  MRG-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  MERGE-AMOUNT-TOTAL-LINE.
           02  MRG-AMT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  MRG-AMT-VALUE         PIC -(12)9.99.
       01  WS-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
       01  MERGE-CARD-COUNTERS.
           02  WS-HISTORY-THIS-MERGE PIC 9(7)    VALUE ZERO.
           02  WS-CARRIED-THIS-MERGE PIC 9(7)    VALUE ZERO.
       01  MERGE-COUNTERS.
           02  WS-CARDS-READ         PIC 9(7)    VALUE ZERO.
           02  WS-MERGES-APPLIED     PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-REJECTED     PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-XREFED     PIC 9(7)    VALUE ZERO.
           02  WS-XREF-WRITTEN       PIC 9(7)    VALUE ZERO.
           02  WS-XREF-ERRORS        PIC 9(7)    VALUE ZERO.
           02  WS-JOURNAL-WRITTEN    PIC 9(7)    VALUE ZERO.
           02  WS-PROOF-FAILURES     PIC 9(7)    VALUE ZERO.
           02  WS-RUN-COMBINED-BEFORE PIC S9(13)V99 VALUE ZERO.
           02  WS-RUN-COMBINED-AFTER PIC S9(13)V99 VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-MERGE-CARD-STATUS        PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-BALANCE-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-HISTORY-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-MERGE-XREF-STATUS        PIC X(2)  VALUE '00'.
           02  WS-POSTING-JOURNAL-STATUS   PIC X(2)  VALUE '00'.
           02  WS-MERGE-REPORT-STATUS      PIC X(2)  VALUE '00'.
           02  WS-MAINT-AUDIT-STATUS       PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-MERGE-CARD.
           PERFORM 2000-PROCESS-MERGE-CARDS
               UNTIL CARDS-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT MERGE-CARD-FILE.
           IF WS-MERGE-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN MRGCARD - STATUS '
                   WS-MERGE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O   ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN ACCTMAST - STATUS '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O   BALANCE-MASTER.
           IF WS-BALANCE-MASTER-STATUS NOT = '00'
               AND WS-BALANCE-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN BALMAST - STATUS '
                   WS-BALANCE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-MASTER.
           IF WS-HISTORY-MASTER-STATUS NOT = '00'
               AND WS-HISTORY-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN HISTMAST - STATUS '
                   WS-HISTORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O   MERGE-XREF.
           IF WS-MERGE-XREF-STATUS NOT = '00'
               AND WS-MERGE-XREF-STATUS NOT = '05'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN MRGXREF - STATUS '
                   WS-MERGE-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           IF WS-POSTING-JOURNAL-STATUS NOT = '00'
               AND WS-POSTING-JOURNAL-STATUS NOT = '05'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN PSTJRNL - STATUS '
                   WS-POSTING-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MERGE-REPORT-FILE.
           IF WS-MERGE-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN MRGRPT - STATUS '
                   WS-MERGE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               AND WS-MAINT-AUDIT-STATUS NOT = '05'
               DISPLAY 'FAPCOB82 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARD-IN-SW.
           MOVE ZERO   TO LINES-WRITTEN.
           MOVE ZERO   TO PAGE-COUNT.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1100-WRITE-REPORT-HEADING.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE          TO WS-MERGE-DATE.
           MOVE WS-CURRENT-TIME (1:6)    TO WS-MERGE-TIME.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO MRG-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO MRG-HDG-RUN-TIME.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO MRG-HDG-PAGE-NUMBER.
           WRITE MERGE-PRINT-RECORD FROM MERGE-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE HEADING-LINE-COUNT TO LINES-WRITTEN.
      ******************************************************************
       2000-PROCESS-MERGE-CARDS.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 3000-EDIT-MERGE-CARD.
           IF WS-REJECT-REASON = SPACES
               PERFORM 4000-APPLY-MERGE
               PERFORM 5000-PRINT-MERGE-BLOCK
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 5300-PRINT-REJECT-LINE
           END-IF.
           PERFORM 2100-READ-MERGE-CARD.
      ******************************************************************
       2100-READ-MERGE-CARD.
           READ MERGE-CARD-FILE
               AT END
                   SET CARDS-AT-END TO TRUE
           END-READ.
      ******************************************************************
       3000-EDIT-MERGE-CARD.
      *    EDITS RUN IN ORDER AND STOP AT THE FIRST FAILURE; THE
      *    BALANCE AND PREDECESSOR LOADS ARE PART OF THE EDIT SO
      *    AN OVERFLOW OR A FULL LINK TABLE REJECTS THE CARD.
           IF MRC-OLD-KEY = SPACES
               OR MRC-NEW-KEY = SPACES
               MOVE 'BLANK ACCOUNT KEY' TO WS-REJECT-REASON
           ELSE
               IF MRC-OLD-KEY = MRC-NEW-KEY
                   MOVE 'OLD AND NEW KEYS ARE THE SAME'
                       TO WS-REJECT-REASON
               ELSE
                   IF MRC-OPERATOR = SPACES
                       MOVE 'OPERATOR ID REQUIRED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3100-EDIT-NEW-ACCOUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3150-EDIT-OLD-ACCOUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE MRC-OLD-KEY TO WS-LINK-ACCOUNT
               PERFORM 3200-CHECK-SUCCESSOR-LINK
               IF SUCCESSOR-LINK-FOUND
                   MOVE 'OLD ACCOUNT ALREADY MERGED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE MRC-NEW-KEY TO WS-LINK-ACCOUNT
               PERFORM 3200-CHECK-SUCCESSOR-LINK
               IF SUCCESSOR-LINK-FOUND
                   MOVE 'NEW ACCOUNT ALREADY MERGED AWAY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3300-LOAD-PREDECESSORS
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3400-LOAD-BALANCES
           END-IF.
      ******************************************************************
       3100-EDIT-NEW-ACCOUNT.
           MOVE MRC-NEW-KEY TO ACC-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NEW ACCOUNT NOT ON ACCTMAST'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE ACC-NAME TO WS-NEW-NAME
                   IF NOT ACCOUNT-OPEN
                       MOVE 'NEW ACCOUNT NOT OPEN'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
      ******************************************************************
       3150-EDIT-OLD-ACCOUNT.
      *    A FROZEN ACCOUNT IS HELD FOR A REASON; ITS MONEY IS NOT
      *    MOVED UNTIL FINANCE RELEASES IT WITH A FAPCOB92 REOPEN.
           MOVE MRC-OLD-KEY TO ACC-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'OLD ACCOUNT NOT ON ACCTMAST'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE ACC-NAME   TO WS-OLD-NAME
                   MOVE ACC-STATUS TO WS-OLD-STATUS
                   IF ACCOUNT-FROZEN
                       MOVE 'OLD ACCOUNT FROZEN'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
      ******************************************************************
       3200-CHECK-SUCCESSOR-LINK.
           MOVE 'N'             TO WS-LINK-FOUND-SW.
           MOVE WS-LINK-ACCOUNT TO MXR-ACCOUNT.
           MOVE 'S'             TO MXR-LINK-TYPE.
           MOVE LOW-VALUES      TO MXR-LINKED-ACCOUNT.
           START MERGE-XREF KEY NOT LESS THAN MXR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MERGE-XREF NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MXR-ACCOUNT = WS-LINK-ACCOUNT
                               AND MXR-SUCCESSOR-LINK
                               MOVE 'Y' TO WS-LINK-FOUND-SW
                           END-IF
                   END-READ
           END-START.
      ******************************************************************
       3300-LOAD-PREDECESSORS.
           MOVE ZERO        TO WS-PRED-COUNT.
           MOVE SPACES      TO WS-XREF-EOF-SW.
           MOVE MRC-OLD-KEY TO MXR-ACCOUNT.
           MOVE 'P'         TO MXR-LINK-TYPE.
           MOVE LOW-VALUES  TO MXR-LINKED-ACCOUNT.
           START MERGE-XREF KEY NOT LESS THAN MXR-KEY
               INVALID KEY
                   SET XREF-LINKS-DONE TO TRUE
           END-START.
           PERFORM 3310-READ-PREDECESSOR-LINK
               UNTIL XREF-LINKS-DONE.
      ******************************************************************
       3310-READ-PREDECESSOR-LINK.
           READ MERGE-XREF NEXT RECORD
               AT END
                   SET XREF-LINKS-DONE TO TRUE
               NOT AT END
                   IF MXR-ACCOUNT NOT = MRC-OLD-KEY
                       OR NOT MXR-PREDECESSOR-LINK
                       SET XREF-LINKS-DONE TO TRUE
                   ELSE
                       IF WS-PRED-COUNT < WS-PRED-MAX
                           ADD 1 TO WS-PRED-COUNT
                           MOVE MXR-LINKED-ACCOUNT
                               TO WS-PRED-ACCOUNT (WS-PRED-COUNT)
                       ELSE
                           MOVE 'TOO MANY EARLIER PREDECESSORS'
                               TO WS-REJECT-REASON
                           SET XREF-LINKS-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       3400-LOAD-BALANCES.
      *    EITHER ACCOUNT MAY HAVE NO BALANCE RECORD YET; A MISSING
      *    RECORD IS TREATED AS ALL-ZERO BUCKETS.
           MOVE ZERO TO BUCKET-TABLE.
           MOVE 'N'         TO WS-OLD-BALANCE-SW.
           MOVE 'N'         TO WS-NEW-BALANCE-SW.
           MOVE ZERO        TO WS-OLD-LAST-ACTIVITY.
           MOVE ZERO        TO WS-NEW-LAST-ACTIVITY.
           MOVE MRC-OLD-KEY TO BAL-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'               TO WS-OLD-BALANCE-SW
                   MOVE BAL-MTD-AMOUNT4   TO WS-OLD-BEFORE (1)
                   MOVE BAL-MTD-AMOUNT5   TO WS-OLD-BEFORE (2)
                   MOVE BAL-YTD-AMOUNT4   TO WS-OLD-BEFORE (3)
                   MOVE BAL-YTD-AMOUNT5   TO WS-OLD-BEFORE (4)
                   MOVE BAL-LAST-ACTIVITY TO WS-OLD-LAST-ACTIVITY
           END-READ.
           MOVE MRC-NEW-KEY TO BAL-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'               TO WS-NEW-BALANCE-SW
                   MOVE BAL-MTD-AMOUNT4   TO WS-NEW-BEFORE (1)
                   MOVE BAL-MTD-AMOUNT5   TO WS-NEW-BEFORE (2)
                   MOVE BAL-YTD-AMOUNT4   TO WS-NEW-BEFORE (3)
                   MOVE BAL-YTD-AMOUNT5   TO WS-NEW-BEFORE (4)
                   MOVE BAL-LAST-ACTIVITY TO WS-NEW-LAST-ACTIVITY
           END-READ.
           MOVE 'N' TO WS-OVERFLOW-SW.
           COMPUTE WS-RESULT-MTD4 = WS-NEW-BEFORE (1)
                                  + WS-OLD-BEFORE (1)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SW
           END-COMPUTE.
           COMPUTE WS-RESULT-MTD5 = WS-NEW-BEFORE (2)
                                  + WS-OLD-BEFORE (2)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SW
           END-COMPUTE.
           COMPUTE WS-RESULT-YTD4 = WS-NEW-BEFORE (3)
                                  + WS-OLD-BEFORE (3)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SW
           END-COMPUTE.
           COMPUTE WS-RESULT-YTD5 = WS-NEW-BEFORE (4)
                                  + WS-OLD-BEFORE (4)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SW
           END-COMPUTE.
           IF BUCKET-OVERFLOW
               MOVE 'COMBINED BUCKET WOULD OVERFLOW'
                   TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
       4000-APPLY-MERGE.
           MOVE ZERO TO WS-HISTORY-THIS-MERGE.
           MOVE ZERO TO WS-CARRIED-THIS-MERGE.
           PERFORM 4100-UPDATE-BALANCES.
           PERFORM 4200-WRITE-XREF-LINKS.
           PERFORM 4300-CLOSE-OLD-ACCOUNT.
           PERFORM 4400-COUNT-OLD-HISTORY.
           PERFORM 4500-PROVE-COMBINED-TOTALS.
           ADD 1 TO WS-MERGES-APPLIED.
      ******************************************************************
       4100-UPDATE-BALANCES.
      *    NOTHING MOVES WHEN THE OLD ACCOUNT NEVER POSTED.  THE
      *    NEW ACCOUNT'S LAST ACTIVITY DATE TAKES THE LATER OF THE
      *    TWO SO THE MERGED BALANCE DOES NOT LOOK DORMANT.
           IF OLD-BALANCE-ON-FILE
               MOVE MRC-OLD-KEY          TO BAL-KEY
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE ZERO                 TO BAL-MTD-AMOUNT4
               MOVE ZERO                 TO BAL-MTD-AMOUNT5
               MOVE ZERO                 TO BAL-YTD-AMOUNT4
               MOVE ZERO                 TO BAL-YTD-AMOUNT5
               REWRITE BALANCE-MASTER-RECORD
               MOVE SPACES               TO BALANCE-MASTER-RECORD
               MOVE MRC-NEW-KEY          TO BAL-KEY
               MOVE WS-RESULT-MTD4       TO BAL-MTD-AMOUNT4
               MOVE WS-RESULT-MTD5       TO BAL-MTD-AMOUNT5
               MOVE WS-RESULT-YTD4       TO BAL-YTD-AMOUNT4
               MOVE WS-RESULT-YTD5       TO BAL-YTD-AMOUNT5
               IF WS-OLD-LAST-ACTIVITY > WS-NEW-LAST-ACTIVITY
                   MOVE WS-OLD-LAST-ACTIVITY TO BAL-LAST-ACTIVITY
               ELSE
                   MOVE WS-NEW-LAST-ACTIVITY TO BAL-LAST-ACTIVITY
               END-IF
               IF NEW-BALANCE-ON-FILE
                   REWRITE BALANCE-MASTER-RECORD
               ELSE
                   WRITE BALANCE-MASTER-RECORD
               END-IF
               PERFORM 4110-JOURNAL-TRANSFERS
           END-IF.
      ******************************************************************
       4110-JOURNAL-TRANSFERS.
      *    ONE SIGNED ENTRY PER ACCOUNT PER BUCKET PAIR: THE OLD
      *    ACCOUNT IS DEBITED WHAT THE NEW ONE IS CREDITED, SO THE
      *    FAPCOB93 BACKOUT'S SUBTRACTION RESTORES BOTH SIDES AND
      *    THE ENTRIES FOR A MERGE ALWAYS NET TO ZERO.
           MOVE SPACES              TO POSTING-JOURNAL-RECORD.
           SET JOURNAL-MERGE-MTD    TO TRUE.
           MOVE MRC-OLD-KEY         TO PJR-KEY.
           MOVE MRC-NEW-KEY         TO PJR-LINKED-ACCOUNT.
           COMPUTE PJR-AMOUNT4 = ZERO - WS-OLD-BEFORE (1).
           COMPUTE PJR-AMOUNT5 = ZERO - WS-OLD-BEFORE (2).
           PERFORM 6000-WRITE-JOURNAL-RECORD.
           MOVE SPACES              TO POSTING-JOURNAL-RECORD.
           SET JOURNAL-MERGE-MTD    TO TRUE.
           MOVE MRC-NEW-KEY         TO PJR-KEY.
           MOVE MRC-OLD-KEY         TO PJR-LINKED-ACCOUNT.
           MOVE WS-OLD-BEFORE (1)   TO PJR-AMOUNT4.
           MOVE WS-OLD-BEFORE (2)   TO PJR-AMOUNT5.
           PERFORM 6000-WRITE-JOURNAL-RECORD.
           MOVE SPACES              TO POSTING-JOURNAL-RECORD.
           SET JOURNAL-MERGE-YTD    TO TRUE.
           MOVE MRC-OLD-KEY         TO PJR-KEY.
           MOVE MRC-NEW-KEY         TO PJR-LINKED-ACCOUNT.
           COMPUTE PJR-AMOUNT4 = ZERO - WS-OLD-BEFORE (3).
           COMPUTE PJR-AMOUNT5 = ZERO - WS-OLD-BEFORE (4).
           PERFORM 6000-WRITE-JOURNAL-RECORD.
           MOVE SPACES              TO POSTING-JOURNAL-RECORD.
           SET JOURNAL-MERGE-YTD    TO TRUE.
           MOVE MRC-NEW-KEY         TO PJR-KEY.
           MOVE MRC-OLD-KEY         TO PJR-LINKED-ACCOUNT.
           MOVE WS-OLD-BEFORE (3)   TO PJR-AMOUNT4.
           MOVE WS-OLD-BEFORE (4)   TO PJR-AMOUNT5.
           PERFORM 6000-WRITE-JOURNAL-RECORD.
      ******************************************************************
       4200-WRITE-XREF-LINKS.
           MOVE MRC-NEW-KEY TO MXR-ACCOUNT.
           MOVE 'P'         TO MXR-LINK-TYPE.
           MOVE MRC-OLD-KEY TO MXR-LINKED-ACCOUNT.
           PERFORM 4210-WRITE-XREF-RECORD.
           MOVE MRC-OLD-KEY TO MXR-ACCOUNT.
           MOVE 'S'         TO MXR-LINK-TYPE.
           MOVE MRC-NEW-KEY TO MXR-LINKED-ACCOUNT.
           PERFORM 4210-WRITE-XREF-RECORD.
           PERFORM 4220-CARRY-PREDECESSOR
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > WS-PRED-COUNT.
      ******************************************************************
       4210-WRITE-XREF-RECORD.
      *    CALLER HAS SET THE KEY.  A LINK ALREADY ON FILE IS LEFT
      *    AS IT IS AND COUNTED; NOTHING IS JOURNALED FOR IT, SO A
      *    BACKOUT CANNOT REMOVE A LINK THIS RUN DID NOT WRITE.
           MOVE WS-MERGE-DATE TO MXR-MERGE-DATE.
           MOVE WS-MERGE-TIME TO MXR-MERGE-TIME.
           WRITE MERGE-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-XREF-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-WRITTEN
                   MOVE SPACES             TO POSTING-JOURNAL-RECORD
                   SET JOURNAL-MERGE-XREF  TO TRUE
                   MOVE MXR-ACCOUNT        TO PJR-KEY
                   MOVE MXR-LINK-TYPE      TO PJR-LINK-TYPE
                   MOVE MXR-LINKED-ACCOUNT TO PJR-LINKED-ACCOUNT
                   MOVE ZERO               TO PJR-AMOUNT4
                   MOVE ZERO               TO PJR-AMOUNT5
                   PERFORM 6000-WRITE-JOURNAL-RECORD
           END-WRITE.
      ******************************************************************
       4220-CARRY-PREDECESSOR.
           MOVE MRC-NEW-KEY                    TO MXR-ACCOUNT.
           MOVE 'P'                            TO MXR-LINK-TYPE.
           MOVE WS-PRED-ACCOUNT (WS-PRED-SUB)  TO MXR-LINKED-ACCOUNT.
           PERFORM 4210-WRITE-XREF-RECORD.
           ADD 1 TO WS-CARRIED-THIS-MERGE.
      ******************************************************************
       4300-CLOSE-OLD-ACCOUNT.
      *    AN OLD ACCOUNT ALREADY CLOSED IS REWRITTEN UNCHANGED; THE
      *    JOURNAL STILL CARRIES ITS PRIOR STATUS SO THE BACKOUT
      *    PUTS BACK EXACTLY WHAT WAS THERE.
           MOVE MRC-OLD-KEY TO ACC-KEY.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD  TO AUD-BEFORE-IMAGE
                   MOVE 'C' TO ACC-STATUS
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE ACCOUNT-MASTER-RECORD  TO AUD-AFTER-IMAGE
                   PERFORM 6100-WRITE-AUDIT-RECORD
                   MOVE SPACES                 TO POSTING-JOURNAL-RECORD
                   SET JOURNAL-ACCOUNT-STATUS  TO TRUE
                   MOVE MRC-OLD-KEY            TO PJR-KEY
                   MOVE MRC-NEW-KEY            TO PJR-LINKED-ACCOUNT
                   MOVE WS-OLD-STATUS          TO PJR-PRIOR-STATUS
                   MOVE ZERO                   TO PJR-AMOUNT4
                   MOVE ZERO                   TO PJR-AMOUNT5
                   PERFORM 6000-WRITE-JOURNAL-RECORD
           END-READ.
      ******************************************************************
       4400-COUNT-OLD-HISTORY.
      *    THE HISTORY IS NOT MOVED - THE NEW KEY'S P LINK REACHES
      *    IT - BUT THE REGISTER SHOWS HOW MANY ENTRIES THE LINK
      *    NOW CARRIES FOR THE NEW ACCOUNT.
           MOVE SPACES      TO WS-HISTORY-EOF-SW.
           MOVE MRC-OLD-KEY TO HST-TRANS-KEY.
           MOVE ZERO        TO HST-TRANS-DATE.
           START HISTORY-MASTER KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET OLD-HISTORY-DONE TO TRUE
           END-START.
           PERFORM 4410-READ-OLD-HISTORY
               UNTIL OLD-HISTORY-DONE.
           ADD WS-HISTORY-THIS-MERGE TO WS-HISTORY-XREFED.
      ******************************************************************
       4410-READ-OLD-HISTORY.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET OLD-HISTORY-DONE TO TRUE
               NOT AT END
                   IF HST-TRANS-KEY NOT = MRC-OLD-KEY
                       SET OLD-HISTORY-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-THIS-MERGE
                   END-IF
           END-READ.
      ******************************************************************
       4500-PROVE-COMBINED-TOTALS.
      *    THE AFTER FIGURES ARE READ BACK FROM THE MASTER, NOT
      *    TAKEN FROM WORKING STORAGE, SO THE PROOF COVERS WHAT WAS
      *    ACTUALLY WRITTEN.
           MOVE MRC-OLD-KEY TO BAL-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-MTD-AMOUNT4 TO WS-OLD-AFTER (1)
                   MOVE BAL-MTD-AMOUNT5 TO WS-OLD-AFTER (2)
                   MOVE BAL-YTD-AMOUNT4 TO WS-OLD-AFTER (3)
                   MOVE BAL-YTD-AMOUNT5 TO WS-OLD-AFTER (4)
           END-READ.
           MOVE MRC-NEW-KEY TO BAL-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-MTD-AMOUNT4 TO WS-NEW-AFTER (1)
                   MOVE BAL-MTD-AMOUNT5 TO WS-NEW-AFTER (2)
                   MOVE BAL-YTD-AMOUNT4 TO WS-NEW-AFTER (3)
                   MOVE BAL-YTD-AMOUNT5 TO WS-NEW-AFTER (4)
           END-READ.
           MOVE 'Y' TO WS-PROOF-SW.
           PERFORM 4510-TOTAL-BUCKET-ROW
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           ADD WS-COMBINED-BEFORE (5) TO WS-RUN-COMBINED-BEFORE.
           ADD WS-COMBINED-AFTER (5)  TO WS-RUN-COMBINED-AFTER.
           IF NOT TOTALS-UNCHANGED
               ADD 1 TO WS-PROOF-FAILURES
           END-IF.
      ******************************************************************
       4510-TOTAL-BUCKET-ROW.
           COMPUTE WS-COMBINED-BEFORE (WS-BUCKET-SUB) =
               WS-OLD-BEFORE (WS-BUCKET-SUB)
             + WS-NEW-BEFORE (WS-BUCKET-SUB).
           COMPUTE WS-COMBINED-AFTER (WS-BUCKET-SUB) =
               WS-OLD-AFTER (WS-BUCKET-SUB)
             + WS-NEW-AFTER (WS-BUCKET-SUB).
           IF WS-COMBINED-AFTER (WS-BUCKET-SUB)
               NOT = WS-COMBINED-BEFORE (WS-BUCKET-SUB)
               MOVE 'N' TO WS-PROOF-SW
           END-IF.
           ADD WS-OLD-BEFORE (WS-BUCKET-SUB)      TO WS-OLD-BEFORE (5).
           ADD WS-NEW-BEFORE (WS-BUCKET-SUB)      TO WS-NEW-BEFORE (5).
           ADD WS-OLD-AFTER (WS-BUCKET-SUB)       TO WS-OLD-AFTER (5).
           ADD WS-NEW-AFTER (WS-BUCKET-SUB)       TO WS-NEW-AFTER (5).
           ADD WS-COMBINED-BEFORE (WS-BUCKET-SUB)
               TO WS-COMBINED-BEFORE (5).
           ADD WS-COMBINED-AFTER (WS-BUCKET-SUB)
               TO WS-COMBINED-AFTER (5).
      ******************************************************************
       5000-PRINT-MERGE-BLOCK.
      *    A MERGE BLOCK IS THIRTEEN LINES AND IS NEVER SPLIT
      *    ACROSS A PAGE.
           IF LINES-WRITTEN + 13 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES          TO MERGE-TITLE-LINE.
           MOVE 'MERGE '        TO MTL-OLD-LABEL.
           MOVE MRC-OLD-KEY     TO MTL-OLD-KEY.
           MOVE WS-OLD-NAME     TO MTL-OLD-NAME.
           MOVE 'INTO'          TO MTL-NEW-LABEL.
           MOVE MRC-NEW-KEY     TO MTL-NEW-KEY.
           MOVE WS-NEW-NAME     TO MTL-NEW-NAME.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE MERGE-PRINT-RECORD FROM MERGE-BUCKET-HEADING
               AFTER ADVANCING 1 LINE.
           ADD 3 TO LINES-WRITTEN.
           PERFORM 5100-PRINT-BUCKET-LINE
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           MOVE SPACES          TO MERGE-NOTE-LINE.
           MOVE 'HISTORY ENTRIES CROSS-REFERENCED' TO MNL-LABEL.
           MOVE WS-HISTORY-THIS-MERGE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT   TO MNL-VALUE.
           PERFORM 5200-WRITE-NOTE-LINE.
           MOVE SPACES          TO MERGE-NOTE-LINE.
           MOVE 'EARLIER PREDECESSORS CARRIED' TO MNL-LABEL.
           MOVE WS-CARRIED-THIS-MERGE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT   TO MNL-VALUE.
           PERFORM 5200-WRITE-NOTE-LINE.
           MOVE SPACES          TO MERGE-NOTE-LINE.
           MOVE 'OLD ACCOUNT STATUS' TO MNL-LABEL.
           STRING WS-OLD-STATUS ' -> C'
                  DELIMITED BY SIZE INTO MNL-VALUE.
           PERFORM 5200-WRITE-NOTE-LINE.
           MOVE SPACES          TO MERGE-NOTE-LINE.
           MOVE 'PROOF'         TO MNL-LABEL.
           IF TOTALS-UNCHANGED
               MOVE 'COMBINED TOTALS UNCHANGED' TO MNL-VALUE
           ELSE
               MOVE '*** COMBINED TOTALS CHANGED ***' TO MNL-VALUE
           END-IF.
           PERFORM 5200-WRITE-NOTE-LINE.
      ******************************************************************
       5100-PRINT-BUCKET-LINE.
           MOVE SPACES TO MERGE-BUCKET-LINE.
           MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO MBL-LABEL.
           MOVE WS-OLD-BEFORE (WS-BUCKET-SUB)   TO MBL-OLD-BEFORE.
           MOVE WS-NEW-BEFORE (WS-BUCKET-SUB)   TO MBL-NEW-BEFORE.
           MOVE WS-OLD-AFTER (WS-BUCKET-SUB)    TO MBL-OLD-AFTER.
           MOVE WS-NEW-AFTER (WS-BUCKET-SUB)    TO MBL-NEW-AFTER.
           MOVE WS-COMBINED-BEFORE (WS-BUCKET-SUB)
               TO MBL-COMBINED-BEFORE.
           MOVE WS-COMBINED-AFTER (WS-BUCKET-SUB)
               TO MBL-COMBINED-AFTER.
           WRITE MERGE-PRINT-RECORD FROM MERGE-BUCKET-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
      ******************************************************************
       5200-WRITE-NOTE-LINE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
      ******************************************************************
       5300-PRINT-REJECT-LINE.
           IF NEW-PAGE
               OR LINES-WRITTEN + 2 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE MRC-OLD-KEY      TO MRJ-OLD-KEY.
           MOVE MRC-NEW-KEY      TO MRJ-NEW-KEY.
           MOVE WS-REJECT-REASON TO MRJ-REASON.
           WRITE MERGE-PRINT-RECORD FROM MERGE-REJECT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINES-WRITTEN.
      ******************************************************************
       6000-WRITE-JOURNAL-RECORD.
      *    CALLER HAS BUILT THE ACTION-SPECIFIC FIELDS.
           MOVE WS-MERGE-DATE TO PJR-RUN-DATE.
           MOVE WS-MERGE-DATE TO PJR-TRANS-DATE.
           WRITE POSTING-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-WRITTEN.
      ******************************************************************
       6100-WRITE-AUDIT-RECORD.
      *    THE MERGE CARD HAS NO ACTION COLUMN; THE AUDIT RECORD
      *    CARRIES THE FAPCOB92 CLOSE CODE IT IS EQUIVALENT TO.
           MOVE 'ACCTMAST'    TO AUD-MASTER-ID.
           MOVE MRC-OLD-KEY   TO AUD-KEY.
           MOVE 'S'           TO AUD-ACTION.
           MOVE 'D'           TO AUD-CARD-ACTION.
           MOVE WS-MERGE-DATE TO AUD-RUN-DATE.
           MOVE WS-MERGE-TIME TO AUD-RUN-TIME.
           MOVE MRC-OPERATOR  TO AUD-OPERATOR.
           MOVE 'FAPCOB82'    TO AUD-PROGRAM.
           WRITE MAINTENANCE-AUDIT-RECORD.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'CARDS READ'          TO MRG-TOT-LABEL.
           MOVE WS-CARDS-READ         TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'MERGES APPLIED'      TO MRG-TOT-LABEL.
           MOVE WS-MERGES-APPLIED     TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'CARDS REJECTED'      TO MRG-TOT-LABEL.
           MOVE WS-CARDS-REJECTED     TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'HISTORY ENTRIES XREFED' TO MRG-TOT-LABEL.
           MOVE WS-HISTORY-XREFED     TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'XREF LINKS WRITTEN'  TO MRG-TOT-LABEL.
           MOVE WS-XREF-WRITTEN       TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'XREF LINKS ALREADY ON FILE' TO MRG-TOT-LABEL.
           MOVE WS-XREF-ERRORS        TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-TOTAL-LINE.
           MOVE 'JOURNAL RECORDS WRITTEN' TO MRG-TOT-LABEL.
           MOVE WS-JOURNAL-WRITTEN    TO MRG-TOT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MERGE-AMOUNT-TOTAL-LINE.
           MOVE 'COMBINED TOTAL BEFORE' TO MRG-AMT-LABEL.
           MOVE WS-RUN-COMBINED-BEFORE TO MRG-AMT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-AMOUNT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO MERGE-AMOUNT-TOTAL-LINE.
           MOVE 'COMBINED TOTAL AFTER' TO MRG-AMT-LABEL.
           MOVE WS-RUN-COMBINED-AFTER TO MRG-AMT-VALUE.
           WRITE MERGE-PRINT-RECORD FROM MERGE-AMOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE MERGE-CARD-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE BALANCE-MASTER.
           CLOSE HISTORY-MASTER.
           CLOSE MERGE-XREF.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE MERGE-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           IF WS-PROOF-FAILURES > ZERO
               OR WS-RUN-COMBINED-AFTER NOT = WS-RUN-COMBINED-BEFORE
               DISPLAY 'FAPCOB82 ' WS-PROOF-FAILURES
                   ' MERGE(S) DID NOT PROVE - SEE MRGRPT - RC 16'
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > ZERO
                   DISPLAY 'FAPCOB82 ' WS-CARDS-REJECTED
                       ' MERGE CARD(S) REJECTED - SEE MRGRPT - RC 4'
                       UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

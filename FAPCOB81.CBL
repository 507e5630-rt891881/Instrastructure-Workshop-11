       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB81.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  MONTHLY DORMANT AND CLOSED-WITH-
      *          BALANCE ACCOUNT REVIEW.  MATCHES THE BALANCE MASTER
      *          (BALMAST) AGAINST THE ACCOUNT REFERENCE MASTER
      *          (ACCTMAST) IN KEY ORDER AND PRINTS THREE LISTS ON
      *          DORMRPT, EACH BY OWNING DEPARTMENT WITH DEPARTMENT
      *          AND LIST BALANCE TOTALS: OPEN ACCOUNTS WITH NO
      *          POSTING IN MORE THAN THE DORMANCY DAYS ON DORMCARD
      *          (BLANK MEANS 365), CLOSED OR FROZEN ACCOUNTS STILL
      *          HOLDING A NON-ZERO MTD OR YTD BUCKET, AND BALANCE
      *          MASTER KEYS WITH NO ACCOUNT MASTER RECORD.  WRITES
      *          THE PROPOSED FAPCOB92 CARDS TO ACCPROP IN ACCCARDS
      *          FORMAT FOR OPERATIONS TO REVIEW AND SUBMIT: A CLOSE
      *          FOR A DORMANT ACCOUNT WITH NOTHING ON ITS BUCKETS, A
      *          FREEZE FOR A DORMANT ACCOUNT STILL HOLDING MONEY.
      *          NO CARD IS PROPOSED FOR AN ACCOUNT THAT HAS NEVER
      *          POSTED (ACCTMAST CARRIES NO OPENING DATE, SO A NEW
      *          ACCOUNT CANNOT BE TOLD FROM AN ABANDONED ONE), FOR A
      *          CLOSED OR FROZEN ACCOUNT STILL HOLDING MONEY (LISTED
      *          FOR FOLLOW-UP ONLY), OR FOR A KEY MISSING FROM
      *          ACCTMAST.
      *          MAINT01   2026/10/15 VER 2.
      *          DORMCARD COLUMNS 13-20 CARRY THE REQUESTOR ID, WHICH
      *          IS PUNCHED AS THE OPERATOR ID ON EVERY PROPOSED CARD
      *          FOR THE FAPCOB92 AUDIT TRAIL.  BLANK MEANS FAPCOB81.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEW-CARD-FILE ASSIGN TO DORMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-CARD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPTIONAL BALANCE-MASTER ASSIGN TO BALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-MASTER-STATUS.
           SELECT REVIEW-SORTED-FILE ASSIGN TO REVSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-SORTED-STATUS.
           SELECT REVIEW-SORT-FILE ASSIGN TO SORTWK.
           SELECT PROPOSED-CARD-FILE ASSIGN TO ACCPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-CARD-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  REVIEW-CARD-FILE
           RECORDING MODE IS F.
       01  REVIEW-CARD-RECORD.
           02  RVC-DORMANT-DAYS         PIC X(4).
           02  RVC-DORMANT-DAYS-N REDEFINES
               RVC-DORMANT-DAYS         PIC 9(4).
           02  RVC-AS-OF-DATE           PIC X(8).
           02  RVC-AS-OF-DATE-N REDEFINES
               RVC-AS-OF-DATE           PIC 9(8).
           02  RVC-REQUESTOR            PIC X(8).
           02  FILLER                   PIC X(60).

       FD  ACCOUNT-MASTER.
       COPY FAPACC.

       FD  BALANCE-MASTER.
       COPY FAPBAL.

      *    LIST 1 = DORMANT OPEN, 2 = CLOSED/FROZEN WITH BALANCE,
      *    3 = BALANCE WITH NO ACCOUNT MASTER RECORD.
       SD  REVIEW-SORT-FILE.
       01  REVIEW-SORT-RECORD.
           02  SRV-LIST                 PIC 9(1).
           02  SRV-DEPT                 PIC X(8).
           02  SRV-KEY                  PIC X(8).
           02  SRV-NAME                 PIC X(30).
           02  SRV-STATUS               PIC X(1).
           02  SRV-LAST-ACTIVITY        PIC 9(8).
           02  SRV-DAYS                 PIC 9(5).
           02  SRV-MTD-AMOUNT           PIC S9(11)V99 SIGN IS TRAILING.
           02  SRV-YTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  SRV-CARD-ACTION          PIC X(1).
           02  FILLER                   PIC X(10).

       FD  REVIEW-SORTED-FILE
           RECORDING MODE IS F.
       01  REVIEW-ENTRY-RECORD.
           02  RVE-LIST                 PIC 9(1).
           02  RVE-DEPT                 PIC X(8).
           02  RVE-KEY                  PIC X(8).
           02  RVE-NAME                 PIC X(30).
           02  RVE-STATUS               PIC X(1).
               88  RVE-OPEN             VALUE 'O'.
               88  RVE-CLOSED           VALUE 'C'.
               88  RVE-FROZEN           VALUE 'F'.
           02  RVE-LAST-ACTIVITY        PIC 9(8).
           02  RVE-DAYS                 PIC 9(5).
               88  RVE-NEVER-POSTED     VALUE 99999.
           02  RVE-MTD-AMOUNT           PIC S9(11)V99 SIGN IS TRAILING.
           02  RVE-YTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  RVE-CARD-ACTION          PIC X(1).
               88  RVE-PROPOSE-CLOSE    VALUE 'D'.
               88  RVE-PROPOSE-FREEZE   VALUE 'F'.
           02  FILLER                   PIC X(10).

      *    SAME LAYOUT AS THE FAPCOB92 ACCCARDS INPUT, SO THE DECK
      *    CAN BE SUBMITTED AS IT STANDS ONCE IT HAS BEEN REVIEWED.
       FD  PROPOSED-CARD-FILE
           RECORDING MODE IS F.
       01  PROPOSED-CARD-RECORD.
           02  PCD-ACTION               PIC X(1).
           02  PCD-KEY                  PIC X(8).
           02  PCD-NAME                 PIC X(30).
           02  PCD-DEPT                 PIC X(8).
           02  PCD-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(25).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-PRINT-RECORD          PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  REVIEW-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'DORMANT / CLOSED ACCOUNT REVW'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB81'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  RVW-HDG-PAGE-NUMBER   PIC ZZ9.

       01  REVIEW-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  RVW-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  RVW-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(7)    VALUE 'AS OF: '.
           02  RVW-HDG-AS-OF         PIC 9(8).
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(15)   VALUE
               'DORMANT AFTER: '.
           02  RVW-HDG-DAYS          PIC ZZZ9.
           02  FILLER                PIC X(5)    VALUE ' DAYS'.

       01  REVIEW-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  REVIEW-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  RVW-HDG-LIST-TITLE    PIC X(60)   VALUE SPACES.

       01  REVIEW-HEADING-5.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'DEPT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'ACCOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(24)   VALUE 'NAME'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'STATUS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'LAST ACT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE ' DAYS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(14)   VALUE
               '           MTD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '             YTD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'CARD'.

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
           02  WS-ACCOUNT-EOF-SW     PIC X(3)    VALUE SPACES.
               88  ACCOUNT-AT-END    VALUE 'EOF'.
           02  WS-BALANCE-EOF-SW     PIC X(3)    VALUE SPACES.
               88  BALANCE-AT-END    VALUE 'EOF'.
           02  WS-SORTED-EOF-SW      PIC X(3)    VALUE SPACES.
               88  SORTED-AT-END     VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-DORMANT-DAYS       PIC 9(4)    VALUE 365.
           02  WS-AS-OF-DATE         PIC 9(8)    VALUE ZERO.
           02  WS-AS-OF-INT          PIC 9(8)    VALUE ZERO.
           02  WS-REQUESTOR          PIC X(8)    VALUE 'FAPCOB81'.
           02  WS-ACTIVITY-INT       PIC 9(8)    VALUE ZERO.
           02  WS-DAYS-IDLE          PIC S9(7)   VALUE ZERO.
      *    HIGH-VALUES IN A MATCH KEY MARKS THAT FILE EXHAUSTED, SO
      *    THE OTHER FILE'S REMAINING KEYS ALWAYS COMPARE LOW.
           02  WS-ACCOUNT-MATCH-KEY  PIC X(8)    VALUE SPACES.
           02  WS-BALANCE-MATCH-KEY  PIC X(8)    VALUE SPACES.
       COPY FAPPAGE.
       01  CONTROL-BREAK-FIELDS.
           02  WS-PREV-LIST          PIC 9(1)    VALUE ZERO.
           02  WS-PREV-DEPT          PIC X(8)    VALUE SPACES.
      *    ACCUMULATOR LEVELS: 1 = DEPARTMENT, 2 = LIST.
       01  REVIEW-TOTALS.
           02  WS-LEVEL-TOTAL OCCURS 2 TIMES.
               03  WS-LVL-ACCOUNTS       PIC 9(7).
               03  WS-LVL-MTD-AMOUNT     PIC S9(13)V99.
               03  WS-LVL-YTD-AMOUNT     PIC S9(13)V99.
           02  WS-LVL                PIC 9(1)    VALUE ZERO.
       01  LIST-TITLE-VALUES.
           02  FILLER                PIC X(60)   VALUE
               'OPEN ACCOUNTS WITH NO ACTIVITY IN THE DORMANCY PERIOD'.
           02  FILLER                PIC X(60)   VALUE
               'CLOSED OR FROZEN ACCOUNTS STILL HOLDING A BALANCE'.
           02  FILLER                PIC X(60)   VALUE
               'BALANCE MASTER KEYS NOT ON THE ACCOUNT MASTER'.
       01  LIST-TITLE-TABLE REDEFINES LIST-TITLE-VALUES.
           02  WS-LIST-TITLE         PIC X(60)   OCCURS 3 TIMES.
       01  REVIEW-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  RVL-DEPT              PIC X(8).
           02  FILLER                PIC X(2).
           02  RVL-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  RVL-NAME              PIC X(24).
           02  FILLER                PIC X(2).
           02  RVL-STATUS            PIC X(6).
           02  FILLER                PIC X(2).
           02  RVL-LAST-ACTIVITY     PIC X(8).
           02  FILLER                PIC X(2).
           02  RVL-DAYS              PIC X(5).
           02  RVL-DAYS-ED REDEFINES
               RVL-DAYS              PIC ZZZZ9.
           02  FILLER                PIC X(2).
           02  RVL-MTD-AMOUNT        PIC -(10)9.99.
           02  FILLER                PIC X(2).
           02  RVL-YTD-AMOUNT        PIC -(12)9.99.
           02  FILLER                PIC X(2).
           02  RVL-CARD              PIC X(6).
      *    SUBTOTAL LINES SHARE THE DETAIL LINE'S AMOUNT COLUMNS.
       01  REVIEW-SUBTOTAL-LINE.
           02  FILLER                PIC X(1).
           02  RVS-LABEL             PIC X(30).
           02  FILLER                PIC X(2).
           02  RVS-ACCOUNTS          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(1).
           02  RVS-ACCOUNTS-LIT      PIC X(8).
           02  FILLER                PIC X(21).
           02  RVS-MTD-AMOUNT        PIC -(10)9.99.
           02  FILLER                PIC X(2).
           02  RVS-YTD-AMOUNT        PIC -(12)9.99.
       01  REVIEW-TOTAL-LINE.
           02  RVW-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  RVW-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  REVIEW-COUNTERS.
           02  WS-ACCOUNTS-READ      PIC 9(7)    VALUE ZERO.
           02  WS-BALANCES-READ      PIC 9(7)    VALUE ZERO.
           02  WS-DORMANT-LISTED     PIC 9(7)    VALUE ZERO.
           02  WS-NEVER-POSTED       PIC 9(7)    VALUE ZERO.
           02  WS-HELD-LISTED        PIC 9(7)    VALUE ZERO.
           02  WS-ORPHANS-LISTED     PIC 9(7)    VALUE ZERO.
           02  WS-CLOSE-CARDS        PIC 9(7)    VALUE ZERO.
           02  WS-FREEZE-CARDS       PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-REVIEW-CARD-STATUS       PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-BALANCE-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-REVIEW-SORTED-STATUS     PIC X(2)  VALUE '00'.
           02  WS-PROPOSED-CARD-STATUS     PIC X(2)  VALUE '00'.
           02  WS-REVIEW-REPORT-STATUS     PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REVIEW-ENTRY
               UNTIL SORTED-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-REVIEW-CARD.
           PERFORM 1005-SORT-REVIEW-ENTRIES.
           OPEN INPUT REVIEW-SORTED-FILE.
           IF WS-REVIEW-SORTED-STATUS NOT = '00'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN REVSRT - STATUS '
                   WS-REVIEW-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSED-CARD-FILE.
           IF WS-PROPOSED-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN ACCPROP - STATUS '
                   WS-PROPOSED-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-REVIEW-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN DORMRPT - STATUS '
                   WS-REVIEW-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE WS-AS-OF-DATE   TO RVW-HDG-AS-OF.
           MOVE WS-DORMANT-DAYS TO RVW-HDG-DAYS.
           MOVE ZERO TO REVIEW-TOTALS.
           MOVE SPACES TO WS-SORTED-EOF-SW.
      ******************************************************************
       1005-SORT-REVIEW-ENTRIES.
           SORT REVIEW-SORT-FILE
               ON ASCENDING KEY SRV-LIST
                                SRV-DEPT
                                SRV-KEY
               INPUT PROCEDURE IS 1060-MATCH-MASTERS
               GIVING REVIEW-SORTED-FILE.
      ******************************************************************
       1010-READ-REVIEW-CARD.
      *    THE CARD IS OPTIONAL; A MISSING CARD OR BLANK COLUMNS
      *    MEAN 365 DAYS AS OF TODAY, REQUESTED BY FAPCOB81.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
           OPEN INPUT REVIEW-CARD-FILE.
           IF WS-REVIEW-CARD-STATUS NOT = '00'
               AND WS-REVIEW-CARD-STATUS NOT = '05'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN DORMCARD - STATUS '
                   WS-REVIEW-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REVIEW-CARD-FILE
               AT END
                   MOVE SPACES TO REVIEW-CARD-RECORD
           END-READ.
           IF RVC-DORMANT-DAYS NOT = SPACES
               IF RVC-DORMANT-DAYS NOT NUMERIC
                   OR RVC-DORMANT-DAYS-N = ZERO
                   DISPLAY 'FAPCOB81 INVALID DORMANCY DAYS - '
                       RVC-DORMANT-DAYS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RVC-DORMANT-DAYS-N TO WS-DORMANT-DAYS
           END-IF.
           IF RVC-AS-OF-DATE NOT = SPACES
               IF RVC-AS-OF-DATE NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE (RVC-AS-OF-DATE-N)
                       = ZERO
                   DISPLAY 'FAPCOB81 INVALID AS-OF DATE - '
                       RVC-AS-OF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RVC-AS-OF-DATE-N TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           IF RVC-REQUESTOR NOT = SPACES
               MOVE RVC-REQUESTOR TO WS-REQUESTOR
           END-IF.
           CLOSE REVIEW-CARD-FILE.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO RVW-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO RVW-HDG-RUN-TIME.
      ******************************************************************
       1060-MATCH-MASTERS.
      *    BOTH MASTERS ARE KEYED ON THE SAME ACCOUNT KEY, SO ONE
      *    SEQUENTIAL PASS OF EACH MATCHES THEM.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN ACCTMAST - STATUS '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BALANCE-MASTER.
           IF WS-BALANCE-MASTER-STATUS NOT = '00'
               AND WS-BALANCE-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB81 UNABLE TO OPEN BALMAST - STATUS '
                   WS-BALANCE-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1065-READ-ACCOUNT.
           PERFORM 1070-READ-BALANCE.
           PERFORM 1075-MATCH-ONE-KEY
               UNTIL ACCOUNT-AT-END AND BALANCE-AT-END.
           CLOSE ACCOUNT-MASTER.
           CLOSE BALANCE-MASTER.
      ******************************************************************
       1065-READ-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET ACCOUNT-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-ACCOUNT-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE ACC-KEY TO WS-ACCOUNT-MATCH-KEY
           END-READ.
      ******************************************************************
       1070-READ-BALANCE.
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   SET BALANCE-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-BALANCE-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-BALANCES-READ
                   MOVE BAL-KEY TO WS-BALANCE-MATCH-KEY
           END-READ.
      ******************************************************************
       1075-MATCH-ONE-KEY.
           IF WS-ACCOUNT-MATCH-KEY < WS-BALANCE-MATCH-KEY
               PERFORM 1080-CLASSIFY-ACCOUNT-ONLY
               PERFORM 1065-READ-ACCOUNT
           ELSE
               IF WS-BALANCE-MATCH-KEY < WS-ACCOUNT-MATCH-KEY
                   PERFORM 1090-CLASSIFY-BALANCE-ONLY
                   PERFORM 1070-READ-BALANCE
               ELSE
                   PERFORM 1085-CLASSIFY-MATCHED
                   PERFORM 1065-READ-ACCOUNT
                   PERFORM 1070-READ-BALANCE
               END-IF
           END-IF.
      ******************************************************************
       1080-CLASSIFY-ACCOUNT-ONLY.
      *    AN OPEN ACCOUNT THAT HAS NEVER POSTED IS LISTED FOR
      *    REVIEW BUT GETS NO CARD - IT MAY HAVE BEEN ADDED
      *    YESTERDAY.
           IF ACCOUNT-OPEN
               PERFORM 1095-BUILD-FROM-ACCOUNT
               MOVE 1     TO SRV-LIST
               MOVE ZERO  TO SRV-LAST-ACTIVITY
               MOVE 99999 TO SRV-DAYS
               MOVE ZERO  TO SRV-MTD-AMOUNT
               MOVE ZERO  TO SRV-YTD-AMOUNT
               RELEASE REVIEW-SORT-RECORD
           END-IF.
      ******************************************************************
       1085-CLASSIFY-MATCHED.
           PERFORM 1095-BUILD-FROM-ACCOUNT.
           MOVE BAL-LAST-ACTIVITY TO SRV-LAST-ACTIVITY.
           COMPUTE SRV-MTD-AMOUNT = BAL-MTD-AMOUNT4 + BAL-MTD-AMOUNT5.
           COMPUTE SRV-YTD-AMOUNT = BAL-YTD-AMOUNT4 + BAL-YTD-AMOUNT5.
           PERFORM 1097-SET-DAYS-IDLE.
           IF ACCOUNT-OPEN
               IF WS-DAYS-IDLE > WS-DORMANT-DAYS
                   MOVE 1 TO SRV-LIST
                   IF SRV-DAYS = 99999
                       MOVE SPACE TO SRV-CARD-ACTION
                   ELSE
                       IF BAL-MTD-AMOUNT4 = ZERO
                           AND BAL-MTD-AMOUNT5 = ZERO
                           AND BAL-YTD-AMOUNT4 = ZERO
                           AND BAL-YTD-AMOUNT5 = ZERO
                           MOVE 'D' TO SRV-CARD-ACTION
                       ELSE
                           MOVE 'F' TO SRV-CARD-ACTION
                       END-IF
                   END-IF
                   RELEASE REVIEW-SORT-RECORD
               END-IF
           ELSE
               IF BAL-MTD-AMOUNT4 NOT = ZERO
                   OR BAL-MTD-AMOUNT5 NOT = ZERO
                   OR BAL-YTD-AMOUNT4 NOT = ZERO
                   OR BAL-YTD-AMOUNT5 NOT = ZERO
                   MOVE 2 TO SRV-LIST
                   RELEASE REVIEW-SORT-RECORD
               END-IF
           END-IF.
      ******************************************************************
       1090-CLASSIFY-BALANCE-ONLY.
           MOVE SPACES            TO REVIEW-SORT-RECORD.
           MOVE 3                 TO SRV-LIST.
           MOVE 'UNKNOWN'         TO SRV-DEPT.
           MOVE BAL-KEY           TO SRV-KEY.
           MOVE '*NOT ON ACCTMAST*' TO SRV-NAME.
           MOVE BAL-LAST-ACTIVITY TO SRV-LAST-ACTIVITY.
           COMPUTE SRV-MTD-AMOUNT = BAL-MTD-AMOUNT4 + BAL-MTD-AMOUNT5.
           COMPUTE SRV-YTD-AMOUNT = BAL-YTD-AMOUNT4 + BAL-YTD-AMOUNT5.
           PERFORM 1097-SET-DAYS-IDLE.
           RELEASE REVIEW-SORT-RECORD.
      ******************************************************************
       1095-BUILD-FROM-ACCOUNT.
      *    THE SAME FALLBACK FAPCOB99 USES FOR BURSTING: A BLANK
      *    OWNING DEPARTMENT IS GENERAL.
           MOVE SPACES     TO REVIEW-SORT-RECORD.
           MOVE ACC-KEY    TO SRV-KEY.
           MOVE ACC-NAME   TO SRV-NAME.
           MOVE ACC-DEPT   TO SRV-DEPT.
           IF SRV-DEPT = SPACES
               MOVE 'GENERAL' TO SRV-DEPT
           END-IF.
           MOVE ACC-STATUS TO SRV-STATUS.
      ******************************************************************
       1097-SET-DAYS-IDLE.
      *    A ZERO OR UNREADABLE LAST-ACTIVITY DATE MEANS THE
      *    ACCOUNT HAS NEVER POSTED AND CARRIES THE 99999 MARKER.
           MOVE ZERO TO WS-ACTIVITY-INT.
           IF SRV-LAST-ACTIVITY NUMERIC
               AND SRV-LAST-ACTIVITY > ZERO
               COMPUTE WS-ACTIVITY-INT =
                   FUNCTION INTEGER-OF-DATE (SRV-LAST-ACTIVITY)
           END-IF.
           IF WS-ACTIVITY-INT = ZERO
               MOVE 99999 TO WS-DAYS-IDLE
           ELSE
               COMPUTE WS-DAYS-IDLE = WS-AS-OF-INT - WS-ACTIVITY-INT
               IF WS-DAYS-IDLE < ZERO
                   MOVE ZERO TO WS-DAYS-IDLE
               END-IF
               IF WS-DAYS-IDLE > 99998
                   MOVE 99998 TO WS-DAYS-IDLE
               END-IF
           END-IF.
           MOVE WS-DAYS-IDLE TO SRV-DAYS.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RVW-HDG-PAGE-NUMBER.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-HEADING-4
               AFTER ADVANCING 1 LINE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-HEADING-5
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 2.
      ******************************************************************
       2000-PROCESS-REVIEW-ENTRY.
           READ REVIEW-SORTED-FILE
               AT END
                   SET SORTED-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-CONTROL-BREAKS
                   PERFORM 2200-WRITE-DETAIL-LINE
                   IF RVE-CARD-ACTION NOT = SPACE
                       PERFORM 2500-WRITE-PROPOSED-CARD
                   END-IF
                   ADD 1              TO WS-LVL-ACCOUNTS (1)
                   ADD RVE-MTD-AMOUNT TO WS-LVL-MTD-AMOUNT (1)
                   ADD RVE-YTD-AMOUNT TO WS-LVL-YTD-AMOUNT (1)
           END-READ.
      ******************************************************************
       2100-CHECK-CONTROL-BREAKS.
      *    EACH LIST STARTS ON A NEW PAGE UNDER ITS OWN TITLE.
           IF RVE-LIST NOT = WS-PREV-LIST
               PERFORM 2300-DEPARTMENT-BREAK
               PERFORM 2400-LIST-BREAK
               MOVE WS-LIST-TITLE (RVE-LIST) TO RVW-HDG-LIST-TITLE
               PERFORM 1100-WRITE-REPORT-HEADING
           ELSE
               IF RVE-DEPT NOT = WS-PREV-DEPT
                   PERFORM 2300-DEPARTMENT-BREAK
               END-IF
           END-IF.
           MOVE RVE-LIST TO WS-PREV-LIST.
           MOVE RVE-DEPT TO WS-PREV-DEPT.
      ******************************************************************
       2200-WRITE-DETAIL-LINE.
           MOVE SPACES         TO REVIEW-DETAIL-LINE.
           MOVE RVE-DEPT       TO RVL-DEPT.
           MOVE RVE-KEY        TO RVL-KEY.
           MOVE RVE-NAME       TO RVL-NAME.
           EVALUATE TRUE
               WHEN RVE-OPEN
                   MOVE 'OPEN'   TO RVL-STATUS
               WHEN RVE-CLOSED
                   MOVE 'CLOSED' TO RVL-STATUS
               WHEN RVE-FROZEN
                   MOVE 'FROZEN' TO RVL-STATUS
               WHEN OTHER
                   MOVE 'NONE'   TO RVL-STATUS
           END-EVALUATE.
           IF RVE-NEVER-POSTED
               MOVE 'NEVER'           TO RVL-LAST-ACTIVITY
               MOVE SPACES            TO RVL-DAYS
               ADD 1 TO WS-NEVER-POSTED
           ELSE
               MOVE RVE-LAST-ACTIVITY TO RVL-LAST-ACTIVITY
               MOVE RVE-DAYS          TO RVL-DAYS-ED
           END-IF.
           MOVE RVE-MTD-AMOUNT TO RVL-MTD-AMOUNT.
           MOVE RVE-YTD-AMOUNT TO RVL-YTD-AMOUNT.
           IF RVE-PROPOSE-CLOSE
               MOVE 'CLOSE'  TO RVL-CARD
           ELSE
               IF RVE-PROPOSE-FREEZE
                   MOVE 'FREEZE' TO RVL-CARD
               END-IF
           END-IF.
           EVALUATE RVE-LIST
               WHEN 1
                   ADD 1 TO WS-DORMANT-LISTED
               WHEN 2
                   ADD 1 TO WS-HELD-LISTED
               WHEN OTHER
                   ADD 1 TO WS-ORPHANS-LISTED
           END-EVALUATE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       2300-DEPARTMENT-BREAK.
           IF WS-LVL-ACCOUNTS (1) > ZERO
               MOVE SPACES               TO REVIEW-SUBTOTAL-LINE
               STRING 'DEPARTMENT ' WS-PREV-DEPT ' TOTAL'
                   DELIMITED BY SIZE INTO RVS-LABEL
               MOVE WS-LVL-ACCOUNTS (1)   TO RVS-ACCOUNTS
               MOVE 'ACCOUNTS'            TO RVS-ACCOUNTS-LIT
               MOVE WS-LVL-MTD-AMOUNT (1) TO RVS-MTD-AMOUNT
               MOVE WS-LVL-YTD-AMOUNT (1) TO RVS-YTD-AMOUNT
               WRITE REVIEW-PRINT-RECORD FROM REVIEW-SUBTOTAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO LINES-WRITTEN
               PERFORM 2600-CHECK-PAGE-BREAK
               MOVE 1 TO WS-LVL
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2400-LIST-BREAK.
           IF WS-LVL-ACCOUNTS (2) > ZERO
               MOVE SPACES               TO REVIEW-SUBTOTAL-LINE
               MOVE 'LIST TOTAL'         TO RVS-LABEL
               MOVE WS-LVL-ACCOUNTS (2)   TO RVS-ACCOUNTS
               MOVE 'ACCOUNTS'            TO RVS-ACCOUNTS-LIT
               MOVE WS-LVL-MTD-AMOUNT (2) TO RVS-MTD-AMOUNT
               MOVE WS-LVL-YTD-AMOUNT (2) TO RVS-YTD-AMOUNT
               WRITE REVIEW-PRINT-RECORD FROM REVIEW-SUBTOTAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO LINES-WRITTEN
               MOVE ZERO TO WS-LVL-ACCOUNTS (2)
               MOVE ZERO TO WS-LVL-MTD-AMOUNT (2)
               MOVE ZERO TO WS-LVL-YTD-AMOUNT (2)
           END-IF.
      ******************************************************************
       2500-WRITE-PROPOSED-CARD.
           MOVE SPACES          TO PROPOSED-CARD-RECORD.
           MOVE RVE-CARD-ACTION TO PCD-ACTION.
           MOVE RVE-KEY         TO PCD-KEY.
           MOVE RVE-NAME        TO PCD-NAME.
           MOVE RVE-DEPT        TO PCD-DEPT.
           MOVE WS-REQUESTOR    TO PCD-OPERATOR.
           WRITE PROPOSED-CARD-RECORD.
           IF RVE-PROPOSE-CLOSE
               ADD 1 TO WS-CLOSE-CARDS
           ELSE
               ADD 1 TO WS-FREEZE-CARDS
           END-IF.
      ******************************************************************
       2600-CHECK-PAGE-BREAK.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2700-ROLL-LEVEL-TOTALS.
      *    ADDS LEVEL WS-LVL INTO THE NEXT LEVEL UP AND CLEARS IT.
           ADD WS-LVL-ACCOUNTS (WS-LVL)
               TO WS-LVL-ACCOUNTS (WS-LVL + 1).
           ADD WS-LVL-MTD-AMOUNT (WS-LVL)
               TO WS-LVL-MTD-AMOUNT (WS-LVL + 1).
           ADD WS-LVL-YTD-AMOUNT (WS-LVL)
               TO WS-LVL-YTD-AMOUNT (WS-LVL + 1).
           MOVE ZERO TO WS-LVL-ACCOUNTS (WS-LVL).
           MOVE ZERO TO WS-LVL-MTD-AMOUNT (WS-LVL).
           MOVE ZERO TO WS-LVL-YTD-AMOUNT (WS-LVL).
      ******************************************************************
       9000-TERMINATE-PROCESS.
           PERFORM 2300-DEPARTMENT-BREAK.
           PERFORM 2400-LIST-BREAK.
           IF PAGE-COUNT = ZERO
               MOVE 'NO ACCOUNTS FOR REVIEW' TO RVW-HDG-LIST-TITLE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'ACCOUNT MASTER RECORDS READ' TO RVW-TOT-LABEL.
           MOVE WS-ACCOUNTS-READ      TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'BALANCE MASTER RECORDS READ' TO RVW-TOT-LABEL.
           MOVE WS-BALANCES-READ      TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'DORMANT OPEN ACCOUNTS'  TO RVW-TOT-LABEL.
           MOVE WS-DORMANT-LISTED     TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE '  OF WHICH NEVER POSTED' TO RVW-TOT-LABEL.
           MOVE WS-NEVER-POSTED       TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'CLOSED/FROZEN WITH BALANCE' TO RVW-TOT-LABEL.
           MOVE WS-HELD-LISTED        TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'BALANCES NOT ON ACCTMAST' TO RVW-TOT-LABEL.
           MOVE WS-ORPHANS-LISTED     TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'CLOSE CARDS PROPOSED' TO RVW-TOT-LABEL.
           MOVE WS-CLOSE-CARDS        TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVIEW-TOTAL-LINE.
           MOVE 'FREEZE CARDS PROPOSED' TO RVW-TOT-LABEL.
           MOVE WS-FREEZE-CARDS       TO RVW-TOT-VALUE.
           WRITE REVIEW-PRINT-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE REVIEW-SORTED-FILE.
           CLOSE PROPOSED-CARD-FILE.
           CLOSE REVIEW-REPORT-FILE.
      *    A BALANCE WITH NO ACCOUNT BEHIND IT CANNOT HAVE COME
      *    THROUGH THE FAPCOB99 ACCOUNT EDIT, SO IT IS FLAGGED TO
      *    THE OPERATOR RATHER THAN LEFT FOR THE MONTH-END READER.
           IF WS-ORPHANS-LISTED > ZERO
               DISPLAY 'FAPCOB81 ' WS-ORPHANS-LISTED
                   ' BALMAST KEY(S) NOT ON ACCTMAST - SEE DORMRPT'
                   ' - RC 4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB83.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  PERIOD COMPARISON AND TREND REPORT.
      *          PBHCARD CARRIES THE CLOSED FISCAL PERIOD (CCYYMM)
      *          TO REPORT AND THE SWING THRESHOLD PERCENT (BLANK
      *          MEANS 25).  THE PERIOD BALANCE HISTORY (PERHIST,
      *          WRITTEN BY THE FAPCOB99 MONTH AND YEAR CLOSE) IS
      *          READ FOR THE REPORT PERIOD AND THE TWELVE BEFORE
      *          IT.  FOR EVERY ACCOUNT, EVERY ACCTMAST DEPARTMENT,
      *          AND THE WHOLE BOOK PBHRPT PRINTS THE PERIOD'S MTD
      *          AND YTD AGAINST THE SAME PERIOD LAST YEAR WITH THE
      *          VARIANCE AND PERCENT, THEN THE 13-MONTH MTD TREND.
      *          A COMPARISON BEYOND THE THRESHOLD IS FLAGGED
      *          *SWING*, AND A TREND MONTH THAT MOVED BEYOND IT
      *          FROM THE MONTH BEFORE IS MARKED WITH AN ASTERISK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBH-CARD-FILE ASSIGN TO PBHCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBH-CARD-STATUS.
           SELECT OPTIONAL PERIOD-HISTORY ASSIGN TO PERHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBH-KEY
               FILE STATUS IS WS-PERIOD-HISTORY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT PBH-SORTED-FILE ASSIGN TO PBHSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBH-SORTED-STATUS.
           SELECT PBH-SORT-FILE ASSIGN TO SORTWK.
           SELECT PBH-REPORT-FILE ASSIGN TO PBHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBH-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  PBH-CARD-FILE
           RECORDING MODE IS F.
       01  PBH-CARD-RECORD.
           02  PCD-PERIOD               PIC X(6).
           02  PCD-PERIOD-N REDEFINES
               PCD-PERIOD               PIC 9(6).
           02  PCD-THRESHOLD            PIC X(3).
           02  PCD-THRESHOLD-N REDEFINES
               PCD-THRESHOLD            PIC 9(3).
           02  FILLER                   PIC X(71).

       FD  PERIOD-HISTORY.
       COPY FAPPBH.

       FD  ACCOUNT-MASTER.
       COPY FAPACC.

      *    SPB-SLOT PLACES THE ROW IN THE 13-MONTH WINDOW: 1 IS THE
      *    SAME PERIOD LAST YEAR, 13 THE REPORT PERIOD.
       SD  PBH-SORT-FILE.
       01  PBH-SORT-RECORD.
           02  SPB-DEPT                 PIC X(8).
           02  SPB-ACCOUNT              PIC X(8).
           02  SPB-SLOT                 PIC 9(2).
           02  SPB-NAME                 PIC X(30).
           02  SPB-MTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  SPB-YTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(2).

       FD  PBH-SORTED-FILE
           RECORDING MODE IS F.
       01  PBH-ENTRY-RECORD.
           02  PBE-DEPT                 PIC X(8).
           02  PBE-ACCOUNT              PIC X(8).
           02  PBE-SLOT                 PIC 9(2).
           02  PBE-NAME                 PIC X(30).
           02  PBE-MTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  PBE-YTD-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(2).

       FD  PBH-REPORT-FILE
           RECORDING MODE IS F.
       01  PBH-PRINT-RECORD             PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PBH-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'PERIOD COMPARISON AND TREND'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB83'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  PBH-HDG-PAGE-NUMBER   PIC ZZ9.

       01  PBH-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  PBH-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  PBH-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'PERIOD: '.
           02  PBH-HDG-PERIOD        PIC 9(6).
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'THRESHOLD: '.
           02  PBH-HDG-THRESHOLD     PIC ZZ9.
           02  FILLER                PIC X(1)    VALUE '%'.

       01  PBH-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  PBH-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'BASIS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '     THIS PERIOD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '  SAME PERIOD LY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '        VARIANCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE '   VAR %'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(12)   VALUE 'FLAG'.

      *    THE TREND MONTH LABELS ARE THE SAME FOR EVERY BLOCK, SO
      *    THEY PRINT ONCE PER PAGE UNDER THE COLUMN TITLES.
       01  PBH-TREND-HEADINGS.
           02  PBH-TREND-HEADING OCCURS 2 TIMES.
               03  FILLER            PIC X(1).
               03  TRH-LABEL         PIC X(7).
               03  TRH-CELL OCCURS 7 TIMES.
                   04  FILLER        PIC X(9).
                   04  TRH-PERIOD    PIC X(6).

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
           02  WS-HISTORY-EOF-SW     PIC X(3)    VALUE SPACES.
               88  HISTORY-AT-END    VALUE 'EOF'.
           02  WS-SORTED-EOF-SW      PIC X(3)    VALUE SPACES.
               88  SORTED-AT-END     VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-REPORT-PERIOD      PIC 9(6)    VALUE ZERO.
           02  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
               03  WS-REPORT-CCYY    PIC 9(4).
               03  WS-REPORT-MM      PIC 9(2).
           02  WS-THRESHOLD-PCT      PIC 9(3)    VALUE 25.
      *    A PERIOD INDEX IS CCYY * 12 + (MM - 1), SO CONSECUTIVE
      *    MONTHS ACROSS A YEAR END DIFFER BY ONE.
           02  WS-REPORT-INDEX       PIC 9(6)    VALUE ZERO.
           02  WS-ROW-INDEX          PIC 9(6)    VALUE ZERO.
           02  WS-FIRST-INDEX        PIC 9(6)    VALUE ZERO.
           02  WS-SLOT-INDEX         PIC 9(6)    VALUE ZERO.
           02  WS-SLOT-CCYY          PIC 9(4)    VALUE ZERO.
           02  WS-SLOT-MM0           PIC 9(2)    VALUE ZERO.
           02  WS-SLOT-PERIOD        PIC 9(6)    VALUE ZERO.
           02  WS-SLOT-PERIOD-X REDEFINES WS-SLOT-PERIOD.
               03  WS-SLOT-PER-CCYY  PIC 9(4).
               03  WS-SLOT-PER-MM    PIC 9(2).
           02  WS-SLOT               PIC 9(2)    VALUE ZERO.
           02  WS-TRD-LINE           PIC 9(1)    VALUE ZERO.
           02  WS-TRD-CELL           PIC 9(1)    VALUE ZERO.
       COPY FAPPAGE.
       01  ACCOUNT-LOOKUP-FIELDS.
           02  WS-LOOKUP-ACCOUNT     PIC X(8)    VALUE LOW-VALUES.
           02  WS-LOOKUP-DEPT        PIC X(8)    VALUE SPACES.
           02  WS-LOOKUP-NAME        PIC X(30)   VALUE SPACES.
       01  CONTROL-BREAK-FIELDS.
           02  WS-PREV-DEPT          PIC X(8)    VALUE SPACES.
           02  WS-PREV-ACCOUNT       PIC X(8)    VALUE SPACES.
           02  WS-PREV-NAME          PIC X(30)   VALUE SPACES.
      *    ACCUMULATOR LEVELS: 1 = ACCOUNT, 2 = DEPARTMENT,
      *    3 = GRAND TOTAL.  WS-LVL-HAVE IS 'Y' FOR A WINDOW MONTH
      *    WITH A HISTORY RECORD BEHIND IT.
       01  PBH-TOTALS.
           02  WS-LEVEL-TOTAL OCCURS 3 TIMES.
               03  WS-LVL-ROWS           PIC 9(7).
               03  WS-LVL-ACCOUNTS       PIC 9(7).
               03  WS-LVL-FLAGGED        PIC 9(7).
               03  WS-LVL-MONTH OCCURS 13 TIMES.
                   04  WS-LVL-MTD        PIC S9(13)V99.
                   04  WS-LVL-YTD        PIC S9(13)V99.
                   04  WS-LVL-HAVE       PIC X(1).
           02  WS-LVL                PIC 9(1)    VALUE ZERO.
       01  COMPARE-WORK-FIELDS.
           02  WS-CMP-THIS           PIC S9(13)V99 VALUE ZERO.
           02  WS-CMP-LAST           PIC S9(13)V99 VALUE ZERO.
           02  WS-CMP-LAST-HAVE      PIC X(1)    VALUE SPACE.
           02  WS-CMP-VARIANCE       PIC S9(13)V99 VALUE ZERO.
           02  WS-CMP-PCT            PIC S9(5)V9   VALUE ZERO.
           02  WS-BLOCK-FLAGGED-SW   PIC X(1)    VALUE 'N'.
               88  BLOCK-FLAGGED     VALUE 'Y'.
       01  PBH-NAME-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  PNL-TYPE              PIC X(12).
           02  PNL-KEY               PIC X(8).
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PNL-NAME              PIC X(30).
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PNL-DEPT-LABEL        PIC X(6).
           02  PNL-DEPT              PIC X(8).
       01  PBH-COMPARE-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE SPACES.
           02  PCL-BASIS             PIC X(5).
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PCL-THIS              PIC -,---,---,--9.99.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PCL-LAST              PIC -,---,---,--9.99.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PCL-VARIANCE          PIC -,---,---,--9.99.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  PCL-PCT               PIC ----9.9.
           02  PCL-PCT-X REDEFINES PCL-PCT
                                     PIC X(7).
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  PCL-FLAG              PIC X(12).
      *    TREND AMOUNTS PRINT IN WHOLE BASE-CURRENCY UNITS; A MONTH
      *    WITH NO HISTORY RECORD PRINTS BLANK.
       01  PBH-TREND-LINES.
           02  PBH-TREND-LINE OCCURS 2 TIMES.
               03  FILLER            PIC X(1).
               03  TRD-LABEL         PIC X(7).
               03  TRD-CELL OCCURS 7 TIMES.
                   04  TRD-FLAG      PIC X(1).
                   04  TRD-AMOUNT    PIC --,---,---,--9.
                   04  TRD-AMOUNT-X REDEFINES TRD-AMOUNT
                                     PIC X(14).
       01  PBH-TOTAL-LINE.
           02  PBH-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  PBH-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  PBH-COUNTERS.
           02  WS-HISTORY-READ       PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-USED       PIC 9(7)    VALUE ZERO.
           02  WS-DEPTS-PRINTED      PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-PBH-CARD-STATUS          PIC X(2)  VALUE '00'.
           02  WS-PERIOD-HISTORY-STATUS    PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-PBH-SORTED-STATUS        PIC X(2)  VALUE '00'.
           02  WS-PBH-REPORT-STATUS        PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-PBH-ENTRY
               UNTIL SORTED-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-PBH-CARD.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB83 UNABLE TO OPEN ACCTMAST - STATUS '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1005-SORT-PERIOD-HISTORY.
           OPEN INPUT PBH-SORTED-FILE.
           IF WS-PBH-SORTED-STATUS NOT = '00'
               DISPLAY 'FAPCOB83 UNABLE TO OPEN PBHSRT - STATUS '
                   WS-PBH-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PBH-REPORT-FILE.
           IF WS-PBH-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB83 UNABLE TO OPEN PBHRPT - STATUS '
                   WS-PBH-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE WS-REPORT-PERIOD TO PBH-HDG-PERIOD.
           MOVE WS-THRESHOLD-PCT TO PBH-HDG-THRESHOLD.
           PERFORM 2720-CLEAR-LEVEL-TOTAL
               VARYING WS-LVL FROM 1 BY 1
               UNTIL WS-LVL > 3.
           MOVE SPACES TO PBH-TREND-HEADINGS.
           MOVE 'TREND'  TO TRH-LABEL (1).
           PERFORM 1080-SET-TREND-HEADING
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SORTED-EOF-SW.
      ******************************************************************
       1005-SORT-PERIOD-HISTORY.
           SORT PBH-SORT-FILE
               ON ASCENDING KEY SPB-DEPT
                                SPB-ACCOUNT
                                SPB-SLOT
               INPUT PROCEDURE IS 1060-RELEASE-PERIOD-HISTORY
               GIVING PBH-SORTED-FILE.
      ******************************************************************
       1010-READ-PBH-CARD.
           OPEN INPUT PBH-CARD-FILE.
           IF WS-PBH-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB83 UNABLE TO OPEN PBHCARD - STATUS '
                   WS-PBH-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PBH-CARD-FILE
               AT END
                   DISPLAY 'FAPCOB83 NO REPORT PERIOD CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PCD-PERIOD NOT NUMERIC
               DISPLAY 'FAPCOB83 INVALID REPORT PERIOD - ' PCD-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PCD-PERIOD-N TO WS-REPORT-PERIOD.
           IF WS-REPORT-CCYY = ZERO
               OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'FAPCOB83 INVALID REPORT PERIOD - ' PCD-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PCD-THRESHOLD NOT = SPACES
               IF PCD-THRESHOLD NOT NUMERIC
                   DISPLAY 'FAPCOB83 INVALID THRESHOLD - '
                       PCD-THRESHOLD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PCD-THRESHOLD-N TO WS-THRESHOLD-PCT
           END-IF.
           CLOSE PBH-CARD-FILE.
           COMPUTE WS-REPORT-INDEX =
               WS-REPORT-CCYY * 12 + WS-REPORT-MM - 1.
           COMPUTE WS-FIRST-INDEX = WS-REPORT-INDEX - 12.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO PBH-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO PBH-HDG-RUN-TIME.
      ******************************************************************
       1060-RELEASE-PERIOD-HISTORY.
      *    ONLY THE 13 PERIODS IN THE WINDOW ARE RELEASED.  EACH
      *    ACCOUNT IS PLACED IN ITS ACCTMAST DEPARTMENT; A BLANK
      *    DEPARTMENT OR AN ACCOUNT NO LONGER ON ACCTMAST FALLS
      *    INTO GENERAL.
           OPEN INPUT PERIOD-HISTORY.
           IF WS-PERIOD-HISTORY-STATUS NOT = '00'
               AND WS-PERIOD-HISTORY-STATUS NOT = '05'
               DISPLAY 'FAPCOB83 UNABLE TO OPEN PERHIST - STATUS '
                   WS-PERIOD-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-HISTORY-EOF-SW.
           MOVE LOW-VALUES TO PBH-KEY.
           START PERIOD-HISTORY KEY NOT LESS THAN PBH-KEY
               INVALID KEY
                   SET HISTORY-AT-END TO TRUE
           END-START.
           PERFORM 1065-READ-HISTORY-RECORD
               UNTIL HISTORY-AT-END.
           CLOSE PERIOD-HISTORY.
      ******************************************************************
       1065-READ-HISTORY-RECORD.
           READ PERIOD-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   COMPUTE WS-ROW-INDEX =
                       PBH-PERIOD-CCYY * 12 + PBH-PERIOD-MM - 1
                   IF WS-ROW-INDEX NOT < WS-FIRST-INDEX
                       AND WS-ROW-INDEX NOT > WS-REPORT-INDEX
                       ADD 1 TO WS-HISTORY-USED
                       PERFORM 1070-RELEASE-HISTORY-ROW
                   END-IF
           END-READ.
      ******************************************************************
       1070-RELEASE-HISTORY-ROW.
           IF PBH-ACCOUNT NOT = WS-LOOKUP-ACCOUNT
               MOVE PBH-ACCOUNT TO WS-LOOKUP-ACCOUNT
               MOVE PBH-ACCOUNT TO ACC-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE SPACES   TO WS-LOOKUP-DEPT
                       MOVE '*** NOT ON ACCOUNT MASTER ***'
                           TO WS-LOOKUP-NAME
                   NOT INVALID KEY
                       MOVE ACC-DEPT TO WS-LOOKUP-DEPT
                       MOVE ACC-NAME TO WS-LOOKUP-NAME
               END-READ
               IF WS-LOOKUP-DEPT = SPACES
                   MOVE 'GENERAL' TO WS-LOOKUP-DEPT
               END-IF
           END-IF.
           MOVE SPACES           TO PBH-SORT-RECORD.
           MOVE WS-LOOKUP-DEPT   TO SPB-DEPT.
           MOVE PBH-ACCOUNT      TO SPB-ACCOUNT.
           COMPUTE SPB-SLOT = WS-ROW-INDEX - WS-FIRST-INDEX + 1.
           MOVE WS-LOOKUP-NAME   TO SPB-NAME.
           COMPUTE SPB-MTD-AMOUNT =
               PBH-MTD-AMOUNT4 + PBH-MTD-AMOUNT5.
           COMPUTE SPB-YTD-AMOUNT =
               PBH-YTD-AMOUNT4 + PBH-YTD-AMOUNT5.
           RELEASE PBH-SORT-RECORD.
      ******************************************************************
       1080-SET-TREND-HEADING.
           COMPUTE WS-SLOT-INDEX = WS-FIRST-INDEX + WS-SLOT - 1.
           DIVIDE WS-SLOT-INDEX BY 12
               GIVING WS-SLOT-CCYY REMAINDER WS-SLOT-MM0.
           MOVE WS-SLOT-CCYY TO WS-SLOT-PER-CCYY.
           COMPUTE WS-SLOT-PER-MM = WS-SLOT-MM0 + 1.
           PERFORM 2690-SET-TREND-POSITION.
           MOVE WS-SLOT-PERIOD
               TO TRH-PERIOD (WS-TRD-LINE WS-TRD-CELL).
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PBH-HDG-PAGE-NUMBER.
           WRITE PBH-PRINT-RECORD FROM PBH-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE PBH-PRINT-RECORD FROM PBH-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE PBH-PRINT-RECORD FROM PBH-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE PBH-PRINT-RECORD FROM PBH-HEADING-4
               AFTER ADVANCING 1 LINE.
           WRITE PBH-PRINT-RECORD FROM PBH-TREND-HEADING (1)
               AFTER ADVANCING 1 LINE.
           WRITE PBH-PRINT-RECORD FROM PBH-TREND-HEADING (2)
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 3.
      ******************************************************************
       2000-PROCESS-PBH-ENTRY.
           READ PBH-SORTED-FILE
               AT END
                   SET SORTED-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-CONTROL-BREAKS
                   ADD 1 TO WS-LVL-ROWS (1)
                   MOVE PBE-MTD-AMOUNT
                       TO WS-LVL-MTD (1 PBE-SLOT)
                   MOVE PBE-YTD-AMOUNT
                       TO WS-LVL-YTD (1 PBE-SLOT)
                   MOVE 'Y' TO WS-LVL-HAVE (1 PBE-SLOT)
                   MOVE PBE-NAME TO WS-PREV-NAME
           END-READ.
      ******************************************************************
       2100-CHECK-CONTROL-BREAKS.
      *    THE ROW COUNT AT EACH LEVEL GUARDS ITS BREAK, SO THE
      *    FIRST RECORD NEVER PRINTS AN EMPTY BLOCK.
           IF PBE-DEPT NOT = WS-PREV-DEPT
               OR PBE-ACCOUNT NOT = WS-PREV-ACCOUNT
               PERFORM 2300-ACCOUNT-BREAK
           END-IF.
           IF PBE-DEPT NOT = WS-PREV-DEPT
               PERFORM 2400-DEPARTMENT-BREAK
           END-IF.
           MOVE PBE-DEPT    TO WS-PREV-DEPT.
           MOVE PBE-ACCOUNT TO WS-PREV-ACCOUNT.
      ******************************************************************
       2300-ACCOUNT-BREAK.
           IF WS-LVL-ROWS (1) > ZERO
               MOVE SPACES             TO PBH-NAME-LINE
               MOVE 'ACCOUNT'          TO PNL-TYPE
               MOVE WS-PREV-ACCOUNT    TO PNL-KEY
               MOVE WS-PREV-NAME       TO PNL-NAME
               MOVE 'DEPT: '           TO PNL-DEPT-LABEL
               MOVE WS-PREV-DEPT       TO PNL-DEPT
               MOVE 1 TO WS-LVL
               PERFORM 2600-PRINT-LEVEL-BLOCK
               MOVE 1 TO WS-LVL-ACCOUNTS (1)
               IF BLOCK-FLAGGED
                   MOVE 1 TO WS-LVL-FLAGGED (1)
               END-IF
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2400-DEPARTMENT-BREAK.
      *    EACH DEPARTMENT'S ACCOUNTS AND TOTAL FILL THEIR OWN PAGES
      *    SO THE SECTION CAN GO TO THE DEPARTMENT HEAD.
           IF WS-LVL-ROWS (2) > ZERO
               MOVE SPACES             TO PBH-NAME-LINE
               MOVE 'DEPARTMENT'       TO PNL-TYPE
               MOVE WS-PREV-DEPT       TO PNL-KEY
               MOVE 'DEPARTMENT TOTAL' TO PNL-NAME
               MOVE 2 TO WS-LVL
               PERFORM 2600-PRINT-LEVEL-BLOCK
               PERFORM 2700-ROLL-LEVEL-TOTALS
               ADD 1 TO WS-DEPTS-PRINTED
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2600-PRINT-LEVEL-BLOCK.
      *    ONE BLOCK PER ACCOUNT, DEPARTMENT, OR GRAND TOTAL: THE
      *    NAME LINE, THE MTD AND YTD COMPARISON AGAINST SLOT 1
      *    (SAME PERIOD LAST YEAR), THEN THE TWO TREND LINES.
           IF NEW-PAGE
               OR LINES-WRITTEN + 6 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE 'N' TO WS-BLOCK-FLAGGED-SW.
           WRITE PBH-PRINT-RECORD FROM PBH-NAME-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINES-WRITTEN.

           MOVE 'MTD'                    TO PCL-BASIS.
           MOVE WS-LVL-MTD (WS-LVL 13)   TO WS-CMP-THIS.
           MOVE WS-LVL-MTD (WS-LVL 1)    TO WS-CMP-LAST.
           MOVE WS-LVL-HAVE (WS-LVL 1)   TO WS-CMP-LAST-HAVE.
           PERFORM 2620-WRITE-COMPARE-LINE.

           MOVE 'YTD'                    TO PCL-BASIS.
           MOVE WS-LVL-YTD (WS-LVL 13)   TO WS-CMP-THIS.
           MOVE WS-LVL-YTD (WS-LVL 1)    TO WS-CMP-LAST.
           PERFORM 2620-WRITE-COMPARE-LINE.

           MOVE SPACES  TO PBH-TREND-LINES.
           MOVE 'TREND' TO TRD-LABEL (1).
           PERFORM 2650-SET-TREND-CELL
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
           WRITE PBH-PRINT-RECORD FROM PBH-TREND-LINE (1)
               AFTER ADVANCING 1 LINE.
           WRITE PBH-PRINT-RECORD FROM PBH-TREND-LINE (2)
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINES-WRITTEN.
      ******************************************************************
       2620-WRITE-COMPARE-LINE.
      *    THE PERCENT IS TAKEN AGAINST LAST YEAR'S MAGNITUDE SO ITS
      *    SIGN ALWAYS FOLLOWS THE VARIANCE.  MOVEMENT FROM A ZERO
      *    BALANCE IS A SWING WITH NO PERCENT; AN ACCOUNT WITH NO
      *    HISTORY A YEAR BACK IS NOTED BUT NOT FLAGGED.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-THIS - WS-CMP-LAST.
           MOVE WS-CMP-THIS      TO PCL-THIS.
           MOVE WS-CMP-LAST      TO PCL-LAST.
           MOVE WS-CMP-VARIANCE  TO PCL-VARIANCE.
           MOVE SPACES           TO PCL-PCT-X.
           MOVE SPACES           TO PCL-FLAG.
           IF WS-CMP-LAST-HAVE NOT = 'Y'
               IF WS-CMP-THIS NOT = ZERO
                   MOVE 'NO PRIOR YR' TO PCL-FLAG
               END-IF
           ELSE
               IF WS-CMP-LAST = ZERO
                   IF WS-CMP-THIS NOT = ZERO
                       MOVE '*SWING*' TO PCL-FLAG
                       MOVE 'Y' TO WS-BLOCK-FLAGGED-SW
                   END-IF
               ELSE
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-VARIANCE * 100
                       / FUNCTION ABS(WS-CMP-LAST)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-CMP-PCT
                   END-COMPUTE
                   MOVE WS-CMP-PCT TO PCL-PCT
                   IF WS-CMP-PCT > WS-THRESHOLD-PCT
                       OR WS-CMP-PCT < ZERO - WS-THRESHOLD-PCT
                       MOVE '*SWING*' TO PCL-FLAG
                       MOVE 'Y' TO WS-BLOCK-FLAGGED-SW
                   END-IF
               END-IF
           END-IF.
           WRITE PBH-PRINT-RECORD FROM PBH-COMPARE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
      ******************************************************************
       2650-SET-TREND-CELL.
      *    A MONTH IS MARKED WHEN IT MOVED BEYOND THE THRESHOLD
      *    FROM THE MONTH BEFORE IT (OR AWAY FROM ZERO).
           PERFORM 2690-SET-TREND-POSITION.
           IF WS-LVL-HAVE (WS-LVL WS-SLOT) = 'Y'
               MOVE WS-LVL-MTD (WS-LVL WS-SLOT)
                   TO TRD-AMOUNT (WS-TRD-LINE WS-TRD-CELL)
               IF WS-SLOT > 1
                   IF WS-LVL-HAVE (WS-LVL WS-SLOT - 1) = 'Y'
                       PERFORM 2660-TEST-TREND-SWING
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2660-TEST-TREND-SWING.
           MOVE WS-LVL-MTD (WS-LVL WS-SLOT)     TO WS-CMP-THIS.
           MOVE WS-LVL-MTD (WS-LVL WS-SLOT - 1) TO WS-CMP-LAST.
           IF WS-CMP-LAST = ZERO
               IF WS-CMP-THIS NOT = ZERO
                   MOVE '*' TO TRD-FLAG (WS-TRD-LINE WS-TRD-CELL)
                   MOVE 'Y' TO WS-BLOCK-FLAGGED-SW
               END-IF
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-CMP-THIS - WS-CMP-LAST) * 100
                   / FUNCTION ABS(WS-CMP-LAST)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CMP-PCT
               END-COMPUTE
               IF WS-CMP-PCT > WS-THRESHOLD-PCT
                   OR WS-CMP-PCT < ZERO - WS-THRESHOLD-PCT
                   MOVE '*' TO TRD-FLAG (WS-TRD-LINE WS-TRD-CELL)
                   MOVE 'Y' TO WS-BLOCK-FLAGGED-SW
               END-IF
           END-IF.
      ******************************************************************
       2690-SET-TREND-POSITION.
      *    SLOTS 1-7 PRINT ON THE FIRST TREND LINE, 8-13 ON THE
      *    SECOND.
           IF WS-SLOT > 7
               MOVE 2 TO WS-TRD-LINE
               COMPUTE WS-TRD-CELL = WS-SLOT - 7
           ELSE
               MOVE 1 TO WS-TRD-LINE
               MOVE WS-SLOT TO WS-TRD-CELL
           END-IF.
      ******************************************************************
       2700-ROLL-LEVEL-TOTALS.
      *    ADDS LEVEL WS-LVL INTO THE NEXT LEVEL UP AND CLEARS IT.
           ADD WS-LVL-ROWS (WS-LVL)     TO WS-LVL-ROWS (WS-LVL + 1).
           ADD WS-LVL-ACCOUNTS (WS-LVL)
               TO WS-LVL-ACCOUNTS (WS-LVL + 1).
           ADD WS-LVL-FLAGGED (WS-LVL)
               TO WS-LVL-FLAGGED (WS-LVL + 1).
           PERFORM 2710-ROLL-LEVEL-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
           PERFORM 2720-CLEAR-LEVEL-TOTAL.
      ******************************************************************
       2710-ROLL-LEVEL-SLOT.
           ADD WS-LVL-MTD (WS-LVL WS-SLOT)
               TO WS-LVL-MTD (WS-LVL + 1 WS-SLOT).
           ADD WS-LVL-YTD (WS-LVL WS-SLOT)
               TO WS-LVL-YTD (WS-LVL + 1 WS-SLOT).
           IF WS-LVL-HAVE (WS-LVL WS-SLOT) = 'Y'
               MOVE 'Y' TO WS-LVL-HAVE (WS-LVL + 1 WS-SLOT)
           END-IF.
      ******************************************************************
       2720-CLEAR-LEVEL-TOTAL.
           MOVE ZERO TO WS-LVL-ROWS (WS-LVL).
           MOVE ZERO TO WS-LVL-ACCOUNTS (WS-LVL).
           MOVE ZERO TO WS-LVL-FLAGGED (WS-LVL).
           PERFORM 2730-CLEAR-LEVEL-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
      ******************************************************************
       2730-CLEAR-LEVEL-SLOT.
           MOVE ZERO   TO WS-LVL-MTD (WS-LVL WS-SLOT).
           MOVE ZERO   TO WS-LVL-YTD (WS-LVL WS-SLOT).
           MOVE SPACES TO WS-LVL-HAVE (WS-LVL WS-SLOT).
      ******************************************************************
       9000-TERMINATE-PROCESS.
           PERFORM 2300-ACCOUNT-BREAK.
           PERFORM 2400-DEPARTMENT-BREAK.

           MOVE SPACES             TO PBH-NAME-LINE.
           MOVE 'GRAND TOTAL'      TO PNL-TYPE.
           MOVE 'ALL DEPARTMENTS'  TO PNL-NAME.
           MOVE 3 TO WS-LVL.
           PERFORM 2600-PRINT-LEVEL-BLOCK.

           MOVE SPACES                TO PBH-TOTAL-LINE.
           MOVE 'HISTORY RECORDS READ' TO PBH-TOT-LABEL.
           MOVE WS-HISTORY-READ       TO PBH-TOT-VALUE.
           WRITE PBH-PRINT-RECORD FROM PBH-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO PBH-TOTAL-LINE.
           MOVE 'HISTORY RECORDS IN WINDOW' TO PBH-TOT-LABEL.
           MOVE WS-HISTORY-USED       TO PBH-TOT-VALUE.
           WRITE PBH-PRINT-RECORD FROM PBH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO PBH-TOTAL-LINE.
           MOVE 'DEPARTMENTS REPORTED' TO PBH-TOT-LABEL.
           MOVE WS-DEPTS-PRINTED      TO PBH-TOT-VALUE.
           WRITE PBH-PRINT-RECORD FROM PBH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO PBH-TOTAL-LINE.
           MOVE 'ACCOUNTS REPORTED'   TO PBH-TOT-LABEL.
           MOVE WS-LVL-ACCOUNTS (3)   TO PBH-TOT-VALUE.
           WRITE PBH-PRINT-RECORD FROM PBH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO PBH-TOTAL-LINE.
           MOVE 'ACCOUNTS FLAGGED'    TO PBH-TOT-LABEL.
           MOVE WS-LVL-FLAGGED (3)    TO PBH-TOT-VALUE.
           WRITE PBH-PRINT-RECORD FROM PBH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PBH-SORTED-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE PBH-REPORT-FILE.

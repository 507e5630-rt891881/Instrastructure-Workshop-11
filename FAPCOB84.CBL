       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB84.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  MONTH-CLOSE BUDGET-VS-ACTUAL REPORT.
      *          BVACARD CARRIES THE FISCAL MONTH (CCYYMM) AND THE
      *          VARIANCE TOLERANCE PERCENT (BLANK MEANS 10).  THE
      *          CATEGORY HISTORY FILE (CATHIST, ONE CONVERTED ROW
      *          PER CATEGORY PER FAPCOB99 RUN) SUPPLIES THE MONTH
      *          AND YEAR-TO-DATE ACTUALS AND THE BUDGET MASTER
      *          (BUDMAST, MAINTAINED BY FAPCOB85) THE MATCHING
      *          BUDGETS.  EACH CATEGORY IS PLACED IN ITS CATMAST
      *          OWNING DEPARTMENT (BLANK OR UNKNOWN FALLS INTO
      *          GENERAL) AND BVARPT PRINTS, GROUPED BY DEPARTMENT,
      *          MONTH AND YTD ACTUAL AGAINST BUDGET WITH THE
      *          VARIANCE AMOUNT AND PERCENT, FLAGGING EVERY LINE
      *          OUTSIDE THE TOLERANCE.  BVADEPT CARRIES A ONE-PAGE
      *          DEPARTMENT SUMMARY TO GO OUT WITH THE BURST
      *          REPORTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BVA-CARD-FILE ASSIGN TO BVACARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVA-CARD-STATUS.
           SELECT OPTIONAL CATEGORY-HISTORY ASSIGN TO CATHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-HISTORY-STATUS.
           SELECT OPTIONAL BUDGET-MASTER ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-MASTER-STATUS.
           SELECT BVA-SORTED-FILE ASSIGN TO BVASRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVA-SORTED-STATUS.
           SELECT BVA-SORT-FILE ASSIGN TO SORTWK.
           SELECT BVA-REPORT-FILE ASSIGN TO BVARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVA-REPORT-STATUS.
           SELECT DEPT-SUMMARY-FILE ASSIGN TO BVADEPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-SUMMARY-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  BVA-CARD-FILE
           RECORDING MODE IS F.
       01  BVA-CARD-RECORD.
           02  BVC-PERIOD               PIC X(6).
           02  BVC-PERIOD-N REDEFINES
               BVC-PERIOD               PIC 9(6).
           02  BVC-TOLERANCE            PIC X(3).
           02  BVC-TOLERANCE-N REDEFINES
               BVC-TOLERANCE            PIC 9(3).
           02  FILLER                   PIC X(71).

       FD  CATEGORY-HISTORY
           RECORDING MODE IS F.
       01  CATEGORY-HISTORY-RECORD.
           02  CHS-RUN-DATE             PIC 9(8).
           02  CHS-CATEGORY             PIC X(20).
           02  CHS-AMOUNT4              PIC S9(13)V99
                                            SIGN IS TRAILING.
           02  CHS-AMOUNT5              PIC S9(13)V99
                                            SIGN IS TRAILING.
           02  FILLER                   PIC X(2).

       FD  BUDGET-MASTER.
       COPY FAPBUD.

       FD  CATEGORY-MASTER.
       COPY FAPCAT.

       SD  BVA-SORT-FILE.
       01  BVA-SORT-RECORD.
           02  SBV-DEPT                 PIC X(8).
           02  SBV-CATEGORY             PIC X(20).
           02  SBV-MONTH-ACTUAL         PIC S9(13)V99 SIGN IS TRAILING.
           02  SBV-MONTH-BUDGET         PIC S9(13)V99 SIGN IS TRAILING.
           02  SBV-YTD-ACTUAL           PIC S9(13)V99 SIGN IS TRAILING.
           02  SBV-YTD-BUDGET           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(12).

       FD  BVA-SORTED-FILE
           RECORDING MODE IS F.
       01  BVA-ENTRY-RECORD.
           02  BVE-DEPT                 PIC X(8).
           02  BVE-CATEGORY             PIC X(20).
           02  BVE-MONTH-ACTUAL         PIC S9(13)V99 SIGN IS TRAILING.
           02  BVE-MONTH-BUDGET         PIC S9(13)V99 SIGN IS TRAILING.
           02  BVE-YTD-ACTUAL           PIC S9(13)V99 SIGN IS TRAILING.
           02  BVE-YTD-BUDGET           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(12).

       FD  BVA-REPORT-FILE
           RECORDING MODE IS F.
       01  BVA-PRINT-RECORD             PIC X(113).

       FD  DEPT-SUMMARY-FILE
           RECORDING MODE IS F.
       01  DEPT-SUMMARY-PRINT-RECORD    PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  BVA-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  BVA-HDG-TITLE         PIC X(30)   VALUE
               'BUDGET VS ACTUAL'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB84'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  BVA-HDG-PAGE-NUMBER   PIC ZZ9.

       01  BVA-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  BVA-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  BVA-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(14)   VALUE
               'FISCAL MONTH: '.
           02  BVA-HDG-PERIOD        PIC 9(6).
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'TOLERANCE: '.
           02  BVA-HDG-TOLERANCE     PIC ZZ9.
           02  FILLER                PIC X(1)    VALUE '%'.

       01  BVA-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  BVA-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(20)   VALUE 'CATEGORY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'BASIS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '          ACTUAL'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '          BUDGET'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '        VARIANCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE '   VAR %'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(12)   VALUE 'FLAG'.

       01  DEPT-SUMMARY-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'DEPT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '    MONTH ACTUAL'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '    MONTH BUDGET'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE '   VAR %'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '      YTD ACTUAL'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '      YTD BUDGET'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE '   VAR %'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(7)    VALUE 'FLAGGED'.

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
           02  WS-CATHIST-EOF-SW     PIC X(3)    VALUE SPACES.
               88  CATHIST-AT-END    VALUE 'EOF'.
           02  WS-BUDGET-EOF-SW      PIC X(3)    VALUE SPACES.
               88  BUDGET-AT-END     VALUE 'EOF'.
           02  WS-SORTED-EOF-SW      PIC X(3)    VALUE SPACES.
               88  SORTED-AT-END     VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-SUMMARY-PAGE-COUNT PIC 9(3)    VALUE ZERO.
           02  WS-SUMMARY-LINES      PIC 9(3)    VALUE ZERO.
               88  SUMMARY-NEW-PAGE  VALUE 31.
           02  WS-REPORT-PERIOD      PIC 9(6)    VALUE ZERO.
           02  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
               03  WS-REPORT-CCYY    PIC 9(4).
               03  WS-REPORT-MM      PIC 9(2).
           02  WS-TOLERANCE-PCT      PIC 9(3)    VALUE 10.
           02  WS-ROW-DATE           PIC 9(8)    VALUE ZERO.
           02  WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
               03  WS-ROW-CCYY       PIC 9(4).
               03  WS-ROW-MM         PIC 9(2).
               03  WS-ROW-DD         PIC 9(2).
           02  WS-ROW-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       COPY FAPPAGE.
       01  CATEGORY-LOOKUP-FIELDS.
           02  WS-LOOKUP-CATEGORY    PIC X(20)   VALUE LOW-VALUES.
           02  WS-LOOKUP-DEPT        PIC X(8)    VALUE SPACES.
       01  CONTROL-BREAK-FIELDS.
           02  WS-PREV-DEPT          PIC X(8)    VALUE SPACES.
           02  WS-PREV-CATEGORY      PIC X(20)   VALUE SPACES.
      *    ACCUMULATOR LEVELS: 1 = CATEGORY, 2 = DEPARTMENT,
      *    3 = GRAND TOTAL.
       01  BVA-TOTALS.
           02  WS-LEVEL-TOTAL OCCURS 3 TIMES.
               03  WS-LVL-ROWS           PIC 9(7).
               03  WS-LVL-MONTH-ACTUAL   PIC S9(13)V99.
               03  WS-LVL-MONTH-BUDGET   PIC S9(13)V99.
               03  WS-LVL-YTD-ACTUAL     PIC S9(13)V99.
               03  WS-LVL-YTD-BUDGET     PIC S9(13)V99.
               03  WS-LVL-FLAGGED        PIC 9(5).
           02  WS-LVL                PIC 9(1)    VALUE ZERO.
       01  VARIANCE-WORK-FIELDS.
           02  WS-VAR-ACTUAL         PIC S9(13)V99 VALUE ZERO.
           02  WS-VAR-BUDGET         PIC S9(13)V99 VALUE ZERO.
           02  WS-VAR-AMOUNT         PIC S9(13)V99 VALUE ZERO.
           02  WS-VAR-PCT            PIC S9(5)V9   VALUE ZERO.
           02  WS-VAR-FLAG           PIC X(12)   VALUE SPACES.
           02  WS-LINE-FLAGGED-SW    PIC X(1)    VALUE 'N'.
               88  LINE-FLAGGED      VALUE 'Y'.
           02  WS-ENTRY-FLAGGED-SW   PIC X(1)    VALUE 'N'.
               88  ENTRY-FLAGGED     VALUE 'Y'.
       01  BVA-DETAIL-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  BVD-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  BVD-BASIS             PIC X(5).
           02  FILLER                PIC X(2).
           02  BVD-ACTUAL            PIC -,---,---,--9.99.
           02  FILLER                PIC X(2).
           02  BVD-BUDGET            PIC -,---,---,--9.99.
           02  FILLER                PIC X(2).
           02  BVD-VARIANCE          PIC -,---,---,--9.99.
           02  FILLER                PIC X(2).
           02  BVD-PCT               PIC ----9.9.
           02  FILLER                PIC X(3).
           02  BVD-FLAG              PIC X(12).
       01  BVA-DEPT-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(12)   VALUE 'DEPARTMENT: '.
           02  BVL-DEPT              PIC X(8).
       01  DEPT-SUMMARY-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  DSL-DEPT              PIC X(8).
           02  FILLER                PIC X(2).
           02  DSL-MONTH-ACTUAL      PIC -,---,---,--9.99.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  DSL-MONTH-BUDGET      PIC -,---,---,--9.99.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  DSL-MONTH-PCT         PIC ----9.9.
           02  FILLER                PIC X(2).
           02  DSL-YTD-ACTUAL        PIC -,---,---,--9.99.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  DSL-YTD-BUDGET        PIC -,---,---,--9.99.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  DSL-YTD-PCT           PIC ----9.9.
           02  FILLER                PIC X(4).
           02  DSL-FLAGGED           PIC ZZZ9.
       01  BVA-TOTAL-LINE.
           02  BVA-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  BVA-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  BVA-COUNTERS.
           02  WS-CATHIST-READ       PIC 9(7)    VALUE ZERO.
           02  WS-CATHIST-USED       PIC 9(7)    VALUE ZERO.
           02  WS-BUDGETS-READ       PIC 9(7)    VALUE ZERO.
           02  WS-BUDGETS-USED       PIC 9(7)    VALUE ZERO.
           02  WS-CATEGORIES-PRINTED PIC 9(7)    VALUE ZERO.
           02  WS-DEPTS-PRINTED      PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-BVA-CARD-STATUS          PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-HISTORY-STATUS  PIC X(2)  VALUE '00'.
           02  WS-BUDGET-MASTER-STATUS     PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-BVA-SORTED-STATUS        PIC X(2)  VALUE '00'.
           02  WS-BVA-REPORT-STATUS        PIC X(2)  VALUE '00'.
           02  WS-DEPT-SUMMARY-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-BVA-ENTRY
               UNTIL SORTED-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-BVA-CARD.
           OPEN INPUT CATEGORY-MASTER.
           IF WS-CATEGORY-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN CATMAST - STATUS '
                   WS-CATEGORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1005-SORT-BUDGET-AND-ACTUAL.
           OPEN INPUT BVA-SORTED-FILE.
           IF WS-BVA-SORTED-STATUS NOT = '00'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN BVASRT - STATUS '
                   WS-BVA-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BVA-REPORT-FILE.
           IF WS-BVA-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN BVARPT - STATUS '
                   WS-BVA-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DEPT-SUMMARY-FILE.
           IF WS-DEPT-SUMMARY-STATUS NOT = '00'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN BVADEPT - STATUS '
                   WS-DEPT-SUMMARY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE WS-REPORT-PERIOD TO BVA-HDG-PERIOD.
           MOVE WS-TOLERANCE-PCT TO BVA-HDG-TOLERANCE.
           MOVE ZERO TO BVA-TOTALS.
           PERFORM 1150-WRITE-SUMMARY-HEADING.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SORTED-EOF-SW.
      ******************************************************************
       1005-SORT-BUDGET-AND-ACTUAL.
      *    ACTUALS AND BUDGETS GO INTO THE SORT AS SEPARATE ROWS
      *    AND MEET AT THE CATEGORY BREAK, SO A CATEGORY WITH A
      *    BUDGET AND NO ACTIVITY (OR ACTIVITY AND NO BUDGET) STILL
      *    PRINTS.
           SORT BVA-SORT-FILE
               ON ASCENDING KEY SBV-DEPT
                                SBV-CATEGORY
               INPUT PROCEDURE IS 1060-RELEASE-BUDGET-AND-ACTUAL
               GIVING BVA-SORTED-FILE.
      ******************************************************************
       1010-READ-BVA-CARD.
           OPEN INPUT BVA-CARD-FILE.
           IF WS-BVA-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN BVACARD - STATUS '
                   WS-BVA-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BVA-CARD-FILE
               AT END
                   DISPLAY 'FAPCOB84 NO FISCAL MONTH CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF BVC-PERIOD NOT NUMERIC
               DISPLAY 'FAPCOB84 INVALID FISCAL MONTH - ' BVC-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BVC-PERIOD-N TO WS-REPORT-PERIOD.
           IF WS-REPORT-CCYY = ZERO
               OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'FAPCOB84 INVALID FISCAL MONTH - ' BVC-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BVC-TOLERANCE NOT = SPACES
               IF BVC-TOLERANCE NOT NUMERIC
                   DISPLAY 'FAPCOB84 INVALID TOLERANCE - '
                       BVC-TOLERANCE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BVC-TOLERANCE-N TO WS-TOLERANCE-PCT
           END-IF.
           CLOSE BVA-CARD-FILE.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO BVA-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO BVA-HDG-RUN-TIME.
      ******************************************************************
       1060-RELEASE-BUDGET-AND-ACTUAL.
           PERFORM 1070-RELEASE-ACTUALS.
           PERFORM 1080-RELEASE-BUDGETS.
      ******************************************************************
       1070-RELEASE-ACTUALS.
      *    A CATHIST ROW COUNTS TOWARD YTD WHEN ITS RUN DATE FALLS
      *    IN THE FISCAL YEAR UP TO THE REPORT MONTH, AND TOWARD THE
      *    MONTH WHEN IT FALLS IN THE REPORT MONTH ITSELF.  ROWS A
      *    FAPCOB93 BACKOUT DROPPED ARE ALREADY GONE FROM CATHIST.
           OPEN INPUT CATEGORY-HISTORY.
           IF WS-CATEGORY-HISTORY-STATUS NOT = '00'
               AND WS-CATEGORY-HISTORY-STATUS NOT = '05'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN CATHIST - STATUS '
                   WS-CATEGORY-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CATHIST-EOF-SW.
           PERFORM 1075-READ-CATHIST-ROW
               UNTIL CATHIST-AT-END.
           CLOSE CATEGORY-HISTORY.
      ******************************************************************
       1075-READ-CATHIST-ROW.
           READ CATEGORY-HISTORY
               AT END
                   SET CATHIST-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CATHIST-READ
                   MOVE CHS-RUN-DATE TO WS-ROW-DATE
                   IF WS-ROW-CCYY = WS-REPORT-CCYY
                       AND WS-ROW-MM NOT > WS-REPORT-MM
                       ADD 1 TO WS-CATHIST-USED
                       MOVE SPACES TO BVA-SORT-RECORD
                       MOVE CHS-CATEGORY TO SBV-CATEGORY
                       PERFORM 1090-SET-SORT-DEPT
                       COMPUTE WS-ROW-AMOUNT =
                           CHS-AMOUNT4 + CHS-AMOUNT5
                       MOVE ZERO TO SBV-MONTH-ACTUAL
                       MOVE ZERO TO SBV-MONTH-BUDGET
                       MOVE ZERO TO SBV-YTD-BUDGET
                       MOVE WS-ROW-AMOUNT TO SBV-YTD-ACTUAL
                       IF WS-ROW-MM = WS-REPORT-MM
                           MOVE WS-ROW-AMOUNT TO SBV-MONTH-ACTUAL
                       END-IF
                       RELEASE BVA-SORT-RECORD
                   END-IF
           END-READ.
      ******************************************************************
       1080-RELEASE-BUDGETS.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS NOT = '00'
               AND WS-BUDGET-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB84 UNABLE TO OPEN BUDMAST - STATUS '
                   WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BUDGET-EOF-SW.
           MOVE LOW-VALUES TO BUD-KEY.
           START BUDGET-MASTER KEY NOT LESS THAN BUD-KEY
               INVALID KEY
                   SET BUDGET-AT-END TO TRUE
           END-START.
           PERFORM 1085-READ-BUDGET-RECORD
               UNTIL BUDGET-AT-END.
           CLOSE BUDGET-MASTER.
      ******************************************************************
       1085-READ-BUDGET-RECORD.
           READ BUDGET-MASTER NEXT RECORD
               AT END
                   SET BUDGET-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-BUDGETS-READ
                   IF BUDGET-ACTIVE
                       AND BUD-PERIOD-CCYY = WS-REPORT-CCYY
                       AND BUD-PERIOD-MM NOT > WS-REPORT-MM
                       ADD 1 TO WS-BUDGETS-USED
                       MOVE SPACES TO BVA-SORT-RECORD
                       MOVE BUD-CATEGORY TO SBV-CATEGORY
                       PERFORM 1090-SET-SORT-DEPT
                       MOVE ZERO TO SBV-MONTH-ACTUAL
                       MOVE ZERO TO SBV-MONTH-BUDGET
                       MOVE ZERO TO SBV-YTD-ACTUAL
                       MOVE BUD-AMOUNT TO SBV-YTD-BUDGET
                       IF BUD-PERIOD-MM = WS-REPORT-MM
                           MOVE BUD-AMOUNT TO SBV-MONTH-BUDGET
                       END-IF
                       RELEASE BVA-SORT-RECORD
                   END-IF
           END-READ.
      ******************************************************************
       1090-SET-SORT-DEPT.
      *    THE SAME FALLBACK FAPCOB99 USES FOR BURSTING: A BLANK OR
      *    UNKNOWN OWNING DEPARTMENT IS GENERAL.
           IF SBV-CATEGORY NOT = WS-LOOKUP-CATEGORY
               MOVE SBV-CATEGORY TO WS-LOOKUP-CATEGORY
               MOVE SBV-CATEGORY TO CAT-CODE
               READ CATEGORY-MASTER
                   INVALID KEY
                       MOVE SPACES   TO WS-LOOKUP-DEPT
                   NOT INVALID KEY
                       MOVE CAT-DEPT TO WS-LOOKUP-DEPT
               END-READ
               IF WS-LOOKUP-DEPT = SPACES
                   MOVE 'GENERAL' TO WS-LOOKUP-DEPT
               END-IF
           END-IF.
           MOVE WS-LOOKUP-DEPT TO SBV-DEPT.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE 'BUDGET VS ACTUAL'    TO BVA-HDG-TITLE.
           MOVE PAGE-COUNT TO BVA-HDG-PAGE-NUMBER.
           WRITE BVA-PRINT-RECORD FROM BVA-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE BVA-PRINT-RECORD FROM BVA-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE BVA-PRINT-RECORD FROM BVA-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE BVA-PRINT-RECORD FROM BVA-HEADING-4
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 1.
      ******************************************************************
       1150-WRITE-SUMMARY-HEADING.
           ADD 1 TO WS-SUMMARY-PAGE-COUNT.
           MOVE 'BUDGET VS ACTUAL DEPT SUMMARY' TO BVA-HDG-TITLE.
           MOVE WS-SUMMARY-PAGE-COUNT TO BVA-HDG-PAGE-NUMBER.
           WRITE DEPT-SUMMARY-PRINT-RECORD FROM BVA-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE DEPT-SUMMARY-PRINT-RECORD FROM BVA-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE DEPT-SUMMARY-PRINT-RECORD FROM BVA-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE DEPT-SUMMARY-PRINT-RECORD FROM DEPT-SUMMARY-HEADING-4
               AFTER ADVANCING 1 LINE.
           COMPUTE WS-SUMMARY-LINES = HEADING-LINE-COUNT + 1.
      ******************************************************************
       2000-PROCESS-BVA-ENTRY.
           READ BVA-SORTED-FILE
               AT END
                   SET SORTED-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-CONTROL-BREAKS
                   ADD 1                TO WS-LVL-ROWS (1)
                   ADD BVE-MONTH-ACTUAL TO WS-LVL-MONTH-ACTUAL (1)
                   ADD BVE-MONTH-BUDGET TO WS-LVL-MONTH-BUDGET (1)
                   ADD BVE-YTD-ACTUAL   TO WS-LVL-YTD-ACTUAL (1)
                   ADD BVE-YTD-BUDGET   TO WS-LVL-YTD-BUDGET (1)
           END-READ.
      ******************************************************************
       2100-CHECK-CONTROL-BREAKS.
      *    THE ROW COUNT AT EACH LEVEL GUARDS ITS BREAK, SO THE
      *    FIRST RECORD NEVER PRINTS AN EMPTY GROUP.
           IF BVE-DEPT NOT = WS-PREV-DEPT
               OR BVE-CATEGORY NOT = WS-PREV-CATEGORY
               PERFORM 2300-CATEGORY-BREAK
           END-IF.
           IF BVE-DEPT NOT = WS-PREV-DEPT
               PERFORM 2400-DEPARTMENT-BREAK
               PERFORM 2200-WRITE-DEPT-HEADER
           END-IF.
           MOVE BVE-DEPT     TO WS-PREV-DEPT.
           MOVE BVE-CATEGORY TO WS-PREV-CATEGORY.
      ******************************************************************
       2200-WRITE-DEPT-HEADER.
      *    EACH DEPARTMENT STARTS ON A NEW PAGE SO ITS SECTION CAN
      *    BE TORN OFF AND SENT TO THE DEPARTMENT HEAD.
           IF WS-DEPTS-PRINTED > ZERO
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE BVE-DEPT TO BVL-DEPT.
           WRITE BVA-PRINT-RECORD FROM BVA-DEPT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINES-WRITTEN.
           ADD 1 TO WS-DEPTS-PRINTED.
      ******************************************************************
       2300-CATEGORY-BREAK.
      *    TWO LINES PER CATEGORY - THE MONTH, THEN THE YEAR TO
      *    DATE.  THE CATEGORY COUNTS AS FLAGGED ONCE IF EITHER LINE
      *    IS OUTSIDE TOLERANCE.
           IF WS-LVL-ROWS (1) > ZERO
               MOVE 'N' TO WS-ENTRY-FLAGGED-SW
               MOVE SPACES               TO BVA-DETAIL-LINE
               MOVE WS-PREV-CATEGORY     TO BVD-CATEGORY
               MOVE 'MONTH'              TO BVD-BASIS
               MOVE WS-LVL-MONTH-ACTUAL (1) TO WS-VAR-ACTUAL
               MOVE WS-LVL-MONTH-BUDGET (1) TO WS-VAR-BUDGET
               PERFORM 2600-WRITE-VARIANCE-LINE
               MOVE SPACES               TO BVA-DETAIL-LINE
               MOVE 'YTD'                TO BVD-BASIS
               MOVE WS-LVL-YTD-ACTUAL (1)   TO WS-VAR-ACTUAL
               MOVE WS-LVL-YTD-BUDGET (1)   TO WS-VAR-BUDGET
               PERFORM 2600-WRITE-VARIANCE-LINE
               IF ENTRY-FLAGGED
                   ADD 1 TO WS-LVL-FLAGGED (1)
               END-IF
               ADD 1 TO WS-CATEGORIES-PRINTED
               MOVE 1 TO WS-LVL
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2400-DEPARTMENT-BREAK.
           IF WS-LVL-ROWS (2) > ZERO
               MOVE 'N' TO WS-ENTRY-FLAGGED-SW
               MOVE SPACES               TO BVA-DETAIL-LINE
               MOVE 'DEPARTMENT TOTAL'   TO BVD-CATEGORY
               MOVE 'MONTH'              TO BVD-BASIS
               MOVE WS-LVL-MONTH-ACTUAL (2) TO WS-VAR-ACTUAL
               MOVE WS-LVL-MONTH-BUDGET (2) TO WS-VAR-BUDGET
               PERFORM 2600-WRITE-VARIANCE-LINE
               MOVE SPACES               TO DEPT-SUMMARY-LINE
               MOVE WS-PREV-DEPT         TO DSL-DEPT
               MOVE WS-VAR-ACTUAL        TO DSL-MONTH-ACTUAL
               MOVE WS-VAR-BUDGET        TO DSL-MONTH-BUDGET
               MOVE BVD-PCT              TO DSL-MONTH-PCT
               MOVE SPACES               TO BVA-DETAIL-LINE
               MOVE 'YTD'                TO BVD-BASIS
               MOVE WS-LVL-YTD-ACTUAL (2)   TO WS-VAR-ACTUAL
               MOVE WS-LVL-YTD-BUDGET (2)   TO WS-VAR-BUDGET
               PERFORM 2600-WRITE-VARIANCE-LINE
               MOVE WS-VAR-ACTUAL        TO DSL-YTD-ACTUAL
               MOVE WS-VAR-BUDGET        TO DSL-YTD-BUDGET
               MOVE BVD-PCT              TO DSL-YTD-PCT
               MOVE WS-LVL-FLAGGED (2)   TO DSL-FLAGGED
               WRITE DEPT-SUMMARY-PRINT-RECORD FROM DEPT-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2450-CHECK-SUMMARY-PAGE-BREAK
               MOVE 2 TO WS-LVL
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2450-CHECK-SUMMARY-PAGE-BREAK.
           ADD 1 TO WS-SUMMARY-LINES.
           IF SUMMARY-NEW-PAGE
               OR WS-SUMMARY-LINES NOT LESS THAN LINES-PER-PAGE
               PERFORM 1150-WRITE-SUMMARY-HEADING
           END-IF.
      ******************************************************************
       2600-WRITE-VARIANCE-LINE.
      *    VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS
      *    SPENDING (OR INCOME) ABOVE PLAN.  THE PERCENT IS TAKEN
      *    AGAINST THE BUDGET'S MAGNITUDE SO ITS SIGN ALWAYS FOLLOWS
      *    THE VARIANCE, EVEN ON A CREDIT-BALANCE CATEGORY.  ACTIVITY
      *    WITH NO BUDGET AT ALL IS ALWAYS FLAGGED.
           COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET.
           MOVE SPACES TO WS-VAR-FLAG.
           MOVE 'N'    TO WS-LINE-FLAGGED-SW.
           MOVE WS-VAR-ACTUAL   TO BVD-ACTUAL.
           MOVE WS-VAR-BUDGET   TO BVD-BUDGET.
           MOVE WS-VAR-AMOUNT   TO BVD-VARIANCE.
           IF WS-VAR-BUDGET = ZERO
               MOVE ZERO TO WS-VAR-PCT
               IF WS-VAR-ACTUAL NOT = ZERO
                   MOVE '*NO BUDGET*' TO WS-VAR-FLAG
                   MOVE 'Y' TO WS-LINE-FLAGGED-SW
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMOUNT * 100
                   / FUNCTION ABS(WS-VAR-BUDGET)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO BVD-PCT
               IF WS-VAR-PCT > WS-TOLERANCE-PCT
                   MOVE '*OVER TOL*'  TO WS-VAR-FLAG
                   MOVE 'Y' TO WS-LINE-FLAGGED-SW
               ELSE
                   IF WS-VAR-PCT < ZERO - WS-TOLERANCE-PCT
                       MOVE '*UNDER TOL*' TO WS-VAR-FLAG
                       MOVE 'Y' TO WS-LINE-FLAGGED-SW
                   END-IF
               END-IF
           END-IF.
           IF LINE-FLAGGED
               MOVE 'Y' TO WS-ENTRY-FLAGGED-SW
           END-IF.
           MOVE WS-VAR-FLAG     TO BVD-FLAG.
           WRITE BVA-PRINT-RECORD FROM BVA-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2700-ROLL-LEVEL-TOTALS.
      *    ADDS LEVEL WS-LVL INTO THE NEXT LEVEL UP AND CLEARS IT.
           ADD WS-LVL-ROWS (WS-LVL)  TO WS-LVL-ROWS (WS-LVL + 1).
           ADD WS-LVL-MONTH-ACTUAL (WS-LVL)
               TO WS-LVL-MONTH-ACTUAL (WS-LVL + 1).
           ADD WS-LVL-MONTH-BUDGET (WS-LVL)
               TO WS-LVL-MONTH-BUDGET (WS-LVL + 1).
           ADD WS-LVL-YTD-ACTUAL (WS-LVL)
               TO WS-LVL-YTD-ACTUAL (WS-LVL + 1).
           ADD WS-LVL-YTD-BUDGET (WS-LVL)
               TO WS-LVL-YTD-BUDGET (WS-LVL + 1).
           ADD WS-LVL-FLAGGED (WS-LVL)
               TO WS-LVL-FLAGGED (WS-LVL + 1).
           MOVE ZERO TO WS-LVL-ROWS (WS-LVL).
           MOVE ZERO TO WS-LVL-MONTH-ACTUAL (WS-LVL).
           MOVE ZERO TO WS-LVL-MONTH-BUDGET (WS-LVL).
           MOVE ZERO TO WS-LVL-YTD-ACTUAL (WS-LVL).
           MOVE ZERO TO WS-LVL-YTD-BUDGET (WS-LVL).
           MOVE ZERO TO WS-LVL-FLAGGED (WS-LVL).
      ******************************************************************
       9000-TERMINATE-PROCESS.
           PERFORM 2300-CATEGORY-BREAK.
           PERFORM 2400-DEPARTMENT-BREAK.

           MOVE SPACES               TO BVA-DETAIL-LINE.
           MOVE 'GRAND TOTAL'        TO BVD-CATEGORY.
           MOVE 'MONTH'              TO BVD-BASIS.
           MOVE WS-LVL-MONTH-ACTUAL (3) TO WS-VAR-ACTUAL.
           MOVE WS-LVL-MONTH-BUDGET (3) TO WS-VAR-BUDGET.
           PERFORM 2600-WRITE-VARIANCE-LINE.
           MOVE SPACES               TO DEPT-SUMMARY-LINE.
           MOVE 'ALL'                TO DSL-DEPT.
           MOVE WS-VAR-ACTUAL        TO DSL-MONTH-ACTUAL.
           MOVE WS-VAR-BUDGET        TO DSL-MONTH-BUDGET.
           MOVE BVD-PCT              TO DSL-MONTH-PCT.
           MOVE SPACES               TO BVA-DETAIL-LINE.
           MOVE 'YTD'                TO BVD-BASIS.
           MOVE WS-LVL-YTD-ACTUAL (3)   TO WS-VAR-ACTUAL.
           MOVE WS-LVL-YTD-BUDGET (3)   TO WS-VAR-BUDGET.
           PERFORM 2600-WRITE-VARIANCE-LINE.
           MOVE WS-VAR-ACTUAL        TO DSL-YTD-ACTUAL.
           MOVE WS-VAR-BUDGET        TO DSL-YTD-BUDGET.
           MOVE BVD-PCT              TO DSL-YTD-PCT.
           MOVE WS-LVL-FLAGGED (3)   TO DSL-FLAGGED.
           PERFORM 2450-CHECK-SUMMARY-PAGE-BREAK.
           WRITE DEPT-SUMMARY-PRINT-RECORD FROM DEPT-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'CATHIST ROWS READ'   TO BVA-TOT-LABEL.
           MOVE WS-CATHIST-READ       TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'CATHIST ROWS IN FISCAL YTD' TO BVA-TOT-LABEL.
           MOVE WS-CATHIST-USED       TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'BUDGET RECORDS READ' TO BVA-TOT-LABEL.
           MOVE WS-BUDGETS-READ       TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'BUDGETS IN FISCAL YTD' TO BVA-TOT-LABEL.
           MOVE WS-BUDGETS-USED       TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'CATEGORIES REPORTED' TO BVA-TOT-LABEL.
           MOVE WS-CATEGORIES-PRINTED TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO BVA-TOTAL-LINE.
           MOVE 'CATEGORIES FLAGGED'  TO BVA-TOT-LABEL.
           MOVE WS-LVL-FLAGGED (3)    TO BVA-TOT-VALUE.
           WRITE BVA-PRINT-RECORD FROM BVA-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE BVA-SORTED-FILE.
           CLOSE CATEGORY-MASTER.
           CLOSE BVA-REPORT-FILE.
           CLOSE DEPT-SUMMARY-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB79.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  FEEDER DATA-QUALITY SCORECARD.  READS
      *          THE FEEDER SCORECARD HISTORY (SCRHIST, WRITTEN BY
      *          FAPCOB99 AT THE END OF EVERY RUN) AND PRINTS ON
      *          SCRRPT, FOR EACH SOURCE SYSTEM AND REGION, THE
      *          PERIOD'S RECORDS, ACCEPTED, REJECTED, AND DUPLICATE
      *          COUNTS, ITS ERROR RATE AGAINST THE PRIOR PERIOD, ITS
      *          TOP THREE REJECT REASONS, AND ITS 30-DAY TREND IN
      *          TEN-DAY STEPS, THEN LISTS THE FEEDERS THAT GOT WORSE.
      *          SCRCARD IS OPTIONAL: COLUMN 1 W (WEEKLY, THE
      *          DEFAULT) OR M (MONTHLY), COLUMNS 2-9 THE AS-OF DATE
      *          (BLANK MEANS TODAY), COLUMNS 10-12 THE RISE IN
      *          WHOLE PERCENTAGE POINTS THAT COUNTS AS WORSE (BLANK
      *          MEANS 1).  RC 4 WHEN ANY FEEDER GOT WORSE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCORE-CARD-FILE ASSIGN TO SCRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-CARD-STATUS.
           SELECT OPTIONAL SCORECARD-HISTORY ASSIGN TO SCRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCORECARD-HISTORY-STATUS.
           SELECT SCORE-SORTED-FILE ASSIGN TO SCRSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-SORTED-STATUS.
           SELECT SCORE-SORT-FILE ASSIGN TO SORTWK.
           SELECT SCORE-REPORT-FILE ASSIGN TO SCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  SCORE-CARD-FILE
           RECORDING MODE IS F.
       01  SCORE-CARD-RECORD.
           02  SCC-PERIOD-TYPE          PIC X(1).
               88  SCC-WEEKLY           VALUE 'W'.
               88  SCC-MONTHLY          VALUE 'M'.
           02  SCC-AS-OF-DATE           PIC X(8).
           02  SCC-AS-OF-DATE-N REDEFINES
               SCC-AS-OF-DATE           PIC 9(8).
           02  SCC-TOLERANCE            PIC X(3).
           02  SCC-TOLERANCE-N REDEFINES
               SCC-TOLERANCE            PIC 9(3).
           02  FILLER                   PIC X(68).

       FD  SCORECARD-HISTORY.
       COPY FAPSCH.

      *    SSC-CURRENT AND SSC-PRIOR MARK A ROW INSIDE THE REPORT
      *    PERIOD OR THE PERIOD BEFORE IT; SSC-BUCKET PLACES IT IN THE
      *    30-DAY TREND (1 = DAYS 30-21 BACK, 3 = THE LAST TEN DAYS,
      *    ZERO = OUTSIDE THE TREND).
       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-RECORD.
           02  SSC-SOURCE               PIC X(8).
           02  SSC-REGION               PIC X(1).
           02  SSC-ROW-TYPE             PIC X(1).
           02  SSC-REASON               PIC X(30).
           02  SSC-CURRENT              PIC X(1).
           02  SSC-PRIOR                PIC X(1).
           02  SSC-BUCKET               PIC 9(1).
           02  SSC-READ                 PIC 9(7).
           02  SSC-ACCEPTED             PIC 9(7).
           02  SSC-REJECTED             PIC 9(7).
           02  SSC-DUPLICATE            PIC 9(7).
           02  FILLER                   PIC X(9).

       FD  SCORE-SORTED-FILE
           RECORDING MODE IS F.
       01  SCORE-ENTRY-RECORD.
           02  SSE-SOURCE               PIC X(8).
           02  SSE-REGION               PIC X(1).
           02  SSE-ROW-TYPE             PIC X(1).
               88  SSE-FEEDER-TOTAL     VALUE 'T'.
               88  SSE-REASON-ROW       VALUE 'R'.
           02  SSE-REASON               PIC X(30).
           02  SSE-CURRENT              PIC X(1).
               88  SSE-IN-CURRENT       VALUE 'Y'.
           02  SSE-PRIOR                PIC X(1).
               88  SSE-IN-PRIOR         VALUE 'Y'.
           02  SSE-BUCKET               PIC 9(1).
           02  SSE-READ                 PIC 9(7).
           02  SSE-ACCEPTED             PIC 9(7).
           02  SSE-REJECTED             PIC 9(7).
           02  SSE-DUPLICATE            PIC 9(7).
           02  FILLER                   PIC X(9).

       FD  SCORE-REPORT-FILE
           RECORDING MODE IS F.
       01  SCORE-PRINT-RECORD           PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  SCORE-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'FEEDER DATA-QUALITY SCORECARD'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB79'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  SCR-HDG-PAGE-NUMBER   PIC ZZ9.

       01  SCORE-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  SCR-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  SCR-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'PERIOD: '.
           02  SCR-HDG-PERIOD-TYPE   PIC X(8)    VALUE SPACES.
           02  SCR-HDG-CUR-FROM      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE ' - '.
           02  SCR-HDG-CUR-TO        PIC X(10)   VALUE SPACES.

       01  SCORE-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  SCORE-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  SCR-HDG-SECTION-TITLE PIC X(40)   VALUE SPACES.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(14)   VALUE
               'PRIOR PERIOD: '.
           02  SCR-HDG-PRI-FROM      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE ' - '.
           02  SCR-HDG-PRI-TO        PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'TOLERANCE: '.
           02  SCR-HDG-TOLERANCE     PIC ZZ9.
           02  FILLER                PIC X(4)    VALUE ' PTS'.

      *    COLUMN TITLES FOR THE SCORECARD SECTION.
       01  SCORE-HEADING-5.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'REGION'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE '  RECORDS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE ' ACCEPTED'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE ' REJECTED'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'DUPLICATE'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'ERROR%'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'PRIOR%'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(7)    VALUE ' CHANGE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE 'FLAG'.

      *    COLUMN TITLES FOR THE WORSE-THAN-PRIOR SECTION.
       01  SCORE-HEADING-6.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'REGION'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE '  RECORDS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE '   ERRORS'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'PRIOR%'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(6)    VALUE 'ERROR%'.
           02  FILLER                PIC X(3)    VALUE SPACES.
           02  FILLER                PIC X(7)    VALUE ' CHANGE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'TOP REJECT REASON'.

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
           02  WS-PERIOD-TYPE        PIC X(1)    VALUE 'W'.
               88  WEEKLY-PERIOD     VALUE 'W'.
               88  MONTHLY-PERIOD    VALUE 'M'.
           02  WS-TOLERANCE-PTS      PIC 9(3)    VALUE 1.
           02  WS-SECTION            PIC 9(1)    VALUE 1.
               88  SCORECARD-SECTION VALUE 1.
               88  WORSE-SECTION     VALUE 2.
      *    THE REPORT PERIOD ENDS ON THE AS-OF DATE: A WEEK IS THE
      *    SEVEN DAYS THROUGH IT, A MONTH RUNS FROM THE FIRST OF ITS
      *    MONTH.  THE PRIOR PERIOD IS THE WEEK BEFORE OR THE WHOLE
      *    CALENDAR MONTH BEFORE.  THE TREND IS THE 30 DAYS THROUGH
      *    THE AS-OF DATE.  DATES ARE CCYYMMDD; -INT FIELDS ARE THE
      *    INTEGER-OF-DATE DAY NUMBERS.
           02  WS-AS-OF-DATE         PIC 9(8)    VALUE ZERO.
           02  WS-AS-OF-INT          PIC 9(8)    VALUE ZERO.
           02  WS-CUR-START-DATE     PIC 9(8)    VALUE ZERO.
           02  WS-CUR-START-INT      PIC 9(8)    VALUE ZERO.
           02  WS-PRI-START-DATE     PIC 9(8)    VALUE ZERO.
           02  WS-PRI-START-INT      PIC 9(8)    VALUE ZERO.
           02  WS-PRI-END-DATE       PIC 9(8)    VALUE ZERO.
           02  WS-PRI-END-INT        PIC 9(8)    VALUE ZERO.
           02  WS-TREND-START-INT    PIC 9(8)    VALUE ZERO.
           02  WS-WINDOW-START-DATE  PIC 9(8)    VALUE ZERO.
           02  WS-WINDOW-START-INT   PIC 9(8)    VALUE ZERO.
           02  WS-ROW-INT            PIC 9(8)    VALUE ZERO.
           02  WS-DAYS-BACK          PIC 9(5)    VALUE ZERO.
           02  WS-WORK-DATE          PIC 9(8)    VALUE ZERO.
           02  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
               03  WS-WORK-CCYY      PIC 9(4).
               03  WS-WORK-MM        PIC 9(2).
               03  WS-WORK-DD        PIC 9(2).
           02  WS-FMT-DATE           PIC 9(8)    VALUE ZERO.
           02  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
               03  WS-FMT-CCYY       PIC X(4).
               03  WS-FMT-MM         PIC X(2).
               03  WS-FMT-DD         PIC X(2).
           02  WS-FMT-OUT            PIC X(10)   VALUE SPACES.
       COPY FAPPAGE.
       01  CONTROL-BREAK-FIELDS.
           02  WS-PREV-SOURCE        PIC X(8)    VALUE SPACES.
           02  WS-PREV-REGION        PIC X(1)    VALUE SPACE.
           02  WS-PREV-ROW-TYPE      PIC X(1)    VALUE SPACE.
           02  WS-PREV-REASON        PIC X(30)   VALUE SPACES.
      *    ACCUMULATOR LEVELS: 1 = FEEDER (SOURCE AND REGION),
      *    2 = ALL FEEDERS.  ERRORS ARE REJECTS PLUS DUPLICATES.
       01  SCORE-TOTALS.
           02  WS-LEVEL-TOTAL OCCURS 2 TIMES.
               03  WS-LVL-ROWS           PIC 9(7).
               03  WS-LVL-CUR-READ       PIC 9(9).
               03  WS-LVL-CUR-ACCEPTED   PIC 9(9).
               03  WS-LVL-CUR-REJECTED   PIC 9(9).
               03  WS-LVL-CUR-DUPLICATE  PIC 9(9).
               03  WS-LVL-PRI-READ       PIC 9(9).
               03  WS-LVL-PRI-ERRORS     PIC 9(9).
               03  WS-LVL-BUCKET OCCURS 3 TIMES.
                   04  WS-LVL-BKT-READ   PIC 9(9).
                   04  WS-LVL-BKT-ERRORS PIC 9(9).
           02  WS-LVL                PIC 9(1)    VALUE ZERO.
           02  WS-BKT                PIC 9(1)    VALUE ZERO.
      *    THE CURRENT FEEDER'S THREE HEAVIEST REJECT REASONS IN THE
      *    REPORT PERIOD, HEAVIEST FIRST.
       01  TOP-REASON-TABLE.
           02  WS-TOP-ENTRY OCCURS 3 TIMES.
               03  WS-TOP-REASON     PIC X(30).
               03  WS-TOP-COUNT      PIC 9(9).
       01  TOP-REASON-WORK.
           02  WS-RSN-COUNT          PIC 9(9)    VALUE ZERO.
           02  WS-TOP-SUB            PIC 9(1)    VALUE ZERO.
           02  WS-TOP-HOLD-REASON    PIC X(30)   VALUE SPACES.
           02  WS-TOP-HOLD-COUNT     PIC 9(9)    VALUE ZERO.
       01  RATE-WORK-FIELDS.
           02  WS-RATE-READ          PIC 9(9)    VALUE ZERO.
           02  WS-RATE-ERRORS        PIC 9(9)    VALUE ZERO.
           02  WS-RATE-RESULT        PIC 9(3)V99 VALUE ZERO.
           02  WS-RATE-HAVE-SW       PIC X(1)    VALUE 'N'.
               88  RATE-HAVE         VALUE 'Y'.
           02  WS-CUR-RATE           PIC 9(3)V99 VALUE ZERO.
           02  WS-CUR-HAVE-SW        PIC X(1)    VALUE 'N'.
               88  CUR-RATE-HAVE     VALUE 'Y'.
           02  WS-PRI-RATE           PIC 9(3)V99 VALUE ZERO.
           02  WS-PRI-HAVE-SW        PIC X(1)    VALUE 'N'.
               88  PRI-RATE-HAVE     VALUE 'Y'.
           02  WS-RATE-CHANGE        PIC S9(3)V99 VALUE ZERO.
           02  WS-FIRST-BKT-RATE     PIC 9(3)V99 VALUE ZERO.
           02  WS-FIRST-BKT-HAVE-SW  PIC X(1)    VALUE 'N'.
           02  WS-TREND-READ         PIC 9(9)    VALUE ZERO.
           02  WS-TREND-ERRORS       PIC 9(9)    VALUE ZERO.
       01  REGION-NAME-FIELDS.
           02  WS-REGION-NAME        PIC X(8)    VALUE SPACES.
      *    FEEDERS WHOSE ERROR RATE ROSE BY MORE THAN THE TOLERANCE,
      *    KEPT FOR THE SECTION AT THE END.  PAST 50 THEY ARE
      *    COUNTED BUT NOT LISTED.
       01  WORSE-FEEDER-TABLE.
           02  WS-WORSE-COUNT        PIC 9(5)    VALUE ZERO.
           02  WS-WORSE-LISTED       PIC 9(2)    VALUE ZERO.
           02  WS-WORSE-SUB          PIC 9(2)    VALUE ZERO.
           02  WS-WORSE-ENTRY OCCURS 50 TIMES.
               03  WS-WRS-SOURCE     PIC X(8).
               03  WS-WRS-REGION     PIC X(8).
               03  WS-WRS-READ       PIC 9(9).
               03  WS-WRS-ERRORS     PIC 9(9).
               03  WS-WRS-PRI-RATE   PIC 9(3)V99.
               03  WS-WRS-CUR-RATE   PIC 9(3)V99.
               03  WS-WRS-CHANGE     PIC S9(3)V99.
               03  WS-WRS-TOP-REASON PIC X(30).
       01  FEEDER-SCORE-LINE.
           02  FILLER                PIC X(1).
           02  FSL-SOURCE            PIC X(8).
           02  FILLER                PIC X(2).
           02  FSL-REGION            PIC X(8).
           02  FILLER                PIC X(2).
           02  FSL-READ              PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  FSL-ACCEPTED          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  FSL-REJECTED          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  FSL-DUPLICATE         PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  FSL-RATE              PIC ZZ9.99.
           02  FSL-RATE-X REDEFINES
               FSL-RATE              PIC X(6).
           02  FILLER                PIC X(3).
           02  FSL-PRIOR             PIC ZZ9.99.
           02  FSL-PRIOR-X REDEFINES
               FSL-PRIOR             PIC X(6).
           02  FILLER                PIC X(3).
           02  FSL-CHANGE            PIC +ZZ9.99.
           02  FSL-CHANGE-X REDEFINES
               FSL-CHANGE            PIC X(7).
           02  FILLER                PIC X(2).
           02  FSL-FLAG              PIC X(10).
       01  REASON-SCORE-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(11).
           02  RSL-LABEL             PIC X(13).
           02  RSL-REASON            PIC X(30).
           02  FILLER                PIC X(2).
           02  RSL-COUNT             PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  RSL-PCT               PIC ZZ9.99.
           02  RSL-PCT-TEXT          PIC X(13).
      *    TREND CELLS 1-3 ARE THE TEN-DAY STEPS, OLDEST FIRST; CELL
      *    4 IS THE WHOLE 30 DAYS.  A STEP WITH NO RECORDS IS N/A.
       01  TREND-SCORE-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(11).
           02  TSL-LABEL             PIC X(13).
           02  TSL-CELL OCCURS 4 TIMES.
               03  TSL-CELL-LABEL    PIC X(11).
               03  TSL-RATE          PIC ZZ9.99.
               03  TSL-RATE-X REDEFINES
                   TSL-RATE          PIC X(6).
               03  TSL-PCT           PIC X(1).
               03  FILLER            PIC X(2).
           02  TSL-DIRECTION         PIC X(8).
       01  TREND-CELL-VALUES.
           02  FILLER                PIC X(11)   VALUE 'DAYS 30-21:'.
           02  FILLER                PIC X(11)   VALUE 'DAYS 20-11:'.
           02  FILLER                PIC X(11)   VALUE 'DAYS 10-1: '.
           02  FILLER                PIC X(11)   VALUE '30 DAYS:   '.
       01  TREND-CELL-TABLE REDEFINES TREND-CELL-VALUES.
           02  WS-TREND-CELL-LABEL   PIC X(11)   OCCURS 4 TIMES.
       01  WORSE-SCORE-LINE.
           02  FILLER                PIC X(1).
           02  WSL-SOURCE            PIC X(8).
           02  FILLER                PIC X(2).
           02  WSL-REGION            PIC X(8).
           02  FILLER                PIC X(2).
           02  WSL-READ              PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  WSL-ERRORS            PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(3).
           02  WSL-PRIOR             PIC ZZ9.99.
           02  FILLER                PIC X(3).
           02  WSL-RATE              PIC ZZ9.99.
           02  FILLER                PIC X(3).
           02  WSL-CHANGE            PIC +ZZ9.99.
           02  FILLER                PIC X(2).
           02  WSL-TOP-REASON        PIC X(30).
       01  SCORE-MESSAGE-LINE.
           02  FILLER                PIC X(1).
           02  SML-TEXT              PIC X(60).
       01  SCORE-TOTAL-LINE.
           02  SCR-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  SCR-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  SCORE-COUNTERS.
           02  WS-HISTORY-READ       PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-USED       PIC 9(7)    VALUE ZERO.
           02  WS-FEEDERS-REPORTED   PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-SCORE-CARD-STATUS        PIC X(2)  VALUE '00'.
           02  WS-SCORECARD-HISTORY-STATUS PIC X(2)  VALUE '00'.
           02  WS-SCORE-SORTED-STATUS      PIC X(2)  VALUE '00'.
           02  WS-SCORE-REPORT-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-SCORE-ENTRY
               UNTIL SORTED-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-SCORE-CARD.
           PERFORM 1020-SET-PERIOD-DATES.
           PERFORM 1005-SORT-SCORECARD-HISTORY.
           OPEN INPUT SCORE-SORTED-FILE.
           IF WS-SCORE-SORTED-STATUS NOT = '00'
               DISPLAY 'FAPCOB79 UNABLE TO OPEN SCRSRT - STATUS '
                   WS-SCORE-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCORE-REPORT-FILE.
           IF WS-SCORE-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB79 UNABLE TO OPEN SCRRPT - STATUS '
                   WS-SCORE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE WS-TOLERANCE-PTS TO SCR-HDG-TOLERANCE.
           MOVE ZERO TO SCORE-TOTALS.
           PERFORM 2590-CLEAR-TOP-REASON
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > 3.
           MOVE 1 TO WS-SECTION.
           MOVE 'FEEDER SCORECARD BY SOURCE AND REGION'
               TO SCR-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SORTED-EOF-SW.
      ******************************************************************
       1005-SORT-SCORECARD-HISTORY.
           SORT SCORE-SORT-FILE
               ON ASCENDING KEY SSC-SOURCE
                                SSC-REGION
                                SSC-ROW-TYPE
                                SSC-REASON
               INPUT PROCEDURE IS 1060-RELEASE-SCORECARD-HISTORY
               GIVING SCORE-SORTED-FILE.
      ******************************************************************
       1010-READ-SCORE-CARD.
      *    THE CARD IS OPTIONAL; A MISSING CARD OR BLANK COLUMNS MEAN
      *    A WEEKLY SCORECARD AS OF TODAY WITH A ONE-POINT TOLERANCE.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
           OPEN INPUT SCORE-CARD-FILE.
           IF WS-SCORE-CARD-STATUS NOT = '00'
               AND WS-SCORE-CARD-STATUS NOT = '05'
               DISPLAY 'FAPCOB79 UNABLE TO OPEN SCRCARD - STATUS '
                   WS-SCORE-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SCORE-CARD-FILE
               AT END
                   MOVE SPACES TO SCORE-CARD-RECORD
           END-READ.
           IF SCC-PERIOD-TYPE NOT = SPACE
               IF NOT SCC-WEEKLY AND NOT SCC-MONTHLY
                   DISPLAY 'FAPCOB79 INVALID PERIOD TYPE - '
                       SCC-PERIOD-TYPE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SCC-PERIOD-TYPE TO WS-PERIOD-TYPE
           END-IF.
           IF SCC-AS-OF-DATE NOT = SPACES
               IF SCC-AS-OF-DATE NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE (SCC-AS-OF-DATE-N)
                       = ZERO
                   DISPLAY 'FAPCOB79 INVALID AS-OF DATE - '
                       SCC-AS-OF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SCC-AS-OF-DATE-N TO WS-AS-OF-DATE
           END-IF.
           IF SCC-TOLERANCE NOT = SPACES
               IF SCC-TOLERANCE NOT NUMERIC
                   DISPLAY 'FAPCOB79 INVALID TOLERANCE - '
                       SCC-TOLERANCE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SCC-TOLERANCE-N TO WS-TOLERANCE-PTS
           END-IF.
           CLOSE SCORE-CARD-FILE.
      ******************************************************************
       1020-SET-PERIOD-DATES.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           IF MONTHLY-PERIOD
               MOVE 'MONTHLY' TO SCR-HDG-PERIOD-TYPE
               MOVE WS-AS-OF-DATE TO WS-WORK-DATE
               MOVE 1 TO WS-WORK-DD
               MOVE WS-WORK-DATE TO WS-CUR-START-DATE
               COMPUTE WS-CUR-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CUR-START-DATE)
               COMPUTE WS-PRI-END-INT = WS-CUR-START-INT - 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-PRI-END-INT)
                   TO WS-PRI-END-DATE
               MOVE WS-PRI-END-DATE TO WS-WORK-DATE
               MOVE 1 TO WS-WORK-DD
               MOVE WS-WORK-DATE TO WS-PRI-START-DATE
               COMPUTE WS-PRI-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PRI-START-DATE)
           ELSE
               MOVE 'WEEKLY'  TO SCR-HDG-PERIOD-TYPE
               COMPUTE WS-CUR-START-INT = WS-AS-OF-INT - 6
               MOVE FUNCTION DATE-OF-INTEGER (WS-CUR-START-INT)
                   TO WS-CUR-START-DATE
               COMPUTE WS-PRI-END-INT = WS-AS-OF-INT - 7
               MOVE FUNCTION DATE-OF-INTEGER (WS-PRI-END-INT)
                   TO WS-PRI-END-DATE
               COMPUTE WS-PRI-START-INT = WS-AS-OF-INT - 13
               MOVE FUNCTION DATE-OF-INTEGER (WS-PRI-START-INT)
                   TO WS-PRI-START-DATE
           END-IF.
           COMPUTE WS-TREND-START-INT = WS-AS-OF-INT - 29.
           IF WS-TREND-START-INT < WS-PRI-START-INT
               MOVE WS-TREND-START-INT TO WS-WINDOW-START-INT
           ELSE
               MOVE WS-PRI-START-INT   TO WS-WINDOW-START-INT
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
               TO WS-WINDOW-START-DATE.
           MOVE WS-CUR-START-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT TO SCR-HDG-CUR-FROM.
           MOVE WS-AS-OF-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT TO SCR-HDG-CUR-TO.
           MOVE WS-PRI-START-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT TO SCR-HDG-PRI-FROM.
           MOVE WS-PRI-END-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT TO SCR-HDG-PRI-TO.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO SCR-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO SCR-HDG-RUN-TIME.
      ******************************************************************
       1060-RELEASE-SCORECARD-HISTORY.
      *    THE KEY LEADS WITH THE RUN DATE, SO THE BROWSE STARTS AT
      *    THE EARLIEST DATE ANY COLUMN NEEDS AND STOPS PAST THE
      *    AS-OF DATE.
           OPEN INPUT SCORECARD-HISTORY.
           IF WS-SCORECARD-HISTORY-STATUS NOT = '00'
               AND WS-SCORECARD-HISTORY-STATUS NOT = '05'
               DISPLAY 'FAPCOB79 UNABLE TO OPEN SCRHIST - STATUS '
                   WS-SCORECARD-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-HISTORY-EOF-SW.
           MOVE LOW-VALUES TO SCH-KEY.
           MOVE WS-WINDOW-START-DATE TO SCH-RUN-DATE.
           START SCORECARD-HISTORY KEY NOT LESS THAN SCH-KEY
               INVALID KEY
                   SET HISTORY-AT-END TO TRUE
           END-START.
           PERFORM 1065-READ-HISTORY-RECORD
               UNTIL HISTORY-AT-END.
           CLOSE SCORECARD-HISTORY.
      ******************************************************************
       1065-READ-HISTORY-RECORD.
           READ SCORECARD-HISTORY NEXT RECORD
               AT END
                   SET HISTORY-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF SCH-RUN-DATE > WS-AS-OF-DATE
                       SET HISTORY-AT-END TO TRUE
                   ELSE
                       PERFORM 1070-RELEASE-HISTORY-ROW
                   END-IF
           END-READ.
      ******************************************************************
       1070-RELEASE-HISTORY-ROW.
           MOVE SPACES           TO SCORE-SORT-RECORD.
           MOVE SCH-SOURCE       TO SSC-SOURCE.
           MOVE SCH-REGION       TO SSC-REGION.
           MOVE SCH-ROW-TYPE     TO SSC-ROW-TYPE.
           MOVE SCH-REASON       TO SSC-REASON.
           MOVE 'N'              TO SSC-CURRENT.
           MOVE 'N'              TO SSC-PRIOR.
           MOVE ZERO             TO SSC-BUCKET.
           COMPUTE WS-ROW-INT =
               FUNCTION INTEGER-OF-DATE (SCH-RUN-DATE).
           IF WS-ROW-INT NOT < WS-CUR-START-INT
               MOVE 'Y' TO SSC-CURRENT
           END-IF.
           IF WS-ROW-INT NOT < WS-PRI-START-INT
               AND WS-ROW-INT NOT > WS-PRI-END-INT
               MOVE 'Y' TO SSC-PRIOR
           END-IF.
           IF WS-ROW-INT NOT < WS-TREND-START-INT
               COMPUTE WS-DAYS-BACK = WS-AS-OF-INT - WS-ROW-INT
               EVALUATE TRUE
                   WHEN WS-DAYS-BACK < 10
                       MOVE 3 TO SSC-BUCKET
                   WHEN WS-DAYS-BACK < 20
                       MOVE 2 TO SSC-BUCKET
                   WHEN OTHER
                       MOVE 1 TO SSC-BUCKET
               END-EVALUATE
           END-IF.
           MOVE SCH-RECORDS-READ      TO SSC-READ.
           MOVE SCH-RECORDS-ACCEPTED  TO SSC-ACCEPTED.
           MOVE SCH-RECORDS-REJECTED  TO SSC-REJECTED.
           MOVE SCH-RECORDS-DUPLICATE TO SSC-DUPLICATE.
           ADD 1 TO WS-HISTORY-USED.
           RELEASE SCORE-SORT-RECORD.
      ******************************************************************
       1090-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           STRING WS-FMT-MM   '/'
                  WS-FMT-DD   '/'
                  WS-FMT-CCYY
                  DELIMITED BY SIZE INTO WS-FMT-OUT.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO SCR-HDG-PAGE-NUMBER.
           WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-4
               AFTER ADVANCING 1 LINE.
           IF WORSE-SECTION
               WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-6
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SCORE-PRINT-RECORD FROM SCORE-HEADING-5
                   AFTER ADVANCING 1 LINE
           END-IF.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 2.
      ******************************************************************
       2000-PROCESS-SCORE-ENTRY.
           READ SCORE-SORTED-FILE
               AT END
                   SET SORTED-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-CONTROL-BREAKS
                   ADD 1 TO WS-LVL-ROWS (1)
                   IF SSE-FEEDER-TOTAL
                       PERFORM 2150-ACCUMULATE-FEEDER-TOTAL
                   ELSE
                       IF SSE-IN-CURRENT
                           ADD SSE-REJECTED TO WS-RSN-COUNT
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       2100-CHECK-CONTROL-BREAKS.
      *    A REASON ROW'S COUNTS FOR ALL DATES ARRIVE TOGETHER, SO A
      *    CHANGE OF REASON CLOSES THAT REASON'S PERIOD TOTAL.
           IF SSE-SOURCE NOT = WS-PREV-SOURCE
               OR SSE-REGION NOT = WS-PREV-REGION
               PERFORM 2300-FEEDER-BREAK
           ELSE
               IF SSE-ROW-TYPE NOT = WS-PREV-ROW-TYPE
                   OR SSE-REASON NOT = WS-PREV-REASON
                   PERFORM 2200-REASON-BREAK
               END-IF
           END-IF.
           MOVE SSE-SOURCE   TO WS-PREV-SOURCE.
           MOVE SSE-REGION   TO WS-PREV-REGION.
           MOVE SSE-ROW-TYPE TO WS-PREV-ROW-TYPE.
           MOVE SSE-REASON   TO WS-PREV-REASON.
      ******************************************************************
       2150-ACCUMULATE-FEEDER-TOTAL.
           IF SSE-IN-CURRENT
               ADD SSE-READ      TO WS-LVL-CUR-READ (1)
               ADD SSE-ACCEPTED  TO WS-LVL-CUR-ACCEPTED (1)
               ADD SSE-REJECTED  TO WS-LVL-CUR-REJECTED (1)
               ADD SSE-DUPLICATE TO WS-LVL-CUR-DUPLICATE (1)
           END-IF.
           IF SSE-IN-PRIOR
               ADD SSE-READ      TO WS-LVL-PRI-READ (1)
               ADD SSE-REJECTED  TO WS-LVL-PRI-ERRORS (1)
               ADD SSE-DUPLICATE TO WS-LVL-PRI-ERRORS (1)
           END-IF.
           IF SSE-BUCKET > ZERO
               ADD SSE-READ      TO WS-LVL-BKT-READ (1 SSE-BUCKET)
               ADD SSE-REJECTED  TO WS-LVL-BKT-ERRORS (1 SSE-BUCKET)
               ADD SSE-DUPLICATE TO WS-LVL-BKT-ERRORS (1 SSE-BUCKET)
           END-IF.
      ******************************************************************
       2200-REASON-BREAK.
      *    THE CLOSED REASON TAKES SLOT 3 IF IT BEATS IT, THEN MOVES
      *    UP PAST ANY LIGHTER REASON ABOVE IT.
           IF WS-RSN-COUNT > WS-TOP-COUNT (3)
               MOVE WS-PREV-REASON TO WS-TOP-REASON (3)
               MOVE WS-RSN-COUNT   TO WS-TOP-COUNT (3)
               IF WS-TOP-COUNT (3) > WS-TOP-COUNT (2)
                   MOVE 2 TO WS-TOP-SUB
                   PERFORM 2250-SWAP-TOP-REASON
               END-IF
               IF WS-TOP-COUNT (2) > WS-TOP-COUNT (1)
                   MOVE 1 TO WS-TOP-SUB
                   PERFORM 2250-SWAP-TOP-REASON
               END-IF
           END-IF.
           MOVE ZERO TO WS-RSN-COUNT.
      ******************************************************************
       2250-SWAP-TOP-REASON.
      *    EXCHANGES TOP-REASON SLOTS WS-TOP-SUB AND WS-TOP-SUB + 1.
           MOVE WS-TOP-REASON (WS-TOP-SUB) TO WS-TOP-HOLD-REASON.
           MOVE WS-TOP-COUNT (WS-TOP-SUB)  TO WS-TOP-HOLD-COUNT.
           MOVE WS-TOP-REASON (WS-TOP-SUB + 1)
               TO WS-TOP-REASON (WS-TOP-SUB).
           MOVE WS-TOP-COUNT (WS-TOP-SUB + 1)
               TO WS-TOP-COUNT (WS-TOP-SUB).
           MOVE WS-TOP-HOLD-REASON TO WS-TOP-REASON (WS-TOP-SUB + 1).
           MOVE WS-TOP-HOLD-COUNT  TO WS-TOP-COUNT (WS-TOP-SUB + 1).
      ******************************************************************
       2300-FEEDER-BREAK.
           PERFORM 2200-REASON-BREAK.
           IF WS-LVL-ROWS (1) > ZERO
               MOVE 1 TO WS-LVL
               EVALUATE WS-PREV-REGION
                   WHEN 'E'
                       MOVE 'EAST'    TO WS-REGION-NAME
                   WHEN 'C'
                       MOVE 'CENTRAL' TO WS-REGION-NAME
                   WHEN 'W'
                       MOVE 'WEST'    TO WS-REGION-NAME
                   WHEN OTHER
                       MOVE 'ALL'     TO WS-REGION-NAME
               END-EVALUATE
               MOVE SPACES          TO FEEDER-SCORE-LINE
               MOVE WS-PREV-SOURCE  TO FSL-SOURCE
               MOVE WS-REGION-NAME  TO FSL-REGION
               PERFORM 2600-PRINT-FEEDER-BLOCK
               ADD 1 TO WS-FEEDERS-REPORTED
               PERFORM 2700-ROLL-LEVEL-TOTALS
               PERFORM 2590-CLEAR-TOP-REASON
                   VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > 3
           END-IF.
      ******************************************************************
       2590-CLEAR-TOP-REASON.
           MOVE SPACES TO WS-TOP-REASON (WS-TOP-SUB).
           MOVE ZERO   TO WS-TOP-COUNT (WS-TOP-SUB).
      ******************************************************************
       2600-PRINT-FEEDER-BLOCK.
      *    ONE BLOCK PER FEEDER (OR FOR ALL FEEDERS): THE PERIOD LINE
      *    AGAINST THE PRIOR PERIOD, THE TOP REJECT REASONS, AND THE
      *    30-DAY TREND LINE.
           IF NEW-PAGE
               OR LINES-WRITTEN + 6 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE WS-LVL-CUR-READ (WS-LVL)      TO FSL-READ.
           MOVE WS-LVL-CUR-ACCEPTED (WS-LVL)  TO FSL-ACCEPTED.
           MOVE WS-LVL-CUR-REJECTED (WS-LVL)  TO FSL-REJECTED.
           MOVE WS-LVL-CUR-DUPLICATE (WS-LVL) TO FSL-DUPLICATE.
           MOVE WS-LVL-CUR-READ (WS-LVL)      TO WS-RATE-READ.
           COMPUTE WS-RATE-ERRORS = WS-LVL-CUR-REJECTED (WS-LVL)
                                  + WS-LVL-CUR-DUPLICATE (WS-LVL).
           PERFORM 2650-COMPUTE-RATE.
           MOVE WS-RATE-RESULT  TO WS-CUR-RATE.
           MOVE WS-RATE-HAVE-SW TO WS-CUR-HAVE-SW.
           MOVE WS-LVL-PRI-READ (WS-LVL)   TO WS-RATE-READ.
           MOVE WS-LVL-PRI-ERRORS (WS-LVL) TO WS-RATE-ERRORS.
           PERFORM 2650-COMPUTE-RATE.
           MOVE WS-RATE-RESULT  TO WS-PRI-RATE.
           MOVE WS-RATE-HAVE-SW TO WS-PRI-HAVE-SW.
           IF CUR-RATE-HAVE
               MOVE WS-CUR-RATE TO FSL-RATE
           ELSE
               MOVE '   N/A'     TO FSL-RATE-X
           END-IF.
           IF PRI-RATE-HAVE
               MOVE WS-PRI-RATE TO FSL-PRIOR
           ELSE
               MOVE '   N/A'     TO FSL-PRIOR-X
           END-IF.
           MOVE SPACES TO FSL-CHANGE-X.
           IF CUR-RATE-HAVE AND PRI-RATE-HAVE
               COMPUTE WS-RATE-CHANGE = WS-CUR-RATE - WS-PRI-RATE
               MOVE WS-RATE-CHANGE TO FSL-CHANGE
               IF WS-RATE-CHANGE > WS-TOLERANCE-PTS
                   MOVE '*WORSE*' TO FSL-FLAG
                   IF WS-LVL = 1
                       PERFORM 2680-NOTE-WORSE-FEEDER
                   END-IF
               ELSE
                   IF WS-RATE-CHANGE < ZERO - WS-TOLERANCE-PTS
                       MOVE 'BETTER' TO FSL-FLAG
                   END-IF
               END-IF
           ELSE
               IF CUR-RATE-HAVE
                   MOVE 'NEW' TO FSL-FLAG
               ELSE
                   MOVE 'NO DATA' TO FSL-FLAG
               END-IF
           END-IF.
           WRITE SCORE-PRINT-RECORD FROM FEEDER-SCORE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINES-WRITTEN.
           IF WS-LVL = 1
               PERFORM 2620-PRINT-REASON-LINE
                   VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > 3
           END-IF.
           PERFORM 2640-PRINT-TREND-LINE.
      ******************************************************************
       2620-PRINT-REASON-LINE.
           IF WS-TOP-COUNT (WS-TOP-SUB) > ZERO
               MOVE SPACES TO REASON-SCORE-LINE
               STRING 'TOP REASON ' WS-TOP-SUB ':'
                   DELIMITED BY SIZE INTO RSL-LABEL
               MOVE WS-TOP-REASON (WS-TOP-SUB) TO RSL-REASON
               MOVE WS-TOP-COUNT (WS-TOP-SUB)  TO RSL-COUNT
               COMPUTE RSL-PCT ROUNDED =
                   WS-TOP-COUNT (WS-TOP-SUB) * 100
                   / WS-LVL-CUR-REJECTED (WS-LVL)
               MOVE ' % OF REJECTS' TO RSL-PCT-TEXT
               WRITE SCORE-PRINT-RECORD FROM REASON-SCORE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-WRITTEN
           END-IF.
      ******************************************************************
       2640-PRINT-TREND-LINE.
      *    THE DIRECTION COMPARES THE LATEST TEN DAYS WITH THE
      *    EARLIEST, USING THE SAME TOLERANCE AS THE PERIOD FLAG.
           MOVE SPACES         TO TREND-SCORE-LINE.
           MOVE '30-DAY TREND' TO TSL-LABEL.
           MOVE ZERO TO WS-TREND-READ.
           MOVE ZERO TO WS-TREND-ERRORS.
           MOVE 'N'  TO WS-FIRST-BKT-HAVE-SW.
           PERFORM 2645-SET-TREND-CELL
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 3.
           MOVE WS-TREND-CELL-LABEL (4) TO TSL-CELL-LABEL (4).
           MOVE WS-TREND-READ   TO WS-RATE-READ.
           MOVE WS-TREND-ERRORS TO WS-RATE-ERRORS.
           PERFORM 2650-COMPUTE-RATE.
           IF RATE-HAVE
               MOVE WS-RATE-RESULT TO TSL-RATE (4)
               MOVE '%'            TO TSL-PCT (4)
           ELSE
               MOVE '   N/A'       TO TSL-RATE-X (4)
           END-IF.
           WRITE SCORE-PRINT-RECORD FROM TREND-SCORE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
      ******************************************************************
       2645-SET-TREND-CELL.
           MOVE WS-TREND-CELL-LABEL (WS-BKT) TO TSL-CELL-LABEL (WS-BKT).
           MOVE WS-LVL-BKT-READ (WS-LVL WS-BKT)   TO WS-RATE-READ.
           MOVE WS-LVL-BKT-ERRORS (WS-LVL WS-BKT) TO WS-RATE-ERRORS.
           ADD WS-RATE-READ   TO WS-TREND-READ.
           ADD WS-RATE-ERRORS TO WS-TREND-ERRORS.
           PERFORM 2650-COMPUTE-RATE.
           IF RATE-HAVE
               MOVE WS-RATE-RESULT TO TSL-RATE (WS-BKT)
               MOVE '%'            TO TSL-PCT (WS-BKT)
           ELSE
               MOVE '   N/A'       TO TSL-RATE-X (WS-BKT)
           END-IF.
           IF WS-BKT = 1
               MOVE WS-RATE-RESULT  TO WS-FIRST-BKT-RATE
               MOVE WS-RATE-HAVE-SW TO WS-FIRST-BKT-HAVE-SW
           END-IF.
           IF WS-BKT = 3
               AND RATE-HAVE
               AND WS-FIRST-BKT-HAVE-SW = 'Y'
               IF WS-RATE-RESULT > WS-FIRST-BKT-RATE + WS-TOLERANCE-PTS
                   MOVE 'RISING'  TO TSL-DIRECTION
               ELSE
                   IF WS-RATE-RESULT + WS-TOLERANCE-PTS
                       < WS-FIRST-BKT-RATE
                       MOVE 'FALLING' TO TSL-DIRECTION
                   ELSE
                       MOVE 'STEADY'  TO TSL-DIRECTION
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2650-COMPUTE-RATE.
      *    ERROR RATE = (REJECTS + DUPLICATES) * 100 / RECORDS READ;
      *    NO RECORDS READ MEANS NO RATE.
           MOVE ZERO TO WS-RATE-RESULT.
           IF WS-RATE-READ > ZERO
               MOVE 'Y' TO WS-RATE-HAVE-SW
               COMPUTE WS-RATE-RESULT ROUNDED =
                   WS-RATE-ERRORS * 100 / WS-RATE-READ
           ELSE
               MOVE 'N' TO WS-RATE-HAVE-SW
           END-IF.
      ******************************************************************
       2680-NOTE-WORSE-FEEDER.
           ADD 1 TO WS-WORSE-COUNT.
           IF WS-WORSE-LISTED < 50
               ADD 1 TO WS-WORSE-LISTED
               MOVE WS-PREV-SOURCE
                   TO WS-WRS-SOURCE (WS-WORSE-LISTED)
               MOVE WS-REGION-NAME
                   TO WS-WRS-REGION (WS-WORSE-LISTED)
               MOVE WS-LVL-CUR-READ (1)
                   TO WS-WRS-READ (WS-WORSE-LISTED)
               COMPUTE WS-WRS-ERRORS (WS-WORSE-LISTED) =
                   WS-LVL-CUR-REJECTED (1) + WS-LVL-CUR-DUPLICATE (1)
               MOVE WS-PRI-RATE
                   TO WS-WRS-PRI-RATE (WS-WORSE-LISTED)
               MOVE WS-CUR-RATE
                   TO WS-WRS-CUR-RATE (WS-WORSE-LISTED)
               MOVE WS-RATE-CHANGE
                   TO WS-WRS-CHANGE (WS-WORSE-LISTED)
               MOVE WS-TOP-REASON (1)
                   TO WS-WRS-TOP-REASON (WS-WORSE-LISTED)
           END-IF.
      ******************************************************************
       2700-ROLL-LEVEL-TOTALS.
      *    ADDS THE FEEDER LEVEL INTO ALL FEEDERS AND CLEARS IT.
           ADD WS-LVL-ROWS (1)          TO WS-LVL-ROWS (2).
           ADD WS-LVL-CUR-READ (1)      TO WS-LVL-CUR-READ (2).
           ADD WS-LVL-CUR-ACCEPTED (1)  TO WS-LVL-CUR-ACCEPTED (2).
           ADD WS-LVL-CUR-REJECTED (1)  TO WS-LVL-CUR-REJECTED (2).
           ADD WS-LVL-CUR-DUPLICATE (1) TO WS-LVL-CUR-DUPLICATE (2).
           ADD WS-LVL-PRI-READ (1)      TO WS-LVL-PRI-READ (2).
           ADD WS-LVL-PRI-ERRORS (1)    TO WS-LVL-PRI-ERRORS (2).
           PERFORM 2710-ROLL-LEVEL-BUCKET
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 3.
           MOVE ZERO TO WS-LEVEL-TOTAL (1).
      ******************************************************************
       2710-ROLL-LEVEL-BUCKET.
           ADD WS-LVL-BKT-READ (1 WS-BKT)
               TO WS-LVL-BKT-READ (2 WS-BKT).
           ADD WS-LVL-BKT-ERRORS (1 WS-BKT)
               TO WS-LVL-BKT-ERRORS (2 WS-BKT).
      ******************************************************************
       9000-TERMINATE-PROCESS.
           PERFORM 2300-FEEDER-BREAK.

           IF WS-FEEDERS-REPORTED = ZERO
               MOVE SPACES TO SCORE-MESSAGE-LINE
               MOVE 'NO SCORECARD HISTORY IN THE REPORT WINDOW'
                   TO SML-TEXT
               WRITE SCORE-PRINT-RECORD FROM SCORE-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINES-WRITTEN
           ELSE
               MOVE 2 TO WS-LVL
               MOVE SPACES          TO FEEDER-SCORE-LINE
               MOVE 'ALL'           TO FSL-SOURCE
               MOVE 'FEEDERS'       TO FSL-REGION
               PERFORM 2600-PRINT-FEEDER-BLOCK
           END-IF.

           MOVE 2 TO WS-SECTION.
           MOVE 'FEEDERS WORSE THAN THE PRIOR PERIOD'
               TO SCR-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           IF WS-WORSE-COUNT = ZERO
               MOVE SPACES TO SCORE-MESSAGE-LINE
               MOVE 'NO FEEDER GOT WORSE THAN THE PRIOR PERIOD'
                   TO SML-TEXT
               WRITE SCORE-PRINT-RECORD FROM SCORE-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINES-WRITTEN
           ELSE
               PERFORM 9100-PRINT-WORSE-LINE
                   VARYING WS-WORSE-SUB FROM 1 BY 1
                   UNTIL WS-WORSE-SUB > WS-WORSE-LISTED
           END-IF.
           IF WS-WORSE-COUNT > WS-WORSE-LISTED
               MOVE SPACES TO SCORE-MESSAGE-LINE
               MOVE 'FURTHER WORSE FEEDERS NOT LISTED - SEE TOTALS'
                   TO SML-TEXT
               WRITE SCORE-PRINT-RECORD FROM SCORE-MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINES-WRITTEN
           END-IF.

           MOVE SPACES                TO SCORE-TOTAL-LINE.
           MOVE 'HISTORY ROWS READ'   TO SCR-TOT-LABEL.
           MOVE WS-HISTORY-READ       TO SCR-TOT-VALUE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO SCORE-TOTAL-LINE.
           MOVE 'HISTORY ROWS IN WINDOW' TO SCR-TOT-LABEL.
           MOVE WS-HISTORY-USED       TO SCR-TOT-VALUE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO SCORE-TOTAL-LINE.
           MOVE 'FEEDERS REPORTED'    TO SCR-TOT-LABEL.
           MOVE WS-FEEDERS-REPORTED   TO SCR-TOT-VALUE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO SCORE-TOTAL-LINE.
           MOVE 'FEEDERS WORSE THAN PRIOR' TO SCR-TOT-LABEL.
           MOVE WS-WORSE-COUNT        TO SCR-TOT-VALUE.
           WRITE SCORE-PRINT-RECORD FROM SCORE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE SCORE-SORTED-FILE.
           CLOSE SCORE-REPORT-FILE.
           IF WS-WORSE-COUNT > ZERO
               DISPLAY 'FAPCOB79 ' WS-WORSE-COUNT
                   ' FEEDER(S) WORSE THAN THE PRIOR PERIOD - SEE SCRRPT'
                   ' - RC 4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       9100-PRINT-WORSE-LINE.
           IF NEW-PAGE
               OR LINES-WRITTEN + 1 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO WORSE-SCORE-LINE.
           MOVE WS-WRS-SOURCE (WS-WORSE-SUB)     TO WSL-SOURCE.
           MOVE WS-WRS-REGION (WS-WORSE-SUB)     TO WSL-REGION.
           MOVE WS-WRS-READ (WS-WORSE-SUB)       TO WSL-READ.
           MOVE WS-WRS-ERRORS (WS-WORSE-SUB)     TO WSL-ERRORS.
           MOVE WS-WRS-PRI-RATE (WS-WORSE-SUB)   TO WSL-PRIOR.
           MOVE WS-WRS-CUR-RATE (WS-WORSE-SUB)   TO WSL-RATE.
           MOVE WS-WRS-CHANGE (WS-WORSE-SUB)     TO WSL-CHANGE.
           MOVE WS-WRS-TOP-REASON (WS-WORSE-SUB) TO WSL-TOP-REASON.
           WRITE SCORE-PRINT-RECORD FROM WORSE-SCORE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.

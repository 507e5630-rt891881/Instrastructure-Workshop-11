       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB86.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  MONTH-END FOREIGN-CURRENCY
      *          REVALUATION.  RUNS AT MONTH CLOSE.  REVLCARD
      *          CARRIES THE PERIOD DATES AND, OPTIONALLY, THE
      *          REVALUATION RATE DATE (BLANK MEANS THE LAST DAY OF
      *          THE PERIOD).  EVERY HISTORY MASTER ENTRY PROCESSED
      *          IN THE PERIOD IN A FOREIGN CURRENCY HAS ITS
      *          ORIGINAL AMOUNTS REVALUED AT THE RATEMAST RATE IN
      *          EFFECT ON THE RATE DATE; THE DIFFERENCE FROM THE
      *          CONVERTED FIGURE FAPCOB99 BOOKED AT THE
      *          TRANSACTION-DATE RATE IS THE UNREALIZED GAIN OR
      *          LOSS.  PRINTS A REVALUATION REPORT (REVLRPT) BY
      *          CURRENCY, CATEGORY, AND ACCOUNT, AND WRITES A
      *          BALANCED GAIN/LOSS JOURNAL EXTRACT (FXGLOUT) IN THE
      *          GLOUT HDR/JNL/TRL FORMAT: ONE JOURNAL PER
      *          CATEGORY/DEPARTMENT/CURRENCY, OFFSET PER CURRENCY
      *          TO THE UNREALIZED FX GAIN/LOSS ACCOUNT.  BALMAST IS
      *          NOT TOUCHED - THE REVALUATION LIVES IN THE LEDGER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVALUATION-CARD-FILE ASSIGN TO REVLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-CARD-STATUS.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO HISTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-MASTER-STATUS.
           SELECT OPTIONAL RATE-MASTER ASSIGN TO RATEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-MASTER-STATUS.
           SELECT REVALUATION-SORTED-FILE ASSIGN TO REVLSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-SORTED-STATUS.
           SELECT REVALUATION-SORT-FILE ASSIGN TO SORTWK.
           SELECT REVALUATION-REPORT-FILE ASSIGN TO REVLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVALUATION-REPORT-STATUS.
           SELECT GL-FILE ASSIGN TO FXGLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  REVALUATION-CARD-FILE
           RECORDING MODE IS F.
       01  REVALUATION-CARD-RECORD.
           02  RVC-DATE-FROM            PIC X(8).
           02  RVC-DATE-FROM-N REDEFINES
               RVC-DATE-FROM            PIC 9(8).
           02  RVC-DATE-TO              PIC X(8).
           02  RVC-DATE-TO-N REDEFINES
               RVC-DATE-TO              PIC 9(8).
           02  RVC-RATE-DATE            PIC X(8).
           02  RVC-RATE-DATE-N REDEFINES
               RVC-RATE-DATE            PIC 9(8).
           02  FILLER                   PIC X(56).

       FD  HISTORY-MASTER.
       COPY FAPHST.

       FD  RATE-MASTER.
       COPY FAPRAT.

       FD  CATEGORY-MASTER.
       COPY FAPCAT.

       SD  REVALUATION-SORT-FILE.
       01  REVALUATION-SORT-RECORD.
           02  SRV-CURRENCY             PIC X(3).
           02  SRV-CATEGORY             PIC X(20).
           02  SRV-ACCOUNT              PIC X(8).
           02  SRV-TRANS-DATE           PIC 9(8).
           02  SRV-ORIG-AMOUNT          PIC S9(13)V99 SIGN IS TRAILING.
           02  SRV-BOOKED-AMOUNT        PIC S9(13)V99 SIGN IS TRAILING.
           02  SRV-REVALUED-AMOUNT      PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(9).

       FD  REVALUATION-SORTED-FILE
           RECORDING MODE IS F.
       01  REVALUED-ENTRY-RECORD.
           02  REV-CURRENCY             PIC X(3).
           02  REV-CATEGORY             PIC X(20).
           02  REV-ACCOUNT              PIC X(8).
           02  REV-TRANS-DATE           PIC 9(8).
           02  REV-ORIG-AMOUNT          PIC S9(13)V99 SIGN IS TRAILING.
           02  REV-BOOKED-AMOUNT        PIC S9(13)V99 SIGN IS TRAILING.
           02  REV-REVALUED-AMOUNT      PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(9).

       FD  REVALUATION-REPORT-FILE
           RECORDING MODE IS F.
       01  REVALUATION-PRINT-RECORD     PIC X(113).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                    PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  REVALUATION-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'MONTH-END FX REVALUATION'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB86'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  RVL-HDG-PAGE-NUMBER   PIC ZZ9.

       01  REVALUATION-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  RVL-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  RVL-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'PERIOD: '.
           02  RVL-HDG-FROM          PIC 9(8).
           02  FILLER                PIC X(3)    VALUE ' - '.
           02  RVL-HDG-TO            PIC 9(8).
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'RATE DATE: '.
           02  RVL-HDG-RATE-DATE     PIC 9(8).

       01  REVALUATION-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  REVALUATION-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(3)    VALUE 'CUR'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'CATEGORY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'ACCOUNT'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'ITEMS'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '   ORIGINAL AMT'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '     BOOKED BASE'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '   REVALUED BASE'.
           02  FILLER                PIC X(1)    VALUE SPACES.
           02  FILLER                PIC X(16)   VALUE
               '  GAIN / (LOSS)'.

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
           02  WS-RUN-DATE-YMD       PIC 9(8)    VALUE ZERO.
           02  WS-PERIOD-FROM        PIC 9(8)    VALUE ZERO.
           02  WS-PERIOD-TO          PIC 9(8)    VALUE ZERO.
           02  WS-RATE-DATE          PIC 9(8)    VALUE ZERO.
           02  WS-HIST-CURRENCY      PIC X(3)    VALUE SPACES.
       COPY FAPPAGE.
      *    ONE RATE PER CURRENCY - THE ONE IN EFFECT ON THE RATE
      *    DATE.  THE MASTER IS BROWSED IN KEY ORDER (CURRENCY, THEN
      *    ASCENDING EFFECTIVE DATE), SO A LATER QUALIFYING ROW FOR
      *    THE SAME CURRENCY REPLACES THE EARLIER ONE.  BASE
      *    CURRENCY NEVER REVALUES AND IS NOT TABLED.
       01  MONTH-END-RATE-FIELDS.
           02  WS-RATE-COUNT         PIC 9(3)    VALUE ZERO.
           02  WS-RATE-ENTRY OCCURS 100 TIMES.
               03  WS-RATE-CODE      PIC X(3).
               03  WS-RATE-EFF-DATE  PIC 9(8).
               03  WS-RATE-VALUE     PIC 9(3)V9(6).
           02  WS-RATE-FOUND-SW      PIC X(1)    VALUE 'N'.
               88  RATE-FOUND        VALUE 'Y'.
           02  WS-RATE-SUB           PIC 9(3)    VALUE ZERO.
           02  WS-RATE-EOF-SW        PIC X(3)    VALUE SPACES.
               88  RATES-AT-END      VALUE 'EOF'.
           02  WS-LOOKUP-RATE-CODE   PIC X(3)    VALUE LOW-VALUES.
           02  WS-RATE-IN-EFFECT     PIC 9(3)V9(6) VALUE ZERO.
           02  WS-RATE-IN-EFF-DATE   PIC 9(8)    VALUE ZERO.
       01  CATEGORY-LOOKUP-FIELDS.
           02  WS-LOOKUP-CATEGORY    PIC X(20)   VALUE LOW-VALUES.
           02  WS-LOOKUP-DEPT        PIC X(8)    VALUE SPACES.
       01  CONTROL-BREAK-FIELDS.
           02  WS-PREV-CURRENCY      PIC X(3)    VALUE SPACES.
           02  WS-PREV-CATEGORY      PIC X(20)   VALUE SPACES.
           02  WS-PREV-ACCOUNT       PIC X(8)    VALUE SPACES.
      *    ACCUMULATOR LEVELS: 1 = ACCOUNT, 2 = CATEGORY,
      *    3 = CURRENCY, 4 = GRAND TOTAL.
       01  REVALUATION-TOTALS.
           02  WS-LEVEL-TOTAL OCCURS 4 TIMES.
               03  WS-LVL-ITEMS      PIC 9(7).
               03  WS-LVL-ORIG       PIC S9(13)V99.
               03  WS-LVL-BOOKED     PIC S9(13)V99.
               03  WS-LVL-REVALUED   PIC S9(13)V99.
           02  WS-LVL                PIC 9(1)    VALUE ZERO.
           02  WS-GAIN-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01  REVALUATION-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  RVD-CURRENCY          PIC X(3).
           02  FILLER                PIC X(2).
           02  RVD-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  RVD-ACCOUNT           PIC X(8).
           02  FILLER                PIC X(1).
           02  RVD-ITEMS             PIC ZZZZ9.
           02  FILLER                PIC X(1).
           02  RVD-ORIG              PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVD-BOOKED            PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVD-REVALUED          PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVD-GAIN              PIC -,---,---,--9.99.
       01  REVALUATION-SUBTOTAL-LINE.
           02  FILLER                PIC X(1).
           02  RVS-CURRENCY          PIC X(3).
           02  FILLER                PIC X(2).
           02  RVS-LABEL             PIC X(30).
           02  FILLER                PIC X(1).
           02  RVS-ITEMS             PIC ZZZZ9.
           02  FILLER                PIC X(1).
           02  RVS-ORIG              PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVS-BOOKED            PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVS-REVALUED          PIC -,---,---,--9.99.
           02  FILLER                PIC X(1).
           02  RVS-GAIN              PIC -,---,---,--9.99.
       01  REVALUATION-RATE-LINE.
           02  FILLER                PIC X(1).
           02  RVR-CURRENCY          PIC X(3).
           02  FILLER                PIC X(2).
           02  FILLER                PIC X(15)   VALUE
               'MONTH-END RATE '.
           02  RVR-RATE              PIC ZZ9.999999.
           02  FILLER                PIC X(15)   VALUE
               '  EFFECTIVE ON '.
           02  RVR-EFF-DATE          PIC 9(8).
       01  REVALUATION-TOTAL-LINE.
           02  RVL-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  RVL-TOT-VALUE         PIC Z,ZZZ,ZZ9.
      *    THE GAIN/LOSS EXTRACT BALANCES WITHIN ITSELF THE WAY THE
      *    FAPCOB99 GLOUT DOES: EVERY CATEGORY JOURNAL'S SIGNED
      *    AMOUNT (DEBIT POSITIVE) ROLLS INTO WS-GL-NET-AMOUNT, EACH
      *    CURRENCY'S GAIN/LOSS ACCOUNT RECORD OFFSETS ITS OWN
      *    CATEGORIES, AND THE RUN FAILS IF THE FILE DOES NOT NET TO
      *    ZERO.
       01  GL-CONTROL-FIELDS.
           02  WS-GL-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
           02  WS-GL-HASH-AMOUNT     PIC S9(13)V99 VALUE ZERO.
           02  WS-GL-NET-AMOUNT      PIC S9(13)V99 VALUE ZERO.
           02  WS-GL-CURRENCY-NET    PIC S9(13)V99 VALUE ZERO.
       01  GL-WORK-FIELDS.
           02  WS-GL-SIGNED-AMOUNT   PIC S9(13)V99 VALUE ZERO.
       01  GL-HEADER-LINE.
           02  FILLER                PIC X(3)    VALUE 'HDR'.
           02  GLH-EXTRACT-DATE      PIC 9(8)    VALUE ZERO.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB86'.
           02  FILLER                PIC X(61)   VALUE SPACES.
       01  GL-JOURNAL-LINE.
           02  FILLER                PIC X(3)    VALUE 'JNL'.
           02  GLJ-ACCOUNT           PIC X(20).
           02  GLJ-DEPT              PIC X(8).
           02  GLJ-CURRENCY          PIC X(3).
           02  GLJ-DC-IND            PIC X(1).
           02  GLJ-AMOUNT            PIC 9(13)V99.
           02  FILLER                PIC X(30)   VALUE SPACES.
       01  GL-TRAILER-LINE.
           02  FILLER                PIC X(3)    VALUE 'TRL'.
           02  GLT-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           02  GLT-HASH-AMOUNT      PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  GLT-NET-AMOUNT       PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  FILLER                PIC X(40)   VALUE SPACES.
       01  REVALUATION-COUNTERS.
           02  WS-HISTORY-READ       PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-IN-PERIOD  PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-BASE       PIC 9(7)    VALUE ZERO.
           02  WS-HISTORY-REVALUED   PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-REVALUATION-CARD-STATUS   PIC X(2)  VALUE '00'.
           02  WS-HISTORY-MASTER-STATUS     PIC X(2)  VALUE '00'.
           02  WS-RATE-FILE-STATUS          PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-REVALUATION-SORTED-STATUS PIC X(2)  VALUE '00'.
           02  WS-REVALUATION-REPORT-STATUS PIC X(2)  VALUE '00'.
           02  WS-GL-FILE-STATUS            PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REVALUED-ENTRY
               UNTIL SORTED-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-REVALUATION-CARD.
           PERFORM 1020-LOAD-MONTH-END-RATES.
           OPEN INPUT CATEGORY-MASTER.
           IF WS-CATEGORY-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN CATMAST - STATUS '
                   WS-CATEGORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1005-SORT-PERIOD-HISTORY.
           OPEN INPUT REVALUATION-SORTED-FILE.
           IF WS-REVALUATION-SORTED-STATUS NOT = '00'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN REVLSRT - STATUS '
                   WS-REVALUATION-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVALUATION-REPORT-FILE.
           IF WS-REVALUATION-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN REVLRPT - STATUS '
                   WS-REVALUATION-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN FXGLOUT - STATUS '
                   WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE-YMD TO GLH-EXTRACT-DATE.
           WRITE GL-RECORD FROM GL-HEADER-LINE.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE WS-PERIOD-FROM TO RVL-HDG-FROM.
           MOVE WS-PERIOD-TO   TO RVL-HDG-TO.
           MOVE WS-RATE-DATE   TO RVL-HDG-RATE-DATE.
           MOVE ZERO TO REVALUATION-TOTALS.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SORTED-EOF-SW.
      ******************************************************************
       1005-SORT-PERIOD-HISTORY.
           SORT REVALUATION-SORT-FILE
               ON ASCENDING KEY SRV-CURRENCY
                                SRV-CATEGORY
                                SRV-ACCOUNT
                                SRV-TRANS-DATE
               INPUT PROCEDURE IS 1060-SELECT-PERIOD-HISTORY
               GIVING REVALUATION-SORTED-FILE.
      ******************************************************************
       1010-READ-REVALUATION-CARD.
           OPEN INPUT REVALUATION-CARD-FILE.
           IF WS-REVALUATION-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN REVLCARD - STATUS '
                   WS-REVALUATION-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REVALUATION-CARD-FILE
               AT END
                   DISPLAY 'FAPCOB86 NO REVALUATION PERIOD CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RVC-DATE-FROM NOT NUMERIC
               OR RVC-DATE-TO NOT NUMERIC
               OR RVC-DATE-FROM-N = ZERO
               OR RVC-DATE-TO-N < RVC-DATE-FROM-N
               DISPLAY 'FAPCOB86 INVALID REVALUATION PERIOD - '
                   RVC-DATE-FROM ' ' RVC-DATE-TO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RVC-DATE-FROM-N TO WS-PERIOD-FROM.
           MOVE RVC-DATE-TO-N   TO WS-PERIOD-TO.
           IF RVC-RATE-DATE = SPACES
               MOVE WS-PERIOD-TO TO WS-RATE-DATE
           ELSE
               IF RVC-RATE-DATE NOT NUMERIC
                   OR RVC-RATE-DATE-N < WS-PERIOD-FROM
                   DISPLAY 'FAPCOB86 INVALID REVALUATION RATE DATE - '
                       RVC-RATE-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RVC-RATE-DATE-N TO WS-RATE-DATE
           END-IF.
           CLOSE REVALUATION-CARD-FILE.
      ******************************************************************
       1020-LOAD-MONTH-END-RATES.
           MOVE ZERO TO WS-RATE-COUNT.
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-FILE-STATUS NOT = '00'
               AND WS-RATE-FILE-STATUS NOT = '05'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN RATEMAST - STATUS '
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RATE-EOF-SW.
           MOVE LOW-VALUES TO RAT-KEY.
           START RATE-MASTER KEY NOT LESS THAN RAT-KEY
               INVALID KEY
                   SET RATES-AT-END TO TRUE
           END-START.
           PERFORM 1027-READ-RATE-RECORD
               UNTIL RATES-AT-END.
           CLOSE RATE-MASTER.
      ******************************************************************
       1027-READ-RATE-RECORD.
      *    DEACTIVATED RATES ARE NEVER TABLED, AS IN FAPCOB99.  A
      *    FULL TABLE IS A HARD STOP: A CURRENCY LEFT OUT WOULD
      *    STOP THE RUN LATER AS A RATE GAP ANYWAY.
           READ RATE-MASTER NEXT RECORD
               AT END
                   SET RATES-AT-END TO TRUE
               NOT AT END
                   IF RAT-CURRENCY NOT = SPACES
                       AND RAT-CURRENCY NOT = 'USD'
                       AND RATE-ACTIVE
                       AND RAT-EFF-DATE NOT > WS-RATE-DATE
                       PERFORM 1028-TABLE-MONTH-END-RATE
                   END-IF
           END-READ.
      ******************************************************************
       1028-TABLE-MONTH-END-RATE.
           IF WS-RATE-COUNT > ZERO
               AND WS-RATE-CODE (WS-RATE-COUNT) = RAT-CURRENCY
               MOVE RAT-EFF-DATE TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
               MOVE RAT-RATE     TO WS-RATE-VALUE (WS-RATE-COUNT)
           ELSE
               IF WS-RATE-COUNT < 100
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RAT-CURRENCY TO WS-RATE-CODE (WS-RATE-COUNT)
                   MOVE RAT-EFF-DATE
                       TO WS-RATE-EFF-DATE (WS-RATE-COUNT)
                   MOVE RAT-RATE     TO WS-RATE-VALUE (WS-RATE-COUNT)
               ELSE
                   DISPLAY 'FAPCOB86 RATE TABLE FULL AT '
                       RAT-CURRENCY ' - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO RVL-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO RVL-HDG-RUN-TIME.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YMD.
      ******************************************************************
       1060-SELECT-PERIOD-HISTORY.
      *    THE WHOLE HISTORY MASTER IS BROWSED; ONLY ENTRIES
      *    PROCESSED IN THE PERIOD IN A FOREIGN CURRENCY ARE
      *    REVALUED AND RELEASED.  A BLANK CURRENCY IS A LEGACY
      *    BASE-CURRENCY ENTRY.
           OPEN INPUT HISTORY-MASTER.
           IF WS-HISTORY-MASTER-STATUS NOT = '00'
               AND WS-HISTORY-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB86 UNABLE TO OPEN HISTMAST - STATUS '
                   WS-HISTORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-HISTORY-EOF-SW.
           MOVE LOW-VALUES TO HST-KEY.
           START HISTORY-MASTER KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET HISTORY-AT-END TO TRUE
           END-START.
           PERFORM 1070-READ-HISTORY-RECORD
               UNTIL HISTORY-AT-END.
           CLOSE HISTORY-MASTER.
      ******************************************************************
       1070-READ-HISTORY-RECORD.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET HISTORY-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF HST-PROCESS-DATE NOT < WS-PERIOD-FROM
                       AND HST-PROCESS-DATE NOT > WS-PERIOD-TO
                       ADD 1 TO WS-HISTORY-IN-PERIOD
                       PERFORM 1075-REVALUE-HISTORY-ENTRY
                   END-IF
           END-READ.
      ******************************************************************
       1075-REVALUE-HISTORY-ENTRY.
           MOVE HST-CURRENCY TO WS-HIST-CURRENCY.
           IF WS-HIST-CURRENCY = SPACES
               OR WS-HIST-CURRENCY = 'USD'
               ADD 1 TO WS-HISTORY-BASE
           ELSE
               IF WS-HIST-CURRENCY NOT = WS-LOOKUP-RATE-CODE
                   PERFORM 1080-FIND-MONTH-END-RATE
               END-IF
               MOVE SPACES           TO REVALUATION-SORT-RECORD
               MOVE WS-HIST-CURRENCY TO SRV-CURRENCY
               MOVE HST-CATEGORY     TO SRV-CATEGORY
               MOVE HST-TRANS-KEY    TO SRV-ACCOUNT
               MOVE HST-TRANS-DATE   TO SRV-TRANS-DATE
               COMPUTE SRV-ORIG-AMOUNT =
                   HST-ORIG-AMOUNT4 + HST-ORIG-AMOUNT5
               COMPUTE SRV-BOOKED-AMOUNT =
                   HST-CONV-AMOUNT4 + HST-CONV-AMOUNT5
      *        EACH BUCKET IS ROUNDED ON ITS OWN, AS FAPCOB99 DID
      *        WHEN IT BOOKED THEM, SO A RATE THAT HAS NOT MOVED
      *        REVALUES TO EXACTLY THE BOOKED FIGURE.
               COMPUTE WS-GAIN-AMOUNT ROUNDED =
                   HST-ORIG-AMOUNT4 * WS-RATE-IN-EFFECT
               COMPUTE SRV-REVALUED-AMOUNT ROUNDED =
                   HST-ORIG-AMOUNT5 * WS-RATE-IN-EFFECT
               ADD WS-GAIN-AMOUNT TO SRV-REVALUED-AMOUNT
               ADD 1 TO WS-HISTORY-REVALUED
               RELEASE REVALUATION-SORT-RECORD
           END-IF.
      ******************************************************************
       1080-FIND-MONTH-END-RATE.
      *    A FOREIGN CURRENCY WITH NO RATE IN EFFECT ON THE RATE DATE
      *    IS A RATE MASTER GAP; THE RUN STOPS RATHER THAN POST A
      *    REVALUATION THAT LEAVES THE CURRENCY OUT.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM 1085-MATCH-RATE-ENTRY
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
                  OR RATE-FOUND.
           IF NOT RATE-FOUND
               DISPLAY 'FAPCOB86 NO RATE IN EFFECT FOR CURRENCY '
                   WS-HIST-CURRENCY ' ON ' WS-RATE-DATE
                   ' - CORRECT RATEMAST AND RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HIST-CURRENCY TO WS-LOOKUP-RATE-CODE.
      ******************************************************************
       1085-MATCH-RATE-ENTRY.
           IF WS-RATE-CODE (WS-RATE-SUB) = WS-HIST-CURRENCY
               MOVE WS-RATE-VALUE (WS-RATE-SUB)
                   TO WS-RATE-IN-EFFECT
               MOVE WS-RATE-EFF-DATE (WS-RATE-SUB)
                   TO WS-RATE-IN-EFF-DATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RVL-HDG-PAGE-NUMBER.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-HEADING-4
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 1.
      ******************************************************************
       2000-PROCESS-REVALUED-ENTRY.
           READ REVALUATION-SORTED-FILE
               AT END
                   SET SORTED-AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-CHECK-CONTROL-BREAKS
                   PERFORM 2200-ACCUMULATE-ENTRY
           END-READ.
      ******************************************************************
       2100-CHECK-CONTROL-BREAKS.
      *    THE ITEM COUNT AT EACH LEVEL GUARDS ITS BREAK, SO THE
      *    FIRST RECORD NEVER PRINTS AN EMPTY GROUP.
           IF REV-CURRENCY NOT = WS-PREV-CURRENCY
               OR REV-CATEGORY NOT = WS-PREV-CATEGORY
               OR REV-ACCOUNT NOT = WS-PREV-ACCOUNT
               PERFORM 2300-ACCOUNT-BREAK
           END-IF.
           IF REV-CURRENCY NOT = WS-PREV-CURRENCY
               OR REV-CATEGORY NOT = WS-PREV-CATEGORY
               PERFORM 2400-CATEGORY-BREAK
           END-IF.
           IF REV-CURRENCY NOT = WS-PREV-CURRENCY
               PERFORM 2500-CURRENCY-BREAK
           END-IF.
           MOVE REV-CURRENCY TO WS-PREV-CURRENCY.
           MOVE REV-CATEGORY TO WS-PREV-CATEGORY.
           MOVE REV-ACCOUNT  TO WS-PREV-ACCOUNT.
      ******************************************************************
       2200-ACCUMULATE-ENTRY.
           ADD 1                   TO WS-LVL-ITEMS (1).
           ADD REV-ORIG-AMOUNT     TO WS-LVL-ORIG (1).
           ADD REV-BOOKED-AMOUNT   TO WS-LVL-BOOKED (1).
           ADD REV-REVALUED-AMOUNT TO WS-LVL-REVALUED (1).
      ******************************************************************
       2300-ACCOUNT-BREAK.
           IF WS-LVL-ITEMS (1) > ZERO
               MOVE SPACES              TO REVALUATION-DETAIL-LINE
               MOVE WS-PREV-CURRENCY    TO RVD-CURRENCY
               MOVE WS-PREV-CATEGORY    TO RVD-CATEGORY
               MOVE WS-PREV-ACCOUNT     TO RVD-ACCOUNT
               MOVE WS-LVL-ITEMS (1)    TO RVD-ITEMS
               MOVE WS-LVL-ORIG (1)     TO RVD-ORIG
               MOVE WS-LVL-BOOKED (1)   TO RVD-BOOKED
               MOVE WS-LVL-REVALUED (1) TO RVD-REVALUED
               COMPUTE WS-GAIN-AMOUNT =
                   WS-LVL-REVALUED (1) - WS-LVL-BOOKED (1)
               MOVE WS-GAIN-AMOUNT      TO RVD-GAIN
               WRITE REVALUATION-PRINT-RECORD
                   FROM REVALUATION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2800-COUNT-PRINT-LINE
               MOVE 1 TO WS-LVL
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2400-CATEGORY-BREAK.
           IF WS-LVL-ITEMS (2) > ZERO
               MOVE SPACES              TO REVALUATION-SUBTOTAL-LINE
               MOVE WS-PREV-CURRENCY    TO RVS-CURRENCY
               MOVE '  CATEGORY TOTAL'  TO RVS-LABEL
               MOVE 2 TO WS-LVL
               PERFORM 2600-WRITE-SUBTOTAL-LINE
               PERFORM 2450-WRITE-CATEGORY-JOURNAL
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2450-WRITE-CATEGORY-JOURNAL.
      *    ONE JOURNAL PER CATEGORY/DEPARTMENT/CURRENCY, KEYED THE
      *    WAY FAPCOB99 CUTS ITS GLOUT JOURNALS SO THE LEDGER LANDS
      *    THE ADJUSTMENT ON THE SAME LINE.  A CATEGORY WITH NO
      *    NET MOVEMENT WRITES NOTHING.
           COMPUTE WS-GL-SIGNED-AMOUNT =
               WS-LVL-REVALUED (2) - WS-LVL-BOOKED (2).
           IF WS-GL-SIGNED-AMOUNT NOT = ZERO
               PERFORM 2460-GET-CATEGORY-DEPT
               MOVE WS-PREV-CATEGORY TO GLJ-ACCOUNT
               IF WS-LOOKUP-DEPT = SPACES
                   MOVE 'GENERAL'      TO GLJ-DEPT
               ELSE
                   MOVE WS-LOOKUP-DEPT TO GLJ-DEPT
               END-IF
               MOVE WS-PREV-CURRENCY TO GLJ-CURRENCY
               ADD WS-GL-SIGNED-AMOUNT TO WS-GL-CURRENCY-NET
               PERFORM 2900-WRITE-GL-RECORD
           END-IF.
      ******************************************************************
       2460-GET-CATEGORY-DEPT.
           IF WS-PREV-CATEGORY NOT = WS-LOOKUP-CATEGORY
               MOVE WS-PREV-CATEGORY TO WS-LOOKUP-CATEGORY
               MOVE WS-PREV-CATEGORY TO CAT-CODE
               READ CATEGORY-MASTER
                   INVALID KEY
                       MOVE SPACES   TO WS-LOOKUP-DEPT
                   NOT INVALID KEY
                       MOVE CAT-DEPT TO WS-LOOKUP-DEPT
               END-READ
           END-IF.
      ******************************************************************
       2500-CURRENCY-BREAK.
           IF WS-LVL-ITEMS (3) > ZERO
               MOVE SPACES               TO REVALUATION-SUBTOTAL-LINE
               MOVE WS-PREV-CURRENCY     TO RVS-CURRENCY
               MOVE 'CURRENCY TOTAL'     TO RVS-LABEL
               MOVE 3 TO WS-LVL
               PERFORM 2600-WRITE-SUBTOTAL-LINE
               PERFORM 2550-WRITE-RATE-LINE
               PERFORM 2560-WRITE-CURRENCY-OFFSET
               PERFORM 2700-ROLL-LEVEL-TOTALS
           END-IF.
      ******************************************************************
       2550-WRITE-RATE-LINE.
           MOVE WS-PREV-CURRENCY TO WS-HIST-CURRENCY.
           PERFORM 1080-FIND-MONTH-END-RATE.
           MOVE WS-PREV-CURRENCY    TO RVR-CURRENCY.
           MOVE WS-RATE-IN-EFFECT   TO RVR-RATE.
           MOVE WS-RATE-IN-EFF-DATE TO RVR-EFF-DATE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-RATE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2800-COUNT-PRINT-LINE.
           MOVE SPACES TO REVALUATION-PRINT-RECORD.
           WRITE REVALUATION-PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 2800-COUNT-PRINT-LINE.
      ******************************************************************
       2560-WRITE-CURRENCY-OFFSET.
      *    THE CURRENCY'S CATEGORY JOURNALS ARE OFFSET TO THE
      *    UNREALIZED FX GAIN/LOSS ACCOUNT IN THE SAME CURRENCY, SO
      *    EACH CURRENCY BALANCES ON ITS OWN.
           IF WS-GL-CURRENCY-NET NOT = ZERO
               COMPUTE WS-GL-SIGNED-AMOUNT =
                   ZERO - WS-GL-CURRENCY-NET
               MOVE 'FX-UNREALIZED-GL' TO GLJ-ACCOUNT
               MOVE 'GENERAL'          TO GLJ-DEPT
               MOVE WS-PREV-CURRENCY   TO GLJ-CURRENCY
               PERFORM 2900-WRITE-GL-RECORD
           END-IF.
           MOVE ZERO TO WS-GL-CURRENCY-NET.
      ******************************************************************
       2600-WRITE-SUBTOTAL-LINE.
           MOVE WS-LVL-ITEMS (WS-LVL)    TO RVS-ITEMS.
           MOVE WS-LVL-ORIG (WS-LVL)     TO RVS-ORIG.
           MOVE WS-LVL-BOOKED (WS-LVL)   TO RVS-BOOKED.
           MOVE WS-LVL-REVALUED (WS-LVL) TO RVS-REVALUED.
           COMPUTE WS-GAIN-AMOUNT =
               WS-LVL-REVALUED (WS-LVL) - WS-LVL-BOOKED (WS-LVL).
           MOVE WS-GAIN-AMOUNT           TO RVS-GAIN.
           WRITE REVALUATION-PRINT-RECORD
               FROM REVALUATION-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2800-COUNT-PRINT-LINE.
      ******************************************************************
       2700-ROLL-LEVEL-TOTALS.
      *    ADDS LEVEL WS-LVL INTO THE NEXT LEVEL UP AND CLEARS IT.
      *    THE ORIGINAL-CURRENCY FIGURE IS NOT CARRIED INTO THE
      *    GRAND TOTAL - UNITS OF DIFFERENT CURRENCIES DO NOT ADD.
           ADD WS-LVL-ITEMS (WS-LVL)    TO WS-LVL-ITEMS (WS-LVL + 1).
           IF WS-LVL < 3
               ADD WS-LVL-ORIG (WS-LVL) TO WS-LVL-ORIG (WS-LVL + 1)
           END-IF.
           ADD WS-LVL-BOOKED (WS-LVL)   TO WS-LVL-BOOKED (WS-LVL + 1).
           ADD WS-LVL-REVALUED (WS-LVL)
               TO WS-LVL-REVALUED (WS-LVL + 1).
           MOVE ZERO TO WS-LVL-ITEMS (WS-LVL).
           MOVE ZERO TO WS-LVL-ORIG (WS-LVL).
           MOVE ZERO TO WS-LVL-BOOKED (WS-LVL).
           MOVE ZERO TO WS-LVL-REVALUED (WS-LVL).
      ******************************************************************
       2800-COUNT-PRINT-LINE.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2900-WRITE-GL-RECORD.
           IF WS-GL-SIGNED-AMOUNT < ZERO
               MOVE 'C' TO GLJ-DC-IND
               COMPUTE GLJ-AMOUNT = ZERO - WS-GL-SIGNED-AMOUNT
           ELSE
               MOVE 'D' TO GLJ-DC-IND
               MOVE WS-GL-SIGNED-AMOUNT TO GLJ-AMOUNT
           END-IF.
           WRITE GL-RECORD FROM GL-JOURNAL-LINE.
           ADD 1 TO WS-GL-RECORD-COUNT.
           ADD GLJ-AMOUNT TO WS-GL-HASH-AMOUNT.
           ADD WS-GL-SIGNED-AMOUNT TO WS-GL-NET-AMOUNT.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           PERFORM 2300-ACCOUNT-BREAK.
           PERFORM 2400-CATEGORY-BREAK.
           PERFORM 2500-CURRENCY-BREAK.
           MOVE SPACES                 TO REVALUATION-SUBTOTAL-LINE.
           MOVE 'GRAND TOTAL (BASE)'   TO RVS-LABEL.
           MOVE WS-LVL-ITEMS (4)       TO RVS-ITEMS.
           MOVE WS-LVL-BOOKED (4)      TO RVS-BOOKED.
           MOVE WS-LVL-REVALUED (4)    TO RVS-REVALUED.
           COMPUTE WS-GAIN-AMOUNT =
               WS-LVL-REVALUED (4) - WS-LVL-BOOKED (4).
           MOVE WS-GAIN-AMOUNT         TO RVS-GAIN.
           WRITE REVALUATION-PRINT-RECORD
               FROM REVALUATION-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVALUATION-TOTAL-LINE.
           MOVE 'HISTORY ENTRIES READ' TO RVL-TOT-LABEL.
           MOVE WS-HISTORY-READ       TO RVL-TOT-VALUE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO REVALUATION-TOTAL-LINE.
           MOVE 'ENTRIES IN PERIOD'   TO RVL-TOT-LABEL.
           MOVE WS-HISTORY-IN-PERIOD  TO RVL-TOT-VALUE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVALUATION-TOTAL-LINE.
           MOVE 'BASE CURRENCY - NOT REVALUED' TO RVL-TOT-LABEL.
           MOVE WS-HISTORY-BASE       TO RVL-TOT-VALUE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVALUATION-TOTAL-LINE.
           MOVE 'ENTRIES REVALUED'    TO RVL-TOT-LABEL.
           MOVE WS-HISTORY-REVALUED   TO RVL-TOT-VALUE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO REVALUATION-TOTAL-LINE.
           MOVE 'GL JOURNAL RECORDS'  TO RVL-TOT-LABEL.
           MOVE WS-GL-RECORD-COUNT    TO RVL-TOT-VALUE.
           WRITE REVALUATION-PRINT-RECORD FROM REVALUATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
           MOVE WS-GL-HASH-AMOUNT  TO GLT-HASH-AMOUNT.
           MOVE WS-GL-NET-AMOUNT   TO GLT-NET-AMOUNT.
           WRITE GL-RECORD FROM GL-TRAILER-LINE.

           CLOSE REVALUATION-SORTED-FILE.
           CLOSE CATEGORY-MASTER.
           CLOSE REVALUATION-REPORT-FILE.
           CLOSE GL-FILE.
           IF WS-GL-NET-AMOUNT NOT = ZERO
               DISPLAY 'FAPCOB86 GL EXTRACT OUT OF BALANCE - NET '
                   WS-GL-NET-AMOUNT ' - HOLD FXGLOUT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB87.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  STANDING ENTRY GENERATOR.  RUNS AHEAD
      *          OF FAPCOB99 ON EACH BUSINESS DAY AND WALKS THE
      *          STANDING ENTRY MASTER (STDMAST, MAINTAINED BY
      *          FAPCOB88) TO FIND EVERY RECURRING ENTRY DUE TODAY.
      *          EACH ENTRY'S NOMINAL DUE DATES STEP FROM ITS START
      *          DATE BY ITS FREQUENCY (WEEKLY, MONTHLY, QUARTERLY,
      *          ANNUAL); A NOMINAL DATE THAT FALLS ON A WEEKEND OR A
      *          CALMAST HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS
      *          DAY.  AN OCCURRENCE IS ISSUED WHEN ITS ROLLED DUE
      *          DATE IS TODAY - OR EARLIER, WHEN A MISSED NIGHT LEFT
      *          IT BEHIND - AND ITS NOMINAL DATE IS LATER THAN THE
      *          LAST ONE THE ENTRY HAS ALREADY ISSUED, SO NOTHING IS
      *          EVER SENT TWICE.  CATCH-UP REACHES BACK ONLY TO THE
      *          PREVIOUS NIGHTLY RUN (THE LATEST RUNCTL DATE BEFORE
      *          TODAY); AN OCCURRENCE DUE ON OR BEFORE THAT RUN IS
      *          LISTED AS NOT SENT AND PASSED OVER FOR GOOD, SO AN
      *          ENTRY WITH A START DATE FAR IN THE PAST DOES NOT
      *          FLOOD THE EXTRACT WITH ITS HISTORY.  DUE ITEMS ARE
      *          WRITTEN IN RAW-TRANS-RECORD LAYOUT ON STNDOUT,
      *          BRACKETED BY THEIR OWN HDR/TRL CONTROL SET (COUNT
      *          AND AMOUNT HASH TOTALS) FOR CONCATENATION ONTO A
      *          TRANIN FEED THE SAME WAY THE FAPCOB98 RECYCOUT SET
      *          IS.  PRINTS A GENERATION REGISTER (STDGRPT) OF EVERY
      *          ITEM ISSUED OR PASSED OVER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-MASTER ASSIGN TO STDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STANDING-MASTER-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-DATE
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT STANDING-EXTRACT-FILE ASSIGN TO STNDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STANDING-EXTRACT-STATUS.
           SELECT GENERATION-REPORT-FILE ASSIGN TO STDGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENERATION-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  STANDING-MASTER.
       COPY FAPSTD.

       FD  CALENDAR-FILE.
       COPY FAPCAL.

       FD  RUN-CONTROL-FILE.
       COPY FAPRUN.

       FD  STANDING-EXTRACT-FILE
           RECORDING MODE IS F.
       01  STANDING-EXTRACT-RECORD.
           02  SXD-KEY                  PIC X(8).
           02  SXD-FIELD2               PIC X(10).
           02  SXD-CATEGORY             PIC X(20).
           02  SXD-AMOUNT4              PIC S9(6)V99 SIGN IS TRAILING.
           02  SXD-AMOUNT5              PIC S9(6)V99 SIGN IS TRAILING.
           02  SXD-DATE                 PIC 9(8).
           02  SXD-CURRENCY             PIC X(3).
           02  FILLER                   PIC X(13).

       FD  GENERATION-REPORT-FILE
           RECORDING MODE IS F.
       01  GENERATION-PRINT-RECORD      PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  GENERATION-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'STANDING ENTRY GENERATION'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB87'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  GEN-HDG-PAGE-NUMBER   PIC ZZ9.

       01  GENERATION-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  GEN-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  GEN-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.

       01  GENERATION-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  GENERATION-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'KEY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'CATEGORY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE 'CUR'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE
               '   AMOUNT4'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE
               '   AMOUNT5'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(4)    VALUE 'FREQ'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'NOMINAL'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'DUE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(24)   VALUE 'NOTE'.

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
           02  WS-STANDING-EOF-SW    PIC X(3)    VALUE SPACES.
               88  STANDING-AT-END   VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-RUN-DATE-YMD       PIC 9(8)    VALUE ZERO.
           02  WS-PREV-RUN-DATE      PIC 9(8)    VALUE ZERO.
           02  WS-LOOKBACK-INT       PIC 9(8)    VALUE ZERO.
           02  WS-LOOKBACK-DAYS      PIC 9(3)    VALUE ZERO.
       COPY FAPPAGE.
      *    CALENDAR FIELDS FOLLOW THE FAPCOB99 BUSINESS-DAY TEST SO
      *    THE GENERATOR AND THE NIGHTLY RUN AGREE ON WHAT A
      *    BUSINESS DAY IS.
       01  CALENDAR-WORK-FIELDS.
           02  WS-TEST-DATE          PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DAY-INT        PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DOW            PIC 9(1)    VALUE ZERO.
           02  WS-CAL-STEPS          PIC 9(3)    VALUE ZERO.
           02  WS-BUS-DAY-SW         PIC X(1)    VALUE 'N'.
               88  DATE-IS-BUSINESS-DAY  VALUE 'Y'.
       01  SCHEDULE-WORK-FIELDS.
           02  WS-SCHEDULE-SW        PIC X(1)    VALUE 'N'.
               88  ENTRY-SCHEDULE-DONE   VALUE 'Y'.
           02  WS-OCCURRENCE         PIC 9(5)    VALUE ZERO.
           02  WS-MONTH-STEP         PIC 9(2)    VALUE ZERO.
           02  WS-MONTH-INDEX        PIC 9(7)    VALUE ZERO.
           02  WS-DAY-INT            PIC 9(8)    VALUE ZERO.
           02  WS-ENTRY-ISSUED       PIC 9(5)    VALUE ZERO.
           02  WS-ENTRY-PASSED       PIC 9(5)    VALUE ZERO.
           02  WS-NEW-LAST-GEN       PIC 9(8)    VALUE ZERO.
           02  WS-DUE-DATE           PIC 9(8)    VALUE ZERO.
           02  WS-ANCHOR-DATE        PIC 9(8)    VALUE ZERO.
           02  WS-ANCHOR-DATE-X REDEFINES WS-ANCHOR-DATE.
               03  WS-ANCHOR-CCYY    PIC 9(4).
               03  WS-ANCHOR-MM      PIC 9(2).
               03  WS-ANCHOR-DD      PIC 9(2).
           02  WS-NOMINAL-DATE       PIC 9(8)    VALUE ZERO.
           02  WS-NOMINAL-DATE-X REDEFINES WS-NOMINAL-DATE.
               03  WS-NOM-CCYY       PIC 9(4).
               03  WS-NOM-MM         PIC 9(2).
               03  WS-NOM-DD         PIC 9(2).
           02  WS-MONTH-END-DATE     PIC 9(8)    VALUE ZERO.
           02  WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE.
               03  WS-MEND-CCYY      PIC 9(4).
               03  WS-MEND-MM        PIC 9(2).
               03  WS-MEND-DD        PIC 9(2).
       01  GENERATION-LINE.
           02  FILLER                PIC X(1).
           02  GEN-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  GEN-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  GEN-CURRENCY          PIC X(3).
           02  FILLER                PIC X(2).
           02  GEN-AMOUNT4           PIC -(6)9.99.
           02  FILLER                PIC X(2).
           02  GEN-AMOUNT5           PIC -(6)9.99.
           02  FILLER                PIC X(3).
           02  GEN-FREQUENCY         PIC X(1).
           02  FILLER                PIC X(2).
           02  GEN-NOMINAL-DATE      PIC 9(8).
           02  FILLER                PIC X(2).
           02  GEN-DUE-DATE          PIC 9(8).
           02  FILLER                PIC X(2).
           02  GEN-NOTE              PIC X(24).
       01  GENERATION-TOTAL-LINE.
           02  GEN-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  GEN-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  GENERATION-HASH-LINE.
           02  GEN-HASH-LABEL        PIC X(30).
           02  FILLER                PIC X(5).
           02  GEN-HASH-VALUE        PIC -,---,---,---,--9.99.
       01  STANDING-CONTROL-FIELDS.
           02  WS-STANDING-HASH4     PIC S9(13)V99 VALUE ZERO.
           02  WS-STANDING-HASH5     PIC S9(13)V99 VALUE ZERO.
       01  STANDING-HEADER-LINE.
           02  FILLER                PIC X(3)    VALUE 'HDR'.
           02  STH-EXTRACT-DATE      PIC 9(8)    VALUE ZERO.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB87'.
           02  FILLER                PIC X(59)   VALUE SPACES.
       01  STANDING-TRAILER-LINE.
           02  FILLER                PIC X(3)    VALUE 'TRL'.
           02  STT-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           02  STT-HASH-AMOUNT4      PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  STT-HASH-AMOUNT5      PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  FILLER                PIC X(38)   VALUE SPACES.
       01  GENERATION-COUNTERS.
           02  WS-ENTRIES-READ       PIC 9(7)    VALUE ZERO.
           02  WS-ENTRIES-INACTIVE   PIC 9(7)    VALUE ZERO.
           02  WS-ENTRIES-IN-ERROR   PIC 9(7)    VALUE ZERO.
           02  WS-ITEMS-GENERATED    PIC 9(7)    VALUE ZERO.
           02  WS-ITEMS-ROLLED       PIC 9(7)    VALUE ZERO.
           02  WS-ITEMS-CAUGHT-UP    PIC 9(7)    VALUE ZERO.
           02  WS-ITEMS-PASSED-OVER  PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-STANDING-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-CALENDAR-FILE-STATUS     PIC X(2)  VALUE '00'.
           02  WS-RUN-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           02  WS-STANDING-EXTRACT-STATUS  PIC X(2)  VALUE '00'.
           02  WS-GENERATION-REPORT-STATUS PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-STANDING-MASTER
               UNTIL STANDING-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O   STANDING-MASTER.
           IF WS-STANDING-MASTER-STATUS NOT = '00'
               AND WS-STANDING-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB87 UNABLE TO OPEN STDMAST - STATUS '
                   WS-STANDING-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               AND WS-CALENDAR-FILE-STATUS NOT = '05'
               DISPLAY 'FAPCOB87 UNABLE TO OPEN CALMAST - STATUS '
                   WS-CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               AND WS-RUN-CONTROL-STATUS NOT = '05'
               DISPLAY 'FAPCOB87 UNABLE TO OPEN RUNCTL - STATUS '
                   WS-RUN-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-EXTRACT-FILE.
           IF WS-STANDING-EXTRACT-STATUS NOT = '00'
               DISPLAY 'FAPCOB87 UNABLE TO OPEN STNDOUT - STATUS '
                   WS-STANDING-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GENERATION-REPORT-FILE.
           IF WS-GENERATION-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB87 UNABLE TO OPEN STDGRPT - STATUS '
                   WS-GENERATION-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           PERFORM 1050-SET-RUN-DATE-TIME.
      *    THE GENERATOR RUNS IN THE SAME STREAM AS FAPCOB99, WHICH
      *    REFUSES A NON-BUSINESS DAY; ISSUING ENTRIES DATED FOR A
      *    DAY THAT WILL NEVER BE PROCESSED WOULD ONLY STRAND THEM.
           MOVE WS-RUN-DATE-YMD TO WS-TEST-DATE.
           PERFORM 2410-TEST-BUSINESS-DAY.
           IF NOT DATE-IS-BUSINESS-DAY
               DISPLAY 'FAPCOB87 ' WS-RUN-DATE-YMD ' IS NOT A'
                   ' BUSINESS DAY - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1060-FIND-PREVIOUS-RUN.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE-YMD TO STH-EXTRACT-DATE.
           WRITE STANDING-EXTRACT-RECORD FROM STANDING-HEADER-LINE.
           MOVE SPACES TO WS-STANDING-EOF-SW.
           MOVE LOW-VALUES TO STD-KEY.
           START STANDING-MASTER KEY NOT LESS THAN STD-KEY
               INVALID KEY
                   SET STANDING-AT-END TO TRUE
           END-START.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO GEN-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO GEN-HDG-RUN-TIME.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YMD.
      ******************************************************************
       1060-FIND-PREVIOUS-RUN.
      *    FAPCOB99 LEAVES A RUNCTL RECORD FOR EVERY DATE IT RUNS, SO
      *    THE LATEST ONE BEFORE TODAY IS THE PREVIOUS NIGHTLY RUN.
      *    WITH NONE IN THE LAST 31 DAYS (A FIRST RUN, OR A GAP TOO
      *    LONG TO BE A MISSED NIGHT) ONLY OCCURRENCES DUE TODAY GO.
           MOVE ZERO TO WS-PREV-RUN-DATE.
           MOVE ZERO TO WS-LOOKBACK-DAYS.
           COMPUTE WS-LOOKBACK-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD).
           PERFORM 1065-TEST-PREVIOUS-DATE
               UNTIL WS-PREV-RUN-DATE NOT = ZERO
                  OR WS-LOOKBACK-DAYS NOT LESS THAN 31.
           IF WS-PREV-RUN-DATE = ZERO
               COMPUTE WS-LOOKBACK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD) - 1
               COMPUTE WS-PREV-RUN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT)
           END-IF.
      ******************************************************************
       1065-TEST-PREVIOUS-DATE.
           SUBTRACT 1 FROM WS-LOOKBACK-INT.
           ADD 1 TO WS-LOOKBACK-DAYS.
           COMPUTE RNC-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT).
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RNC-DATE TO WS-PREV-RUN-DATE
           END-READ.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO GEN-HDG-PAGE-NUMBER.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HEADING-4
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 1.
      ******************************************************************
       2000-PROCESS-STANDING-MASTER.
           READ STANDING-MASTER NEXT RECORD
               AT END
                   SET STANDING-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2100-SCHEDULE-ENTRY
           END-READ.
      ******************************************************************
       2100-SCHEDULE-ENTRY.
      *    A START DATE THE CALENDAR CANNOT PLACE (30 FEBRUARY, SAY -
      *    THE CARD EDIT ONLY RANGE-CHECKS MONTH AND DAY) OR A
      *    FREQUENCY OFF THE LIST CANNOT BE SCHEDULED; THE ENTRY IS
      *    REPORTED AND LEFT FOR FAPCOB88 TO CORRECT.
           IF NOT STANDING-ACTIVE
               ADD 1 TO WS-ENTRIES-INACTIVE
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(STD-START-DATE)
               IF WS-DAY-INT = ZERO
                   MOVE SPACES TO GENERATION-LINE
                   MOVE 'INVALID START DATE' TO GEN-NOTE
                   PERFORM 2700-REPORT-ENTRY-ERROR
               ELSE
                   IF NOT STANDING-WEEKLY AND NOT STANDING-MONTHLY
                       AND NOT STANDING-QUARTERLY
                       AND NOT STANDING-ANNUAL
                       MOVE SPACES TO GENERATION-LINE
                       MOVE 'INVALID FREQUENCY' TO GEN-NOTE
                       PERFORM 2700-REPORT-ENTRY-ERROR
                   ELSE
                       PERFORM 2150-WALK-OCCURRENCES
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2150-WALK-OCCURRENCES.
           MOVE ZERO              TO WS-OCCURRENCE.
           MOVE ZERO              TO WS-ENTRY-ISSUED.
           MOVE ZERO              TO WS-ENTRY-PASSED.
           MOVE STD-LAST-GEN-DATE TO WS-NEW-LAST-GEN.
           MOVE 'N'               TO WS-SCHEDULE-SW.
           PERFORM 2200-TEST-OCCURRENCE
               UNTIL ENTRY-SCHEDULE-DONE.
           IF WS-ENTRY-ISSUED > ZERO
               OR WS-ENTRY-PASSED > ZERO
               MOVE WS-NEW-LAST-GEN TO STD-LAST-GEN-DATE
               REWRITE STANDING-ENTRY-RECORD
           END-IF.
      ******************************************************************
       2200-TEST-OCCURRENCE.
      *    NOMINAL DATES ONLY EVER INCREASE, SO THE WALK STOPS AT THE
      *    FIRST ONE PAST THE END DATE OR NOT YET DUE.  OCCURRENCES
      *    AT OR BEFORE THE LAST ONE ISSUED ARE PASSED OVER WITHOUT
      *    TOUCHING THE CALENDAR.  ONE DUE ON OR BEFORE THE PREVIOUS
      *    RUN WAS THAT RUN'S TO SEND AND IS NOT SENT NOW.
           PERFORM 2300-COMPUTE-NOMINAL-DATE.
           IF STD-END-DATE NOT = ZERO
               AND WS-NOMINAL-DATE > STD-END-DATE
               SET ENTRY-SCHEDULE-DONE TO TRUE
           ELSE
               IF WS-NOMINAL-DATE > WS-RUN-DATE-YMD
                   SET ENTRY-SCHEDULE-DONE TO TRUE
               ELSE
                   IF WS-NOMINAL-DATE > STD-LAST-GEN-DATE
                       PERFORM 2400-ROLL-TO-BUSINESS-DAY
                       IF WS-DUE-DATE > WS-RUN-DATE-YMD
                           SET ENTRY-SCHEDULE-DONE TO TRUE
                       ELSE
                           IF WS-DUE-DATE > WS-PREV-RUN-DATE
                               PERFORM 2500-WRITE-STANDING-DETAIL
                           ELSE
                               PERFORM 2550-PASS-OVER-OCCURRENCE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-OCCURRENCE.
      ******************************************************************
       2300-COMPUTE-NOMINAL-DATE.
      *    WEEKLY STEPS SEVEN DAYS FROM THE START DATE.  THE MONTHLY
      *    FREQUENCIES STEP WHOLE MONTHS AND KEEP THE START DATE'S
      *    DAY OF THE MONTH, CLAMPED TO THE LAST DAY OF A SHORTER
      *    MONTH (A 31ST ENTRY FALLS DUE ON 30 APRIL).
           IF STANDING-WEEKLY
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(STD-START-DATE)
                   + WS-OCCURRENCE * 7
               COMPUTE WS-NOMINAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           ELSE
               EVALUATE TRUE
                   WHEN STANDING-MONTHLY
                       MOVE 1  TO WS-MONTH-STEP
                   WHEN STANDING-QUARTERLY
                       MOVE 3  TO WS-MONTH-STEP
                   WHEN OTHER
                       MOVE 12 TO WS-MONTH-STEP
               END-EVALUATE
               MOVE STD-START-DATE TO WS-ANCHOR-DATE
               COMPUTE WS-MONTH-INDEX =
                   WS-ANCHOR-CCYY * 12 + WS-ANCHOR-MM - 1
                   + WS-OCCURRENCE * WS-MONTH-STEP
               COMPUTE WS-NOM-CCYY = WS-MONTH-INDEX / 12
               COMPUTE WS-NOM-MM =
                   FUNCTION MOD(WS-MONTH-INDEX, 12) + 1
               MOVE WS-ANCHOR-DD TO WS-NOM-DD
               IF WS-NOM-DD > 28
                   PERFORM 2350-CLAMP-TO-MONTH-END
               END-IF
           END-IF.
      ******************************************************************
       2350-CLAMP-TO-MONTH-END.
      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      *    THE NEXT.
           MOVE WS-NOM-CCYY TO WS-MEND-CCYY.
           MOVE WS-NOM-MM   TO WS-MEND-MM.
           MOVE 1           TO WS-MEND-DD.
           IF WS-MEND-MM = 12
               ADD 1 TO WS-MEND-CCYY
               MOVE 1 TO WS-MEND-MM
           ELSE
               ADD 1 TO WS-MEND-MM
           END-IF.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           IF WS-NOM-DD > WS-MEND-DD
               MOVE WS-MEND-DD TO WS-NOM-DD
           END-IF.
      ******************************************************************
       2400-ROLL-TO-BUSINESS-DAY.
           MOVE WS-NOMINAL-DATE TO WS-TEST-DATE.
           MOVE ZERO            TO WS-CAL-STEPS.
           PERFORM 2410-TEST-BUSINESS-DAY.
           PERFORM 2420-STEP-FORWARD-ONE-DAY
               UNTIL DATE-IS-BUSINESS-DAY.
           MOVE WS-TEST-DATE    TO WS-DUE-DATE.
      ******************************************************************
       2410-TEST-BUSINESS-DAY.
      *    INTEGER-OF-DATE DAY 1 IS MONDAY 1601/01/01, SO THE DAY
      *    NUMBER MOD 7 GIVES 1-5 FOR MONDAY THROUGH FRIDAY, 6 FOR
      *    SATURDAY AND 0 FOR SUNDAY - THE SAME CONVENTION FAPCOB99
      *    USES.  WEEKDAYS NOT ON THE HOLIDAY CALENDAR ARE BUSINESS
      *    DAYS.
           MOVE 'N' TO WS-BUS-DAY-SW.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-DAY-INT, 7).
           IF WS-CAL-DOW > 0 AND WS-CAL-DOW < 6
               MOVE WS-TEST-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-BUS-DAY-SW
                   NOT INVALID KEY
                       IF NOT CALENDAR-HOLIDAY
                           MOVE 'Y' TO WS-BUS-DAY-SW
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
       2420-STEP-FORWARD-ONE-DAY.
      *    THIRTY STRAIGHT NON-BUSINESS DAYS CAN ONLY MEAN A
      *    RUNAWAY CALENDAR LOAD; STOP RATHER THAN WALK FOREVER.
           ADD 1 TO WS-CAL-STEPS.
           IF WS-CAL-STEPS > 30
               DISPLAY 'FAPCOB87 NO BUSINESS DAY WITHIN 30 DAYS OF '
                   WS-NOMINAL-DATE ' ON THE CALENDAR - CHECK CALMAST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
               TO WS-TEST-DATE.
           PERFORM 2410-TEST-BUSINESS-DAY.
      ******************************************************************
       2500-WRITE-STANDING-DETAIL.
           MOVE SPACES          TO STANDING-EXTRACT-RECORD.
           MOVE STD-KEY         TO SXD-KEY.
           MOVE STD-FIELD2      TO SXD-FIELD2.
           MOVE STD-CATEGORY    TO SXD-CATEGORY.
           MOVE STD-AMOUNT4     TO SXD-AMOUNT4.
           MOVE STD-AMOUNT5     TO SXD-AMOUNT5.
           MOVE WS-DUE-DATE     TO SXD-DATE.
           MOVE STD-CURRENCY    TO SXD-CURRENCY.
           WRITE STANDING-EXTRACT-RECORD.
           ADD 1 TO WS-ITEMS-GENERATED.
           ADD 1 TO WS-ENTRY-ISSUED.
           ADD SXD-AMOUNT4 TO WS-STANDING-HASH4.
           ADD SXD-AMOUNT5 TO WS-STANDING-HASH5.
           MOVE WS-NOMINAL-DATE TO WS-NEW-LAST-GEN.
           PERFORM 2510-BUILD-GENERATION-LINE.
           IF WS-DUE-DATE < WS-RUN-DATE-YMD
               MOVE 'CATCH-UP - MISSED RUN' TO GEN-NOTE
               ADD 1 TO WS-ITEMS-CAUGHT-UP
           ELSE
               IF WS-DUE-DATE NOT = WS-NOMINAL-DATE
                   MOVE 'ROLLED TO BUSINESS DAY' TO GEN-NOTE
                   ADD 1 TO WS-ITEMS-ROLLED
               END-IF
           END-IF.
           PERFORM 2600-WRITE-GENERATION-LINE.
      ******************************************************************
       2510-BUILD-GENERATION-LINE.
           MOVE SPACES           TO GENERATION-LINE.
           MOVE STD-KEY          TO GEN-KEY.
           MOVE STD-CATEGORY     TO GEN-CATEGORY.
           MOVE STD-CURRENCY     TO GEN-CURRENCY.
           MOVE STD-AMOUNT4      TO GEN-AMOUNT4.
           MOVE STD-AMOUNT5      TO GEN-AMOUNT5.
           MOVE STD-FREQUENCY    TO GEN-FREQUENCY.
           MOVE WS-NOMINAL-DATE  TO GEN-NOMINAL-DATE.
           MOVE WS-DUE-DATE      TO GEN-DUE-DATE.
      ******************************************************************
       2550-PASS-OVER-OCCURRENCE.
      *    RECORDED AS GENERATED SO IT IS NEVER LOOKED AT AGAIN, BUT
      *    NOTHING GOES ON THE EXTRACT.
           ADD 1 TO WS-ITEMS-PASSED-OVER.
           ADD 1 TO WS-ENTRY-PASSED.
           MOVE WS-NOMINAL-DATE  TO WS-NEW-LAST-GEN.
           PERFORM 2510-BUILD-GENERATION-LINE.
           MOVE 'PAST DUE - NOT SENT' TO GEN-NOTE.
           PERFORM 2600-WRITE-GENERATION-LINE.
      ******************************************************************
       2600-WRITE-GENERATION-LINE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2700-REPORT-ENTRY-ERROR.
           ADD 1 TO WS-ENTRIES-IN-ERROR.
           MOVE STD-KEY          TO GEN-KEY.
           MOVE STD-CATEGORY     TO GEN-CATEGORY.
           MOVE STD-CURRENCY     TO GEN-CURRENCY.
           MOVE STD-AMOUNT4      TO GEN-AMOUNT4.
           MOVE STD-AMOUNT5      TO GEN-AMOUNT5.
           MOVE STD-FREQUENCY    TO GEN-FREQUENCY.
           MOVE STD-START-DATE   TO GEN-NOMINAL-DATE.
           MOVE ZERO             TO GEN-DUE-DATE.
           PERFORM 2600-WRITE-GENERATION-LINE.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE WS-ITEMS-GENERATED TO STT-RECORD-COUNT.
           MOVE WS-STANDING-HASH4  TO STT-HASH-AMOUNT4.
           MOVE WS-STANDING-HASH5  TO STT-HASH-AMOUNT5.
           WRITE STANDING-EXTRACT-RECORD FROM STANDING-TRAILER-LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'ENTRIES READ'        TO GEN-TOT-LABEL.
           MOVE WS-ENTRIES-READ       TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'ENTRIES INACTIVE'    TO GEN-TOT-LABEL.
           MOVE WS-ENTRIES-INACTIVE   TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'ENTRIES IN ERROR'    TO GEN-TOT-LABEL.
           MOVE WS-ENTRIES-IN-ERROR   TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'ITEMS GENERATED'     TO GEN-TOT-LABEL.
           MOVE WS-ITEMS-GENERATED    TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'ROLLED TO BUSINESS DAY' TO GEN-TOT-LABEL.
           MOVE WS-ITEMS-ROLLED       TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'CAUGHT UP FROM MISSED RUNS' TO GEN-TOT-LABEL.
           MOVE WS-ITEMS-CAUGHT-UP    TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-TOTAL-LINE.
           MOVE 'PAST DUE - NOT SENT' TO GEN-TOT-LABEL.
           MOVE WS-ITEMS-PASSED-OVER  TO GEN-TOT-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-HASH-LINE.
           MOVE 'AMOUNT4 HASH TOTAL'  TO GEN-HASH-LABEL.
           MOVE WS-STANDING-HASH4     TO GEN-HASH-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HASH-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO GENERATION-HASH-LINE.
           MOVE 'AMOUNT5 HASH TOTAL'  TO GEN-HASH-LABEL.
           MOVE WS-STANDING-HASH5     TO GEN-HASH-VALUE.
           WRITE GENERATION-PRINT-RECORD FROM GENERATION-HASH-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE STANDING-MASTER.
           CLOSE CALENDAR-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE STANDING-EXTRACT-FILE.
           CLOSE GENERATION-REPORT-FILE.
           IF WS-ENTRIES-IN-ERROR > ZERO
               DISPLAY 'FAPCOB87 ' WS-ENTRIES-IN-ERROR
                   ' STANDING ENTRY(S) COULD NOT BE SCHEDULED - SEE'
                   ' STDGRPT - RC 4'
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

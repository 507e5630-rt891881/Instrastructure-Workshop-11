       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB88.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  STANDING ENTRY MASTER MAINTENANCE.
      *          APPLIES ADD / CHANGE / DEACTIVATE CARDS FROM STDCARDS
      *          TO THE KEYED STANDING ENTRY MASTER (STDMAST) OF
      *          RECURRING RENT, LEASE, AND ACCRUAL ENTRIES THAT THE
      *          FAPCOB87 GENERATOR FEEDS INTO THE NIGHTLY EXTRACT,
      *          AND PRINTS A MAINTENANCE LOG OF EVERY CARD AND ITS
      *          DISPOSITION.  NONSENSE AMOUNTS, FREQUENCIES, AND
      *          DATES ARE REJECTED ON THE LOG BEFORE THEY CAN REACH
      *          THE MASTER.  A NEW ENTRY IS ADDED AS IF GENERATED
      *          THROUGH YESTERDAY, SO A START DATE IN THE PAST DOES
      *          NOT SEND THE OCCURRENCES ALREADY BEHIND IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-MASTER ASSIGN TO STDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STANDING-MASTER-STATUS.
           SELECT STANDING-CARD-FILE ASSIGN TO STDCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STANDING-CARD-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO STDMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  STANDING-MASTER.
       COPY FAPSTD.

       FD  STANDING-CARD-FILE
           RECORDING MODE IS F.
      *    AMOUNT AND DATE COLUMNS ARE HELD AS CHARACTERS SO A BAD
      *    CARD CAN BE EDITED INSTEAD OF ABENDING ON A NUMERIC MOVE.
      *    AMOUNTS CARRY A TRAILING OVERPUNCHED SIGN AND TWO IMPLIED
      *    DECIMALS.  ON A CHANGE CARD A BLANK COLUMN LEAVES THAT
      *    FIELD AS IT STANDS ON THE MASTER.
       01  STANDING-CARD-RECORD.
           02  SCD-ACTION               PIC X(1).
               88  CARD-ADD             VALUE 'A'.
               88  CARD-CHANGE          VALUE 'C'.
               88  CARD-DEACTIVATE      VALUE 'D'.
           02  SCD-KEY                  PIC X(8).
           02  SCD-FIELD2               PIC X(10).
           02  SCD-CATEGORY             PIC X(20).
           02  SCD-CURRENCY             PIC X(3).
           02  SCD-AMOUNT4              PIC X(8).
           02  SCD-AMOUNT4-N REDEFINES
               SCD-AMOUNT4              PIC S9(6)V99
                                            SIGN IS TRAILING.
           02  SCD-AMOUNT5              PIC X(8).
           02  SCD-AMOUNT5-N REDEFINES
               SCD-AMOUNT5              PIC S9(6)V99
                                            SIGN IS TRAILING.
           02  SCD-FREQUENCY            PIC X(1).
           02  SCD-START-DATE           PIC X(8).
           02  SCD-START-DATE-N REDEFINES
               SCD-START-DATE           PIC 9(8).
           02  SCD-END-DATE             PIC X(8).
           02  SCD-END-DATE-N REDEFINES
               SCD-END-DATE             PIC 9(8).
           02  FILLER                   PIC X(5).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-PRINT-RECORD           PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  MAINT-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'STANDING ENTRY MAINTENANCE'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB88'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  MNT-HDG-PAGE-NUMBER   PIC ZZ9.

       01  MAINT-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  MNT-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  MNT-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.

       01  MAINT-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

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
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-CARD-EDIT-SW       PIC X(1).
               88  CARD-EDIT-VALID   VALUE 'Y'.
           02  WS-EDIT-MM            PIC 9(2).
           02  WS-EDIT-DD            PIC 9(2).
           02  WS-EDIT-WORK          PIC 9(8).
           02  WS-EDIT-DATE          PIC 9(8).
           02  WS-EDIT-START-DATE    PIC 9(8).
           02  WS-EDIT-END-DATE      PIC 9(8).
           02  WS-DAY-INT            PIC 9(8).
           02  WS-DAY-BEFORE-RUN     PIC 9(8).
           02  WS-EDIT-FREQUENCY     PIC X(1).
               88  EDIT-FREQUENCY-VALID  VALUE 'W' 'M' 'Q' 'A'.
       COPY FAPPAGE.
       01  MAINT-LINE.
           02  FILLER                PIC X(1).
           02  MNT-ACTION            PIC X(1).
           02  FILLER                PIC X(2).
           02  MNT-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  MNT-CURRENCY          PIC X(3).
           02  FILLER                PIC X(2).
           02  MNT-AMOUNT4           PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-AMOUNT5           PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-FREQUENCY         PIC X(1).
           02  FILLER                PIC X(2).
           02  MNT-START-DATE        PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-END-DATE          PIC X(8).
           02  FILLER                PIC X(1).
           02  MNT-RESULT            PIC X(30).
       01  MAINT-TOTAL-LINE.
           02  MNT-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  MNT-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  MAINT-COUNTERS.
           02  WS-CARDS-READ         PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-APPLIED      PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-IN-ERROR     PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-STANDING-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-STANDING-CARD-STATUS     PIC X(2)  VALUE '00'.
           02  WS-MAINT-REPORT-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-STANDING-CARD.
           PERFORM 2000-PROCESS-STANDING-CARDS
               UNTIL CARDS-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O   STANDING-MASTER.
           IF WS-STANDING-MASTER-STATUS NOT = '00'
               AND WS-STANDING-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB88 UNABLE TO OPEN STDMAST - STATUS '
                   WS-STANDING-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STANDING-CARD-FILE.
           IF WS-STANDING-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB88 UNABLE TO OPEN STDCARDS - STATUS '
                   WS-STANDING-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB88 UNABLE TO OPEN STDMRPT - STATUS '
                   WS-MAINT-REPORT-STATUS
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
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO MNT-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO MNT-HDG-RUN-TIME.
           MOVE WS-CURRENT-DATE TO WS-DAY-BEFORE-RUN.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-BEFORE-RUN) - 1.
           COMPUTE WS-DAY-BEFORE-RUN =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO MNT-HDG-PAGE-NUMBER.
           WRITE MAINT-PRINT-RECORD FROM MAINT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-HEADING-3
               AFTER ADVANCING 1 LINE.
           MOVE HEADING-LINE-COUNT TO LINES-WRITTEN.
      ******************************************************************
       2000-PROCESS-STANDING-CARDS.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES         TO MAINT-LINE.
           MOVE SCD-ACTION     TO MNT-ACTION.
           MOVE SCD-KEY        TO MNT-KEY.
           MOVE SCD-CATEGORY   TO MNT-CATEGORY.
           MOVE SCD-CURRENCY   TO MNT-CURRENCY.
           MOVE SCD-AMOUNT4    TO MNT-AMOUNT4.
           MOVE SCD-AMOUNT5    TO MNT-AMOUNT5.
           MOVE SCD-FREQUENCY  TO MNT-FREQUENCY.
           MOVE SCD-START-DATE TO MNT-START-DATE.
           MOVE SCD-END-DATE   TO MNT-END-DATE.
           PERFORM 2150-EDIT-STANDING-CARD.
           IF CARD-EDIT-VALID
               IF CARD-ADD
                   PERFORM 2200-ADD-STANDING-ENTRY
               ELSE
                   IF CARD-CHANGE
                       PERFORM 2300-CHANGE-STANDING-ENTRY
                   ELSE
                       PERFORM 2400-DEACTIVATE-STANDING-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM 2500-WRITE-MAINT-LINE.
           PERFORM 2100-READ-STANDING-CARD.
      ******************************************************************
       2100-READ-STANDING-CARD.
           READ STANDING-CARD-FILE
               AT END
                   SET CARDS-AT-END TO TRUE
           END-READ.
      ******************************************************************
       2150-EDIT-STANDING-CARD.
      *    EVERY CARD CARRIES THE KEY.  AN ADD MUST CARRY EVERY
      *    FIELD THE GENERATOR NEEDS; A CHANGE IS EDITED ONLY IN THE
      *    COLUMNS IT FILLS IN; A DEACTIVATE NEEDS NOTHING BUT THE
      *    KEY.  NEGATIVE AMOUNTS ARE REFUSED HERE BECAUSE FAPCOB99
      *    WOULD ONLY REJECT THEM EVERY TIME THE ENTRY FELL DUE.
           MOVE 'Y' TO WS-CARD-EDIT-SW.
           IF NOT CARD-ADD AND NOT CARD-CHANGE
               AND NOT CARD-DEACTIVATE
               MOVE 'INVALID ACTION CODE'       TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
               IF SCD-KEY = SPACES
                   MOVE 'BLANK ENTRY KEY'       TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               PERFORM 2160-EDIT-ADD-FIELDS
           END-IF.
           IF CARD-EDIT-VALID
               AND (CARD-ADD OR CARD-CHANGE)
               PERFORM 2170-EDIT-PRESENT-FIELDS
           END-IF.
           IF NOT CARD-EDIT-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.
      ******************************************************************
       2160-EDIT-ADD-FIELDS.
           IF SCD-CATEGORY = SPACES
               MOVE 'BLANK CATEGORY'            TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
               IF SCD-CURRENCY = SPACES
                   MOVE 'BLANK CURRENCY CODE'   TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   IF SCD-AMOUNT4 = SPACES
                       OR SCD-AMOUNT5 = SPACES
                       MOVE 'AMOUNT MISSING'    TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
                   ELSE
                       IF SCD-FREQUENCY = SPACE
                           MOVE 'FREQUENCY MISSING' TO MNT-RESULT
                           MOVE 'N' TO WS-CARD-EDIT-SW
                       ELSE
                           IF SCD-START-DATE = SPACES
                               MOVE 'START DATE MISSING'
                                   TO MNT-RESULT
                               MOVE 'N' TO WS-CARD-EDIT-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2170-EDIT-PRESENT-FIELDS.
           IF SCD-AMOUNT4 NOT = SPACES
               IF SCD-AMOUNT4-N NOT NUMERIC
                   MOVE 'AMOUNT4 NOT NUMERIC'   TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   IF SCD-AMOUNT4-N < ZERO
                       MOVE 'AMOUNT4 NEGATIVE'  TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
                   END-IF
               END-IF
           END-IF.
           IF CARD-EDIT-VALID
               AND SCD-AMOUNT5 NOT = SPACES
               IF SCD-AMOUNT5-N NOT NUMERIC
                   MOVE 'AMOUNT5 NOT NUMERIC'   TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   IF SCD-AMOUNT5-N < ZERO
                       MOVE 'AMOUNT5 NEGATIVE'  TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
                   END-IF
               END-IF
           END-IF.
           IF CARD-EDIT-VALID
               AND SCD-FREQUENCY NOT = SPACE
               MOVE SCD-FREQUENCY TO WS-EDIT-FREQUENCY
               IF NOT EDIT-FREQUENCY-VALID
                   MOVE 'INVALID FREQUENCY'     TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
           MOVE ZERO TO WS-EDIT-START-DATE.
           MOVE ZERO TO WS-EDIT-END-DATE.
           IF CARD-EDIT-VALID
               AND SCD-START-DATE NOT = SPACES
               IF SCD-START-DATE NOT NUMERIC
                   MOVE 'INVALID START DATE'    TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   MOVE SCD-START-DATE-N TO WS-EDIT-DATE
                   PERFORM 2180-EDIT-CALENDAR-DATE
                   IF NOT CARD-EDIT-VALID
                       MOVE 'INVALID START DATE' TO MNT-RESULT
                   ELSE
                       MOVE SCD-START-DATE-N TO WS-EDIT-START-DATE
                   END-IF
               END-IF
           END-IF.
           IF CARD-EDIT-VALID
               AND SCD-END-DATE NOT = SPACES
               IF SCD-END-DATE NOT NUMERIC
                   MOVE 'INVALID END DATE'      TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
      *            AN ALL-ZERO END DATE IS ALLOWED: IT REOPENS AN
      *            ENTRY THAT HAD BEEN GIVEN AN END DATE.
                   IF SCD-END-DATE-N NOT = ZERO
                       MOVE SCD-END-DATE-N TO WS-EDIT-DATE
                       PERFORM 2180-EDIT-CALENDAR-DATE
                       IF NOT CARD-EDIT-VALID
                           MOVE 'INVALID END DATE' TO MNT-RESULT
                       ELSE
                           MOVE SCD-END-DATE-N TO WS-EDIT-END-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    WHEN BOTH DATES ARE ON THE CARD THEY MUST BE IN ORDER;
      *    A CHANGE CARD CARRYING ONLY ONE IS CHECKED AGAINST THE
      *    MASTER IN 2300.
           IF CARD-EDIT-VALID
               AND WS-EDIT-START-DATE NOT = ZERO
               AND WS-EDIT-END-DATE NOT = ZERO
               AND WS-EDIT-END-DATE < WS-EDIT-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           END-IF.
      ******************************************************************
       2180-EDIT-CALENDAR-DATE.
           IF WS-EDIT-DATE = ZERO
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
      *        MOD REQUIRES INTEGER ARGUMENTS, SO THE QUOTIENT IS
      *        TRUNCATED INTO A WORK FIELD FIRST.
               COMPUTE WS-EDIT-WORK = WS-EDIT-DATE / 100
               COMPUTE WS-EDIT-MM =
                   FUNCTION MOD(WS-EDIT-WORK, 100)
               COMPUTE WS-EDIT-DD =
                   FUNCTION MOD(WS-EDIT-DATE, 100)
               IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
      ******************************************************************
       2200-ADD-STANDING-ENTRY.
           MOVE SPACES             TO STANDING-ENTRY-RECORD.
           MOVE SCD-KEY            TO STD-KEY.
           MOVE SCD-FIELD2         TO STD-FIELD2.
           MOVE SCD-CATEGORY       TO STD-CATEGORY.
           MOVE SCD-CURRENCY       TO STD-CURRENCY.
           MOVE SCD-AMOUNT4-N      TO STD-AMOUNT4.
           MOVE SCD-AMOUNT5-N      TO STD-AMOUNT5.
           MOVE SCD-FREQUENCY      TO STD-FREQUENCY.
           MOVE WS-EDIT-START-DATE TO STD-START-DATE.
           MOVE WS-EDIT-END-DATE   TO STD-END-DATE.
           MOVE 'A'                TO STD-STATUS.
           PERFORM 2250-SET-FIRST-LAST-GEN.
           WRITE STANDING-ENTRY-RECORD
               INVALID KEY
                   MOVE 'ENTRY ALREADY ON MASTER' TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE 'ADDED'                   TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
           END-WRITE.
      ******************************************************************
       2250-SET-FIRST-LAST-GEN.
      *    THE ENTRY STARTS AS IF EVERYTHING DUE BEFORE TODAY HAD GONE
      *    OUT - OR, FOR A FUTURE START, EVERYTHING BEFORE ITS START
      *    DATE - SO FAPCOB87 FIRST ISSUES AN OCCURRENCE DUE TODAY OR
      *    LATER.  A START DATE THE CALENDAR CANNOT PLACE IS LEFT FOR
      *    FAPCOB87 TO REPORT.
           MOVE WS-DAY-BEFORE-RUN  TO STD-LAST-GEN-DATE.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-START-DATE).
           IF WS-DAY-INT > 1
               SUBTRACT 1 FROM WS-DAY-INT
               COMPUTE WS-EDIT-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               IF WS-EDIT-WORK > STD-LAST-GEN-DATE
                   MOVE WS-EDIT-WORK TO STD-LAST-GEN-DATE
               END-IF
           END-IF.
      ******************************************************************
       2300-CHANGE-STANDING-ENTRY.
      *    A CHANGE CARD ALWAYS SETS THE STATUS BACK TO ACTIVE; THIS
      *    IS THE ONLY WAY TO REACTIVATE A DEACTIVATED ENTRY, AS AN
      *    ADD FOR AN EXISTING KEY IS REJECTED.  THE LAST-GENERATED
      *    DATE IS LEFT ALONE SO A CHANGE NEVER RE-ISSUES AN
      *    OCCURRENCE ALREADY SENT.
           MOVE SCD-KEY TO STD-KEY.
           READ STANDING-MASTER
               INVALID KEY
                   MOVE 'ENTRY NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   PERFORM 2350-APPLY-CHANGE-FIELDS
           END-READ.
      ******************************************************************
       2350-APPLY-CHANGE-FIELDS.
           IF WS-EDIT-START-DATE NOT = ZERO
               MOVE WS-EDIT-START-DATE TO STD-START-DATE
           END-IF.
           IF SCD-END-DATE NOT = SPACES
               MOVE WS-EDIT-END-DATE   TO STD-END-DATE
           END-IF.
           IF STD-END-DATE NOT = ZERO
               AND STD-END-DATE < STD-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO MNT-RESULT
               ADD 1 TO WS-CARDS-IN-ERROR
           ELSE
               IF SCD-FIELD2 NOT = SPACES
                   MOVE SCD-FIELD2     TO STD-FIELD2
               END-IF
               IF SCD-CATEGORY NOT = SPACES
                   MOVE SCD-CATEGORY   TO STD-CATEGORY
               END-IF
               IF SCD-CURRENCY NOT = SPACES
                   MOVE SCD-CURRENCY   TO STD-CURRENCY
               END-IF
               IF SCD-AMOUNT4 NOT = SPACES
                   MOVE SCD-AMOUNT4-N  TO STD-AMOUNT4
               END-IF
               IF SCD-AMOUNT5 NOT = SPACES
                   MOVE SCD-AMOUNT5-N  TO STD-AMOUNT5
               END-IF
               IF SCD-FREQUENCY NOT = SPACE
                   MOVE SCD-FREQUENCY  TO STD-FREQUENCY
               END-IF
               MOVE 'A' TO STD-STATUS
               REWRITE STANDING-ENTRY-RECORD
               MOVE 'CHANGED'                  TO MNT-RESULT
               ADD 1 TO WS-CARDS-APPLIED
           END-IF.
      ******************************************************************
       2400-DEACTIVATE-STANDING-ENTRY.
           MOVE SCD-KEY TO STD-KEY.
           READ STANDING-MASTER
               INVALID KEY
                   MOVE 'ENTRY NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE 'I' TO STD-STATUS
                   REWRITE STANDING-ENTRY-RECORD
                   MOVE 'DEACTIVATED'             TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
           END-READ.
      ******************************************************************
       2500-WRITE-MAINT-LINE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE SPACES                TO MAINT-TOTAL-LINE.
           MOVE 'CARDS READ'          TO MNT-TOT-LABEL.
           MOVE WS-CARDS-READ         TO MNT-TOT-VALUE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                TO MAINT-TOTAL-LINE.
           MOVE 'CARDS APPLIED'       TO MNT-TOT-LABEL.
           MOVE WS-CARDS-APPLIED      TO MNT-TOT-VALUE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MAINT-TOTAL-LINE.
           MOVE 'CARDS IN ERROR'      TO MNT-TOT-LABEL.
           MOVE WS-CARDS-IN-ERROR     TO MNT-TOT-VALUE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE STANDING-MASTER.
           CLOSE STANDING-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.

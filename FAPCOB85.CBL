       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB85.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  BUDGET MASTER MAINTENANCE.
      *          APPLIES ADD / CHANGE / DEACTIVATE CARDS FROM BUDCARDS
      *          TO THE KEYED BUDGET MASTER (BUDMAST), KEYED ON
      *          CATEGORY PLUS FISCAL MONTH, AND PRINTS A MAINTENANCE
      *          LOG OF EVERY CARD AND ITS DISPOSITION.  A BUDGET CAN
      *          ONLY BE ADDED FOR A CATEGORY ON CATMAST, SO THE
      *          FAPCOB84 BUDGET-VS-ACTUAL REPORT NEVER CARRIES A
      *          BUDGET IT CANNOT PLACE IN A DEPARTMENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-MASTER ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-MASTER-STATUS.
           SELECT BUDGET-CARD-FILE ASSIGN TO BUDCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-CARD-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO BUDMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  BUDGET-MASTER.
       COPY FAPBUD.

       FD  CATEGORY-MASTER.
       COPY FAPCAT.

       FD  BUDGET-CARD-FILE
           RECORDING MODE IS F.
      *    PERIOD AND AMOUNT COLUMNS ARE HELD AS CHARACTERS SO A BAD
      *    CARD CAN BE EDITED INSTEAD OF ABENDING ON A NUMERIC MOVE.
      *    THE AMOUNT CARRIES A TRAILING OVERPUNCHED SIGN AND TWO
      *    IMPLIED DECIMALS.
       01  BUDGET-CARD-RECORD.
           02  BCD-ACTION               PIC X(1).
               88  CARD-ADD             VALUE 'A'.
               88  CARD-CHANGE          VALUE 'C'.
               88  CARD-DEACTIVATE      VALUE 'D'.
           02  BCD-CATEGORY             PIC X(20).
           02  BCD-PERIOD               PIC X(6).
           02  BCD-PERIOD-N REDEFINES
               BCD-PERIOD               PIC 9(6).
           02  BCD-AMOUNT               PIC X(13).
           02  BCD-AMOUNT-N REDEFINES
               BCD-AMOUNT               PIC S9(11)V99
                                            SIGN IS TRAILING.
           02  FILLER                   PIC X(40).

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
               'BUDGET MASTER MAINTENANCE'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB85'.
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
           02  WS-EDIT-PERIOD        PIC 9(6).
           02  WS-EDIT-PERIOD-X REDEFINES WS-EDIT-PERIOD.
               03  WS-EDIT-CCYY      PIC 9(4).
               03  WS-EDIT-MM        PIC 9(2).
       COPY FAPPAGE.
       01  MAINT-LINE.
           02  FILLER                PIC X(1).
           02  MNT-ACTION            PIC X(1).
           02  FILLER                PIC X(2).
           02  MNT-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  MNT-PERIOD            PIC X(6).
           02  FILLER                PIC X(2).
           02  MNT-AMOUNT            PIC X(13).
           02  FILLER                PIC X(2).
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
           02  WS-BUDGET-MASTER-STATUS     PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-BUDGET-CARD-STATUS       PIC X(2)  VALUE '00'.
           02  WS-MAINT-REPORT-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-BUDGET-CARD.
           PERFORM 2000-PROCESS-BUDGET-CARDS
               UNTIL CARDS-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O   BUDGET-MASTER.
           IF WS-BUDGET-MASTER-STATUS NOT = '00'
               AND WS-BUDGET-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB85 UNABLE TO OPEN BUDMAST - STATUS '
                   WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATEGORY-MASTER.
           IF WS-CATEGORY-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB85 UNABLE TO OPEN CATMAST - STATUS '
                   WS-CATEGORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUDGET-CARD-FILE.
           IF WS-BUDGET-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB85 UNABLE TO OPEN BUDCARDS - STATUS '
                   WS-BUDGET-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB85 UNABLE TO OPEN BUDMRPT - STATUS '
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
       2000-PROCESS-BUDGET-CARDS.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES         TO MAINT-LINE.
           MOVE BCD-ACTION     TO MNT-ACTION.
           MOVE BCD-CATEGORY   TO MNT-CATEGORY.
           MOVE BCD-PERIOD     TO MNT-PERIOD.
           MOVE BCD-AMOUNT     TO MNT-AMOUNT.
           PERFORM 2150-EDIT-BUDGET-CARD.
           IF CARD-EDIT-VALID
               IF CARD-ADD
                   PERFORM 2200-ADD-BUDGET
               ELSE
                   IF CARD-CHANGE
                       PERFORM 2300-CHANGE-BUDGET
                   ELSE
                       PERFORM 2400-DEACTIVATE-BUDGET
                   END-IF
               END-IF
           END-IF.
           PERFORM 2500-WRITE-MAINT-LINE.
           PERFORM 2100-READ-BUDGET-CARD.
      ******************************************************************
       2100-READ-BUDGET-CARD.
           READ BUDGET-CARD-FILE
               AT END
                   SET CARDS-AT-END TO TRUE
           END-READ.
      ******************************************************************
       2150-EDIT-BUDGET-CARD.
      *    EVERY CARD CARRIES THE FULL KEY.  AN ADD MUST CARRY THE
      *    AMOUNT; A CHANGE WITHOUT ONE ONLY REACTIVATES.  A BUDGET
      *    MAY BE NEGATIVE - INCOME CATEGORIES POST AS CREDITS.
           MOVE 'Y' TO WS-CARD-EDIT-SW.
           IF NOT CARD-ADD AND NOT CARD-CHANGE
               AND NOT CARD-DEACTIVATE
               MOVE 'INVALID ACTION CODE'       TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
               IF BCD-CATEGORY = SPACES
                   MOVE 'BLANK CATEGORY'        TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   PERFORM 2160-EDIT-FISCAL-PERIOD
               END-IF
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               AND BCD-AMOUNT = SPACES
               MOVE 'AMOUNT MISSING'            TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           END-IF.
           IF CARD-EDIT-VALID
               AND (CARD-ADD OR CARD-CHANGE)
               AND BCD-AMOUNT NOT = SPACES
               AND BCD-AMOUNT-N NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC'        TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               MOVE BCD-CATEGORY TO CAT-CODE
               READ CATEGORY-MASTER
                   INVALID KEY
                       MOVE 'CATEGORY NOT ON CATMAST' TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
               END-READ
           END-IF.
           IF NOT CARD-EDIT-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.
      ******************************************************************
       2160-EDIT-FISCAL-PERIOD.
           IF BCD-PERIOD NOT NUMERIC
               MOVE 'INVALID FISCAL PERIOD'     TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
               MOVE BCD-PERIOD-N TO WS-EDIT-PERIOD
               IF WS-EDIT-CCYY = ZERO
                   OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   MOVE 'INVALID FISCAL PERIOD' TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
      ******************************************************************
       2200-ADD-BUDGET.
           MOVE SPACES             TO BUDGET-MASTER-RECORD.
           MOVE BCD-CATEGORY       TO BUD-CATEGORY.
           MOVE WS-EDIT-PERIOD     TO BUD-PERIOD.
           MOVE BCD-AMOUNT-N       TO BUD-AMOUNT.
           MOVE 'A'                TO BUD-STATUS.
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   MOVE 'BUDGET ALREADY ON MASTER' TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE 'ADDED'                    TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
           END-WRITE.
      ******************************************************************
       2300-CHANGE-BUDGET.
      *    A CHANGE CARD ALWAYS SETS THE STATUS BACK TO ACTIVE; THIS
      *    IS THE ONLY WAY TO REACTIVATE A DEACTIVATED BUDGET, AS AN
      *    ADD FOR AN EXISTING KEY IS REJECTED.
           MOVE BCD-CATEGORY   TO BUD-CATEGORY.
           MOVE WS-EDIT-PERIOD TO BUD-PERIOD.
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE 'BUDGET NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   IF BCD-AMOUNT NOT = SPACES
                       MOVE BCD-AMOUNT-N TO BUD-AMOUNT
                   END-IF
                   MOVE 'A' TO BUD-STATUS
                   REWRITE BUDGET-MASTER-RECORD
                   MOVE 'CHANGED'                  TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
           END-READ.
      ******************************************************************
       2400-DEACTIVATE-BUDGET.
           MOVE BCD-CATEGORY   TO BUD-CATEGORY.
           MOVE WS-EDIT-PERIOD TO BUD-PERIOD.
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE 'BUDGET NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE 'I' TO BUD-STATUS
                   REWRITE BUDGET-MASTER-RECORD
                   MOVE 'DEACTIVATED'              TO MNT-RESULT
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

           CLOSE BUDGET-MASTER.
           CLOSE CATEGORY-MASTER.
           CLOSE BUDGET-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB80.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  REFERENCE MASTER AUDIT INQUIRY.  READS
      *          THE MAINTENANCE AUDIT TRAIL (MAINTAUD) WRITTEN BY THE
      *          ACCTMAST, CALMAST, RATEMAST, AND CATMAST MAINTENANCE
      *          PROGRAMS AND PRINTS ON AUDRPT, IN THE ORDER THE
      *          CHANGES WERE MADE, EVERY ADD, CHANGE, STATUS CHANGE,
      *          AND DELETE SELECTED BY THE AUDCARD MASTER ID, RECORD
      *          KEY, AND RUN DATE RANGE, WITH WHO REQUESTED IT, WHICH
      *          PROGRAM APPLIED IT, AND THE BEFORE AND AFTER VALUE OF
      *          EVERY FIELD IT CHANGED.  A BLANK SELECTION COLUMN
      *          SELECTS EVERYTHING.
      *          MAINT01   2026/10/15 VER 2.
      *          ALSO REPORTS THE TRANSACTION LIMIT MASTER (LIMMAST)
      *          MAINTAINED BY FAPCOB77.  THE LIMIT CATEGORY IS NOT
      *          PART OF THE AUDIT KEY, SO IT IS PRINTED WITH EVERY
      *          LIMIT CHANGE TO SHOW WHICH LIMIT WAS CHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-CARD-FILE ASSIGN TO AUDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CARD-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *    THE KEY IS PUNCHED AS STORED ON THE AUDIT RECORD: CURRENCY
      *    PLUS CCYYMMDD EFFECTIVE DATE FOR RATEMAST (EUR20260101),
      *    THE CCYYMMDD DATE FOR CALMAST, THE SCOPE PLUS ACCOUNT OR
      *    DEPARTMENT FOR LIMMAST (A12345678, DFINANCE).
       FD  AUDIT-CARD-FILE
           RECORDING MODE IS F.
       01  AUDIT-CARD-RECORD.
           02  AQC-MASTER-ID            PIC X(8).
           02  AQC-KEY                  PIC X(20).
           02  AQC-FROM-DATE            PIC X(8).
           02  AQC-FROM-DATE-N REDEFINES
               AQC-FROM-DATE            PIC 9(8).
           02  AQC-TO-DATE              PIC X(8).
           02  AQC-TO-DATE-N REDEFINES
               AQC-TO-DATE              PIC 9(8).
           02  FILLER                   PIC X(36).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FAPAUD.

       FD  AUDIT-REPORT-FILE
           RECORDING MODE IS F.
       01  AUDIT-PRINT-RECORD           PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  AUDIT-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'MASTER MAINTENANCE AUDIT'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB80'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  AUD-HDG-PAGE-NUMBER   PIC ZZ9.

       01  AUDIT-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  AUD-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  AUD-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.

       01  AUDIT-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  AUDIT-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'RUN DATE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'TIME'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'MASTER'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'KEY'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(13)   VALUE 'ACTION'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(4)    VALUE 'CARD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'OPERATOR'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'PROGRAM'.

       01  AUDIT-HEADING-5.
           02  FILLER                PIC X(11)   VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'FIELD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE 'BEFORE'.
           02  FILLER                PIC X(4)    VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE 'AFTER'.

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
           02  WS-AUDIT-EOF-SW       PIC X(3)    VALUE SPACES.
               88  AUDIT-AT-END      VALUE 'EOF'.
           02  WS-SELECT-SW          PIC X(1)    VALUE 'N'.
               88  ENTRY-SELECTED    VALUE 'Y'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-SELECT-MASTER      PIC X(8)    VALUE SPACES.
           02  WS-SELECT-KEY         PIC X(20)   VALUE SPACES.
           02  WS-SELECT-FROM        PIC 9(8)    VALUE ZERO.
           02  WS-SELECT-TO          PIC 9(8)    VALUE 99999999.
           02  WS-FIELDS-CHANGED     PIC 9(3)    VALUE ZERO.
           02  WS-AUDIT-TIME         PIC 9(6)    VALUE ZERO.
           02  WS-AUDIT-TIME-X REDEFINES WS-AUDIT-TIME.
               03  WS-AUDIT-HH       PIC 9(2).
               03  WS-AUDIT-MN       PIC 9(2).
               03  WS-AUDIT-SS       PIC 9(2).
           02  WS-RATE-EDIT          PIC ZZ9.999999.
           02  WS-LIMIT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       COPY FAPPAGE.
      *    FIELD VIEWS OF THE TWO IMAGES.  EACH REDEFINITION MUST
      *    FOLLOW ITS MASTER COPYBOOK (FAPACC, FAPCAL, FAPRAT,
      *    FAPCAT, FAPLIM); NUMERIC FIELDS ARE CARRIED AS CHARACTERS
      *    SO A BLANK IMAGE (ADD OR DELETE) CAN BE COMPARED SAFELY.
       01  AUDIT-BEFORE-VIEW.
           02  ABV-IMAGE             PIC X(60).
           02  ABV-ACCOUNT REDEFINES ABV-IMAGE.
               03  ABV-ACC-KEY       PIC X(8).
               03  ABV-ACC-NAME      PIC X(30).
               03  ABV-ACC-DEPT      PIC X(8).
               03  ABV-ACC-STATUS    PIC X(1).
               03  FILLER            PIC X(13).
           02  ABV-CALENDAR REDEFINES ABV-IMAGE.
               03  ABV-CAL-DATE      PIC X(8).
               03  ABV-CAL-TYPE      PIC X(1).
               03  ABV-CAL-DESC      PIC X(30).
               03  FILLER            PIC X(21).
           02  ABV-RATE REDEFINES ABV-IMAGE.
               03  ABV-RAT-CURRENCY  PIC X(3).
               03  ABV-RAT-EFF-DATE  PIC X(8).
               03  ABV-RAT-RATE      PIC X(9).
               03  ABV-RAT-RATE-N REDEFINES
                   ABV-RAT-RATE      PIC 9(3)V9(6).
               03  ABV-RAT-STATUS    PIC X(1).
               03  FILLER            PIC X(39).
           02  ABV-CATEGORY REDEFINES ABV-IMAGE.
               03  ABV-CAT-CODE      PIC X(20).
               03  ABV-CAT-DESC      PIC X(30).
               03  ABV-CAT-STATUS    PIC X(1).
               03  ABV-CAT-DEPT      PIC X(8).
               03  FILLER            PIC X(1).
           02  ABV-LIMIT REDEFINES ABV-IMAGE.
               03  ABV-LIM-SCOPE     PIC X(1).
               03  ABV-LIM-OWNER     PIC X(8).
               03  ABV-LIM-CATEGORY  PIC X(20).
               03  ABV-LIM-SINGLE    PIC X(11).
               03  ABV-LIM-SINGLE-N REDEFINES
                   ABV-LIM-SINGLE    PIC 9(9)V99.
               03  ABV-LIM-DAILY     PIC X(11).
               03  ABV-LIM-DAILY-N REDEFINES
                   ABV-LIM-DAILY     PIC 9(9)V99.
               03  FILLER            PIC X(9).
       01  AUDIT-AFTER-VIEW.
           02  AAV-IMAGE             PIC X(60).
           02  AAV-ACCOUNT REDEFINES AAV-IMAGE.
               03  AAV-ACC-KEY       PIC X(8).
               03  AAV-ACC-NAME      PIC X(30).
               03  AAV-ACC-DEPT      PIC X(8).
               03  AAV-ACC-STATUS    PIC X(1).
               03  FILLER            PIC X(13).
           02  AAV-CALENDAR REDEFINES AAV-IMAGE.
               03  AAV-CAL-DATE      PIC X(8).
               03  AAV-CAL-TYPE      PIC X(1).
               03  AAV-CAL-DESC      PIC X(30).
               03  FILLER            PIC X(21).
           02  AAV-RATE REDEFINES AAV-IMAGE.
               03  AAV-RAT-CURRENCY  PIC X(3).
               03  AAV-RAT-EFF-DATE  PIC X(8).
               03  AAV-RAT-RATE      PIC X(9).
               03  AAV-RAT-RATE-N REDEFINES
                   AAV-RAT-RATE      PIC 9(3)V9(6).
               03  AAV-RAT-STATUS    PIC X(1).
               03  FILLER            PIC X(39).
           02  AAV-CATEGORY REDEFINES AAV-IMAGE.
               03  AAV-CAT-CODE      PIC X(20).
               03  AAV-CAT-DESC      PIC X(30).
               03  AAV-CAT-STATUS    PIC X(1).
               03  AAV-CAT-DEPT      PIC X(8).
               03  FILLER            PIC X(1).
           02  AAV-LIMIT REDEFINES AAV-IMAGE.
               03  AAV-LIM-SCOPE     PIC X(1).
               03  AAV-LIM-OWNER     PIC X(8).
               03  AAV-LIM-CATEGORY  PIC X(20).
               03  AAV-LIM-SINGLE    PIC X(11).
               03  AAV-LIM-SINGLE-N REDEFINES
                   AAV-LIM-SINGLE    PIC 9(9)V99.
               03  AAV-LIM-DAILY     PIC X(11).
               03  AAV-LIM-DAILY-N REDEFINES
                   AAV-LIM-DAILY     PIC 9(9)V99.
               03  FILLER            PIC X(9).
       01  FIELD-COMPARE-AREA.
           02  WS-DIFF-FIELD         PIC X(20).
           02  WS-DIFF-BEFORE        PIC X(30).
           02  WS-DIFF-AFTER         PIC X(30).
       01  AUDIT-SELECTION-LINE.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(18)   VALUE
               'SELECTED: MASTER '.
           02  AQS-MASTER            PIC X(8).
           02  FILLER                PIC X(6)    VALUE '  KEY '.
           02  AQS-KEY               PIC X(20).
           02  FILLER                PIC X(7)    VALUE '  FROM '.
           02  AQS-FROM              PIC 9(8).
           02  FILLER                PIC X(5)    VALUE '  TO '.
           02  AQS-TO                PIC 9(8).
       01  AUDIT-ENTRY-LINE.
           02  FILLER                PIC X(1).
           02  AQE-RUN-DATE          PIC 9(8).
           02  FILLER                PIC X(2).
           02  AQE-RUN-TIME          PIC X(8).
           02  FILLER                PIC X(2).
           02  AQE-MASTER            PIC X(8).
           02  FILLER                PIC X(2).
           02  AQE-KEY               PIC X(20).
           02  FILLER                PIC X(2).
           02  AQE-ACTION            PIC X(13).
           02  FILLER                PIC X(3).
           02  AQE-CARD-ACTION       PIC X(1).
           02  FILLER                PIC X(2).
           02  AQE-OPERATOR          PIC X(8).
           02  FILLER                PIC X(2).
           02  AQE-PROGRAM           PIC X(8).
       01  AUDIT-DIFFERENCE-LINE.
           02  FILLER                PIC X(11).
           02  AQD-FIELD             PIC X(20).
           02  FILLER                PIC X(2).
           02  AQD-BEFORE            PIC X(30).
           02  FILLER                PIC X(1).
           02  AQD-ARROW             PIC X(2).
           02  FILLER                PIC X(1).
           02  AQD-AFTER             PIC X(30).
       01  AUDIT-TOTAL-LINE.
           02  AUD-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  AUD-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  AUDIT-COUNTERS.
           02  WS-AUDIT-READ         PIC 9(7)    VALUE ZERO.
           02  WS-AUDIT-SELECTED     PIC 9(7)    VALUE ZERO.
           02  WS-ADDS-SELECTED      PIC 9(7)    VALUE ZERO.
           02  WS-CHANGES-SELECTED   PIC 9(7)    VALUE ZERO.
           02  WS-STATUS-SELECTED    PIC 9(7)    VALUE ZERO.
           02  WS-DELETES-SELECTED   PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-AUDIT-CARD-STATUS        PIC X(2)  VALUE '00'.
           02  WS-MAINT-AUDIT-STATUS       PIC X(2)  VALUE '00'.
           02  WS-AUDIT-REPORT-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-AUDIT-RECORD
               UNTIL AUDIT-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-AUDIT-CARD.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               AND WS-MAINT-AUDIT-STATUS NOT = '05'
               DISPLAY 'FAPCOB80 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF WS-AUDIT-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB80 UNABLE TO OPEN AUDRPT - STATUS '
                   WS-AUDIT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AUDIT-EOF-SW.
           MOVE ZERO   TO LINES-WRITTEN.
           MOVE ZERO   TO PAGE-COUNT.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE WS-SELECT-MASTER TO AQS-MASTER.
           IF AQS-MASTER = SPACES
               MOVE 'ALL'        TO AQS-MASTER
           END-IF.
           MOVE WS-SELECT-KEY    TO AQS-KEY.
           IF AQS-KEY = SPACES
               MOVE 'ALL'        TO AQS-KEY
           END-IF.
           MOVE WS-SELECT-FROM   TO AQS-FROM.
           MOVE WS-SELECT-TO     TO AQS-TO.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-SELECTION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       1010-READ-AUDIT-CARD.
      *    THE CARD IS OPTIONAL; A MISSING CARD SELECTS THE WHOLE
      *    TRAIL.
           OPEN INPUT AUDIT-CARD-FILE.
           IF WS-AUDIT-CARD-STATUS NOT = '00'
               AND WS-AUDIT-CARD-STATUS NOT = '05'
               DISPLAY 'FAPCOB80 UNABLE TO OPEN AUDCARD - STATUS '
                   WS-AUDIT-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AUDIT-CARD-FILE
               AT END
                   MOVE SPACES TO AUDIT-CARD-RECORD
           END-READ.
           IF AQC-MASTER-ID NOT = SPACES
               IF AQC-MASTER-ID NOT = 'ACCTMAST'
                   AND AQC-MASTER-ID NOT = 'CALMAST'
                   AND AQC-MASTER-ID NOT = 'RATEMAST'
                   AND AQC-MASTER-ID NOT = 'CATMAST'
                   AND AQC-MASTER-ID NOT = 'LIMMAST'
                   DISPLAY 'FAPCOB80 INVALID MASTER ID - '
                       AQC-MASTER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AQC-MASTER-ID TO WS-SELECT-MASTER
           END-IF.
           MOVE AQC-KEY TO WS-SELECT-KEY.
           IF AQC-FROM-DATE NOT = SPACES
               IF AQC-FROM-DATE NOT NUMERIC
                   DISPLAY 'FAPCOB80 INVALID FROM DATE - '
                       AQC-FROM-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AQC-FROM-DATE-N TO WS-SELECT-FROM
           END-IF.
           IF AQC-TO-DATE NOT = SPACES
               IF AQC-TO-DATE NOT NUMERIC
                   DISPLAY 'FAPCOB80 INVALID TO DATE - '
                       AQC-TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AQC-TO-DATE-N TO WS-SELECT-TO
           END-IF.
           IF WS-SELECT-FROM > WS-SELECT-TO
               DISPLAY 'FAPCOB80 FROM DATE IS AFTER TO DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDIT-CARD-FILE.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO AUD-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO AUD-HDG-RUN-TIME.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO AUD-HDG-PAGE-NUMBER.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-HEADING-4
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-HEADING-5
               AFTER ADVANCING 1 LINE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 2.
      ******************************************************************
       2000-PROCESS-AUDIT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END
                   SET AUDIT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   PERFORM 2100-CHECK-SELECTION
                   IF ENTRY-SELECTED
                       PERFORM 2200-PRINT-AUDIT-ENTRY
                   END-IF
           END-READ.
      ******************************************************************
       2100-CHECK-SELECTION.
           MOVE 'Y' TO WS-SELECT-SW.
           IF WS-SELECT-MASTER NOT = SPACES
               AND AUD-MASTER-ID NOT = WS-SELECT-MASTER
               MOVE 'N' TO WS-SELECT-SW
           END-IF.
           IF WS-SELECT-KEY NOT = SPACES
               AND AUD-KEY NOT = WS-SELECT-KEY
               MOVE 'N' TO WS-SELECT-SW
           END-IF.
           IF AUD-RUN-DATE < WS-SELECT-FROM
               OR AUD-RUN-DATE > WS-SELECT-TO
               MOVE 'N' TO WS-SELECT-SW
           END-IF.
      ******************************************************************
       2200-PRINT-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-SELECTED.
           MOVE SPACES          TO AUDIT-ENTRY-LINE.
           MOVE AUD-RUN-DATE    TO AQE-RUN-DATE.
           MOVE AUD-RUN-TIME    TO WS-AUDIT-TIME.
           STRING WS-AUDIT-HH   ':'
                  WS-AUDIT-MN   ':'
                  WS-AUDIT-SS
                  DELIMITED BY SIZE INTO AQE-RUN-TIME.
           MOVE AUD-MASTER-ID   TO AQE-MASTER.
           MOVE AUD-KEY         TO AQE-KEY.
           EVALUATE TRUE
               WHEN AUD-ADD
                   MOVE 'ADD'           TO AQE-ACTION
                   ADD 1 TO WS-ADDS-SELECTED
               WHEN AUD-CHANGE
                   MOVE 'CHANGE'        TO AQE-ACTION
                   ADD 1 TO WS-CHANGES-SELECTED
               WHEN AUD-STATUS-CHANGE
                   MOVE 'STATUS CHANGE' TO AQE-ACTION
                   ADD 1 TO WS-STATUS-SELECTED
               WHEN OTHER
                   MOVE 'DELETE'        TO AQE-ACTION
                   ADD 1 TO WS-DELETES-SELECTED
           END-EVALUATE.
           MOVE AUD-CARD-ACTION TO AQE-CARD-ACTION.
           MOVE AUD-OPERATOR    TO AQE-OPERATOR.
           MOVE AUD-PROGRAM     TO AQE-PROGRAM.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-ENTRY-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO LINES-WRITTEN.
           PERFORM 2600-CHECK-PAGE-BREAK.
           MOVE AUD-BEFORE-IMAGE TO ABV-IMAGE.
           MOVE AUD-AFTER-IMAGE  TO AAV-IMAGE.
           MOVE ZERO TO WS-FIELDS-CHANGED.
           EVALUATE TRUE
               WHEN AUD-ACCOUNT-MASTER
                   PERFORM 3100-COMPARE-ACCOUNT
               WHEN AUD-CALENDAR-MASTER
                   PERFORM 3200-COMPARE-CALENDAR
               WHEN AUD-RATE-MASTER
                   PERFORM 3300-COMPARE-RATE
               WHEN AUD-CATEGORY-MASTER
                   PERFORM 3400-COMPARE-CATEGORY
               WHEN AUD-LIMIT-MASTER
                   PERFORM 3500-COMPARE-LIMIT
           END-EVALUATE.
      *    A CARD THAT REWROTE THE RECORD WITH THE SAME VALUES IS
      *    STILL REPORTED, SO THE TRAIL SHOWS EVERY CARD APPLIED.
           IF WS-FIELDS-CHANGED = ZERO
               MOVE SPACES              TO AUDIT-DIFFERENCE-LINE
               MOVE '(NO FIELD CHANGED)' TO AQD-FIELD
               WRITE AUDIT-PRINT-RECORD FROM AUDIT-DIFFERENCE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
      ******************************************************************
       2600-CHECK-PAGE-BREAK.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       3100-COMPARE-ACCOUNT.
           MOVE 'ACCOUNT KEY'       TO WS-DIFF-FIELD.
           MOVE ABV-ACC-KEY         TO WS-DIFF-BEFORE.
           MOVE AAV-ACC-KEY         TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'ACCOUNT NAME'      TO WS-DIFF-FIELD.
           MOVE ABV-ACC-NAME        TO WS-DIFF-BEFORE.
           MOVE AAV-ACC-NAME        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'OWNING DEPARTMENT' TO WS-DIFF-FIELD.
           MOVE ABV-ACC-DEPT        TO WS-DIFF-BEFORE.
           MOVE AAV-ACC-DEPT        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'ACCOUNT STATUS'    TO WS-DIFF-FIELD.
           MOVE ABV-ACC-STATUS      TO WS-DIFF-BEFORE.
           MOVE AAV-ACC-STATUS      TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      ******************************************************************
       3200-COMPARE-CALENDAR.
           MOVE 'CALENDAR DATE'     TO WS-DIFF-FIELD.
           MOVE ABV-CAL-DATE        TO WS-DIFF-BEFORE.
           MOVE AAV-CAL-DATE        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'DAY TYPE'          TO WS-DIFF-FIELD.
           MOVE ABV-CAL-TYPE        TO WS-DIFF-BEFORE.
           MOVE AAV-CAL-TYPE        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'DESCRIPTION'       TO WS-DIFF-FIELD.
           MOVE ABV-CAL-DESC        TO WS-DIFF-BEFORE.
           MOVE AAV-CAL-DESC        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      ******************************************************************
       3300-COMPARE-RATE.
           MOVE 'CURRENCY'          TO WS-DIFF-FIELD.
           MOVE ABV-RAT-CURRENCY    TO WS-DIFF-BEFORE.
           MOVE AAV-RAT-CURRENCY    TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'EFFECTIVE DATE'    TO WS-DIFF-FIELD.
           MOVE ABV-RAT-EFF-DATE    TO WS-DIFF-BEFORE.
           MOVE AAV-RAT-EFF-DATE    TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      *    THE RATE IS COMPARED AS STORED AND SHOWN WITH ITS SIX
      *    DECIMALS.
           MOVE 'EXCHANGE RATE'     TO WS-DIFF-FIELD.
           MOVE SPACES              TO WS-DIFF-BEFORE.
           MOVE SPACES              TO WS-DIFF-AFTER.
           IF ABV-RAT-RATE NOT = AAV-RAT-RATE
               IF ABV-RAT-RATE NUMERIC
                   MOVE ABV-RAT-RATE-N  TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT    TO WS-DIFF-BEFORE
               END-IF
               IF AAV-RAT-RATE NUMERIC
                   MOVE AAV-RAT-RATE-N  TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT    TO WS-DIFF-AFTER
               END-IF
               PERFORM 3950-PRINT-DIFFERENCE
           END-IF.
           MOVE 'RATE STATUS'       TO WS-DIFF-FIELD.
           MOVE ABV-RAT-STATUS      TO WS-DIFF-BEFORE.
           MOVE AAV-RAT-STATUS      TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      ******************************************************************
       3400-COMPARE-CATEGORY.
           MOVE 'CATEGORY CODE'     TO WS-DIFF-FIELD.
           MOVE ABV-CAT-CODE        TO WS-DIFF-BEFORE.
           MOVE AAV-CAT-CODE        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'DESCRIPTION'       TO WS-DIFF-FIELD.
           MOVE ABV-CAT-DESC        TO WS-DIFF-BEFORE.
           MOVE AAV-CAT-DESC        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'CATEGORY STATUS'   TO WS-DIFF-FIELD.
           MOVE ABV-CAT-STATUS      TO WS-DIFF-BEFORE.
           MOVE AAV-CAT-STATUS      TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'OWNING DEPARTMENT' TO WS-DIFF-FIELD.
           MOVE ABV-CAT-DEPT        TO WS-DIFF-BEFORE.
           MOVE AAV-CAT-DEPT        TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      ******************************************************************
       3500-COMPARE-LIMIT.
           MOVE 'LIMIT SCOPE'       TO WS-DIFF-FIELD.
           MOVE ABV-LIM-SCOPE       TO WS-DIFF-BEFORE.
           MOVE AAV-LIM-SCOPE       TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
           MOVE 'ACCOUNT OR DEPT'   TO WS-DIFF-FIELD.
           MOVE ABV-LIM-OWNER       TO WS-DIFF-BEFORE.
           MOVE AAV-LIM-OWNER       TO WS-DIFF-AFTER.
           PERFORM 3900-PRINT-IF-CHANGED.
      *    THE CATEGORY IS NOT IN THE AUDIT KEY, SO ON A CHANGE IT IS
      *    PRINTED ONCE TO SHOW WHICH LIMIT WAS CHANGED; IT IS NOT
      *    COUNTED AS A CHANGED FIELD.
           IF ABV-LIM-CATEGORY = AAV-LIM-CATEGORY
               MOVE SPACES              TO AUDIT-DIFFERENCE-LINE
               MOVE 'LIMIT CATEGORY'    TO AQD-FIELD
               MOVE ABV-LIM-CATEGORY    TO AQD-BEFORE
               IF ABV-LIM-CATEGORY = SPACES
                   MOVE '(ALL CATEGORIES)' TO AQD-BEFORE
               END-IF
               WRITE AUDIT-PRINT-RECORD FROM AUDIT-DIFFERENCE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           ELSE
               MOVE 'LIMIT CATEGORY'    TO WS-DIFF-FIELD
               MOVE ABV-LIM-CATEGORY    TO WS-DIFF-BEFORE
               MOVE AAV-LIM-CATEGORY    TO WS-DIFF-AFTER
               PERFORM 3950-PRINT-DIFFERENCE
           END-IF.
      *    LIMITS ARE COMPARED AS STORED AND SHOWN AS AMOUNTS.
           MOVE 'SINGLE LIMIT'      TO WS-DIFF-FIELD.
           MOVE SPACES              TO WS-DIFF-BEFORE.
           MOVE SPACES              TO WS-DIFF-AFTER.
           IF ABV-LIM-SINGLE NOT = AAV-LIM-SINGLE
               IF ABV-LIM-SINGLE NUMERIC
                   MOVE ABV-LIM-SINGLE-N TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT    TO WS-DIFF-BEFORE
               END-IF
               IF AAV-LIM-SINGLE NUMERIC
                   MOVE AAV-LIM-SINGLE-N TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT    TO WS-DIFF-AFTER
               END-IF
               PERFORM 3950-PRINT-DIFFERENCE
           END-IF.
           MOVE 'DAILY LIMIT'       TO WS-DIFF-FIELD.
           MOVE SPACES              TO WS-DIFF-BEFORE.
           MOVE SPACES              TO WS-DIFF-AFTER.
           IF ABV-LIM-DAILY NOT = AAV-LIM-DAILY
               IF ABV-LIM-DAILY NUMERIC
                   MOVE ABV-LIM-DAILY-N  TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT    TO WS-DIFF-BEFORE
               END-IF
               IF AAV-LIM-DAILY NUMERIC
                   MOVE AAV-LIM-DAILY-N  TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT    TO WS-DIFF-AFTER
               END-IF
               PERFORM 3950-PRINT-DIFFERENCE
           END-IF.
      ******************************************************************
       3900-PRINT-IF-CHANGED.
           IF WS-DIFF-BEFORE NOT = WS-DIFF-AFTER
               PERFORM 3950-PRINT-DIFFERENCE
           END-IF.
      ******************************************************************
       3950-PRINT-DIFFERENCE.
           ADD 1 TO WS-FIELDS-CHANGED.
           MOVE SPACES         TO AUDIT-DIFFERENCE-LINE.
           MOVE WS-DIFF-FIELD  TO AQD-FIELD.
           MOVE WS-DIFF-BEFORE TO AQD-BEFORE.
           MOVE '->'           TO AQD-ARROW.
           MOVE WS-DIFF-AFTER  TO AQD-AFTER.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-DIFFERENCE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           IF WS-AUDIT-SELECTED = ZERO
               MOVE 'NO AUDIT RECORDS MATCH THE SELECTION'
                   TO AUDIT-PRINT-RECORD
               WRITE AUDIT-PRINT-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE 'AUDIT RECORDS READ'  TO AUD-TOT-LABEL.
           MOVE WS-AUDIT-READ         TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE 'AUDIT RECORDS SELECTED' TO AUD-TOT-LABEL.
           MOVE WS-AUDIT-SELECTED     TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE '  ADDS'              TO AUD-TOT-LABEL.
           MOVE WS-ADDS-SELECTED      TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE '  CHANGES'           TO AUD-TOT-LABEL.
           MOVE WS-CHANGES-SELECTED   TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE '  STATUS CHANGES'    TO AUD-TOT-LABEL.
           MOVE WS-STATUS-SELECTED    TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO AUDIT-TOTAL-LINE.
           MOVE '  DELETES'           TO AUD-TOT-LABEL.
           MOVE WS-DELETES-SELECTED   TO AUD-TOT-VALUE.
           WRITE AUDIT-PRINT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE MAINT-AUDIT-FILE.
           CLOSE AUDIT-REPORT-FILE.

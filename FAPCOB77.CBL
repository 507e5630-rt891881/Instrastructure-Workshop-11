       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB77.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  TRANSACTION LIMIT MASTER MAINTENANCE.
      *          APPLIES ADD / CHANGE / DELETE CARDS FROM LIMCARDS TO
      *          THE KEYED LIMIT MASTER (LIMMAST) - A SINGLE-
      *          TRANSACTION AND A DAILY CUMULATIVE LIMIT PER ACCOUNT
      *          OR PER OWNING-DEPARTMENT DEFAULT, BY CATEGORY - AND
      *          PRINTS A MAINTENANCE LOG OF EVERY CARD AND ITS
      *          DISPOSITION.  EVERY CARD MUST CARRY THE REQUESTING
      *          OPERATOR ID, AND EVERY ADD, CHANGE, AND DELETE
      *          APPLIED APPENDS A BEFORE / AFTER IMAGE AUDIT RECORD
      *          (FAPAUD) TO MAINTAUD FOR THE FAPCOB80 AUDIT INQUIRY.
      *          FAPCOB99 HOLDS A TRANSACTION OVER ITS LIMIT FOR
      *          SUPERVISOR APPROVAL INSTEAD OF POSTING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIMIT-MASTER ASSIGN TO LIMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMIT-MASTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-KEY
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-MASTER-STATUS.
           SELECT LIMIT-CARD-FILE ASSIGN TO LIMCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-CARD-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO LIMMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  LIMIT-MASTER.
       COPY FAPLIM.

       FD  ACCOUNT-MASTER.
       COPY FAPACC.

       FD  CATEGORY-MASTER.
       COPY FAPCAT.

       FD  LIMIT-CARD-FILE
           RECORDING MODE IS F.
      *    LIMIT COLUMNS ARE HELD AS CHARACTERS SO A BAD CARD CAN BE
      *    EDITED INSTEAD OF ABENDING ON A NUMERIC MOVE.  EACH LIMIT
      *    CARRIES TWO IMPLIED DECIMALS; ON A CHANGE CARD A BLANK
      *    LIMIT KEEPS THE VALUE ON FILE AND ZEROES REMOVE IT.  A
      *    BLANK CATEGORY IS THE OWNER'S LIMIT FOR EVERY CATEGORY IT
      *    HAS NO LIMIT OF ITS OWN FOR.
       01  LIMIT-CARD-RECORD.
           02  LCD-ACTION               PIC X(1).
               88  CARD-ADD             VALUE 'A'.
               88  CARD-CHANGE          VALUE 'C'.
               88  CARD-DELETE          VALUE 'D'.
           02  LCD-SCOPE                PIC X(1).
               88  CARD-ACCOUNT-LIMIT   VALUE 'A'.
               88  CARD-DEPT-DEFAULT    VALUE 'D'.
           02  LCD-OWNER                PIC X(8).
           02  LCD-CATEGORY             PIC X(20).
           02  LCD-SINGLE-LIMIT         PIC X(11).
           02  LCD-SINGLE-LIMIT-N REDEFINES
               LCD-SINGLE-LIMIT         PIC 9(9)V99.
           02  LCD-DAILY-LIMIT          PIC X(11).
           02  LCD-DAILY-LIMIT-N REDEFINES
               LCD-DAILY-LIMIT          PIC 9(9)V99.
           02  LCD-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(20).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-PRINT-RECORD           PIC X(113).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FAPAUD.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  MAINT-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'LIMIT MASTER MAINTENANCE'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB77'.
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
       COPY FAPPAGE.
       01  MAINT-LINE.
           02  FILLER                PIC X(1).
           02  MNT-ACTION            PIC X(1).
           02  FILLER                PIC X(2).
           02  MNT-SCOPE             PIC X(1).
           02  FILLER                PIC X(2).
           02  MNT-OWNER             PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-CATEGORY          PIC X(20).
           02  FILLER                PIC X(2).
           02  MNT-SINGLE-LIMIT      PIC X(14).
           02  MNT-SINGLE-LIMIT-E REDEFINES
               MNT-SINGLE-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  MNT-DAILY-LIMIT       PIC X(14).
           02  MNT-DAILY-LIMIT-E REDEFINES
               MNT-DAILY-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  MNT-OPERATOR          PIC X(8).
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
           02  WS-AUDIT-WRITTEN      PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-LIMIT-MASTER-STATUS      PIC X(2)  VALUE '00'.
           02  WS-ACCOUNT-MASTER-STATUS    PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-LIMIT-CARD-STATUS        PIC X(2)  VALUE '00'.
           02  WS-MAINT-REPORT-STATUS      PIC X(2)  VALUE '00'.
           02  WS-MAINT-AUDIT-STATUS       PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-LIMIT-CARD.
           PERFORM 2000-PROCESS-LIMIT-CARDS
               UNTIL CARDS-AT-END.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O   LIMIT-MASTER.
           IF WS-LIMIT-MASTER-STATUS NOT = '00'
               AND WS-LIMIT-MASTER-STATUS NOT = '05'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN LIMMAST - STATUS '
                   WS-LIMIT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN ACCTMAST - STATUS '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATEGORY-MASTER.
           IF WS-CATEGORY-MASTER-STATUS NOT = '00'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN CATMAST - STATUS '
                   WS-CATEGORY-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIMIT-CARD-FILE.
           IF WS-LIMIT-CARD-STATUS NOT = '00'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN LIMCARDS - STATUS '
                   WS-LIMIT-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN LIMMRPT - STATUS '
                   WS-MAINT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               AND WS-MAINT-AUDIT-STATUS NOT = '05'
               DISPLAY 'FAPCOB77 UNABLE TO OPEN MAINTAUD - STATUS '
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
       2000-PROCESS-LIMIT-CARDS.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES       TO MAINT-LINE.
           MOVE LCD-ACTION   TO MNT-ACTION.
           MOVE LCD-SCOPE    TO MNT-SCOPE.
           MOVE LCD-OWNER    TO MNT-OWNER.
           MOVE LCD-CATEGORY TO MNT-CATEGORY.
           MOVE LCD-OPERATOR TO MNT-OPERATOR.
           IF LCD-SINGLE-LIMIT NUMERIC
               MOVE LCD-SINGLE-LIMIT-N TO MNT-SINGLE-LIMIT-E
           ELSE
               MOVE LCD-SINGLE-LIMIT   TO MNT-SINGLE-LIMIT
           END-IF.
           IF LCD-DAILY-LIMIT NUMERIC
               MOVE LCD-DAILY-LIMIT-N  TO MNT-DAILY-LIMIT-E
           ELSE
               MOVE LCD-DAILY-LIMIT    TO MNT-DAILY-LIMIT
           END-IF.
           PERFORM 2150-EDIT-LIMIT-CARD.
           IF CARD-EDIT-VALID
               IF CARD-ADD
                   PERFORM 2200-ADD-LIMIT
               ELSE
                   IF CARD-CHANGE
                       PERFORM 2300-CHANGE-LIMIT
                   ELSE
                       PERFORM 2400-DELETE-LIMIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2500-WRITE-MAINT-LINE.
           PERFORM 2100-READ-LIMIT-CARD.
      ******************************************************************
       2100-READ-LIMIT-CARD.
           READ LIMIT-CARD-FILE
               AT END
                   SET CARDS-AT-END TO TRUE
           END-READ.
      ******************************************************************
       2150-EDIT-LIMIT-CARD.
      *    EVERY CARD CARRIES THE FULL KEY AND THE OPERATOR.  AN ADD
      *    MUST SET AT LEAST ONE LIMIT, AND ITS ACCOUNT AND CATEGORY
      *    MUST BE ON THEIR MASTERS; A DEPARTMENT HAS NO MASTER OF ITS
      *    OWN, SO A DEPARTMENT DEFAULT IS TAKEN AS PUNCHED.
           MOVE 'Y' TO WS-CARD-EDIT-SW.
           IF NOT CARD-ADD AND NOT CARD-CHANGE
               AND NOT CARD-DELETE
               MOVE 'INVALID ACTION CODE'       TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           ELSE
               IF NOT CARD-ACCOUNT-LIMIT AND NOT CARD-DEPT-DEFAULT
                   MOVE 'INVALID LIMIT SCOPE'   TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               ELSE
                   IF LCD-OWNER = SPACES
                       MOVE 'BLANK ACCOUNT OR DEPARTMENT'
                           TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
                   ELSE
                       IF LCD-OPERATOR = SPACES
                           MOVE 'OPERATOR ID REQUIRED'
                               TO MNT-RESULT
                           MOVE 'N' TO WS-CARD-EDIT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CARD-EDIT-VALID
               AND (CARD-ADD OR CARD-CHANGE)
               IF (LCD-SINGLE-LIMIT NOT = SPACES
                   AND LCD-SINGLE-LIMIT NOT NUMERIC)
                   OR (LCD-DAILY-LIMIT NOT = SPACES
                   AND LCD-DAILY-LIMIT NOT NUMERIC)
                   MOVE 'LIMIT NOT NUMERIC'     TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               IF (LCD-SINGLE-LIMIT = SPACES
                   OR LCD-SINGLE-LIMIT-N = ZERO)
                   AND (LCD-DAILY-LIMIT = SPACES
                   OR LCD-DAILY-LIMIT-N = ZERO)
                   MOVE 'NO LIMIT GIVEN'        TO MNT-RESULT
                   MOVE 'N' TO WS-CARD-EDIT-SW
               END-IF
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               AND CARD-ACCOUNT-LIMIT
               MOVE LCD-OWNER TO ACC-KEY
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON ACCTMAST' TO MNT-RESULT
                       MOVE 'N' TO WS-CARD-EDIT-SW
               END-READ
           END-IF.
           IF CARD-EDIT-VALID AND CARD-ADD
               AND LCD-CATEGORY NOT = SPACES
               MOVE LCD-CATEGORY TO CAT-CODE
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
       2200-ADD-LIMIT.
           MOVE SPACES        TO LIMIT-MASTER-RECORD.
           MOVE LCD-SCOPE     TO LIM-SCOPE.
           MOVE LCD-OWNER     TO LIM-OWNER.
           MOVE LCD-CATEGORY  TO LIM-CATEGORY.
           MOVE ZERO          TO LIM-SINGLE-LIMIT.
           MOVE ZERO          TO LIM-DAILY-LIMIT.
           IF LCD-SINGLE-LIMIT NOT = SPACES
               MOVE LCD-SINGLE-LIMIT-N TO LIM-SINGLE-LIMIT
           END-IF.
           IF LCD-DAILY-LIMIT NOT = SPACES
               MOVE LCD-DAILY-LIMIT-N  TO LIM-DAILY-LIMIT
           END-IF.
           MOVE ZERO          TO LIM-USED-DATE.
           MOVE ZERO          TO LIM-USED-AMOUNT.
           WRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   MOVE 'LIMIT ALREADY ON MASTER'   TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE 'ADDED'                     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES                TO AUD-BEFORE-IMAGE
                   MOVE LIM-LIMIT-AREA        TO AUD-AFTER-IMAGE
                   MOVE 'A'                   TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-WRITE.
      ******************************************************************
       2300-CHANGE-LIMIT.
      *    THE USAGE FAPCOB99 HAS POSTED TODAY IS KEPT ON EACH
      *    ACCOUNT'S OWN USAGE RECORD AND IS LEFT ALONE, SO A LOWERED
      *    DAILY LIMIT TAKES EFFECT AGAINST WHAT HAS ALREADY POSTED.
           MOVE LCD-SCOPE     TO LIM-SCOPE.
           MOVE LCD-OWNER     TO LIM-OWNER.
           MOVE LCD-CATEGORY  TO LIM-CATEGORY.
           READ LIMIT-MASTER
               INVALID KEY
                   MOVE 'LIMIT NOT ON MASTER'       TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE LIM-LIMIT-AREA TO AUD-BEFORE-IMAGE
                   IF LCD-SINGLE-LIMIT NOT = SPACES
                       MOVE LCD-SINGLE-LIMIT-N TO LIM-SINGLE-LIMIT
                   END-IF
                   IF LCD-DAILY-LIMIT NOT = SPACES
                       MOVE LCD-DAILY-LIMIT-N  TO LIM-DAILY-LIMIT
                   END-IF
                   REWRITE LIMIT-MASTER-RECORD
                   MOVE 'CHANGED'                   TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE LIM-LIMIT-AREA TO AUD-AFTER-IMAGE
                   MOVE 'C'            TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-READ.
      ******************************************************************
       2400-DELETE-LIMIT.
      *    WITH THE ACCOUNT LIMIT GONE THE DEPARTMENT DEFAULT, IF ANY,
      *    GOVERNS THE ACCOUNT FROM THE NEXT FAPCOB99 RUN.
           MOVE LCD-SCOPE     TO LIM-SCOPE.
           MOVE LCD-OWNER     TO LIM-OWNER.
           MOVE LCD-CATEGORY  TO LIM-CATEGORY.
           READ LIMIT-MASTER
               INVALID KEY
                   MOVE 'LIMIT NOT ON MASTER'       TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE LIM-LIMIT-AREA TO AUD-BEFORE-IMAGE
                   DELETE LIMIT-MASTER RECORD
                   MOVE 'DELETED'                   TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES         TO AUD-AFTER-IMAGE
                   MOVE 'D'            TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
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
       2600-WRITE-AUDIT-RECORD.
      *    THE CALLER HAS SET THE ACTION AND BOTH IMAGES.  THE AUDIT
      *    KEY IS THE SCOPE AND ACCOUNT OR DEPARTMENT; THE CATEGORY
      *    TRAVELS IN THE IMAGES.
           MOVE 'LIMMAST'     TO AUD-MASTER-ID.
           MOVE SPACES        TO AUD-KEY.
           STRING LCD-SCOPE LCD-OWNER
               DELIMITED BY SIZE INTO AUD-KEY.
           MOVE LCD-ACTION    TO AUD-CARD-ACTION.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           COMPUTE AUD-RUN-TIME = WS-CURR-HH * 10000
                                + WS-CURR-MN * 100
                                + WS-CURR-SS.
           MOVE LCD-OPERATOR  TO AUD-OPERATOR.
           MOVE 'FAPCOB77'    TO AUD-PROGRAM.
           WRITE MAINTENANCE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
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

           MOVE SPACES                TO MAINT-TOTAL-LINE.
           MOVE 'AUDIT RECORDS WRITTEN' TO MNT-TOT-LABEL.
           MOVE WS-AUDIT-WRITTEN      TO MNT-TOT-VALUE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE LIMIT-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE CATEGORY-MASTER.
           CLOSE LIMIT-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.

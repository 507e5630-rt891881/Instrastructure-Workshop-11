       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB78.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  GL ACKNOWLEDGMENT INTAKE AND GLOUT-TO-
      *          LEDGER RECONCILIATION.  REGISTERS EVERY GL EXTRACT
      *          SENT (GLSENT - THE NIGHT'S GLOUT AND FXGLOUT SETS,
      *          ONE HDR/TRL SET EACH) ON THE KEYED GL EXTRACT STATUS
      *          FILE (GLSTAT) FROM ITS TRAILER, THEN READS THE
      *          LEDGER'S DAILY ACKNOWLEDGMENT FILE (GLACK) AND
      *          MATCHES EACH ACKNOWLEDGMENT TO THE EXTRACT IT
      *          ANSWERS BY EXTRACT DATE AND SOURCE PROGRAM, CHECKING
      *          ITS ACCEPTED AND REJECTED COUNTS AND AMOUNTS AGAINST
      *          THE TRAILER AND LISTING ITS REJECTED JOURNAL LINES
      *          WITH THEIR ERROR CODES.  EXTRACTS STILL WAITING ARE
      *          AGED IN BUSINESS DAYS FROM THE CALENDAR (CALMAST) AND
      *          MARKED OUTSTANDING PAST THE THRESHOLD.  PRINTS THE
      *          RECONCILIATION ON GLARPT.  GLACARD IS OPTIONAL:
      *          COLUMNS 1-2 THE THRESHOLD IN BUSINESS DAYS (BLANK
      *          MEANS 2), COLUMNS 3-10 THE AS-OF DATE (BLANK MEANS
      *          TODAY).  RC 8 WHEN ANY EXTRACT IS OUTSTANDING, RC 4
      *          WHEN THE LEDGER REJECTED LINES OR AN ACKNOWLEDGMENT
      *          DOES NOT MATCH OR AGREE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-CARD-FILE ASSIGN TO GLACARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-CARD-STATUS.
           SELECT OPTIONAL GL-SENT-FILE ASSIGN TO GLSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-SENT-STATUS.
           SELECT OPTIONAL GL-ACK-FILE ASSIGN TO GLACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.
           SELECT OPTIONAL GL-STATUS-FILE ASSIGN TO GLSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-KEY
               FILE STATUS IS WS-GL-STATUS-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO GLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  ACK-CARD-FILE
           RECORDING MODE IS F.
       01  ACK-CARD-RECORD.
           02  GAC-THRESHOLD-DAYS       PIC X(2).
           02  GAC-THRESHOLD-DAYS-N REDEFINES
               GAC-THRESHOLD-DAYS       PIC 9(2).
           02  GAC-AS-OF-DATE           PIC X(8).
           02  GAC-AS-OF-DATE-N REDEFINES
               GAC-AS-OF-DATE           PIC 9(8).
           02  FILLER                   PIC X(70).

      *    GLSENT IS READ IN THE GLOUT LAYOUT WRITTEN BY FAPCOB99 AND
      *    FAPCOB86; ONLY THE HDR AND TRL CONTROL RECORDS ARE USED.
       FD  GL-SENT-FILE
           RECORDING MODE IS F.
       01  GL-SENT-RECORD.
           02  GSR-RECORD-TYPE          PIC X(3).
               88  GSR-HEADER           VALUE 'HDR'.
               88  GSR-TRAILER          VALUE 'TRL'.
           02  FILLER                   PIC X(77).
       01  GL-SENT-HEADER.
           02  FILLER                   PIC X(3).
           02  GSH-EXTRACT-DATE         PIC 9(8).
           02  GSH-SOURCE               PIC X(8).
           02  FILLER                   PIC X(61).
       01  GL-SENT-TRAILER.
           02  FILLER                   PIC X(3).
           02  GST-RECORD-COUNT         PIC 9(7).
           02  GST-HASH-AMOUNT          PIC S9(13)V99 SIGN IS TRAILING.
           02  GST-NET-AMOUNT           PIC S9(13)V99 SIGN IS TRAILING.
           02  FILLER                   PIC X(40).

      *    THE LEDGER'S ACKNOWLEDGMENT FILE: ONE ACK RECORD PER
      *    EXTRACT IT LOADED, FOLLOWED BY AN ERR RECORD FOR EACH
      *    JOURNAL LINE IT REJECTED.  AMOUNTS ARE UNSIGNED, AS ON THE
      *    GLOUT JOURNAL LINES, SO ACCEPTED PLUS REJECTED SHOULD
      *    EQUAL THE TRAILER HASH.  ANY OTHER RECORD TYPE IS SKIPPED.
       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       01  GL-ACK-RECORD.
           02  GAK-RECORD-TYPE          PIC X(3).
               88  GAK-ACKNOWLEDGMENT   VALUE 'ACK'.
               88  GAK-ERROR-LINE       VALUE 'ERR'.
           02  GAK-EXTRACT-DATE         PIC 9(8).
           02  GAK-SOURCE               PIC X(8).
           02  GAK-LEDGER-DATE          PIC 9(8).
           02  GAK-ACCEPTED-COUNT       PIC 9(7).
           02  GAK-ACCEPTED-AMOUNT      PIC 9(13)V99.
           02  GAK-REJECTED-COUNT       PIC 9(7).
           02  GAK-REJECTED-AMOUNT      PIC 9(13)V99.
           02  FILLER                   PIC X(9).
       01  GL-ACK-ERROR-RECORD.
           02  FILLER                   PIC X(3).
           02  GAE-ACCOUNT              PIC X(20).
           02  GAE-DEPT                 PIC X(8).
           02  GAE-CURRENCY             PIC X(3).
           02  GAE-DC-IND               PIC X(1).
           02  GAE-AMOUNT               PIC 9(13)V99.
           02  GAE-ERROR-CODE           PIC X(4).
           02  GAE-ERROR-TEXT           PIC X(26).

       FD  GL-STATUS-FILE.
       COPY FAPGLS.

       FD  CALENDAR-FILE.
       COPY FAPCAL.

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-PRINT-RECORD             PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  ACK-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'GL ACKNOWLEDGMENT RECON'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB78'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  ACK-HDG-PAGE-NUMBER   PIC ZZ9.

       01  ACK-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  ACK-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  ACK-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(7)    VALUE 'AS OF: '.
           02  ACK-HDG-AS-OF-DATE    PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'THRESHOLD: '.
           02  ACK-HDG-THRESHOLD     PIC Z9.
           02  FILLER                PIC X(14)   VALUE
               ' BUSINESS DAYS'.

       01  ACK-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  ACK-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  ACK-HDG-SECTION-TITLE PIC X(60)   VALUE SPACES.

      *    COLUMN TITLES FOR THE EXTRACTS-SENT SECTION.
       01  ACK-HEADING-5.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(10)   VALUE 'EXTRACT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE '  RECORDS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE
               '         HASH AMOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(21)   VALUE
               '          NET AMOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'ACTION'.

      *    COLUMN TITLES FOR THE ACKNOWLEDGMENTS-RECEIVED SECTION.
       01  ACK-HEADING-6.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(10)   VALUE 'EXTRACT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(10)   VALUE 'LEDGER'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE '     SENT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE ' ACCEPTED'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE ' REJECTED'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(20)   VALUE
               '     ACCEPTED AMOUNT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(20)   VALUE
               '     REJECTED AMOUNT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RESULT'.

      *    COLUMN TITLES FOR THE EXTRACT STATUS SECTION.
       01  ACK-HEADING-7.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(10)   VALUE 'EXTRACT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(18)   VALUE 'STATUS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE '  RECORDS'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE
               '         HASH AMOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE 'ACK RCVD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE ' REJECTED'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE 'BUS'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'FLAG'.

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
           02  WS-SENT-EOF-SW        PIC X(3)    VALUE SPACES.
               88  SENT-AT-END       VALUE 'EOF'.
           02  WS-ACK-EOF-SW         PIC X(3)    VALUE SPACES.
               88  ACK-AT-END        VALUE 'EOF'.
           02  WS-STATUS-EOF-SW      PIC X(3)    VALUE SPACES.
               88  STATUS-AT-END     VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-SECTION            PIC 9(1)    VALUE 1.
               88  SENT-SECTION      VALUE 1.
               88  ACK-SECTION       VALUE 2.
               88  STATUS-SECTION    VALUE 3.
           02  WS-THRESHOLD-DAYS     PIC 9(2)    VALUE 2.
           02  WS-AS-OF-DATE         PIC 9(8)    VALUE ZERO.
           02  WS-AS-OF-INT          PIC 9(8)    VALUE ZERO.
           02  WS-FMT-DATE           PIC 9(8)    VALUE ZERO.
           02  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
               03  WS-FMT-CCYY       PIC X(4).
               03  WS-FMT-MM         PIC X(2).
               03  WS-FMT-DD         PIC X(2).
           02  WS-FMT-OUT            PIC X(10)   VALUE SPACES.
       COPY FAPPAGE.
      *    CALENDAR FIELDS FOLLOW THE FAPCOB99 BUSINESS-DAY TEST SO AN
      *    EXTRACT IS AGED BY THE SAME BUSINESS DAYS THE NIGHTLY RUN
      *    KEEPS.
       01  CALENDAR-WORK-FIELDS.
           02  WS-TEST-DATE          PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DAY-INT        PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DOW            PIC 9(1)    VALUE ZERO.
           02  WS-WALK-INT           PIC 9(8)    VALUE ZERO.
           02  WS-BUSINESS-DAYS      PIC 9(3)    VALUE ZERO.
           02  WS-BUS-DAY-SW         PIC X(1)    VALUE 'N'.
               88  DATE-IS-BUSINESS-DAY  VALUE 'Y'.
      *    THE HDR OF THE GLSENT SET BEING READ.
       01  SENT-SET-FIELDS.
           02  WS-SET-OPEN-SW        PIC X(1)    VALUE 'N'.
               88  SENT-SET-OPEN     VALUE 'Y'.
           02  WS-SET-EXTRACT-DATE   PIC 9(8)    VALUE ZERO.
           02  WS-SET-SOURCE         PIC X(8)    VALUE SPACES.
      *    THE ACKNOWLEDGMENT WHOSE ERROR LINES ARE BEING READ.
       01  ACK-IN-PROGRESS-FIELDS.
           02  WS-ACK-OPEN-SW        PIC X(1)    VALUE 'N'.
               88  ACK-IN-PROGRESS   VALUE 'Y'.
           02  WS-ACK-MATCH-SW       PIC X(1)    VALUE 'N'.
               88  ACK-MATCHED       VALUE 'Y'.
           02  WS-ACK-REPEAT-SW      PIC X(1)    VALUE 'N'.
               88  ACK-REPEATED      VALUE 'Y'.
           02  WS-ACK-EXTRACT-DATE   PIC 9(8)    VALUE ZERO.
           02  WS-ACK-SOURCE         PIC X(8)    VALUE SPACES.
           02  WS-ACK-LEDGER-DATE    PIC 9(8)    VALUE ZERO.
           02  WS-ACK-ACCEPTED-COUNT PIC 9(7)    VALUE ZERO.
           02  WS-ACK-ACCEPTED-AMT   PIC 9(13)V99 VALUE ZERO.
           02  WS-ACK-REJECTED-COUNT PIC 9(7)    VALUE ZERO.
           02  WS-ACK-REJECTED-AMT   PIC 9(13)V99 VALUE ZERO.
           02  WS-ACK-ERROR-LINES    PIC 9(5)    VALUE ZERO.
           02  WS-ACK-TOTAL-COUNT    PIC 9(8)    VALUE ZERO.
           02  WS-ACK-TOTAL-AMOUNT   PIC 9(14)V99 VALUE ZERO.
       01  SENT-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  SDL-EXTRACT-DATE      PIC X(10).
           02  FILLER                PIC X(2).
           02  SDL-SOURCE            PIC X(8).
           02  FILLER                PIC X(2).
           02  SDL-RECORDS           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  SDL-HASH-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  SDL-NET-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  SDL-ACTION            PIC X(20).
       01  ACK-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  ADL-EXTRACT-DATE      PIC X(10).
           02  FILLER                PIC X(1).
           02  ADL-SOURCE            PIC X(8).
           02  FILLER                PIC X(1).
           02  ADL-LEDGER-DATE       PIC X(10).
           02  FILLER                PIC X(1).
           02  ADL-SENT-RECORDS      PIC Z,ZZZ,ZZ9.
           02  ADL-SENT-RECORDS-X REDEFINES
               ADL-SENT-RECORDS      PIC X(9).
           02  FILLER                PIC X(1).
           02  ADL-ACCEPTED          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(1).
           02  ADL-REJECTED          PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(1).
           02  ADL-ACCEPTED-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(1).
           02  ADL-REJECTED-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(1).
           02  ADL-RESULT            PIC X(9).
       01  ACK-ERROR-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(5).
           02  AEL-LABEL             PIC X(10).
           02  AEL-ACCOUNT           PIC X(20).
           02  FILLER                PIC X(1).
           02  AEL-DEPT              PIC X(8).
           02  FILLER                PIC X(1).
           02  AEL-CURRENCY          PIC X(3).
           02  FILLER                PIC X(1).
           02  AEL-DC-IND            PIC X(1).
           02  FILLER                PIC X(1).
           02  AEL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  AEL-ERROR-CODE        PIC X(4).
           02  FILLER                PIC X(1).
           02  AEL-ERROR-TEXT        PIC X(26).
       01  STATUS-DETAIL-LINE.
           02  FILLER                PIC X(1).
           02  STL-EXTRACT-DATE      PIC X(10).
           02  FILLER                PIC X(2).
           02  STL-SOURCE            PIC X(8).
           02  FILLER                PIC X(2).
           02  STL-STATUS            PIC X(18).
           02  FILLER                PIC X(2).
           02  STL-RECORDS           PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(2).
           02  STL-HASH-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  STL-ACK-DATE          PIC X(10).
           02  FILLER                PIC X(2).
           02  STL-REJECTED          PIC Z,ZZZ,ZZ9.
           02  STL-REJECTED-X REDEFINES
               STL-REJECTED          PIC X(9).
           02  FILLER                PIC X(2).
           02  STL-BUSINESS-DAYS     PIC ZZ9.
           02  STL-BUSINESS-DAYS-X REDEFINES
               STL-BUSINESS-DAYS     PIC X(3).
           02  FILLER                PIC X(1).
           02  STL-FLAG              PIC X(9).
       01  ACK-MESSAGE-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(11).
           02  AML-TEXT              PIC X(100).
       01  ACK-TOTAL-LINE.
           02  ACK-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  ACK-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  ACK-COUNTERS.
           02  WS-SENT-RECORDS-READ  PIC 9(7)    VALUE ZERO.
           02  WS-EXTRACTS-REGISTERED PIC 9(7)   VALUE ZERO.
           02  WS-EXTRACTS-RESENT    PIC 9(7)    VALUE ZERO.
           02  WS-EXTRACTS-ALREADY   PIC 9(7)    VALUE ZERO.
           02  WS-SENT-SETS-BROKEN   PIC 9(7)    VALUE ZERO.
           02  WS-ACK-RECORDS-READ   PIC 9(7)    VALUE ZERO.
           02  WS-ACKS-READ          PIC 9(7)    VALUE ZERO.
           02  WS-ACKS-UNMATCHED     PIC 9(7)    VALUE ZERO.
           02  WS-ACKS-REPEATED      PIC 9(7)    VALUE ZERO.
           02  WS-ACKS-DISAGREE      PIC 9(7)    VALUE ZERO.
           02  WS-ERROR-LINES-READ   PIC 9(7)    VALUE ZERO.
           02  WS-ERROR-LINES-ORPHAN PIC 9(7)    VALUE ZERO.
           02  WS-ACK-RECORDS-SKIPPED PIC 9(7)   VALUE ZERO.
           02  WS-STATUS-SENT        PIC 9(7)    VALUE ZERO.
           02  WS-STATUS-ACKNOWLEDGED PIC 9(7)   VALUE ZERO.
           02  WS-STATUS-PART-REJECTED PIC 9(7)  VALUE ZERO.
           02  WS-STATUS-OUTSTANDING PIC 9(7)    VALUE ZERO.
           02  WS-REJECTED-TODAY     PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-ACK-CARD-STATUS          PIC X(2)  VALUE '00'.
           02  WS-GL-SENT-STATUS           PIC X(2)  VALUE '00'.
           02  WS-GL-ACK-STATUS            PIC X(2)  VALUE '00'.
           02  WS-GL-STATUS-FILE-STATUS    PIC X(2)  VALUE '00'.
           02  WS-CALENDAR-FILE-STATUS     PIC X(2)  VALUE '00'.
           02  WS-ACK-REPORT-STATUS        PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ACK-RECORD
               UNTIL ACK-AT-END.
           PERFORM 3000-REVIEW-EXTRACT-STATUS.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-ACK-CARD.
           OPEN INPUT GL-SENT-FILE.
           IF WS-GL-SENT-STATUS NOT = '00'
               AND WS-GL-SENT-STATUS NOT = '05'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN GLSENT - STATUS '
                   WS-GL-SENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-ACK-FILE.
           IF WS-GL-ACK-STATUS NOT = '00'
               AND WS-GL-ACK-STATUS NOT = '05'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN GLACK - STATUS '
                   WS-GL-ACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O   GL-STATUS-FILE.
           IF WS-GL-STATUS-FILE-STATUS NOT = '00'
               AND WS-GL-STATUS-FILE-STATUS NOT = '05'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN GLSTAT - STATUS '
                   WS-GL-STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               AND WS-CALENDAR-FILE-STATUS NOT = '05'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN CALMAST - STATUS '
                   WS-CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF WS-ACK-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN GLARPT - STATUS '
                   WS-ACK-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE 1 TO WS-SECTION.
           MOVE 'GL EXTRACTS SENT' TO ACK-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SENT-EOF-SW.
           PERFORM 1200-REGISTER-SENT-RECORD
               UNTIL SENT-AT-END.
           IF SENT-SET-OPEN
               PERFORM 1240-NOTE-BROKEN-SET
           END-IF.
           IF WS-SENT-RECORDS-READ = ZERO
               MOVE SPACES TO ACK-MESSAGE-LINE
               MOVE 'NO GL EXTRACT SENT THIS RUN' TO AML-TEXT
               WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           CLOSE GL-SENT-FILE.
           MOVE 2 TO WS-SECTION.
           MOVE 'GL ACKNOWLEDGMENTS RECEIVED' TO ACK-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-ACK-EOF-SW.
      ******************************************************************
       1010-READ-ACK-CARD.
      *    THE CARD IS OPTIONAL; A MISSING CARD OR BLANK COLUMNS MEAN
      *    A TWO-BUSINESS-DAY THRESHOLD AS OF TODAY.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
           OPEN INPUT ACK-CARD-FILE.
           IF WS-ACK-CARD-STATUS NOT = '00'
               AND WS-ACK-CARD-STATUS NOT = '05'
               DISPLAY 'FAPCOB78 UNABLE TO OPEN GLACARD - STATUS '
                   WS-ACK-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ACK-CARD-FILE
               AT END
                   MOVE SPACES TO ACK-CARD-RECORD
           END-READ.
           IF GAC-THRESHOLD-DAYS NOT = SPACES
               IF GAC-THRESHOLD-DAYS NOT NUMERIC
                   DISPLAY 'FAPCOB78 INVALID THRESHOLD DAYS - '
                       GAC-THRESHOLD-DAYS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GAC-THRESHOLD-DAYS-N TO WS-THRESHOLD-DAYS
           END-IF.
           IF GAC-AS-OF-DATE NOT = SPACES
               IF GAC-AS-OF-DATE NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE (GAC-AS-OF-DATE-N)
                       = ZERO
                   DISPLAY 'FAPCOB78 INVALID AS-OF DATE - '
                       GAC-AS-OF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE GAC-AS-OF-DATE-N TO WS-AS-OF-DATE
           END-IF.
           CLOSE ACK-CARD-FILE.
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           MOVE WS-AS-OF-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT TO ACK-HDG-AS-OF-DATE.
           MOVE WS-THRESHOLD-DAYS TO ACK-HDG-THRESHOLD.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO ACK-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO ACK-HDG-RUN-TIME.
      ******************************************************************
       1090-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-DATE NOT = ZERO
               STRING WS-FMT-MM   '/'
                      WS-FMT-DD   '/'
                      WS-FMT-CCYY
                      DELIMITED BY SIZE INTO WS-FMT-OUT
           END-IF.
      ******************************************************************
       1100-WRITE-REPORT-HEADING.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO ACK-HDG-PAGE-NUMBER.
           WRITE ACK-PRINT-RECORD FROM ACK-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE ACK-PRINT-RECORD FROM ACK-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE ACK-PRINT-RECORD FROM ACK-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE ACK-PRINT-RECORD FROM ACK-HEADING-4
               AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN SENT-SECTION
                   WRITE ACK-PRINT-RECORD FROM ACK-HEADING-5
                       AFTER ADVANCING 1 LINE
               WHEN ACK-SECTION
                   WRITE ACK-PRINT-RECORD FROM ACK-HEADING-6
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE ACK-PRINT-RECORD FROM ACK-HEADING-7
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 2.
      ******************************************************************
       1200-REGISTER-SENT-RECORD.
      *    EACH HDR OPENS A SET AND ITS TRL REGISTERS THE EXTRACT;
      *    JOURNAL LINES ARE ALREADY PROVED BY THE TRAILER.
           READ GL-SENT-FILE
               AT END
                   SET SENT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SENT-RECORDS-READ
                   EVALUATE TRUE
                       WHEN GSR-HEADER
                           IF SENT-SET-OPEN
                               PERFORM 1240-NOTE-BROKEN-SET
                           END-IF
                           MOVE GSH-EXTRACT-DATE
                               TO WS-SET-EXTRACT-DATE
                           MOVE GSH-SOURCE TO WS-SET-SOURCE
                           MOVE 'Y' TO WS-SET-OPEN-SW
                       WHEN GSR-TRAILER
                           IF SENT-SET-OPEN
                               PERFORM 1220-REGISTER-EXTRACT
                               MOVE 'N' TO WS-SET-OPEN-SW
                           ELSE
                               MOVE ZERO   TO WS-SET-EXTRACT-DATE
                               MOVE SPACES TO WS-SET-SOURCE
                               PERFORM 1240-NOTE-BROKEN-SET
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
      ******************************************************************
       1220-REGISTER-EXTRACT.
      *    A NEW EXTRACT IS REGISTERED AS SENT.  THE SAME TRAILER FED
      *    AGAIN CHANGES NOTHING; A DIFFERENT TRAILER FOR THE SAME
      *    DATE AND SOURCE IS A RERUN, SO ANY ACKNOWLEDGMENT OF THE
      *    EARLIER EXTRACT NO LONGER APPLIES AND IS CLEARED.
           MOVE SPACES                TO SENT-DETAIL-LINE.
           MOVE WS-SET-EXTRACT-DATE   TO GLS-EXTRACT-DATE.
           MOVE WS-SET-SOURCE         TO GLS-SOURCE.
           READ GL-STATUS-FILE
               INVALID KEY
                   PERFORM 1230-SET-SENT-FIELDS
                   WRITE GL-STATUS-RECORD
                   MOVE 'REGISTERED'         TO SDL-ACTION
                   ADD 1 TO WS-EXTRACTS-REGISTERED
               NOT INVALID KEY
                   IF GLS-RECORD-COUNT = GST-RECORD-COUNT
                       AND GLS-HASH-AMOUNT = GST-HASH-AMOUNT
                       AND GLS-NET-AMOUNT = GST-NET-AMOUNT
                       MOVE 'ALREADY REGISTERED' TO SDL-ACTION
                       ADD 1 TO WS-EXTRACTS-ALREADY
                   ELSE
                       PERFORM 1230-SET-SENT-FIELDS
                       REWRITE GL-STATUS-RECORD
                       MOVE 'RESENT - ACK RESET' TO SDL-ACTION
                       ADD 1 TO WS-EXTRACTS-RESENT
                   END-IF
           END-READ.
           MOVE WS-SET-EXTRACT-DATE   TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT            TO SDL-EXTRACT-DATE.
           MOVE WS-SET-SOURCE         TO SDL-SOURCE.
           MOVE GST-RECORD-COUNT      TO SDL-RECORDS.
           MOVE GST-HASH-AMOUNT       TO SDL-HASH-AMOUNT.
           MOVE GST-NET-AMOUNT        TO SDL-NET-AMOUNT.
           WRITE ACK-PRINT-RECORD FROM SENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       1230-SET-SENT-FIELDS.
           MOVE SPACES                TO GL-STATUS-RECORD.
           MOVE ZERO                  TO GLS-ACK-RECEIVED-DATE.
           MOVE ZERO                  TO GLS-LEDGER-DATE.
           MOVE ZERO                  TO GLS-ACCEPTED-COUNT.
           MOVE ZERO                  TO GLS-ACCEPTED-AMOUNT.
           MOVE ZERO                  TO GLS-REJECTED-COUNT.
           MOVE ZERO                  TO GLS-REJECTED-AMOUNT.
           MOVE ZERO                  TO GLS-ERROR-LINES.
           MOVE ZERO                  TO GLS-BUSINESS-DAYS.
           MOVE WS-SET-EXTRACT-DATE   TO GLS-EXTRACT-DATE.
           MOVE WS-SET-SOURCE         TO GLS-SOURCE.
           MOVE 'S'                   TO GLS-STATUS.
           MOVE WS-AS-OF-DATE         TO GLS-SENT-DATE.
           MOVE GST-RECORD-COUNT      TO GLS-RECORD-COUNT.
           MOVE GST-HASH-AMOUNT       TO GLS-HASH-AMOUNT.
           MOVE GST-NET-AMOUNT        TO GLS-NET-AMOUNT.
           MOVE SPACE                 TO GLS-AGREE-SW.
      ******************************************************************
       1240-NOTE-BROKEN-SET.
      *    A HDR WITH NO TRL, OR A TRL WITH NO HDR, CANNOT BE TIED TO
      *    AN EXTRACT; IT IS LISTED AND NOTHING IS REGISTERED FOR IT.
           ADD 1 TO WS-SENT-SETS-BROKEN.
           MOVE SPACES TO ACK-MESSAGE-LINE.
           MOVE WS-SET-EXTRACT-DATE TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           STRING 'INCOMPLETE HDR/TRL SET ON GLSENT ' WS-FMT-OUT
                  ' ' WS-SET-SOURCE ' - NOT REGISTERED'
                  DELIMITED BY SIZE INTO AML-TEXT.
           WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
           MOVE 'N' TO WS-SET-OPEN-SW.
      ******************************************************************
       2000-PROCESS-ACK-RECORD.
           READ GL-ACK-FILE
               AT END
                   SET ACK-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-RECORDS-READ
                   EVALUATE TRUE
                       WHEN GAK-ACKNOWLEDGMENT
                           PERFORM 2100-FINISH-ACKNOWLEDGMENT
                           PERFORM 2200-START-ACKNOWLEDGMENT
                       WHEN GAK-ERROR-LINE
                           PERFORM 2300-PRINT-ERROR-LINE
                       WHEN OTHER
                           ADD 1 TO WS-ACK-RECORDS-SKIPPED
                   END-EVALUATE
           END-READ.
      ******************************************************************
       2100-FINISH-ACKNOWLEDGMENT.
      *    ALL OF AN ACKNOWLEDGMENT'S ERROR LINES HAVE BEEN READ ONCE
      *    THE NEXT ACK (OR END OF FILE) ARRIVES; ONLY THEN CAN THE
      *    ERROR-LINE COUNT BE PROVED AND THE STATUS RECORD UPDATED.
           IF ACK-IN-PROGRESS
               IF ACK-MATCHED
                   PERFORM 2150-UPDATE-EXTRACT-STATUS
               END-IF
               MOVE 'N' TO WS-ACK-OPEN-SW
           END-IF.
      ******************************************************************
       2150-UPDATE-EXTRACT-STATUS.
           MOVE WS-ACK-EXTRACT-DATE   TO GLS-EXTRACT-DATE.
           MOVE WS-ACK-SOURCE         TO GLS-SOURCE.
           READ GL-STATUS-FILE
               INVALID KEY
                   DISPLAY 'FAPCOB78 GLSTAT RECORD LOST FOR '
                       GLS-KEY ' - STATUS '
                       WS-GL-STATUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE WS-AS-OF-DATE         TO GLS-ACK-RECEIVED-DATE.
           MOVE WS-ACK-LEDGER-DATE    TO GLS-LEDGER-DATE.
           MOVE WS-ACK-ACCEPTED-COUNT TO GLS-ACCEPTED-COUNT.
           MOVE WS-ACK-ACCEPTED-AMT   TO GLS-ACCEPTED-AMOUNT.
           MOVE WS-ACK-REJECTED-COUNT TO GLS-REJECTED-COUNT.
           MOVE WS-ACK-REJECTED-AMT   TO GLS-REJECTED-AMOUNT.
           MOVE WS-ACK-ERROR-LINES    TO GLS-ERROR-LINES.
           MOVE ZERO                  TO GLS-BUSINESS-DAYS.
           IF WS-ACK-REJECTED-COUNT > ZERO
               MOVE 'P' TO GLS-STATUS
               ADD 1 TO WS-REJECTED-TODAY
           ELSE
               MOVE 'A' TO GLS-STATUS
           END-IF.
           COMPUTE WS-ACK-TOTAL-COUNT =
               WS-ACK-ACCEPTED-COUNT + WS-ACK-REJECTED-COUNT.
           COMPUTE WS-ACK-TOTAL-AMOUNT =
               WS-ACK-ACCEPTED-AMT + WS-ACK-REJECTED-AMT.
           IF WS-ACK-TOTAL-COUNT = GLS-RECORD-COUNT
               AND WS-ACK-TOTAL-AMOUNT = GLS-HASH-AMOUNT
               AND WS-ACK-ERROR-LINES = WS-ACK-REJECTED-COUNT
               MOVE 'Y' TO GLS-AGREE-SW
           ELSE
               MOVE 'N' TO GLS-AGREE-SW
               ADD 1 TO WS-ACKS-DISAGREE
               MOVE SPACES TO ACK-MESSAGE-LINE
               STRING 'ACK DOES NOT AGREE WITH THE GLOUT TRAILER'
                      ' OR ITS ERROR LINES - CHECK WITH THE LEDGER'
                      DELIMITED BY SIZE INTO AML-TEXT
               WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           REWRITE GL-STATUS-RECORD.
      ******************************************************************
       2200-START-ACKNOWLEDGMENT.
           ADD 1 TO WS-ACKS-READ.
           MOVE 'Y' TO WS-ACK-OPEN-SW.
           MOVE 'N' TO WS-ACK-REPEAT-SW.
           MOVE GAK-EXTRACT-DATE      TO WS-ACK-EXTRACT-DATE.
           MOVE GAK-SOURCE            TO WS-ACK-SOURCE.
           MOVE GAK-LEDGER-DATE       TO WS-ACK-LEDGER-DATE.
           MOVE GAK-ACCEPTED-COUNT    TO WS-ACK-ACCEPTED-COUNT.
           MOVE GAK-ACCEPTED-AMOUNT   TO WS-ACK-ACCEPTED-AMT.
           MOVE GAK-REJECTED-COUNT    TO WS-ACK-REJECTED-COUNT.
           MOVE GAK-REJECTED-AMOUNT   TO WS-ACK-REJECTED-AMT.
           MOVE ZERO                  TO WS-ACK-ERROR-LINES.
           MOVE SPACES                TO ACK-DETAIL-LINE.
           MOVE GAK-EXTRACT-DATE      TO GLS-EXTRACT-DATE.
           MOVE GAK-SOURCE            TO GLS-SOURCE.
           READ GL-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACK-MATCH-SW
                   ADD 1 TO WS-ACKS-UNMATCHED
                   MOVE SPACES   TO ADL-SENT-RECORDS-X
                   MOVE 'NO MATCH' TO ADL-RESULT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACK-MATCH-SW
                   MOVE GLS-RECORD-COUNT TO ADL-SENT-RECORDS
                   IF NOT GLS-AWAITING-ACK
                       MOVE 'Y' TO WS-ACK-REPEAT-SW
                       ADD 1 TO WS-ACKS-REPEATED
                   END-IF
                   IF GAK-REJECTED-COUNT > ZERO
                       MOVE 'PART REJ' TO ADL-RESULT
                   ELSE
                       MOVE 'POSTED'   TO ADL-RESULT
                   END-IF
           END-READ.
           IF NEW-PAGE
               OR LINES-WRITTEN + 2 > LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
           MOVE GAK-EXTRACT-DATE      TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT            TO ADL-EXTRACT-DATE.
           MOVE GAK-SOURCE            TO ADL-SOURCE.
           MOVE GAK-LEDGER-DATE       TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT            TO ADL-LEDGER-DATE.
           MOVE GAK-ACCEPTED-COUNT    TO ADL-ACCEPTED.
           MOVE GAK-REJECTED-COUNT    TO ADL-REJECTED.
           MOVE GAK-ACCEPTED-AMOUNT   TO ADL-ACCEPTED-AMOUNT.
           MOVE GAK-REJECTED-AMOUNT   TO ADL-REJECTED-AMOUNT.
           WRITE ACK-PRINT-RECORD FROM ACK-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO LINES-WRITTEN.
           PERFORM 2600-CHECK-PAGE-BREAK.
           IF NOT ACK-MATCHED
               MOVE SPACES TO ACK-MESSAGE-LINE
               MOVE 'NO GL EXTRACT ON GLSTAT FOR THIS DATE AND SOURCE'
                   TO AML-TEXT
               WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           IF ACK-REPEATED
               MOVE SPACES TO ACK-MESSAGE-LINE
               MOVE 'EXTRACT ALREADY ACKNOWLEDGED - FIGURES REPLACED'
                   TO AML-TEXT
               WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
      ******************************************************************
       2300-PRINT-ERROR-LINE.
           ADD 1 TO WS-ERROR-LINES-READ.
           MOVE SPACES                TO ACK-ERROR-LINE.
           IF ACK-IN-PROGRESS
               ADD 1 TO WS-ACK-ERROR-LINES
               MOVE 'REJECTED: '      TO AEL-LABEL
           ELSE
               ADD 1 TO WS-ERROR-LINES-ORPHAN
               MOVE 'NO ACK:   '      TO AEL-LABEL
           END-IF.
           MOVE GAE-ACCOUNT           TO AEL-ACCOUNT.
           MOVE GAE-DEPT              TO AEL-DEPT.
           MOVE GAE-CURRENCY          TO AEL-CURRENCY.
           MOVE GAE-DC-IND            TO AEL-DC-IND.
           MOVE GAE-AMOUNT            TO AEL-AMOUNT.
           MOVE GAE-ERROR-CODE        TO AEL-ERROR-CODE.
           MOVE GAE-ERROR-TEXT        TO AEL-ERROR-TEXT.
           WRITE ACK-PRINT-RECORD FROM ACK-ERROR-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       2600-CHECK-PAGE-BREAK.
           ADD 1 TO LINES-WRITTEN.
           IF NEW-PAGE
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       3000-REVIEW-EXTRACT-STATUS.
      *    EVERY EXTRACT STILL WAITING IS AGED AND LISTED, WHATEVER
      *    ITS AGE; ACKNOWLEDGED ONES ARE LISTED ONLY ON THE DAY THE
      *    ACKNOWLEDGMENT ARRIVED.
           PERFORM 2100-FINISH-ACKNOWLEDGMENT.
           IF WS-ACKS-READ = ZERO
               AND WS-ERROR-LINES-READ = ZERO
               MOVE SPACES TO ACK-MESSAGE-LINE
               MOVE 'NO ACKNOWLEDGMENT RECEIVED FROM THE LEDGER'
                   TO AML-TEXT
               WRITE ACK-PRINT-RECORD FROM ACK-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           MOVE 3 TO WS-SECTION.
           MOVE 'GL EXTRACT STATUS' TO ACK-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-STATUS-EOF-SW.
           MOVE LOW-VALUES TO GLS-KEY.
           START GL-STATUS-FILE KEY NOT LESS THAN GLS-KEY
               INVALID KEY
                   SET STATUS-AT-END TO TRUE
           END-START.
           PERFORM 3100-REVIEW-STATUS-RECORD
               UNTIL STATUS-AT-END.
      ******************************************************************
       3100-REVIEW-STATUS-RECORD.
           READ GL-STATUS-FILE NEXT RECORD
               AT END
                   SET STATUS-AT-END TO TRUE
               NOT AT END
                   IF GLS-AWAITING-ACK
                       PERFORM 3200-AGE-WAITING-EXTRACT
                   END-IF
                   EVALUATE TRUE
                       WHEN GLS-SENT
                           ADD 1 TO WS-STATUS-SENT
                       WHEN GLS-OUTSTANDING
                           ADD 1 TO WS-STATUS-OUTSTANDING
                       WHEN GLS-ACKNOWLEDGED
                           ADD 1 TO WS-STATUS-ACKNOWLEDGED
                       WHEN OTHER
                           ADD 1 TO WS-STATUS-PART-REJECTED
                   END-EVALUATE
                   IF GLS-AWAITING-ACK
                       OR GLS-ACK-RECEIVED-DATE = WS-AS-OF-DATE
                       PERFORM 3300-PRINT-STATUS-LINE
                   END-IF
           END-READ.
      ******************************************************************
       3200-AGE-WAITING-EXTRACT.
      *    COUNTS THE BUSINESS DAYS AFTER THE EXTRACT DATE UP TO AND
      *    INCLUDING THE AS-OF DATE.  PAST THE THRESHOLD THE EXTRACT
      *    IS OUTSTANDING; A LARGER THRESHOLD CAN RETURN IT TO SENT.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE (GLS-EXTRACT-DATE) + 1.
           PERFORM 3210-COUNT-BUSINESS-DAY
               UNTIL WS-WALK-INT > WS-AS-OF-INT
                  OR WS-BUSINESS-DAYS = 999.
           MOVE WS-BUSINESS-DAYS TO GLS-BUSINESS-DAYS.
           IF WS-BUSINESS-DAYS > WS-THRESHOLD-DAYS
               MOVE 'O' TO GLS-STATUS
           ELSE
               MOVE 'S' TO GLS-STATUS
           END-IF.
           REWRITE GL-STATUS-RECORD.
      ******************************************************************
       3210-COUNT-BUSINESS-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (WS-WALK-INT)
               TO WS-TEST-DATE.
           PERFORM 3220-TEST-BUSINESS-DAY.
           IF DATE-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.
           ADD 1 TO WS-WALK-INT.
      ******************************************************************
       3220-TEST-BUSINESS-DAY.
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
       3300-PRINT-STATUS-LINE.
           MOVE SPACES                TO STATUS-DETAIL-LINE.
           MOVE GLS-EXTRACT-DATE      TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT            TO STL-EXTRACT-DATE.
           MOVE GLS-SOURCE            TO STL-SOURCE.
           EVALUATE TRUE
               WHEN GLS-SENT
                   MOVE 'SENT'               TO STL-STATUS
               WHEN GLS-OUTSTANDING
                   MOVE 'OUTSTANDING'        TO STL-STATUS
               WHEN GLS-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED'       TO STL-STATUS
               WHEN OTHER
                   MOVE 'PARTIALLY REJECTED' TO STL-STATUS
           END-EVALUATE.
           MOVE GLS-RECORD-COUNT      TO STL-RECORDS.
           MOVE GLS-HASH-AMOUNT       TO STL-HASH-AMOUNT.
           IF GLS-AWAITING-ACK
               MOVE SPACES            TO STL-REJECTED-X
               MOVE GLS-BUSINESS-DAYS TO STL-BUSINESS-DAYS
               IF GLS-OUTSTANDING
                   MOVE '*OVERDUE*'   TO STL-FLAG
               END-IF
           ELSE
               MOVE GLS-ACK-RECEIVED-DATE TO WS-FMT-DATE
               PERFORM 1090-FORMAT-DATE
               MOVE WS-FMT-OUT        TO STL-ACK-DATE
               MOVE GLS-REJECTED-COUNT TO STL-REJECTED
               MOVE SPACES            TO STL-BUSINESS-DAYS-X
               IF GLS-TOTALS-DISAGREE
                   MOVE 'DISAGREES'   TO STL-FLAG
               END-IF
           END-IF.
           WRITE ACK-PRINT-RECORD FROM STATUS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS REGISTERED'    TO ACK-TOT-LABEL.
           MOVE WS-EXTRACTS-REGISTERED   TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS RESENT'        TO ACK-TOT-LABEL.
           MOVE WS-EXTRACTS-RESENT       TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS ALREADY REGISTERED' TO ACK-TOT-LABEL.
           MOVE WS-EXTRACTS-ALREADY      TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'INCOMPLETE GLSENT SETS'  TO ACK-TOT-LABEL.
           MOVE WS-SENT-SETS-BROKEN      TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'ACKNOWLEDGMENTS READ'   TO ACK-TOT-LABEL.
           MOVE WS-ACKS-READ             TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'ACKNOWLEDGMENTS UNMATCHED' TO ACK-TOT-LABEL.
           MOVE WS-ACKS-UNMATCHED        TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'ACKNOWLEDGMENTS REPEATED' TO ACK-TOT-LABEL.
           MOVE WS-ACKS-REPEATED         TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'ACKNOWLEDGMENTS NOT AGREEING' TO ACK-TOT-LABEL.
           MOVE WS-ACKS-DISAGREE         TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'REJECTED JOURNAL LINES'  TO ACK-TOT-LABEL.
           MOVE WS-ERROR-LINES-READ      TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'ACK RECORDS SKIPPED'    TO ACK-TOT-LABEL.
           MOVE WS-ACK-RECORDS-SKIPPED   TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS SENT, WAITING' TO ACK-TOT-LABEL.
           MOVE WS-STATUS-SENT           TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS OUTSTANDING'   TO ACK-TOT-LABEL.
           MOVE WS-STATUS-OUTSTANDING    TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS ACKNOWLEDGED'  TO ACK-TOT-LABEL.
           MOVE WS-STATUS-ACKNOWLEDGED   TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                   TO ACK-TOTAL-LINE.
           MOVE 'EXTRACTS PARTIALLY REJECTED' TO ACK-TOT-LABEL.
           MOVE WS-STATUS-PART-REJECTED  TO ACK-TOT-VALUE.
           WRITE ACK-PRINT-RECORD FROM ACK-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE GL-ACK-FILE.
           CLOSE GL-STATUS-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE ACK-REPORT-FILE.
           IF WS-STATUS-OUTSTANDING > ZERO
               DISPLAY 'FAPCOB78 ' WS-STATUS-OUTSTANDING
                   ' GL EXTRACT(S) UNACKNOWLEDGED PAST '
                   WS-THRESHOLD-DAYS ' BUSINESS DAYS - SEE GLARPT'
                   ' - RC 8' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-TODAY > ZERO
                   OR WS-ACKS-UNMATCHED > ZERO
                   OR WS-ACKS-DISAGREE > ZERO
                   OR WS-ERROR-LINES-ORPHAN > ZERO
                   DISPLAY 'FAPCOB78 GL ACKNOWLEDGMENT EXCEPTIONS'
                       ' - SEE GLARPT - RC 4' UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

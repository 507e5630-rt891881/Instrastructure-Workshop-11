       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB76.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MAINT01   2026/10/15 VER 1.
      *          NEW PROGRAM.  OVER-LIMIT TRANSACTION APPROVAL RUN.
      *          READS THE PENDING-APPROVAL QUEUE (PENDIN) AND THE
      *          ITEMS FAPCOB99 HELD TONIGHT FOR BREAKING A FAPCOB77
      *          TRANSACTION LIMIT (PENDNEW), AND DISPOSES OF EACH BY
      *          THE SUPERVISOR CARDS ON APPRCARD: AN APPROVED ITEM IS
      *          RELEASED UNCHANGED ON APPROUT, BRACKETED IN ITS OWN
      *          HDR/TRL CONTROL SET LIKE RECYCOUT, FOR CONCATENATION
      *          INTO THE NEXT DAY'S TRANIN; A DECLINED ITEM IS
      *          DROPPED.  ITEMS WITH NO CARD ARE CARRIED ON PENDQUE,
      *          WHICH BECOMES PENDIN FOR THE NEXT RUN, AND LISTED
      *          WITH THE BUSINESS DAYS THEY HAVE WAITED (CALMAST),
      *          FLAGGED OVERDUE PAST THE THRESHOLD.  PRINTS THE
      *          DISPOSITIONS, THE AGING LIST, AND ANY CARD THAT IS
      *          INVALID OR MATCHES NO ITEM ON APPRRPT.  APPRCTL IS
      *          OPTIONAL: COLUMNS 1-2 THE THRESHOLD IN BUSINESS DAYS
      *          (BLANK MEANS 2).  RC 4 WHEN ANY ITEM IS OVERDUE OR
      *          ANY CARD IS IN ERROR OR UNMATCHED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVAL-CONTROL-FILE ASSIGN TO APPRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CONTROL-STATUS.
           SELECT OPTIONAL APPROVAL-CARD-FILE ASSIGN TO APPRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CARD-STATUS.
           SELECT OPTIONAL PENDING-IN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.
           SELECT OPTIONAL PENDING-NEW-FILE ASSIGN TO PENDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-NEW-STATUS.
           SELECT PENDING-QUEUE-FILE ASSIGN TO PENDQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-QUEUE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO APPROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO APPRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-REPORT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  APPROVAL-CONTROL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-CONTROL-RECORD.
           02  APT-THRESHOLD-DAYS       PIC X(2).
           02  APT-THRESHOLD-DAYS-N REDEFINES
               APT-THRESHOLD-DAYS       PIC 9(2).
           02  FILLER                   PIC X(78).

      *    ONE CARD PER ITEM, IDENTIFIED AS ON THE AGING LIST BY
      *    ACCOUNT KEY AND TRANSACTION DATE (CCYYMMDD).  THE
      *    SUPERVISOR ID IS REQUIRED.
       FD  APPROVAL-CARD-FILE
           RECORDING MODE IS F.
       01  APPROVAL-CARD-RECORD.
           02  APC-ACTION               PIC X(1).
               88  CARD-APPROVE         VALUE 'A'.
               88  CARD-DECLINE         VALUE 'D'.
           02  APC-KEY                  PIC X(8).
           02  APC-DATE                 PIC X(8).
           02  APC-DATE-N REDEFINES
               APC-DATE                 PIC 9(8).
           02  APC-SUPERVISOR           PIC X(8).
           02  FILLER                   PIC X(55).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01  PENDING-IN-RECORD            PIC X(170).

       FD  PENDING-NEW-FILE
           RECORDING MODE IS F.
       01  PENDING-NEW-RECORD           PIC X(170).

       FD  PENDING-QUEUE-FILE
           RECORDING MODE IS F.
       01  PENDING-QUEUE-RECORD         PIC X(170).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           02  RLS-TRANSACTION          PIC X(65).
           02  FILLER                   PIC X(13).

       FD  CALENDAR-FILE.
       COPY FAPCAL.

       FD  APPROVAL-REPORT-FILE
           RECORDING MODE IS F.
       01  APPROVAL-PRINT-RECORD        PIC X(113).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  APPR-HEADING-1.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(24)   VALUE
               'ACME FINANCIAL CORP'.
           02  FILLER                PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE
               'OVER-LIMIT APPROVAL QUEUE'.
           02  FILLER                PIC X(9)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB76'.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE 'PAGE '.
           02  APR-HDG-PAGE-NUMBER   PIC ZZ9.

       01  APPR-HEADING-2.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'RUN DATE:'.
           02  APR-HDG-RUN-DATE      PIC X(10)   VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(9)    VALUE 'RUN TIME:'.
           02  APR-HDG-RUN-TIME      PIC X(8)    VALUE SPACES.
           02  FILLER                PIC X(5)    VALUE SPACES.
           02  FILLER                PIC X(11)   VALUE 'THRESHOLD: '.
           02  APR-HDG-THRESHOLD     PIC Z9.
           02  FILLER                PIC X(14)   VALUE
               ' BUSINESS DAYS'.

       01  APPR-HEADING-3.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(112)  VALUE ALL '-'.

       01  APPR-HEADING-4.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  APR-HDG-SECTION-TITLE PIC X(60)   VALUE SPACES.

      *    COLUMN TITLES FOR THE DISPOSITIONS SECTION.
       01  APPR-HEADING-5.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'ACCOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE 'TRANS DATE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'CATEGORY'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(16)   VALUE
               '     BASE AMOUNT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(14)   VALUE
               '         LIMIT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE 'ACTION'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'SUPVSR'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'SOURCE'.

      *    COLUMN TITLES FOR THE AGING SECTION.
       01  APPR-HEADING-6.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(8)    VALUE 'ACCOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(10)   VALUE 'TRANS DATE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(20)   VALUE 'CATEGORY'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(16)   VALUE
               '     BASE AMOUNT'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(14)   VALUE
               '         LIMIT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(17)   VALUE 'REASON HELD'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(3)    VALUE 'BUS'.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(9)    VALUE 'FLAG'.

      *    COLUMN TITLES FOR THE CARD EXCEPTIONS SECTION.
       01  APPR-HEADING-7.
           02  FILLER                PIC X(1)    VALUE SPACE.
           02  FILLER                PIC X(3)    VALUE 'ACT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'ACCOUNT'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'DATE'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(8)    VALUE 'SUPVSR'.
           02  FILLER                PIC X(2)    VALUE SPACES.
           02  FILLER                PIC X(30)   VALUE 'EXCEPTION'.

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
           02  WS-CARD-EOF-SW        PIC X(3)    VALUE SPACES.
               88  CARDS-AT-END      VALUE 'EOF'.
           02  WS-PENDING-IN-SW      PIC X(3)    VALUE SPACES.
               88  PENDING-IN-AT-END VALUE 'EOF'.
           02  WS-PENDING-NEW-SW     PIC X(3)    VALUE SPACES.
               88  PENDING-NEW-AT-END VALUE 'EOF'.
           02  WS-QUEUE-EOF-SW       PIC X(3)    VALUE SPACES.
               88  QUEUE-AT-END      VALUE 'EOF'.
           02  LINES-WRITTEN         PIC 9(3).
               88  NEW-PAGE          VALUE 31.
           02  PAGE-COUNT            PIC 9(3).
           02  WS-SECTION            PIC 9(1)    VALUE 1.
               88  DISPOSITION-SECTION VALUE 1.
               88  AGING-SECTION     VALUE 2.
               88  EXCEPTION-SECTION VALUE 3.
           02  WS-THRESHOLD-DAYS     PIC 9(2)    VALUE 2.
           02  WS-RUN-DATE-YMD       PIC 9(8)    VALUE ZERO.
           02  WS-RUN-DATE-INT       PIC 9(8)    VALUE ZERO.
           02  WS-FMT-DATE           PIC 9(8)    VALUE ZERO.
           02  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
               03  WS-FMT-CCYY       PIC X(4).
               03  WS-FMT-MM         PIC X(2).
               03  WS-FMT-DD         PIC X(2).
           02  WS-FMT-OUT            PIC X(10)   VALUE SPACES.
       COPY FAPPAGE.
      *    CALENDAR FIELDS FOLLOW THE FAPCOB99 BUSINESS-DAY TEST SO AN
      *    ITEM IS AGED BY THE SAME BUSINESS DAYS THE NIGHTLY RUN
      *    KEEPS.
       01  CALENDAR-WORK-FIELDS.
           02  WS-TEST-DATE          PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DAY-INT        PIC 9(8)    VALUE ZERO.
           02  WS-CAL-DOW            PIC 9(1)    VALUE ZERO.
           02  WS-WALK-INT           PIC 9(8)    VALUE ZERO.
           02  WS-BUSINESS-DAYS      PIC 9(3)    VALUE ZERO.
           02  WS-BUS-DAY-SW         PIC X(1)    VALUE 'N'.
               88  DATE-IS-BUSINESS-DAY  VALUE 'Y'.
      *    PENDIN CARRY-FORWARDS AND TONIGHT'S PENDNEW ITEMS ARE BOTH
      *    MOVED HERE AND DISPOSED OF BY THE SAME LOGIC.
       COPY FAPPND.
      *    EVERY CARD IS TABLED, INVALID ONES INCLUDED, SO THE
      *    EXCEPTIONS SECTION CAN LIST EACH CARD THAT WAS IN ERROR OR
      *    MATCHED NO ITEM.  A CARD IS CONSUMED BY THE FIRST ITEM IT
      *    MATCHES; A SECOND COPY OF THE SAME ITEM ON THE QUEUE THEN
      *    FINDS THE CARD USED AND IS DROPPED AS A DUPLICATE.
       01  APPROVAL-TABLE-FIELDS.
           02  WS-APPR-COUNT         PIC 9(3)    VALUE ZERO.
           02  WS-APPR-ENTRY OCCURS 500 TIMES
                   INDEXED BY APPR-IDX.
               03  WS-APPR-ACTION    PIC X(1).
               03  WS-APPR-KEY       PIC X(8).
               03  WS-APPR-DATE      PIC X(8).
               03  WS-APPR-SUPERVISOR PIC X(8).
               03  WS-APPR-STATE-SW  PIC X(1).
                   88  APPR-CARD-UNUSED  VALUE 'N'.
                   88  APPR-CARD-USED    VALUE 'Y'.
                   88  APPR-CARD-IN-ERROR VALUE 'E'.
               03  WS-APPR-MESSAGE   PIC X(30).
       01  MATCH-FIELDS.
           02  WS-MATCH-SW           PIC X(1)    VALUE 'N'.
               88  CARD-FOUND        VALUE 'Y'.
           02  WS-MATCH-SUB          PIC 9(3)    VALUE ZERO.
           02  WS-MATCH-DATE         PIC X(8)    VALUE SPACES.
       01  RELEASE-CONTROL-FIELDS.
           02  WS-RELEASE-HASH4      PIC S9(13)V99 VALUE ZERO.
           02  WS-RELEASE-HASH5      PIC S9(13)V99 VALUE ZERO.
       01  RELEASE-HEADER-LINE.
           02  FILLER                PIC X(3)    VALUE 'HDR'.
           02  RLH-EXTRACT-DATE      PIC 9(8)    VALUE ZERO.
           02  FILLER                PIC X(8)    VALUE 'FAPCOB76'.
           02  FILLER                PIC X(59)   VALUE SPACES.
       01  RELEASE-TRAILER-LINE.
           02  FILLER                PIC X(3)    VALUE 'TRL'.
           02  RLT-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           02  RLT-HASH-AMOUNT4      PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  RLT-HASH-AMOUNT5      PIC S9(13)V99 SIGN IS TRAILING
                                                 VALUE ZERO.
           02  FILLER                PIC X(38)   VALUE SPACES.
       01  DISPOSITION-LINE.
           02  FILLER                PIC X(1).
           02  DSP-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  DSP-TRANS-DATE        PIC X(10).
           02  FILLER                PIC X(2).
           02  DSP-CATEGORY          PIC X(20).
           02  FILLER                PIC X(1).
           02  DSP-BASE-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(1).
           02  DSP-LIMIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  DSP-ACTION            PIC X(10).
           02  FILLER                PIC X(2).
           02  DSP-SUPERVISOR        PIC X(8).
           02  FILLER                PIC X(2).
           02  DSP-SOURCE            PIC X(8).
       01  WAITING-LINE.
           02  FILLER                PIC X(1).
           02  WTL-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  WTL-TRANS-DATE        PIC X(10).
           02  FILLER                PIC X(2).
           02  WTL-CATEGORY          PIC X(20).
           02  FILLER                PIC X(1).
           02  WTL-BASE-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(1).
           02  WTL-LIMIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2).
           02  WTL-REASON            PIC X(17).
           02  FILLER                PIC X(2).
           02  WTL-BUSINESS-DAYS     PIC ZZ9.
           02  FILLER                PIC X(1).
           02  WTL-FLAG              PIC X(9).
       01  CARD-EXCEPTION-LINE.
           02  FILLER                PIC X(1).
           02  CEL-ACTION            PIC X(1).
           02  FILLER                PIC X(4).
           02  CEL-KEY               PIC X(8).
           02  FILLER                PIC X(2).
           02  CEL-DATE              PIC X(8).
           02  FILLER                PIC X(2).
           02  CEL-SUPERVISOR        PIC X(8).
           02  FILLER                PIC X(2).
           02  CEL-MESSAGE           PIC X(30).
       01  APPR-MESSAGE-LINE.
           02  FILLER                PIC X(1).
           02  FILLER                PIC X(11).
           02  AML-TEXT              PIC X(100).
       01  APPR-TOTAL-LINE.
           02  APR-TOT-LABEL         PIC X(30).
           02  FILLER                PIC X(5).
           02  APR-TOT-VALUE         PIC Z,ZZZ,ZZ9.
       01  APPR-COUNTERS.
           02  WS-CARDS-READ         PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-IN-ERROR     PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-UNMATCHED    PIC 9(7)    VALUE ZERO.
           02  WS-CARRIED-COUNT      PIC 9(7)    VALUE ZERO.
           02  WS-NEW-HELD-COUNT     PIC 9(7)    VALUE ZERO.
           02  WS-RELEASED-COUNT     PIC 9(7)    VALUE ZERO.
           02  WS-DECLINED-COUNT     PIC 9(7)    VALUE ZERO.
           02  WS-DUPLICATE-COUNT    PIC 9(7)    VALUE ZERO.
           02  WS-WAITING-COUNT      PIC 9(7)    VALUE ZERO.
           02  WS-OVERDUE-COUNT      PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-APPROVAL-CONTROL-STATUS  PIC X(2)  VALUE '00'.
           02  WS-APPROVAL-CARD-STATUS     PIC X(2)  VALUE '00'.
           02  WS-PENDING-IN-STATUS        PIC X(2)  VALUE '00'.
           02  WS-PENDING-NEW-STATUS       PIC X(2)  VALUE '00'.
           02  WS-PENDING-QUEUE-STATUS     PIC X(2)  VALUE '00'.
           02  WS-RELEASE-STATUS           PIC X(2)  VALUE '00'.
           02  WS-CALENDAR-FILE-STATUS     PIC X(2)  VALUE '00'.
           02  WS-APPROVAL-REPORT-STATUS   PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2100-READ-PENDING-IN.
           PERFORM 2000-PROCESS-PENDING-IN
               UNTIL PENDING-IN-AT-END.
           PERFORM 2110-READ-PENDING-NEW.
           PERFORM 2050-PROCESS-PENDING-NEW
               UNTIL PENDING-NEW-AT-END.
           PERFORM 3000-LIST-WAITING-ITEMS.
           PERFORM 4000-LIST-CARD-EXCEPTIONS.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-SET-RUN-DATE-TIME.
           PERFORM 1010-READ-CONTROL-CARD.
           OPEN INPUT PENDING-IN-FILE.
           IF WS-PENDING-IN-STATUS NOT = '00'
               AND WS-PENDING-IN-STATUS NOT = '05'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN PENDIN - STATUS '
                   WS-PENDING-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PENDING-NEW-FILE.
           IF WS-PENDING-NEW-STATUS NOT = '00'
               AND WS-PENDING-NEW-STATUS NOT = '05'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN PENDNEW - STATUS '
                   WS-PENDING-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               AND WS-CALENDAR-FILE-STATUS NOT = '05'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN CALMAST - STATUS '
                   WS-CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDING-QUEUE-FILE.
           IF WS-PENDING-QUEUE-STATUS NOT = '00'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN PENDQUE - STATUS '
                   WS-PENDING-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS NOT = '00'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN APPROUT - STATUS '
                   WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           IF WS-APPROVAL-REPORT-STATUS NOT = '00'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN APPRRPT - STATUS '
                   WS-APPROVAL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-APPROVAL-CARDS.
           MOVE ZERO TO LINES-WRITTEN.
           MOVE ZERO TO PAGE-COUNT.
           MOVE 1 TO WS-SECTION.
           MOVE 'APPROVED AND DECLINED ITEMS' TO APR-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE-YMD TO RLH-EXTRACT-DATE.
           WRITE RELEASE-RECORD FROM RELEASE-HEADER-LINE.
      ******************************************************************
       1010-READ-CONTROL-CARD.
      *    THE CARD IS OPTIONAL; A MISSING CARD OR BLANK COLUMNS MEAN
      *    A TWO-BUSINESS-DAY THRESHOLD.
           OPEN INPUT APPROVAL-CONTROL-FILE.
           IF WS-APPROVAL-CONTROL-STATUS NOT = '00'
               AND WS-APPROVAL-CONTROL-STATUS NOT = '05'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN APPRCTL - STATUS '
                   WS-APPROVAL-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ APPROVAL-CONTROL-FILE
               AT END
                   MOVE SPACES TO APPROVAL-CONTROL-RECORD
           END-READ.
           IF APT-THRESHOLD-DAYS NOT = SPACES
               IF APT-THRESHOLD-DAYS NOT NUMERIC
                   DISPLAY 'FAPCOB76 INVALID THRESHOLD DAYS - '
                       APT-THRESHOLD-DAYS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE APT-THRESHOLD-DAYS-N TO WS-THRESHOLD-DAYS
           END-IF.
           CLOSE APPROVAL-CONTROL-FILE.
           MOVE WS-THRESHOLD-DAYS TO APR-HDG-THRESHOLD.
      ******************************************************************
       1050-SET-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           STRING WS-CURR-MM   '/'
                  WS-CURR-DD   '/'
                  WS-CURR-CC   WS-CURR-YY
                  DELIMITED BY SIZE INTO APR-HDG-RUN-DATE.
           STRING WS-CURR-HH   ':'
                  WS-CURR-MN   ':'
                  WS-CURR-SS
                  DELIMITED BY SIZE INTO APR-HDG-RUN-TIME.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-YMD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD).
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
           MOVE PAGE-COUNT TO APR-HDG-PAGE-NUMBER.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-3
               AFTER ADVANCING 1 LINE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-4
               AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN DISPOSITION-SECTION
                   WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-5
                       AFTER ADVANCING 1 LINE
               WHEN AGING-SECTION
                   WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-6
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE APPROVAL-PRINT-RECORD FROM APPR-HEADING-7
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           COMPUTE LINES-WRITTEN = HEADING-LINE-COUNT + 2.
      ******************************************************************
       1200-LOAD-APPROVAL-CARDS.
           OPEN INPUT APPROVAL-CARD-FILE.
           IF WS-APPROVAL-CARD-STATUS NOT = '00'
               AND WS-APPROVAL-CARD-STATUS NOT = '05'
               DISPLAY 'FAPCOB76 UNABLE TO OPEN APPRCARD - STATUS '
                   WS-APPROVAL-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARD-EOF-SW.
           MOVE ZERO   TO WS-APPR-COUNT.
           PERFORM 1220-READ-APPROVAL-CARD
               UNTIL CARDS-AT-END.
           CLOSE APPROVAL-CARD-FILE.
      ******************************************************************
       1220-READ-APPROVAL-CARD.
           READ APPROVAL-CARD-FILE
               AT END
                   SET CARDS-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 1240-STORE-APPROVAL-CARD
           END-READ.
      ******************************************************************
       1240-STORE-APPROVAL-CARD.
      *    A CARD IN ERROR IS TABLED WITH ITS MESSAGE BUT CAN NEVER
      *    MATCH AN ITEM, SO A MISPUNCHED DECLINE CANNOT DROP THE
      *    WRONG TRANSACTION.
           IF WS-APPR-COUNT NOT < 500
               DISPLAY 'FAPCOB76 APPROVAL CARD LIMIT EXCEEDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-APPR-COUNT.
           SET APPR-IDX TO WS-APPR-COUNT.
           MOVE APC-ACTION     TO WS-APPR-ACTION (APPR-IDX).
           MOVE APC-KEY        TO WS-APPR-KEY (APPR-IDX).
           MOVE APC-DATE       TO WS-APPR-DATE (APPR-IDX).
           MOVE APC-SUPERVISOR TO WS-APPR-SUPERVISOR (APPR-IDX).
           MOVE 'N'            TO WS-APPR-STATE-SW (APPR-IDX).
           MOVE SPACES         TO WS-APPR-MESSAGE (APPR-IDX).
           IF NOT CARD-APPROVE AND NOT CARD-DECLINE
               MOVE 'INVALID ACTION CODE'
                   TO WS-APPR-MESSAGE (APPR-IDX)
           ELSE
               IF APC-KEY = SPACES
                   MOVE 'BLANK ACCOUNT KEY'
                       TO WS-APPR-MESSAGE (APPR-IDX)
               ELSE
                   IF APC-DATE NOT NUMERIC
                       MOVE 'INVALID TRANSACTION DATE'
                           TO WS-APPR-MESSAGE (APPR-IDX)
                   ELSE
                       IF FUNCTION INTEGER-OF-DATE (APC-DATE-N)
                           = ZERO
                           MOVE 'INVALID TRANSACTION DATE'
                               TO WS-APPR-MESSAGE (APPR-IDX)
                       ELSE
                           IF APC-SUPERVISOR = SPACES
                               MOVE 'SUPERVISOR ID REQUIRED'
                                   TO WS-APPR-MESSAGE (APPR-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-APPR-MESSAGE (APPR-IDX) NOT = SPACES
               MOVE 'E' TO WS-APPR-STATE-SW (APPR-IDX)
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.
      ******************************************************************
       2000-PROCESS-PENDING-IN.
           PERFORM 2200-DISPOSE-PENDING-ITEM.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM 2100-READ-PENDING-IN.
      ******************************************************************
       2050-PROCESS-PENDING-NEW.
           PERFORM 2200-DISPOSE-PENDING-ITEM.
           ADD 1 TO WS-NEW-HELD-COUNT.
           PERFORM 2110-READ-PENDING-NEW.
      ******************************************************************
       2100-READ-PENDING-IN.
           READ PENDING-IN-FILE INTO PENDING-ITEM-RECORD
               AT END
                   SET PENDING-IN-AT-END TO TRUE
           END-READ.
      ******************************************************************
       2110-READ-PENDING-NEW.
           READ PENDING-NEW-FILE INTO PENDING-ITEM-RECORD
               AT END
                   SET PENDING-NEW-AT-END TO TRUE
           END-READ.
      ******************************************************************
       2200-DISPOSE-PENDING-ITEM.
           MOVE SPACES TO DISPOSITION-LINE.
           PERFORM 2220-MATCH-APPROVAL-CARD.
           IF CARD-FOUND
               SET APPR-IDX TO WS-MATCH-SUB
               IF APPR-CARD-USED (APPR-IDX)
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE 'DUPLICATE' TO DSP-ACTION
               ELSE
                   MOVE 'Y' TO WS-APPR-STATE-SW (APPR-IDX)
                   IF WS-APPR-ACTION (APPR-IDX) = 'A'
                       PERFORM 2300-WRITE-RELEASE-RECORD
                       MOVE 'RELEASED'  TO DSP-ACTION
                   ELSE
                       ADD 1 TO WS-DECLINED-COUNT
                       MOVE 'DECLINED'  TO DSP-ACTION
                   END-IF
               END-IF
               PERFORM 2400-PRINT-DISPOSITION-LINE
           ELSE
               WRITE PENDING-QUEUE-RECORD FROM PENDING-ITEM-RECORD
               ADD 1 TO WS-WAITING-COUNT
           END-IF.
      ******************************************************************
       2220-MATCH-APPROVAL-CARD.
           MOVE 'N' TO WS-MATCH-SW.
           MOVE PND-DATE TO WS-MATCH-DATE.
           IF WS-APPR-COUNT > 0
               SET APPR-IDX TO 1
               SEARCH WS-APPR-ENTRY
      *            SLOTS PAST THE LOAD COUNT HOLD RESIDUAL STORAGE
      *            AND MUST NEVER MATCH.
                   WHEN APPR-IDX > WS-APPR-COUNT
                       CONTINUE
                   WHEN WS-APPR-KEY (APPR-IDX) = PND-KEY
                       AND WS-APPR-DATE (APPR-IDX) = WS-MATCH-DATE
                       AND NOT APPR-CARD-IN-ERROR (APPR-IDX)
                       SET WS-MATCH-SUB TO APPR-IDX
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF.
      ******************************************************************
       2300-WRITE-RELEASE-RECORD.
      *    THE ITEM GOES BACK EXACTLY AS THE FEEDER SENT IT; FAPCOB99
      *    KNOWS IT BY THE FAPCOB76 HDR AND DOES NOT HOLD IT AGAIN.
           MOVE SPACES          TO RELEASE-RECORD.
           MOVE PND-TRANSACTION TO RLS-TRANSACTION.
           WRITE RELEASE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD PND-AMOUNT4 TO WS-RELEASE-HASH4.
           ADD PND-AMOUNT5 TO WS-RELEASE-HASH5.
      ******************************************************************
       2400-PRINT-DISPOSITION-LINE.
           MOVE PND-KEY              TO DSP-KEY.
           MOVE PND-DATE             TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT           TO DSP-TRANS-DATE.
           MOVE PND-CATEGORY         TO DSP-CATEGORY.
           MOVE PND-BASE-AMOUNT      TO DSP-BASE-AMOUNT.
           MOVE PND-LIMIT-AMOUNT     TO DSP-LIMIT-AMOUNT.
           MOVE WS-APPR-SUPERVISOR (APPR-IDX) TO DSP-SUPERVISOR.
           MOVE PND-SOURCE           TO DSP-SOURCE.
           WRITE APPROVAL-PRINT-RECORD FROM DISPOSITION-LINE
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
       3000-LIST-WAITING-ITEMS.
      *    PENDQUE IS COMPLETE ONCE BOTH INPUTS ARE DISPOSED OF, SO IT
      *    IS REREAD TO PRINT THE AGING LIST IN QUEUE ORDER.
           IF WS-RELEASED-COUNT + WS-DECLINED-COUNT
               + WS-DUPLICATE-COUNT = ZERO
               MOVE SPACES TO APPR-MESSAGE-LINE
               MOVE 'NO ITEMS DISPOSED OF THIS RUN' TO AML-TEXT
               WRITE APPROVAL-PRINT-RECORD FROM APPR-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           CLOSE PENDING-QUEUE-FILE.
           OPEN INPUT PENDING-QUEUE-FILE.
           IF WS-PENDING-QUEUE-STATUS NOT = '00'
               DISPLAY 'FAPCOB76 UNABLE TO REOPEN PENDQUE - STATUS '
                   WS-PENDING-QUEUE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 2 TO WS-SECTION.
           MOVE 'ITEMS AWAITING APPROVAL' TO APR-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-QUEUE-EOF-SW.
           PERFORM 3100-AGE-WAITING-ITEM
               UNTIL QUEUE-AT-END.
           IF WS-WAITING-COUNT = ZERO
               MOVE SPACES TO APPR-MESSAGE-LINE
               MOVE 'NO ITEMS AWAITING APPROVAL' TO AML-TEXT
               WRITE APPROVAL-PRINT-RECORD FROM APPR-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
           CLOSE PENDING-QUEUE-FILE.
      ******************************************************************
       3100-AGE-WAITING-ITEM.
           READ PENDING-QUEUE-FILE INTO PENDING-ITEM-RECORD
               AT END
                   SET QUEUE-AT-END TO TRUE
               NOT AT END
                   PERFORM 3200-COUNT-DAYS-WAITING
                   PERFORM 3300-PRINT-WAITING-LINE
           END-READ.
      ******************************************************************
       3200-COUNT-DAYS-WAITING.
      *    COUNTS THE BUSINESS DAYS AFTER THE DATE THE ITEM WAS HELD
      *    UP TO AND INCLUDING THE RUN DATE.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           IF PND-HELD-DATE NOT NUMERIC
               OR PND-HELD-DATE = ZERO
               MOVE 999 TO WS-BUSINESS-DAYS
           ELSE
               IF FUNCTION INTEGER-OF-DATE (PND-HELD-DATE) = ZERO
                   MOVE 999 TO WS-BUSINESS-DAYS
               ELSE
                   COMPUTE WS-WALK-INT =
                       FUNCTION INTEGER-OF-DATE (PND-HELD-DATE) + 1
                   PERFORM 3210-COUNT-BUSINESS-DAY
                       UNTIL WS-WALK-INT > WS-RUN-DATE-INT
                          OR WS-BUSINESS-DAYS = 999
               END-IF
           END-IF.
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
       3300-PRINT-WAITING-LINE.
           MOVE SPACES               TO WAITING-LINE.
           MOVE PND-KEY              TO WTL-KEY.
           MOVE PND-DATE             TO WS-FMT-DATE.
           PERFORM 1090-FORMAT-DATE.
           MOVE WS-FMT-OUT           TO WTL-TRANS-DATE.
           MOVE PND-CATEGORY         TO WTL-CATEGORY.
           MOVE PND-BASE-AMOUNT      TO WTL-BASE-AMOUNT.
           MOVE PND-LIMIT-AMOUNT     TO WTL-LIMIT-AMOUNT.
           MOVE PND-REASON           TO WTL-REASON.
           MOVE WS-BUSINESS-DAYS     TO WTL-BUSINESS-DAYS.
           IF WS-BUSINESS-DAYS > WS-THRESHOLD-DAYS
               MOVE '*OVERDUE*'      TO WTL-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           WRITE APPROVAL-PRINT-RECORD FROM WAITING-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2600-CHECK-PAGE-BREAK.
      ******************************************************************
       4000-LIST-CARD-EXCEPTIONS.
      *    A VALID CARD STILL UNUSED MATCHED NO ITEM ON EITHER INPUT:
      *    A WRONG KEY OR DATE, OR AN ITEM ALREADY DISPOSED OF.
           MOVE 3 TO WS-SECTION.
           MOVE 'APPROVAL CARD EXCEPTIONS' TO APR-HDG-SECTION-TITLE.
           PERFORM 1100-WRITE-REPORT-HEADING.
           PERFORM 4100-CHECK-ONE-CARD
               VARYING APPR-IDX FROM 1 BY 1
               UNTIL APPR-IDX > WS-APPR-COUNT.
           IF WS-CARDS-IN-ERROR + WS-CARDS-UNMATCHED = ZERO
               MOVE SPACES TO APPR-MESSAGE-LINE
               MOVE 'NO CARD EXCEPTIONS' TO AML-TEXT
               WRITE APPROVAL-PRINT-RECORD FROM APPR-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
      ******************************************************************
       4100-CHECK-ONE-CARD.
           IF APPR-CARD-UNUSED (APPR-IDX)
               MOVE 'NO SUCH ITEM AWAITING APPROVAL'
                   TO WS-APPR-MESSAGE (APPR-IDX)
               ADD 1 TO WS-CARDS-UNMATCHED
           END-IF.
           IF NOT APPR-CARD-USED (APPR-IDX)
               MOVE SPACES                        TO CARD-EXCEPTION-LINE
               MOVE WS-APPR-ACTION (APPR-IDX)     TO CEL-ACTION
               MOVE WS-APPR-KEY (APPR-IDX)        TO CEL-KEY
               MOVE WS-APPR-DATE (APPR-IDX)       TO CEL-DATE
               MOVE WS-APPR-SUPERVISOR (APPR-IDX) TO CEL-SUPERVISOR
               MOVE WS-APPR-MESSAGE (APPR-IDX)    TO CEL-MESSAGE
               WRITE APPROVAL-PRINT-RECORD FROM CARD-EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2600-CHECK-PAGE-BREAK
           END-IF.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE WS-RELEASED-COUNT TO RLT-RECORD-COUNT.
           MOVE WS-RELEASE-HASH4  TO RLT-HASH-AMOUNT4.
           MOVE WS-RELEASE-HASH5  TO RLT-HASH-AMOUNT5.
           WRITE RELEASE-RECORD FROM RELEASE-TRAILER-LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS CARRIED ON QUEUE'   TO APR-TOT-LABEL.
           MOVE WS-CARRIED-COUNT           TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS NEWLY HELD'         TO APR-TOT-LABEL.
           MOVE WS-NEW-HELD-COUNT          TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS APPROVED AND RELEASED' TO APR-TOT-LABEL.
           MOVE WS-RELEASED-COUNT          TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS DECLINED'           TO APR-TOT-LABEL.
           MOVE WS-DECLINED-COUNT          TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'DUPLICATE ITEMS DROPPED'  TO APR-TOT-LABEL.
           MOVE WS-DUPLICATE-COUNT         TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS AWAITING APPROVAL'  TO APR-TOT-LABEL.
           MOVE WS-WAITING-COUNT           TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'ITEMS OVERDUE'            TO APR-TOT-LABEL.
           MOVE WS-OVERDUE-COUNT           TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'APPROVAL CARDS READ'      TO APR-TOT-LABEL.
           MOVE WS-CARDS-READ              TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'CARDS IN ERROR'           TO APR-TOT-LABEL.
           MOVE WS-CARDS-IN-ERROR          TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                     TO APPR-TOTAL-LINE.
           MOVE 'CARDS NOT MATCHED'        TO APR-TOT-LABEL.
           MOVE WS-CARDS-UNMATCHED         TO APR-TOT-VALUE.
           WRITE APPROVAL-PRINT-RECORD FROM APPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PENDING-IN-FILE.
           CLOSE PENDING-NEW-FILE.
           CLOSE RELEASE-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE APPROVAL-REPORT-FILE.
           IF WS-OVERDUE-COUNT > ZERO
               DISPLAY 'FAPCOB76 ' WS-OVERDUE-COUNT
                   ' ITEM(S) AWAITING APPROVAL PAST '
                   WS-THRESHOLD-DAYS ' BUSINESS DAYS - SEE APPRRPT'
                   ' - RC 4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CARDS-IN-ERROR > ZERO
               OR WS-CARDS-UNMATCHED > ZERO
               DISPLAY 'FAPCOB76 APPROVAL CARD EXCEPTIONS'
                   ' - SEE APPRRPT - RC 4' UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF.

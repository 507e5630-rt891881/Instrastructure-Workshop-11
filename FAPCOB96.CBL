      *          NONSENSE RATES (NON-NUMERIC, ZERO, OR AT THE FIELD
      *          CEILING) AND NONSENSE EFFECTIVE DATES ARE REJECTED
      *          ON THE LOG BEFORE THEY CAN REACH THE MASTER.
      *          MAINT01   2026/10/15 VER 2.
      *          EVERY CARD MUST CARRY THE REQUESTING OPERATOR ID IN
      *          COLUMNS 22-29.  EVERY ADD, CHANGE, AND DEACTIVATION
      *          APPLIED TO RATEMAST APPENDS A BEFORE / AFTER IMAGE
      *          AUDIT RECORD (FAPAUD) TO MAINTAUD FOR THE FAPCOB80
      *          AUDIT INQUIRY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-REPORT-FILE ASSIGN TO RATMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  RCD-RATE                 PIC X(9).
           02  RCD-RATE-N REDEFINES
               RCD-RATE                 PIC 9(3)V9(6).
           02  RCD-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(51).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-PRINT-RECORD           PIC X(113).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FAPAUD.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
           02  FILLER                PIC X(2).
           02  MNT-RATE              PIC X(9).
           02  FILLER                PIC X(2).
           02  MNT-OPERATOR          PIC X(8).
           02  FILLER                PIC X(2).
           02  MNT-RESULT            PIC X(30).
       01  MAINT-TOTAL-LINE.
           02  MNT-TOT-LABEL         PIC X(30).
           02  WS-CARDS-READ         PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-APPLIED      PIC 9(7)    VALUE ZERO.
           02  WS-CARDS-IN-ERROR     PIC 9(7)    VALUE ZERO.
           02  WS-AUDIT-WRITTEN      PIC 9(7)    VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  WS-RATE-MASTER-STATUS       PIC X(2)  VALUE '00'.
           02  WS-RATE-CARD-STATUS         PIC X(2)  VALUE '00'.
           02  WS-MAINT-REPORT-STATUS      PIC X(2)  VALUE '00'.
           02  WS-MAINT-AUDIT-STATUS       PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               AND WS-MAINT-AUDIT-STATUS NOT = '05'
               DISPLAY 'FAPCOB96 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARD-IN-SW.
           MOVE ZERO   TO LINES-WRITTEN.
           MOVE ZERO   TO PAGE-COUNT.
           MOVE RCD-CURRENCY TO MNT-CURRENCY.
           MOVE RCD-EFF-DATE TO MNT-EFF-DATE.
           MOVE RCD-RATE     TO MNT-RATE.
           MOVE RCD-OPERATOR TO MNT-OPERATOR.
           PERFORM 2150-EDIT-RATE-CARD.
           IF CARD-EDIT-VALID
               IF CARD-ADD
               AND (CARD-ADD OR CARD-CHANGE)
               PERFORM 2170-EDIT-RATE-VALUE
           END-IF.
           IF CARD-EDIT-VALID
               AND RCD-OPERATOR = SPACES
               MOVE 'OPERATOR ID REQUIRED'      TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           END-IF.
           IF NOT CARD-EDIT-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.
               NOT INVALID KEY
                   MOVE 'ADDED'                  TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES             TO AUD-BEFORE-IMAGE
                   MOVE RATE-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'A'                TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-WRITE.
      ******************************************************************
       2300-CHANGE-RATE.
                   MOVE 'RATE NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE RATE-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   MOVE RCD-RATE-N TO RAT-RATE
                   MOVE 'A'        TO RAT-STATUS
                   REWRITE RATE-MASTER-RECORD
                   MOVE 'CHANGED'                TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE RATE-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'C'                TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-READ.
      ******************************************************************
       2400-DEACTIVATE-RATE.
                   MOVE 'RATE NOT ON MASTER'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE RATE-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   MOVE 'I' TO RAT-STATUS
                   REWRITE RATE-MASTER-RECORD
                   MOVE 'DEACTIVATED'            TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE RATE-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'S'                TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-READ.
      ******************************************************************
       2500-WRITE-MAINT-LINE.
               OR LINES-WRITTEN NOT LESS THAN LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADING
           END-IF.
      ******************************************************************
       2600-WRITE-AUDIT-RECORD.
      *    THE CALLER HAS SET THE ACTION AND BOTH IMAGES.
           MOVE 'RATEMAST'    TO AUD-MASTER-ID.
           MOVE RAT-KEY       TO AUD-KEY.
           MOVE RCD-ACTION    TO AUD-CARD-ACTION.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           COMPUTE AUD-RUN-TIME = WS-CURR-HH * 10000
                                + WS-CURR-MN * 100
                                + WS-CURR-SS.
           MOVE RCD-OPERATOR  TO AUD-OPERATOR.
           MOVE 'FAPCOB96'    TO AUD-PROGRAM.
           WRITE MAINTENANCE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-WRITTEN.
      ******************************************************************
       9000-TERMINATE-PROCESS.
           MOVE SPACES                TO MAINT-TOTAL-LINE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES                TO MAINT-TOTAL-LINE.
           MOVE 'AUDIT RECORDS WRITTEN' TO MNT-TOT-LABEL.
           MOVE WS-AUDIT-WRITTEN      TO MNT-TOT-VALUE.
           WRITE MAINT-PRINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE RATE-MASTER.
           CLOSE RATE-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.

      *          CALENDAR; WEEKENDS ARE DERIVED BY THE READERS FROM
      *          THE DAY NUMBER, SO A DELETE PUTS A DATE BACK ON
      *          THE BUSINESS-DAY CHAIN.
      *          MAINT01   2026/10/15 VER 2.
      *          EVERY CARD MUST CARRY THE REQUESTING OPERATOR ID IN
      *          COLUMNS 40-47.  EVERY ADD, CHANGE, AND DELETE
      *          APPLIED TO CALMAST APPENDS A BEFORE / AFTER IMAGE
      *          AUDIT RECORD (FAPAUD) TO MAINTAUD FOR THE FAPCOB80
      *          AUDIT INQUIRY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-REPORT-FILE ASSIGN TO CALMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  CLD-DATE-N REDEFINES
               CLD-DATE                 PIC 9(8).
           02  CLD-DESC                 PIC X(30).
           02  CLD-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(33).

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
           02  MNT-DESC              PIC X(30).
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
           02  WS-CALENDAR-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-CALENDAR-CARD-STATUS     PIC X(2)  VALUE '00'.
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
               DISPLAY 'FAPCOB94 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARD-IN-SW.
           MOVE ZERO   TO LINES-WRITTEN.
           MOVE ZERO   TO PAGE-COUNT.
           MOVE CLD-ACTION TO MNT-ACTION.
           MOVE CLD-DATE   TO MNT-DATE.
           MOVE CLD-DESC   TO MNT-DESC.
           MOVE CLD-OPERATOR TO MNT-OPERATOR.
           PERFORM 2150-EDIT-CALENDAR-CARD.
           IF CARD-EDIT-VALID
               IF CARD-ADD
                   END-IF
               END-IF
           END-IF.
           IF CARD-EDIT-VALID
               AND CLD-OPERATOR = SPACES
               MOVE 'OPERATOR ID REQUIRED'      TO MNT-RESULT
               MOVE 'N' TO WS-CARD-EDIT-SW
           END-IF.
           IF NOT CARD-EDIT-VALID
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.
               NOT INVALID KEY
                   MOVE 'ADDED'                    TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES                 TO AUD-BEFORE-IMAGE
                   MOVE CALENDAR-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'A'                    TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-WRITE.
      ******************************************************************
       2300-CHANGE-HOLIDAY.
                   MOVE 'DATE NOT ON CALENDAR'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE CALENDAR-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   IF CLD-DESC NOT = SPACES
                       MOVE CLD-DESC TO CAL-DESC
                   END-IF
                   REWRITE CALENDAR-MASTER-RECORD
                   MOVE 'CHANGED'                  TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE CALENDAR-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'C'                    TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-READ.
      ******************************************************************
       2400-DELETE-HOLIDAY.
                   MOVE 'DATE NOT ON CALENDAR'     TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE CALENDAR-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   DELETE CALENDAR-MASTER RECORD
                   MOVE 'DELETED'                  TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES                 TO AUD-AFTER-IMAGE
                   MOVE 'D'                    TO AUD-ACTION
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
           MOVE 'CALMAST'     TO AUD-MASTER-ID.
           MOVE CLD-DATE      TO AUD-KEY.
           MOVE CLD-ACTION    TO AUD-CARD-ACTION.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           COMPUTE AUD-RUN-TIME = WS-CURR-HH * 10000
                                + WS-CURR-MN * 100
                                + WS-CURR-SS.
           MOVE CLD-OPERATOR  TO AUD-OPERATOR.
           MOVE 'FAPCOB94'    TO AUD-PROGRAM.
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

           CLOSE CALENDAR-MASTER.
           CLOSE CALENDAR-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.

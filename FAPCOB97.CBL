      *          MAINT01   2026/08/21 VER 2.
      *          CARRY THE OWNING DEPARTMENT CODE ON THE CARD AND
      *          THE MASTER FOR REPORT BURSTING.
      *          MAINT01   2026/10/15 VER 3.
      *          EVERY CARD MUST CARRY THE REQUESTING OPERATOR ID IN
      *          COLUMNS 60-67.  EVERY ADD, CHANGE, AND DEACTIVATION
      *          APPLIED TO CATMAST APPENDS A BEFORE / AFTER IMAGE
      *          AUDIT RECORD (FAPAUD) TO MAINTAUD FOR THE FAPCOB80
      *          AUDIT INQUIRY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-REPORT-FILE ASSIGN TO CATMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO MAINTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  CCD-CODE                 PIC X(20).
           02  CCD-DESC                 PIC X(30).
           02  CCD-DEPT                 PIC X(8).
           02  CCD-OPERATOR             PIC X(8).
           02  FILLER                   PIC X(13).

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
           02  MNT-DEPT              PIC X(8).
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
           02  WS-CATEGORY-MASTER-STATUS   PIC X(2)  VALUE '00'.
           02  WS-CATEGORY-CARD-STATUS     PIC X(2)  VALUE '00'.
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
               DISPLAY 'FAPCOB97 UNABLE TO OPEN MAINTAUD - STATUS '
                   WS-MAINT-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CARD-IN-SW.
           MOVE ZERO   TO LINES-WRITTEN.
           MOVE ZERO   TO PAGE-COUNT.
           MOVE CCD-CODE  TO MNT-CODE.
           MOVE CCD-DESC  TO MNT-DESC.
           MOVE CCD-DEPT  TO MNT-DEPT.
           MOVE CCD-OPERATOR TO MNT-OPERATOR.
           IF CCD-CODE = SPACES
               MOVE 'BLANK CATEGORY CODE' TO MNT-RESULT
               ADD 1 TO WS-CARDS-IN-ERROR
           ELSE
               IF CCD-OPERATOR = SPACES
                   MOVE 'OPERATOR ID REQUIRED' TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               ELSE
                   IF CARD-ADD
                       PERFORM 2200-ADD-CATEGORY
                   ELSE
                       IF CARD-CHANGE
                           PERFORM 2300-CHANGE-CATEGORY
                       ELSE
                           IF CARD-DEACTIVATE
                               PERFORM 2400-DEACTIVATE-CATEGORY
                           ELSE
                               MOVE 'INVALID ACTION CODE'
                                   TO MNT-RESULT
                               ADD 1 TO WS-CARDS-IN-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
               NOT INVALID KEY
                   MOVE 'ADDED'                      TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES                 TO AUD-BEFORE-IMAGE
                   MOVE CATEGORY-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'A'                    TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-WRITE.
      ******************************************************************
       2300-CHANGE-CATEGORY.
                   MOVE 'CATEGORY NOT ON MASTER' TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE CATEGORY-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   IF CCD-DESC NOT = SPACES
                       MOVE CCD-DESC TO CAT-DESC
                   END-IF
                   REWRITE CATEGORY-MASTER-RECORD
                   MOVE 'CHANGED'                TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE CATEGORY-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'C'                    TO AUD-ACTION
                   PERFORM 2600-WRITE-AUDIT-RECORD
           END-READ.
      ******************************************************************
       2400-DEACTIVATE-CATEGORY.
                   MOVE 'CATEGORY NOT ON MASTER' TO MNT-RESULT
                   ADD 1 TO WS-CARDS-IN-ERROR
               NOT INVALID KEY
                   MOVE CATEGORY-MASTER-RECORD TO AUD-BEFORE-IMAGE
                   MOVE 'I' TO CAT-STATUS
                   REWRITE CATEGORY-MASTER-RECORD
                   MOVE 'DEACTIVATED'            TO MNT-RESULT
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE CATEGORY-MASTER-RECORD TO AUD-AFTER-IMAGE
                   MOVE 'S'                    TO AUD-ACTION
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
           MOVE 'CATMAST'     TO AUD-MASTER-ID.
           MOVE CCD-CODE      TO AUD-KEY.
           MOVE CCD-ACTION    TO AUD-CARD-ACTION.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           COMPUTE AUD-RUN-TIME = WS-CURR-HH * 10000
                                + WS-CURR-MN * 100
                                + WS-CURR-SS.
           MOVE CCD-OPERATOR  TO AUD-OPERATOR.
           MOVE 'FAPCOB97'    TO AUD-PROGRAM.
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

           CLOSE CATEGORY-MASTER.
           CLOSE CATEGORY-CARD-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.

      *          YTD RESET MAKES THE BALANCE MOVEMENT IDENTITY
      *          MEANINGLESS, SO IT IS REPLACED BY A PRINTED NOTE
      *          AND THAT NIGHT IS CERTIFIED MANUALLY.
      *          MAINT01   2026/10/15 VER 2.
      *          READ THE POSTING JOURNAL (PSTJRNL) FOR FAPCOB82
      *          ACCOUNT MERGE TRANSFERS JOURNALED ON THE CERTIFIED
      *          DATE AND PROVE THEY NET TO ZERO - A MERGE MOVES
      *          MONEY BETWEEN ACCOUNTS BUT NEVER CREATES OR LOSES
      *          ANY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL BALANCE-AFTER-FILE ASSIGN TO BALAFTER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-AFTER-STATUS.
           SELECT OPTIONAL POSTING-JOURNAL-FILE ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                                            SIGN IS TRAILING.
           02  FILLER                   PIC X(10).

       FD  POSTING-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY FAPJRN.

       FD  RUN-CONTROL-FILE.
       COPY FAPRUN.

               88  BEFORE-AT-END     VALUE 'EOF'.
           02  WS-BAL-AFTER-SW       PIC X(3).
               88  AFTER-AT-END      VALUE 'EOF'.
           02  WS-JOURNAL-IN-SW      PIC X(3).
               88  JOURNAL-AT-END    VALUE 'EOF'.
      *    VALUES PARSED OFF THE FAPCOB99 AUDIT TRAIL.
       01  AUDIT-PARSED-FIELDS.
      *    THE SWITCH PROVES AN AUDIT TRAIL WAS ACTUALLY PRESENTED;
           02  WS-BAL-BEFORE-TOTAL   PIC S9(13)V99 VALUE ZERO.
           02  WS-BAL-AFTER-TOTAL    PIC S9(13)V99 VALUE ZERO.
           02  WS-BAL-MOVEMENT       PIC S9(13)V99 VALUE ZERO.
      *    EACH MERGE JOURNALS THE OLD ACCOUNT NEGATIVE AND THE NEW
      *    ONE POSITIVE FOR THE SAME AMOUNT, SO THE DAY'S MERGE
      *    ENTRIES MUST SUM TO ZERO.
       01  MERGE-JOURNAL-FIELDS.
           02  WS-MERGE-ENTRIES      PIC 9(7)      VALUE ZERO.
           02  WS-MERGE-NET          PIC S9(13)V99 VALUE ZERO.
       01  PERIOD-MODE-FIELDS.
           02  WS-RUN-DATE-YMD       PIC 9(8)      VALUE ZERO.
           02  WS-AUD-RUN-DATE.
           02  WS-BALANCE-BEFORE-STATUS    PIC X(2)  VALUE '00'.
           02  WS-BALANCE-AFTER-STATUS     PIC X(2)  VALUE '00'.
           02  WS-RUN-CONTROL-STATUS       PIC X(2)  VALUE '00'.
           02  WS-POSTING-JOURNAL-STATUS   PIC X(2)  VALUE '00'.
           02  WS-RECON-REPORT-STATUS      PIC X(2)  VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 5000-READ-AGING-SUMMARY.
           PERFORM 6000-READ-RECYCLE-TRAILER.
           PERFORM 6500-SUM-BALANCE-IMAGES.
           PERFORM 6800-SUM-MERGE-JOURNAL.
           PERFORM 8000-PRINT-CERTIFICATE.
           PERFORM 9000-TERMINATE-PROCESS.
           GOBACK.
           OPEN INPUT  RECYCLE-IN-FILE.
           OPEN INPUT  BALANCE-BEFORE-FILE.
           OPEN INPUT  BALANCE-AFTER-FILE.
           OPEN INPUT  POSTING-JOURNAL-FILE.
           OPEN INPUT  RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               AND WS-RUN-CONTROL-STATUS NOT = '05'
                   ADD BAF-YTD-AMOUNT4 TO WS-BAL-AFTER-TOTAL
                   ADD BAF-YTD-AMOUNT5 TO WS-BAL-AFTER-TOTAL
           END-READ.
      ******************************************************************
       6800-SUM-MERGE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-IN-SW.
           PERFORM 6900-READ-JOURNAL-RECORD
               UNTIL JOURNAL-AT-END.
      ******************************************************************
       6900-READ-JOURNAL-RECORD.
           READ POSTING-JOURNAL-FILE
               AT END
                   SET JOURNAL-AT-END TO TRUE
               NOT AT END
                   IF PJR-RUN-DATE = WS-RUN-DATE-YMD
                       AND (JOURNAL-MERGE-MTD OR JOURNAL-MERGE-YTD)
                       ADD 1           TO WS-MERGE-ENTRIES
                       ADD PJR-AMOUNT4 TO WS-MERGE-NET
                       ADD PJR-AMOUNT5 TO WS-MERGE-NET
                   END-IF
           END-READ.
      ******************************************************************
       7000-DE-EDIT-VALUE.
      *    TURNS AN EDITED REPORT FIGURE BACK INTO A NUMBER: DIGITS
               PERFORM 8200-WRITE-IDENTITY-LINE
           END-IF.

           MOVE 'ACCOUNT MERGE TRANSFERS NET TO ZERO'
               TO CRT-LABEL.
           MOVE ZERO         TO WS-EXPECTED-AMOUNT.
           MOVE WS-MERGE-NET TO WS-ACTUAL-AMOUNT.
           PERFORM 8200-WRITE-IDENTITY-LINE.

           IF NOT RECYCLE-TRAILER-FOUND
               MOVE SPACES TO CERTIFICATE-TEXT-LINE
               MOVE 'NOTE: NO TRAILER FOUND ON RECYCIN'
           CLOSE RECYCLE-IN-FILE.
           CLOSE BALANCE-BEFORE-FILE.
           CLOSE BALANCE-AFTER-FILE.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE RECON-REPORT-FILE.
           IF WS-IDENTITY-BREAKS > ZERO

      ******************************************************************
      *    FAPSCH    - FEEDER SCORECARD HISTORY RECORD LAYOUT          *
      *    KEYED ON RUN DATE, SOURCE SYSTEM (HDR-SOURCE-SYSTEM OF THE  *
      *    EXTRACT SET), REGION, ROW TYPE, AND REJECT REASON.  WRITTEN *
      *    BY FAPCOB99 AT THE END OF EVERY RUN AND PURGED ON A ROLLING *
      *    RETENTION WINDOW.  READ BY THE FAPCOB79 FEEDER SCORECARD.   *
      ******************************************************************
      *    EACH SOURCE AND REGION HAS ONE T (TOTAL) ROW PER RUN WITH
      *    A BLANK REASON CARRYING ALL THE COUNTS, PLUS ONE R (REASON)
      *    ROW FOR EACH REJECT REASON SEEN, WHOSE ONLY COUNT IS
      *    SCH-RECORDS-REJECTED.  READ = ACCEPTED + FILTERED +
      *    REJECTED + DUPLICATE + HELD ON A T ROW.
       01  SCORECARD-HISTORY-RECORD.
           02  SCH-KEY.
               03  SCH-RUN-DATE      PIC 9(8).
               03  SCH-SOURCE        PIC X(8).
               03  SCH-REGION        PIC X(1).
                   88  SCH-EAST          VALUE 'E'.
                   88  SCH-CENTRAL       VALUE 'C'.
                   88  SCH-WEST          VALUE 'W'.
               03  SCH-ROW-TYPE      PIC X(1).
                   88  SCH-FEEDER-TOTAL  VALUE 'T'.
                   88  SCH-REASON-ROW    VALUE 'R'.
               03  SCH-REASON        PIC X(30).
           02  SCH-RECORDS-READ      PIC 9(7).
           02  SCH-RECORDS-ACCEPTED  PIC 9(7).
           02  SCH-RECORDS-FILTERED  PIC 9(7).
           02  SCH-RECORDS-REJECTED  PIC 9(7).
           02  SCH-RECORDS-DUPLICATE PIC 9(7).
           02  SCH-RECORDS-HELD      PIC 9(7).
           02  FILLER                PIC X(10).

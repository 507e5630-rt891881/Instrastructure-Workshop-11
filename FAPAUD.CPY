      ******************************************************************
      *    FAPAUD    - REFERENCE MASTER MAINTENANCE AUDIT RECORD       *
      *    ONE RECORD PER ADD, CHANGE, STATUS CHANGE, OR DELETE        *
      *    APPLIED TO ACCTMAST, CALMAST, RATEMAST, CATMAST, OR         *
      *    LIMMAST.  APPENDED TO MAINTAUD BY FAPCOB92, FAPCOB94,       *
      *    FAPCOB96, FAPCOB97, AND FAPCOB77, AND FOR ACCOUNT STATUS    *
      *    CHANGES BY THE FAPCOB82 MERGE AND THE FAPCOB93 BACKOUT.     *
      *    PERMANENT - NEVER PURGED.                                   *
      *    READ BY THE FAPCOB80 AUDIT INQUIRY.                         *
      ******************************************************************
      *    THE BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE
      *    ARE SPACES.  IMAGES ARE THE MASTER RECORD AS STORED, LEFT
      *    JUSTIFIED; THE LONGEST MASTER RECORD IS 60 BYTES.
       01  MAINTENANCE-AUDIT-RECORD.
           02  AUD-MASTER-ID         PIC X(8).
               88  AUD-ACCOUNT-MASTER    VALUE 'ACCTMAST'.
               88  AUD-CALENDAR-MASTER   VALUE 'CALMAST'.
               88  AUD-RATE-MASTER       VALUE 'RATEMAST'.
               88  AUD-CATEGORY-MASTER   VALUE 'CATMAST'.
               88  AUD-LIMIT-MASTER      VALUE 'LIMMAST'.
      *    THE RECORD KEY AS STORED - CURRENCY PLUS EFFECTIVE DATE
      *    FOR RATEMAST, THE CCYYMMDD DATE FOR CALMAST.  FOR LIMMAST
      *    IT IS THE SCOPE PLUS ACCOUNT OR DEPARTMENT ONLY; THE
      *    CATEGORY IS IN THE IMAGES.
           02  AUD-KEY               PIC X(20).
           02  AUD-ACTION            PIC X(1).
               88  AUD-ADD           VALUE 'A'.
               88  AUD-CHANGE        VALUE 'C'.
               88  AUD-STATUS-CHANGE VALUE 'S'.
               88  AUD-DELETE        VALUE 'D'.
      *    ACTION CODE AS PUNCHED ON THE MAINTENANCE CARD.
           02  AUD-CARD-ACTION       PIC X(1).
           02  AUD-RUN-DATE          PIC 9(8).
           02  AUD-RUN-TIME          PIC 9(6).
           02  AUD-OPERATOR          PIC X(8).
           02  AUD-PROGRAM           PIC X(8).
           02  AUD-BEFORE-IMAGE      PIC X(60).
           02  AUD-AFTER-IMAGE       PIC X(60).
           02  FILLER                PIC X(20).

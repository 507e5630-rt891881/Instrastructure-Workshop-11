      ******************************************************************
      *    FAPGLS    - GL EXTRACT STATUS RECORD LAYOUT                 *
      *    KEYED ON EXTRACT DATE AND SOURCE PROGRAM (THE GLOUT HDR     *
      *    DATE AND PROGRAM - FAPCOB99 NIGHTLY, FAPCOB86 FX REVAL).    *
      *    MAINTAINED BY FAPCOB78: REGISTERED FROM EACH EXTRACT'S      *
      *    TRAILER WHEN SENT, UPDATED FROM THE LEDGER'S ACKNOWLEDGMENT,*
      *    AND AGED IN BUSINESS DAYS WHILE NO ACKNOWLEDGMENT ARRIVES.  *
      ******************************************************************
      *    GLS-SENT = SENT, WAITING; GLS-OUTSTANDING = SENT AND STILL
      *    WAITING PAST THE BUSINESS-DAY THRESHOLD; GLS-ACKNOWLEDGED =
      *    EVERY RECORD POSTED; GLS-PART-REJECTED = THE LEDGER REJECTED
      *    AT LEAST ONE JOURNAL LINE.  GLS-TOTALS-AGREE WHEN ACCEPTED
      *    PLUS REJECTED EQUALS THE TRAILER COUNT AND HASH AND THE
      *    ERROR LINES RECEIVED EQUAL THE REJECTED COUNT.
       01  GL-STATUS-RECORD.
           02  GLS-KEY.
               03  GLS-EXTRACT-DATE  PIC 9(8).
               03  GLS-SOURCE        PIC X(8).
           02  GLS-STATUS            PIC X(1).
               88  GLS-SENT              VALUE 'S'.
               88  GLS-OUTSTANDING       VALUE 'O'.
               88  GLS-ACKNOWLEDGED      VALUE 'A'.
               88  GLS-PART-REJECTED     VALUE 'P'.
               88  GLS-AWAITING-ACK      VALUE 'S' 'O'.
           02  GLS-SENT-DATE         PIC 9(8).
           02  GLS-RECORD-COUNT      PIC 9(7).
           02  GLS-HASH-AMOUNT       PIC S9(13)V99 SIGN IS TRAILING.
           02  GLS-NET-AMOUNT        PIC S9(13)V99 SIGN IS TRAILING.
           02  GLS-ACK-RECEIVED-DATE PIC 9(8).
           02  GLS-LEDGER-DATE       PIC 9(8).
           02  GLS-ACCEPTED-COUNT    PIC 9(7).
           02  GLS-ACCEPTED-AMOUNT   PIC 9(13)V99.
           02  GLS-REJECTED-COUNT    PIC 9(7).
           02  GLS-REJECTED-AMOUNT   PIC 9(13)V99.
           02  GLS-ERROR-LINES       PIC 9(5).
           02  GLS-AGREE-SW          PIC X(1).
               88  GLS-TOTALS-AGREE      VALUE 'Y'.
               88  GLS-TOTALS-DISAGREE   VALUE 'N'.
           02  GLS-BUSINESS-DAYS     PIC 9(3).
           02  FILLER                PIC X(19).

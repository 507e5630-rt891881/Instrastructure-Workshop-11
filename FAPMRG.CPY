      ******************************************************************
      *    FAPMRG    - ACCOUNT MERGE CROSS-REFERENCE RECORD LAYOUT     *
      *    KEYED ON ACCOUNT, LINK TYPE, AND LINKED ACCOUNT.  WRITTEN   *
      *    BY THE FAPCOB82 ACCOUNT MERGE AS A PAIR PER MERGE: THE      *
      *    SUCCESSOR CARRIES A P LINK TO EACH PREDECESSOR (CHAINS ARE  *
      *    FLATTENED, SO EARLIER PREDECESSORS ARE LINKED DIRECTLY)     *
      *    AND EACH PREDECESSOR AN S LINK TO ITS SUCCESSOR.  HISTORY   *
      *    STAYS UNDER THE PREDECESSOR KEY; FAPCOB91 STATEMENTS AND    *
      *    THE FAPCOB99 DUPLICATE CHECK FOLLOW THE P LINKS TO IT.      *
      ******************************************************************
       01  MERGE-XREF-RECORD.
           02  MXR-KEY.
               03  MXR-ACCOUNT       PIC X(8).
               03  MXR-LINK-TYPE     PIC X(1).
                   88  MXR-PREDECESSOR-LINK  VALUE 'P'.
                   88  MXR-SUCCESSOR-LINK    VALUE 'S'.
               03  MXR-LINKED-ACCOUNT PIC X(8).
           02  MXR-MERGE-DATE        PIC 9(8).
           02  MXR-MERGE-TIME        PIC 9(6).
           02  FILLER                PIC X(9).

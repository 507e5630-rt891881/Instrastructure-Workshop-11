      ******************************************************************
      *    FAPPND    - PENDING-APPROVAL ITEM RECORD LAYOUT             *
      *    ONE TRANSACTION HELD BY FAPCOB99 FOR BREAKING A FAPLIM      *
      *    LIMIT.  WRITTEN TO PENDOUT BY FAPCOB99; CARRIED ON THE      *
      *    PENDING QUEUE (PENDIN / PENDQUE) AND DISPOSED OF BY THE     *
      *    FAPCOB76 APPROVAL RUN.                                      *
      ******************************************************************
      *    PND-TRANSACTION IS THE DETAIL AS THE FEEDER SENT IT, IN
      *    THE RAW-TRANS-RECORD FIELD ORDER, SO AN APPROVED ITEM IS
      *    RELEASED UNCHANGED.  AMOUNTS ARE BASE CURRENCY.  KEY PLUS
      *    TRANSACTION DATE IDENTIFIES AN ITEM, AS ON HISTMAST.
       01  PENDING-ITEM-RECORD.
           02  PND-TRANSACTION.
               03  PND-KEY           PIC X(8).
               03  PND-FIELD2        PIC X(10).
               03  PND-CATEGORY      PIC X(20).
               03  PND-AMOUNT4       PIC S9(6)V99 SIGN IS TRAILING.
               03  PND-AMOUNT5       PIC S9(6)V99 SIGN IS TRAILING.
               03  PND-DATE          PIC 9(8).
               03  PND-CURRENCY      PIC X(3).
           02  PND-SOURCE            PIC X(8).
           02  PND-REGION            PIC X(1).
           02  PND-HELD-DATE         PIC 9(8).
           02  PND-REASON            PIC X(30).
           02  PND-BASE-AMOUNT       PIC 9(11)V99.
           02  PND-LIMIT-AMOUNT      PIC 9(9)V99.
           02  PND-LIMIT-SCOPE       PIC X(1).
           02  PND-LIMIT-OWNER       PIC X(8).
           02  PND-LIMIT-CATEGORY    PIC X(20).
           02  FILLER                PIC X(5).

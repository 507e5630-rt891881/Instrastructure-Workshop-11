      ******************************************************************
      *    FAPLIM    - TRANSACTION LIMIT MASTER RECORD LAYOUT          *
      *    KEYED ON SCOPE (ACCOUNT OR DEPARTMENT DEFAULT), THE ACCOUNT *
      *    KEY OR ACC-DEPT, AND CATEGORY (BLANK = EVERY CATEGORY THE   *
      *    OWNER HAS NO LIMIT OF ITS OWN FOR).  MAINTAINED BY FAPCOB77,*
      *    READ BY FAPCOB99 TO HOLD OVER-LIMIT TRANSACTIONS FOR        *
      *    SUPERVISOR APPROVAL (FAPCOB76).                             *
      ******************************************************************
      *    LIMITS ARE BASE-CURRENCY AMOUNTS COMPARED WITH THE CONVERTED
      *    AMOUNT4 PLUS AMOUNT5 OF A TRANSACTION; ZERO MEANS NO LIMIT
      *    OF THAT KIND.  THE FIRST 60 BYTES ARE THE MAINTAINED LIMIT
      *    (THE FAPAUD AUDIT IMAGE).
      *    A DAILY LIMIT APPLIES TO EACH ACCOUNT SEPARATELY, EVEN WHEN
      *    IT COMES FROM A DEPARTMENT DEFAULT, SO THE DAY'S USAGE IS
      *    NOT KEPT ON THE LIMIT RECORD.  FAPCOB99 KEEPS IT ON A USAGE
      *    RECORD OF ITS OWN (SCOPE U, THE ACCOUNT KEY, AND THE
      *    CATEGORY OF THE LIMIT THAT APPLIED): THE AMOUNT POSTED ON
      *    THE RUN DATE IN LIM-USED-DATE, RESTARTED AT ZERO ON THE
      *    FIRST POSTING OF EACH NEW RUN DATE.  FAPCOB93 TAKES A
      *    BACKED-OUT DAY'S POSTINGS BACK OFF IT.  USAGE RECORDS CARRY
      *    NO LIMITS AND ARE NOT MAINTAINED BY CARD; THE USAGE AREA OF
      *    AN A OR D RECORD IS ZERO.
       01  LIMIT-MASTER-RECORD.
           02  LIM-LIMIT-AREA.
               03  LIM-KEY.
                   04  LIM-SCOPE     PIC X(1).
                       88  LIM-ACCOUNT-LIMIT VALUE 'A'.
                       88  LIM-DEPT-DEFAULT  VALUE 'D'.
                       88  LIM-ACCOUNT-USAGE VALUE 'U'.
                   04  LIM-OWNER     PIC X(8).
                   04  LIM-CATEGORY  PIC X(20).
               03  LIM-SINGLE-LIMIT  PIC 9(9)V99.
               03  LIM-DAILY-LIMIT   PIC 9(9)V99.
               03  FILLER            PIC X(9).
           02  LIM-USAGE-AREA.
               03  LIM-USED-DATE     PIC 9(8).
               03  LIM-USED-AMOUNT   PIC 9(11)V99.
           02  FILLER                PIC X(19).

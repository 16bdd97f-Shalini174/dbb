      *                  ACCOUNT WITH AN APPROVED OVERDRAFT LIMIT
      *                  ON THE MASTER MAY CARRY A NEGATIVE
      *                  POSITION UP TO THAT LIMIT.
      * 2026-10-15  DJ   ADDED BRANCH-NUMBER AND TELLER-ID - THE
      *                  BRANCH AND TELLER / OPERATOR THE TRANSACTION
      *                  WAS ENTERED UNDER.  HELLO STAMPS BOTH ON
      *                  EVERY JOURNAL RECORD THE CALL WRITES.
      * 2026-10-15  DJ   ADDED ACTION 'CLOSEOUT' - THE CLOSE-OUT
      *                  PAYOUT CLOSEGEN GENERATES.  IT TRANSFERS THE
      *                  WHOLE BALANCE LESS THE CLOSING FEE TO
      *                  TO-ACCOUNT-NUMBER; HELLO SIZES AMOUNT ITSELF.
      *                  A HOLD STILL ACTIVE, OR A BALANCE SHORT OF THE
      *                  FEE, RETURNS RC-INSUFFICIENT-FUNDS.
      ******************************************************************
       01  RCV-PARMS.
           02  ACCOUNT-NUMBER      PIC 9(10) VALUE ZERO.
           02  HOLD-EXPIRY-DATE    PIC 9(08) VALUE ZERO.
           02  ORIG-POST-DATE      PIC 9(08) VALUE ZERO.
           02  ORIG-POST-TIME      PIC 9(08) VALUE ZERO.
           02  BRANCH-NUMBER       PIC 9(04) VALUE ZERO.
           02  TELLER-ID           PIC X(08) VALUE SPACES.

      * MNTREC.CPY                                                    *
      * MNT-REC - ONE ACCOUNT MAINTENANCE TRANSACTION READ BY ACCTMNT  *
      *           FROM THE DAILY MAINTENANCE FILE (MNTIN).  MNT-ACTION *
      *           IS ONE OF OPEN, CLOSE, FREEZE, UNFREEZE, CHGTYPE,    *
      *           SETODLIM, OR ONE OF THE CUSTOMER ACTIONS CUSTADD,    *
      *           CUSTCHG, CUSTLINK AND CUSTUNLK, OR SETTAXID, OR      *
      *           CLOSEOUT.                                            *
      *           MNT-ACCT-TYPE AND MNT-CURRENCY-CODE ARE ONLY USED BY *
      *           OPEN AND CHGTYPE; THE OTHER ACTIONS LEAVE THEM       *
      *           BLANK.                                               *
      *                  WITHDRAWN WITH ZERO) ON AN ACCOUNT.  OPEN
      *                  ALSO HONORS THE FIELD.  RECORD LENGTH
      *                  UNCHANGED.
      * 2026-10-15  DJ   WIDENED TO 180 BYTES - ADDED MNT-CUST-NUMBER
      *                  AND MNT-CUST-ROLE FOR THE CUSTOMER MASTER
      *                  ACTIONS (CUSTADD/CUSTCHG CARRY THE NAME AND
      *                  ADDRESS IN THE EXISTING FIELDS; CUSTLINK/
      *                  CUSTUNLK NAME THE ACCOUNT).  OPEN LINKS THE
      *                  NEW ACCOUNT TO MNT-CUST-NUMBER WHEN KEYED.
      * 2026-10-15  DJ   WIDENED TO 200 BYTES - ADDED MNT-TAXPAYER-ID
      *                  AND MNT-WITHHOLD-STATUS, SET BY ACTION
      *                  SETTAXID AND HONORED ON OPEN.  EITHER MAY BE
      *                  LEFT BLANK ON SETTAXID TO KEEP WHAT IS ON
      *                  FILE.
      * 2026-10-15  DJ   ADDED MNT-PAYOUT-ACCT AND MNT-BRANCH-NUMBER FOR
      *                  ACTION CLOSEOUT - THE ACCOUNT THE RESIDUAL
      *                  BALANCE IS PAID TO (ZERO FOR AN OFFICIAL
      *                  CHEQUE) AND THE BRANCH THAT TOOK THE REQUEST.
      *                  RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  MNT-REC.
           02  MNT-SEQ-NUMBER         PIC 9(06).
           02  MNT-ADDR-LINE-2        PIC X(30).
           02  MNT-CITY-STATE-ZIP     PIC X(30).
           02  MNT-OD-LIMIT           PIC 9(7)V99.
           02  MNT-CUST-NUMBER        PIC 9(10).
           02  MNT-CUST-ROLE          PIC X(01).
           02  MNT-TAXPAYER-ID        PIC X(09).
           02  MNT-WITHHOLD-STATUS    PIC X(01).
           02  MNT-PAYOUT-ACCT        PIC 9(10).
           02  MNT-BRANCH-NUMBER      PIC 9(04).
           02  FILLER                 PIC X(05).

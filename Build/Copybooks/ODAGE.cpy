      ******************************************************************
      * ODAGE.CPY                                                     *
      * ODAGE-REC - ONE RECORD PER OVERDRAWN ACCOUNT ON THE OVERDRAFT  *
      *             AGING FILE (ODAGE), KEYED BY ODA-ACCT-NUMBER.      *
      *             THE NIGHTLY COLLECTIONS STEP (ODCOLL) ADDS THE     *
      *             RECORD THE FIRST NIGHT AN ACCOUNT CLOSES WITH A    *
      *             NEGATIVE ACCT-BALANCE, STEPS ODA-DAYS-OVERDRAWN    *
      *             BY ONE FOR EVERY NIGHT IT STAYS NEGATIVE, AND      *
      *             ADDS THE DAY'S 'ODINTEREST' POSTINGS TO            *
      *             ODA-OD-INT-CHARGED.  THE RECORD IS DELETED - THE   *
      *             COUNTER RESET - THE FIRST NIGHT THE ACCOUNT        *
      *             CLOSES BACK IN CREDIT OR AT ZERO.  ODA-FROZEN-DATE *
      *             IS THE DATE ODCOLL MOVED THE ACCOUNT TO FROZEN     *
      *             FOR BEING OVERDRAWN TOO LONG, ZERO UNTIL THEN.     *
      *             ODA-LAST-RUN-DATE STOPS A RERUN OF THE STEP        *
      *             COUNTING THE SAME NIGHT TWICE.                     *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  ODAGE-REC.
           02  ODA-ACCT-NUMBER        PIC 9(10).
           02  ODA-DAYS-OVERDRAWN     PIC 9(05).
           02  ODA-OD-SINCE-DATE      PIC 9(08).
           02  ODA-OD-INT-CHARGED     PIC 9(7)V99.
           02  ODA-LAST-RUN-DATE      PIC 9(08).
           02  ODA-FROZEN-DATE        PIC 9(08).
           02  FILLER                 PIC X(12).

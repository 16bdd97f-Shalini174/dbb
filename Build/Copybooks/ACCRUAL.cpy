      ******************************************************************
      * ACCRUAL.CPY                                                   *
      * ACCRUAL-REC - ONE RECORD PER ACCOUNT ON THE INTEREST ACCRUAL   *
      *               FILE (ACCRUAL), KEYED BY ACR-ACCT-NUMBER.        *
      *               THE NIGHTLY ACCRUAL STEP (INTACCR) ADDS ONE      *
      *               DAY'S INTEREST ON THE CLOSING ACCT-BALANCE -     *
      *               CREDIT INTEREST AT THE INTRATE RATE WHILE THE    *
      *               BALANCE IS POSITIVE, OVERDRAFT INTEREST AT THE   *
      *               ODRATE RATE WHILE IT IS NEGATIVE - INTO THE      *
      *               MATCHING BUCKET.  THE BUCKETS CARRY FIVE         *
      *               DECIMAL PLACES SO THE DAILY FRACTIONS OF A CENT  *
      *               ARE NOT LOST; HELLO ROUNDS THEM TO CENTS WHEN    *
      *               THE MONTH-END INTEREST POSTING PAYS OR CHARGES   *
      *               THEM, THEN ZEROES BOTH BUCKETS AND STAMPS        *
      *               ACR-LAST-CAP-DATE.  ACR-LAST-ACCRUAL-DATE STOPS  *
      *               A RERUN OF THE ACCRUAL STEP ACCRUING THE SAME    *
      *               DAY TWICE.                                       *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  ACCRUAL-REC.
           02  ACR-ACCT-NUMBER        PIC 9(10).
           02  ACR-CREDIT-ACCRUED     PIC 9(7)V9(5).
           02  ACR-OD-ACCRUED         PIC 9(7)V9(5).
           02  ACR-DAYS-ACCRUED       PIC 9(03).
           02  ACR-LAST-ACCRUAL-DATE  PIC 9(08).
           02  ACR-LAST-CAP-DATE      PIC 9(08).
           02  FILLER                 PIC X(10).

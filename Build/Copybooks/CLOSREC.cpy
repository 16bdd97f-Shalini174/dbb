      ******************************************************************
      * CLOSREC.CPY                                                   *
      * CLOSE-REC - ONE RECORD PER ACCOUNT ON THE CLOSE-OUT FILE       *
      *             (CLOSEOUT), KEYED BY CLO-ACCT-NUMBER.  ACCTMNT     *
      *             ADDS IT, STATUS PENDING, FOR A CLOSEOUT ACTION,    *
      *             WITH THE BRANCH THAT TOOK THE REQUEST AND THE      *
      *             NOMINATED PAYOUT ACCOUNT (ZERO FOR AN OFFICIAL     *
      *             CHEQUE).  EACH NIGHT WHILE IT IS PENDING CLOSEGEN  *
      *             GENERATES THE SETTLEMENT - ACCRUED INTEREST, A     *
      *             RELEASE FOR EVERY ACTIVE HOLD AND THE PAYOUT OF    *
      *             THE RESIDUAL BALANCE TO CLO-PAYOUT-TO-ACCT -       *
      *             STEPS CLO-ATTEMPT-COUNT, CLEARS THE SETTLEMENT     *
      *             AMOUNTS AND SETS CLO-SETTLE-SW TO 'G'.  AFTER THE  *
      *             POSTING RUN CLOSESTL FILLS THE AMOUNTS IN FROM     *
      *             THE JOURNAL FOR EVERY 'G' RECORD, SETS THE SWITCH  *
      *             TO 'S' SO A RERUN CANNOT COUNT THEM TWICE, AND     *
      *             EITHER SETS THE ACCOUNT CLOSED (CLO-STATUS 'C',    *
      *             CLOSED DATE STAMPED) OR LEAVES IT PENDING WITH THE *
      *             REASON IN CLO-LAST-REASON FOR THE PENDING-CLOSURES *
      *             REPORT.                                            *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  CLOSE-REC.
           02  CLO-ACCT-NUMBER        PIC 9(10).
           02  CLO-STATUS             PIC X(01).
               88  CLO-STATUS-PENDING     VALUE 'P'.
               88  CLO-STATUS-CLOSED      VALUE 'C'.
           02  CLO-REQUEST-DATE       PIC 9(08).
           02  CLO-REQUEST-SEQ        PIC 9(06).
           02  CLO-BRANCH-NUMBER      PIC 9(04).
           02  CLO-PAYOUT-METHOD      PIC X(01).
               88  CLO-PAYOUT-TO-ACCOUNT  VALUE 'A'.
               88  CLO-PAYOUT-BY-CHEQUE   VALUE 'C'.
           02  CLO-NOMINATED-ACCT     PIC 9(10).
           02  CLO-PAYOUT-TO-ACCT     PIC 9(10).
           02  CLO-ATTEMPT-COUNT      PIC 9(03).
           02  CLO-LAST-GEN-DATE      PIC 9(08).
           02  CLO-CLOSED-DATE        PIC 9(08).
           02  CLO-HOLDS-RELEASED     PIC 9(03).
           02  CLO-INTEREST-PAID      PIC S9(7)V99.
           02  CLO-FEE-CHARGED        PIC 9(7)V99.
           02  CLO-PAYOUT-AMOUNT      PIC 9(7)V99.
           02  CLO-PAYOUT-SW          PIC X(01).
               88  CLO-PAYOUT-POSTED      VALUE 'Y'.
           02  CLO-SETTLE-SW          PIC X(01).
               88  CLO-SETTLE-DUE         VALUE 'G'.
           02  CLO-LAST-REASON        PIC X(30).
           02  FILLER                 PIC X(09).

      *                  'ODINTEREST' IS THE OVERDRAFT INTEREST
      *                  CHARGED ON A NEGATIVE BALANCE.  RECORD
      *                  LENGTH UNCHANGED.
      * 2026-10-15  DJ   ADDED JRNL-BRANCH-NUMBER AND JRNL-TELLER-ID -
      *                  THE BRANCH AND TELLER / OPERATOR THE
      *                  TRANSACTION WAS ENTERED UNDER, CARRIED ONTO
      *                  EVERY RECORD THE TRANSACTION PRODUCES,
      *                  INCLUDING THE FEE AND OVERDRAFT INTEREST
      *                  RECORDS HELLO GENERATES.  READ BY BRPROOF
      *                  FOR THE BRANCH PROOF.  RECORD WIDENED 96 TO
      *                  112 BYTES.
      ******************************************************************
       01  JOURNAL-REC.
           02  JRNL-ACCT-NUMBER    PIC 9(10).
               03  JRNL-ORIG-DATE  PIC 9(08).
               03  JRNL-ORIG-TIME  PIC 9(08).
           02  JRNL-OVERDRAFT-FLAG PIC X(01).
           02  JRNL-BRANCH-NUMBER  PIC 9(04).
           02  JRNL-TELLER-ID      PIC X(08).
           02  FILLER              PIC X(06).

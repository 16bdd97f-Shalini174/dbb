      *                  DATE.  ZERO (OR TODAY) POSTS TONIGHT; A
      *                  FUTURE DATE IS WAREHOUSED BY TRANEDIT AND
      *                  RELEASED BY TRANRLSE THE NIGHT IT ARRIVES.
      * 2026-10-15  DJ   WIDENED 88 TO 100 BYTES - ADDED THE ORIGIN
      *                  SYSTEM AND SOURCE SEQUENCE NUMBER.  TRANEDIT
      *                  STAMPS BOTH FROM THE FILE HEADER AND THE
      *                  SEQUENCE AS KEYED, SO THE ITEM'S DISPOSITION
      *                  CAN BE RETURNED TO THE SYSTEM THAT SENT IT
      *                  UNDER ITS OWN NUMBER EVEN AFTER TRANRLSE HAS
      *                  RENUMBERED IT.  BLANK / ZERO ON THE RAW FILE.
      * 2026-10-15  DJ   WIDENED 100 TO 112 BYTES - ADDED THE BRANCH
      *                  NUMBER AND TELLER / OPERATOR ID THE ITEM WAS
      *                  ENTERED UNDER, CHECKED BY TRANEDIT AGAINST
      *                  THE BRANCH TABLE (SEE BRANCH) AND CARRIED BY
      *                  HELLO ONTO EVERY JOURNAL RECORD THE ITEM
      *                  PRODUCES.  STANDING ORDERS CARRY BRANCH 0000
      *                  AND TELLER 'STORDGEN'.
      ******************************************************************
       01  TRAN-REC.
           02  TRAN-SEQ-NUMBER        PIC 9(06).
           02  TRAN-ORIG-POST-DATE    PIC 9(08).
           02  TRAN-ORIG-POST-TIME    PIC 9(08).
           02  TRAN-EFFECTIVE-DATE    PIC 9(08).
           02  TRAN-ORIGIN-SYSTEM     PIC X(08).
           02  TRAN-SOURCE-SEQ        PIC 9(06).
           02  TRAN-BRANCH-NUMBER     PIC 9(04).
           02  TRAN-TELLER-ID         PIC X(08).
           02  FILLER                 PIC X(02).

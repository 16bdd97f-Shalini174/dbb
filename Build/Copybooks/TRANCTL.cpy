      *                  FROM 68 TO 80 BYTES FOR THE REVERSAL ACTION.
      * 2026-09-02  DJ   FILLERS WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 80 TO 88 BYTES FOR THE EFFECTIVE DATE.
      * 2026-10-15  DJ   FILLERS WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 88 TO 100 BYTES FOR THE ORIGIN SYSTEM.
      * 2026-10-15  DJ   FILLERS WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 100 TO 112 BYTES FOR THE BRANCH AND
      *                  TELLER.
      ******************************************************************
       01  TRAN-HEADER-REC.
           02  TRAN-HDR-REC-TYPE      PIC X(03).
           02  TRAN-HDR-FILE-DATE     PIC 9(08).
           02  TRAN-HDR-ORIGIN-SYSTEM PIC X(08).
           02  FILLER                 PIC X(93).
       01  TRAN-TRAILER-REC.
           02  TRAN-TRL-REC-TYPE      PIC X(03).
           02  TRAN-TRL-RECORD-COUNT  PIC 9(09).
           02  TRAN-TRL-AMOUNT-HASH   PIC 9(13)V99.
           02  TRAN-TRL-ACCOUNT-HASH  PIC 9(15).
           02  FILLER                 PIC X(70).

      *   09 HOLD EXPIRY DATE NOT NUMERIC ON HOLD                      *
      *   10 ORIGINAL POSTING DATE/TIME BAD ON REVERSAL                *
      *   11 EFFECTIVE DATE NOT NUMERIC                                *
      *   12 BRANCH MISSING, NOT ON BRANCH TABLE OR CLOSED             *
      *   13 TELLER MISSING, NOT ON TABLE FOR BRANCH OR INACTIVE       *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-09-02  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 80 TO 88 BYTES.  ADDED REASON 11 FOR
      *                  THE NEW EFFECTIVE DATE.
      * 2026-10-15  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 88 TO 100 BYTES FOR THE ORIGIN SYSTEM.
      * 2026-10-15  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 100 TO 112 BYTES.  ADDED REASONS 12 AND
      *                  13 FOR THE NEW BRANCH AND TELLER.
      ******************************************************************
       01  EDIT-REJECT-REC.
           02  REJ-TRAN-IMAGE         PIC X(112).
           02  REJ-REASON-CODE        PIC X(02).
           02  FILLER                 PIC X(10).

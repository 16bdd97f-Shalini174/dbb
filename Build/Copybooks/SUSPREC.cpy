      *                  FROM 68 TO 80 BYTES; RECORD IS NOW 102 BYTES.
      * 2026-09-02  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 80 TO 88 BYTES; RECORD IS NOW 110 BYTES.
      * 2026-10-15  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 88 TO 100 BYTES; RECORD IS NOW 122 BYTES.
      * 2026-10-15  DJ   IMAGE WIDENED TO TRACK TRAN-REC'S GROWTH
      *                  FROM 100 TO 112 BYTES; RECORD IS NOW 134 BYTES.
      ******************************************************************
       01  SUSP-REC.
           02  SUSP-TRAN-IMAGE        PIC X(112).
           02  SUSP-RETURN-CODE       PIC 9(02).
           02  SUSP-REJECT-DATE       PIC 9(08).
           02  SUSP-ATTEMPT-COUNT     PIC 9(02).

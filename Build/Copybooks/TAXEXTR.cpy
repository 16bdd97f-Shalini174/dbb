      ******************************************************************
      * TAXEXTR.CPY                                                   *
      * TAX-DETAIL-REC / TAX-HEADER-REC / TAX-TRAILER-REC - THE        *
      *           YEAR-END INTEREST TAX FILING EXTRACT INTTAX WRITES   *
      *           (ACCTG.PROD.INTTAX.EXTRACT).  ONE 'HDR' RECORD       *
      *           CARRYING THE TAX YEAR AND THE PAYER (THE BANK),      *
      *           ONE 'DTL' RECORD PER ACCOUNT WHOSE INTEREST PAID     *
      *           FOR THE YEAR REACHED THE REPORTING THRESHOLD, THEN   *
      *           ONE 'TRL' RECORD WITH THE DETAIL COUNT AND THE SUM   *
      *           OF TXD-INTEREST-PAID OVER EVERY DETAIL.  THE FIRST   *
      *           THREE BYTES TELL A READER WHICH LAYOUT APPLIES.      *
      *           TXD-INTEREST-PAID IS IN THE ACCOUNT'S CURRENCY       *
      *           (TXD-CURRENCY-CODE), NET OF REVERSALS.  A BLANK      *
      *           TXD-PAYEE-TIN MEANS NONE IS ON FILE.                 *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  TAX-DETAIL-REC.
           02  TXD-REC-TYPE           PIC X(03).
           02  TXD-TAX-YEAR           PIC 9(04).
           02  TXD-PAYEE-TIN          PIC X(09).
           02  TXD-ACCT-NUMBER        PIC 9(10).
           02  TXD-PAYEE-NAME         PIC X(30).
           02  TXD-ADDR-LINE-1        PIC X(30).
           02  TXD-ADDR-LINE-2        PIC X(30).
           02  TXD-CITY-STATE-ZIP     PIC X(30).
           02  TXD-INTEREST-PAID      PIC 9(09)V99.
           02  TXD-CURRENCY-CODE      PIC X(03).
           02  TXD-WITHHOLD-STATUS    PIC X(01).
           02  FILLER                 PIC X(39).
       01  TAX-HEADER-REC.
           02  TXH-REC-TYPE           PIC X(03).
           02  TXH-TAX-YEAR           PIC 9(04).
           02  TXH-PAYER-TIN          PIC X(09).
           02  TXH-PAYER-NAME         PIC X(30).
           02  TXH-RUN-DATE           PIC 9(08).
           02  FILLER                 PIC X(146).
       01  TAX-TRAILER-REC.
           02  TXT-REC-TYPE           PIC X(03).
           02  TXT-TAX-YEAR           PIC 9(04).
           02  TXT-DETAIL-COUNT       PIC 9(09).
           02  TXT-INTEREST-TOTAL     PIC 9(13)V99.
           02  FILLER                 PIC X(169).

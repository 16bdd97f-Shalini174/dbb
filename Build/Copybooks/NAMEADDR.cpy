      *                 ACCOUNT ON THE NAME/ADDRESS FILE (NAMEADDR),   *
      *                 KEYED BY NA-ACCT-NUMBER.  OWNED BY THIS        *
      *                 SYSTEM: ACCTMNT WRITES IT WHEN AN ACCOUNT IS   *
      *                 OPENED (OR ITS OWNER IS LINKED OR CHANGES      *
      *                 ADDRESS ON THE CUSTOMER MASTER), AND HELLOSTM  *
      *                 READS IT TO BUILD THE STATEMENT MAILING BLOCK. *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-08-22  DJ   ORIGINAL LAYOUT.
      * 2026-10-15  DJ   ACCTMNT NOW ALSO REFRESHES THE NAME AND ADDRESS
      *                  FROM THE CUSTOMER MASTER (CUSTMAST) FOR EVERY
      *                  ACCOUNT THE CUSTOMER OWNS.  LAYOUT UNCHANGED.
      * 2026-10-15  DJ   ADDED NA-TAXPAYER-ID AND NA-WITHHOLD-STATUS
      *                  FOR YEAR-END INTEREST TAX REPORTING (INTTAX),
      *                  KEYED ON OPEN OR BY ACTION SETTAXID IN
      *                  ACCTMNT.  A CUSTOMER NAME OR ADDRESS REFRESH
      *                  LEAVES THEM AS THEY STAND.  TAKEN FROM THE
      *                  FILLER - RECORD LENGTH UNCHANGED.  BLANK
      *                  STATUS (EVERY EXISTING RECORD) MEANS NOT
      *                  SUBJECT TO WITHHOLDING.
      ******************************************************************
       01  NAME-ADDR-REC.
           02  NA-ACCT-NUMBER         PIC 9(10).
           02  NA-ADDR-LINE-1         PIC X(30).
           02  NA-ADDR-LINE-2         PIC X(30).
           02  NA-CITY-STATE-ZIP      PIC X(30).
           02  NA-TAXPAYER-ID         PIC X(09).
               88  NA-TIN-MISSING         VALUE SPACES.
           02  NA-WITHHOLD-STATUS     PIC X(01).
               88  NA-WHT-NONE            VALUE ' ' 'N'.
               88  NA-WHT-BACKUP          VALUE 'B'.
               88  NA-WHT-EXEMPT          VALUE 'E'.
               88  NA-WHT-VALID           VALUE ' ' 'N' 'B' 'E'.
           02  FILLER                 PIC X(10).

      ******************************************************************
      * CUSTXREF.CPY                                                   *
      * XREF-REC - ONE RECORD PER ACCOUNT HELD BY A CUSTOMER ON THE    *
      *            ACCOUNT/CUSTOMER CROSS-REFERENCE (CUSTXREF).  THE   *
      *            PRIME KEY IS CUSTOMER THEN ACCOUNT, SO A START ON   *
      *            THE CUSTOMER NUMBER WALKS ALL OF ONE CUSTOMER'S     *
      *            ACCOUNTS; XREF-ACCT-NUMBER IS AN ALTERNATE KEY      *
      *            WITH DUPLICATES (ALTERNATE INDEX PATH ON DD         *
      *            CUSTXRF1) FOR FINDING EVERY CUSTOMER ON ONE         *
      *            ACCOUNT.  XREF-ROLE IS THE CUSTOMER'S STANDING ON   *
      *            THE ACCOUNT; AN ACCOUNT HAS AT MOST ONE OWNER,      *
      *            WHOSE ADDRESS IS THE STATEMENT MAILING ADDRESS ON   *
      *            NAMEADDR.  MAINTAINED BY ACCTMNT (CUSTLINK /        *
      *            CUSTUNLK, AND OPEN WHEN A CUSTOMER IS KEYED).       *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  XREF-REC.
           02  XREF-KEY.
               03  XREF-CUST-NUMBER   PIC 9(10).
               03  XREF-ACCT-NUMBER   PIC 9(10).
           02  XREF-ROLE              PIC X(01).
               88  XREF-OWNER             VALUE 'O'.
               88  XREF-JOINT             VALUE 'J'.
               88  XREF-TRUSTEE           VALUE 'T'.
               88  XREF-ROLE-VALID        VALUE 'O' 'J' 'T'.
           02  XREF-LINKED-DATE       PIC 9(08).
           02  FILLER                 PIC X(11).

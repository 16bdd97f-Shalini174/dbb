      ******************************************************************
      * CUSTMAST.CPY                                                   *
      * CUST-MASTER-REC - ONE RECORD PER CUSTOMER ON THE CUSTOMER      *
      *                   MASTER (CUSTMAST), KEYED BY CUST-NUMBER.  THE*
      *                   CUSTOMER'S ACCOUNTS ARE FOUND THROUGH THE    *
      *                   CROSS-REFERENCE (CUSTXREF).  ACCTMNT ADDS AND*
      *                   CHANGES IT (CUSTADD / CUSTCHG); A CHANGE OF  *
      *                   NAME OR ADDRESS IS CARRIED ONTO THE NAMEADDR *
      *                   RECORD OF EVERY ACCOUNT THE CUSTOMER OWNS SO *
      *                   IT IS KEYED ONCE, NOT ONCE PER ACCOUNT.      *
      *                   LRGTRAN AND HELLOSTM READ IT FOR THE CUSTOMER*
      *                   NAME AND MAILING BLOCK.                      *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  CUST-MASTER-REC.
           02  CUST-NUMBER            PIC 9(10).
           02  CUST-NAME              PIC X(30).
           02  CUST-ADDR-LINE-1       PIC X(30).
           02  CUST-ADDR-LINE-2       PIC X(30).
           02  CUST-CITY-STATE-ZIP    PIC X(30).
           02  CUST-ADDED-DATE        PIC 9(08).
           02  CUST-LAST-MAINT-DATE   PIC 9(08).
           02  FILLER                 PIC X(14).

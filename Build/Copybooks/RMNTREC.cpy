      ******************************************************************
      * RMNTREC.CPY                                                    *
      * RMNT-REC - ONE RATE OR FEE MAINTENANCE TRANSACTION READ BY     *
      *            RATEMNT FROM THE DAILY RATE MAINTENANCE FILE        *
      *            (RMNTIN).  RMN-TABLE NAMES THE TABLE - INTRATE,     *
      *            ODRATE OR FEESCHED - AND RMN-ACTION IS ADD, CHANGE  *
      *            OR DELETE.  THE ROW IS KEYED BY RMN-ACCT-TYPE, AND  *
      *            FOR FEESCHED ALSO BY RMN-FEE-ACTION.  EVERY         *
      *            TRANSACTION TAKES EFFECT FROM RMN-EFFECTIVE-DATE,   *
      *            WHICH MUST BE AFTER THE RUN DATE.  RMN-RATE IS USED *
      *            BY INTRATE AND ODRATE, THE THREE FEE TERMS BY       *
      *            FEESCHED; A DELETE CARRIES NEITHER.                 *
      *            RMN-REQUESTED-BY IS THE USER WHO ASKED FOR THE      *
      *            CHANGE AND GOES ON THE AUDIT TRAIL.                 *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  RMNT-REC.
           02  RMN-SEQ-NUMBER         PIC 9(06).
           02  RMN-TABLE              PIC X(08).
           02  RMN-ACTION             PIC X(06).
           02  RMN-ACCT-TYPE          PIC X(02).
           02  RMN-FEE-ACTION         PIC X(10).
           02  RMN-EFFECTIVE-DATE     PIC 9(08).
           02  RMN-EFFECTIVE-DATE-R REDEFINES RMN-EFFECTIVE-DATE.
               03  RMN-EFF-YEAR       PIC 9(04).
               03  RMN-EFF-MONTH      PIC 9(02).
               03  RMN-EFF-DAY        PIC 9(02).
           02  RMN-RATE               PIC 9V9(4).
           02  RMN-FEE-AMOUNT         PIC 9(5)V99.
           02  RMN-XCCY-SURCHARGE     PIC 9(5)V99.
           02  RMN-FREE-PER-MONTH     PIC 9(03).
           02  RMN-REQUESTED-BY       PIC X(08).
           02  FILLER                 PIC X(10).

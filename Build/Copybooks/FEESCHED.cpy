      *           RECORD.  FEE-FREE-PER-MONTH WAIVES THE FIRST N      *
      *           FEE-LIABLE POSTINGS OF THE ACTION EACH CALENDAR     *
      *           MONTH (SEE FEEUSAGE).                               *
      *           THE FEE TERMS HAVE BEEN IN FORCE SINCE              *
      *           FEE-EFFECTIVE-DATE; THE SCHEDULED CHANGE FIELDS     *
      *           WORK AS ON INTRATE (SEE INTRATE AND RATEMNT) - A    *
      *           SCHEDULED CHANGE CARRIES ALL THREE FEE TERMS.       *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-09-02  DJ   ORIGINAL LAYOUT.
      * 2026-10-15  DJ   ADDED FEE-EFFECTIVE-DATE AND THE SCHEDULED
      *                  CHANGE FIELDS (FEE-SCHED-ACTION, THE THREE
      *                  FEE-SCHED- TERMS, FEE-SCHED-DATE) MAINTAINED BY
      *                  RATEMNT.  WIDENED TO 80 BYTES.
      ******************************************************************
       01  FEE-REC.
           02  FEE-KEY.
           02  FEE-AMOUNT             PIC 9(5)V99.
           02  FEE-XCCY-SURCHARGE     PIC 9(5)V99.
           02  FEE-FREE-PER-MONTH     PIC 9(03).
           02  FEE-EFFECTIVE-DATE     PIC 9(08).
           02  FEE-SCHED-ACTION       PIC X(01).
               88  FEE-SCHED-NONE         VALUE ' '.
               88  FEE-SCHED-CHANGE       VALUE 'C'.
               88  FEE-SCHED-DELETE       VALUE 'D'.
           02  FEE-SCHED-AMOUNT       PIC 9(5)V99.
           02  FEE-SCHED-XCCY-SURCHARGE PIC 9(5)V99.
           02  FEE-SCHED-FREE-PER-MONTH PIC 9(03).
           02  FEE-SCHED-DATE         PIC 9(08).
           02  FILLER                 PIC X(17).

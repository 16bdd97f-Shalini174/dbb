      *                RATE TABLE (INTRATE), KEYED BY INT-ACCT-TYPE.   *
      *                INT-RATE IS THE PERIODIC RATE AS A DECIMAL      *
      *                FRACTION (E.G. 0.0525 FOR 5.25 PERCENT).        *
      *                INT-RATE HAS BEEN IN FORCE SINCE                *
      *                INT-EFFECTIVE-DATE (ZERO WHILE THE TYPE IS ONLY *
      *                SCHEDULED TO BE ADDED).  RATEMNT SCHEDULES A    *
      *                CHANGE (INT-SCHED-CHANGE) OR REMOVAL            *
      *                (INT-SCHED-DELETE) OF THE ROW FROM              *
      *                INT-SCHED-DATE; A SCHEDULED ENTRY WHOSE DATE    *
      *                HAS COME IS IN FORCE FROM THAT DATE WHETHER OR  *
      *                NOT RATEMNT HAS SINCE RUN TO FOLD IT INTO       *
      *                INT-RATE.                                       *
      *                A ROW NOT YET IN FORCE READS AS NOT ON FILE.    *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-08-09  DJ   ORIGINAL LAYOUT.
      * 2026-10-15  DJ   ADDED INT-EFFECTIVE-DATE AND THE SCHEDULED
      *                  CHANGE FIELDS (INT-SCHED-ACTION,
      *                  INT-SCHED-RATE, INT-SCHED-DATE) MAINTAINED BY
      *                  RATEMNT.  WIDENED TO 40 BYTES.
      ******************************************************************
       01  INT-RATE-REC.
           02  INT-ACCT-TYPE       PIC X(02).
           02  INT-RATE            PIC 9V9(4).
           02  INT-EFFECTIVE-DATE  PIC 9(08).
           02  INT-SCHED-ACTION    PIC X(01).
               88  INT-SCHED-NONE        VALUE ' '.
               88  INT-SCHED-CHANGE      VALUE 'C'.
               88  INT-SCHED-DELETE      VALUE 'D'.
           02  INT-SCHED-RATE      PIC 9V9(4).
           02  INT-SCHED-DATE      PIC 9(08).
           02  FILLER              PIC X(11).

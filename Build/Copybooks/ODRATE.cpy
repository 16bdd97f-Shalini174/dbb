      *               FRACTION (E.G. 0.1800 FOR 18 PERCENT), APPLIED  *
      *               BY HELLO'S INTEREST ACTION WHEN THE ACCOUNT IS  *
      *               OVERDRAWN AND JOURNALED AS 'ODINTEREST'.        *
      *               OD-RATE HAS BEEN IN FORCE SINCE                 *
      *               OD-EFFECTIVE-DATE; THE SCHEDULED CHANGE FIELDS  *
      *               WORK AS ON INTRATE (SEE INTRATE AND RATEMNT).   *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-09-02  DJ   ORIGINAL LAYOUT.
      * 2026-10-15  DJ   ADDED OD-EFFECTIVE-DATE AND THE SCHEDULED
      *                  CHANGE FIELDS (OD-SCHED-ACTION, OD-SCHED-RATE,
      *                  OD-SCHED-DATE) MAINTAINED BY RATEMNT.  WIDENED
      *                  TO 40 BYTES.
      ******************************************************************
       01  OD-RATE-REC.
           02  OD-ACCT-TYPE        PIC X(02).
           02  OD-RATE             PIC 9V9(4).
           02  OD-EFFECTIVE-DATE   PIC 9(08).
           02  OD-SCHED-ACTION     PIC X(01).
               88  OD-SCHED-NONE         VALUE ' '.
               88  OD-SCHED-CHANGE       VALUE 'C'.
               88  OD-SCHED-DELETE       VALUE 'D'.
           02  OD-SCHED-RATE       PIC 9V9(4).
           02  OD-SCHED-DATE       PIC 9(08).
           02  FILLER              PIC X(11).

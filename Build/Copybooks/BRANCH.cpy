      ******************************************************************
      * BRANCH.CPY                                                    *
      * BRANCH-REC - THE BRANCH TABLE (BRANCH), KEYED BY BRT-KEY.      *
      *              A RECORD WITH A BLANK BRT-TELLER-ID DESCRIBES     *
      *              THE BRANCH ITSELF; A RECORD WITH A TELLER ID      *
      *              NAMES ONE TELLER / OPERATOR ALLOWED TO ENTER      *
      *              WORK UNDER THAT BRANCH.  TRANEDIT REJECTS A       *
      *              TRANSACTION WHOSE BRANCH IS NOT ON THE TABLE OR   *
      *              IS CLOSED (REASON 12), OR WHOSE TELLER IS NOT ON  *
      *              THE TABLE UNDER ITS BRANCH OR IS INACTIVE         *
      *              (REASON 13).  BRANCH 0000 IS HEAD OFFICE, WHICH   *
      *              OWNS THE SYSTEM-GENERATED WORK - IT MUST CARRY    *
      *              TELLER 'STORDGEN' FOR THE STANDING ORDERS AND     *
      *              TELLER 'CLOSEGEN' FOR THE CLOSE-OUT SETTLEMENTS.  *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  BRANCH-REC.
           02  BRT-KEY.
               03  BRT-BRANCH-NUMBER  PIC 9(04).
               03  BRT-TELLER-ID      PIC X(08).
           02  BRT-NAME               PIC X(30).
           02  BRT-STATUS             PIC X(01).
               88  BRT-ACTIVE             VALUE 'A'.
               88  BRT-CLOSED             VALUE 'C'.
           02  FILLER                 PIC X(17).

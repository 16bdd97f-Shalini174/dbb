      ******************************************************************
      * DISPREC.CPY                                                   *
      * DISP-REC - ONE RECORD PER TRANSACTION DISPOSITION, WRITTEN TO  *
      *            THE DAILY DISPOSITION GDG (DISPOUT) BY THE STEP     *
      *            THAT DECIDED THE ITEM'S FATE:                       *
      *              HELLORDR  P POSTED FROM SUSPENSE                  *
      *                        M AGED OFF SUSPENSE TO FORCED-MANUAL    *
      *              TRANEDIT  R REJECTED BY THE FRONT-END EDIT        *
      *                        W WAREHOUSED (FUTURE EFFECTIVE DATE)    *
      *              TRANRLSE  M WAREHOUSED ITEM DROPPED (ACCOUNT      *
      *                          CLOSED OR GONE)                       *
      *              HELLODRV  P POSTED                                *
      *                        S REJECTED BY HELLO AND SUSPENDED       *
      *                        M REJECTED BY HELLO AND NOT SUSPENDED   *
      *            DISPRTN SORTS THE NIGHT'S GENERATION BY ORIGIN      *
      *            SYSTEM AND SOURCE SEQUENCE AND RETURNS EACH ORIGIN  *
      *            ITS OWN ITEMS UNDER A DISP-HEADER-REC AND A         *
      *            DISP-TRAILER-REC.  THE FIRST THREE BYTES ('HDR' /   *
      *            'DTL' / 'TRL') TELL A READER WHICH LAYOUT APPLIES,  *
      *            AS ON TRANCTL.                                      *
      *                                                                *
      *            DISP-REASON-CODE CARRIES THE EDTREJ REASON ON AN    *
      *            'R' ITEM; DISP-RETURN-CODE CARRIES HELLO'S RETURN   *
      *            CODE (SEE RCVPARMS) ON A 'P', 'S' OR 'M' ITEM -     *
      *            ON A TRANRLSE DROP, THE CODE HELLO WOULD HAVE       *
      *            GIVEN (30 NOT FOUND, 70 CLOSED).                    *
      *            DISP-RESULT-BALANCE IS THE ACCOUNT BALANCE AFTER    *
      *            THE POSTING, OR AS IT STOOD ON A REJECT, AND ZERO   *
      *            WHERE THE ACCOUNT WAS NEVER READ.                   *
      *            THE TRAILER AMOUNT HASH IS A SIMPLE TRUNCATED SUM   *
      *            OF DISP-AMOUNT OVER THE ORIGIN'S DETAIL RECORDS.    *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  DISP-REC.
           02  DISP-REC-TYPE          PIC X(03).
           02  DISP-ORIGIN-SYSTEM     PIC X(08).
           02  DISP-SOURCE-SEQ        PIC 9(06).
           02  DISP-PROCESS-DATE      PIC 9(08).
           02  DISP-CODE              PIC X(01).
               88  DISP-POSTED            VALUE 'P'.
               88  DISP-EDIT-REJECT       VALUE 'R'.
               88  DISP-SUSPENDED         VALUE 'S'.
               88  DISP-WAREHOUSED        VALUE 'W'.
               88  DISP-MANUAL            VALUE 'M'.
           02  DISP-REASON-CODE       PIC X(02).
           02  DISP-RETURN-CODE       PIC 9(02).
           02  DISP-ACCT-NUMBER       PIC 9(10).
           02  DISP-ACTION            PIC X(10).
           02  DISP-AMOUNT            PIC 9(7)V99.
           02  DISP-RESULT-BALANCE    PIC S9(7)V99.
           02  FILLER                 PIC X(12).
       01  DISP-HEADER-REC.
           02  DISP-HDR-REC-TYPE      PIC X(03).
           02  DISP-HDR-FILE-DATE     PIC 9(08).
           02  DISP-HDR-ORIGIN-SYSTEM PIC X(08).
           02  FILLER                 PIC X(61).
       01  DISP-TRAILER-REC.
           02  DISP-TRL-REC-TYPE      PIC X(03).
           02  DISP-TRL-ORIGIN-SYSTEM PIC X(08).
           02  DISP-TRL-RECORD-COUNT  PIC 9(09).
           02  DISP-TRL-AMOUNT-HASH   PIC 9(13)V99.
           02  FILLER                 PIC X(45).

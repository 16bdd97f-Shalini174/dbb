      ******************************************************************
      * SNAPREC.CPY                                                   *
      * SNAP-DETAIL-REC / SNAP-HEADER-REC / SNAP-TRAILER-REC - THE     *
      *           ACCOUNT MASTER SNAPSHOT GENERATION                   *
      *           (ACCTG.PROD.ACCTMAST.SNAPSHOT) ACCTSNAP WRITES       *
      *           JUST BEFORE HELLODRV STARTS, AND ACCTRCV ROLLS       *
      *           FORWARD FROM.  ONE 'HDR' RECORD CARRYING THE DATE    *
      *           AND TIME THE SNAPSHOT WAS TAKEN, ONE 'DTL' RECORD    *
      *           PER ACCOUNT HOLDING THE ACCT-MASTER-REC IMAGE        *
      *           EXACTLY AS IT STOOD, IN KEY ORDER, THEN ONE 'TRL'    *
      *           RECORD WITH THE ACCOUNT COUNT AND THE SUM OF         *
      *           ACCT-BALANCE OVER EVERY DETAIL.  THE FIRST THREE     *
      *           BYTES TELL A READER WHICH LAYOUT APPLIES.  EVERY     *
      *           JOURNAL RECORD STAMPED AT OR AFTER SNAP-HDR-         *
      *           TIMESTAMP WAS POSTED AFTER THE SNAPSHOT.             *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  SNAP-DETAIL-REC.
           02  SNAP-DTL-REC-TYPE      PIC X(03).
           02  SNAP-DTL-ACCT-IMAGE    PIC X(50).
           02  FILLER                 PIC X(07).
       01  SNAP-HEADER-REC.
           02  SNAP-HDR-REC-TYPE      PIC X(03).
           02  SNAP-HDR-TIMESTAMP.
               03  SNAP-HDR-DATE      PIC 9(08).
               03  SNAP-HDR-TIME      PIC 9(08).
           02  FILLER                 PIC X(41).
       01  SNAP-TRAILER-REC.
           02  SNAP-TRL-REC-TYPE      PIC X(03).
           02  SNAP-TRL-ACCT-COUNT    PIC 9(09).
           02  SNAP-TRL-BALANCE-TOTAL PIC S9(13)V99.
           02  FILLER                 PIC X(33).

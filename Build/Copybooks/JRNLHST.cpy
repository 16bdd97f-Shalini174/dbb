      ******************************************************************
      * JRNLHST.CPY                                                   *
      * JRNL-HIST-REC - ONE RECORD PER JOURNAL RECORD ON THE JOURNAL   *
      *           HISTORY FILE (JRNLHIST), KEYED BY ACCOUNT NUMBER AND *
      *           JOURNAL TIMESTAMP (JHS-KEY).  JRNLHLD LOADS EVERY    *
      *           DAILY GENERATION JRNLCUT WRITES, WITH THE JOURNAL    *
      *           RECORD HELD UNCHANGED IN JHS-JRNL-IMAGE.  TWO        *
      *           RECORDS FOR THE SAME ACCOUNT STAMPED IN THE SAME     *
      *           HUNDREDTH OF A SECOND (A POSTING AND ITS FEE) ARE    *
      *           KEPT APART BY JHS-DUP-SEQ, NUMBERED FROM ZERO IN     *
      *           LOAD ORDER.  JRNLPRG WRITES THE IMAGE OF EVERY       *
      *           RECORD OLDER THAN THE RETENTION PERIOD TO THE        *
      *           ARCHIVE TAPE GENERATION BEFORE DELETING IT, SO THE   *
      *           ARCHIVE READS LIKE ANY OTHER JOURNAL GENERATION.     *
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------  ----  -----------------------------------------------
      * 2026-10-15  DJ   ORIGINAL LAYOUT.
      ******************************************************************
       01  JRNL-HIST-REC.
           02  JHS-KEY.
               03  JHS-ACCT-NUMBER    PIC 9(10).
               03  JHS-TIMESTAMP.
                   04  JHS-DATE       PIC 9(08).
                   04  JHS-TIME       PIC 9(08).
               03  JHS-DUP-SEQ        PIC 9(04).
           02  JHS-JRNL-IMAGE         PIC X(112).
           02  JHS-LOAD-DATE          PIC 9(08).
           02  FILLER                 PIC X(10).

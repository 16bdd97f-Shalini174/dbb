002600*                  INSTEAD OF THREE STALE SOURCES.  THE LIVE  *
002700*                  JOURNAL IS RE-READ FRONT TO BACK PER       *
002800*                  REQUEST, AS HELLO'S REVERSAL SCAN DOES.    *
002808* 2026-10-15  DJ   ADDED THE JOURNAL HISTORY PERIOD.  A       *
002817*                  REQUEST MAY NOW CARRY A FROM DATE (COLS    *
002825*                  11-18) AND AN OPTIONAL TO DATE (COLS       *
002834*                  19-26, BLANK MEANS TODAY); THE ACCOUNT'S   *
002842*                  JOURNAL FOR THAT PERIOD IS THEN PRINTED    *
002851*                  AFTER THE DAY'S ACTIVITY FROM THE KEYED    *
002858*                  JOURNAL HISTORY FILE (JRNLHIST, SEE        *
002867*                  JRNLHST) THAT JRNLHLD LOADS FROM EACH      *
002875*                  JRNLCUT GENERATION.  THE JOURNAL RECORD    *
002884*                  NOW LIVES IN WORKING STORAGE SO BOTH       *
002892*                  SOURCES PRINT THROUGH THE SAME LINE.       *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-JOURNAL-STATUS.
005317     SELECT JRNL-HIST-FILE ASSIGN TO "JRNLHIST"
005334         ORGANIZATION IS INDEXED
005351         ACCESS MODE IS DYNAMIC
005367         RECORD KEY IS JHS-KEY
005384         FILE STATUS IS WS-JRNLHIST-STATUS.
005400     SELECT NAME-ADDR-FILE ASSIGN TO "NAMEADDR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
006600     LABEL RECORDS ARE STANDARD.
006700 01  INQ-REQUEST-REC.
006800     02  INQ-ACCT-NUMBER         PIC 9(10).
006834     02  INQ-FROM-DATE           PIC X(08).
006867     02  INQ-TO-DATE             PIC X(08).
006900     02  FILLER                  PIC X(54).
007000 FD  ACCT-MASTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY ACCTMAST.
007500     COPY HOLDREC.
007600 FD  JOURNAL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  JOURNAL-IN-REC              PIC X(112).
007825 FD  JRNL-HIST-FILE
007851     LABEL RECORDS ARE STANDARD.
007875     COPY JRNLHST.
007900 FD  NAME-ADDR-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY NAMEADDR.
009400         88  WS-HOLDFILE-OK        VALUE '00'.
009500     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
009600         88  WS-JOURNAL-OK         VALUE '00'.
009634     02  WS-JRNLHIST-STATUS  PIC X(02) VALUE '00'.
009667         88  WS-JRNLHIST-OK        VALUE '00'.
009700     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
009800     02  WS-INQRPT-STATUS    PIC X(02) VALUE '00'.
009900     02  WS-INQREQ-EOF-SW    PIC X(01) VALUE 'N'.
010400         88  WS-HOLD-DONE          VALUE 'Y'.
010500     02  WS-MASTER-FOUND-SW  PIC X(01) VALUE 'N'.
010600         88  WS-MASTER-FOUND       VALUE 'Y'.
010614     02  WS-HIST-OPEN-SW     PIC X(01) VALUE 'N'.
010628         88  WS-HIST-OPEN          VALUE 'Y'.
010643     02  WS-HIST-DONE-SW     PIC X(01) VALUE 'N'.
010657         88  WS-HIST-DONE          VALUE 'Y'.
010672     02  WS-HIST-FOUND-SW    PIC X(01) VALUE 'N'.
010686         88  WS-HIST-FOUND         VALUE 'Y'.
010700*-----------------------------------------------------------*
010800* INQUIRY WORK AREA.  THE AVAILABLE BALANCE IS COMPUTED      *
010900* EXACTLY AS HELLO DOES IT: LEDGER BALANCE LESS THE SUM OF   *
011600     02  WS-AVAILABLE-BAL    PIC S9(9)V99 VALUE ZERO.
011700     02  WS-STATUS-TEXT      PIC X(08) VALUE SPACES.
011800     02  WS-RC-TEXT          PIC X(22) VALUE SPACES.
011813     02  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
011825     02  WS-TO-DATE          PIC 9(08) VALUE ZERO.
011837*-----------------------------------------------------------*
011851* THE JOURNAL RECORD BEING PRINTED - READ FROM THE LIVE      *
011863* JOURNAL OR TAKEN FROM A HISTORY RECORD'S JOURNAL IMAGE.    *
011875*-----------------------------------------------------------*
011887     COPY JRNLREC.
011900*-----------------------------------------------------------*
012000* EDITED FIELDS FOR THE REPORT LINES.                        *
012100*-----------------------------------------------------------*
015200     OPEN INPUT ACCT-MASTER-FILE.
015300     OPEN INPUT HOLD-FILE.
015400     OPEN INPUT NAME-ADDR-FILE.
015421     OPEN INPUT JRNL-HIST-FILE.
015441     IF WS-JRNLHIST-OK
015461         SET WS-HIST-OPEN TO TRUE
015481     END-IF.
015500     OPEN OUTPUT INQ-REPORT-FILE.
015600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015700     MOVE SPACES TO INQ-LINE.
018300     PERFORM 3200-PRINT-MAILING THRU 3200-EXIT.
018400     PERFORM 4000-PRINT-HOLDS THRU 4000-EXIT.
018500     PERFORM 5000-PRINT-JOURNAL THRU 5000-EXIT.
018525     IF INQ-FROM-DATE NOT = SPACES
018551         PERFORM 6000-PRINT-HISTORY THRU 6000-EXIT
018575     END-IF.
018600 2000-NEXT.
018700     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
018800 2000-EXIT.
041600* 5100-PRINT-ONE-JRNL - ONE STEP OF THE JOURNAL SCAN.        *
041700*-----------------------------------------------------------*
041800 5100-PRINT-ONE-JRNL.
041900     READ JOURNAL-FILE INTO JOURNAL-REC
042000         AT END
042100             SET WS-JOURNAL-EOF TO TRUE
042200     END-READ.
042700     IF JRNL-ACCT-NUMBER NOT = WS-WANTED-ACCT
042800         GO TO 5100-EXIT
042900     END-IF.
042911     PERFORM 5150-PRINT-JRNL-LINE THRU 5150-EXIT.
042921 5100-EXIT.
042931     EXIT.
042941*-----------------------------------------------------------*
042951* 5150-PRINT-JRNL-LINE - PRINT ONE JOURNAL RECORD FOR THE    *
042961*                        ACCOUNT, FROM THE LIVE JOURNAL OR   *
042971*                        FROM HISTORY.                       *
042981*-----------------------------------------------------------*
042991 5150-PRINT-JRNL-LINE.
043000     PERFORM 5200-SPELL-RETURN-CODE THRU 5200-EXIT.
043100     MOVE JRNL-AMOUNT TO WS-EDIT-AMOUNT.
043200     MOVE SPACES TO INQ-LINE.
043800         '  ' WS-RC-TEXT DELIMITED BY SIZE
043900         INTO INQ-LINE.
044000     WRITE INQ-LINE.
044100 5150-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------*
044400* 5200-SPELL-RETURN-CODE - THE JOURNAL RETURN CODE IN WORDS  *
047700     END-EVALUATE.
047800 5200-EXIT.
047900     EXIT.
047901*-----------------------------------------------------------*
047902* 6000-PRINT-HISTORY - THE ACCOUNT'S JOURNAL FOR THE         *
047903*                      REQUESTED PERIOD FROM THE JOURNAL     *
047904*                      HISTORY FILE, IN TIMESTAMP ORDER.  A  *
047905*                      BLANK TO DATE MEANS TODAY; A          *
047906*                      NON-NUMERIC DATE OR A FROM DATE AFTER *
047907*                      THE TO DATE IS NOTED ON THE PAGE      *
047908*                      INSTEAD.                              *
047909*-----------------------------------------------------------*
047911 6000-PRINT-HISTORY.
047912     IF INQ-FROM-DATE NOT NUMERIC
047913         GO TO 6000-INVALID
047914     END-IF.
047915     MOVE INQ-FROM-DATE TO WS-FROM-DATE.
047916     IF INQ-TO-DATE = SPACES
047917         MOVE WS-RUN-DATE TO WS-TO-DATE
047918     ELSE
047919         IF INQ-TO-DATE NOT NUMERIC
047921             GO TO 6000-INVALID
047922         END-IF
047923         MOVE INQ-TO-DATE TO WS-TO-DATE
047924     END-IF.
047925     IF WS-FROM-DATE > WS-TO-DATE
047926         GO TO 6000-INVALID
047927     END-IF.
047928     MOVE SPACES TO INQ-LINE.
047929     STRING '  JOURNAL HISTORY FROM ' WS-FROM-DATE
047931         DELIMITED BY SIZE
047932         ' TO ' WS-TO-DATE ':' DELIMITED BY SIZE
047933         INTO INQ-LINE.
047934     WRITE INQ-LINE.
047935     IF NOT WS-HIST-OPEN
047936         MOVE SPACES TO INQ-LINE
047937         STRING '    ** JOURNAL HISTORY NOT AVAILABLE **'
047938             DELIMITED BY SIZE INTO INQ-LINE
047939         WRITE INQ-LINE
047941         GO TO 6000-EXIT
047942     END-IF.
047943     MOVE 'N' TO WS-HIST-DONE-SW.
047944     MOVE 'N' TO WS-HIST-FOUND-SW.
047945     MOVE WS-WANTED-ACCT TO JHS-ACCT-NUMBER.
047946     MOVE WS-FROM-DATE TO JHS-DATE.
047947     MOVE ZERO TO JHS-TIME.
047948     MOVE ZERO TO JHS-DUP-SEQ.
047949     START JRNL-HIST-FILE KEY NOT < JHS-KEY
047951         INVALID KEY
047952             SET WS-HIST-DONE TO TRUE
047953     END-START.
047954     PERFORM 6100-PRINT-ONE-HIST THRU 6100-EXIT
047955         UNTIL WS-HIST-DONE.
047956     IF NOT WS-HIST-FOUND
047957         MOVE SPACES TO INQ-LINE
047958         STRING '    NO JOURNAL HISTORY FOR THE PERIOD'
047959             DELIMITED BY SIZE INTO INQ-LINE
047961         WRITE INQ-LINE
047962     END-IF.
047963     GO TO 6000-EXIT.
047964 6000-INVALID.
047965     MOVE SPACES TO INQ-LINE.
047966     STRING '  JOURNAL HISTORY ' INQ-FROM-DATE DELIMITED BY SIZE
047967         ' TO ' INQ-TO-DATE DELIMITED BY SIZE
047968         '  ** INVALID DATE RANGE **' DELIMITED BY SIZE
047969         INTO INQ-LINE.
047971     WRITE INQ-LINE.
047972 6000-EXIT.
047973     EXIT.
047974*-----------------------------------------------------------*
047975* 6100-PRINT-ONE-HIST - ONE STEP OF THE HISTORY SCAN.  IT    *
047976*                       ENDS AT THE NEXT ACCOUNT OR THE      *
047977*                       FIRST RECORD PAST THE TO DATE.       *
047978*-----------------------------------------------------------*
047979 6100-PRINT-ONE-HIST.
047981     READ JRNL-HIST-FILE NEXT RECORD
047982         AT END
047983             SET WS-HIST-DONE TO TRUE
047984     END-READ.
047985     IF NOT WS-JRNLHIST-OK
047986         SET WS-HIST-DONE TO TRUE
047987         GO TO 6100-EXIT
047988     END-IF.
047989     IF JHS-ACCT-NUMBER NOT = WS-WANTED-ACCT
047991         OR JHS-DATE > WS-TO-DATE
047992         SET WS-HIST-DONE TO TRUE
047993         GO TO 6100-EXIT
047994     END-IF.
047995     SET WS-HIST-FOUND TO TRUE.
047996     MOVE JHS-JRNL-IMAGE TO JOURNAL-REC.
047997     PERFORM 5150-PRINT-JRNL-LINE THRU 5150-EXIT.
047998 6100-EXIT.
047999     EXIT.
048000*-----------------------------------------------------------*
048100* 8000-WRITE-TOTALS - THE RUN TOTALS.                        *
048200*-----------------------------------------------------------*
050300     CLOSE ACCT-MASTER-FILE.
050400     CLOSE HOLD-FILE.
050500     CLOSE NAME-ADDR-FILE.
050525     IF WS-HIST-OPEN
050551         CLOSE JRNL-HIST-FILE
050575     END-IF.
050600     CLOSE INQ-REPORT-FILE.
050700 9000-EXIT.
050800     EXIT.

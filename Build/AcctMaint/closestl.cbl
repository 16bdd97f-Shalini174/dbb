000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CLOSESTL.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL CLOSE-OUT SETTLEMENT STEP.  RUNS  *
001300*                  AFTER HELLODRV HAS POSTED THE SETTLEMENTS  *
001400*                  CLOSEGEN GENERATED.  READS THE LIVE        *
001500*                  JOURNAL FOR THE POSTINGS ENTERED UNDER     *
001600*                  TELLER 'CLOSEGEN' AND FILLS THE INTEREST   *
001700*                  PAID, CLOSING FEE AND PAYOUT AMOUNT INTO   *
001800*                  EACH CLOSE-OUT RECORD.  AN ACCOUNT WHOSE   *
001900*                  PAYOUT POSTED, WHOSE BALANCE IS NOW ZERO   *
002000*                  AND WHICH HAS NO ACTIVE HOLD OR ACCRUED    *
002100*                  INTEREST LEFT IS SET CLOSED ON THE ACCOUNT *
002200*                  MASTER, THE CHANGE IS APPENDED TO THE      *
002300*                  ACCTMNT AUDIT TRAIL AND THE CUSTOMER GETS  *
002400*                  A CLOSE-OUT CONFIRMATION NOTICE (CLSNOTE). *
002500*                  EVERY CLOSE-OUT STILL PENDING IS LISTED BY *
002600*                  BRANCH WITH ITS REASON ON THE              *
002700*                  PENDING-CLOSURES REPORT (CLSRPT).          *
002800*                  CLO-SETTLE-SW STOPS A RERUN COUNTING THE   *
002900*                  SAME POSTINGS TWICE.  RUNS BEFORE JRNLCUT  *
003000*                  EMPTIES THE LIVE JOURNAL.                  *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CLOSE-OUT-FILE ASSIGN TO "CLOSEOUT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CLO-ACCT-NUMBER
004200         FILE STATUS IS WS-CLOSEOUT-STATUS.
004300     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS WS-ACCTMAST-STATUS.
004800     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HOLD-KEY
005200         FILE STATUS IS WS-HOLDFILE-STATUS.
005300     SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ACR-ACCT-NUMBER
005700         FILE STATUS IS WS-ACCRUAL-STATUS.
005800     SELECT NAME-ADDR-FILE ASSIGN TO "NAMEADDR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS NA-ACCT-NUMBER
006200         FILE STATUS IS WS-NAMEADDR-STATUS.
006300     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-JOURNAL-STATUS.
006700     SELECT PEND-WORK-FILE ASSIGN TO "PENDWORK"
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-PENDWORK-STATUS.
007100     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
007200     SELECT SORTED-PEND-FILE ASSIGN TO "SRTPEND"
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-SRTPEND-STATUS.
007600     SELECT CLOSE-NOTICE-FILE ASSIGN TO "CLSNOTE"
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-CLSNOTE-STATUS.
008000     SELECT PEND-REPORT-FILE ASSIGN TO "CLSRPT"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-CLSRPT-STATUS.
008400     SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT"
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-MNTAUDIT-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CLOSE-OUT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY CLOSREC.
009300 FD  ACCT-MASTER-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ACCTMAST.
009600 FD  HOLD-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY HOLDREC.
009900 FD  ACCRUAL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY ACCRUAL.
010200 FD  NAME-ADDR-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY NAMEADDR.
010500 FD  JOURNAL-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY JRNLREC.
010800 FD  PEND-WORK-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  PEND-WORK-REC               PIC X(80).
011100 SD  SORT-WORK-FILE.
011200 01  SORT-PEND-REC.
011300     02  SORT-BRANCH-NUMBER      PIC 9(04).
011400     02  SORT-ACCT-NUMBER        PIC 9(10).
011500     02  FILLER                  PIC X(66).
011600 FD  SORTED-PEND-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  SRT-PEND-REC                PIC X(80).
011900 FD  CLOSE-NOTICE-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  NOTICE-LINE                 PIC X(132).
012200 FD  PEND-REPORT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  PEND-REPORT-LINE            PIC X(132).
012500 FD  AUDIT-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  AUDIT-LINE                  PIC X(100).
012800 WORKING-STORAGE SECTION.
012900*-----------------------------------------------------------*
013000* FILE HANDLING SWITCHES.                                    *
013100*-----------------------------------------------------------*
013200 01  WS-FILE-SWITCHES.
013300     02  WS-CLOSEOUT-STATUS  PIC X(02) VALUE '00'.
013400         88  WS-CLOSEOUT-OK        VALUE '00'.
013500     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
013600         88  WS-ACCTMAST-OK        VALUE '00'.
013700     02  WS-HOLDFILE-STATUS  PIC X(02) VALUE '00'.
013800         88  WS-HOLDFILE-OK        VALUE '00'.
013900     02  WS-ACCRUAL-STATUS   PIC X(02) VALUE '00'.
014000     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
014100     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
014200     02  WS-PENDWORK-STATUS  PIC X(02) VALUE '00'.
014300     02  WS-SRTPEND-STATUS   PIC X(02) VALUE '00'.
014400     02  WS-CLSNOTE-STATUS   PIC X(02) VALUE '00'.
014500     02  WS-CLSRPT-STATUS    PIC X(02) VALUE '00'.
014600     02  WS-MNTAUDIT-STATUS  PIC X(02) VALUE '00'.
014700     02  WS-JOURNAL-EOF-SW   PIC X(01) VALUE 'N'.
014800         88  WS-JOURNAL-EOF        VALUE 'Y'.
014900     02  WS-CLOSEOUT-EOF-SW  PIC X(01) VALUE 'N'.
015000         88  WS-CLOSEOUT-EOF       VALUE 'Y'.
015100     02  WS-SRTPEND-EOF-SW   PIC X(01) VALUE 'N'.
015200         88  WS-SRTPEND-EOF        VALUE 'Y'.
015300     02  WS-HOLD-DONE-SW     PIC X(01) VALUE 'N'.
015400         88  WS-HOLD-DONE          VALUE 'Y'.
015500     02  WS-HOLD-ACTIVE-SW   PIC X(01) VALUE 'N'.
015600         88  WS-HOLD-ACTIVE        VALUE 'Y'.
015700*-----------------------------------------------------------*
015800* SETTLEMENT WORK AREA.                                      *
015900*-----------------------------------------------------------*
016000 01  WS-SETTLE-WORK-AREA.
016100     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
016200     02  WS-OLD-STATUS       PIC X(01) VALUE SPACE.
016300     02  WS-CLOSE-SEQ        PIC 9(06) VALUE ZERO.
016400     02  WS-CURR-BRANCH      PIC 9(04) VALUE ZERO.
016500     02  WS-BRANCH-COUNT     PIC 9(07) VALUE ZERO.
016600*-----------------------------------------------------------*
016700* ONE PENDING CLOSE-OUT AS WRITTEN TO THE WORK FILE AND READ *
016800* BACK IN BRANCH AND ACCOUNT ORDER FOR THE PENDING-CLOSURES  *
016900* REPORT.                                                    *
017000*-----------------------------------------------------------*
017100 01  WS-PEND-REC.
017200     02  WS-PEND-BRANCH      PIC 9(04).
017300     02  WS-PEND-ACCT        PIC 9(10).
017400     02  WS-PEND-REQUEST-DATE PIC 9(08).
017500     02  WS-PEND-ATTEMPTS    PIC 9(03).
017600     02  WS-PEND-BALANCE     PIC S9(7)V99.
017700     02  WS-PEND-METHOD      PIC X(01).
017800     02  WS-PEND-REASON      PIC X(30).
017900     02  FILLER              PIC X(15).
018000*-----------------------------------------------------------*
018100* EDITED FIELDS FOR THE NOTICES AND THE REPORT.              *
018200*-----------------------------------------------------------*
018300 01  WS-EDITED-AMOUNTS.
018400     02  WS-EDIT-AMOUNT      PIC ZZZZZZ9.99-.
018500     02  WS-EDIT-ATTEMPTS    PIC ZZ9.
018600*-----------------------------------------------------------*
018700* RUN COUNTERS.                                              *
018800*-----------------------------------------------------------*
018900 01  WS-RUN-COUNTERS.
019000     02  WS-JRNL-READ-COUNT  PIC 9(9) VALUE ZERO.
019100     02  WS-JRNL-USED-COUNT  PIC 9(9) VALUE ZERO.
019200     02  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
019300     02  WS-SETTLED-COUNT    PIC 9(7) VALUE ZERO.
019400     02  WS-PENDING-COUNT    PIC 9(7) VALUE ZERO.
019500     02  WS-ALREADY-COUNT    PIC 9(7) VALUE ZERO.
019600     02  WS-NOTICE-COUNT     PIC 9(7) VALUE ZERO.
019700 PROCEDURE DIVISION.
019800*-----------------------------------------------------------*
019900* 0000-MAINLINE - APPLY TONIGHT'S SETTLEMENT POSTINGS TO THE *
020000*                 CLOSE-OUT FILE, CLOSE EVERY ACCOUNT THAT   *
020100*                 HAS SETTLED, AND REPORT THE REST BY        *
020200*                 BRANCH.                                    *
020300*-----------------------------------------------------------*
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-APPLY-JOURNAL THRU 2000-EXIT
020700         UNTIL WS-JOURNAL-EOF.
020800     CLOSE JOURNAL-FILE.
020900     MOVE LOW-VALUES TO CLO-ACCT-NUMBER.
021000     START CLOSE-OUT-FILE KEY NOT < CLO-ACCT-NUMBER
021100         INVALID KEY
021200             SET WS-CLOSEOUT-EOF TO TRUE
021300     END-START.
021400     PERFORM 2100-READ-CLOSE THRU 2100-EXIT.
021500     PERFORM 2200-SETTLE-CLOSE THRU 2200-EXIT
021600         UNTIL WS-CLOSEOUT-EOF.
021700     PERFORM 3000-PRINT-PENDING THRU 3000-EXIT.
021800     PERFORM 3500-WRITE-TOTALS THRU 3500-EXIT.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     GOBACK.
022100*-----------------------------------------------------------*
022200* 1000-INITIALIZE - OPEN THE FILES, HEAD THE REPORT AND      *
022300*                   PRIME THE JOURNAL READ.                  *
022400*-----------------------------------------------------------*
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     OPEN I-O CLOSE-OUT-FILE.
022800     OPEN I-O ACCT-MASTER-FILE.
022900     OPEN INPUT HOLD-FILE.
023000     OPEN INPUT ACCRUAL-FILE.
023100     OPEN INPUT NAME-ADDR-FILE.
023200     OPEN INPUT JOURNAL-FILE.
023300     OPEN OUTPUT PEND-WORK-FILE.
023400     OPEN OUTPUT CLOSE-NOTICE-FILE.
023500     OPEN OUTPUT PEND-REPORT-FILE.
023600     OPEN EXTEND AUDIT-FILE.
023700     MOVE SPACES TO PEND-REPORT-LINE.
023800     STRING 'CLOSESTL PENDING CLOSE-OUTS REPORT FOR ' WS-RUN-DATE
023900         DELIMITED BY SIZE INTO PEND-REPORT-LINE.
024000     WRITE PEND-REPORT-LINE.
024100     PERFORM 2050-READ-JOURNAL THRU 2050-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400*-----------------------------------------------------------*
024500* 2000-APPLY-JOURNAL - ONE JOURNAL RECORD.  ONLY POSTINGS    *
024600*                      ENTERED UNDER TELLER 'CLOSEGEN' SINCE *
024700*                      THE SETTLEMENT WAS GENERATED, FOR A   *
024800*                      CLOSE-OUT STILL AWAITING ITS          *
024900*                      SETTLEMENT, ARE TAKEN.  POSTED        *
025000*                      INTEREST IS ADDED TO THE INTEREST     *
025100*                      PAID (OVERDRAFT INTEREST TAKEN OFF),  *
025200*                      A FEE TO THE CLOSING FEE, AND THE     *
025300*                      DEBIT SIDE OF THE PAYOUT - JOURNALED  *
025400*                      AS A 'TRANSFER' - BECOMES THE PAYOUT  *
025500*                      AMOUNT.  A REJECTED PAYOUT KEEPS ITS  *
025600*                      RETURN CODE AS THE REASON.            *
025700*-----------------------------------------------------------*
025800 2000-APPLY-JOURNAL.
025900     ADD 1 TO WS-JRNL-READ-COUNT.
026000     IF JRNL-TELLER-ID NOT = 'CLOSEGEN'
026100         GO TO 2000-NEXT
026200     END-IF.
026300     MOVE JRNL-ACCT-NUMBER TO CLO-ACCT-NUMBER.
026400     READ CLOSE-OUT-FILE
026500         INVALID KEY
026600             GO TO 2000-NEXT
026700     END-READ.
026800     IF NOT CLO-STATUS-PENDING
026900         OR NOT CLO-SETTLE-DUE
027000         OR JRNL-DATE < CLO-LAST-GEN-DATE
027100         GO TO 2000-NEXT
027200     END-IF.
027300     IF JRNL-ACTION = 'TRANSFER'
027400         AND JRNL-RETURN-CODE NOT = ZERO
027500         MOVE SPACES TO CLO-LAST-REASON
027600         STRING 'PAYOUT REJECTED - RC ' JRNL-RETURN-CODE
027700             DELIMITED BY SIZE INTO CLO-LAST-REASON
027800         GO TO 2000-REWRITE
027900     END-IF.
028000     IF JRNL-RETURN-CODE NOT = ZERO
028100         GO TO 2000-NEXT
028200     END-IF.
028300     EVALUATE TRUE
028400         WHEN JRNL-ACTION = 'INTEREST'
028500             ADD JRNL-AMOUNT TO CLO-INTEREST-PAID
028600         WHEN JRNL-ACTION = 'ODINTEREST'
028700             SUBTRACT JRNL-AMOUNT FROM CLO-INTEREST-PAID
028800         WHEN JRNL-ACTION = 'FEE'
028900             ADD JRNL-AMOUNT TO CLO-FEE-CHARGED
029000         WHEN JRNL-ACTION = 'TRANSFER'
029100             AND JRNL-BAL-AFTER NOT > JRNL-BAL-BEFORE
029200             MOVE JRNL-AMOUNT TO CLO-PAYOUT-AMOUNT
029300             SET CLO-PAYOUT-POSTED TO TRUE
029400             MOVE 'PAYOUT POSTED' TO CLO-LAST-REASON
029500         WHEN OTHER
029600             GO TO 2000-NEXT
029700     END-EVALUATE.
029800 2000-REWRITE.
029900     REWRITE CLOSE-REC.
030000     ADD 1 TO WS-JRNL-USED-COUNT.
030100 2000-NEXT.
030200     PERFORM 2050-READ-JOURNAL THRU 2050-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------*
030600* 2050-READ-JOURNAL - READ THE NEXT LIVE JOURNAL RECORD.     *
030700*-----------------------------------------------------------*
030800 2050-READ-JOURNAL.
030900     READ JOURNAL-FILE
031000         AT END
031100             SET WS-JOURNAL-EOF TO TRUE
031200     END-READ.
031300 2050-EXIT.
031400     EXIT.
031500*-----------------------------------------------------------*
031600* 2100-READ-CLOSE - READ THE NEXT CLOSE-OUT RECORD IN KEY    *
031700*                   ORDER.  ANY NON-ZERO STATUS ENDS THE     *
031800*                   WALK.                                    *
031900*-----------------------------------------------------------*
032000 2100-READ-CLOSE.
032100     IF WS-CLOSEOUT-EOF
032200         GO TO 2100-EXIT
032300     END-IF.
032400     READ CLOSE-OUT-FILE NEXT RECORD
032500         AT END
032600             SET WS-CLOSEOUT-EOF TO TRUE
032700     END-READ.
032800     IF NOT WS-CLOSEOUT-OK
032900         SET WS-CLOSEOUT-EOF TO TRUE
033000     END-IF.
033100 2100-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033400* 2200-SETTLE-CLOSE - DECIDE ONE PENDING CLOSE-OUT WHOSE     *
033500*                     SETTLEMENT WENT THROUGH TONIGHT'S      *
033600*                     POSTING.  THE ACCOUNT IS CLOSED ONLY   *
033700*                     WHEN THE PAYOUT POSTED, THE BALANCE IS *
033800*                     ZERO, NO ACTIVE HOLD REMAINS AND NO    *
033900*                     INTEREST IS STILL ACCRUED; OTHERWISE   *
034000*                     THE FIRST CONDITION NOT MET IS KEPT AS *
034100*                     THE REASON AND CLOSEGEN TRIES AGAIN    *
034200*                     THE NEXT NIGHT.  EVERY CLOSE-OUT LEFT  *
034300*                     PENDING GOES ON THE REPORT.            *
034400*-----------------------------------------------------------*
034500 2200-SETTLE-CLOSE.
034600     ADD 1 TO WS-READ-COUNT.
034700     IF NOT CLO-STATUS-PENDING
034800         GO TO 2200-NEXT
034900     END-IF.
035000     MOVE CLO-ACCT-NUMBER TO ACCT-NUMBER.
035100     READ ACCT-MASTER-FILE
035200         INVALID KEY
035300             MOVE ZERO TO ACCT-BALANCE
035400             MOVE 'ACCOUNT NOT ON MASTER' TO CLO-LAST-REASON
035500             MOVE 'S' TO CLO-SETTLE-SW
035600             REWRITE CLOSE-REC
035700             GO TO 2200-PENDING
035800     END-READ.
035900     IF ACCT-STATUS-CLOSED
036000         MOVE 'C' TO CLO-STATUS
036100         MOVE WS-RUN-DATE TO CLO-CLOSED-DATE
036200         MOVE 'ALREADY CLOSED ON MASTER' TO CLO-LAST-REASON
036300         MOVE 'S' TO CLO-SETTLE-SW
036400         REWRITE CLOSE-REC
036500         ADD 1 TO WS-ALREADY-COUNT
036600         GO TO 2200-NEXT
036700     END-IF.
036800     IF NOT CLO-SETTLE-DUE
036900         GO TO 2200-PENDING
037000     END-IF.
037100     MOVE 'S' TO CLO-SETTLE-SW.
037200     IF NOT CLO-PAYOUT-POSTED
037300         IF CLO-LAST-REASON (1:15) NOT = 'PAYOUT REJECTED'
037400             MOVE 'PAYOUT NOT POSTED' TO CLO-LAST-REASON
037500         END-IF
037600         GO TO 2200-REWRITE
037700     END-IF.
037800     IF ACCT-BALANCE NOT = ZERO
037900         MOVE 'BALANCE NOT ZERO AFTER PAYOUT' TO CLO-LAST-REASON
038000         GO TO 2200-REWRITE
038100     END-IF.
038200     PERFORM 2300-CHECK-HOLDS THRU 2300-EXIT.
038300     IF WS-HOLD-ACTIVE
038400         MOVE 'ACTIVE HOLDS REMAIN' TO CLO-LAST-REASON
038500         GO TO 2200-REWRITE
038600     END-IF.
038700     MOVE CLO-ACCT-NUMBER TO ACR-ACCT-NUMBER.
038800     READ ACCRUAL-FILE
038900         INVALID KEY
039000             MOVE ZERO TO ACR-CREDIT-ACCRUED ACR-OD-ACCRUED
039100     END-READ.
039200     IF ACR-CREDIT-ACCRUED NOT = ZERO
039300         OR ACR-OD-ACCRUED NOT = ZERO
039400         MOVE 'INTEREST STILL ACCRUED' TO CLO-LAST-REASON
039500         GO TO 2200-REWRITE
039600     END-IF.
039700     PERFORM 2500-CLOSE-ACCOUNT THRU 2500-EXIT.
039800 2200-REWRITE.
039900     REWRITE CLOSE-REC.
040000     IF CLO-STATUS-CLOSED
040100         GO TO 2200-NEXT
040200     END-IF.
040300 2200-PENDING.
040400     PERFORM 2700-WRITE-PENDING THRU 2700-EXIT.
040500 2200-NEXT.
040600     PERFORM 2100-READ-CLOSE THRU 2100-EXIT.
040700 2200-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------*
041000* 2300-CHECK-HOLDS - SCAN THE ACCOUNT'S HOLDS FOR ONE STILL  *
041100*                    ACTIVE (UNEXPIRED).  LAPSED HOLDS ARE   *
041200*                    LEFT FOR HOLDPURG AND DO NOT STOP THE   *
041300*                    CLOSE.                                  *
041400*-----------------------------------------------------------*
041500 2300-CHECK-HOLDS.
041600     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
041700     MOVE 'N' TO WS-HOLD-DONE-SW.
041800     MOVE CLO-ACCT-NUMBER TO HOLD-ACCT-NUMBER.
041900     MOVE ZERO TO HOLD-ID.
042000     START HOLD-FILE KEY NOT < HOLD-KEY
042100         INVALID KEY
042200             MOVE 'Y' TO WS-HOLD-DONE-SW
042300     END-START.
042400     PERFORM 2310-NEXT-HOLD THRU 2310-EXIT
042500         UNTIL WS-HOLD-DONE.
042600 2300-EXIT.
042700     EXIT.
042800*-----------------------------------------------------------*
042900* 2310-NEXT-HOLD - ONE STEP OF THE HOLD SCAN.                *
043000*-----------------------------------------------------------*
043100 2310-NEXT-HOLD.
043200     READ HOLD-FILE NEXT RECORD
043300         AT END
043400             MOVE 'Y' TO WS-HOLD-DONE-SW
043500     END-READ.
043600     IF NOT WS-HOLDFILE-OK
043700         MOVE 'Y' TO WS-HOLD-DONE-SW
043800         GO TO 2310-EXIT
043900     END-IF.
044000     IF HOLD-ACCT-NUMBER NOT = CLO-ACCT-NUMBER
044100         MOVE 'Y' TO WS-HOLD-DONE-SW
044200         GO TO 2310-EXIT
044300     END-IF.
044400     IF HOLD-EXPIRY-DATE > WS-RUN-DATE
044500         SET WS-HOLD-ACTIVE TO TRUE
044600         MOVE 'Y' TO WS-HOLD-DONE-SW
044700     END-IF.
044800 2310-EXIT.
044900     EXIT.
045000*-----------------------------------------------------------*
045100* 2500-CLOSE-ACCOUNT - SET THE SETTLED ACCOUNT CLOSED ON THE *
045200*                      MASTER, MARK THE CLOSE-OUT DONE,      *
045300*                      APPEND THE CHANGE TO THE MAINTENANCE  *
045400*                      AUDIT TRAIL IN ACCTMNT'S LINE FORMAT  *
045500*                      AND PRINT THE CUSTOMER'S              *
045600*                      CONFIRMATION.  A FAILED REWRITE       *
045700*                      LEAVES THE CLOSE-OUT PENDING.         *
045800*-----------------------------------------------------------*
045900 2500-CLOSE-ACCOUNT.
046000     MOVE ACCT-STATUS TO WS-OLD-STATUS.
046100     MOVE 'C' TO ACCT-STATUS.
046200     REWRITE ACCT-MASTER-REC.
046300     IF NOT WS-ACCTMAST-OK
046400         DISPLAY 'CLOSESTL: ACCTMAST REWRITE FAILED - STATUS '
046500             WS-ACCTMAST-STATUS ' ACCOUNT ' ACCT-NUMBER
046600         MOVE WS-OLD-STATUS TO ACCT-STATUS
046700         MOVE 'MASTER REWRITE FAILED' TO CLO-LAST-REASON
046800         GO TO 2500-EXIT
046900     END-IF.
047000     MOVE 'C' TO CLO-STATUS.
047100     MOVE WS-RUN-DATE TO CLO-CLOSED-DATE.
047200     MOVE 'SETTLED AND CLOSED' TO CLO-LAST-REASON.
047300     ADD 1 TO WS-SETTLED-COUNT.
047400     ADD 1 TO WS-CLOSE-SEQ.
047500     MOVE SPACES TO AUDIT-LINE.
047600     STRING WS-RUN-DATE         DELIMITED BY SIZE
047700         ' '  WS-CLOSE-SEQ       DELIMITED BY SIZE
047800         ' CLOSEOUT  '          DELIMITED BY SIZE
047900         ' '  ACCT-NUMBER        DELIMITED BY SIZE
048000         ' OLD ' WS-OLD-STATUS   DELIMITED BY SIZE
048100         '/'  ACCT-TYPE          DELIMITED BY SIZE
048200         ' NEW ' ACCT-STATUS     DELIMITED BY SIZE
048300         '/'  ACCT-TYPE          DELIMITED BY SIZE
048400         ' APPLIED - CLOSE-OUT SETTLED' DELIMITED BY SIZE
048500         INTO AUDIT-LINE.
048600     WRITE AUDIT-LINE.
048700     PERFORM 2600-PRINT-NOTICE THRU 2600-EXIT.
048800 2500-EXIT.
048900     EXIT.
049000*-----------------------------------------------------------*
049100* 2600-PRINT-NOTICE - THE CUSTOMER'S CLOSE-OUT CONFIRMATION: *
049200*                     MAILING BLOCK, ACCOUNT, THE INTEREST   *
049300*                     PAID AND CLOSING FEE TAKEN, AND THE    *
049400*                     AMOUNT PAID OUT AND WHERE IT WENT.     *
049500*                     EACH NOTICE AFTER THE FIRST STARTS ON  *
049600*                     ITS OWN PAGE.                          *
049700*-----------------------------------------------------------*
049800 2600-PRINT-NOTICE.
049900     IF WS-NOTICE-COUNT > ZERO
050000         PERFORM 2650-PRINT-PAGE-BREAK THRU 2650-EXIT
050100     END-IF.
050200     ADD 1 TO WS-NOTICE-COUNT.
050300     MOVE CLO-ACCT-NUMBER TO NA-ACCT-NUMBER.
050400     READ NAME-ADDR-FILE
050500         INVALID KEY
050600             MOVE SPACES TO NAME-ADDR-REC
050700             MOVE CLO-ACCT-NUMBER TO NA-ACCT-NUMBER
050800             MOVE 'NAME AND ADDRESS NOT ON FILE'
050900                 TO NA-CUST-NAME
051000     END-READ.
051100     MOVE SPACES TO NOTICE-LINE.
051200     STRING 'ACCOUNT CLOSE-OUT CONFIRMATION - CLOSED '
051300         DELIMITED BY SIZE
051400         WS-RUN-DATE DELIMITED BY SIZE
051500         INTO NOTICE-LINE.
051600     WRITE NOTICE-LINE.
051700     MOVE SPACES TO NOTICE-LINE.
051800     WRITE NOTICE-LINE.
051900     MOVE SPACES TO NOTICE-LINE.
052000     MOVE NA-CUST-NAME TO NOTICE-LINE.
052100     WRITE NOTICE-LINE.
052200     IF NA-ADDR-LINE-1 NOT = SPACES
052300         MOVE SPACES TO NOTICE-LINE
052400         MOVE NA-ADDR-LINE-1 TO NOTICE-LINE
052500         WRITE NOTICE-LINE
052600     END-IF.
052700     IF NA-ADDR-LINE-2 NOT = SPACES
052800         MOVE SPACES TO NOTICE-LINE
052900         MOVE NA-ADDR-LINE-2 TO NOTICE-LINE
053000         WRITE NOTICE-LINE
053100     END-IF.
053200     IF NA-CITY-STATE-ZIP NOT = SPACES
053300         MOVE SPACES TO NOTICE-LINE
053400         MOVE NA-CITY-STATE-ZIP TO NOTICE-LINE
053500         WRITE NOTICE-LINE
053600     END-IF.
053700     MOVE SPACES TO NOTICE-LINE.
053800     WRITE NOTICE-LINE.
053900     MOVE SPACES TO NOTICE-LINE.
054000     STRING 'ACCOUNT       ' CLO-ACCT-NUMBER DELIMITED BY SIZE
054100         INTO NOTICE-LINE.
054200     WRITE NOTICE-LINE.
054300     MOVE SPACES TO NOTICE-LINE.
054400     MOVE CLO-INTEREST-PAID TO WS-EDIT-AMOUNT.
054500     STRING 'INTEREST PAID ' WS-EDIT-AMOUNT DELIMITED BY SIZE
054600         ' ' ACCT-CURRENCY-CODE DELIMITED BY SIZE
054700         INTO NOTICE-LINE.
054800     WRITE NOTICE-LINE.
054900     MOVE SPACES TO NOTICE-LINE.
055000     MOVE CLO-FEE-CHARGED TO WS-EDIT-AMOUNT.
055100     STRING 'CLOSING FEE   ' WS-EDIT-AMOUNT DELIMITED BY SIZE
055200         ' ' ACCT-CURRENCY-CODE DELIMITED BY SIZE
055300         INTO NOTICE-LINE.
055400     WRITE NOTICE-LINE.
055500     MOVE SPACES TO NOTICE-LINE.
055600     MOVE CLO-PAYOUT-AMOUNT TO WS-EDIT-AMOUNT.
055700     STRING 'AMOUNT PAID   ' WS-EDIT-AMOUNT DELIMITED BY SIZE
055800         ' ' ACCT-CURRENCY-CODE DELIMITED BY SIZE
055900         INTO NOTICE-LINE.
056000     WRITE NOTICE-LINE.
056100     MOVE SPACES TO NOTICE-LINE.
056200     IF CLO-PAYOUT-BY-CHEQUE
056300         STRING 'PAID BY OFFICIAL CHEQUE' DELIMITED BY SIZE
056400             INTO NOTICE-LINE
056500     ELSE
056600         STRING 'PAID TO ACCOUNT ' CLO-PAYOUT-TO-ACCT
056700             DELIMITED BY SIZE INTO NOTICE-LINE
056800     END-IF.
056900     WRITE NOTICE-LINE.
057000     MOVE SPACES TO NOTICE-LINE.
057100     WRITE NOTICE-LINE.
057200     MOVE SPACES TO NOTICE-LINE.
057300     STRING 'YOUR ACCOUNT IS NOW CLOSED.  ' DELIMITED BY SIZE
057400         'KEEP THIS NOTICE FOR YOUR RECORDS.' DELIMITED BY SIZE
057500         INTO NOTICE-LINE.
057600     WRITE NOTICE-LINE.
057700 2600-EXIT.
057800     EXIT.
057900*-----------------------------------------------------------*
058000* 2650-PRINT-PAGE-BREAK - SEPARATE THE NOTICES SO EACH ONE   *
058100*                         TEARS OFF AS ITS OWN PAGE.         *
058200*-----------------------------------------------------------*
058300 2650-PRINT-PAGE-BREAK.
058400     MOVE SPACES TO NOTICE-LINE.
058500     WRITE NOTICE-LINE.
058600     MOVE ALL '-' TO NOTICE-LINE.
058700     WRITE NOTICE-LINE.
058800     MOVE SPACES TO NOTICE-LINE.
058900     WRITE NOTICE-LINE.
059000 2650-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------*
059300* 2700-WRITE-PENDING - PUT A CLOSE-OUT STILL PENDING ON THE  *
059400*                      WORK FILE FOR THE BRANCH REPORT, WITH *
059500*                      THE BALANCE NOW STANDING AND THE      *
059600*                      REASON IT HAS NOT CLOSED.             *
059700*-----------------------------------------------------------*
059800 2700-WRITE-PENDING.
059900     ADD 1 TO WS-PENDING-COUNT.
060000     MOVE SPACES TO WS-PEND-REC.
060100     MOVE CLO-BRANCH-NUMBER TO WS-PEND-BRANCH.
060200     MOVE CLO-ACCT-NUMBER TO WS-PEND-ACCT.
060300     MOVE CLO-REQUEST-DATE TO WS-PEND-REQUEST-DATE.
060400     MOVE CLO-ATTEMPT-COUNT TO WS-PEND-ATTEMPTS.
060500     MOVE ACCT-BALANCE TO WS-PEND-BALANCE.
060600     MOVE CLO-PAYOUT-METHOD TO WS-PEND-METHOD.
060700     MOVE CLO-LAST-REASON TO WS-PEND-REASON.
060800     WRITE PEND-WORK-REC FROM WS-PEND-REC.
060900 2700-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------*
061200* 3000-PRINT-PENDING - SORT THE PENDING CLOSE-OUTS BY BRANCH *
061300*                      AND ACCOUNT AND LIST THEM UNDER A     *
061400*                      HEADING PER BRANCH.                   *
061500*-----------------------------------------------------------*
061600 3000-PRINT-PENDING.
061700     CLOSE PEND-WORK-FILE.
061800     SORT SORT-WORK-FILE
061900         ON ASCENDING KEY SORT-BRANCH-NUMBER
062000                          SORT-ACCT-NUMBER
062100         USING PEND-WORK-FILE
062200         GIVING SORTED-PEND-FILE.
062300     OPEN INPUT SORTED-PEND-FILE.
062400     PERFORM 3300-READ-SORTED-PEND THRU 3300-EXIT.
062500     IF WS-SRTPEND-EOF
062600         MOVE SPACES TO PEND-REPORT-LINE
062700         WRITE PEND-REPORT-LINE
062800         MOVE SPACES TO PEND-REPORT-LINE
062900         MOVE 'NO CLOSE-OUTS PENDING' TO PEND-REPORT-LINE
063000         WRITE PEND-REPORT-LINE
063100     END-IF.
063200     PERFORM 3100-PRINT-BRANCH THRU 3100-EXIT
063300         UNTIL WS-SRTPEND-EOF.
063400     CLOSE SORTED-PEND-FILE.
063500 3000-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------*
063800* 3100-PRINT-BRANCH - ONE BRANCH: ITS HEADING, A LINE PER    *
063900*                     PENDING CLOSE-OUT AND ITS COUNT.       *
064000*-----------------------------------------------------------*
064100 3100-PRINT-BRANCH.
064200     MOVE WS-PEND-BRANCH TO WS-CURR-BRANCH.
064300     MOVE ZERO TO WS-BRANCH-COUNT.
064400     MOVE SPACES TO PEND-REPORT-LINE.
064500     WRITE PEND-REPORT-LINE.
064600     MOVE SPACES TO PEND-REPORT-LINE.
064700     STRING 'BRANCH ' WS-CURR-BRANCH DELIMITED BY SIZE
064800         INTO PEND-REPORT-LINE.
064900     WRITE PEND-REPORT-LINE.
065000     MOVE SPACES TO PEND-REPORT-LINE.
065100     STRING '  ACCOUNT     REQUESTED  TRIES  METHOD'
065200         DELIMITED BY SIZE
065300         '        BALANCE  REASON' DELIMITED BY SIZE
065400         INTO PEND-REPORT-LINE.
065500     WRITE PEND-REPORT-LINE.
065600     PERFORM 3200-PRINT-LINE THRU 3200-EXIT
065700         UNTIL WS-SRTPEND-EOF
065800         OR WS-PEND-BRANCH NOT = WS-CURR-BRANCH.
065900     MOVE SPACES TO PEND-REPORT-LINE.
066000     STRING 'BRANCH ' WS-CURR-BRANCH DELIMITED BY SIZE
066100         ' PENDING - ' WS-BRANCH-COUNT DELIMITED BY SIZE
066200         INTO PEND-REPORT-LINE.
066300     WRITE PEND-REPORT-LINE.
066400 3100-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700* 3200-PRINT-LINE - ONE PENDING CLOSE-OUT LINE, THEN READ    *
066800*                   THE NEXT.                                *
066900*-----------------------------------------------------------*
067000 3200-PRINT-LINE.
067100     ADD 1 TO WS-BRANCH-COUNT.
067200     MOVE WS-PEND-ATTEMPTS TO WS-EDIT-ATTEMPTS.
067300     MOVE WS-PEND-BALANCE TO WS-EDIT-AMOUNT.
067400     MOVE SPACES TO PEND-REPORT-LINE.
067500     STRING '  ' WS-PEND-ACCT DELIMITED BY SIZE
067600         '  ' WS-PEND-REQUEST-DATE DELIMITED BY SIZE
067700         '    ' WS-EDIT-ATTEMPTS DELIMITED BY SIZE
067800         INTO PEND-REPORT-LINE.
067900     IF WS-PEND-METHOD = 'C'
068000         MOVE 'CHEQUE ' TO PEND-REPORT-LINE (33:7)
068100     ELSE
068200         MOVE 'ACCOUNT' TO PEND-REPORT-LINE (33:7)
068300     END-IF.
068400     MOVE WS-EDIT-AMOUNT TO PEND-REPORT-LINE (43:11).
068500     MOVE WS-PEND-REASON TO PEND-REPORT-LINE (56:30).
068600     WRITE PEND-REPORT-LINE.
068700     PERFORM 3300-READ-SORTED-PEND THRU 3300-EXIT.
068800 3200-EXIT.
068900     EXIT.
069000*-----------------------------------------------------------*
069100* 3300-READ-SORTED-PEND - READ THE NEXT SORTED PENDING       *
069200*                         CLOSE-OUT INTO WS-PEND-REC.        *
069300*-----------------------------------------------------------*
069400 3300-READ-SORTED-PEND.
069500     READ SORTED-PEND-FILE
069600         AT END
069700             SET WS-SRTPEND-EOF TO TRUE
069800     END-READ.
069900     IF NOT WS-SRTPEND-EOF
070000         MOVE SRT-PEND-REC TO WS-PEND-REC
070100     END-IF.
070200 3300-EXIT.
070300     EXIT.
070400*-----------------------------------------------------------*
070500* 3500-WRITE-TOTALS - THE RUN TOTALS ON THE REPORT, AND THE  *
070600*                     CLOSE COUNT ON THE AUDIT TRAIL.        *
070700*-----------------------------------------------------------*
070800 3500-WRITE-TOTALS.
070900     MOVE SPACES TO PEND-REPORT-LINE.
071000     WRITE PEND-REPORT-LINE.
071100     MOVE SPACES TO PEND-REPORT-LINE.
071200     STRING 'JOURNAL RECORDS READ - ' DELIMITED BY SIZE
071300         WS-JRNL-READ-COUNT DELIMITED BY SIZE
071400         INTO PEND-REPORT-LINE.
071500     WRITE PEND-REPORT-LINE.
071600     MOVE SPACES TO PEND-REPORT-LINE.
071700     STRING 'SETTLEMENT POSTINGS  - ' DELIMITED BY SIZE
071800         WS-JRNL-USED-COUNT DELIMITED BY SIZE
071900         INTO PEND-REPORT-LINE.
072000     WRITE PEND-REPORT-LINE.
072100     MOVE SPACES TO PEND-REPORT-LINE.
072200     STRING 'CLOSE-OUTS READ      - ' DELIMITED BY SIZE
072300         WS-READ-COUNT DELIMITED BY SIZE
072400         INTO PEND-REPORT-LINE.
072500     WRITE PEND-REPORT-LINE.
072600     MOVE SPACES TO PEND-REPORT-LINE.
072700     STRING 'SETTLED AND CLOSED   - ' DELIMITED BY SIZE
072800         WS-SETTLED-COUNT DELIMITED BY SIZE
072900         INTO PEND-REPORT-LINE.
073000     WRITE PEND-REPORT-LINE.
073100     MOVE SPACES TO PEND-REPORT-LINE.
073200     STRING 'STILL PENDING        - ' DELIMITED BY SIZE
073300         WS-PENDING-COUNT DELIMITED BY SIZE
073400         INTO PEND-REPORT-LINE.
073500     WRITE PEND-REPORT-LINE.
073600     MOVE SPACES TO PEND-REPORT-LINE.
073700     STRING 'ALREADY CLOSED       - ' DELIMITED BY SIZE
073800         WS-ALREADY-COUNT DELIMITED BY SIZE
073900         INTO PEND-REPORT-LINE.
074000     WRITE PEND-REPORT-LINE.
074100     MOVE SPACES TO PEND-REPORT-LINE.
074200     STRING 'NOTICES PRINTED      - ' DELIMITED BY SIZE
074300         WS-NOTICE-COUNT DELIMITED BY SIZE
074400         INTO PEND-REPORT-LINE.
074500     WRITE PEND-REPORT-LINE.
074600     MOVE SPACES TO AUDIT-LINE.
074700     STRING 'CLOSESTL CLOSE-OUTS SETTLED - ' DELIMITED BY SIZE
074800         WS-SETTLED-COUNT DELIMITED BY SIZE
074900         INTO AUDIT-LINE.
075000     WRITE AUDIT-LINE.
075100 3500-EXIT.
075200     EXIT.
075300*-----------------------------------------------------------*
075400* 9000-TERMINATE - CLOSE THE FILES.                          *
075500*-----------------------------------------------------------*
075600 9000-TERMINATE.
075700     CLOSE CLOSE-OUT-FILE.
075800     CLOSE ACCT-MASTER-FILE.
075900     CLOSE HOLD-FILE.
076000     CLOSE ACCRUAL-FILE.
076100     CLOSE NAME-ADDR-FILE.
076200     CLOSE CLOSE-NOTICE-FILE.
076300     CLOSE PEND-REPORT-FILE.
076400     CLOSE AUDIT-FILE.
076500 9000-EXIT.
076600     EXIT.
076700 END PROGRAM CLOSESTL.

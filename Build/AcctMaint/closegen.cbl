000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CLOSEGEN.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL CLOSE-OUT SETTLEMENT GENERATOR.   *
001300*                  WALKS THE CLOSE-OUT FILE (CLOSEOUT) AND,   *
001400*                  FOR EVERY ACCOUNT STILL PENDING CLOSE-OUT, *
001500*                  EMITS THE NIGHT'S SETTLEMENT AS TRAN-REC   *
001600*                  DETAILS ON CLSTRAN UNDER ITS OWN HEADER    *
001700*                  AND TRAILER PER TRANCTL: AN 'INTEREST'     *
001800*                  POSTING WHEN INTEREST HAS ACCRUED SINCE    *
001900*                  THE LAST MONTH-END, A 'RELEASE' FOR EVERY  *
002000*                  ACTIVE HOLD ON THE HOLD FILE, AND LAST A   *
002100*                  'CLOSEOUT' THAT HELLO SIZES TO THE         *
002200*                  RESIDUAL BALANCE LESS THE CLOSING FEE AND  *
002300*                  PAYS TO THE NOMINATED ACCOUNT OR TO THE    *
002400*                  OFFICIAL-CHEQUE PAYABLE ACCOUNT NAMED ON   *
002500*                  THE PARM CARD (CLSPARM).  THE FILE IS      *
002600*                  EDITED BY TRANEDIT BEHIND THE STANDING     *
002700*                  ORDERS (ORDRIN CONCATENATION) AND POSTS    *
002800*                  THROUGH HELLODRV; CLOSESTL CLOSES THE      *
002900*                  ACCOUNT ONCE THE SETTLEMENT HAS POSTED.    *
003000*                  AN ACCOUNT THAT DOES NOT SETTLE STAYS      *
003100*                  PENDING AND IS GENERATED AGAIN THE NEXT    *
003200*                  NIGHT.  DETAILS ARE NUMBERED FROM 950001   *
003300*                  SO THE COMBINED VALIDATED FILE STAYS IN    *
003400*                  ASCENDING SEQUENCE BEHIND THE STANDING     *
003500*                  ORDERS.  RUNS AFTER STORDGEN AND BEFORE    *
003600*                  TRANEDIT IN THE NIGHTLY SCHEDULE.          *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CLOSE-OUT-FILE ASSIGN TO "CLOSEOUT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CLO-ACCT-NUMBER
004800         FILE STATUS IS WS-CLOSEOUT-STATUS.
004900     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ACCT-NUMBER
005300         FILE STATUS IS WS-ACCTMAST-STATUS.
005400     SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS ACR-ACCT-NUMBER
005800         FILE STATUS IS WS-ACCRUAL-STATUS.
005900     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HOLD-KEY
006300         FILE STATUS IS WS-HOLDFILE-STATUS.
006400     SELECT PARM-FILE ASSIGN TO "CLSPARM"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-CLSPARM-STATUS.
006800     SELECT CLOSE-TRAN-FILE ASSIGN TO "CLSTRAN"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-CLSTRAN-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CLOSE-OUT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY CLOSREC.
007700 FD  ACCT-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY ACCTMAST.
008000 FD  ACCRUAL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY ACCRUAL.
008300 FD  HOLD-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY HOLDREC.
008600 FD  PARM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  CLS-PARM-REC.
008900     02  CLS-PARM-CHEQUE-ACCT    PIC 9(10).
009000     02  FILLER                  PIC X(70).
009100 FD  CLOSE-TRAN-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CLOSE-TRAN-REC              PIC X(112).
009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------*
009600* FILE HANDLING SWITCHES.                                    *
009700*-----------------------------------------------------------*
009800 01  WS-FILE-SWITCHES.
009900     02  WS-CLOSEOUT-STATUS  PIC X(02) VALUE '00'.
010000         88  WS-CLOSEOUT-OK        VALUE '00'.
010100     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
010200         88  WS-ACCTMAST-OK        VALUE '00'.
010300     02  WS-ACCRUAL-STATUS   PIC X(02) VALUE '00'.
010400         88  WS-ACCRUAL-OK         VALUE '00'.
010500     02  WS-HOLDFILE-STATUS  PIC X(02) VALUE '00'.
010600         88  WS-HOLDFILE-OK        VALUE '00'.
010700     02  WS-CLSPARM-STATUS   PIC X(02) VALUE '00'.
010800     02  WS-CLSTRAN-STATUS   PIC X(02) VALUE '00'.
010900     02  WS-CLOSEOUT-EOF-SW  PIC X(01) VALUE 'N'.
011000         88  WS-CLOSEOUT-EOF       VALUE 'Y'.
011100     02  WS-HOLD-DONE-SW     PIC X(01) VALUE 'N'.
011200         88  WS-HOLD-DONE          VALUE 'Y'.
011300     02  WS-PARM-BAD-SW      PIC X(01) VALUE 'N'.
011400         88  WS-PARM-BAD           VALUE 'Y'.
011450     02  WS-PAYOUT-ACCT-SW   PIC X(01) VALUE 'N'.
011470         88  WS-PAYOUT-ACCT-SHUT   VALUE 'Y'.
011500*-----------------------------------------------------------*
011600* GENERATION WORK AREA.  THE NEXT SEQUENCE NUMBER STARTS AT  *
011700* 950001 SO THE SETTLEMENTS SORT BEHIND THE STANDING ORDERS  *
011800* (900001 UP) IN THE COMBINED VALIDATED FILE.  THE OFFICIAL- *
011900* CHEQUE PAYABLE ACCOUNT COMES FROM THE PARM CARD.           *
012000*-----------------------------------------------------------*
012100 01  WS-GENERATE-WORK-AREA.
012200     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
012300     02  WS-NEXT-SEQ-NUMBER  PIC 9(06) VALUE 950000.
012400     02  WS-CHEQUE-ACCT      PIC 9(10) VALUE ZERO.
012500*-----------------------------------------------------------*
012600* CONTROL TOTALS FOR THE OUTBOUND TRAILER.                   *
012700*-----------------------------------------------------------*
012800 01  WS-CONTROL-TOTALS.
012900     02  WS-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
013000     02  WS-AMOUNT-HASH      PIC 9(13)V99 VALUE ZERO.
013100     02  WS-ACCT-HASH        PIC 9(15) VALUE ZERO.
013200*-----------------------------------------------------------*
013300* RUN COUNTERS.                                              *
013400*-----------------------------------------------------------*
013500 01  WS-RUN-COUNTERS.
013600     02  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
013700     02  WS-PENDING-COUNT    PIC 9(7) VALUE ZERO.
013800     02  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
013900     02  WS-INTEREST-COUNT   PIC 9(7) VALUE ZERO.
014000     02  WS-RELEASE-COUNT    PIC 9(7) VALUE ZERO.
014100     02  WS-PAYOUT-COUNT     PIC 9(7) VALUE ZERO.
014150     02  WS-REDIRECT-COUNT   PIC 9(7) VALUE ZERO.
014200*-----------------------------------------------------------*
014300* THE TRAN-REC DETAIL BUILT FOR EACH SETTLEMENT POSTING, AND *
014400* WORKING COPIES OF THE CONTROL RECORDS WRITTEN AROUND THE   *
014500* FILE.                                                      *
014600*-----------------------------------------------------------*
014700     COPY TRANREC.
014800     COPY TRANCTL.
014900 PROCEDURE DIVISION.
015000*-----------------------------------------------------------*
015100* 0000-MAINLINE - WALK THE CLOSE-OUT FILE AND WRITE THE      *
015200*                 NIGHT'S SETTLEMENT TRANSACTION FILE.       *
015300*-----------------------------------------------------------*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     IF WS-PARM-BAD
015700         MOVE 16 TO RETURN-CODE
015800         GOBACK
015900     END-IF.
016000     PERFORM 2000-PROCESS-CLOSE THRU 2000-EXIT
016100         UNTIL WS-CLOSEOUT-EOF.
016200     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     GOBACK.
016500*-----------------------------------------------------------*
016600* 1000-INITIALIZE - READ THE PARM CARD, OPEN THE FILES,      *
016700*                   WRITE THE HEADER, AND POSITION AT THE    *
016800*                   FIRST CLOSE-OUT RECORD.  A MISSING OR    *
016900*                   INVALID PARM CARD, OR A CHEQUE PAYABLE   *
017000*                   ACCOUNT NOT OPEN ON THE MASTER, ENDS THE *
017100*                   RUN WITH NOTHING GENERATED.              *
017200*-----------------------------------------------------------*
017300 1000-INITIALIZE.
017400     OPEN INPUT PARM-FILE.
017500     READ PARM-FILE
017600         AT END
017700             SET WS-PARM-BAD TO TRUE
017800     END-READ.
017900     IF WS-PARM-BAD
018000         DISPLAY 'CLOSEGEN: PARM CARD MISSING - NOTHING DONE'
018100         CLOSE PARM-FILE
018200         GO TO 1000-EXIT
018300     END-IF.
018400     IF CLS-PARM-CHEQUE-ACCT NOT NUMERIC
018500         OR CLS-PARM-CHEQUE-ACCT = ZERO
018600         DISPLAY 'CLOSEGEN: PARM CARD INVALID - NOTHING DONE'
018700         SET WS-PARM-BAD TO TRUE
018800         CLOSE PARM-FILE
018900         GO TO 1000-EXIT
019000     END-IF.
019100     MOVE CLS-PARM-CHEQUE-ACCT TO WS-CHEQUE-ACCT.
019200     CLOSE PARM-FILE.
019300     OPEN INPUT ACCT-MASTER-FILE.
019400     MOVE WS-CHEQUE-ACCT TO ACCT-NUMBER.
019500     READ ACCT-MASTER-FILE
019600         INVALID KEY
019700             SET WS-PARM-BAD TO TRUE
019800     END-READ.
019900     IF NOT WS-PARM-BAD
020000         AND NOT ACCT-STATUS-ACTIVE
020100         SET WS-PARM-BAD TO TRUE
020200     END-IF.
020300     IF WS-PARM-BAD
020400         DISPLAY 'CLOSEGEN: CHEQUE PAYABLE ACCOUNT '
020500             WS-CHEQUE-ACCT ' NOT OPEN - NOTHING DONE'
020600         CLOSE ACCT-MASTER-FILE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     OPEN I-O CLOSE-OUT-FILE.
021000     OPEN INPUT ACCRUAL-FILE.
021100     OPEN INPUT HOLD-FILE.
021200     OPEN OUTPUT CLOSE-TRAN-FILE.
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021400     MOVE SPACES TO TRAN-HEADER-REC.
021500     MOVE 'HDR' TO TRAN-HDR-REC-TYPE.
021600     MOVE WS-RUN-DATE TO TRAN-HDR-FILE-DATE.
021700     MOVE 'CLOSEGEN' TO TRAN-HDR-ORIGIN-SYSTEM.
021800     WRITE CLOSE-TRAN-REC FROM TRAN-HEADER-REC.
021900     MOVE LOW-VALUES TO CLO-ACCT-NUMBER.
022000     START CLOSE-OUT-FILE KEY NOT < CLO-ACCT-NUMBER
022100         INVALID KEY
022200             SET WS-CLOSEOUT-EOF TO TRUE
022300     END-START.
022400     PERFORM 2100-READ-CLOSE THRU 2100-EXIT.
022500 1000-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------*
022800* 2000-PROCESS-CLOSE - GENERATE THE SETTLEMENT FOR A PENDING *
022900*                      CLOSE-OUT, STEP ITS ATTEMPT COUNT AND *
023000*                      CLEAR THE AMOUNTS CLOSESTL FILLS IN,  *
023100*                      THEN READ THE NEXT RECORD.  AN        *
023200*                      ACCOUNT GONE FROM THE MASTER OR       *
023300*                      ALREADY CLOSED IS PASSED OVER.        *
023310*                      A PAYOUT NOMINATED TO AN ACCOUNT NOW  *
023320*                      CLOSED OR FROZEN IS PAID BY OFFICIAL  *
023330*                      CHEQUE INSTEAD (2050).                *
023400*-----------------------------------------------------------*
023500 2000-PROCESS-CLOSE.
023600     ADD 1 TO WS-READ-COUNT.
023700     IF NOT CLO-STATUS-PENDING
023800         GO TO 2000-NEXT
023900     END-IF.
023950     PERFORM 2050-CHECK-PAYOUT-ACCT THRU 2050-EXIT.
024000     MOVE CLO-ACCT-NUMBER TO ACCT-NUMBER.
024100     READ ACCT-MASTER-FILE
024200         INVALID KEY
024300             MOVE 'C' TO ACCT-STATUS
024400     END-READ.
024500     IF ACCT-STATUS-CLOSED
024600         ADD 1 TO WS-SKIPPED-COUNT
024700         GO TO 2000-NEXT
024800     END-IF.
024900     ADD 1 TO WS-PENDING-COUNT.
025000     ADD 1 TO CLO-ATTEMPT-COUNT.
025100     MOVE WS-RUN-DATE TO CLO-LAST-GEN-DATE.
025200     IF CLO-PAYOUT-BY-CHEQUE
025250         OR WS-PAYOUT-ACCT-SHUT
025300         MOVE WS-CHEQUE-ACCT TO CLO-PAYOUT-TO-ACCT
025400     ELSE
025500         MOVE CLO-NOMINATED-ACCT TO CLO-PAYOUT-TO-ACCT
025600     END-IF.
025700     MOVE ZERO TO CLO-HOLDS-RELEASED CLO-INTEREST-PAID
025800         CLO-FEE-CHARGED CLO-PAYOUT-AMOUNT.
025900     MOVE 'N' TO CLO-PAYOUT-SW.
025950     MOVE 'G' TO CLO-SETTLE-SW.
026000     MOVE 'SETTLEMENT GENERATED' TO CLO-LAST-REASON.
026020     IF WS-PAYOUT-ACCT-SHUT
026040         ADD 1 TO WS-REDIRECT-COUNT
026060         MOVE 'CHEQUE - PAYOUT ACCT NOT OPEN' TO CLO-LAST-REASON
026070         DISPLAY 'CLOSEGEN: PAYOUT ACCOUNT ' CLO-NOMINATED-ACCT
026080             ' NOT OPEN - ' CLO-ACCT-NUMBER ' PAID BY CHEQUE'
026090     END-IF.
026100     PERFORM 2200-EMIT-INTEREST THRU 2200-EXIT.
026200     PERFORM 2300-EMIT-RELEASES THRU 2300-EXIT.
026300     PERFORM 2400-EMIT-PAYOUT THRU 2400-EXIT.
026400     REWRITE CLOSE-REC.
026500 2000-NEXT.
026600     PERFORM 2100-READ-CLOSE THRU 2100-EXIT.
026700 2000-EXIT.
026800     EXIT.
026805*-----------------------------------------------------------*
026810* 2050-CHECK-PAYOUT-ACCT - A PAYOUT NOMINATED TO AN ACCOUNT  *
026815*                          SINCE CLOSED OR FROZEN, OR GONE   *
026820*                          FROM THE MASTER, WOULD BE REFUSED *
026825*                          BY HELLO EVERY NIGHT, SO IT IS    *
026830*                          FLAGGED FOR THE OFFICIAL CHEQUE.  *
026835*                          DONE BEFORE THE CLOSING ACCOUNT   *
026840*                          IS READ, AS BOTH READS SHARE THE  *
026845*                          ACCTMAST RECORD AREA.             *
026850*-----------------------------------------------------------*
026855 2050-CHECK-PAYOUT-ACCT.
026860     MOVE 'N' TO WS-PAYOUT-ACCT-SW.
026865     IF NOT CLO-PAYOUT-TO-ACCOUNT
026870         GO TO 2050-EXIT
026875     END-IF.
026880     MOVE CLO-NOMINATED-ACCT TO ACCT-NUMBER.
026882     READ ACCT-MASTER-FILE
026884         INVALID KEY
026886             MOVE 'C' TO ACCT-STATUS
026888     END-READ.
026890     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-FROZEN
026892         SET WS-PAYOUT-ACCT-SHUT TO TRUE
026894     END-IF.
026896 2050-EXIT.
026898     EXIT.
026900*-----------------------------------------------------------*
027000* 2100-READ-CLOSE - READ THE NEXT CLOSE-OUT RECORD IN KEY    *
027100*                   ORDER.  ANY NON-ZERO STATUS ENDS THE     *
027200*                   WALK.                                    *
027300*-----------------------------------------------------------*
027400 2100-READ-CLOSE.
027500     IF WS-CLOSEOUT-EOF
027600         GO TO 2100-EXIT
027700     END-IF.
027800     READ CLOSE-OUT-FILE NEXT RECORD
027900         AT END
028000             SET WS-CLOSEOUT-EOF TO TRUE
028100     END-READ.
028200     IF NOT WS-CLOSEOUT-OK
028300         SET WS-CLOSEOUT-EOF TO TRUE
028400     END-IF.
028500 2100-EXIT.
028600     EXIT.
028700*-----------------------------------------------------------*
028800* 2200-EMIT-INTEREST - WHEN THE NIGHTLY ACCRUAL HAS BUILT UP *
028900*                      INTEREST SINCE THE LAST MONTH-END,    *
029000*                      EMIT AN 'INTEREST' POSTING; HELLO     *
029100*                      PAYS (OR CHARGES) THE ACCRUED AMOUNT  *
029200*                      AND EMPTIES THE BUCKETS.  AN ACCOUNT  *
029300*                      WITH NOTHING ACCRUED GETS NONE - THE  *
029400*                      TABLE-RATE FALLBACK WOULD PAY A WHOLE *
029500*                      MONTH.                                *
029600*-----------------------------------------------------------*
029700 2200-EMIT-INTEREST.
029800     MOVE CLO-ACCT-NUMBER TO ACR-ACCT-NUMBER.
029900     READ ACCRUAL-FILE
030000         INVALID KEY
030100             GO TO 2200-EXIT
030200     END-READ.
030300     IF ACR-CREDIT-ACCRUED = ZERO
030400         AND ACR-OD-ACCRUED = ZERO
030500         GO TO 2200-EXIT
030600     END-IF.
030700     PERFORM 2600-NEW-TRAN THRU 2600-EXIT.
030800     MOVE 'INTEREST' TO TRAN-ACTION.
030900     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
031000     ADD 1 TO WS-INTEREST-COUNT.
031100 2200-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------*
031400* 2300-EMIT-RELEASES - EMIT A 'RELEASE' FOR EVERY ACTIVE     *
031500*                      (UNEXPIRED) HOLD ON THE ACCOUNT, SO   *
031600*                      NONE IS LEFT TO BLOCK THE PAYOUT.     *
031700*                      LAPSED HOLDS ARE LEFT FOR HOLDPURG.   *
031800*-----------------------------------------------------------*
031900 2300-EMIT-RELEASES.
032000     MOVE 'N' TO WS-HOLD-DONE-SW.
032100     MOVE CLO-ACCT-NUMBER TO HOLD-ACCT-NUMBER.
032200     MOVE ZERO TO HOLD-ID.
032300     START HOLD-FILE KEY NOT < HOLD-KEY
032400         INVALID KEY
032500             MOVE 'Y' TO WS-HOLD-DONE-SW
032600     END-START.
032700     PERFORM 2310-NEXT-HOLD THRU 2310-EXIT
032800         UNTIL WS-HOLD-DONE.
032900 2300-EXIT.
033000     EXIT.
033100*-----------------------------------------------------------*
033200* 2310-NEXT-HOLD - ONE STEP OF THE HOLD SCAN.  THE RELEASE   *
033300*                  NAMES THE HOLD'S REASON, SO HELLO TAKES   *
033400*                  DOWN A HOLD PLACED FOR THAT REASON.       *
033500*-----------------------------------------------------------*
033600 2310-NEXT-HOLD.
033700     READ HOLD-FILE NEXT RECORD
033800         AT END
033900             MOVE 'Y' TO WS-HOLD-DONE-SW
034000     END-READ.
034100     IF NOT WS-HOLDFILE-OK
034200         MOVE 'Y' TO WS-HOLD-DONE-SW
034300         GO TO 2310-EXIT
034400     END-IF.
034500     IF HOLD-ACCT-NUMBER NOT = CLO-ACCT-NUMBER
034600         MOVE 'Y' TO WS-HOLD-DONE-SW
034700         GO TO 2310-EXIT
034800     END-IF.
034900     IF HOLD-EXPIRY-DATE NOT > WS-RUN-DATE
035000         GO TO 2310-EXIT
035100     END-IF.
035200     PERFORM 2600-NEW-TRAN THRU 2600-EXIT.
035300     MOVE 'RELEASE' TO TRAN-ACTION.
035400     MOVE HOLD-AMOUNT TO TRAN-AMOUNT.
035500     MOVE HOLD-REASON TO TRAN-HOLD-REASON.
035600     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
035700     ADD 1 TO WS-RELEASE-COUNT.
035800     ADD 1 TO CLO-HOLDS-RELEASED.
035900 2310-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 2400-EMIT-PAYOUT - EMIT THE 'CLOSEOUT' THAT PAYS THE       *
036300*                    RESIDUAL BALANCE AWAY.  THE AMOUNT IS   *
036400*                    LEFT ZERO - HELLO SIZES IT AT POSTING   *
036500*                    TIME FROM THE BALANCE THEN STANDING,    *
036600*                    AFTER THE INTEREST AND RELEASES ABOVE   *
036700*                    AND ANY OTHER WORK POSTED TONIGHT.      *
036800*-----------------------------------------------------------*
036900 2400-EMIT-PAYOUT.
037000     PERFORM 2600-NEW-TRAN THRU 2600-EXIT.
037100     MOVE 'CLOSEOUT' TO TRAN-ACTION.
037200     MOVE CLO-PAYOUT-TO-ACCT TO TRAN-TO-ACCOUNT-NUMBER.
037300     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
037400     ADD 1 TO WS-PAYOUT-COUNT.
037500 2400-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------*
037800* 2600-NEW-TRAN - START A TRAN-REC DETAIL FOR THE CURRENT    *
037900*                 ACCOUNT IN ITS OWN CURRENCY, UNDER THE     *
038000*                 NEXT SEQUENCE NUMBER.  LIKE THE STANDING   *
038100*                 ORDERS, EVERY SETTLEMENT POSTING IS        *
038200*                 ENTERED UNDER HEAD OFFICE (BRANCH 0000),   *
038300*                 HERE WITH TELLER 'CLOSEGEN'.               *
038400*-----------------------------------------------------------*
038500 2600-NEW-TRAN.
038600     ADD 1 TO WS-NEXT-SEQ-NUMBER.
038700     MOVE SPACES TO TRAN-REC.
038800     MOVE WS-NEXT-SEQ-NUMBER TO TRAN-SEQ-NUMBER.
038900     MOVE CLO-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
039000     MOVE ZERO TO TRAN-AMOUNT.
039100     MOVE ZERO TO TRAN-TO-ACCOUNT-NUMBER.
039200     MOVE ACCT-CURRENCY-CODE TO TRAN-CURRENCY-CODE.
039300     MOVE SPACES TO TRAN-HOLD-REASON.
039400     MOVE ZERO TO TRAN-HOLD-EXPIRY-DATE.
039500     MOVE ZERO TO TRAN-ORIG-POST-DATE.
039600     MOVE ZERO TO TRAN-ORIG-POST-TIME.
039700     MOVE ZERO TO TRAN-EFFECTIVE-DATE.
039800     MOVE 'CLOSEGEN' TO TRAN-ORIGIN-SYSTEM.
039900     MOVE WS-NEXT-SEQ-NUMBER TO TRAN-SOURCE-SEQ.
040000     MOVE ZERO TO TRAN-BRANCH-NUMBER.
040100     MOVE 'CLOSEGEN' TO TRAN-TELLER-ID.
040200 2600-EXIT.
040300     EXIT.
040400*-----------------------------------------------------------*
040500* 2700-WRITE-TRAN - WRITE THE DETAIL AND ADD IT TO THE       *
040600*                   TRAILER TOTALS.                          *
040700*-----------------------------------------------------------*
040800 2700-WRITE-TRAN.
040900     WRITE CLOSE-TRAN-REC FROM TRAN-REC.
041000     ADD 1 TO WS-DETAIL-COUNT.
041100     ADD TRAN-AMOUNT TO WS-AMOUNT-HASH.
041200     ADD TRAN-ACCOUNT-NUMBER TO WS-ACCT-HASH.
041300 2700-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------*
041600* 3000-WRITE-TRAILER - CLOSE THE GENERATED FILE OUT WITH ITS *
041700*                      CONTROL TOTALS FOR TRANEDIT TO        *
041800*                      VERIFY.                               *
041900*-----------------------------------------------------------*
042000 3000-WRITE-TRAILER.
042100     MOVE SPACES TO TRAN-TRAILER-REC.
042200     MOVE 'TRL' TO TRAN-TRL-REC-TYPE.
042300     MOVE WS-DETAIL-COUNT TO TRAN-TRL-RECORD-COUNT.
042400     MOVE WS-AMOUNT-HASH TO TRAN-TRL-AMOUNT-HASH.
042500     MOVE WS-ACCT-HASH TO TRAN-TRL-ACCOUNT-HASH.
042600     WRITE CLOSE-TRAN-REC FROM TRAN-TRAILER-REC.
042700 3000-EXIT.
042800     EXIT.
042900*-----------------------------------------------------------*
043000* 9000-TERMINATE - REPORT THE COUNTS AND CLOSE THE FILES.    *
043100*-----------------------------------------------------------*
043200 9000-TERMINATE.
043300     DISPLAY 'CLOSEGEN: CLOSE-OUTS READ   - ' WS-READ-COUNT.
043400     DISPLAY 'CLOSEGEN: SETTLEMENTS       - ' WS-PENDING-COUNT.
043500     DISPLAY 'CLOSEGEN: PASSED OVER       - ' WS-SKIPPED-COUNT.
043600     DISPLAY 'CLOSEGEN: INTEREST POSTINGS - ' WS-INTEREST-COUNT.
043700     DISPLAY 'CLOSEGEN: HOLD RELEASES     - ' WS-RELEASE-COUNT.
043800     DISPLAY 'CLOSEGEN: PAYOUTS           - ' WS-PAYOUT-COUNT.
043850     DISPLAY 'CLOSEGEN: PAID BY CHEQUE    - ' WS-REDIRECT-COUNT.
043900     CLOSE CLOSE-OUT-FILE.
044000     CLOSE ACCT-MASTER-FILE.
044100     CLOSE ACCRUAL-FILE.
044200     CLOSE HOLD-FILE.
044300     CLOSE CLOSE-TRAN-FILE.
044400 9000-EXIT.
044500     EXIT.
044600 END PROGRAM CLOSEGEN.

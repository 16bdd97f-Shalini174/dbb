001806*                  DOUBLE-POSTED A WHOLE FILE CAN NO LONGER      *
001807*                  START.  THE CHECKPOINT IS OPENED AND READ     *
001808*                  FIRST SO THE RESTART FLAG IS HONEST.          *
001811* 2026-10-15  DJ   SUSPENSE RECORD NOW 122 BYTES (TRAN-REC       *
001815*                  WIDENED TO 100 FOR THE ORIGIN SYSTEM AND      *
001818*                  SOURCE SEQUENCE).  EVERY ITEM PASSED THROUGH  *
001822*                  HELLO IS ALSO WRITTEN TO THE NIGHT'S          *
001825*                  DISPOSITION FILE (DISPOUT, SEE DISPREC) WITH  *
001829*                  HELLO'S RETURN CODE AND THE RESULTING         *
001832*                  BALANCE - POSTED, SUSPENDED, OR MANUAL FOR    *
001836*                  THE REJECTS THAT ARE NOT SUSPENDED (UNKNOWN   *
001839*                  ACTION, ORIGINAL NOT FOUND, ALREADY           *
001843*                  REVERSED) - FOR DISPRTN TO RETURN TO THE      *
001846*                  ORIGIN SYSTEM.  ITEMS SKIPPED ON A RESTART    *
001850*                  WERE WRITTEN BY THE FAILED RUN.               *
001854* 2026-10-15  DJ   SUSPENSE RECORD NOW 134 BYTES (TRAN-REC       *
001857*                  WIDENED TO 112 FOR THE BRANCH AND TELLER).    *
001861*                  THE TRANSACTION'S BRANCH AND TELLER ARE       *
001864*                  PASSED TO HELLO FOR THE JOURNAL.              *
001868* 2026-10-15  DJ   POSTS THE NEW CLOSEOUT ACTION (THE CLOSE-OUT  *
001871*                  PAYOUT) AND COUNTS IT ON THE RUN SUMMARY.  A  *
001875*                  REJECTED ITEM GENERATED BY CLOSEGEN IS NOT    *
001878*                  HELD ON SUSPENSE AND GOES BACK AS MANUAL -    *
001882*                  CLOSEGEN GENERATES THE WHOLE SETTLEMENT AFRESH*
001885*                  THE NEXT NIGHT, AND A SECOND COPY RE-PRESENTED*
001889*                  FROM SUSPENSE WOULD PAY OUT TWICE.            *
001892*-----------------------------------------------------------*
001896 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.   IBM-370.
002100 OBJECT-COMPUTER.   IBM-370.
003130         ACCESS MODE IS RANDOM
003140         RECORD KEY IS CHKPT-RUN-ID
003150         FILE STATUS IS WS-CHKPT-STATUS.
003160     SELECT DISPOSITION-FILE ASSIGN TO "DISPOUT"
003170         ORGANIZATION IS SEQUENTIAL
003180         ACCESS MODE IS SEQUENTIAL
003190         FILE STATUS IS WS-DISPOUT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  TRAN-FILE
003910 FD  SUSPENSE-OUT-FILE
003920     LABEL RECORDS ARE STANDARD.
003930     COPY SUSPREC.
003935 FD  DISPOSITION-FILE
003940     LABEL RECORDS ARE STANDARD.
003945     COPY DISPREC.
003950 FD  CHECKPOINT-FILE
003960     LABEL RECORDS ARE STANDARD.
003970     COPY CHKPTREC.
004500     02  WS-TRANIN-STATUS    PIC X(02) VALUE '00'.
004600     02  WS-RUNSUM-STATUS    PIC X(02) VALUE '00'.
004605     02  WS-SUSPOUT-STATUS   PIC X(02) VALUE '00'.
004607     02  WS-DISPOUT-STATUS   PIC X(02) VALUE '00'.
004610     02  WS-CHKPT-STATUS     PIC X(02) VALUE '00'.
004620         88  WS-CHKPT-OK           VALUE '00'.
004630         88  WS-CHKPT-NOT-FOUND    VALUE '35'.
005560     02  WS-HOLD-COUNT       PIC 9(7) VALUE ZERO.
005570     02  WS-RELEASE-COUNT    PIC 9(7) VALUE ZERO.
005580     02  WS-REVERSAL-COUNT   PIC 9(7) VALUE ZERO.
005590     02  WS-CLOSEOUT-COUNT   PIC 9(7) VALUE ZERO.
005600     02  WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
005610     02  WS-CLOSED-ACCT-COUNT PIC 9(7) VALUE ZERO.
005620     02  WS-FROZEN-ACCT-COUNT PIC 9(7) VALUE ZERO.
007898     END-IF.
007900     OPEN INPUT TRAN-FILE.
007910     OPEN EXTEND SUSPENSE-OUT-FILE.
007955     OPEN EXTEND DISPOSITION-FILE.
008000     OPEN OUTPUT RUN-SUMMARY-FILE.
008060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008100     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
011170     MOVE TRAN-HOLD-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
011180     MOVE TRAN-ORIG-POST-DATE TO ORIG-POST-DATE.
011190     MOVE TRAN-ORIG-POST-TIME TO ORIG-POST-TIME.
011193     MOVE TRAN-BRANCH-NUMBER TO BRANCH-NUMBER.
011196     MOVE TRAN-TELLER-ID TO TELLER-ID.
011200     CALL 'HELLO' USING RCV-PARMS.
011300     EVALUATE TRUE
011310         WHEN RC-ACCOUNT-CLOSED
011320             ADD 1 TO WS-CLOSED-ACCT-COUNT
011330             ADD 1 TO WS-REJECTED-COUNT
011335             PERFORM 2350-SUSPEND-REJECT THRU 2350-EXIT
011340         WHEN RC-ACCOUNT-FROZEN
011350             ADD 1 TO WS-FROZEN-ACCT-COUNT
011360             ADD 1 TO WS-REJECTED-COUNT
011365             PERFORM 2350-SUSPEND-REJECT THRU 2350-EXIT
011400         WHEN RC-INSUFFICIENT-FUNDS OR RC-ACCOUNT-NOT-FOUND
011410              OR RC-RATE-NOT-FOUND OR RC-INVALID-CURRENCY
011420              OR RC-INVALID-TRANSFER OR RC-NO-EXCH-RATE
011430              OR RC-HOLD-NOT-FOUND
011500             ADD 1 TO WS-REJECTED-COUNT
011510             PERFORM 2350-SUSPEND-REJECT THRU 2350-EXIT
011560         WHEN RC-ORIG-NOT-FOUND OR RC-ALREADY-REVERSED
011570             ADD 1 TO WS-REJECTED-COUNT
011600         WHEN RC-UNKNOWN-ACTION
012595                     ADD 1 TO WS-RELEASE-COUNT
012596                 WHEN 'REVERSAL'
012597                     ADD 1 TO WS-REVERSAL-COUNT
012598                 WHEN 'CLOSEOUT'
012599                     ADD 1 TO WS-CLOSEOUT-COUNT
012600             END-EVALUATE
012700     END-EVALUATE.
012750     PERFORM 2500-WRITE-DISPOSITION THRU 2500-EXIT.
012800 2200-EXIT.
012900     EXIT.
012901*-----------------------------------------------------------*
013010     REWRITE CHKPT-REC.
013020 2300-EXIT.
013030     EXIT.
013031*-----------------------------------------------------------*
013032* 2350-SUSPEND-REJECT - HOLD A REJECTED ITEM ON SUSPENSE     *
013034*                       (2400) UNLESS CLOSEGEN GENERATED IT. *
013035*                       CLOSEGEN'S SETTLEMENT ITEMS ARE NOT  *
013037*                       HELD - THEY ARE GENERATED AGAIN      *
013038*                       WHILE THE CLOSE-OUT STAYS PENDING.   *
013040*-----------------------------------------------------------*
013041 2350-SUSPEND-REJECT.
013042     IF TRAN-ORIGIN-SYSTEM NOT = 'CLOSEGEN'
013044         PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT
013045     END-IF.
013047 2350-EXIT.
013048     EXIT.
013050*-----------------------------------------------------------*
013051* 2500-WRITE-DISPOSITION - RETURN THE ITEM'S FATE TO ITS    *
013052*                          ORIGIN WITH HELLO'S RETURN CODE  *
013054*                          AND THE BALANCE HELLO LEFT.  A   *
013055*                          REJECT NOT HELD ON SUSPENSE GOES *
013057*                          BACK AS MANUAL.                  *
013058*-----------------------------------------------------------*
013060 2500-WRITE-DISPOSITION.
013061     MOVE SPACES TO DISP-REC.
013062     MOVE 'DTL' TO DISP-REC-TYPE.
013064     MOVE TRAN-ORIGIN-SYSTEM TO DISP-ORIGIN-SYSTEM.
013065     MOVE TRAN-SOURCE-SEQ TO DISP-SOURCE-SEQ.
013067     MOVE WS-RUN-DATE TO DISP-PROCESS-DATE.
013068     EVALUATE TRUE
013070         WHEN RC-POSTED-OK
013071             SET DISP-POSTED TO TRUE
013072         WHEN TRAN-ORIGIN-SYSTEM = 'CLOSEGEN'
013074             SET DISP-MANUAL TO TRUE
013075         WHEN RC-ACCOUNT-CLOSED OR RC-ACCOUNT-FROZEN
013077              OR RC-INSUFFICIENT-FUNDS OR RC-ACCOUNT-NOT-FOUND
013078              OR RC-RATE-NOT-FOUND OR RC-INVALID-CURRENCY
013080              OR RC-INVALID-TRANSFER OR RC-NO-EXCH-RATE
013081              OR RC-HOLD-NOT-FOUND
013082             SET DISP-SUSPENDED TO TRUE
013084         WHEN OTHER
013085             SET DISP-MANUAL TO TRUE
013087     END-EVALUATE.
013088     MOVE HELLO-RETURN-CODE IN RCV-PARMS TO DISP-RETURN-CODE.
013090     MOVE TRAN-ACCOUNT-NUMBER TO DISP-ACCT-NUMBER.
013091     MOVE TRAN-ACTION TO DISP-ACTION.
013092     MOVE TRAN-AMOUNT TO DISP-AMOUNT.
013094     MOVE ACCOUNT-BAL-REM TO DISP-RESULT-BALANCE.
013095     WRITE DISP-REC.
013097 2500-EXIT.
013098     EXIT.
013100*-----------------------------------------------------------*
013110* 3000-WRITE-SUMMARY - WRITE THE RUN SUMMARY TO RUNSUM.      *
013120*-----------------------------------------------------------*
013343         WS-REVERSAL-COUNT DELIMITED BY SIZE
013346         INTO SUMMARY-LINE.
013349     WRITE SUMMARY-LINE.
013350     MOVE SPACES TO SUMMARY-LINE.
013351     STRING 'CLOSE-OUTS PAID     - ' DELIMITED BY SIZE
013352         WS-CLOSEOUT-COUNT DELIMITED BY SIZE
013353         INTO SUMMARY-LINE.
013354     WRITE SUMMARY-LINE.
013355     MOVE SPACES TO SUMMARY-LINE.
013356     STRING 'TOTAL REJECTED      - ' DELIMITED BY SIZE
013358         WS-REJECTED-COUNT DELIMITED BY SIZE
013361         INTO SUMMARY-LINE.
013364     WRITE SUMMARY-LINE.
013495     END-IF.
013496     CLOSE TRAN-FILE.
013497     CLOSE SUSPENSE-OUT-FILE.
013498     CLOSE DISPOSITION-FILE.
013500     CLOSE RUN-SUMMARY-FILE.
013505     CLOSE CHECKPOINT-FILE.
013551     MOVE 'END' TO RUNCTL-FUNCTION.

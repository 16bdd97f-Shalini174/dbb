002600*                  POSTS MOVE NO MONEY AND ARE LEFT OUT.      *
002700*                  RUNS AFTER HELLODRV, BEFORE JRNLCUT        *
002800*                  EMPTIES THE LIVE JOURNAL.                  *
002809* 2026-10-15  DJ   ADDED THE PER-CUSTOMER SECTION.  EACH      *
002818*                  ACCOUNT'S DAY TOTALS ARE ALSO POSTED TO    *
002827*                  EVERY CUSTOMER LINKED TO IT ON THE         *
002836*                  CROSS-REFERENCE (CUSTXREF); A CUSTOMER     *
002845*                  WITH ACTIVITY ON MORE THAN ONE ACCOUNT     *
002855*                  WHOSE COMBINED DEBITS OR CREDITS CROSS THE *
002864*                  THRESHOLD IS FLAGGED WITH EACH             *
002873*                  CONTRIBUTING ACCOUNT AND ITS ROLE, SO CASH *
002882*                  SPLIT ACROSS ACCOUNTS TO STAY UNDER THE    *
002891*                  THRESHOLD IS CAUGHT.                       *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS NA-ACCT-NUMBER
004900         FILE STATUS IS WS-NAMEADDR-STATUS.
004905     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXRF"
004909         ORGANIZATION IS INDEXED
004914         ACCESS MODE IS DYNAMIC
004918         RECORD KEY IS XREF-KEY
004923         ALTERNATE RECORD KEY IS XREF-ACCT-NUMBER
004927             WITH DUPLICATES
004932         FILE STATUS IS WS-CUSTXRF-STATUS.
004936     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
004941         ORGANIZATION IS INDEXED
004945         ACCESS MODE IS RANDOM
004951         RECORD KEY IS CUST-NUMBER
004955         FILE STATUS IS WS-CUSTMAST-STATUS.
004959     SELECT CUST-WORK-FILE ASSIGN TO "CUSTWORK"
004964         ORGANIZATION IS SEQUENTIAL
004968         ACCESS MODE IS SEQUENTIAL
004973         FILE STATUS IS WS-CUSTWORK-STATUS.
004977     SELECT CUST-SORT-FILE ASSIGN TO "SORTWK01".
004982     SELECT SORTED-CUST-FILE ASSIGN TO "SRTCUST"
004986         ORGANIZATION IS SEQUENTIAL
004991         ACCESS MODE IS SEQUENTIAL
004995         FILE STATUS IS WS-SRTCUST-STATUS.
005000     SELECT PARM-FILE ASSIGN TO "LRGPARM"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
006800 FD  NAME-ADDR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY NAMEADDR.
007006 FD  CUST-XREF-FILE
007012     LABEL RECORDS ARE STANDARD.
007017     COPY CUSTXREF.
007023 FD  CUST-MASTER-FILE
007028     LABEL RECORDS ARE STANDARD.
007034     COPY CUSTMAST.
007039 FD  CUST-WORK-FILE
007045     LABEL RECORDS ARE STANDARD.
007051 01  CUST-WORK-OUT               PIC X(80).
007056 SD  CUST-SORT-FILE.
007062 01  SORT-CUST-REC.
007067     02  SORT-CUST-NUMBER        PIC 9(10).
007073     02  SORT-CUST-ACCT-NUMBER   PIC 9(10).
007078     02  FILLER                  PIC X(60).
007084 FD  SORTED-CUST-FILE
007089     LABEL RECORDS ARE STANDARD.
007095 01  SRT-CUST-REC                PIC X(80).
007100 FD  PARM-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  LRG-PARM-REC.
008500     02  WS-SRTJRNL-STATUS   PIC X(02) VALUE '00'.
008600     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
008700         88  WS-NAMEADDR-OK        VALUE '00'.
008721     02  WS-CUSTXRF-STATUS   PIC X(02) VALUE '00'.
008741     02  WS-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
008761     02  WS-CUSTWORK-STATUS  PIC X(02) VALUE '00'.
008781     02  WS-SRTCUST-STATUS   PIC X(02) VALUE '00'.
008800     02  WS-LRGPARM-STATUS   PIC X(02) VALUE '00'.
008900     02  WS-LRGRPT-STATUS    PIC X(02) VALUE '00'.
009000     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
009100         88  WS-SRTJRNL-EOF        VALUE 'Y'.
009200     02  WS-LRGPARM-EOF-SW   PIC X(01) VALUE 'N'.
009300         88  WS-LRGPARM-EOF        VALUE 'Y'.
009321     02  WS-XREF-EOF-SW      PIC X(01) VALUE 'N'.
009341         88  WS-XREF-EOF           VALUE 'Y'.
009361     02  WS-SRTCUST-EOF-SW   PIC X(01) VALUE 'N'.
009381         88  WS-SRTCUST-EOF        VALUE 'Y'.
009400*-----------------------------------------------------------*
009500* THE THRESHOLD FROM THE PARM CARD.                          *
009600*-----------------------------------------------------------*
011900         03  WS-DT-AMOUNT    PIC 9(7)V99.
012000         03  WS-DT-CURRENCY  PIC X(03).
012100         03  WS-DT-DIRECTION PIC X(02).
012103*-----------------------------------------------------------*
012106* ONE ACCOUNT'S DAY TOTALS POSTED TO ONE LINKED CUSTOMER -  *
012109* THE RECORD ON THE CUSTOMER WORK FILE.                     *
012113*-----------------------------------------------------------*
012116 01  WS-CUST-WORK-REC.
012119     02  WS-CW-CUST-NUMBER   PIC 9(10).
012123     02  WS-CW-ACCT-NUMBER   PIC 9(10).
012126     02  WS-CW-ROLE          PIC X(01).
012129     02  WS-CW-DEBITS        PIC 9(13)V99.
012133     02  WS-CW-CREDITS       PIC 9(13)V99.
012135     02  FILLER              PIC X(29).
012138*-----------------------------------------------------------*
012142* CUSTOMER CONTROL-BREAK WORK AREA.  THE CUSTOMER'S         *
012145* CONTRIBUTING ACCOUNTS ARE HELD UNTIL THE COMBINED TOTALS  *
012148* DECIDE WHETHER THE CUSTOMER PRINTS.                       *
012152*-----------------------------------------------------------*
012155 01  WS-CUSTOMER-WORK-AREA.
012158     02  WS-PREV-CUST        PIC 9(10) VALUE ZERO.
012162     02  WS-CUST-DEBITS      PIC 9(13)V99 VALUE ZERO.
012165     02  WS-CUST-CREDITS     PIC 9(13)V99 VALUE ZERO.
012167 01  WS-CUST-ACCT-TABLE.
012171     02  WS-CA-LIMIT         PIC 9(04) COMP VALUE 50.
012174     02  WS-CA-COUNT         PIC 9(04) COMP VALUE ZERO.
012177     02  WS-CA-TOTAL         PIC 9(04) COMP VALUE ZERO.
012181     02  WS-CA-SUB           PIC 9(04) COMP VALUE ZERO.
012184     02  WS-CA-ENTRY OCCURS 50 TIMES.
012187         03  WS-CA-ACCT      PIC 9(10).
012191         03  WS-CA-ROLE      PIC X(01).
012194         03  WS-CA-DEBITS    PIC 9(13)V99.
012197         03  WS-CA-CREDITS   PIC 9(13)V99.
012200*-----------------------------------------------------------*
012300* EDITED FIELDS FOR THE REPORT LINES.                        *
012400*-----------------------------------------------------------*
013300 01  WS-RUN-TOTALS.
013400     02  WS-ACCOUNT-COUNT    PIC 9(7) VALUE ZERO.
013500     02  WS-FLAGGED-COUNT    PIC 9(7) VALUE ZERO.
013534     02  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
013567     02  WS-CUST-FLAGGED     PIC 9(7) VALUE ZERO.
013600 PROCEDURE DIVISION.
013700*-----------------------------------------------------------*
013800* 0000-MAINLINE - SORT THE JOURNAL, ROLL IT UP BY ACCOUNT,   *
013900*                 AND PRINT EVERY ACCOUNT THAT CROSSED THE   *
014000*                 THRESHOLD ON EITHER SIDE.                  *
014051*                 THEN ROLL THE ACCOUNTS UP BY CUSTOMER.     *
014100*-----------------------------------------------------------*
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     IF NOT WS-LRGPARM-EOF
014500         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
014600             UNTIL WS-SRTJRNL-EOF
014651         PERFORM 4000-CUSTOMER-SECTION THRU 4000-EXIT
014700         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
014800     END-IF.
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100         GIVING SORTED-JOURNAL-FILE.
018200     OPEN INPUT SORTED-JOURNAL-FILE.
018300     OPEN INPUT NAME-ADDR-FILE.
018325     OPEN INPUT CUST-XREF-FILE.
018351     OPEN INPUT CUST-MASTER-FILE.
018375     OPEN OUTPUT CUST-WORK-FILE.
018400     MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD.
018500     MOVE SPACES TO LARGE-LINE.
018600     STRING 'LRGTRAN LARGE-TRANSACTION COMPLIANCE REPORT - '
021300         OR WS-TOTAL-CREDITS > WS-THRESHOLD
021400         PERFORM 2400-PRINT-ACCOUNT THRU 2400-EXIT
021500     END-IF.
021521     IF WS-TOTAL-DEBITS > ZERO
021541         OR WS-TOTAL-CREDITS > ZERO
021561         PERFORM 2600-POST-TO-CUSTOMERS THRU 2600-EXIT
021581     END-IF.
021600     IF NOT WS-SRTJRNL-EOF
021700         MOVE JRNL-ACCT-NUMBER OF SRT-JRNL-REC
021800             TO WS-CURRENT-ACCT
034300     ADD 1 TO WS-DETAIL-SUB.
034400 2500-EXIT.
034500     EXIT.
034502*-----------------------------------------------------------*
034504* 2600-POST-TO-CUSTOMERS - WRITE THE ACCOUNT'S DAY TOTALS   *
034506*                          TO THE CUSTOMER WORK FILE ONCE   *
034508*                          FOR EVERY CUSTOMER LINKED TO THE *
034511*                          ACCOUNT, FOUND ON THE CROSS-     *
034513*                          REFERENCE'S ACCOUNT KEY.         *
034515*-----------------------------------------------------------*
034517 2600-POST-TO-CUSTOMERS.
034518     MOVE 'N' TO WS-XREF-EOF-SW.
034521     MOVE WS-PREV-ACCT TO XREF-ACCT-NUMBER.
034523     START CUST-XREF-FILE
034525         KEY IS EQUAL TO XREF-ACCT-NUMBER
034527         INVALID KEY
034529             GO TO 2600-EXIT
034532     END-START.
034534     PERFORM 2700-READ-NEXT-XREF THRU 2700-EXIT.
034535     PERFORM 2610-POST-ONE-CUSTOMER THRU 2610-EXIT
034537         UNTIL WS-XREF-EOF
034539         OR XREF-ACCT-NUMBER NOT = WS-PREV-ACCT.
034542 2600-EXIT.
034544     EXIT.
034546*-----------------------------------------------------------*
034548* 2610-POST-ONE-CUSTOMER - ONE STEP OF THE LINKED-CUSTOMER  *
034551*                          SCAN.                            *
034552*-----------------------------------------------------------*
034554 2610-POST-ONE-CUSTOMER.
034556     MOVE SPACES TO WS-CUST-WORK-REC.
034558     MOVE XREF-CUST-NUMBER TO WS-CW-CUST-NUMBER.
034561     MOVE WS-PREV-ACCT TO WS-CW-ACCT-NUMBER.
034563     MOVE XREF-ROLE TO WS-CW-ROLE.
034565     MOVE WS-TOTAL-DEBITS TO WS-CW-DEBITS.
034567     MOVE WS-TOTAL-CREDITS TO WS-CW-CREDITS.
034568     WRITE CUST-WORK-OUT FROM WS-CUST-WORK-REC.
034571     PERFORM 2700-READ-NEXT-XREF THRU 2700-EXIT.
034573 2610-EXIT.
034575     EXIT.
034577*-----------------------------------------------------------*
034579* 2700-READ-NEXT-XREF - READ THE NEXT CROSS-REFERENCE       *
034582*                       RECORD ON THE ACCOUNT KEY.          *
034584*-----------------------------------------------------------*
034585 2700-READ-NEXT-XREF.
034587     READ CUST-XREF-FILE NEXT RECORD
034589         AT END
034592             SET WS-XREF-EOF TO TRUE
034594     END-READ.
034596 2700-EXIT.
034598     EXIT.
034600*-----------------------------------------------------------*
034700* 3000-WRITE-TOTALS - THE RUN TOTALS.                        *
034800*-----------------------------------------------------------*
035900         WS-FLAGGED-COUNT DELIMITED BY SIZE
036000         INTO LARGE-LINE.
036100     WRITE LARGE-LINE.
036109     MOVE SPACES TO LARGE-LINE.
036118     STRING 'CUSTOMERS SCANNED   - ' DELIMITED BY SIZE
036127         WS-CUST-COUNT DELIMITED BY SIZE
036136         INTO LARGE-LINE.
036145     WRITE LARGE-LINE.
036155     MOVE SPACES TO LARGE-LINE.
036164     STRING 'CUSTOMERS FLAGGED   - ' DELIMITED BY SIZE
036173         WS-CUST-FLAGGED DELIMITED BY SIZE
036182         INTO LARGE-LINE.
036191     WRITE LARGE-LINE.
036200 3000-EXIT.
036300     EXIT.
036301*-----------------------------------------------------------*
036302* 4000-CUSTOMER-SECTION - SORT THE CUSTOMER WORK FILE BY    *
036303*                         CUSTOMER AND ACCOUNT AND PRINT    *
036304*                         EVERY CUSTOMER WHOSE ACCOUNTS     *
036305*                         TOGETHER CROSSED THE THRESHOLD.   *
036306*-----------------------------------------------------------*
036307 4000-CUSTOMER-SECTION.
036308     CLOSE CUST-WORK-FILE.
036309     SORT CUST-SORT-FILE
036310         ON ASCENDING KEY SORT-CUST-NUMBER
036311                          SORT-CUST-ACCT-NUMBER
036312         USING CUST-WORK-FILE
036313         GIVING SORTED-CUST-FILE.
036314     OPEN INPUT SORTED-CUST-FILE.
036315     MOVE SPACES TO LARGE-LINE.
036316     WRITE LARGE-LINE.
036317     MOVE SPACES TO LARGE-LINE.
036318     STRING 'CUSTOMERS WITH ACTIVITY ON MORE THAN ONE ACCOUNT '
036319         'CROSSING THE THRESHOLD IN TOTAL' DELIMITED BY SIZE
036320         INTO LARGE-LINE.
036321     WRITE LARGE-LINE.
036322     PERFORM 4100-READ-SORTED-CUST THRU 4100-EXIT.
036323     PERFORM 4200-PROCESS-CUSTOMER THRU 4200-EXIT
036324         UNTIL WS-SRTCUST-EOF.
036325     CLOSE SORTED-CUST-FILE.
036326 4000-EXIT.
036327     EXIT.
036328*-----------------------------------------------------------*
036329* 4100-READ-SORTED-CUST - READ THE NEXT SORTED CUSTOMER     *
036330*                         WORK RECORD.                      *
036331*-----------------------------------------------------------*
036332 4100-READ-SORTED-CUST.
036333     READ SORTED-CUST-FILE INTO WS-CUST-WORK-REC
036334         AT END
036335             SET WS-SRTCUST-EOF TO TRUE
036336     END-READ.
036337 4100-EXIT.
036338     EXIT.
036339*-----------------------------------------------------------*
036340* 4200-PROCESS-CUSTOMER - ACCUMULATE ONE CUSTOMER'S         *
036341*                         ACCOUNTS AND PRINT THE CUSTOMER   *
036342*                         IF MORE THAN ONE ACCOUNT MOVED    *
036343*                         AND EITHER COMBINED SIDE CROSSED  *
036344*                         THE THRESHOLD.                    *
036345*-----------------------------------------------------------*
036346 4200-PROCESS-CUSTOMER.
036347     MOVE WS-CW-CUST-NUMBER TO WS-PREV-CUST.
036348     MOVE ZERO TO WS-CUST-DEBITS WS-CUST-CREDITS.
036349     MOVE ZERO TO WS-CA-COUNT WS-CA-TOTAL.
036350     ADD 1 TO WS-CUST-COUNT.
036351     PERFORM 4300-ACCUMULATE-CUSTOMER THRU 4300-EXIT
036352         UNTIL WS-SRTCUST-EOF
036353         OR WS-CW-CUST-NUMBER NOT = WS-PREV-CUST.
036354     IF WS-CA-TOTAL > 1
036355         AND (WS-CUST-DEBITS > WS-THRESHOLD
036356           OR WS-CUST-CREDITS > WS-THRESHOLD)
036357         PERFORM 4400-PRINT-CUSTOMER THRU 4400-EXIT
036358     END-IF.
036359 4200-EXIT.
036360     EXIT.
036361*-----------------------------------------------------------*
036362* 4300-ACCUMULATE-CUSTOMER - FOLD ONE ACCOUNT'S DAY TOTALS  *
036363*                            INTO THE CUSTOMER'S AND HOLD   *
036364*                            THE ACCOUNT FOR THE REPORT.    *
036365*-----------------------------------------------------------*
036366 4300-ACCUMULATE-CUSTOMER.
036367     ADD WS-CW-DEBITS TO WS-CUST-DEBITS.
036368     ADD WS-CW-CREDITS TO WS-CUST-CREDITS.
036369     ADD 1 TO WS-CA-TOTAL.
036370     IF WS-CA-COUNT < WS-CA-LIMIT
036371         ADD 1 TO WS-CA-COUNT
036372         MOVE WS-CW-ACCT-NUMBER TO WS-CA-ACCT (WS-CA-COUNT)
036373         MOVE WS-CW-ROLE TO WS-CA-ROLE (WS-CA-COUNT)
036374         MOVE WS-CW-DEBITS TO WS-CA-DEBITS (WS-CA-COUNT)
036375         MOVE WS-CW-CREDITS TO WS-CA-CREDITS (WS-CA-COUNT)
036376     END-IF.
036377     PERFORM 4100-READ-SORTED-CUST THRU 4100-EXIT.
036378 4300-EXIT.
036379     EXIT.
036400*-----------------------------------------------------------*
036401* 4400-PRINT-CUSTOMER - THE CUSTOMER CROSSED THE THRESHOLD  *
036402*                       ACROSS ACCOUNTS - PRINT THE NAME,   *
036403*                       COMBINED TOTALS AND EACH ACCOUNT.   *
036404*-----------------------------------------------------------*
036405 4400-PRINT-CUSTOMER.
036406     ADD 1 TO WS-CUST-FLAGGED.
036407     MOVE WS-PREV-CUST TO CUST-NUMBER.
036408     READ CUST-MASTER-FILE
036409         INVALID KEY
036410             MOVE SPACES TO CUST-MASTER-REC
036411             MOVE 'CUSTOMER NOT ON FILE' TO CUST-NAME
036412     END-READ.
036413     MOVE SPACES TO LARGE-LINE.
036414     WRITE LARGE-LINE.
036415     MOVE WS-CUST-DEBITS TO WS-EDIT-DEBITS.
036416     MOVE WS-CUST-CREDITS TO WS-EDIT-CREDITS.
036417     MOVE SPACES TO LARGE-LINE.
036418     STRING 'CUSTOMER ' WS-PREV-CUST DELIMITED BY SIZE
036419         '  ' CUST-NAME DELIMITED BY SIZE
036420         INTO LARGE-LINE.
036421     WRITE LARGE-LINE.
036422     MOVE SPACES TO LARGE-LINE.
036423     STRING '  TOTAL DEBITS  ' WS-EDIT-DEBITS
036424         DELIMITED BY SIZE
036425         '  TOTAL CREDITS ' WS-EDIT-CREDITS
036426         DELIMITED BY SIZE
036427         INTO LARGE-LINE.
036428     WRITE LARGE-LINE.
036429     MOVE 1 TO WS-CA-SUB.
036430     PERFORM 4500-PRINT-CUST-ACCOUNT THRU 4500-EXIT
036431         UNTIL WS-CA-SUB > WS-CA-COUNT.
036432     IF WS-CA-TOTAL > WS-CA-COUNT
036433         MOVE SPACES TO LARGE-LINE
036434         STRING '  ** FURTHER ACCOUNTS OMITTED FROM THIS LIST **'
036435             DELIMITED BY SIZE
036436             INTO LARGE-LINE
036437         WRITE LARGE-LINE
036438     END-IF.
036439 4400-EXIT.
036440     EXIT.
036441*-----------------------------------------------------------*
036442* 4500-PRINT-CUST-ACCOUNT - ONE CONTRIBUTING ACCOUNT WITH   *
036443*                           THE CUSTOMER'S ROLE ON IT.      *
036444*-----------------------------------------------------------*
036445 4500-PRINT-CUST-ACCOUNT.
036446     MOVE WS-CA-DEBITS (WS-CA-SUB) TO WS-EDIT-DEBITS.
036447     MOVE WS-CA-CREDITS (WS-CA-SUB) TO WS-EDIT-CREDITS.
036448     MOVE SPACES TO LARGE-LINE.
036449     STRING '  ACCOUNT ' WS-CA-ACCT (WS-CA-SUB) DELIMITED BY SIZE
036450         ' ROLE ' WS-CA-ROLE (WS-CA-SUB) DELIMITED BY SIZE
036451         '  DEBITS ' WS-EDIT-DEBITS DELIMITED BY SIZE
036452         '  CREDITS ' WS-EDIT-CREDITS DELIMITED BY SIZE
036453         INTO LARGE-LINE.
036454     WRITE LARGE-LINE.
036455     ADD 1 TO WS-CA-SUB.
036456 4500-EXIT.
036457     EXIT.
036458*-----------------------------------------------------------*
036500* 9000-TERMINATE - CLOSE THE FILES.                          *
036600*-----------------------------------------------------------*
036700 9000-TERMINATE.
037000     IF NOT WS-LRGPARM-EOF
037100         CLOSE SORTED-JOURNAL-FILE
037200         CLOSE NAME-ADDR-FILE
037234         CLOSE CUST-XREF-FILE
037267         CLOSE CUST-MASTER-FILE
037300     END-IF.
037400 9000-EXIT.
037500     EXIT.

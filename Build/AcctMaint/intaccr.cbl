000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTACCR.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL NIGHTLY INTEREST ACCRUAL.  WALKS  *
001300*                  THE ACCOUNT MASTER IN KEY ORDER AND ADDS   *
001400*                  ONE DAY'S INTEREST ON EACH ACCOUNT'S       *
001500*                  CLOSING ACCT-BALANCE TO ITS RECORD ON THE  *
001600*                  ACCRUAL FILE (SEE ACCRUAL) - CREDIT        *
001700*                  INTEREST AT THE INTRATE RATE WHILE THE     *
001800*                  BALANCE IS POSITIVE, OVERDRAFT INTEREST AT *
001900*                  THE ODRATE RATE WHILE IT IS NEGATIVE.      *
002000*                  THE TABLE RATES ARE PER INTEREST PERIOD    *
002100*                  (MONTHLY), SO ONE DAY IS RATE * 12 / 365.  *
002200*                  CLOSED ACCOUNTS DO NOT ACCRUE.  A RERUN    *
002300*                  FOR THE SAME DATE ACCRUES NOTHING TWICE.   *
002400*                  THE MONTH-END INTEREST POSTING IN HELLO    *
002500*                  PAYS OR CHARGES THE ACCUMULATED BUCKETS    *
002600*                  AND RESETS THEM.  THE ACCRUAL LISTING      *
002700*                  (ACCRRPT) SHOWS EVERY ACCOUNT'S DAY AND    *
002800*                  MONTH-TO-DATE ACCRUAL, AND TOTALS BY       *
002900*                  ACCOUNT TYPE AND CURRENCY FOR THE GL'S     *
003000*                  ACCRUED INTEREST PAYABLE/RECEIVABLE        *
003100*                  ENTRIES.  RUNS AFTER HELLODRV SO THE       *
003200*                  BALANCE ACCRUED ON IS THE DAY'S CLOSING    *
003300*                  BALANCE.                                   *
003325* 2026-10-15  DJ   ACCRUES AT THE RATE IN FORCE ON THE RUN    *
003351*                  DATE - A CHANGE SCHEDULED BY RATEMNT       *
003375*                  APPLIES FROM ITS EFFECTIVE DATE.           *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS ACCT-NUMBER
004500         FILE STATUS IS WS-ACCTMAST-STATUS.
004600     SELECT INT-RATE-FILE ASSIGN TO "INTRATE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS INT-ACCT-TYPE
005000         FILE STATUS IS WS-INTRATE-STATUS.
005100     SELECT OD-RATE-FILE ASSIGN TO "ODRATE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS OD-ACCT-TYPE
005500         FILE STATUS IS WS-ODRATE-STATUS.
005600     SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS ACR-ACCT-NUMBER
006000         FILE STATUS IS WS-ACCRUAL-STATUS.
006100     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-ACCRRPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ACCT-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY ACCTMAST.
007000 FD  INT-RATE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY INTRATE.
007300 FD  OD-RATE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ODRATE.
007600 FD  ACCRUAL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY ACCRUAL.
007900 FD  ACCRUAL-REPORT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  ACCRUAL-LINE                PIC X(132).
008200 WORKING-STORAGE SECTION.
008300*-----------------------------------------------------------*
008400* FILE HANDLING SWITCHES.                                    *
008500*-----------------------------------------------------------*
008600 01  WS-FILE-SWITCHES.
008700     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
008800         88  WS-ACCTMAST-OK        VALUE '00'.
008900     02  WS-INTRATE-STATUS   PIC X(02) VALUE '00'.
009000         88  WS-INTRATE-OK         VALUE '00'.
009100     02  WS-ODRATE-STATUS    PIC X(02) VALUE '00'.
009200         88  WS-ODRATE-OK          VALUE '00'.
009300     02  WS-ACCRUAL-STATUS   PIC X(02) VALUE '00'.
009400         88  WS-ACCRUAL-OK         VALUE '00'.
009500         88  WS-ACCRUAL-NOTFOUND   VALUE '23'.
009600     02  WS-ACCRRPT-STATUS   PIC X(02) VALUE '00'.
009700     02  WS-ACCTMAST-EOF-SW  PIC X(01) VALUE 'N'.
009800         88  WS-ACCTMAST-EOF       VALUE 'Y'.
009900     02  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
010000         88  WS-RATE-FOUND         VALUE 'Y'.
010100     02  WS-NEW-ACCRUAL-SW   PIC X(01) VALUE 'N'.
010200         88  WS-NEW-ACCRUAL        VALUE 'Y'.
010300*-----------------------------------------------------------*
010400* ACCRUAL WORK AREA.  THE TABLE RATES ARE PER INTEREST       *
010500* PERIOD; ONE DAY'S SHARE IS RATE * PERIODS / DAYS.  ONE     *
010600* PLACE TO CHANGE IF THE PERIOD OR DAY BASIS EVER CHANGES.   *
010700*-----------------------------------------------------------*
010800 01  WS-ACCRUAL-WORK-AREA.
010900     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
011000     02  WS-PERIODS-PER-YEAR PIC 9(02) VALUE 12.
011100     02  WS-DAYS-PER-YEAR    PIC 9(03) VALUE 365.
011200     02  WS-KEY-RATE         PIC 9V9(4) VALUE ZERO.
011300     02  WS-DAY-ACCRUAL      PIC 9(7)V9(5) VALUE ZERO.
011400     02  WS-DAY-DIRECTION    PIC X(02) VALUE SPACES.
011500     02  WS-LINE-NOTE        PIC X(20) VALUE SPACES.
011600*-----------------------------------------------------------*
011700* GL ROLLUP TABLE - ONE ENTRY PER ACCOUNT TYPE / CURRENCY,   *
011800* HOLDING TODAY'S ACCRUAL AND THE MONTH-TO-DATE BUCKETS ON   *
011900* BOTH SIDES.                                                *
012000*-----------------------------------------------------------*
012100 01  WS-ROLLUP-TABLE.
012200     02  WS-ROLLUP-LIMIT     PIC 9(04) COMP VALUE 200.
012300     02  WS-ROLLUP-COUNT     PIC 9(04) COMP VALUE ZERO.
012400     02  WS-SUB              PIC 9(04) COMP VALUE ZERO.
012500     02  WS-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
012600     02  WS-OVERFLOW-SW      PIC X(01) VALUE 'N'.
012700         88  WS-TABLE-OVERFLOW     VALUE 'Y'.
012800     02  WS-ROLLUP-ENTRY OCCURS 200 TIMES.
012900         03  WS-RU-ACCT-TYPE PIC X(02).
013000         03  WS-RU-CURRENCY  PIC X(03).
013100         03  WS-RU-DAY-CR    PIC 9(11)V9(5).
013200         03  WS-RU-DAY-OD    PIC 9(11)V9(5).
013300         03  WS-RU-MTD-CR    PIC 9(11)V9(5).
013400         03  WS-RU-MTD-OD    PIC 9(11)V9(5).
013500*-----------------------------------------------------------*
013600* EDITED FIELDS FOR THE REPORT LINES.                        *
013700*-----------------------------------------------------------*
013800 01  WS-EDITED-AMOUNTS.
013900     02  WS-EDIT-BALANCE     PIC ZZZZZZ9.99-.
014000     02  WS-EDIT-RATE        PIC 9.9999.
014100     02  WS-EDIT-DAY         PIC ZZZZZZ9.99999.
014200     02  WS-EDIT-MTD-CR      PIC ZZZZZZ9.99999.
014300     02  WS-EDIT-MTD-OD      PIC ZZZZZZ9.99999.
014400     02  WS-EDIT-TOTAL       PIC ZZZZZZZZZZ9.99.
014500     02  WS-EDIT-TOTAL-2     PIC ZZZZZZZZZZ9.99.
014600*-----------------------------------------------------------*
014700* RUN COUNTERS.                                              *
014800*-----------------------------------------------------------*
014900 01  WS-RUN-COUNTERS.
015000     02  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
015100     02  WS-ACCRUED-COUNT    PIC 9(7) VALUE ZERO.
015200     02  WS-CLOSED-COUNT     PIC 9(7) VALUE ZERO.
015300     02  WS-NORATE-COUNT     PIC 9(7) VALUE ZERO.
015400     02  WS-RERUN-COUNT      PIC 9(7) VALUE ZERO.
015500 PROCEDURE DIVISION.
015600*-----------------------------------------------------------*
015700* 0000-MAINLINE - WALK THE ACCOUNT MASTER, ACCRUE ONE DAY    *
015800*                 PER ACCOUNT, AND PRINT THE LISTING.        *
015900*-----------------------------------------------------------*
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
016300         UNTIL WS-ACCTMAST-EOF.
016400     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016600     GOBACK.
016700*-----------------------------------------------------------*
016800* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.       *
016900*-----------------------------------------------------------*
017000 1000-INITIALIZE.
017100     OPEN INPUT ACCT-MASTER-FILE.
017200     OPEN INPUT INT-RATE-FILE.
017300     OPEN INPUT OD-RATE-FILE.
017400     OPEN I-O ACCRUAL-FILE.
017500     OPEN OUTPUT ACCRUAL-REPORT-FILE.
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     MOVE SPACES TO ACCRUAL-LINE.
017800     STRING 'INTACCR DAILY INTEREST ACCRUAL LISTING FOR '
017900         WS-RUN-DATE DELIMITED BY SIZE INTO ACCRUAL-LINE.
018000     WRITE ACCRUAL-LINE.
018100     MOVE SPACES TO ACCRUAL-LINE.
018200     WRITE ACCRUAL-LINE.
018300     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600*-----------------------------------------------------------*
018700* 2000-ACCRUE-ACCOUNT - ADD ONE DAY'S INTEREST FOR THE       *
018800*                       CURRENT ACCOUNT TO THE BUCKET ITS    *
018900*                       BALANCE CALLS FOR, LIST IT, AND      *
019000*                       READ THE NEXT ACCOUNT.               *
019100*-----------------------------------------------------------*
019200 2000-ACCRUE-ACCOUNT.
019300     ADD 1 TO WS-READ-COUNT.
019400     IF ACCT-STATUS-CLOSED
019500         ADD 1 TO WS-CLOSED-COUNT
019600         GO TO 2000-NEXT
019700     END-IF.
019800     MOVE ZERO TO WS-DAY-ACCRUAL.
019850     MOVE ZERO TO WS-KEY-RATE.
019900     MOVE SPACES TO WS-LINE-NOTE.
020000     PERFORM 2200-READ-ACCRUAL THRU 2200-EXIT.
020100     IF ACR-LAST-ACCRUAL-DATE = WS-RUN-DATE
020200         ADD 1 TO WS-RERUN-COUNT
020300         MOVE 'ALREADY ACCRUED' TO WS-LINE-NOTE
020400         MOVE SPACES TO WS-DAY-DIRECTION
020500         GO TO 2000-LIST
020600     END-IF.
020700     PERFORM 2300-READ-RATE THRU 2300-EXIT.
020800     IF NOT WS-RATE-FOUND
020900         ADD 1 TO WS-NORATE-COUNT
021000         MOVE '** NO RATE **' TO WS-LINE-NOTE
021100         GO TO 2000-LIST
021200     END-IF.
021300     IF ACCT-BALANCE < ZERO
021400         COMPUTE WS-DAY-ACCRUAL ROUNDED =
021500             (ZERO - ACCT-BALANCE) * WS-KEY-RATE
021600             * WS-PERIODS-PER-YEAR / WS-DAYS-PER-YEAR
021700         ADD WS-DAY-ACCRUAL TO ACR-OD-ACCRUED
021800     ELSE
021900         COMPUTE WS-DAY-ACCRUAL ROUNDED =
022000             ACCT-BALANCE * WS-KEY-RATE
022100             * WS-PERIODS-PER-YEAR / WS-DAYS-PER-YEAR
022200         ADD WS-DAY-ACCRUAL TO ACR-CREDIT-ACCRUED
022300     END-IF.
022400     ADD 1 TO ACR-DAYS-ACCRUED.
022500     MOVE WS-RUN-DATE TO ACR-LAST-ACCRUAL-DATE.
022600     IF WS-NEW-ACCRUAL
022700         WRITE ACCRUAL-REC
022800     ELSE
022900         REWRITE ACCRUAL-REC
023000     END-IF.
023100     ADD 1 TO WS-ACCRUED-COUNT.
023200 2000-LIST.
023300     PERFORM 2400-ADD-TO-ROLLUP THRU 2400-EXIT.
023400     PERFORM 2500-LIST-ACCOUNT THRU 2500-EXIT.
023500 2000-NEXT.
023600     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
023700 2000-EXIT.
023800     EXIT.
023900*-----------------------------------------------------------*
024000* 2100-READ-ACCT-MASTER - READ THE NEXT ACCOUNT IN KEY       *
024100*                         ORDER.                             *
024200*-----------------------------------------------------------*
024300 2100-READ-ACCT-MASTER.
024400     READ ACCT-MASTER-FILE
024500         AT END
024600             SET WS-ACCTMAST-EOF TO TRUE
024700     END-READ.
024800 2100-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------*
025100* 2200-READ-ACCRUAL - RANDOM READ OF THE ACCOUNT'S ACCRUAL   *
025200*                     RECORD.  AN ACCOUNT ACCRUING FOR THE   *
025300*                     FIRST TIME STARTS FROM EMPTY BUCKETS.  *
025400*-----------------------------------------------------------*
025500 2200-READ-ACCRUAL.
025600     MOVE 'N' TO WS-NEW-ACCRUAL-SW.
025700     MOVE ACCT-NUMBER TO ACR-ACCT-NUMBER.
025800     READ ACCRUAL-FILE
025900         INVALID KEY
026000             SET WS-NEW-ACCRUAL TO TRUE
026100     END-READ.
026200     IF WS-NEW-ACCRUAL
026300         MOVE SPACES TO ACCRUAL-REC
026400         MOVE ACCT-NUMBER TO ACR-ACCT-NUMBER
026500         MOVE ZERO TO ACR-CREDIT-ACCRUED ACR-OD-ACCRUED
026600             ACR-DAYS-ACCRUED ACR-LAST-ACCRUAL-DATE
026700             ACR-LAST-CAP-DATE
026800     END-IF.
026900 2200-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------*
027200* 2300-READ-RATE - THE INTRATE RATE FOR A POSITIVE OR ZERO   *
027300*                  BALANCE, THE ODRATE RATE FOR A NEGATIVE   *
027400*                  ONE, BY THE ACCOUNT'S ACCT-TYPE.          *
027434*                  ONLY THE RATE IN FORCE ON THE RUN DATE   *
027467*                  COUNTS (SEE RATEMNT).                    *
027500*-----------------------------------------------------------*
027600 2300-READ-RATE.
027700     MOVE 'N' TO WS-RATE-FOUND-SW.
027800     MOVE ZERO TO WS-KEY-RATE.
027900     IF ACCT-BALANCE < ZERO
028000         MOVE 'OD' TO WS-DAY-DIRECTION
028100         MOVE ACCT-TYPE TO OD-ACCT-TYPE
028200         READ OD-RATE-FILE
028300             INVALID KEY
028400                 CONTINUE
028500             NOT INVALID KEY
028651                 PERFORM 2310-OD-RATE-IN-FORCE THRU 2310-EXIT
028800         END-READ
028900     ELSE
029000         MOVE 'CR' TO WS-DAY-DIRECTION
029100         MOVE ACCT-TYPE TO INT-ACCT-TYPE
029200         READ INT-RATE-FILE
029300             INVALID KEY
029400                 CONTINUE
029500             NOT INVALID KEY
029651                 PERFORM 2320-INT-RATE-IN-FORCE THRU 2320-EXIT
029800         END-READ
029900     END-IF.
030000 2300-EXIT.
030100     EXIT.
030103*-----------------------------------------------------------*
030105* 2310-OD-RATE-IN-FORCE - THE ODRATE ROW JUST READ: ITS      *
030107*                         SCHEDULED RATE ONCE THAT DATE HAS  *
030109*                         COME, OTHERWISE ITS CURRENT RATE   *
030112*                         IF IN FORCE.  A SCHEDULED DELETE   *
030114*                         THAT HAS COME LEAVES NO RATE.      *
030116*-----------------------------------------------------------*
030118 2310-OD-RATE-IN-FORCE.
030121     IF NOT OD-SCHED-NONE
030123         AND OD-SCHED-DATE NOT > WS-RUN-DATE
030125         IF NOT OD-SCHED-DELETE
030127             SET WS-RATE-FOUND TO TRUE
030129             MOVE OD-SCHED-RATE TO WS-KEY-RATE
030132         END-IF
030134         GO TO 2310-EXIT
030136     END-IF.
030138     IF OD-EFFECTIVE-DATE NOT = ZERO
030141         AND OD-EFFECTIVE-DATE NOT > WS-RUN-DATE
030143         SET WS-RATE-FOUND TO TRUE
030145         MOVE OD-RATE TO WS-KEY-RATE
030147     END-IF.
030151 2310-EXIT.
030153     EXIT.
030155*-----------------------------------------------------------*
030157* 2320-INT-RATE-IN-FORCE - THE SAME FOR THE INTRATE ROW      *
030159*                          JUST READ.                        *
030162*-----------------------------------------------------------*
030164 2320-INT-RATE-IN-FORCE.
030166     IF NOT INT-SCHED-NONE
030168         AND INT-SCHED-DATE NOT > WS-RUN-DATE
030171         IF NOT INT-SCHED-DELETE
030173             SET WS-RATE-FOUND TO TRUE
030175             MOVE INT-SCHED-RATE TO WS-KEY-RATE
030177         END-IF
030179         GO TO 2320-EXIT
030182     END-IF.
030184     IF INT-EFFECTIVE-DATE NOT = ZERO
030186         AND INT-EFFECTIVE-DATE NOT > WS-RUN-DATE
030188         SET WS-RATE-FOUND TO TRUE
030191         MOVE INT-RATE TO WS-KEY-RATE
030193     END-IF.
030195 2320-EXIT.
030197     EXIT.
030200*-----------------------------------------------------------*
030300* 2400-ADD-TO-ROLLUP - FIND OR CREATE THE TYPE/CURRENCY      *
030400*                      ENTRY AND FOLD IN TODAY'S ACCRUAL     *
030500*                      AND THE ACCOUNT'S MONTH-TO-DATE       *
030600*                      BUCKETS.                              *
030700*-----------------------------------------------------------*
030800 2400-ADD-TO-ROLLUP.
030900     MOVE ZERO TO WS-FOUND-SUB.
031000     MOVE 1 TO WS-SUB.
031100     PERFORM 2410-SCAN-ROLLUP THRU 2410-EXIT
031200         UNTIL WS-FOUND-SUB > ZERO
031300         OR WS-SUB > WS-ROLLUP-COUNT.
031400     IF WS-FOUND-SUB = ZERO
031500         IF WS-ROLLUP-COUNT = WS-ROLLUP-LIMIT
031600             SET WS-TABLE-OVERFLOW TO TRUE
031700             GO TO 2400-EXIT
031800         END-IF
031900         ADD 1 TO WS-ROLLUP-COUNT
032000         MOVE WS-ROLLUP-COUNT TO WS-FOUND-SUB
032100         MOVE ACCT-TYPE TO WS-RU-ACCT-TYPE (WS-FOUND-SUB)
032200         MOVE ACCT-CURRENCY-CODE TO WS-RU-CURRENCY (WS-FOUND-SUB)
032300         MOVE ZERO TO WS-RU-DAY-CR (WS-FOUND-SUB)
032400             WS-RU-DAY-OD (WS-FOUND-SUB)
032500             WS-RU-MTD-CR (WS-FOUND-SUB)
032600             WS-RU-MTD-OD (WS-FOUND-SUB)
032700     END-IF.
032800     IF WS-DAY-DIRECTION = 'OD'
032900         ADD WS-DAY-ACCRUAL TO WS-RU-DAY-OD (WS-FOUND-SUB)
033000     ELSE
033100         ADD WS-DAY-ACCRUAL TO WS-RU-DAY-CR (WS-FOUND-SUB)
033200     END-IF.
033300     ADD ACR-CREDIT-ACCRUED TO WS-RU-MTD-CR (WS-FOUND-SUB).
033400     ADD ACR-OD-ACCRUED TO WS-RU-MTD-OD (WS-FOUND-SUB).
033500 2400-EXIT.
033600     EXIT.
033700*-----------------------------------------------------------*
033800* 2410-SCAN-ROLLUP - ONE STEP OF THE TABLE SCAN.             *
033900*-----------------------------------------------------------*
034000 2410-SCAN-ROLLUP.
034100     IF WS-RU-ACCT-TYPE (WS-SUB) = ACCT-TYPE
034200         AND WS-RU-CURRENCY (WS-SUB) = ACCT-CURRENCY-CODE
034300         MOVE WS-SUB TO WS-FOUND-SUB
034400     ELSE
034500         ADD 1 TO WS-SUB
034600     END-IF.
034700 2410-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------*
035000* 2500-LIST-ACCOUNT - ONE LISTING LINE: BALANCE, RATE, THE   *
035100*                     DAY'S ACCRUAL AND ITS SIDE, AND BOTH   *
035200*                     MONTH-TO-DATE BUCKETS.                 *
035300*-----------------------------------------------------------*
035400 2500-LIST-ACCOUNT.
035500     MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
035600     MOVE WS-KEY-RATE TO WS-EDIT-RATE.
035700     MOVE WS-DAY-ACCRUAL TO WS-EDIT-DAY.
035800     MOVE ACR-CREDIT-ACCRUED TO WS-EDIT-MTD-CR.
035900     MOVE ACR-OD-ACCRUED TO WS-EDIT-MTD-OD.
036000     MOVE SPACES TO ACCRUAL-LINE.
036100     STRING ACCT-NUMBER DELIMITED BY SIZE
036200         ' ' ACCT-TYPE DELIMITED BY SIZE
036300         ' ' ACCT-CURRENCY-CODE DELIMITED BY SIZE
036400         '  BAL ' WS-EDIT-BALANCE DELIMITED BY SIZE
036500         '  RATE ' WS-EDIT-RATE DELIMITED BY SIZE
036600         '  DAY ' WS-DAY-DIRECTION DELIMITED BY SIZE
036700         ' ' WS-EDIT-DAY DELIMITED BY SIZE
036800         '  MTD CR ' WS-EDIT-MTD-CR DELIMITED BY SIZE
036900         '  MTD OD ' WS-EDIT-MTD-OD DELIMITED BY SIZE
037000         '  ' WS-LINE-NOTE DELIMITED BY SIZE
037100         INTO ACCRUAL-LINE.
037200     WRITE ACCRUAL-LINE.
037300 2500-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------*
037600* 3000-WRITE-TOTALS - THE TYPE/CURRENCY TOTALS FOR THE GL    *
037700*                     AND THE RUN COUNTS.  A ROLLUP TABLE    *
037800*                     OVERFLOW ENDS WITH COND CODE 12 - THE  *
037900*                     GL TOTALS ARE INCOMPLETE.              *
038000*-----------------------------------------------------------*
038100 3000-WRITE-TOTALS.
038200     MOVE SPACES TO ACCRUAL-LINE.
038300     WRITE ACCRUAL-LINE.
038400     MOVE SPACES TO ACCRUAL-LINE.
038500     STRING 'ACCRUAL TOTALS BY ACCOUNT TYPE AND CURRENCY'
038600         DELIMITED BY SIZE INTO ACCRUAL-LINE.
038700     WRITE ACCRUAL-LINE.
038800     MOVE 1 TO WS-SUB.
038900     PERFORM 3100-WRITE-ROLLUP THRU 3100-EXIT
039000         UNTIL WS-SUB > WS-ROLLUP-COUNT.
039100     IF WS-TABLE-OVERFLOW
039200         MOVE SPACES TO ACCRUAL-LINE
039300         STRING '** ROLLUP TABLE FULL - GL TOTALS INCOMPLETE **'
039400             DELIMITED BY SIZE INTO ACCRUAL-LINE
039500         WRITE ACCRUAL-LINE
039600         MOVE 12 TO RETURN-CODE
039700     END-IF.
039800     MOVE SPACES TO ACCRUAL-LINE.
039900     WRITE ACCRUAL-LINE.
040000     MOVE SPACES TO ACCRUAL-LINE.
040100     STRING 'ACCOUNTS READ       - ' DELIMITED BY SIZE
040200         WS-READ-COUNT DELIMITED BY SIZE
040300         INTO ACCRUAL-LINE.
040400     WRITE ACCRUAL-LINE.
040500     MOVE SPACES TO ACCRUAL-LINE.
040600     STRING 'ACCOUNTS ACCRUED    - ' DELIMITED BY SIZE
040700         WS-ACCRUED-COUNT DELIMITED BY SIZE
040800         INTO ACCRUAL-LINE.
040900     WRITE ACCRUAL-LINE.
041000     MOVE SPACES TO ACCRUAL-LINE.
041100     STRING 'ALREADY ACCRUED     - ' DELIMITED BY SIZE
041200         WS-RERUN-COUNT DELIMITED BY SIZE
041300         INTO ACCRUAL-LINE.
041400     WRITE ACCRUAL-LINE.
041500     MOVE SPACES TO ACCRUAL-LINE.
041600     STRING 'NO RATE ON TABLE    - ' DELIMITED BY SIZE
041700         WS-NORATE-COUNT DELIMITED BY SIZE
041800         INTO ACCRUAL-LINE.
041900     WRITE ACCRUAL-LINE.
042000     MOVE SPACES TO ACCRUAL-LINE.
042100     STRING 'CLOSED - SKIPPED    - ' DELIMITED BY SIZE
042200         WS-CLOSED-COUNT DELIMITED BY SIZE
042300         INTO ACCRUAL-LINE.
042400     WRITE ACCRUAL-LINE.
042500 3000-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------*
042800* 3100-WRITE-ROLLUP - TWO LINES PER TYPE/CURRENCY: TODAY'S   *
042900*                     ACCRUAL AND THE MONTH-TO-DATE BUCKETS, *
043000*                     CREDIT INTEREST (PAYABLE) AND          *
043100*                     OVERDRAFT INTEREST (RECEIVABLE).       *
043200*-----------------------------------------------------------*
043300 3100-WRITE-ROLLUP.
043400     MOVE WS-RU-DAY-CR (WS-SUB) TO WS-EDIT-TOTAL.
043500     MOVE WS-RU-DAY-OD (WS-SUB) TO WS-EDIT-TOTAL-2.
043600     MOVE SPACES TO ACCRUAL-LINE.
043700     STRING '  TYPE ' WS-RU-ACCT-TYPE (WS-SUB) DELIMITED BY SIZE
043800         ' ' WS-RU-CURRENCY (WS-SUB) DELIMITED BY SIZE
043900         '  TODAY   PAYABLE ' WS-EDIT-TOTAL DELIMITED BY SIZE
044000         '  RECEIVABLE ' WS-EDIT-TOTAL-2 DELIMITED BY SIZE
044100         INTO ACCRUAL-LINE.
044200     WRITE ACCRUAL-LINE.
044300     MOVE WS-RU-MTD-CR (WS-SUB) TO WS-EDIT-TOTAL.
044400     MOVE WS-RU-MTD-OD (WS-SUB) TO WS-EDIT-TOTAL-2.
044500     MOVE SPACES TO ACCRUAL-LINE.
044600     STRING '  TYPE ' WS-RU-ACCT-TYPE (WS-SUB) DELIMITED BY SIZE
044700         ' ' WS-RU-CURRENCY (WS-SUB) DELIMITED BY SIZE
044800         '  TO DATE PAYABLE ' WS-EDIT-TOTAL DELIMITED BY SIZE
044900         '  RECEIVABLE ' WS-EDIT-TOTAL-2 DELIMITED BY SIZE
045000         INTO ACCRUAL-LINE.
045100     WRITE ACCRUAL-LINE.
045200     ADD 1 TO WS-SUB.
045300 3100-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------*
045600* 9000-TERMINATE - CLOSE THE FILES.                          *
045700*-----------------------------------------------------------*
045800 9000-TERMINATE.
045900     CLOSE ACCT-MASTER-FILE.
046000     CLOSE INT-RATE-FILE.
046100     CLOSE OD-RATE-FILE.
046200     CLOSE ACCRUAL-FILE.
046300     CLOSE ACCRUAL-REPORT-FILE.
046400 9000-EXIT.
046500     EXIT.
046600 END PROGRAM INTACCR.

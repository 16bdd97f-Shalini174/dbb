000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RATEMNT.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL RATE AND FEE MAINTENANCE.  FIRST  *
001300*                  FOLDS EVERY SCHEDULED CHANGE WHOSE DATE    *
001400*                  HAS COME INTO ITS ROW ON THE INTEREST      *
001500*                  RATE TABLE (INTRATE), THE OVERDRAFT RATE   *
001600*                  TABLE (ODRATE) AND THE FEE SCHEDULE        *
001700*                  (FEESCHED).  THEN READS THE DAY'S RATE     *
001800*                  MAINTENANCE FILE (RMNTIN) AND SCHEDULES    *
001900*                  EACH ADD, CHANGE OR DELETE ON ITS ROW      *
002000*                  FROM ITS FUTURE EFFECTIVE DATE, REJECTING  *
002100*                  ANY RATE OR FEE OUTSIDE THE AGREED         *
002200*                  LIMITS.  EVERY TRANSACTION, APPLIED OR     *
002300*                  REJECTED, AND EVERY SCHEDULED CHANGE       *
002400*                  COMING INTO FORCE IS WRITTEN TO THE RATE   *
002500*                  AUDIT TRAIL (RATEAUD) WITH WHO ASKED FOR   *
002600*                  IT AND THE ROW BEFORE AND AFTER.  HELLO,   *
002700*                  INTACCR AND ACCTMNT USE WHICHEVER VALUE    *
002800*                  IS IN FORCE ON THE DAY.  RUNS BEFORE THE   *
002900*                  NIGHTLY STREAM.                            *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RATE-MNT-FILE ASSIGN TO "RMNTIN"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-RMNTIN-STATUS.
004100     SELECT INT-RATE-FILE ASSIGN TO "INTRATE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS INT-ACCT-TYPE
004500         FILE STATUS IS WS-INTRATE-STATUS.
004600     SELECT OD-RATE-FILE ASSIGN TO "ODRATE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS OD-ACCT-TYPE
005000         FILE STATUS IS WS-ODRATE-STATUS.
005100     SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS FEE-KEY
005500         FILE STATUS IS WS-FEESCHED-STATUS.
005600     SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-RATEAUD-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RATE-MNT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY RMNTREC.
006500 FD  INT-RATE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY INTRATE.
006800 FD  OD-RATE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY ODRATE.
007100 FD  FEE-SCHED-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY FEESCHED.
007400 FD  RATE-AUDIT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  RATE-AUDIT-LINE             PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------*
007900* FILE HANDLING SWITCHES.                                    *
008000*-----------------------------------------------------------*
008100 01  WS-FILE-SWITCHES.
008200     02  WS-RMNTIN-STATUS    PIC X(02) VALUE '00'.
008300     02  WS-INTRATE-STATUS   PIC X(02) VALUE '00'.
008400         88  WS-INTRATE-OK         VALUE '00'.
008500         88  WS-INTRATE-NOTFOUND   VALUE '23'.
008600     02  WS-ODRATE-STATUS    PIC X(02) VALUE '00'.
008700         88  WS-ODRATE-OK          VALUE '00'.
008800         88  WS-ODRATE-NOTFOUND    VALUE '23'.
008900     02  WS-FEESCHED-STATUS  PIC X(02) VALUE '00'.
009000         88  WS-FEESCHED-OK        VALUE '00'.
009100         88  WS-FEESCHED-NOTFOUND  VALUE '23'.
009200     02  WS-RATEAUD-STATUS   PIC X(02) VALUE '00'.
009300     02  WS-RMNTIN-EOF-SW    PIC X(01) VALUE 'N'.
009400         88  WS-RMNTIN-EOF         VALUE 'Y'.
009500     02  WS-TABLE-EOF-SW     PIC X(01) VALUE 'N'.
009600         88  WS-TABLE-EOF          VALUE 'Y'.
009700*-----------------------------------------------------------*
009800* AGREED LIMITS.  A RATE OR FEE ABOVE ITS CEILING, OR A      *
009900* CHANGE THAT MOVES THE VALUE IN FORCE BY MORE THAN THE      *
010000* MAXIMUM MOVE, IS REJECTED.  AN EFFECTIVE DATE MORE THAN    *
010100* WS-HORIZON-OFFSET (ONE YEAR, AS A YYYYMMDD OFFSET) AFTER   *
010200* THE RUN DATE IS REJECTED.  ONE PLACE TO CHANGE WITH THE    *
010300* PRODUCT COMMITTEE.                                         *
010400*-----------------------------------------------------------*
010500 01  WS-LIMIT-TABLE.
010600     02  WS-INT-RATE-CEILING PIC 9V9(4) VALUE 0.1500.
010700     02  WS-OD-RATE-CEILING  PIC 9V9(4) VALUE 0.3000.
010800     02  WS-RATE-MAX-MOVE    PIC 9V9(4) VALUE 0.0200.
010900     02  WS-FEE-CEILING      PIC 9(5)V99 VALUE 250.00.
011000     02  WS-XCCY-CEILING     PIC 9(5)V99 VALUE 50.00.
011100     02  WS-FEE-MAX-MOVE     PIC 9(5)V99 VALUE 25.00.
011200     02  WS-FREE-CEILING     PIC 9(03) VALUE 100.
011300     02  WS-HORIZON-OFFSET   PIC 9(08) VALUE 10000.
011400*-----------------------------------------------------------*
011500* THE TABLE ROW BEING MAINTAINED, IN ONE SHAPE FOR ALL THREE *
011600* TABLES.  A RATE TABLE ROW LEAVES THE FEE TERMS ZERO AND A  *
011700* FEE SCHEDULE ROW LEAVES THE RATE ZERO.                     *
011800*-----------------------------------------------------------*
011900 01  WS-ROW-WORK-AREA.
012000     02  WS-TABLE-NAME       PIC X(08) VALUE SPACES.
012100     02  WS-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
012200         88  WS-ROW-FOUND          VALUE 'Y'.
012300     02  WS-STORE-MODE       PIC X(01) VALUE SPACE.
012400         88  WS-STORE-WRITE        VALUE 'W'.
012500         88  WS-STORE-REWRITE      VALUE 'R'.
012600         88  WS-STORE-DELETE       VALUE 'D'.
012700     02  WS-ROW-KEY-TEXT.
012800         03  WS-ROW-ACCT-TYPE    PIC X(02).
012900         03  WS-ROW-KEY-SLASH    PIC X(01).
013000         03  WS-ROW-FEE-ACTION   PIC X(10).
013100     02  WS-ROW-EFF-DATE     PIC 9(08) VALUE ZERO.
013200     02  WS-ROW-VALUE.
013300         03  WS-ROW-RATE         PIC 9V9(4).
013400         03  WS-ROW-FEE-AMOUNT   PIC 9(5)V99.
013500         03  WS-ROW-XCCY         PIC 9(5)V99.
013600         03  WS-ROW-FREE         PIC 9(03).
013700     02  WS-ROW-SCHED-ACTION PIC X(01) VALUE SPACE.
013800         88  WS-ROW-SCHED-NONE     VALUE ' '.
013900         88  WS-ROW-SCHED-CHANGE   VALUE 'C'.
014000         88  WS-ROW-SCHED-DELETE   VALUE 'D'.
014100     02  WS-ROW-SCHED-DATE   PIC 9(08) VALUE ZERO.
014200     02  WS-ROW-SCHED-VALUE.
014300         03  WS-ROW-SCHED-RATE   PIC 9V9(4).
014400         03  WS-ROW-SCHED-FEE    PIC 9(5)V99.
014500         03  WS-ROW-SCHED-XCCY   PIC 9(5)V99.
014600         03  WS-ROW-SCHED-FREE   PIC 9(03).
014700*-----------------------------------------------------------*
014800* VALIDATION AND AUDIT WORK AREA.                            *
014900*-----------------------------------------------------------*
015000 01  WS-AUDIT-WORK-AREA.
015100     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
015200     02  WS-HORIZON-DATE     PIC 9(08) VALUE ZERO.
015300     02  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
015400     02  WS-RATE-CEILING     PIC 9V9(4) VALUE ZERO.
015500     02  WS-RATE-MOVE        PIC 9V9(4) VALUE ZERO.
015600     02  WS-FEE-MOVE         PIC 9(5)V99 VALUE ZERO.
015700     02  WS-AUD-SEQ          PIC X(06) VALUE SPACES.
015800     02  WS-AUD-ACTION       PIC X(08) VALUE SPACES.
015900     02  WS-AUD-EFF-DATE     PIC X(08) VALUE SPACES.
016000     02  WS-AUD-USER         PIC X(08) VALUE SPACES.
016100     02  WS-BEFORE-TEXT      PIC X(60) VALUE SPACES.
016200     02  WS-REPLACED-TEXT    PIC X(60) VALUE SPACES.
016300     02  WS-AFTER-TEXT       PIC X(60) VALUE SPACES.
016400     02  WS-IN-FORCE-TEXT    PIC X(60) VALUE SPACES.
016500     02  WS-VALUE-TEXT       PIC X(36) VALUE SPACES.
016600     02  WS-VAL-VALUE.
016700         03  WS-VAL-RATE         PIC 9V9(4).
016800         03  WS-VAL-FEE-AMOUNT   PIC 9(5)V99.
016900         03  WS-VAL-XCCY         PIC 9(5)V99.
017000         03  WS-VAL-FREE         PIC 9(03).
017100     02  WS-EDIT-RATE        PIC 9.9999.
017200     02  WS-EDIT-FEE         PIC ZZZZ9.99.
017300     02  WS-EDIT-XCCY        PIC ZZZZ9.99.
017400     02  WS-EDIT-FREE        PIC ZZ9.
017500*-----------------------------------------------------------*
017600* RUN COUNTERS.                                              *
017700*-----------------------------------------------------------*
017800 01  WS-RUN-COUNTERS.
017900     02  WS-PROMOTED-COUNT   PIC 9(7) VALUE ZERO.
018000     02  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
018100     02  WS-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
018200     02  WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
018300 PROCEDURE DIVISION.
018400*-----------------------------------------------------------*
018500* 0000-MAINLINE - BRING EACH TABLE UP TO DATE, THEN APPLY    *
018600*                 THE DAY'S MAINTENANCE AGAINST IT.          *
018700*-----------------------------------------------------------*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     MOVE 'INTRATE' TO WS-TABLE-NAME.
019100     PERFORM 1500-PROMOTE-TABLE THRU 1500-EXIT.
019200     MOVE 'ODRATE' TO WS-TABLE-NAME.
019300     PERFORM 1500-PROMOTE-TABLE THRU 1500-EXIT.
019400     MOVE 'FEESCHED' TO WS-TABLE-NAME.
019500     PERFORM 1500-PROMOTE-TABLE THRU 1500-EXIT.
019600     PERFORM 2000-PROCESS-MNT THRU 2000-EXIT
019700         UNTIL WS-RMNTIN-EOF.
019800     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     GOBACK.
020100*-----------------------------------------------------------*
020200* 1000-INITIALIZE - OPEN THE FILES, SET THE EFFECTIVE DATE   *
020300*                   HORIZON AND PRIME THE READ.              *
020400*-----------------------------------------------------------*
020500 1000-INITIALIZE.
020600     OPEN INPUT RATE-MNT-FILE.
020700     OPEN I-O INT-RATE-FILE.
020800     OPEN I-O OD-RATE-FILE.
020900     OPEN I-O FEE-SCHED-FILE.
021000     OPEN EXTEND RATE-AUDIT-FILE.
021100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021200     COMPUTE WS-HORIZON-DATE = WS-RUN-DATE + WS-HORIZON-OFFSET.
021300     MOVE SPACES TO RATE-AUDIT-LINE.
021400     STRING 'RATEMNT RATE AND FEE MAINTENANCE FOR ' WS-RUN-DATE
021500         DELIMITED BY SIZE INTO RATE-AUDIT-LINE.
021600     WRITE RATE-AUDIT-LINE.
021700     PERFORM 2100-READ-MNT THRU 2100-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------*
022100* 1500-PROMOTE-TABLE - ONE PASS OF THE TABLE NAMED IN        *
022200*                      WS-TABLE-NAME IN KEY ORDER, FOLDING   *
022300*                      EVERY SCHEDULED CHANGE WHOSE DATE HAS *
022400*                      COME INTO ITS ROW.                    *
022500*-----------------------------------------------------------*
022600 1500-PROMOTE-TABLE.
022700     MOVE 'N' TO WS-TABLE-EOF-SW.
022800     PERFORM 1600-READ-NEXT-ROW THRU 1600-EXIT.
022900     PERFORM 1700-PROMOTE-ROW THRU 1700-EXIT
023000         UNTIL WS-TABLE-EOF.
023100 1500-EXIT.
023200     EXIT.
023300*-----------------------------------------------------------*
023400* 1600-READ-NEXT-ROW - READ THE NEXT ROW OF THE TABLE AND    *
023500*                      LOAD IT INTO THE ROW WORK AREA.       *
023600*-----------------------------------------------------------*
023700 1600-READ-NEXT-ROW.
023800     EVALUATE WS-TABLE-NAME
023900         WHEN 'INTRATE'
024000             READ INT-RATE-FILE NEXT RECORD
024100                 AT END
024200                     SET WS-TABLE-EOF TO TRUE
024300             END-READ
024400         WHEN 'ODRATE'
024500             READ OD-RATE-FILE NEXT RECORD
024600                 AT END
024700                     SET WS-TABLE-EOF TO TRUE
024800             END-READ
024900         WHEN 'FEESCHED'
025000             READ FEE-SCHED-FILE NEXT RECORD
025100                 AT END
025200                     SET WS-TABLE-EOF TO TRUE
025300             END-READ
025400     END-EVALUATE.
025500     IF NOT WS-TABLE-EOF
025600         SET WS-ROW-FOUND TO TRUE
025700         PERFORM 3100-LOAD-ROW THRU 3100-EXIT
025800     END-IF.
025900 1600-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------*
026200* 1700-PROMOTE-ROW - A ROW WHOSE SCHEDULED CHANGE IS DUE     *
026300*                    TAKES THE SCHEDULED VALUE FROM ITS DATE,*
026400*                    OR LEAVES THE TABLE ON A SCHEDULED      *
026500*                    DELETE.  THE CHANGE IS AUDITED AS       *
026600*                    'PROMOTE' SO THE TRAIL SHOWS THE DAY    *
026700*                    EACH VALUE CAME INTO FORCE.             *
026800*-----------------------------------------------------------*
026900 1700-PROMOTE-ROW.
027000     IF WS-ROW-SCHED-NONE
027100         GO TO 1700-NEXT
027200     END-IF.
027300     IF WS-ROW-SCHED-DATE > WS-RUN-DATE
027400         GO TO 1700-NEXT
027500     END-IF.
027600     MOVE SPACES TO WS-REJECT-REASON WS-BEFORE-TEXT
027700         WS-REPLACED-TEXT WS-AFTER-TEXT.
027800     MOVE '------' TO WS-AUD-SEQ.
027900     MOVE 'PROMOTE' TO WS-AUD-ACTION.
028000     MOVE WS-ROW-SCHED-DATE TO WS-AUD-EFF-DATE.
028100     MOVE 'RATEMNT' TO WS-AUD-USER.
028200     PERFORM 6000-FORMAT-BEFORE THRU 6000-EXIT.
028300     MOVE SPACES TO WS-REPLACED-TEXT.
028400     IF WS-ROW-SCHED-DELETE
028500         MOVE 'REMOVED FROM TABLE' TO WS-AFTER-TEXT
028600         SET WS-STORE-DELETE TO TRUE
028700     ELSE
028800         MOVE WS-ROW-SCHED-VALUE TO WS-ROW-VALUE
028900         MOVE WS-ROW-SCHED-DATE TO WS-ROW-EFF-DATE
029000         PERFORM 6200-FORMAT-IN-FORCE THRU 6200-EXIT
029100         MOVE WS-IN-FORCE-TEXT TO WS-AFTER-TEXT
029200         SET WS-STORE-REWRITE TO TRUE
029300     END-IF.
029400     MOVE SPACE TO WS-ROW-SCHED-ACTION.
029500     MOVE ZERO TO WS-ROW-SCHED-DATE WS-ROW-SCHED-RATE
029600         WS-ROW-SCHED-FEE WS-ROW-SCHED-XCCY WS-ROW-SCHED-FREE.
029700     PERFORM 3200-STORE-ROW THRU 3200-EXIT.
029800     ADD 1 TO WS-PROMOTED-COUNT.
029900     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
030000 1700-NEXT.
030100     PERFORM 1600-READ-NEXT-ROW THRU 1600-EXIT.
030200 1700-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------*
030500* 2000-PROCESS-MNT - VALIDATE AND APPLY ONE MAINTENANCE      *
030600*                    TRANSACTION, WRITE ITS AUDIT LINES, AND *
030700*                    READ THE NEXT ONE.                      *
030800*-----------------------------------------------------------*
030900 2000-PROCESS-MNT.
031000     ADD 1 TO WS-READ-COUNT.
031100     MOVE SPACES TO WS-REJECT-REASON WS-BEFORE-TEXT
031200         WS-REPLACED-TEXT WS-AFTER-TEXT.
031300     MOVE RMN-TABLE TO WS-TABLE-NAME.
031400     MOVE RMN-SEQ-NUMBER TO WS-AUD-SEQ.
031500     MOVE RMN-ACTION TO WS-AUD-ACTION.
031600     MOVE RMN-EFFECTIVE-DATE TO WS-AUD-EFF-DATE.
031700     MOVE RMN-REQUESTED-BY TO WS-AUD-USER.
031800     MOVE SPACES TO WS-ROW-KEY-TEXT.
031900     MOVE RMN-ACCT-TYPE TO WS-ROW-ACCT-TYPE.
032000     IF RMN-TABLE = 'FEESCHED'
032100         MOVE '/' TO WS-ROW-KEY-SLASH
032200         MOVE RMN-FEE-ACTION TO WS-ROW-FEE-ACTION
032300     END-IF.
032400     PERFORM 2200-VALIDATE-MNT THRU 2200-EXIT.
032500     IF WS-REJECT-REASON NOT = SPACES
032600         GO TO 2000-AUDIT
032700     END-IF.
032800     PERFORM 3000-READ-ROW THRU 3000-EXIT.
032900     PERFORM 2300-CHECK-ACTION THRU 2300-EXIT.
033000     IF WS-REJECT-REASON NOT = SPACES
033100         GO TO 2000-AUDIT
033200     END-IF.
033300     IF RMN-ACTION NOT = 'DELETE'
033400         PERFORM 2400-CHECK-LIMITS THRU 2400-EXIT
033500         IF WS-REJECT-REASON NOT = SPACES
033600             GO TO 2000-AUDIT
033700         END-IF
033800     END-IF.
033900     PERFORM 2500-APPLY-MNT THRU 2500-EXIT.
034000 2000-AUDIT.
034100     IF WS-REJECT-REASON = SPACES
034200         ADD 1 TO WS-APPLIED-COUNT
034300     ELSE
034400         ADD 1 TO WS-REJECTED-COUNT
034500     END-IF.
034600     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
034700     PERFORM 2100-READ-MNT THRU 2100-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035100* 2100-READ-MNT - READ THE NEXT MAINTENANCE TRANSACTION.     *
035200*-----------------------------------------------------------*
035300 2100-READ-MNT.
035400     READ RATE-MNT-FILE
035500         AT END
035600             SET WS-RMNTIN-EOF TO TRUE
035700     END-READ.
035800 2100-EXIT.
035900     EXIT.
036000*-----------------------------------------------------------*
036100* 2200-VALIDATE-MNT - KNOWN TABLE AND ACTION, KEY PRESENT,   *
036200*                     REQUESTER NAMED, EFFECTIVE DATE A REAL *
036300*                     DATE AFTER TODAY AND WITHIN THE        *
036400*                     HORIZON.  THE FIRST FAILED CHECK WINS. *
036500*-----------------------------------------------------------*
036600 2200-VALIDATE-MNT.
036700     IF RMN-TABLE NOT = 'INTRATE' AND RMN-TABLE NOT = 'ODRATE'
036800         AND RMN-TABLE NOT = 'FEESCHED'
036900         MOVE 'UNKNOWN TABLE' TO WS-REJECT-REASON
037000         GO TO 2200-EXIT
037100     END-IF.
037200     IF RMN-ACTION NOT = 'ADD' AND RMN-ACTION NOT = 'CHANGE'
037300         AND RMN-ACTION NOT = 'DELETE'
037400         MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
037500         GO TO 2200-EXIT
037600     END-IF.
037700     IF RMN-ACCT-TYPE = SPACES
037800         MOVE 'ACCOUNT TYPE MISSING' TO WS-REJECT-REASON
037900         GO TO 2200-EXIT
038000     END-IF.
038100     IF RMN-TABLE = 'FEESCHED' AND RMN-FEE-ACTION = SPACES
038200         MOVE 'FEE ACTION MISSING' TO WS-REJECT-REASON
038300         GO TO 2200-EXIT
038400     END-IF.
038500     IF RMN-REQUESTED-BY = SPACES
038600         MOVE 'REQUESTED-BY MISSING' TO WS-REJECT-REASON
038700         GO TO 2200-EXIT
038800     END-IF.
038900     IF RMN-EFFECTIVE-DATE NOT NUMERIC
039000         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
039100         GO TO 2200-EXIT
039200     END-IF.
039300     IF RMN-EFF-MONTH < 01 OR RMN-EFF-MONTH > 12
039400         OR RMN-EFF-DAY < 01 OR RMN-EFF-DAY > 31
039500         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
039600         GO TO 2200-EXIT
039700     END-IF.
039800     IF RMN-EFFECTIVE-DATE NOT > WS-RUN-DATE
039900         MOVE 'EFFECTIVE DATE NOT IN FUTURE' TO WS-REJECT-REASON
040000         GO TO 2200-EXIT
040100     END-IF.
040200     IF RMN-EFFECTIVE-DATE > WS-HORIZON-DATE
040300         MOVE 'EFFECTIVE DATE BEYOND HORIZON' TO WS-REJECT-REASON
040400         GO TO 2200-EXIT
040500     END-IF.
040600 2200-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------*
040900* 2300-CHECK-ACTION - ADD NEEDS A ROW NOT YET IN FORCE (OR   *
041000*                     NONE); CHANGE NEEDS A ROW IN FORCE;    *
041100*                     DELETE NEEDS A ROW.  A SECOND ADD FOR  *
041200*                     A ROW STILL AWAITING ITS FIRST DATE    *
041300*                     REPLACES THE FIRST.                    *
041400*-----------------------------------------------------------*
041500 2300-CHECK-ACTION.
041600     EVALUATE RMN-ACTION
041700         WHEN 'ADD'
041800             IF WS-ROW-FOUND AND WS-ROW-EFF-DATE NOT = ZERO
041900                 MOVE 'ALREADY ON TABLE - USE CHANGE'
042000                     TO WS-REJECT-REASON
042100             END-IF
042200         WHEN 'CHANGE'
042300             IF NOT WS-ROW-FOUND
042400                 MOVE 'NOT ON TABLE' TO WS-REJECT-REASON
042500             ELSE
042600                 IF WS-ROW-EFF-DATE = ZERO
042700                     MOVE 'NOT YET IN FORCE - USE ADD'
042800                         TO WS-REJECT-REASON
042900                 END-IF
043000             END-IF
043100         WHEN 'DELETE'
043200             IF NOT WS-ROW-FOUND
043300                 MOVE 'NOT ON TABLE' TO WS-REJECT-REASON
043400             END-IF
043500     END-EVALUATE.
043600 2300-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900* 2400-CHECK-LIMITS - THE NEW VALUE MUST BE NUMERIC, WITHIN  *
044000*                     ITS CEILING, AND ON A CHANGE WITHIN    *
044100*                     THE MAXIMUM MOVE FROM THE VALUE IN     *
044200*                     FORCE.                                 *
044300*-----------------------------------------------------------*
044400 2400-CHECK-LIMITS.
044500     IF WS-TABLE-NAME = 'FEESCHED'
044600         PERFORM 2420-CHECK-FEE-LIMITS THRU 2420-EXIT
044700     ELSE
044800         PERFORM 2410-CHECK-RATE-LIMITS THRU 2410-EXIT
044900     END-IF.
045000 2400-EXIT.
045100     EXIT.
045200*-----------------------------------------------------------*
045300* 2410-CHECK-RATE-LIMITS - INTRATE OR ODRATE.  A ZERO RATE   *
045400*                          IS ALLOWED (A NON-INTEREST TYPE). *
045500*-----------------------------------------------------------*
045600 2410-CHECK-RATE-LIMITS.
045700     IF RMN-RATE NOT NUMERIC
045800         MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
045900         GO TO 2410-EXIT
046000     END-IF.
046100     IF WS-TABLE-NAME = 'INTRATE'
046200         MOVE WS-INT-RATE-CEILING TO WS-RATE-CEILING
046300     ELSE
046400         MOVE WS-OD-RATE-CEILING TO WS-RATE-CEILING
046500     END-IF.
046600     IF RMN-RATE > WS-RATE-CEILING
046700         MOVE 'RATE ABOVE CEILING' TO WS-REJECT-REASON
046800         GO TO 2410-EXIT
046900     END-IF.
047000     IF RMN-ACTION NOT = 'CHANGE'
047100         GO TO 2410-EXIT
047200     END-IF.
047300     IF RMN-RATE > WS-ROW-RATE
047400         COMPUTE WS-RATE-MOVE = RMN-RATE - WS-ROW-RATE
047500     ELSE
047600         COMPUTE WS-RATE-MOVE = WS-ROW-RATE - RMN-RATE
047700     END-IF.
047800     IF WS-RATE-MOVE > WS-RATE-MAX-MOVE
047900         MOVE 'RATE MOVE BEYOND LIMIT' TO WS-REJECT-REASON
048000     END-IF.
048100 2410-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------*
048400* 2420-CHECK-FEE-LIMITS - FEESCHED.  THE MAXIMUM MOVE        *
048500*                         APPLIES TO THE FEE AMOUNT.         *
048600*-----------------------------------------------------------*
048700 2420-CHECK-FEE-LIMITS.
048800     IF RMN-FEE-AMOUNT NOT NUMERIC
048900         OR RMN-XCCY-SURCHARGE NOT NUMERIC
049000         OR RMN-FREE-PER-MONTH NOT NUMERIC
049100         MOVE 'FEE TERMS NOT NUMERIC' TO WS-REJECT-REASON
049200         GO TO 2420-EXIT
049300     END-IF.
049400     IF RMN-FEE-AMOUNT > WS-FEE-CEILING
049500         MOVE 'FEE ABOVE CEILING' TO WS-REJECT-REASON
049600         GO TO 2420-EXIT
049700     END-IF.
049800     IF RMN-XCCY-SURCHARGE > WS-XCCY-CEILING
049900         MOVE 'SURCHARGE ABOVE CEILING' TO WS-REJECT-REASON
050000         GO TO 2420-EXIT
050100     END-IF.
050200     IF RMN-FREE-PER-MONTH > WS-FREE-CEILING
050300         MOVE 'FREE ALLOWANCE ABOVE CEILING' TO WS-REJECT-REASON
050400         GO TO 2420-EXIT
050500     END-IF.
050600     IF RMN-ACTION NOT = 'CHANGE'
050700         GO TO 2420-EXIT
050800     END-IF.
050900     IF RMN-FEE-AMOUNT > WS-ROW-FEE-AMOUNT
051000         COMPUTE WS-FEE-MOVE = RMN-FEE-AMOUNT - WS-ROW-FEE-AMOUNT
051100     ELSE
051200         COMPUTE WS-FEE-MOVE = WS-ROW-FEE-AMOUNT - RMN-FEE-AMOUNT
051300     END-IF.
051400     IF WS-FEE-MOVE > WS-FEE-MAX-MOVE
051500         MOVE 'FEE MOVE BEYOND LIMIT' TO WS-REJECT-REASON
051600     END-IF.
051700 2420-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------*
052000* 2500-APPLY-MNT - SCHEDULE THE CHANGE OR DELETE ON THE ROW  *
052100*                  FROM THE EFFECTIVE DATE, REPLACING ANY    *
052200*                  CHANGE ALREADY SCHEDULED.  THE VALUE IN   *
052300*                  FORCE IS NOT TOUCHED UNTIL THE DATE COMES *
052400*                  (SEE 1700-PROMOTE-ROW).  A DELETE OF A    *
052500*                  ROW THAT NEVER CAME INTO FORCE WITHDRAWS  *
052600*                  THE ADD AND REMOVES THE ROW NOW.          *
052700*-----------------------------------------------------------*
052800 2500-APPLY-MNT.
052900     PERFORM 6000-FORMAT-BEFORE THRU 6000-EXIT.
053000     IF RMN-ACTION = 'DELETE' AND WS-ROW-EFF-DATE = ZERO
053100         MOVE 'SCHEDULED ADD WITHDRAWN' TO WS-AFTER-TEXT
053200         SET WS-STORE-DELETE TO TRUE
053300         PERFORM 3200-STORE-ROW THRU 3200-EXIT
053400         GO TO 2500-EXIT
053500     END-IF.
053600     MOVE RMN-EFFECTIVE-DATE TO WS-ROW-SCHED-DATE.
053700     MOVE ZERO TO WS-ROW-SCHED-RATE WS-ROW-SCHED-FEE
053800         WS-ROW-SCHED-XCCY WS-ROW-SCHED-FREE.
053900     IF RMN-ACTION = 'DELETE'
054000         MOVE 'D' TO WS-ROW-SCHED-ACTION
054100     ELSE
054200         MOVE 'C' TO WS-ROW-SCHED-ACTION
054300         IF WS-TABLE-NAME = 'FEESCHED'
054400             MOVE RMN-FEE-AMOUNT TO WS-ROW-SCHED-FEE
054500             MOVE RMN-XCCY-SURCHARGE TO WS-ROW-SCHED-XCCY
054600             MOVE RMN-FREE-PER-MONTH TO WS-ROW-SCHED-FREE
054700         ELSE
054800             MOVE RMN-RATE TO WS-ROW-SCHED-RATE
054900         END-IF
055000     END-IF.
055100     IF WS-ROW-FOUND
055200         SET WS-STORE-REWRITE TO TRUE
055300     ELSE
055400         SET WS-STORE-WRITE TO TRUE
055500     END-IF.
055600     PERFORM 3200-STORE-ROW THRU 3200-EXIT.
055700     PERFORM 6100-FORMAT-SCHEDULED THRU 6100-EXIT.
055800     MOVE WS-IN-FORCE-TEXT TO WS-AFTER-TEXT.
055900 2500-EXIT.
056000     EXIT.
056100*-----------------------------------------------------------*
056200* 3000-READ-ROW - RANDOM READ OF THE TRANSACTION'S ROW ON    *
056300*                 ITS TABLE.  A ROW NOT ON FILE LOADS AS     *
056400*                 ZERO WITH NOTHING SCHEDULED.               *
056500*-----------------------------------------------------------*
056600 3000-READ-ROW.
056700     MOVE 'N' TO WS-ROW-FOUND-SW.
056800     EVALUATE WS-TABLE-NAME
056900         WHEN 'INTRATE'
057000             MOVE RMN-ACCT-TYPE TO INT-ACCT-TYPE
057100             READ INT-RATE-FILE
057200                 INVALID KEY
057300                     CONTINUE
057400                 NOT INVALID KEY
057500                     SET WS-ROW-FOUND TO TRUE
057600             END-READ
057700         WHEN 'ODRATE'
057800             MOVE RMN-ACCT-TYPE TO OD-ACCT-TYPE
057900             READ OD-RATE-FILE
058000                 INVALID KEY
058100                     CONTINUE
058200                 NOT INVALID KEY
058300                     SET WS-ROW-FOUND TO TRUE
058400             END-READ
058500         WHEN 'FEESCHED'
058600             MOVE RMN-ACCT-TYPE TO FEE-ACCT-TYPE
058700             MOVE RMN-FEE-ACTION TO FEE-ACTION
058800             READ FEE-SCHED-FILE
058900                 INVALID KEY
059000                     CONTINUE
059100                 NOT INVALID KEY
059200                     SET WS-ROW-FOUND TO TRUE
059300             END-READ
059400     END-EVALUATE.
059500     IF WS-ROW-FOUND
059600         PERFORM 3100-LOAD-ROW THRU 3100-EXIT
059700     ELSE
059800         MOVE ZERO TO WS-ROW-EFF-DATE WS-ROW-RATE
059900             WS-ROW-FEE-AMOUNT WS-ROW-XCCY WS-ROW-FREE
060000             WS-ROW-SCHED-DATE WS-ROW-SCHED-RATE
060100             WS-ROW-SCHED-FEE WS-ROW-SCHED-XCCY WS-ROW-SCHED-FREE
060200         MOVE SPACE TO WS-ROW-SCHED-ACTION
060300     END-IF.
060400 3000-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------*
060700* 3100-LOAD-ROW - COPY THE TABLE RECORD JUST READ INTO THE   *
060800*                 ROW WORK AREA.                             *
060900*-----------------------------------------------------------*
061000 3100-LOAD-ROW.
061100     MOVE SPACES TO WS-ROW-KEY-TEXT.
061200     MOVE ZERO TO WS-ROW-RATE WS-ROW-FEE-AMOUNT WS-ROW-XCCY
061300         WS-ROW-FREE WS-ROW-SCHED-RATE WS-ROW-SCHED-FEE
061400         WS-ROW-SCHED-XCCY WS-ROW-SCHED-FREE.
061500     EVALUATE WS-TABLE-NAME
061600         WHEN 'INTRATE'
061700             MOVE INT-ACCT-TYPE TO WS-ROW-ACCT-TYPE
061800             MOVE INT-RATE TO WS-ROW-RATE
061900             MOVE INT-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
062000             MOVE INT-SCHED-ACTION TO WS-ROW-SCHED-ACTION
062100             MOVE INT-SCHED-RATE TO WS-ROW-SCHED-RATE
062200             MOVE INT-SCHED-DATE TO WS-ROW-SCHED-DATE
062300         WHEN 'ODRATE'
062400             MOVE OD-ACCT-TYPE TO WS-ROW-ACCT-TYPE
062500             MOVE OD-RATE TO WS-ROW-RATE
062600             MOVE OD-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
062700             MOVE OD-SCHED-ACTION TO WS-ROW-SCHED-ACTION
062800             MOVE OD-SCHED-RATE TO WS-ROW-SCHED-RATE
062900             MOVE OD-SCHED-DATE TO WS-ROW-SCHED-DATE
063000         WHEN 'FEESCHED'
063100             MOVE FEE-ACCT-TYPE TO WS-ROW-ACCT-TYPE
063200             MOVE '/' TO WS-ROW-KEY-SLASH
063300             MOVE FEE-ACTION TO WS-ROW-FEE-ACTION
063400             MOVE FEE-AMOUNT TO WS-ROW-FEE-AMOUNT
063500             MOVE FEE-XCCY-SURCHARGE TO WS-ROW-XCCY
063600             MOVE FEE-FREE-PER-MONTH TO WS-ROW-FREE
063700             MOVE FEE-EFFECTIVE-DATE TO WS-ROW-EFF-DATE
063800             MOVE FEE-SCHED-ACTION TO WS-ROW-SCHED-ACTION
063900             MOVE FEE-SCHED-AMOUNT TO WS-ROW-SCHED-FEE
064000             MOVE FEE-SCHED-XCCY-SURCHARGE TO WS-ROW-SCHED-XCCY
064100             MOVE FEE-SCHED-FREE-PER-MONTH TO WS-ROW-SCHED-FREE
064200             MOVE FEE-SCHED-DATE TO WS-ROW-SCHED-DATE
064300     END-EVALUATE.
064400 3100-EXIT.
064500     EXIT.
064600*-----------------------------------------------------------*
064700* 3200-STORE-ROW - WRITE, REWRITE OR DELETE THE ROW ON ITS   *
064800*                  TABLE PER WS-STORE-MODE.                  *
064900*-----------------------------------------------------------*
065000 3200-STORE-ROW.
065100     EVALUATE WS-TABLE-NAME
065200         WHEN 'INTRATE'
065300             PERFORM 3210-STORE-INT-RATE THRU 3210-EXIT
065400         WHEN 'ODRATE'
065500             PERFORM 3220-STORE-OD-RATE THRU 3220-EXIT
065600         WHEN 'FEESCHED'
065700             PERFORM 3230-STORE-FEE-SCHED THRU 3230-EXIT
065800     END-EVALUATE.
065900 3200-EXIT.
066000     EXIT.
066100*-----------------------------------------------------------*
066200* 3210-STORE-INT-RATE - ONE INTRATE ROW.                     *
066300*-----------------------------------------------------------*
066400 3210-STORE-INT-RATE.
066500     MOVE SPACES TO INT-RATE-REC.
066600     MOVE WS-ROW-ACCT-TYPE TO INT-ACCT-TYPE.
066700     MOVE WS-ROW-RATE TO INT-RATE.
066800     MOVE WS-ROW-EFF-DATE TO INT-EFFECTIVE-DATE.
066900     MOVE WS-ROW-SCHED-ACTION TO INT-SCHED-ACTION.
067000     MOVE WS-ROW-SCHED-RATE TO INT-SCHED-RATE.
067100     MOVE WS-ROW-SCHED-DATE TO INT-SCHED-DATE.
067200     EVALUATE TRUE
067300         WHEN WS-STORE-WRITE
067400             WRITE INT-RATE-REC
067500         WHEN WS-STORE-REWRITE
067600             REWRITE INT-RATE-REC
067700         WHEN WS-STORE-DELETE
067800             DELETE INT-RATE-FILE RECORD
067900     END-EVALUATE.
068000 3210-EXIT.
068100     EXIT.
068200*-----------------------------------------------------------*
068300* 3220-STORE-OD-RATE - ONE ODRATE ROW.                       *
068400*-----------------------------------------------------------*
068500 3220-STORE-OD-RATE.
068600     MOVE SPACES TO OD-RATE-REC.
068700     MOVE WS-ROW-ACCT-TYPE TO OD-ACCT-TYPE.
068800     MOVE WS-ROW-RATE TO OD-RATE.
068900     MOVE WS-ROW-EFF-DATE TO OD-EFFECTIVE-DATE.
069000     MOVE WS-ROW-SCHED-ACTION TO OD-SCHED-ACTION.
069100     MOVE WS-ROW-SCHED-RATE TO OD-SCHED-RATE.
069200     MOVE WS-ROW-SCHED-DATE TO OD-SCHED-DATE.
069300     EVALUATE TRUE
069400         WHEN WS-STORE-WRITE
069500             WRITE OD-RATE-REC
069600         WHEN WS-STORE-REWRITE
069700             REWRITE OD-RATE-REC
069800         WHEN WS-STORE-DELETE
069900             DELETE OD-RATE-FILE RECORD
070000     END-EVALUATE.
070100 3220-EXIT.
070200     EXIT.
070300*-----------------------------------------------------------*
070400* 3230-STORE-FEE-SCHED - ONE FEESCHED ROW.                   *
070500*-----------------------------------------------------------*
070600 3230-STORE-FEE-SCHED.
070700     MOVE SPACES TO FEE-REC.
070800     MOVE WS-ROW-ACCT-TYPE TO FEE-ACCT-TYPE.
070900     MOVE WS-ROW-FEE-ACTION TO FEE-ACTION.
071000     MOVE WS-ROW-FEE-AMOUNT TO FEE-AMOUNT.
071100     MOVE WS-ROW-XCCY TO FEE-XCCY-SURCHARGE.
071200     MOVE WS-ROW-FREE TO FEE-FREE-PER-MONTH.
071300     MOVE WS-ROW-EFF-DATE TO FEE-EFFECTIVE-DATE.
071400     MOVE WS-ROW-SCHED-ACTION TO FEE-SCHED-ACTION.
071500     MOVE WS-ROW-SCHED-FEE TO FEE-SCHED-AMOUNT.
071600     MOVE WS-ROW-SCHED-XCCY TO FEE-SCHED-XCCY-SURCHARGE.
071700     MOVE WS-ROW-SCHED-FREE TO FEE-SCHED-FREE-PER-MONTH.
071800     MOVE WS-ROW-SCHED-DATE TO FEE-SCHED-DATE.
071900     EVALUATE TRUE
072000         WHEN WS-STORE-WRITE
072100             WRITE FEE-REC
072200         WHEN WS-STORE-REWRITE
072300             REWRITE FEE-REC
072400         WHEN WS-STORE-DELETE
072500             DELETE FEE-SCHED-FILE RECORD
072600     END-EVALUATE.
072700 3230-EXIT.
072800     EXIT.
072900*-----------------------------------------------------------*
073000* 6000-FORMAT-BEFORE - THE ROW AS IT STOOD: THE VALUE IN     *
073100*                      FORCE AND, WHEN ONE WAS PENDING, THE  *
073200*                      SCHEDULED CHANGE THIS ONE REPLACES.   *
073300*-----------------------------------------------------------*
073400 6000-FORMAT-BEFORE.
073500     IF NOT WS-ROW-FOUND
073600         MOVE 'NOT ON TABLE' TO WS-BEFORE-TEXT
073700         GO TO 6000-EXIT
073800     END-IF.
073900     IF WS-ROW-EFF-DATE = ZERO
074000         MOVE 'NOT YET IN FORCE' TO WS-BEFORE-TEXT
074100     ELSE
074200         PERFORM 6200-FORMAT-IN-FORCE THRU 6200-EXIT
074300         MOVE WS-IN-FORCE-TEXT TO WS-BEFORE-TEXT
074400     END-IF.
074500     IF NOT WS-ROW-SCHED-NONE
074600         PERFORM 6100-FORMAT-SCHEDULED THRU 6100-EXIT
074700         MOVE WS-IN-FORCE-TEXT TO WS-REPLACED-TEXT
074800     END-IF.
074900 6000-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------*
075200* 6100-FORMAT-SCHEDULED - THE ROW'S SCHEDULED CHANGE, INTO   *
075300*                         WS-IN-FORCE-TEXT.                  *
075400*-----------------------------------------------------------*
075500 6100-FORMAT-SCHEDULED.
075600     MOVE SPACES TO WS-IN-FORCE-TEXT.
075700     IF WS-ROW-SCHED-DELETE
075800         STRING 'SCHEDULED DELETE FROM ' DELIMITED BY SIZE
075900             WS-ROW-SCHED-DATE DELIMITED BY SIZE
076000             INTO WS-IN-FORCE-TEXT
076100     ELSE
076200         MOVE WS-ROW-SCHED-VALUE TO WS-VAL-VALUE
076300         PERFORM 6500-FORMAT-VALUE THRU 6500-EXIT
076400         STRING 'SCHEDULED FROM ' DELIMITED BY SIZE
076500             WS-ROW-SCHED-DATE DELIMITED BY SIZE
076600             ' ' WS-VALUE-TEXT DELIMITED BY SIZE
076700             INTO WS-IN-FORCE-TEXT
076800     END-IF.
076900 6100-EXIT.
077000     EXIT.
077100*-----------------------------------------------------------*
077200* 6200-FORMAT-IN-FORCE - THE ROW'S VALUE IN FORCE AND THE    *
077300*                        DATE IT TOOK EFFECT, INTO           *
077400*                        WS-IN-FORCE-TEXT.                   *
077500*-----------------------------------------------------------*
077600 6200-FORMAT-IN-FORCE.
077700     MOVE SPACES TO WS-IN-FORCE-TEXT.
077800     MOVE WS-ROW-VALUE TO WS-VAL-VALUE.
077900     PERFORM 6500-FORMAT-VALUE THRU 6500-EXIT.
078000     STRING 'IN FORCE SINCE ' DELIMITED BY SIZE
078100         WS-ROW-EFF-DATE DELIMITED BY SIZE
078200         ' ' WS-VALUE-TEXT DELIMITED BY SIZE
078300         INTO WS-IN-FORCE-TEXT.
078400 6200-EXIT.
078500     EXIT.
078600*-----------------------------------------------------------*
078700* 6500-FORMAT-VALUE - EDIT THE RATE, OR THE THREE FEE TERMS, *
078800*                     IN WS-VAL-VALUE INTO WS-VALUE-TEXT.    *
078900*-----------------------------------------------------------*
079000 6500-FORMAT-VALUE.
079100     MOVE SPACES TO WS-VALUE-TEXT.
079200     IF WS-TABLE-NAME = 'FEESCHED'
079300         MOVE WS-VAL-FEE-AMOUNT TO WS-EDIT-FEE
079400         MOVE WS-VAL-XCCY TO WS-EDIT-XCCY
079500         MOVE WS-VAL-FREE TO WS-EDIT-FREE
079600         STRING 'FEE ' WS-EDIT-FEE DELIMITED BY SIZE
079700             ' XCCY ' WS-EDIT-XCCY DELIMITED BY SIZE
079800             ' FREE ' WS-EDIT-FREE DELIMITED BY SIZE
079900             INTO WS-VALUE-TEXT
080000     ELSE
080100         MOVE WS-VAL-RATE TO WS-EDIT-RATE
080200         STRING 'RATE ' WS-EDIT-RATE DELIMITED BY SIZE
080300             INTO WS-VALUE-TEXT
080400     END-IF.
080500 6500-EXIT.
080600     EXIT.
080700*-----------------------------------------------------------*
080800* 7000-WRITE-AUDIT - THE AUDIT TRAIL LINES FOR ONE           *
080900*                    TRANSACTION OR PROMOTION: WHAT, BY      *
081000*                    WHOM, FROM WHEN, AND THE OUTCOME; FOR   *
081100*                    AN APPLIED ONE THE ROW BEFORE AND       *
081200*                    AFTER.                                  *
081300*-----------------------------------------------------------*
081400 7000-WRITE-AUDIT.
081500     MOVE SPACES TO RATE-AUDIT-LINE.
081600     IF WS-REJECT-REASON = SPACES
081700         STRING WS-RUN-DATE         DELIMITED BY SIZE
081800             ' '  WS-AUD-SEQ         DELIMITED BY SIZE
081900             ' '  WS-TABLE-NAME      DELIMITED BY SIZE
082000             ' '  WS-AUD-ACTION      DELIMITED BY SIZE
082100             ' '  WS-ROW-KEY-TEXT    DELIMITED BY SIZE
082200             ' EFF ' WS-AUD-EFF-DATE DELIMITED BY SIZE
082300             ' BY ' WS-AUD-USER      DELIMITED BY SIZE
082400             ' APPLIED'              DELIMITED BY SIZE
082500             INTO RATE-AUDIT-LINE
082600     ELSE
082700         STRING WS-RUN-DATE         DELIMITED BY SIZE
082800             ' '  WS-AUD-SEQ         DELIMITED BY SIZE
082900             ' '  WS-TABLE-NAME      DELIMITED BY SIZE
083000             ' '  WS-AUD-ACTION      DELIMITED BY SIZE
083100             ' '  WS-ROW-KEY-TEXT    DELIMITED BY SIZE
083200             ' EFF ' WS-AUD-EFF-DATE DELIMITED BY SIZE
083300             ' BY ' WS-AUD-USER      DELIMITED BY SIZE
083400             ' REJECTED - '          DELIMITED BY SIZE
083500             WS-REJECT-REASON        DELIMITED BY SIZE
083600             INTO RATE-AUDIT-LINE
083700     END-IF.
083800     WRITE RATE-AUDIT-LINE.
083900     IF WS-REJECT-REASON NOT = SPACES
084000         GO TO 7000-EXIT
084100     END-IF.
084200     MOVE SPACES TO RATE-AUDIT-LINE.
084300     STRING '          BEFORE   ' WS-BEFORE-TEXT
084400         DELIMITED BY SIZE INTO RATE-AUDIT-LINE.
084500     WRITE RATE-AUDIT-LINE.
084600     IF WS-REPLACED-TEXT NOT = SPACES
084700         MOVE SPACES TO RATE-AUDIT-LINE
084800         STRING '          REPLACES ' WS-REPLACED-TEXT
084900             DELIMITED BY SIZE INTO RATE-AUDIT-LINE
085000         WRITE RATE-AUDIT-LINE
085100     END-IF.
085200     MOVE SPACES TO RATE-AUDIT-LINE.
085300     STRING '          AFTER    ' WS-AFTER-TEXT
085400         DELIMITED BY SIZE INTO RATE-AUDIT-LINE.
085500     WRITE RATE-AUDIT-LINE.
085600 7000-EXIT.
085700     EXIT.
085800*-----------------------------------------------------------*
085900* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS TO THE AUDIT      *
086000*                     TRAIL.                                 *
086100*-----------------------------------------------------------*
086200 8000-WRITE-TOTALS.
086300     MOVE SPACES TO RATE-AUDIT-LINE.
086400     STRING 'RATEMNT CHANGES NOW IN FORCE  - ' DELIMITED BY SIZE
086500         WS-PROMOTED-COUNT DELIMITED BY SIZE
086600         INTO RATE-AUDIT-LINE.
086700     WRITE RATE-AUDIT-LINE.
086800     MOVE SPACES TO RATE-AUDIT-LINE.
086900     STRING 'RATEMNT TRANSACTIONS READ     - ' DELIMITED BY SIZE
087000         WS-READ-COUNT DELIMITED BY SIZE
087100         INTO RATE-AUDIT-LINE.
087200     WRITE RATE-AUDIT-LINE.
087300     MOVE SPACES TO RATE-AUDIT-LINE.
087400     STRING 'RATEMNT TRANSACTIONS APPLIED  - ' DELIMITED BY SIZE
087500         WS-APPLIED-COUNT DELIMITED BY SIZE
087600         INTO RATE-AUDIT-LINE.
087700     WRITE RATE-AUDIT-LINE.
087800     MOVE SPACES TO RATE-AUDIT-LINE.
087900     STRING 'RATEMNT TRANSACTIONS REJECTED - ' DELIMITED BY SIZE
088000         WS-REJECTED-COUNT DELIMITED BY SIZE
088100         INTO RATE-AUDIT-LINE.
088200     WRITE RATE-AUDIT-LINE.
088300 8000-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------*
088600* 9000-TERMINATE - CLOSE THE FILES.                          *
088700*-----------------------------------------------------------*
088800 9000-TERMINATE.
088900     CLOSE RATE-MNT-FILE.
089000     CLOSE INT-RATE-FILE.
089100     CLOSE OD-RATE-FILE.
089200     CLOSE FEE-SCHED-FILE.
089300     CLOSE RATE-AUDIT-FILE.
089400 9000-EXIT.
089500     EXIT.
089600 END PROGRAM RATEMNT.

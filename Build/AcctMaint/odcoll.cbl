000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ODCOLL.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL NIGHTLY OVERDRAFT AGING AND       *
001300*                  COLLECTIONS STEP.  WALKS THE ACCOUNT       *
001400*                  MASTER IN KEY ORDER AGAINST THE DAY'S      *
001500*                  JOURNAL SORTED BY ACCOUNT.  EVERY ACCOUNT  *
001600*                  CLOSING THE DAY NEGATIVE HAS ITS DAYS-     *
001700*                  OVERDRAWN COUNTER ON THE OVERDRAFT AGING   *
001800*                  FILE (SEE ODAGE) STEPPED BY ONE AND THE    *
001900*                  DAY'S 'ODINTEREST' POSTINGS ADDED TO ITS   *
002000*                  OVERDRAFT INTEREST CHARGED; THE FIRST      *
002100*                  NIGHT IT CLOSES BACK IN CREDIT OR AT ZERO  *
002200*                  THE RECORD IS DELETED, RESETTING THE       *
002300*                  COUNTER.  AN ACTIVE OR DORMANT ACCOUNT     *
002400*                  OVERDRAWN FOR MORE THAN THE NUMBER OF DAYS *
002500*                  ON THE PARM CARD (COLLPARM) IS MOVED TO    *
002600*                  STATUS 'F' AND THE CHANGE APPENDED TO THE  *
002700*                  ACCOUNT MAINTENANCE AUDIT TRAIL (MNTAUDIT) *
002800*                  AS ACTION 'AUTOFREEZE'; IT IS UNFROZEN     *
002900*                  THROUGH ACCTMNT AS USUAL, AND IS NOT       *
003000*                  FROZEN AGAIN BY THIS STEP UNTIL IT HAS     *
003100*                  BEEN BACK IN CREDIT.  THE AGING REPORT     *
003200*                  (COLLRPT) LISTS EVERY OVERDRAWN ACCOUNT    *
003300*                  WITH ITS DAYS OVERDRAWN AND AGING BUCKET   *
003400*                  (1-30, 31-60, 61-90, 90+ DAYS), THE AMOUNT *
003500*                  OVER ITS OVERDRAFT LIMIT, THE OVERDRAFT    *
003600*                  INTEREST CHARGED SINCE IT WENT OVERDRAWN   *
003700*                  AND THE MAILING BLOCK FROM NAMEADDR, THEN  *
003800*                  THE BUCKET TOTALS.  A RERUN FOR THE SAME   *
003900*                  DATE COUNTS NOTHING TWICE.  RUNS AFTER     *
004000*                  HELLODRV AND BEFORE JRNLCUT EMPTIES THE    *
004100*                  LIVE JOURNAL.                              *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS ACCT-NUMBER
005300         FILE STATUS IS WS-ACCTMAST-STATUS.
005400     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-JOURNAL-STATUS.
005800     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
005900     SELECT SORTED-JOURNAL-FILE ASSIGN TO "SRTJRNL"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-SRTJRNL-STATUS.
006300     SELECT OD-AGE-FILE ASSIGN TO "ODAGE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS ODA-ACCT-NUMBER
006700         FILE STATUS IS WS-ODAGE-STATUS.
006800     SELECT NAME-ADDR-FILE ASSIGN TO "NAMEADDR"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS NA-ACCT-NUMBER
007200         FILE STATUS IS WS-NAMEADDR-STATUS.
007300     SELECT PARM-FILE ASSIGN TO "COLLPARM"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-COLLPARM-STATUS.
007700     SELECT COLL-REPORT-FILE ASSIGN TO "COLLRPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-COLLRPT-STATUS.
008100     SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT"
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-MNTAUDIT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ACCT-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY ACCTMAST.
009000 FD  JOURNAL-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY JRNLREC.
009300 SD  SORT-WORK-FILE.
009400     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SORT-JRNL-REC==.
009500 FD  SORTED-JOURNAL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SRT-JRNL-REC==.
009800 FD  OD-AGE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ODAGE.
010100 FD  NAME-ADDR-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY NAMEADDR.
010400 FD  PARM-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  COLL-PARM-REC.
010700     02  COLL-PARM-FREEZE-DAYS   PIC 9(03).
010800     02  FILLER                  PIC X(77).
010900 FD  COLL-REPORT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  COLL-REPORT-LINE            PIC X(132).
011200 FD  AUDIT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  AUDIT-LINE                  PIC X(100).
011500 WORKING-STORAGE SECTION.
011600*-----------------------------------------------------------*
011700* FILE HANDLING SWITCHES.                                    *
011800*-----------------------------------------------------------*
011900 01  WS-FILE-SWITCHES.
012000     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
012100         88  WS-ACCTMAST-OK        VALUE '00'.
012200     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
012300     02  WS-SRTJRNL-STATUS   PIC X(02) VALUE '00'.
012400     02  WS-ODAGE-STATUS     PIC X(02) VALUE '00'.
012500         88  WS-ODAGE-OK           VALUE '00'.
012600     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
012700     02  WS-COLLPARM-STATUS  PIC X(02) VALUE '00'.
012800     02  WS-COLLRPT-STATUS   PIC X(02) VALUE '00'.
012900     02  WS-MNTAUDIT-STATUS  PIC X(02) VALUE '00'.
013000     02  WS-ACCTMAST-EOF-SW  PIC X(01) VALUE 'N'.
013100         88  WS-ACCTMAST-EOF       VALUE 'Y'.
013200     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
013300         88  WS-SRTJRNL-EOF        VALUE 'Y'.
013400     02  WS-PARM-BAD-SW      PIC X(01) VALUE 'N'.
013500         88  WS-PARM-BAD           VALUE 'Y'.
013600     02  WS-ODAGE-FOUND-SW   PIC X(01) VALUE 'N'.
013700         88  WS-ODAGE-FOUND        VALUE 'Y'.
013800     02  WS-FROZEN-TODAY-SW  PIC X(01) VALUE 'N'.
013900         88  WS-FROZEN-TODAY       VALUE 'Y'.
014000     02  WS-REV-MATCHED-SW   PIC X(01) VALUE 'N'.
014100         88  WS-REV-MATCHED        VALUE 'Y'.
014200*-----------------------------------------------------------*
014300* COLLECTIONS WORK AREA.  THE FREEZE THRESHOLD COMES FROM    *
014400* THE PARM CARD; AN ACCOUNT IS FROZEN ONCE ITS DAYS          *
014500* OVERDRAWN EXCEED IT.                                       *
014600*-----------------------------------------------------------*
014700 01  WS-COLL-WORK-AREA.
014800     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
014900     02  WS-FREEZE-DAYS      PIC 9(03) VALUE ZERO.
015000     02  WS-DAY-OD-INTEREST  PIC S9(7)V99 VALUE ZERO.
015100     02  WS-OVERDRAWN-AMT    PIC 9(7)V99 VALUE ZERO.
015200     02  WS-OVER-LIMIT-AMT   PIC 9(7)V99 VALUE ZERO.
015300     02  WS-OLD-STATUS       PIC X(01) VALUE SPACE.
015400     02  WS-FREEZE-SEQ       PIC 9(06) VALUE ZERO.
015500     02  WS-LINE-NOTE        PIC X(20) VALUE SPACES.
015600*-----------------------------------------------------------*
015700* THE CURRENT ACCOUNT'S 'ODINTEREST' POSTINGS FOR THE DAY,   *
015800* SO A REVERSAL CAN BE MATCHED TO THE CHARGE IT BACKED OUT   *
015900* BY ITS JRNL-ORIG-TIMESTAMP AND AMOUNT.  A CHARGE BEYOND    *
016000* THE TABLE LIMIT STILL COUNTS, BUT CANNOT BE NETTED.        *
016100*-----------------------------------------------------------*
016200 01  WS-POSTING-TABLE.
016300     02  WS-POST-LIMIT       PIC 9(04) COMP VALUE 50.
016400     02  WS-POST-COUNT       PIC 9(04) COMP VALUE ZERO.
016500     02  WS-POST-SUB         PIC 9(04) COMP VALUE ZERO.
016600     02  WS-POST-ENTRY OCCURS 50 TIMES.
016700         03  WS-PT-TIMESTAMP PIC X(16).
016800         03  WS-PT-AMOUNT    PIC 9(7)V99.
016900         03  WS-PT-REVERSED-SW PIC X(01).
017000             88  WS-PT-REVERSED    VALUE 'Y'.
017100*-----------------------------------------------------------*
017200* AGING BUCKET NAMES - 1-30, 31-60, 61-90 AND OVER 90 DAYS   *
017300* OVERDRAWN.                                                 *
017400*-----------------------------------------------------------*
017500 01  WS-BUCKET-NAME-TABLE.
017600     02  FILLER              PIC X(20)
017700         VALUE ' 1-3031-6061-90 90+ '.
017800 01  WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAME-TABLE.
017900     02  WS-BUCKET-NAME      PIC X(05) OCCURS 4 TIMES.
018000*-----------------------------------------------------------*
018100* AGING BUCKETS - COUNT, AMOUNT OVERDRAWN, AMOUNT OVER       *
018200* LIMIT AND OVERDRAFT INTEREST CHARGED PER BUCKET.           *
018300*-----------------------------------------------------------*
018400 01  WS-AGING-BUCKETS.
018500     02  WS-BUCKET-SUB       PIC 9(02) COMP VALUE ZERO.
018600     02  WS-BUCKET-ENTRY OCCURS 4 TIMES.
018700         03  WS-BK-COUNT     PIC 9(07) VALUE ZERO.
018800         03  WS-BK-OVERDRAWN PIC 9(11)V99 VALUE ZERO.
018900         03  WS-BK-OVER-LIMIT PIC 9(11)V99 VALUE ZERO.
019000         03  WS-BK-OD-INTEREST PIC 9(11)V99 VALUE ZERO.
019100*-----------------------------------------------------------*
019200* EDITED FIELDS FOR THE REPORT AND AUDIT LINES.              *
019300*-----------------------------------------------------------*
019400 01  WS-EDITED-AMOUNTS.
019500     02  WS-EDIT-BALANCE     PIC ZZZZZZ9.99-.
019600     02  WS-EDIT-LIMIT       PIC ZZZZZZ9.99.
019700     02  WS-EDIT-OVER-LIMIT  PIC ZZZZZZ9.99.
019800     02  WS-EDIT-OD-INTEREST PIC ZZZZZZ9.99.
019900     02  WS-EDIT-DAYS        PIC ZZZZ9.
020000     02  WS-EDIT-FREEZE-DAYS PIC ZZ9.
020100     02  WS-EDIT-TOTAL       PIC ZZZZZZZZZZ9.99.
020200     02  WS-EDIT-TOTAL-2     PIC ZZZZZZZZZZ9.99.
020300     02  WS-EDIT-TOTAL-3     PIC ZZZZZZZZZZ9.99.
020400*-----------------------------------------------------------*
020500* RUN COUNTERS.                                              *
020600*-----------------------------------------------------------*
020700 01  WS-RUN-COUNTERS.
020800     02  WS-READ-COUNT       PIC 9(7) VALUE ZERO.
020900     02  WS-OVERDRAWN-COUNT  PIC 9(7) VALUE ZERO.
021000     02  WS-NEW-OD-COUNT     PIC 9(7) VALUE ZERO.
021100     02  WS-RESET-COUNT      PIC 9(7) VALUE ZERO.
021200     02  WS-FROZEN-COUNT     PIC 9(7) VALUE ZERO.
021300     02  WS-RERUN-COUNT      PIC 9(7) VALUE ZERO.
021400 PROCEDURE DIVISION.
021500*-----------------------------------------------------------*
021600* 0000-MAINLINE - SORT THE DAY'S JOURNAL, AGE EVERY          *
021700*                 OVERDRAWN ACCOUNT, FREEZE THOSE PAST THE   *
021800*                 THRESHOLD, AND PRINT THE AGING REPORT.     *
021900*-----------------------------------------------------------*
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     IF WS-PARM-BAD
022300         MOVE 16 TO RETURN-CODE
022400         GOBACK
022500     END-IF.
022600     PERFORM 2000-AGE-ACCOUNT THRU 2000-EXIT
022700         UNTIL WS-ACCTMAST-EOF.
022800     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     GOBACK.
023100*-----------------------------------------------------------*
023200* 1000-INITIALIZE - READ THE PARM CARD, SORT THE JOURNAL BY  *
023300*                   ACCOUNT, OPEN THE FILES, WRITE THE       *
023400*                   REPORT HEADING AND PRIME BOTH READS.  A  *
023500*                   MISSING OR INVALID PARM CARD ENDS THE    *
023600*                   RUN WITH COND CODE 16.                   *
023700*-----------------------------------------------------------*
023800 1000-INITIALIZE.
023900     OPEN INPUT PARM-FILE.
024000     READ PARM-FILE
024100         AT END
024200             SET WS-PARM-BAD TO TRUE
024300     END-READ.
024400     IF WS-PARM-BAD
024500         DISPLAY 'ODCOLL: PARM CARD MISSING - NOTHING DONE'
024600         CLOSE PARM-FILE
024700         GO TO 1000-EXIT
024800     END-IF.
024900     IF COLL-PARM-FREEZE-DAYS NOT NUMERIC
025000         OR COLL-PARM-FREEZE-DAYS = ZERO
025100         DISPLAY 'ODCOLL: PARM CARD INVALID - NOTHING DONE'
025200         SET WS-PARM-BAD TO TRUE
025300         CLOSE PARM-FILE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     MOVE COLL-PARM-FREEZE-DAYS TO WS-FREEZE-DAYS.
025700     CLOSE PARM-FILE.
025800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025900     SORT SORT-WORK-FILE
026000         ON ASCENDING KEY JRNL-ACCT-NUMBER OF SORT-JRNL-REC
026100                          JRNL-TIMESTAMP OF SORT-JRNL-REC
026200         WITH DUPLICATES IN ORDER
026300         USING JOURNAL-FILE
026400         GIVING SORTED-JOURNAL-FILE.
026500     OPEN I-O ACCT-MASTER-FILE.
026600     OPEN INPUT SORTED-JOURNAL-FILE.
026700     OPEN I-O OD-AGE-FILE.
026800     OPEN INPUT NAME-ADDR-FILE.
026900     OPEN OUTPUT COLL-REPORT-FILE.
027000     OPEN EXTEND AUDIT-FILE.
027100     MOVE WS-FREEZE-DAYS TO WS-EDIT-FREEZE-DAYS.
027200     MOVE SPACES TO COLL-REPORT-LINE.
027300     STRING 'ODCOLL OVERDRAFT AGING AND COLLECTIONS REPORT FOR '
027400         DELIMITED BY SIZE
027500         WS-RUN-DATE DELIMITED BY SIZE
027600         '   FREEZE AFTER ' WS-EDIT-FREEZE-DAYS DELIMITED BY SIZE
027700         ' DAYS' DELIMITED BY SIZE
027800         INTO COLL-REPORT-LINE.
027900     WRITE COLL-REPORT-LINE.
028000     MOVE SPACES TO COLL-REPORT-LINE.
028100     WRITE COLL-REPORT-LINE.
028200     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
028300     PERFORM 2200-READ-SORTED-JOURNAL THRU 2200-EXIT.
028400 1000-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------*
028700* 2000-AGE-ACCOUNT - TOTAL THE CURRENT ACCOUNT'S OVERDRAFT   *
028800*                    INTEREST FOR THE DAY, THEN RESET, AGE   *
028900*                    OR FREEZE IT AS ITS CLOSING BALANCE     *
029000*                    CALLS FOR, REPORT IT IF OVERDRAWN, AND  *
029100*                    READ THE NEXT ACCOUNT.  CLOSED          *
029200*                    ACCOUNTS ARE PASSED OVER.               *
029300*-----------------------------------------------------------*
029400 2000-AGE-ACCOUNT.
029500     ADD 1 TO WS-READ-COUNT.
029600     MOVE ZERO TO WS-DAY-OD-INTEREST.
029700     MOVE ZERO TO WS-POST-COUNT.
029800     PERFORM 2300-SKIP-JOURNAL THRU 2300-EXIT
029900         UNTIL WS-SRTJRNL-EOF
030000         OR JRNL-ACCT-NUMBER OF SRT-JRNL-REC NOT < ACCT-NUMBER.
030100     PERFORM 2400-APPLY-JOURNAL THRU 2400-EXIT
030200         UNTIL WS-SRTJRNL-EOF
030300         OR JRNL-ACCT-NUMBER OF SRT-JRNL-REC NOT = ACCT-NUMBER.
030400     IF ACCT-STATUS-CLOSED
030500         GO TO 2000-NEXT
030600     END-IF.
030700     PERFORM 2600-READ-ODAGE THRU 2600-EXIT.
030800     IF ACCT-BALANCE NOT < ZERO
030900         IF WS-ODAGE-FOUND
031000             DELETE OD-AGE-FILE RECORD
031020             IF WS-ODAGE-OK
031040                 ADD 1 TO WS-RESET-COUNT
031060             ELSE
031070                 DISPLAY 'ODCOLL: ODAGE DELETE FAILED - STATUS '
031080                     WS-ODAGE-STATUS ' ACCOUNT ' ACCT-NUMBER
031090                 MOVE 16 TO RETURN-CODE
031100             END-IF
031200         END-IF
031300         GO TO 2000-NEXT
031400     END-IF.
031500     ADD 1 TO WS-OVERDRAWN-COUNT.
031600     IF ODA-LAST-RUN-DATE = WS-RUN-DATE
031700         ADD 1 TO WS-RERUN-COUNT
031800     ELSE
031900         ADD 1 TO ODA-DAYS-OVERDRAWN
032000         ADD WS-DAY-OD-INTEREST TO ODA-OD-INT-CHARGED
032100         MOVE WS-RUN-DATE TO ODA-LAST-RUN-DATE
032200     END-IF.
032300     MOVE 'N' TO WS-FROZEN-TODAY-SW.
032400     IF ODA-DAYS-OVERDRAWN > WS-FREEZE-DAYS
032500         AND ODA-FROZEN-DATE = ZERO
032600         AND (ACCT-STATUS-ACTIVE OR ACCT-STATUS-DORMANT)
032700         PERFORM 2700-FREEZE-ACCOUNT THRU 2700-EXIT
032800     END-IF.
032900     IF WS-ODAGE-FOUND
033000         REWRITE ODAGE-REC
033020         IF NOT WS-ODAGE-OK
033040             DISPLAY 'ODCOLL: ODAGE REWRITE FAILED - STATUS '
033060                 WS-ODAGE-STATUS ' ACCOUNT ' ACCT-NUMBER
033080             MOVE 16 TO RETURN-CODE
033090         END-IF
033100     ELSE
033200         WRITE ODAGE-REC
033220         IF NOT WS-ODAGE-OK
033240             DISPLAY 'ODCOLL: ODAGE WRITE FAILED - STATUS '
033260                 WS-ODAGE-STATUS ' ACCOUNT ' ACCT-NUMBER
033280             MOVE 16 TO RETURN-CODE
033290         END-IF
033300     END-IF.
033400     PERFORM 2800-REPORT-ACCOUNT THRU 2800-EXIT.
033500 2000-NEXT.
033600     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------*
034000* 2100-READ-ACCT-MASTER - READ THE NEXT ACCOUNT IN KEY       *
034100*                         ORDER.                             *
034200*-----------------------------------------------------------*
034300 2100-READ-ACCT-MASTER.
034400     READ ACCT-MASTER-FILE
034500         AT END
034600             SET WS-ACCTMAST-EOF TO TRUE
034700     END-READ.
034800 2100-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035100* 2200-READ-SORTED-JOURNAL - READ THE NEXT SORTED JOURNAL    *
035200*                            RECORD.                         *
035300*-----------------------------------------------------------*
035400 2200-READ-SORTED-JOURNAL.
035500     READ SORTED-JOURNAL-FILE
035600         AT END
035700             SET WS-SRTJRNL-EOF TO TRUE
035800     END-READ.
035900 2200-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 2300-SKIP-JOURNAL - PASS OVER A JOURNAL RECORD FOR AN      *
036300*                     ACCOUNT NOT ON THE MASTER (A REJECTED  *
036400*                     POSTING TO AN UNKNOWN ACCOUNT).        *
036500*-----------------------------------------------------------*
036600 2300-SKIP-JOURNAL.
036700     PERFORM 2200-READ-SORTED-JOURNAL THRU 2200-EXIT.
036800 2300-EXIT.
036900     EXIT.
037000*-----------------------------------------------------------*
037100* 2400-APPLY-JOURNAL - FOLD ONE JOURNAL RECORD FOR THE       *
037200*                      CURRENT ACCOUNT INTO THE DAY'S        *
037300*                      OVERDRAFT INTEREST.  ONLY POSTED      *
037400*                      RECORDS COUNT.                        *
037500*-----------------------------------------------------------*
037600 2400-APPLY-JOURNAL.
037700     IF JRNL-RETURN-CODE OF SRT-JRNL-REC NOT = ZERO
037800         GO TO 2400-NEXT
037900     END-IF.
038000     EVALUATE JRNL-ACTION OF SRT-JRNL-REC
038100         WHEN 'ODINTEREST'
038200             ADD JRNL-AMOUNT OF SRT-JRNL-REC TO WS-DAY-OD-INTEREST
038300             PERFORM 2410-TABLE-CHARGE THRU 2410-EXIT
038400         WHEN 'REVERSAL'
038500             PERFORM 2500-NET-REVERSAL THRU 2500-EXIT
038600     END-EVALUATE.
038700 2400-NEXT.
038800     PERFORM 2200-READ-SORTED-JOURNAL THRU 2200-EXIT.
038900 2400-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------*
039200* 2410-TABLE-CHARGE - HOLD AN OVERDRAFT INTEREST CHARGE IN   *
039300*                     CASE A LATER REVERSAL NAMES IT.        *
039400*-----------------------------------------------------------*
039500 2410-TABLE-CHARGE.
039600     IF WS-POST-COUNT NOT < WS-POST-LIMIT
039700         GO TO 2410-EXIT
039800     END-IF.
039900     ADD 1 TO WS-POST-COUNT.
040000     MOVE JRNL-TIMESTAMP OF SRT-JRNL-REC
040100         TO WS-PT-TIMESTAMP (WS-POST-COUNT).
040200     MOVE JRNL-AMOUNT OF SRT-JRNL-REC
040300         TO WS-PT-AMOUNT (WS-POST-COUNT).
040400     MOVE 'N' TO WS-PT-REVERSED-SW (WS-POST-COUNT).
040500 2410-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------*
040800* 2500-NET-REVERSAL - A POSTED REVERSAL.  WHEN IT BACKED OUT *
040900*                     ONE OF THE DAY'S OVERDRAFT INTEREST    *
041000*                     CHARGES THE AMOUNT COMES OFF THE DAY'S *
041100*                     TOTAL.  A REVERSAL OF ANY OTHER        *
041200*                     POSTING IS PASSED OVER.                *
041300*-----------------------------------------------------------*
041400 2500-NET-REVERSAL.
041500     MOVE 'N' TO WS-REV-MATCHED-SW.
041600     MOVE 1 TO WS-POST-SUB.
041700     PERFORM 2510-MATCH-ONE-CHARGE THRU 2510-EXIT
041800         UNTIL WS-POST-SUB > WS-POST-COUNT
041900         OR WS-REV-MATCHED.
042000 2500-EXIT.
042100     EXIT.
042200*-----------------------------------------------------------*
042300* 2510-MATCH-ONE-CHARGE - ONE STEP OF THE CHARGE TABLE.      *
042400*-----------------------------------------------------------*
042500 2510-MATCH-ONE-CHARGE.
042600     IF WS-PT-TIMESTAMP (WS-POST-SUB)
042700             = JRNL-ORIG-TIMESTAMP OF SRT-JRNL-REC
042800         AND WS-PT-AMOUNT (WS-POST-SUB)
042900             = JRNL-AMOUNT OF SRT-JRNL-REC
043000         AND NOT WS-PT-REVERSED (WS-POST-SUB)
043100         SET WS-PT-REVERSED (WS-POST-SUB) TO TRUE
043200         SET WS-REV-MATCHED TO TRUE
043300         SUBTRACT WS-PT-AMOUNT (WS-POST-SUB)
043400             FROM WS-DAY-OD-INTEREST
043500         GO TO 2510-EXIT
043600     END-IF.
043700     ADD 1 TO WS-POST-SUB.
043800 2510-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------*
044100* 2600-READ-ODAGE - RANDOM READ OF THE ACCOUNT'S OVERDRAFT   *
044200*                   AGING RECORD.  AN ACCOUNT OVERDRAWN FOR  *
044300*                   THE FIRST NIGHT STARTS FROM A ZERO       *
044400*                   COUNTER, OVERDRAWN SINCE TODAY.          *
044500*-----------------------------------------------------------*
044600 2600-READ-ODAGE.
044700     MOVE 'Y' TO WS-ODAGE-FOUND-SW.
044800     MOVE ACCT-NUMBER TO ODA-ACCT-NUMBER.
044900     READ OD-AGE-FILE
045000         INVALID KEY
045100             MOVE 'N' TO WS-ODAGE-FOUND-SW
045200     END-READ.
045300     IF NOT WS-ODAGE-FOUND
045400         AND ACCT-BALANCE < ZERO
045500         ADD 1 TO WS-NEW-OD-COUNT
045600         MOVE SPACES TO ODAGE-REC
045700         MOVE ACCT-NUMBER TO ODA-ACCT-NUMBER
045800         MOVE WS-RUN-DATE TO ODA-OD-SINCE-DATE
045900         MOVE ZERO TO ODA-DAYS-OVERDRAWN ODA-OD-INT-CHARGED
046000             ODA-LAST-RUN-DATE ODA-FROZEN-DATE
046100     END-IF.
046200 2600-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------*
046500* 2700-FREEZE-ACCOUNT - MOVE AN ACCOUNT OVERDRAWN PAST THE   *
046600*                       THRESHOLD TO FROZEN AND APPEND THE   *
046700*                       CHANGE TO THE MAINTENANCE AUDIT      *
046800*                       TRAIL IN ACCTMNT'S LINE FORMAT.      *
046900*                       CREDITS STILL POST TO A FROZEN       *
047000*                       ACCOUNT, SO IT CAN BE BROUGHT BACK   *
047100*                       INTO CREDIT.  AN ACCOUNT IS FROZEN   *
047200*                       ONLY ONCE PER SPELL OVERDRAWN, SO AN *
047300*                       UNFREEZE KEYED THROUGH ACCTMNT       *
047400*                       STANDS.                              *
047500*-----------------------------------------------------------*
047600 2700-FREEZE-ACCOUNT.
047700     MOVE ACCT-STATUS TO WS-OLD-STATUS.
047800     MOVE 'F' TO ACCT-STATUS.
047900     REWRITE ACCT-MASTER-REC.
048000     IF NOT WS-ACCTMAST-OK
048100         DISPLAY 'ODCOLL: ACCTMAST REWRITE FAILED - STATUS '
048200             WS-ACCTMAST-STATUS ' ACCOUNT ' ACCT-NUMBER
048300         MOVE WS-OLD-STATUS TO ACCT-STATUS
048400         GO TO 2700-EXIT
048500     END-IF.
048600     MOVE WS-RUN-DATE TO ODA-FROZEN-DATE.
048700     SET WS-FROZEN-TODAY TO TRUE.
048800     ADD 1 TO WS-FROZEN-COUNT.
048900     ADD 1 TO WS-FREEZE-SEQ.
049000     MOVE ODA-DAYS-OVERDRAWN TO WS-EDIT-DAYS.
049100     MOVE SPACES TO AUDIT-LINE.
049200     STRING WS-RUN-DATE         DELIMITED BY SIZE
049300         ' '  WS-FREEZE-SEQ      DELIMITED BY SIZE
049400         ' AUTOFREEZE'          DELIMITED BY SIZE
049500         ' '  ACCT-NUMBER        DELIMITED BY SIZE
049600         ' OLD ' WS-OLD-STATUS   DELIMITED BY SIZE
049700         '/'  ACCT-TYPE          DELIMITED BY SIZE
049800         ' NEW ' ACCT-STATUS     DELIMITED BY SIZE
049900         '/'  ACCT-TYPE          DELIMITED BY SIZE
050000         ' APPLIED - OVERDRAWN ' DELIMITED BY SIZE
050100         WS-EDIT-DAYS            DELIMITED BY SIZE
050200         ' DAYS'                 DELIMITED BY SIZE
050300         INTO AUDIT-LINE.
050400     WRITE AUDIT-LINE.
050500 2700-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------*
050800* 2800-REPORT-ACCOUNT - TWO AGING LINES AND THE MAILING      *
050900*                       BLOCK FOR AN OVERDRAWN ACCOUNT, AND  *
051000*                       FOLD IT INTO ITS AGING BUCKET.  THE  *
051100*                       AMOUNT OVER LIMIT IS THE OVERDRAWN   *
051200*                       BALANCE LESS THE APPROVED OVERDRAFT  *
051300*                       LIMIT, ZERO WHILE WITHIN IT.         *
051400*-----------------------------------------------------------*
051500 2800-REPORT-ACCOUNT.
051600     COMPUTE WS-OVERDRAWN-AMT = ZERO - ACCT-BALANCE.
051700     MOVE ZERO TO WS-OVER-LIMIT-AMT.
051800     IF WS-OVERDRAWN-AMT > ACCT-OVERDRAFT-LIMIT
051900         COMPUTE WS-OVER-LIMIT-AMT =
052000             WS-OVERDRAWN-AMT - ACCT-OVERDRAFT-LIMIT
052100     END-IF.
052200     EVALUATE TRUE
052300         WHEN ODA-DAYS-OVERDRAWN NOT > 30
052400             MOVE 1 TO WS-BUCKET-SUB
052500         WHEN ODA-DAYS-OVERDRAWN NOT > 60
052600             MOVE 2 TO WS-BUCKET-SUB
052700         WHEN ODA-DAYS-OVERDRAWN NOT > 90
052800             MOVE 3 TO WS-BUCKET-SUB
052900         WHEN OTHER
053000             MOVE 4 TO WS-BUCKET-SUB
053100     END-EVALUATE.
053200     ADD 1 TO WS-BK-COUNT (WS-BUCKET-SUB).
053300     ADD WS-OVERDRAWN-AMT TO WS-BK-OVERDRAWN (WS-BUCKET-SUB).
053400     ADD WS-OVER-LIMIT-AMT TO WS-BK-OVER-LIMIT (WS-BUCKET-SUB).
053500     ADD ODA-OD-INT-CHARGED TO WS-BK-OD-INTEREST (WS-BUCKET-SUB).
053600     MOVE SPACES TO WS-LINE-NOTE.
053700     IF WS-FROZEN-TODAY
053800         MOVE '** FROZEN TODAY **' TO WS-LINE-NOTE
053900     ELSE
054000         IF ACCT-STATUS-FROZEN
054100             MOVE 'FROZEN' TO WS-LINE-NOTE
054200         END-IF
054300     END-IF.
054400     MOVE ODA-DAYS-OVERDRAWN TO WS-EDIT-DAYS.
054500     MOVE SPACES TO COLL-REPORT-LINE.
054600     STRING 'ACCOUNT ' ACCT-NUMBER DELIMITED BY SIZE
054700         '  TYPE ' ACCT-TYPE DELIMITED BY SIZE
054800         '  CUR ' ACCT-CURRENCY-CODE DELIMITED BY SIZE
054900         '  STATUS ' ACCT-STATUS DELIMITED BY SIZE
055000         '  DAYS OVERDRAWN ' WS-EDIT-DAYS DELIMITED BY SIZE
055100         '  BUCKET ' WS-BUCKET-NAME (WS-BUCKET-SUB)
055200         DELIMITED BY SIZE
055300         '  SINCE ' ODA-OD-SINCE-DATE DELIMITED BY SIZE
055400         '  ' WS-LINE-NOTE DELIMITED BY SIZE
055500         INTO COLL-REPORT-LINE.
055600     WRITE COLL-REPORT-LINE.
055700     MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
055800     MOVE ACCT-OVERDRAFT-LIMIT TO WS-EDIT-LIMIT.
055900     MOVE WS-OVER-LIMIT-AMT TO WS-EDIT-OVER-LIMIT.
056000     MOVE ODA-OD-INT-CHARGED TO WS-EDIT-OD-INTEREST.
056100     MOVE SPACES TO COLL-REPORT-LINE.
056200     STRING '  BALANCE ' WS-EDIT-BALANCE DELIMITED BY SIZE
056300         '  OD LIMIT ' WS-EDIT-LIMIT DELIMITED BY SIZE
056400         '  OVER LIMIT ' WS-EDIT-OVER-LIMIT DELIMITED BY SIZE
056500         '  OD INTEREST CHARGED ' WS-EDIT-OD-INTEREST
056600         DELIMITED BY SIZE
056700         INTO COLL-REPORT-LINE.
056800     WRITE COLL-REPORT-LINE.
056900     MOVE ACCT-NUMBER TO NA-ACCT-NUMBER.
057000     READ NAME-ADDR-FILE
057100         INVALID KEY
057200             MOVE SPACES TO NAME-ADDR-REC
057300             MOVE 'NAME AND ADDRESS NOT ON FILE'
057400                 TO NA-CUST-NAME
057500     END-READ.
057600     MOVE SPACES TO COLL-REPORT-LINE.
057700     STRING '  ' NA-CUST-NAME DELIMITED BY SIZE
057800         INTO COLL-REPORT-LINE.
057900     WRITE COLL-REPORT-LINE.
058000     IF NA-ADDR-LINE-1 NOT = SPACES
058100         MOVE SPACES TO COLL-REPORT-LINE
058200         STRING '  ' NA-ADDR-LINE-1 DELIMITED BY SIZE
058300             INTO COLL-REPORT-LINE
058400         WRITE COLL-REPORT-LINE
058500     END-IF.
058600     IF NA-ADDR-LINE-2 NOT = SPACES
058700         MOVE SPACES TO COLL-REPORT-LINE
058800         STRING '  ' NA-ADDR-LINE-2 DELIMITED BY SIZE
058900             INTO COLL-REPORT-LINE
059000         WRITE COLL-REPORT-LINE
059100     END-IF.
059200     IF NA-CITY-STATE-ZIP NOT = SPACES
059300         MOVE SPACES TO COLL-REPORT-LINE
059400         STRING '  ' NA-CITY-STATE-ZIP DELIMITED BY SIZE
059500             INTO COLL-REPORT-LINE
059600         WRITE COLL-REPORT-LINE
059700     END-IF.
059800     MOVE SPACES TO COLL-REPORT-LINE.
059900     WRITE COLL-REPORT-LINE.
060000 2800-EXIT.
060100     EXIT.
060200*-----------------------------------------------------------*
060300* 3000-WRITE-TOTALS - THE AGING BUCKETS AND RUN TOTALS ON    *
060400*                     THE REPORT, AND THE FREEZE COUNT ON    *
060500*                     THE AUDIT TRAIL.                       *
060600*-----------------------------------------------------------*
060700 3000-WRITE-TOTALS.
060800     MOVE 1 TO WS-BUCKET-SUB.
060900     PERFORM 3100-WRITE-BUCKET THRU 3100-EXIT
061000         UNTIL WS-BUCKET-SUB > 4.
061100     MOVE SPACES TO COLL-REPORT-LINE.
061200     WRITE COLL-REPORT-LINE.
061300     MOVE SPACES TO COLL-REPORT-LINE.
061400     STRING 'ACCOUNTS READ        - ' DELIMITED BY SIZE
061500         WS-READ-COUNT DELIMITED BY SIZE
061600         INTO COLL-REPORT-LINE.
061700     WRITE COLL-REPORT-LINE.
061800     MOVE SPACES TO COLL-REPORT-LINE.
061900     STRING 'OVERDRAWN            - ' DELIMITED BY SIZE
062000         WS-OVERDRAWN-COUNT DELIMITED BY SIZE
062100         INTO COLL-REPORT-LINE.
062200     WRITE COLL-REPORT-LINE.
062300     MOVE SPACES TO COLL-REPORT-LINE.
062400     STRING 'NEWLY OVERDRAWN      - ' DELIMITED BY SIZE
062500         WS-NEW-OD-COUNT DELIMITED BY SIZE
062600         INTO COLL-REPORT-LINE.
062700     WRITE COLL-REPORT-LINE.
062800     MOVE SPACES TO COLL-REPORT-LINE.
062900     STRING 'BACK IN CREDIT       - ' DELIMITED BY SIZE
063000         WS-RESET-COUNT DELIMITED BY SIZE
063100         INTO COLL-REPORT-LINE.
063200     WRITE COLL-REPORT-LINE.
063300     MOVE SPACES TO COLL-REPORT-LINE.
063400     STRING 'FROZEN TODAY         - ' DELIMITED BY SIZE
063500         WS-FROZEN-COUNT DELIMITED BY SIZE
063600         INTO COLL-REPORT-LINE.
063700     WRITE COLL-REPORT-LINE.
063800     MOVE SPACES TO COLL-REPORT-LINE.
063900     STRING 'ALREADY AGED TODAY   - ' DELIMITED BY SIZE
064000         WS-RERUN-COUNT DELIMITED BY SIZE
064100         INTO COLL-REPORT-LINE.
064200     WRITE COLL-REPORT-LINE.
064300     MOVE SPACES TO AUDIT-LINE.
064400     STRING 'ODCOLL AUTO-FREEZES APPLIED - ' DELIMITED BY SIZE
064500         WS-FROZEN-COUNT DELIMITED BY SIZE
064600         INTO AUDIT-LINE.
064700     WRITE AUDIT-LINE.
064800 3000-EXIT.
064900     EXIT.
065000*-----------------------------------------------------------*
065100* 3100-WRITE-BUCKET - ONE AGING BUCKET LINE.                 *
065200*-----------------------------------------------------------*
065300 3100-WRITE-BUCKET.
065400     MOVE WS-BK-OVERDRAWN (WS-BUCKET-SUB) TO WS-EDIT-TOTAL.
065500     MOVE WS-BK-OVER-LIMIT (WS-BUCKET-SUB) TO WS-EDIT-TOTAL-2.
065600     MOVE WS-BK-OD-INTEREST (WS-BUCKET-SUB) TO WS-EDIT-TOTAL-3.
065700     MOVE SPACES TO COLL-REPORT-LINE.
065800     STRING 'OVERDRAWN ' WS-BUCKET-NAME (WS-BUCKET-SUB)
065900         DELIMITED BY SIZE
066000         ' DAYS - ' WS-BK-COUNT (WS-BUCKET-SUB) DELIMITED BY SIZE
066100         '  OVERDRAWN ' WS-EDIT-TOTAL DELIMITED BY SIZE
066200         '  OVER LIMIT ' WS-EDIT-TOTAL-2 DELIMITED BY SIZE
066300         '  OD INTEREST ' WS-EDIT-TOTAL-3 DELIMITED BY SIZE
066400         INTO COLL-REPORT-LINE.
066500     WRITE COLL-REPORT-LINE.
066600     ADD 1 TO WS-BUCKET-SUB.
066700 3100-EXIT.
066800     EXIT.
066900*-----------------------------------------------------------*
067000* 9000-TERMINATE - CLOSE THE FILES.                          *
067100*-----------------------------------------------------------*
067200 9000-TERMINATE.
067300     CLOSE ACCT-MASTER-FILE.
067400     CLOSE SORTED-JOURNAL-FILE.
067500     CLOSE OD-AGE-FILE.
067600     CLOSE NAME-ADDR-FILE.
067700     CLOSE COLL-REPORT-FILE.
067800     CLOSE AUDIT-FILE.
067900 9000-EXIT.
068000     EXIT.
068100 END PROGRAM ODCOLL.

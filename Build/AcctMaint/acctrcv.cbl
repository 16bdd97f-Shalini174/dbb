000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACCTRCV.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL ACCOUNT MASTER ROLL-FORWARD       *
001300*                  RECOVERY.  READS THE SNAPSHOT GENERATION   *
001400*                  ACCTSNAP TOOK BEFORE HELLODRV, SORTS THE   *
001500*                  JOURNAL BY ACCOUNT AND TIMESTAMP, AND      *
001600*                  ROLLS EVERY ACCOUNT FORWARD THROUGH THE    *
001700*                  POSTED (RETURN CODE 00) JOURNAL RECORDS    *
001800*                  STAMPED AT OR AFTER THE SNAPSHOT TIME.     *
001900*                  EACH RECORD'S JRNL-BAL-BEFORE MUST EQUAL   *
002000*                  THE BALANCE REBUILT SO FAR; WHERE IT DOES  *
002100*                  NOT, THE ACCOUNT IS FLAGGED ON THE         *
002200*                  EXCEPTIONS REPORT AND THE REBUILT BALANCE  *
002300*                  TAKES THE JOURNAL'S JRNL-BAL-AFTER, SO ONE *
002400*                  GAP IS NOT CARRIED INTO EVERY LATER        *
002500*                  POSTING.  A CUSTOMER MOVEMENT ALSO SETS    *
002600*                  THE LAST ACTIVITY DATE AND REACTIVATES A   *
002700*                  DORMANT ACCOUNT, AS HELLO DOES.  WRITES    *
002800*                  THE RECOVERED MASTER (EVERY SNAPSHOT       *
002900*                  ACCOUNT, IN KEY ORDER) FOR RELOADING INTO  *
003000*                  ACCTMAST.  POSTINGS FOR AN ACCOUNT NOT ON  *
003100*                  THE SNAPSHOT ARE REPORTED, NOT APPLIED.    *
003200*                  ENDS COND CODE 04 WHEN ANYTHING WAS        *
003300*                  FLAGGED, 12 WHEN THE SNAPSHOT HAS NO       *
003400*                  HEADER OR ITS TRAILER IS MISSING OR DOES   *
003500*                  NOT AGREE - THE RECOVERED MASTER MUST THEN *
003600*                  NOT BE LOADED.                             *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPIN"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-SNAPIN-STATUS.
004800     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-JOURNAL-STATUS.
005200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
005300     SELECT SORTED-JOURNAL-FILE ASSIGN TO "SRTJRNL"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-SRTJRNL-STATUS.
005700     SELECT RECOVERED-MASTER-FILE ASSIGN TO "RCVMAST"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-RCVMAST-STATUS.
006100     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-RCVRPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SNAPSHOT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY SNAPREC.
007000 FD  JOURNAL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY JRNLREC.
007300 SD  SORT-WORK-FILE.
007400     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SORT-JRNL-REC==.
007500 FD  SORTED-JOURNAL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SRT-JRNL-REC==.
007800 FD  RECOVERED-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  RCV-MASTER-REC              PIC X(50).
008100 FD  RECOVERY-REPORT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  RECOVERY-LINE               PIC X(132).
008400 WORKING-STORAGE SECTION.
008500*-----------------------------------------------------------*
008600* FILE HANDLING SWITCHES.                                    *
008700*-----------------------------------------------------------*
008800 01  WS-FILE-SWITCHES.
008900     02  WS-SNAPIN-STATUS    PIC X(02) VALUE '00'.
009000     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
009100     02  WS-SRTJRNL-STATUS   PIC X(02) VALUE '00'.
009200     02  WS-RCVMAST-STATUS   PIC X(02) VALUE '00'.
009300     02  WS-RCVRPT-STATUS    PIC X(02) VALUE '00'.
009400     02  WS-SNAP-EOF-SW      PIC X(01) VALUE 'N'.
009500         88  WS-SNAP-EOF           VALUE 'Y'.
009600     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
009700         88  WS-SRTJRNL-EOF        VALUE 'Y'.
009800     02  WS-JRNL-USABLE-SW   PIC X(01) VALUE 'N'.
009900         88  WS-JRNL-USABLE        VALUE 'Y'.
010000*-----------------------------------------------------------*
010100* SNAPSHOT CONTROL.  A SNAPSHOT WITH NO HEADER IS REFUSED    *
010200* OUTRIGHT; ONE WHOSE TRAILER IS MISSING OR DISAGREES WITH   *
010300* THE DETAILS READ IS ROLLED FORWARD BUT MARKED BAD.         *
010400*-----------------------------------------------------------*
010500 01  WS-SNAPSHOT-CONTROL.
010600     02  WS-SNAP-REFUSED-SW  PIC X(01) VALUE 'N'.
010700         88  WS-SNAP-REFUSED       VALUE 'Y'.
010800     02  WS-SNAP-BAD-SW      PIC X(01) VALUE 'N'.
010900         88  WS-SNAP-BAD           VALUE 'Y'.
011000     02  WS-SNAP-TRL-SW      PIC X(01) VALUE 'N'.
011100         88  WS-SNAP-TRL-SEEN      VALUE 'Y'.
011200     02  WS-SNAP-TIMESTAMP.
011300         03  WS-SNAP-DATE    PIC 9(08) VALUE ZERO.
011400         03  WS-SNAP-TIME    PIC 9(08) VALUE ZERO.
011500     02  WS-TRL-ACCT-COUNT   PIC 9(09) VALUE ZERO.
011600     02  WS-TRL-BALANCE-TOTAL PIC S9(13)V99 VALUE ZERO.
011700*-----------------------------------------------------------*
011800* MATCHING WORK AREA.  THE SNAPSHOT AND THE SORTED JOURNAL   *
011900* ARE MATCHED ON ACCOUNT NUMBER; A FILE AT END CARRIES       *
012000* HIGH-VALUES AS ITS KEY SO THE OTHER ONE DRAINS.            *
012100*-----------------------------------------------------------*
012200 01  WS-MATCH-WORK-AREA.
012300     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
012400     02  WS-SNAP-KEY         PIC X(10) VALUE SPACES.
012500     02  WS-JRNL-KEY         PIC X(10) VALUE SPACES.
012600     02  WS-ACCT-FLAGGED-SW  PIC X(01) VALUE 'N'.
012700         88  WS-ACCT-FLAGGED       VALUE 'Y'.
012800     02  WS-BAL-DIFF         PIC S9(08)V99 VALUE ZERO.
012900*-----------------------------------------------------------*
013000* THE ACCOUNT BEING ROLLED FORWARD.                          *
013100*-----------------------------------------------------------*
013200     COPY ACCTMAST.
013300*-----------------------------------------------------------*
013400* EDITED FIELDS FOR THE REPORT LINES.                        *
013500*-----------------------------------------------------------*
013600 01  WS-EDITED-AMOUNTS.
013700     02  WS-EDIT-REBUILT     PIC ZZZZZZ9.99-.
013800     02  WS-EDIT-JRNL-BEFORE PIC ZZZZZZ9.99-.
013900     02  WS-EDIT-JRNL-AFTER  PIC ZZZZZZ9.99-.
014000     02  WS-EDIT-DIFF        PIC ZZZZZZZ9.99-.
014100     02  WS-EDIT-TOTAL       PIC ZZZZZZZZZZZZ9.99-.
014200*-----------------------------------------------------------*
014300* RUN TOTALS.                                                *
014400*-----------------------------------------------------------*
014500 01  WS-RUN-TOTALS.
014600     02  WS-SNAP-COUNT       PIC 9(09) VALUE ZERO.
014700     02  WS-WRITTEN-COUNT    PIC 9(09) VALUE ZERO.
014800     02  WS-ROLLED-COUNT     PIC 9(07) VALUE ZERO.
014900     02  WS-JRNL-READ-COUNT  PIC 9(07) VALUE ZERO.
015000     02  WS-PRIOR-COUNT      PIC 9(07) VALUE ZERO.
015100     02  WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.
015200     02  WS-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
015300     02  WS-MISMATCH-COUNT   PIC 9(07) VALUE ZERO.
015400     02  WS-FLAGGED-COUNT    PIC 9(07) VALUE ZERO.
015500     02  WS-ORPHAN-COUNT     PIC 9(07) VALUE ZERO.
015600     02  WS-SNAP-BAL-TOTAL   PIC S9(13)V99 VALUE ZERO.
015700     02  WS-RCV-BAL-TOTAL    PIC S9(13)V99 VALUE ZERO.
015800 PROCEDURE DIVISION.
015900*-----------------------------------------------------------*
016000* 0000-MAINLINE - MATCH THE SNAPSHOT AGAINST THE SORTED      *
016100*                 JOURNAL, ROLL EACH ACCOUNT FORWARD, PROVE  *
016200*                 THE SNAPSHOT TRAILER AND PRINT THE TOTALS. *
016300*-----------------------------------------------------------*
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF WS-SNAP-REFUSED
016700         PERFORM 9000-TERMINATE THRU 9000-EXIT
016800         MOVE 12 TO RETURN-CODE
016900         GOBACK
017000     END-IF.
017100     PERFORM 2000-MATCH-ACCOUNT THRU 2000-EXIT
017200         UNTIL WS-SNAP-EOF
017300         AND WS-SRTJRNL-EOF.
017400     PERFORM 3000-CHECK-TRAILER THRU 3000-EXIT.
017500     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     IF WS-SNAP-BAD
017800         MOVE 12 TO RETURN-CODE
017900     ELSE
018000         IF WS-FLAGGED-COUNT > ZERO
018100             OR WS-ORPHAN-COUNT > ZERO
018200             MOVE 04 TO RETURN-CODE
018300         END-IF
018400     END-IF.
018500     GOBACK.
018600*-----------------------------------------------------------*
018700* 1000-INITIALIZE - OPEN THE SNAPSHOT AND THE REPORT, TAKE   *
018800*                   THE SNAPSHOT TIME FROM ITS HEADER, SORT  *
018900*                   THE JOURNAL BY ACCOUNT AND TIMESTAMP     *
019000*                   (POSTINGS STAMPED IN THE SAME HUNDREDTH  *
019100*                   OF A SECOND KEEP THEIR JOURNAL ORDER),   *
019200*                   OPEN THE REST AND PRIME BOTH READS.      *
019300*-----------------------------------------------------------*
019400 1000-INITIALIZE.
019500     OPEN INPUT SNAPSHOT-FILE.
019600     OPEN OUTPUT RECOVERY-REPORT-FILE.
019700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019800     MOVE SPACES TO RECOVERY-LINE.
019900     STRING 'ACCTRCV ACCOUNT MASTER ROLL-FORWARD RECOVERY FOR '
020000         WS-RUN-DATE DELIMITED BY SIZE INTO RECOVERY-LINE.
020100     WRITE RECOVERY-LINE.
020200     READ SNAPSHOT-FILE
020300         AT END
020400             MOVE SPACES TO SNAP-HEADER-REC
020500     END-READ.
020600     IF SNAP-HDR-REC-TYPE NOT = 'HDR'
020700         SET WS-SNAP-REFUSED TO TRUE
020800         MOVE SPACES TO RECOVERY-LINE
020900         STRING '** SNAPSHOT HAS NO HEADER RECORD - RECOVERY NOT '
021000             'ATTEMPTED **' DELIMITED BY SIZE INTO RECOVERY-LINE
021100         WRITE RECOVERY-LINE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     MOVE SNAP-HDR-DATE TO WS-SNAP-DATE.
021500     MOVE SNAP-HDR-TIME TO WS-SNAP-TIME.
021600     MOVE SPACES TO RECOVERY-LINE.
021700     STRING 'ROLLING FORWARD FROM THE SNAPSHOT TAKEN '
021800         WS-SNAP-DATE ' ' WS-SNAP-TIME
021900         DELIMITED BY SIZE INTO RECOVERY-LINE.
022000     WRITE RECOVERY-LINE.
022100     MOVE SPACES TO RECOVERY-LINE.
022200     WRITE RECOVERY-LINE.
022300     SORT SORT-WORK-FILE
022400         ON ASCENDING KEY JRNL-ACCT-NUMBER OF SORT-JRNL-REC
022500                          JRNL-TIMESTAMP OF SORT-JRNL-REC
022600         WITH DUPLICATES IN ORDER
022700         USING JOURNAL-FILE
022800         GIVING SORTED-JOURNAL-FILE.
022900     OPEN INPUT SORTED-JOURNAL-FILE.
023000     OPEN OUTPUT RECOVERED-MASTER-FILE.
023100     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
023200     PERFORM 2300-READ-JOURNAL THRU 2300-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------*
023600* 2000-MATCH-ACCOUNT - ONE STEP OF THE MATCH.  A SNAPSHOT    *
023700*                      ACCOUNT WITH NO POSTINGS SINCE GOES   *
023800*                      STRAIGHT TO THE RECOVERED MASTER; ONE *
023900*                      WITH POSTINGS IS ROLLED FORWARD       *
024000*                      THROUGH ALL OF THEM FIRST; A POSTING  *
024100*                      FOR AN ACCOUNT NOT ON THE SNAPSHOT IS *
024200*                      REPORTED AND PASSED OVER.             *
024300*-----------------------------------------------------------*
024400 2000-MATCH-ACCOUNT.
024500     IF WS-SNAP-KEY < WS-JRNL-KEY
024600         PERFORM 2500-WRITE-RECOVERED THRU 2500-EXIT
024700         PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
024800         GO TO 2000-EXIT
024900     END-IF.
025000     IF WS-SNAP-KEY > WS-JRNL-KEY
025100         PERFORM 2600-REPORT-ORPHAN THRU 2600-EXIT
025200         PERFORM 2300-READ-JOURNAL THRU 2300-EXIT
025300         GO TO 2000-EXIT
025400     END-IF.
025500     ADD 1 TO WS-ROLLED-COUNT.
025600     MOVE 'N' TO WS-ACCT-FLAGGED-SW.
025700     PERFORM 2400-APPLY-JOURNAL THRU 2400-EXIT
025800         UNTIL WS-JRNL-KEY NOT = WS-SNAP-KEY.
025900     IF WS-ACCT-FLAGGED
026000         ADD 1 TO WS-FLAGGED-COUNT
026100     END-IF.
026200     PERFORM 2500-WRITE-RECOVERED THRU 2500-EXIT.
026300     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600*-----------------------------------------------------------*
026700* 2200-READ-SNAPSHOT - READ THE NEXT SNAPSHOT RECORD.  A     *
026800*                      DETAIL BECOMES THE ACCOUNT TO ROLL    *
026900*                      FORWARD; THE TRAILER (OR A RECORD OF  *
027000*                      NO KNOWN TYPE, OR END OF FILE WITH NO *
027100*                      TRAILER) ENDS THE DETAILS.            *
027200*-----------------------------------------------------------*
027300 2200-READ-SNAPSHOT.
027400     READ SNAPSHOT-FILE
027500         AT END
027600             SET WS-SNAP-EOF TO TRUE
027700             MOVE HIGH-VALUES TO WS-SNAP-KEY
027800             GO TO 2200-EXIT
027900     END-READ.
028000     IF SNAP-DTL-REC-TYPE = 'DTL'
028100         MOVE SNAP-DTL-ACCT-IMAGE TO ACCT-MASTER-REC
028200         MOVE ACCT-NUMBER TO WS-SNAP-KEY
028300         ADD 1 TO WS-SNAP-COUNT
028400         ADD ACCT-BALANCE TO WS-SNAP-BAL-TOTAL
028500         GO TO 2200-EXIT
028600     END-IF.
028700     SET WS-SNAP-EOF TO TRUE.
028800     MOVE HIGH-VALUES TO WS-SNAP-KEY.
028900     IF SNAP-TRL-REC-TYPE = 'TRL'
029000         SET WS-SNAP-TRL-SEEN TO TRUE
029100         MOVE SNAP-TRL-ACCT-COUNT TO WS-TRL-ACCT-COUNT
029200         MOVE SNAP-TRL-BALANCE-TOTAL TO WS-TRL-BALANCE-TOTAL
029300     ELSE
029400         MOVE SPACES TO RECOVERY-LINE
029500         STRING '** SNAPSHOT RECORD TYPE ' SNAP-DTL-REC-TYPE
029600             ' NOT RECOGNISED AFTER ' WS-SNAP-COUNT
029700             ' ACCOUNTS - SNAPSHOT READ ENDED **'
029800             DELIMITED BY SIZE INTO RECOVERY-LINE
029900         WRITE RECOVERY-LINE
030000     END-IF.
030100 2200-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400* 2300-READ-JOURNAL - ADVANCE TO THE NEXT SORTED JOURNAL     *
030500*                     RECORD THAT MOVES A BALANCE SINCE THE  *
030600*                     SNAPSHOT: POSTED (RETURN CODE 00) AND  *
030700*                     STAMPED AT OR AFTER THE SNAPSHOT TIME. *
030800*-----------------------------------------------------------*
030900 2300-READ-JOURNAL.
031000     MOVE 'N' TO WS-JRNL-USABLE-SW.
031100     PERFORM 2310-READ-SORTED-JOURNAL THRU 2310-EXIT
031200         UNTIL WS-JRNL-USABLE
031300         OR WS-SRTJRNL-EOF.
031400 2300-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------*
031700* 2310-READ-SORTED-JOURNAL - READ ONE SORTED JOURNAL RECORD  *
031800*                            AND SAY WHETHER IT IS TO BE     *
031900*                            APPLIED.  A RECORD STAMPED      *
032000*                            BEFORE THE SNAPSHOT IS ALREADY  *
032100*                            IN IT (HELLORDR'S RE-DRIVE      *
032200*                            POSTS TO THE SAME JOURNAL       *
032300*                            EARLIER IN THE NIGHT); A        *
032400*                            REJECTED ATTEMPT MOVED NOTHING. *
032500*-----------------------------------------------------------*
032600 2310-READ-SORTED-JOURNAL.
032700     READ SORTED-JOURNAL-FILE
032800         AT END
032900             SET WS-SRTJRNL-EOF TO TRUE
033000             MOVE HIGH-VALUES TO WS-JRNL-KEY
033100             GO TO 2310-EXIT
033200     END-READ.
033300     ADD 1 TO WS-JRNL-READ-COUNT.
033400     IF JRNL-TIMESTAMP OF SRT-JRNL-REC < WS-SNAP-TIMESTAMP
033500         ADD 1 TO WS-PRIOR-COUNT
033600         GO TO 2310-EXIT
033700     END-IF.
033800     IF JRNL-RETURN-CODE OF SRT-JRNL-REC NOT = 00
033900         ADD 1 TO WS-REJECT-COUNT
034000         GO TO 2310-EXIT
034100     END-IF.
034200     SET WS-JRNL-USABLE TO TRUE.
034300     MOVE JRNL-ACCT-NUMBER OF SRT-JRNL-REC TO WS-JRNL-KEY.
034400 2310-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------*
034700* 2400-APPLY-JOURNAL - ROLL THE ACCOUNT FORWARD THROUGH ONE  *
034800*                      POSTING.  THE JOURNAL'S BEFORE-       *
034900*                      BALANCE MUST BE THE BALANCE REBUILT   *
035000*                      SO FAR; EITHER WAY THE ACCOUNT TAKES  *
035100*                      THE JOURNAL'S AFTER-BALANCE.  A       *
035200*                      CUSTOMER MOVEMENT (DEBIT, CREDIT,     *
035300*                      EITHER SIDE OF A TRANSFER) STAMPS THE *
035400*                      LAST ACTIVITY DATE AND REACTIVATES A  *
035500*                      DORMANT ACCOUNT, EXACTLY AS HELLO'S   *
035600*                      REWRITE DID.                          *
035700*-----------------------------------------------------------*
035800 2400-APPLY-JOURNAL.
035900     ADD 1 TO WS-APPLIED-COUNT.
036000     IF JRNL-BAL-BEFORE OF SRT-JRNL-REC NOT = ACCT-BALANCE
036100         PERFORM 2410-REPORT-MISMATCH THRU 2410-EXIT
036200     END-IF.
036300     MOVE JRNL-BAL-AFTER OF SRT-JRNL-REC TO ACCT-BALANCE.
036400     IF JRNL-ACTION OF SRT-JRNL-REC = 'DEBIT'
036500         OR JRNL-ACTION OF SRT-JRNL-REC = 'CREDIT'
036600         OR JRNL-ACTION OF SRT-JRNL-REC = 'TRANSFER'
036700         MOVE JRNL-DATE OF SRT-JRNL-REC
036800             TO ACCT-LAST-ACTIVITY-DATE
036900         IF ACCT-STATUS-DORMANT
037000             MOVE 'A' TO ACCT-STATUS
037100         END-IF
037200     END-IF.
037300     PERFORM 2300-READ-JOURNAL THRU 2300-EXIT.
037400 2400-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------*
037700* 2410-REPORT-MISMATCH - ONE EXCEPTION LINE FOR A POSTING    *
037800*                        WHOSE BEFORE-BALANCE DOES NOT MATCH *
037900*                        THE REBUILT BALANCE, AND FLAG THE   *
038000*                        ACCOUNT.                            *
038100*-----------------------------------------------------------*
038200 2410-REPORT-MISMATCH.
038300     ADD 1 TO WS-MISMATCH-COUNT.
038400     SET WS-ACCT-FLAGGED TO TRUE.
038500     COMPUTE WS-BAL-DIFF = JRNL-BAL-BEFORE OF SRT-JRNL-REC
038600         - ACCT-BALANCE.
038700     MOVE ACCT-BALANCE TO WS-EDIT-REBUILT.
038800     MOVE JRNL-BAL-BEFORE OF SRT-JRNL-REC TO WS-EDIT-JRNL-BEFORE.
038900     MOVE WS-BAL-DIFF TO WS-EDIT-DIFF.
039000     MOVE SPACES TO RECOVERY-LINE.
039100     STRING 'MISMATCH  ' ACCT-NUMBER DELIMITED BY SIZE
039200         '  ' JRNL-ACTION OF SRT-JRNL-REC DELIMITED BY SIZE
039300         '  POSTED ' JRNL-DATE OF SRT-JRNL-REC DELIMITED BY SIZE
039400         ' ' JRNL-TIME OF SRT-JRNL-REC DELIMITED BY SIZE
039500         '  REBUILT ' WS-EDIT-REBUILT DELIMITED BY SIZE
039600         '  JRNL-BEFORE ' WS-EDIT-JRNL-BEFORE DELIMITED BY SIZE
039700         '  DIFFERENCE ' WS-EDIT-DIFF DELIMITED BY SIZE
039800         INTO RECOVERY-LINE.
039900     WRITE RECOVERY-LINE.
040000 2410-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------*
040300* 2500-WRITE-RECOVERED - WRITE THE ACCOUNT AS ROLLED FORWARD *
040400*                        TO THE RECOVERED MASTER.            *
040500*-----------------------------------------------------------*
040600 2500-WRITE-RECOVERED.
040700     WRITE RCV-MASTER-REC FROM ACCT-MASTER-REC.
040800     ADD 1 TO WS-WRITTEN-COUNT.
040900     ADD ACCT-BALANCE TO WS-RCV-BAL-TOTAL.
041000 2500-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------*
041300* 2600-REPORT-ORPHAN - ONE EXCEPTION LINE FOR A POSTING TO   *
041400*                      AN ACCOUNT THAT IS NOT ON THE         *
041500*                      SNAPSHOT.  IT IS NOT APPLIED.         *
041600*-----------------------------------------------------------*
041700 2600-REPORT-ORPHAN.
041800     ADD 1 TO WS-ORPHAN-COUNT.
041900     MOVE JRNL-BAL-BEFORE OF SRT-JRNL-REC TO WS-EDIT-JRNL-BEFORE.
042000     MOVE JRNL-BAL-AFTER OF SRT-JRNL-REC TO WS-EDIT-JRNL-AFTER.
042100     MOVE SPACES TO RECOVERY-LINE.
042200     STRING 'NOT ON SNAPSHOT  ACCOUNT ' DELIMITED BY SIZE
042300         JRNL-ACCT-NUMBER OF SRT-JRNL-REC DELIMITED BY SIZE
042400         '  ' JRNL-ACTION OF SRT-JRNL-REC DELIMITED BY SIZE
042500         '  POSTED ' JRNL-DATE OF SRT-JRNL-REC DELIMITED BY SIZE
042600         ' ' JRNL-TIME OF SRT-JRNL-REC DELIMITED BY SIZE
042700         '  JRNL-BEFORE ' WS-EDIT-JRNL-BEFORE DELIMITED BY SIZE
042800         '  JRNL-AFTER ' WS-EDIT-JRNL-AFTER DELIMITED BY SIZE
042900         INTO RECOVERY-LINE.
043000     WRITE RECOVERY-LINE.
043100 2600-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------*
043400* 3000-CHECK-TRAILER - THE SNAPSHOT MUST END WITH A TRAILER  *
043500*                      WHOSE COUNT AND BALANCE TOTAL AGREE   *
043600*                      WITH THE DETAILS READ, OR IT WAS NOT  *
043700*                      TAKEN WHOLE.                          *
043800*-----------------------------------------------------------*
043900 3000-CHECK-TRAILER.
044000     IF NOT WS-SNAP-TRL-SEEN
044100         SET WS-SNAP-BAD TO TRUE
044200         MOVE SPACES TO RECOVERY-LINE
044300         STRING '** SNAPSHOT TRAILER MISSING - SNAPSHOT IS '
044400             'INCOMPLETE **' DELIMITED BY SIZE INTO RECOVERY-LINE
044500         WRITE RECOVERY-LINE
044600         GO TO 3000-EXIT
044700     END-IF.
044800     IF WS-TRL-ACCT-COUNT NOT = WS-SNAP-COUNT
044900         OR WS-TRL-BALANCE-TOTAL NOT = WS-SNAP-BAL-TOTAL
045000         SET WS-SNAP-BAD TO TRUE
045100         MOVE WS-TRL-BALANCE-TOTAL TO WS-EDIT-TOTAL
045200         MOVE SPACES TO RECOVERY-LINE
045300         STRING '** SNAPSHOT TRAILER DOES NOT AGREE - TRAILER '
045400             'COUNT ' WS-TRL-ACCT-COUNT ' BALANCE '
045500             WS-EDIT-TOTAL ' **'
045600             DELIMITED BY SIZE INTO RECOVERY-LINE
045700         WRITE RECOVERY-LINE
045800     END-IF.
045900 3000-EXIT.
046000     EXIT.
046100*-----------------------------------------------------------*
046200* 8000-WRITE-TOTALS - THE RUN TOTALS AND WHAT IS TO BE DONE  *
046300*                     WITH THE RECOVERED MASTER.             *
046400*-----------------------------------------------------------*
046500 8000-WRITE-TOTALS.
046600     MOVE SPACES TO RECOVERY-LINE.
046700     WRITE RECOVERY-LINE.
046800     MOVE SPACES TO RECOVERY-LINE.
046900     STRING 'SNAPSHOT ACCOUNTS READ    - ' DELIMITED BY SIZE
047000         WS-SNAP-COUNT DELIMITED BY SIZE
047100         INTO RECOVERY-LINE.
047200     WRITE RECOVERY-LINE.
047300     MOVE SPACES TO RECOVERY-LINE.
047400     STRING 'RECOVERED ACCOUNTS WRITTEN - ' DELIMITED BY SIZE
047500         WS-WRITTEN-COUNT DELIMITED BY SIZE
047600         INTO RECOVERY-LINE.
047700     WRITE RECOVERY-LINE.
047800     MOVE SPACES TO RECOVERY-LINE.
047900     STRING 'ACCOUNTS ROLLED FORWARD   - ' DELIMITED BY SIZE
048000         WS-ROLLED-COUNT DELIMITED BY SIZE
048100         INTO RECOVERY-LINE.
048200     WRITE RECOVERY-LINE.
048300     MOVE SPACES TO RECOVERY-LINE.
048400     STRING 'JOURNAL RECORDS READ      - ' DELIMITED BY SIZE
048500         WS-JRNL-READ-COUNT DELIMITED BY SIZE
048600         INTO RECOVERY-LINE.
048700     WRITE RECOVERY-LINE.
048800     MOVE SPACES TO RECOVERY-LINE.
048900     STRING '  BEFORE THE SNAPSHOT     - ' DELIMITED BY SIZE
049000         WS-PRIOR-COUNT DELIMITED BY SIZE
049100         INTO RECOVERY-LINE.
049200     WRITE RECOVERY-LINE.
049300     MOVE SPACES TO RECOVERY-LINE.
049400     STRING '  REJECTED ATTEMPTS       - ' DELIMITED BY SIZE
049500         WS-REJECT-COUNT DELIMITED BY SIZE
049600         INTO RECOVERY-LINE.
049700     WRITE RECOVERY-LINE.
049800     MOVE SPACES TO RECOVERY-LINE.
049900     STRING '  APPLIED                 - ' DELIMITED BY SIZE
050000         WS-APPLIED-COUNT DELIMITED BY SIZE
050100         INTO RECOVERY-LINE.
050200     WRITE RECOVERY-LINE.
050300     MOVE SPACES TO RECOVERY-LINE.
050400     STRING '  NOT ON SNAPSHOT         - ' DELIMITED BY SIZE
050500         WS-ORPHAN-COUNT DELIMITED BY SIZE
050600         INTO RECOVERY-LINE.
050700     WRITE RECOVERY-LINE.
050800     MOVE SPACES TO RECOVERY-LINE.
050900     STRING 'BEFORE-BALANCE MISMATCHES - ' DELIMITED BY SIZE
051000         WS-MISMATCH-COUNT DELIMITED BY SIZE
051100         INTO RECOVERY-LINE.
051200     WRITE RECOVERY-LINE.
051300     MOVE SPACES TO RECOVERY-LINE.
051400     STRING 'ACCOUNTS FLAGGED          - ' DELIMITED BY SIZE
051500         WS-FLAGGED-COUNT DELIMITED BY SIZE
051600         INTO RECOVERY-LINE.
051700     WRITE RECOVERY-LINE.
051800     MOVE WS-SNAP-BAL-TOTAL TO WS-EDIT-TOTAL.
051900     MOVE SPACES TO RECOVERY-LINE.
052000     STRING 'SNAPSHOT BALANCE TOTAL    - ' DELIMITED BY SIZE
052100         WS-EDIT-TOTAL DELIMITED BY SIZE
052200         INTO RECOVERY-LINE.
052300     WRITE RECOVERY-LINE.
052400     MOVE WS-RCV-BAL-TOTAL TO WS-EDIT-TOTAL.
052500     MOVE SPACES TO RECOVERY-LINE.
052600     STRING 'RECOVERED BALANCE TOTAL   - ' DELIMITED BY SIZE
052700         WS-EDIT-TOTAL DELIMITED BY SIZE
052800         INTO RECOVERY-LINE.
052900     WRITE RECOVERY-LINE.
053000     MOVE SPACES TO RECOVERY-LINE.
053100     WRITE RECOVERY-LINE.
053200     MOVE SPACES TO RECOVERY-LINE.
053300     IF WS-SNAP-BAD
053400         STRING '** SNAPSHOT IS NOT SOUND - THE RECOVERED MASTER '
053500             'MUST NOT BE LOADED **' DELIMITED BY SIZE
053600             INTO RECOVERY-LINE
053700     ELSE
053800         IF WS-FLAGGED-COUNT > ZERO
053900             OR WS-ORPHAN-COUNT > ZERO
054000             STRING 'EXCEPTIONS ABOVE TO BE REVIEWED BEFORE THE '
054100                 'RECOVERED MASTER IS LOADED' DELIMITED BY SIZE
054200                 INTO RECOVERY-LINE
054300         ELSE
054400             MOVE 'NO EXCEPTIONS - RECOVERED MASTER READY TO LOAD'
054500                 TO RECOVERY-LINE
054600         END-IF
054700     END-IF.
054800     WRITE RECOVERY-LINE.
054900 8000-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------*
055200* 9000-TERMINATE - CLOSE THE FILES.  A REFUSED SNAPSHOT      *
055300*                  NEVER OPENED THE JOURNAL OR THE RECOVERED *
055400*                  MASTER.                                   *
055500*-----------------------------------------------------------*
055600 9000-TERMINATE.
055700     CLOSE SNAPSHOT-FILE.
055800     CLOSE RECOVERY-REPORT-FILE.
055900     IF NOT WS-SNAP-REFUSED
056000         CLOSE SORTED-JOURNAL-FILE
056100         CLOSE RECOVERED-MASTER-FILE
056200     END-IF.
056300 9000-EXIT.
056400     EXIT.
056500 END PROGRAM ACCTRCV.

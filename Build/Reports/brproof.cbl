000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BRPROOF.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL END-OF-DAY BRANCH PROOF.  SORTS   *
001300*                  THE DAY'S JOURNAL BY BRANCH, TELLER AND    *
001400*                  TIMESTAMP AND PRINTS, FOR EVERY TELLER AND *
001500*                  BRANCH, THE POSTED (RETURN CODE 00) DEBITS *
001600*                  WITH THE FEES AMONG THEM, THE POSTED       *
001700*                  CREDITS, AND THE REJECTED ATTEMPTS, EACH   *
001800*                  AS A COUNT AND AN AMOUNT.  DEBITS AND      *
001900*                  CREDITS ARE CLASSIFIED EXACTLY AS HELLORPT *
002000*                  CLASSIFIES THEM - FEE AND ODINTEREST ARE   *
002100*                  DEBITS, INTEREST IS A CREDIT, A TRANSFER   *
002200*                  OR REVERSAL SIDE GOES BY THE DIRECTION THE *
002300*                  BALANCE MOVED - SO THE GRAND TOTALS MUST   *
002400*                  AGREE WITH HELLORPT'S GRAND TOTAL DEBITS   *
002500*                  AND CREDITS, AND A RECONCILIATION THAT IS  *
002600*                  OUT CAN BE RUN DOWN TO THE DRAWER.  HOLD   *
002700*                  AND RELEASE MEMO POSTS MOVE NO MONEY AND   *
002800*                  ARE LEFT OUT.  RUNS AFTER HELLODRV, BEFORE *
002900*                  JRNLCUT EMPTIES THE LIVE JOURNAL.          *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-JOURNAL-STATUS.
004100     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
004200     SELECT SORTED-JOURNAL-FILE ASSIGN TO "SRTJRNL"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-SRTJRNL-STATUS.
004600     SELECT BRANCH-FILE ASSIGN TO "BRANCH"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS BRT-KEY
005000         FILE STATUS IS WS-BRANCH-STATUS.
005100     SELECT PROOF-REPORT-FILE ASSIGN TO "BRPRPT"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-BRPRPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  JOURNAL-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY JRNLREC.
006000 SD  SORT-WORK-FILE.
006100     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SORT-JRNL-REC==.
006200 FD  SORTED-JOURNAL-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SRT-JRNL-REC==.
006500 FD  BRANCH-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY BRANCH.
006800 FD  PROOF-REPORT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  PROOF-LINE                  PIC X(132).
007100 WORKING-STORAGE SECTION.
007200*-----------------------------------------------------------*
007300* FILE HANDLING SWITCHES.                                    *
007400*-----------------------------------------------------------*
007500 01  WS-FILE-SWITCHES.
007600     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
007700     02  WS-SRTJRNL-STATUS   PIC X(02) VALUE '00'.
007800     02  WS-BRANCH-STATUS    PIC X(02) VALUE '00'.
007900     02  WS-BRPRPT-STATUS    PIC X(02) VALUE '00'.
008000     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
008100         88  WS-SRTJRNL-EOF        VALUE 'Y'.
008200*-----------------------------------------------------------*
008300* CONTROL-BREAK WORK AREA.                                   *
008400*-----------------------------------------------------------*
008500 01  WS-BREAK-WORK-AREA.
008600     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
008700     02  WS-CURRENT-BRANCH   PIC 9(04) VALUE ZERO.
008800     02  WS-CURRENT-TELLER   PIC X(08) VALUE SPACES.
008900     02  WS-BRANCH-NAME      PIC X(30) VALUE SPACES.
009000*-----------------------------------------------------------*
009100* PROOF TOTALS.  ENTRY 1 IS THE CURRENT TELLER, ENTRY 2 THE  *
009200* CURRENT BRANCH, ENTRY 3 THE WHOLE RUN.  EACH JOURNAL       *
009300* RECORD IS FOLDED INTO ENTRY 1 ONLY; A TELLER BREAK ROLLS   *
009400* ENTRY 1 INTO ENTRY 2 AND A BRANCH BREAK ROLLS ENTRY 2 INTO *
009500* ENTRY 3.  THE FEE FIGURES ARE ALSO INCLUDED IN THE DEBITS. *
009600* EVERY FIELD IS UNSIGNED DISPLAY, SO AN ENTRY IS CLEARED BY *
009700* MOVING ZERO TO THE GROUP.                                  *
009800*-----------------------------------------------------------*
009900 01  WS-PROOF-TABLE.
010000     02  WS-PROOF-ENTRY OCCURS 3 TIMES.
010100         03  WS-PT-DR-COUNT  PIC 9(07).
010200         03  WS-PT-DR-AMOUNT PIC 9(11)V99.
010300         03  WS-PT-FEE-COUNT PIC 9(07).
010400         03  WS-PT-FEE-AMOUNT PIC 9(11)V99.
010500         03  WS-PT-CR-COUNT  PIC 9(07).
010600         03  WS-PT-CR-AMOUNT PIC 9(11)V99.
010700         03  WS-PT-REJ-COUNT PIC 9(07).
010800         03  WS-PT-REJ-AMOUNT PIC 9(11)V99.
010900 01  WS-PROOF-SUBSCRIPTS.
011000     02  WS-LEVEL-SUB        PIC 9(04) COMP VALUE ZERO.
011100     02  WS-NEXT-SUB         PIC 9(04) COMP VALUE ZERO.
011200     02  WS-LINE-LABEL       PIC X(17) VALUE SPACES.
011300*-----------------------------------------------------------*
011400* EDITED FIELDS FOR THE REPORT LINES.                        *
011500*-----------------------------------------------------------*
011600 01  WS-EDITED-AMOUNTS.
011700     02  WS-EDIT-DR-COUNT    PIC ZZZZZZ9.
011800     02  WS-EDIT-DR-AMOUNT   PIC ZZZZZZZZZZ9.99.
011900     02  WS-EDIT-FEE-COUNT   PIC ZZZZZZ9.
012000     02  WS-EDIT-FEE-AMOUNT  PIC ZZZZZZZZZZ9.99.
012100     02  WS-EDIT-CR-COUNT    PIC ZZZZZZ9.
012200     02  WS-EDIT-CR-AMOUNT   PIC ZZZZZZZZZZ9.99.
012300     02  WS-EDIT-REJ-COUNT   PIC ZZZZZZ9.
012400     02  WS-EDIT-REJ-AMOUNT  PIC ZZZZZZZZZZ9.99.
012500*-----------------------------------------------------------*
012600* RUN TOTALS.                                                *
012700*-----------------------------------------------------------*
012800 01  WS-RUN-TOTALS.
012900     02  WS-BRANCH-COUNT     PIC 9(7) VALUE ZERO.
013000     02  WS-TELLER-COUNT     PIC 9(7) VALUE ZERO.
013100     02  WS-UNKNOWN-COUNT    PIC 9(7) VALUE ZERO.
013200 PROCEDURE DIVISION.
013300*-----------------------------------------------------------*
013400* 0000-MAINLINE - SORT THE JOURNAL BY BRANCH AND TELLER,     *
013500*                 PROVE EACH TELLER AND BRANCH, AND PRINT    *
013600*                 THE GRAND TOTALS THAT TIE TO HELLORPT.     *
013700*-----------------------------------------------------------*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-PROCESS-BRANCH THRU 2000-EXIT
014100         UNTIL WS-SRTJRNL-EOF.
014200     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400     GOBACK.
014500*-----------------------------------------------------------*
014600* 1000-INITIALIZE - SORT THE JOURNAL, OPEN THE REMAINING     *
014700*                   FILES, PRINT THE HEADING AND PRIME THE   *
014800*                   READ.                                    *
014900*-----------------------------------------------------------*
015000 1000-INITIALIZE.
015100     SORT SORT-WORK-FILE
015200         ON ASCENDING KEY JRNL-BRANCH-NUMBER OF SORT-JRNL-REC
015300                          JRNL-TELLER-ID OF SORT-JRNL-REC
015400                          JRNL-TIMESTAMP OF SORT-JRNL-REC
015500         USING JOURNAL-FILE
015600         GIVING SORTED-JOURNAL-FILE.
015700     OPEN INPUT SORTED-JOURNAL-FILE.
015800     OPEN INPUT BRANCH-FILE.
015900     OPEN OUTPUT PROOF-REPORT-FILE.
016000     MOVE ZERO TO WS-PROOF-TABLE.
016100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016200     MOVE SPACES TO PROOF-LINE.
016300     STRING 'BRPROOF END-OF-DAY BRANCH PROOF FOR ' WS-RUN-DATE
016400         DELIMITED BY SIZE INTO PROOF-LINE.
016500     WRITE PROOF-LINE.
016600     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
016700 1000-EXIT.
016800     EXIT.
016900*-----------------------------------------------------------*
017000* 2000-PROCESS-BRANCH - PROVE EVERY TELLER UNDER ONE BRANCH  *
017100*                       NUMBER, THEN PRINT THE BRANCH TOTAL  *
017200*                       AND ROLL IT INTO THE RUN TOTAL.      *
017300*-----------------------------------------------------------*
017400 2000-PROCESS-BRANCH.
017500     MOVE JRNL-BRANCH-NUMBER OF SRT-JRNL-REC TO WS-CURRENT-BRANCH.
017600     ADD 1 TO WS-BRANCH-COUNT.
017700     PERFORM 2600-PRINT-BRANCH-HEADING THRU 2600-EXIT.
017800     PERFORM 2200-PROCESS-TELLER THRU 2200-EXIT
017900         UNTIL WS-SRTJRNL-EOF
018000         OR JRNL-BRANCH-NUMBER OF SRT-JRNL-REC
018100             NOT = WS-CURRENT-BRANCH.
018200     MOVE SPACES TO WS-LINE-LABEL.
018300     STRING 'BRANCH ' WS-CURRENT-BRANCH ' TOTAL'
018400         DELIMITED BY SIZE INTO WS-LINE-LABEL.
018500     MOVE 2 TO WS-LEVEL-SUB.
018600     PERFORM 2400-PRINT-TOTAL-LINE THRU 2400-EXIT.
018700     PERFORM 2500-ROLL-UP-LEVEL THRU 2500-EXIT.
018800     MOVE SPACES TO PROOF-LINE.
018900     WRITE PROOF-LINE.
019000 2000-EXIT.
019100     EXIT.
019200*-----------------------------------------------------------*
019300* 2100-READ-SORTED-JOURNAL - READ THE NEXT SORTED JOURNAL    *
019400*                            RECORD.                         *
019500*-----------------------------------------------------------*
019600 2100-READ-SORTED-JOURNAL.
019700     READ SORTED-JOURNAL-FILE
019800         AT END
019900             SET WS-SRTJRNL-EOF TO TRUE
020000     END-READ.
020100 2100-EXIT.
020200     EXIT.
020300*-----------------------------------------------------------*
020400* 2200-PROCESS-TELLER - FOLD EVERY JOURNAL RECORD FOR ONE    *
020500*                       TELLER UNDER THE CURRENT BRANCH,     *
020600*                       THEN PRINT THE TELLER LINE AND ROLL  *
020700*                       IT INTO THE BRANCH TOTAL.            *
020800*-----------------------------------------------------------*
020900 2200-PROCESS-TELLER.
021000     MOVE JRNL-TELLER-ID OF SRT-JRNL-REC TO WS-CURRENT-TELLER.
021100     ADD 1 TO WS-TELLER-COUNT.
021200     PERFORM 2300-ACCUMULATE-RECORD THRU 2300-EXIT
021300         UNTIL WS-SRTJRNL-EOF
021400         OR JRNL-BRANCH-NUMBER OF SRT-JRNL-REC
021500             NOT = WS-CURRENT-BRANCH
021600         OR JRNL-TELLER-ID OF SRT-JRNL-REC
021700             NOT = WS-CURRENT-TELLER.
021800     MOVE SPACES TO WS-LINE-LABEL.
021900     STRING '  TELLER ' WS-CURRENT-TELLER
022000         DELIMITED BY SIZE INTO WS-LINE-LABEL.
022100     MOVE 1 TO WS-LEVEL-SUB.
022200     PERFORM 2400-PRINT-TOTAL-LINE THRU 2400-EXIT.
022300     PERFORM 2500-ROLL-UP-LEVEL THRU 2500-EXIT.
022400 2200-EXIT.
022500     EXIT.
022600*-----------------------------------------------------------*
022700* 2300-ACCUMULATE-RECORD - FOLD ONE JOURNAL RECORD INTO THE  *
022800*                          TELLER'S TOTALS.  A REJECTED      *
022900*                          ATTEMPT COUNTS ONLY AS A REJECT;  *
023000*                          A POSTED ONE IS A DEBIT OR CREDIT *
023100*                          BY THE SAME RULES AS HELLORPT.    *
023200*-----------------------------------------------------------*
023300 2300-ACCUMULATE-RECORD.
023400     IF JRNL-RETURN-CODE OF SRT-JRNL-REC NOT = 00
023500         ADD 1 TO WS-PT-REJ-COUNT (1)
023600         ADD JRNL-AMOUNT OF SRT-JRNL-REC TO WS-PT-REJ-AMOUNT (1)
023700         GO TO 2300-NEXT
023800     END-IF.
023900     EVALUATE JRNL-ACTION OF SRT-JRNL-REC
024000         WHEN 'DEBIT'
024100         WHEN 'ODINTEREST'
024200             ADD 1 TO WS-PT-DR-COUNT (1)
024300             ADD JRNL-AMOUNT OF SRT-JRNL-REC
024351                 TO WS-PT-DR-AMOUNT (1)
024400         WHEN 'FEE'
024500             ADD 1 TO WS-PT-DR-COUNT (1)
024600             ADD JRNL-AMOUNT OF SRT-JRNL-REC
024651                 TO WS-PT-DR-AMOUNT (1)
024700             ADD 1 TO WS-PT-FEE-COUNT (1)
024800             ADD JRNL-AMOUNT OF SRT-JRNL-REC
024900                 TO WS-PT-FEE-AMOUNT (1)
025000         WHEN 'CREDIT'
025100         WHEN 'INTEREST'
025200             ADD 1 TO WS-PT-CR-COUNT (1)
025300             ADD JRNL-AMOUNT OF SRT-JRNL-REC
025351                 TO WS-PT-CR-AMOUNT (1)
025400         WHEN 'TRANSFER'
025500         WHEN 'REVERSAL'
025600             IF JRNL-BAL-AFTER OF SRT-JRNL-REC
025700                 < JRNL-BAL-BEFORE OF SRT-JRNL-REC
025800                 ADD 1 TO WS-PT-DR-COUNT (1)
025900                 ADD JRNL-AMOUNT OF SRT-JRNL-REC
026000                     TO WS-PT-DR-AMOUNT (1)
026100             ELSE
026200                 ADD 1 TO WS-PT-CR-COUNT (1)
026300                 ADD JRNL-AMOUNT OF SRT-JRNL-REC
026400                     TO WS-PT-CR-AMOUNT (1)
026500             END-IF
026600     END-EVALUATE.
026700 2300-NEXT.
026800     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
026900 2300-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------*
027200* 2400-PRINT-TOTAL-LINE - PRINT ONE PROOF LINE FOR THE       *
027300*                         ENTRY NAMED BY WS-LEVEL-SUB UNDER  *
027400*                         THE LABEL IN WS-LINE-LABEL.        *
027500*-----------------------------------------------------------*
027600 2400-PRINT-TOTAL-LINE.
027700     MOVE WS-PT-DR-COUNT (WS-LEVEL-SUB) TO WS-EDIT-DR-COUNT.
027800     MOVE WS-PT-DR-AMOUNT (WS-LEVEL-SUB) TO WS-EDIT-DR-AMOUNT.
027900     MOVE WS-PT-FEE-COUNT (WS-LEVEL-SUB) TO WS-EDIT-FEE-COUNT.
028000     MOVE WS-PT-FEE-AMOUNT (WS-LEVEL-SUB) TO WS-EDIT-FEE-AMOUNT.
028100     MOVE WS-PT-CR-COUNT (WS-LEVEL-SUB) TO WS-EDIT-CR-COUNT.
028200     MOVE WS-PT-CR-AMOUNT (WS-LEVEL-SUB) TO WS-EDIT-CR-AMOUNT.
028300     MOVE WS-PT-REJ-COUNT (WS-LEVEL-SUB) TO WS-EDIT-REJ-COUNT.
028400     MOVE WS-PT-REJ-AMOUNT (WS-LEVEL-SUB) TO WS-EDIT-REJ-AMOUNT.
028500     MOVE SPACES TO PROOF-LINE.
028600     STRING WS-LINE-LABEL                  DELIMITED BY SIZE
028700         '  DR '   WS-EDIT-DR-COUNT         DELIMITED BY SIZE
028800         ' '       WS-EDIT-DR-AMOUNT        DELIMITED BY SIZE
028900         '  FEES ' WS-EDIT-FEE-COUNT        DELIMITED BY SIZE
029000         ' '       WS-EDIT-FEE-AMOUNT       DELIMITED BY SIZE
029100         '  CR '   WS-EDIT-CR-COUNT         DELIMITED BY SIZE
029200         ' '       WS-EDIT-CR-AMOUNT        DELIMITED BY SIZE
029300         '  REJ '  WS-EDIT-REJ-COUNT        DELIMITED BY SIZE
029400         ' '       WS-EDIT-REJ-AMOUNT       DELIMITED BY SIZE
029500         INTO PROOF-LINE.
029600     WRITE PROOF-LINE.
029700 2400-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 2500-ROLL-UP-LEVEL - ADD THE ENTRY NAMED BY WS-LEVEL-SUB   *
030100*                      INTO THE ENTRY ABOVE IT AND CLEAR IT  *
030200*                      FOR THE NEXT TELLER OR BRANCH.        *
030300*-----------------------------------------------------------*
030400 2500-ROLL-UP-LEVEL.
030500     COMPUTE WS-NEXT-SUB = WS-LEVEL-SUB + 1.
030600     ADD WS-PT-DR-COUNT (WS-LEVEL-SUB)
030700         TO WS-PT-DR-COUNT (WS-NEXT-SUB).
030800     ADD WS-PT-DR-AMOUNT (WS-LEVEL-SUB)
030900         TO WS-PT-DR-AMOUNT (WS-NEXT-SUB).
031000     ADD WS-PT-FEE-COUNT (WS-LEVEL-SUB)
031100         TO WS-PT-FEE-COUNT (WS-NEXT-SUB).
031200     ADD WS-PT-FEE-AMOUNT (WS-LEVEL-SUB)
031300         TO WS-PT-FEE-AMOUNT (WS-NEXT-SUB).
031400     ADD WS-PT-CR-COUNT (WS-LEVEL-SUB)
031500         TO WS-PT-CR-COUNT (WS-NEXT-SUB).
031600     ADD WS-PT-CR-AMOUNT (WS-LEVEL-SUB)
031700         TO WS-PT-CR-AMOUNT (WS-NEXT-SUB).
031800     ADD WS-PT-REJ-COUNT (WS-LEVEL-SUB)
031900         TO WS-PT-REJ-COUNT (WS-NEXT-SUB).
032000     ADD WS-PT-REJ-AMOUNT (WS-LEVEL-SUB)
032100         TO WS-PT-REJ-AMOUNT (WS-NEXT-SUB).
032200     MOVE ZERO TO WS-PROOF-ENTRY (WS-LEVEL-SUB).
032300 2500-EXIT.
032400     EXIT.
032500*-----------------------------------------------------------*
032600* 2600-PRINT-BRANCH-HEADING - PRINT THE BRANCH NUMBER AND    *
032700*                             ITS NAME FROM THE BRANCH       *
032800*                             TABLE.  A BRANCH NOT ON THE    *
032900*                             TABLE (WORK JOURNALED BEFORE   *
033000*                             BRANCHES WERE CARRIED, OR A    *
033100*                             BRANCH SINCE REMOVED) STILL    *
033200*                             PRINTS, FLAGGED.               *
033300*-----------------------------------------------------------*
033400 2600-PRINT-BRANCH-HEADING.
033500     MOVE WS-CURRENT-BRANCH TO BRT-BRANCH-NUMBER.
033600     MOVE SPACES TO BRT-TELLER-ID.
033700     READ BRANCH-FILE
033800         INVALID KEY
033900             ADD 1 TO WS-UNKNOWN-COUNT
034000             MOVE '** NOT ON BRANCH TABLE **' TO WS-BRANCH-NAME
034100         NOT INVALID KEY
034200             MOVE BRT-NAME TO WS-BRANCH-NAME
034300     END-READ.
034400     MOVE SPACES TO PROOF-LINE.
034500     STRING 'BRANCH ' WS-CURRENT-BRANCH '  ' WS-BRANCH-NAME
034600         DELIMITED BY SIZE INTO PROOF-LINE.
034700     WRITE PROOF-LINE.
034800 2600-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------*
035100* 3000-WRITE-TOTALS - PRINT THE RUN TOTAL LINE AND THE       *
035200*                     FIGURES THAT MUST AGREE WITH HELLORPT. *
035300*-----------------------------------------------------------*
035400 3000-WRITE-TOTALS.
035500     MOVE 'GRAND TOTAL' TO WS-LINE-LABEL.
035600     MOVE 3 TO WS-LEVEL-SUB.
035700     PERFORM 2400-PRINT-TOTAL-LINE THRU 2400-EXIT.
035800     MOVE SPACES TO PROOF-LINE.
035900     WRITE PROOF-LINE.
036000     MOVE SPACES TO PROOF-LINE.
036100     STRING 'POSTED DEBITS       - ' DELIMITED BY SIZE
036200         WS-EDIT-DR-AMOUNT DELIMITED BY SIZE
036300         '  (AGREES WITH HELLORPT GRAND TOTAL DEBITS)'
036400         DELIMITED BY SIZE INTO PROOF-LINE.
036500     WRITE PROOF-LINE.
036600     MOVE SPACES TO PROOF-LINE.
036700     STRING 'POSTED CREDITS      - ' DELIMITED BY SIZE
036800         WS-EDIT-CR-AMOUNT DELIMITED BY SIZE
036900         '  (AGREES WITH HELLORPT GRAND TOTAL CREDITS)'
037000         DELIMITED BY SIZE INTO PROOF-LINE.
037100     WRITE PROOF-LINE.
037200     MOVE SPACES TO PROOF-LINE.
037300     STRING 'BRANCHES PROVED     - ' DELIMITED BY SIZE
037400         WS-BRANCH-COUNT DELIMITED BY SIZE
037500         INTO PROOF-LINE.
037600     WRITE PROOF-LINE.
037700     MOVE SPACES TO PROOF-LINE.
037800     STRING 'TELLERS PROVED      - ' DELIMITED BY SIZE
037900         WS-TELLER-COUNT DELIMITED BY SIZE
038000         INTO PROOF-LINE.
038100     WRITE PROOF-LINE.
038200     MOVE SPACES TO PROOF-LINE.
038300     STRING 'UNKNOWN BRANCHES    - ' DELIMITED BY SIZE
038400         WS-UNKNOWN-COUNT DELIMITED BY SIZE
038500         INTO PROOF-LINE.
038600     WRITE PROOF-LINE.
038700 3000-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------*
039000* 9000-TERMINATE - CLOSE THE FILES.                          *
039100*-----------------------------------------------------------*
039200 9000-TERMINATE.
039300     CLOSE SORTED-JOURNAL-FILE.
039400     CLOSE BRANCH-FILE.
039500     CLOSE PROOF-REPORT-FILE.
039600 9000-EXIT.
039700     EXIT.
039800 END PROGRAM BRPROOF.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTTAX.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL YEAR-END INTEREST TAX REPORTING.  *
001300*                  SORTS THE TAX YEAR'S JOURNAL GENERATIONS   *
001400*                  (JRNLIN) BY ACCOUNT AND TIMESTAMP AND      *
001500*                  TOTALS THE CREDIT INTEREST PAID            *
001600*                  ('INTEREST') PER ACCOUNT, NETTING OUT ANY  *
001700*                  REVERSAL OF AN INTEREST POSTING MADE IN    *
001800*                  THE SAME YEAR.  OVERDRAFT INTEREST CHARGED *
001900*                  ('ODINTEREST') IS TOTALLED FOR INFORMATION *
002000*                  ONLY.  EVERY ACCOUNT PAID AT OR OVER THE   *
002100*                  THRESHOLD ON THE TAXPARM CARD GETS A       *
002200*                  CUSTOMER NOTICE (TAXNOTE) AND A DETAIL ON  *
002300*                  THE FILING EXTRACT (TAXEXTR, SEE           *
002400*                  TAXEXTR.CPY) UNDER THE TAXPAYER ID AND     *
002500*                  WITHHOLDING STATUS KEPT ON NAMEADDR.       *
002600*                  EXEMPT PAYEES ARE COUNTED ONLY.  EVERY     *
002700*                  ACCOUNT PAID INTEREST WITH NO TAXPAYER ID  *
002800*                  ON FILE IS LISTED ON THE CONTROL REPORT    *
002900*                  (TAXRPT) FOR FOLLOW-UP, WITH THE EXTRACT   *
003000*                  CONTROL TOTALS.                            *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-JRNLIN-STATUS.
004200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
004300     SELECT SORTED-JOURNAL-FILE ASSIGN TO "SRTJRNL"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-SRTJRNL-STATUS.
004700     SELECT NAME-ADDR-FILE ASSIGN TO "NAMEADDR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS NA-ACCT-NUMBER
005100         FILE STATUS IS WS-NAMEADDR-STATUS.
005200     SELECT PARM-FILE ASSIGN TO "TAXPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-TAXPARM-STATUS.
005600     SELECT TAX-NOTICE-FILE ASSIGN TO "TAXNOTE"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-TAXNOTE-STATUS.
006000     SELECT TAX-EXTRACT-FILE ASSIGN TO "TAXEXTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-TAXEXTR-STATUS.
006400     SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-TAXRPT-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  JOURNAL-IN-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY JRNLREC.
007300 SD  SORT-WORK-FILE.
007400     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SORT-JRNL-REC==.
007500 FD  SORTED-JOURNAL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY JRNLREC REPLACING ==JOURNAL-REC== BY ==SRT-JRNL-REC==.
007800 FD  NAME-ADDR-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY NAMEADDR.
008100 FD  PARM-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  TAX-PARM-REC.
008400     02  TAX-PARM-YEAR           PIC 9(04).
008500     02  TAX-PARM-THRESHOLD      PIC 9(05)V99.
008600     02  TAX-PARM-PAYER-TIN      PIC X(09).
008700     02  TAX-PARM-PAYER-NAME     PIC X(30).
008800     02  FILLER                  PIC X(30).
008900 FD  TAX-NOTICE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  NOTICE-LINE                 PIC X(132).
009200 FD  TAX-EXTRACT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY TAXEXTR.
009500 FD  TAX-REPORT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  TAX-REPORT-LINE             PIC X(132).
009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------------*
010000* FILE HANDLING SWITCHES.                                    *
010100*-----------------------------------------------------------*
010200 01  WS-FILE-SWITCHES.
010300     02  WS-JRNLIN-STATUS    PIC X(02) VALUE '00'.
010400     02  WS-SRTJRNL-STATUS   PIC X(02) VALUE '00'.
010500     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
010600         88  WS-NAMEADDR-OK        VALUE '00'.
010700     02  WS-TAXPARM-STATUS   PIC X(02) VALUE '00'.
010800     02  WS-TAXNOTE-STATUS   PIC X(02) VALUE '00'.
010900     02  WS-TAXEXTR-STATUS   PIC X(02) VALUE '00'.
011000     02  WS-TAXRPT-STATUS    PIC X(02) VALUE '00'.
011100     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
011200         88  WS-SRTJRNL-EOF        VALUE 'Y'.
011300     02  WS-PARM-BAD-SW      PIC X(01) VALUE 'N'.
011400         88  WS-PARM-BAD           VALUE 'Y'.
011500*-----------------------------------------------------------*
011600* TAX YEAR, THRESHOLD AND PAYER FROM THE PARM CARD.          *
011700*-----------------------------------------------------------*
011800 01  WS-TAX-YEAR-AREA.
011900     02  WS-TAX-YEAR         PIC 9(04) VALUE ZERO.
012000     02  WS-YEAR-FROM        PIC 9(08) VALUE ZERO.
012100     02  WS-YEAR-TO          PIC 9(08) VALUE ZERO.
012200     02  WS-THRESHOLD        PIC 9(05)V99 VALUE ZERO.
012300     02  WS-PAYER-TIN        PIC X(09) VALUE SPACES.
012400     02  WS-PAYER-NAME       PIC X(30) VALUE SPACES.
012500     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
012600*-----------------------------------------------------------*
012700* PER-ACCOUNT WORK AREA.  THE LAST JOURNAL RECORD READ IS    *
012800* KEPT SO AN EXACT DUPLICATE (A GENERATION CONCATENATED      *
012900* TWICE ON JRNLIN) IS DROPPED, NOT COUNTED AGAIN.            *
013000*-----------------------------------------------------------*
013100 01  WS-ACCOUNT-WORK-AREA.
013200     02  WS-CURR-ACCT        PIC 9(10) VALUE ZERO.
013300     02  WS-ACCT-INTEREST    PIC S9(09)V99 VALUE ZERO.
013400     02  WS-ACCT-OD-INTEREST PIC S9(09)V99 VALUE ZERO.
013500     02  WS-ACCT-CURRENCY    PIC X(03) VALUE SPACES.
013600     02  WS-REPORTABLE-SW    PIC X(01) VALUE 'N'.
013700         88  WS-REPORTABLE         VALUE 'Y'.
013800     02  WS-REV-MATCHED-SW   PIC X(01) VALUE 'N'.
013900         88  WS-REV-MATCHED        VALUE 'Y'.
014000     02  WS-PREV-JRNL-REC    PIC X(112) VALUE SPACES.
014100*-----------------------------------------------------------*
014200* THE CURRENT ACCOUNT'S INTEREST POSTINGS FOR THE YEAR, SO   *
014300* A REVERSAL CAN BE MATCHED TO THE POSTING IT BACKED OUT BY  *
014400* ITS JRNL-ORIG-TIMESTAMP AND AMOUNT.  POSTINGS BEYOND THE   *
014500* TABLE LIMIT STILL COUNT AS INTEREST PAID, BUT THE ACCOUNT  *
014600* IS LISTED FOR A MANUAL CHECK OF ITS REVERSALS.             *
014700*-----------------------------------------------------------*
014800 01  WS-POSTING-TABLE.
014900     02  WS-POST-LIMIT       PIC 9(04) COMP VALUE 100.
015000     02  WS-POST-COUNT       PIC 9(04) COMP VALUE ZERO.
015100     02  WS-POST-SUB         PIC 9(04) COMP VALUE ZERO.
015200     02  WS-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
015300         88  WS-TABLE-FULL         VALUE 'Y'.
015400     02  WS-POST-ENTRY OCCURS 100 TIMES.
015500         03  WS-PT-TIMESTAMP PIC X(16).
015600         03  WS-PT-ACTION    PIC X(10).
015700         03  WS-PT-AMOUNT    PIC 9(7)V99.
015800         03  WS-PT-REVERSED-SW PIC X(01).
015900             88  WS-PT-REVERSED    VALUE 'Y'.
016000*-----------------------------------------------------------*
016100* EDITED FIELDS FOR THE NOTICES AND THE REPORT.              *
016200*-----------------------------------------------------------*
016300 01  WS-EDITED-AMOUNTS.
016400     02  WS-EDIT-AMOUNT      PIC ZZZZZZZZ9.99-.
016500     02  WS-EDIT-TOTAL       PIC ZZZZZZZZZZZZ9.99-.
016600     02  WS-EDIT-THRESHOLD   PIC ZZZZ9.99.
016700*-----------------------------------------------------------*
016800* RUN TOTALS.                                                *
016900*-----------------------------------------------------------*
017000 01  WS-RUN-TOTALS.
017100     02  WS-INT-ACCT-COUNT   PIC 9(07) VALUE ZERO.
017200     02  WS-NOTICE-COUNT     PIC 9(07) VALUE ZERO.
017300     02  WS-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
017400     02  WS-EXTRACT-TOTAL    PIC 9(13)V99 VALUE ZERO.
017500     02  WS-UNDER-COUNT      PIC 9(07) VALUE ZERO.
017600     02  WS-EXEMPT-COUNT     PIC 9(07) VALUE ZERO.
017700     02  WS-BACKUP-COUNT     PIC 9(07) VALUE ZERO.
017800     02  WS-MISSING-TIN-COUNT PIC 9(07) VALUE ZERO.
017900     02  WS-REVERSAL-COUNT   PIC 9(07) VALUE ZERO.
018000     02  WS-PRIOR-REV-COUNT  PIC 9(07) VALUE ZERO.
018100     02  WS-DUPLICATE-COUNT  PIC 9(07) VALUE ZERO.
018200     02  WS-TABLE-FULL-COUNT PIC 9(07) VALUE ZERO.
018300     02  WS-OD-INTEREST-TOTAL PIC S9(13)V99 VALUE ZERO.
018400 PROCEDURE DIVISION.
018500*-----------------------------------------------------------*
018600* 0000-MAINLINE - SORT THE YEAR'S JOURNAL, TOTAL THE         *
018700*                 INTEREST PAID PER ACCOUNT, AND ISSUE THE   *
018800*                 NOTICES, EXTRACT AND CONTROL REPORT.       *
018900*                 ENDS COND CODE 4 WHEN ANY ACCOUNT IS       *
019000*                 LISTED FOR FOLLOW-UP.                      *
019100*-----------------------------------------------------------*
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     IF WS-PARM-BAD
019500         MOVE 16 TO RETURN-CODE
019600         GOBACK
019700     END-IF.
019800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
019900         UNTIL WS-SRTJRNL-EOF.
020000     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
020100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     IF WS-MISSING-TIN-COUNT > ZERO
020400         OR WS-TABLE-FULL-COUNT > ZERO
020500         MOVE 4 TO RETURN-CODE
020600     END-IF.
020700     GOBACK.
020800*-----------------------------------------------------------*
020900* 1000-INITIALIZE - READ THE PARM CARD, SORT THE JOURNAL,    *
021000*                   OPEN THE FILES, WRITE THE EXTRACT HEADER *
021100*                   AND REPORT HEADING AND PRIME THE READ.   *
021200*                   A MISSING OR INVALID PARM CARD ENDS THE  *
021300*                   RUN WITH COND CODE 16.                   *
021400*-----------------------------------------------------------*
021500 1000-INITIALIZE.
021600     OPEN INPUT PARM-FILE.
021700     READ PARM-FILE
021800         AT END
021900             SET WS-PARM-BAD TO TRUE
022000     END-READ.
022100     IF WS-PARM-BAD
022200         DISPLAY 'INTTAX: PARM CARD MISSING - NOTHING DONE'
022300         CLOSE PARM-FILE
022400         GO TO 1000-EXIT
022500     END-IF.
022600     IF TAX-PARM-YEAR NOT NUMERIC
022700         OR TAX-PARM-THRESHOLD NOT NUMERIC
022800         OR TAX-PARM-PAYER-TIN NOT NUMERIC
022900         OR TAX-PARM-PAYER-NAME = SPACES
023000         DISPLAY 'INTTAX: PARM CARD INVALID - NOTHING DONE'
023100         SET WS-PARM-BAD TO TRUE
023200         CLOSE PARM-FILE
023300         GO TO 1000-EXIT
023400     END-IF.
023500     MOVE TAX-PARM-YEAR TO WS-TAX-YEAR.
023600     MOVE TAX-PARM-THRESHOLD TO WS-THRESHOLD.
023700     MOVE TAX-PARM-PAYER-TIN TO WS-PAYER-TIN.
023800     MOVE TAX-PARM-PAYER-NAME TO WS-PAYER-NAME.
023900     CLOSE PARM-FILE.
024000     COMPUTE WS-YEAR-FROM = WS-TAX-YEAR * 10000 + 0101.
024100     COMPUTE WS-YEAR-TO = WS-TAX-YEAR * 10000 + 1231.
024200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024300     SORT SORT-WORK-FILE
024400         ON ASCENDING KEY JRNL-ACCT-NUMBER OF SORT-JRNL-REC
024500                          JRNL-TIMESTAMP OF SORT-JRNL-REC
024600         WITH DUPLICATES IN ORDER
024700         USING JOURNAL-IN-FILE
024800         GIVING SORTED-JOURNAL-FILE.
024900     OPEN INPUT SORTED-JOURNAL-FILE.
025000     OPEN INPUT NAME-ADDR-FILE.
025100     OPEN OUTPUT TAX-NOTICE-FILE.
025200     OPEN OUTPUT TAX-EXTRACT-FILE.
025300     OPEN OUTPUT TAX-REPORT-FILE.
025400     MOVE SPACES TO TAX-HEADER-REC.
025500     MOVE 'HDR' TO TXH-REC-TYPE.
025600     MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
025700     MOVE WS-PAYER-TIN TO TXH-PAYER-TIN.
025800     MOVE WS-PAYER-NAME TO TXH-PAYER-NAME.
025900     MOVE WS-RUN-DATE TO TXH-RUN-DATE.
026000     WRITE TAX-HEADER-REC.
026100     MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD.
026200     MOVE SPACES TO TAX-REPORT-LINE.
026300     STRING 'YEAR-END INTEREST TAX REPORT   TAX YEAR '
026400         DELIMITED BY SIZE
026500         WS-TAX-YEAR DELIMITED BY SIZE
026600         '   THRESHOLD ' WS-EDIT-THRESHOLD DELIMITED BY SIZE
026700         '   RUN DATE ' WS-RUN-DATE DELIMITED BY SIZE
026800         INTO TAX-REPORT-LINE.
026900     WRITE TAX-REPORT-LINE.
027000     MOVE SPACES TO TAX-REPORT-LINE.
027100     WRITE TAX-REPORT-LINE.
027200     MOVE SPACES TO TAX-REPORT-LINE.
027300     STRING 'ACCOUNTS FOR FOLLOW-UP' DELIMITED BY SIZE
027400         INTO TAX-REPORT-LINE.
027500     WRITE TAX-REPORT-LINE.
027600     MOVE SPACES TO TAX-REPORT-LINE.
027700     STRING 'ACCOUNT     NAME                           '
027800         DELIMITED BY SIZE
027900         'INTEREST PAID CUR  REASON' DELIMITED BY SIZE
028000         INTO TAX-REPORT-LINE.
028100     WRITE TAX-REPORT-LINE.
028200     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------*
028600* 2000-PROCESS-ACCOUNT - TOTAL ONE ACCOUNT'S INTEREST FOR    *
028700*                        THE YEAR AND REPORT IT.             *
028800*-----------------------------------------------------------*
028900 2000-PROCESS-ACCOUNT.
029000     MOVE JRNL-ACCT-NUMBER OF SRT-JRNL-REC TO WS-CURR-ACCT.
029100     MOVE ZERO TO WS-ACCT-INTEREST WS-ACCT-OD-INTEREST.
029200     MOVE ZERO TO WS-POST-COUNT.
029300     MOVE SPACES TO WS-ACCT-CURRENCY.
029400     MOVE 'N' TO WS-TABLE-FULL-SW.
029500     PERFORM 2200-APPLY-JOURNAL THRU 2200-EXIT
029600         UNTIL WS-SRTJRNL-EOF
029700         OR JRNL-ACCT-NUMBER OF SRT-JRNL-REC NOT = WS-CURR-ACCT.
029800     ADD WS-ACCT-OD-INTEREST TO WS-OD-INTEREST-TOTAL.
029900     IF WS-TABLE-FULL
030000         PERFORM 2900-LIST-TABLE-FULL THRU 2900-EXIT
030100     END-IF.
030200     IF WS-ACCT-INTEREST > ZERO
030300         PERFORM 2500-REPORT-ACCOUNT THRU 2500-EXIT
030400     END-IF.
030500 2000-EXIT.
030600     EXIT.
030700*-----------------------------------------------------------*
030800* 2100-READ-SORTED-JOURNAL - READ THE NEXT SORTED JOURNAL    *
030900*                            RECORD.                         *
031000*-----------------------------------------------------------*
031100 2100-READ-SORTED-JOURNAL.
031200     READ SORTED-JOURNAL-FILE
031300         AT END
031400             SET WS-SRTJRNL-EOF TO TRUE
031500     END-READ.
031600 2100-EXIT.
031700     EXIT.
031800*-----------------------------------------------------------*
031900* 2200-APPLY-JOURNAL - FOLD ONE JOURNAL RECORD FOR THE       *
032000*                      CURRENT ACCOUNT INTO ITS TOTALS.      *
032100*                      ONLY POSTED RECORDS DATED IN THE TAX  *
032200*                      YEAR COUNT.                           *
032300*-----------------------------------------------------------*
032400 2200-APPLY-JOURNAL.
032500     IF SRT-JRNL-REC = WS-PREV-JRNL-REC
032600         ADD 1 TO WS-DUPLICATE-COUNT
032700         GO TO 2200-NEXT
032800     END-IF.
032900     MOVE SRT-JRNL-REC TO WS-PREV-JRNL-REC.
033000     IF JRNL-RETURN-CODE OF SRT-JRNL-REC NOT = ZERO
033100         GO TO 2200-NEXT
033200     END-IF.
033300     IF JRNL-DATE OF SRT-JRNL-REC < WS-YEAR-FROM
033400         OR JRNL-DATE OF SRT-JRNL-REC > WS-YEAR-TO
033500         GO TO 2200-NEXT
033600     END-IF.
033700     EVALUATE JRNL-ACTION OF SRT-JRNL-REC
033800         WHEN 'INTEREST'
033900             ADD JRNL-AMOUNT OF SRT-JRNL-REC TO WS-ACCT-INTEREST
034000             MOVE JRNL-CURRENCY-CODE OF SRT-JRNL-REC
034100                 TO WS-ACCT-CURRENCY
034200             PERFORM 2300-TABLE-POSTING THRU 2300-EXIT
034300         WHEN 'ODINTEREST'
034400             ADD JRNL-AMOUNT OF SRT-JRNL-REC
034500                 TO WS-ACCT-OD-INTEREST
034600             PERFORM 2300-TABLE-POSTING THRU 2300-EXIT
034700         WHEN 'REVERSAL'
034800             PERFORM 2400-NET-REVERSAL THRU 2400-EXIT
034900     END-EVALUATE.
035000 2200-NEXT.
035100     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
035200 2200-EXIT.
035300     EXIT.
035400*-----------------------------------------------------------*
035500* 2300-TABLE-POSTING - HOLD AN INTEREST POSTING IN CASE A    *
035600*                      LATER REVERSAL NAMES IT.              *
035700*-----------------------------------------------------------*
035800 2300-TABLE-POSTING.
035900     IF WS-POST-COUNT NOT < WS-POST-LIMIT
036000         SET WS-TABLE-FULL TO TRUE
036100         GO TO 2300-EXIT
036200     END-IF.
036300     ADD 1 TO WS-POST-COUNT.
036400     MOVE JRNL-TIMESTAMP OF SRT-JRNL-REC
036500         TO WS-PT-TIMESTAMP (WS-POST-COUNT).
036600     MOVE JRNL-ACTION OF SRT-JRNL-REC
036700         TO WS-PT-ACTION (WS-POST-COUNT).
036800     MOVE JRNL-AMOUNT OF SRT-JRNL-REC
036900         TO WS-PT-AMOUNT (WS-POST-COUNT).
037000     MOVE 'N' TO WS-PT-REVERSED-SW (WS-POST-COUNT).
037100 2300-EXIT.
037200     EXIT.
037300*-----------------------------------------------------------*
037400* 2400-NET-REVERSAL - A POSTED REVERSAL.  WHEN IT BACKED OUT *
037500*                     ONE OF THIS YEAR'S INTEREST POSTINGS   *
037600*                     THE AMOUNT COMES OFF THE ACCOUNT'S     *
037700*                     TOTAL.  A REVERSAL OF ANY OTHER ACTION *
037800*                     IS PASSED OVER.  A REVERSAL OF A PRIOR *
037900*                     YEAR'S POSTING IS COUNTED ONLY - THAT  *
038000*                     YEAR'S FILING STANDS AND ANY           *
038100*                     CORRECTION IS MADE SEPARATELY.         *
038200*-----------------------------------------------------------*
038300 2400-NET-REVERSAL.
038400     IF JRNL-ORIG-DATE OF SRT-JRNL-REC < WS-YEAR-FROM
038500         ADD 1 TO WS-PRIOR-REV-COUNT
038600         GO TO 2400-EXIT
038700     END-IF.
038800     MOVE 'N' TO WS-REV-MATCHED-SW.
038900     MOVE 1 TO WS-POST-SUB.
039000     PERFORM 2410-MATCH-ONE-POSTING THRU 2410-EXIT
039100         UNTIL WS-POST-SUB > WS-POST-COUNT
039200         OR WS-REV-MATCHED.
039300 2400-EXIT.
039400     EXIT.
039500*-----------------------------------------------------------*
039600* 2410-MATCH-ONE-POSTING - ONE STEP OF THE POSTING TABLE.    *
039700*-----------------------------------------------------------*
039800 2410-MATCH-ONE-POSTING.
039900     IF WS-PT-TIMESTAMP (WS-POST-SUB)
040000             = JRNL-ORIG-TIMESTAMP OF SRT-JRNL-REC
040100         AND WS-PT-AMOUNT (WS-POST-SUB)
040200             = JRNL-AMOUNT OF SRT-JRNL-REC
040300         AND NOT WS-PT-REVERSED (WS-POST-SUB)
040400         SET WS-PT-REVERSED (WS-POST-SUB) TO TRUE
040500         SET WS-REV-MATCHED TO TRUE
040600         ADD 1 TO WS-REVERSAL-COUNT
040700         IF WS-PT-ACTION (WS-POST-SUB) = 'INTEREST'
040800             SUBTRACT WS-PT-AMOUNT (WS-POST-SUB)
040900                 FROM WS-ACCT-INTEREST
041000         ELSE
041100             SUBTRACT WS-PT-AMOUNT (WS-POST-SUB)
041200                 FROM WS-ACCT-OD-INTEREST
041300         END-IF
041400         GO TO 2410-EXIT
041500     END-IF.
041600     ADD 1 TO WS-POST-SUB.
041700 2410-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------*
042000* 2500-REPORT-ACCOUNT - AN ACCOUNT PAID INTEREST IN THE      *
042100*                       YEAR.  EXEMPT PAYEES ARE COUNTED     *
042200*                       ONLY.  A MISSING TAXPAYER ID IS      *
042300*                       LISTED WHETHER OR NOT THE AMOUNT     *
042400*                       REACHES THE THRESHOLD; AT OR OVER IT *
042500*                       THE ACCOUNT GETS A NOTICE AND AN     *
042600*                       EXTRACT DETAIL.                      *
042700*-----------------------------------------------------------*
042800 2500-REPORT-ACCOUNT.
042900     ADD 1 TO WS-INT-ACCT-COUNT.
043000     MOVE WS-CURR-ACCT TO NA-ACCT-NUMBER.
043100     READ NAME-ADDR-FILE
043200         INVALID KEY
043300             MOVE SPACES TO NAME-ADDR-REC
043400             MOVE WS-CURR-ACCT TO NA-ACCT-NUMBER
043500             MOVE 'NAME AND ADDRESS NOT ON FILE'
043600                 TO NA-CUST-NAME
043700     END-READ.
043800     IF NA-WHT-EXEMPT
043900         ADD 1 TO WS-EXEMPT-COUNT
044000         GO TO 2500-EXIT
044100     END-IF.
044200     MOVE 'N' TO WS-REPORTABLE-SW.
044300     IF WS-ACCT-INTEREST NOT < WS-THRESHOLD
044400         SET WS-REPORTABLE TO TRUE
044500     END-IF.
044600     IF NA-TIN-MISSING
044700         PERFORM 2700-LIST-MISSING-TIN THRU 2700-EXIT
044800     END-IF.
044900     IF NOT WS-REPORTABLE
045000         ADD 1 TO WS-UNDER-COUNT
045100         GO TO 2500-EXIT
045200     END-IF.
045300     IF NA-WHT-BACKUP
045400         ADD 1 TO WS-BACKUP-COUNT
045500     END-IF.
045600     PERFORM 2600-PRINT-NOTICE THRU 2600-EXIT.
045700     PERFORM 2800-WRITE-EXTRACT THRU 2800-EXIT.
045800 2500-EXIT.
045900     EXIT.
046000*-----------------------------------------------------------*
046100* 2600-PRINT-NOTICE - THE CUSTOMER'S INTEREST NOTICE: PAYER, *
046200*                     MAILING BLOCK, ACCOUNT, MASKED         *
046300*                     TAXPAYER ID AND INTEREST PAID.  EACH   *
046400*                     NOTICE AFTER THE FIRST STARTS ON ITS   *
046500*                     OWN PAGE.                              *
046600*-----------------------------------------------------------*
046700 2600-PRINT-NOTICE.
046800     IF WS-NOTICE-COUNT > ZERO
046900         PERFORM 2650-PRINT-PAGE-BREAK THRU 2650-EXIT
047000     END-IF.
047100     ADD 1 TO WS-NOTICE-COUNT.
047200     MOVE SPACES TO NOTICE-LINE.
047300     STRING 'INTEREST INCOME NOTICE - TAX YEAR ' DELIMITED BY SIZE
047400         WS-TAX-YEAR DELIMITED BY SIZE
047500         INTO NOTICE-LINE.
047600     WRITE NOTICE-LINE.
047700     MOVE SPACES TO NOTICE-LINE.
047800     STRING 'PAYER ' WS-PAYER-NAME DELIMITED BY SIZE
047900         '  PAYER ID ' WS-PAYER-TIN DELIMITED BY SIZE
048000         INTO NOTICE-LINE.
048100     WRITE NOTICE-LINE.
048200     MOVE SPACES TO NOTICE-LINE.
048300     WRITE NOTICE-LINE.
048400     MOVE SPACES TO NOTICE-LINE.
048500     MOVE NA-CUST-NAME TO NOTICE-LINE.
048600     WRITE NOTICE-LINE.
048700     IF NA-ADDR-LINE-1 NOT = SPACES
048800         MOVE SPACES TO NOTICE-LINE
048900         MOVE NA-ADDR-LINE-1 TO NOTICE-LINE
049000         WRITE NOTICE-LINE
049100     END-IF.
049200     IF NA-ADDR-LINE-2 NOT = SPACES
049300         MOVE SPACES TO NOTICE-LINE
049400         MOVE NA-ADDR-LINE-2 TO NOTICE-LINE
049500         WRITE NOTICE-LINE
049600     END-IF.
049700     IF NA-CITY-STATE-ZIP NOT = SPACES
049800         MOVE SPACES TO NOTICE-LINE
049900         MOVE NA-CITY-STATE-ZIP TO NOTICE-LINE
050000         WRITE NOTICE-LINE
050100     END-IF.
050200     MOVE SPACES TO NOTICE-LINE.
050300     WRITE NOTICE-LINE.
050400     MOVE SPACES TO NOTICE-LINE.
050500     STRING 'ACCOUNT       ' WS-CURR-ACCT DELIMITED BY SIZE
050600         INTO NOTICE-LINE.
050700     WRITE NOTICE-LINE.
050800     MOVE SPACES TO NOTICE-LINE.
050900     IF NA-TIN-MISSING
051000         STRING 'TAXPAYER ID   NOT ON FILE - PLEASE CONTACT YOUR '
051100             DELIMITED BY SIZE
051200             'BRANCH' DELIMITED BY SIZE
051300             INTO NOTICE-LINE
051400     ELSE
051500         STRING 'TAXPAYER ID   *****' DELIMITED BY SIZE
051600             NA-TAXPAYER-ID (6:4) DELIMITED BY SIZE
051700             INTO NOTICE-LINE
051800     END-IF.
051900     WRITE NOTICE-LINE.
052000     MOVE SPACES TO NOTICE-LINE.
052100     MOVE WS-ACCT-INTEREST TO WS-EDIT-AMOUNT.
052200     STRING 'INTEREST PAID ' WS-EDIT-AMOUNT DELIMITED BY SIZE
052300         ' ' WS-ACCT-CURRENCY DELIMITED BY SIZE
052400         INTO NOTICE-LINE.
052500     WRITE NOTICE-LINE.
052600     IF NA-WHT-BACKUP
052700         MOVE SPACES TO NOTICE-LINE
052800         STRING 'BACKUP WITHHOLDING APPLIES TO THIS ACCOUNT'
052900             DELIMITED BY SIZE INTO NOTICE-LINE
053000         WRITE NOTICE-LINE
053100     END-IF.
053200     MOVE SPACES TO NOTICE-LINE.
053300     WRITE NOTICE-LINE.
053400     MOVE SPACES TO NOTICE-LINE.
053500     STRING 'THIS AMOUNT IS REPORTED TO THE TAX AUTHORITY.  '
053600         DELIMITED BY SIZE
053700         'KEEP THIS NOTICE FOR YOUR RECORDS.' DELIMITED BY SIZE
053800         INTO NOTICE-LINE.
053900     WRITE NOTICE-LINE.
054000 2600-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------*
054300* 2650-PRINT-PAGE-BREAK - SEPARATE THE NOTICES SO EACH ONE   *
054400*                         TEARS OFF AS ITS OWN PAGE.         *
054500*-----------------------------------------------------------*
054600 2650-PRINT-PAGE-BREAK.
054700     MOVE SPACES TO NOTICE-LINE.
054800     WRITE NOTICE-LINE.
054900     MOVE ALL '-' TO NOTICE-LINE.
055000     WRITE NOTICE-LINE.
055100     MOVE SPACES TO NOTICE-LINE.
055200     WRITE NOTICE-LINE.
055300 2650-EXIT.
055400     EXIT.
055500*-----------------------------------------------------------*
055600* 2700-LIST-MISSING-TIN - PUT AN ACCOUNT PAID INTEREST WITH  *
055700*                         NO TAXPAYER ID ON FILE ON THE      *
055800*                         FOLLOW-UP LIST.                    *
055900*-----------------------------------------------------------*
056000 2700-LIST-MISSING-TIN.
056100     ADD 1 TO WS-MISSING-TIN-COUNT.
056200     MOVE WS-ACCT-INTEREST TO WS-EDIT-AMOUNT.
056300     MOVE SPACES TO TAX-REPORT-LINE.
056400     IF WS-REPORTABLE
056500         STRING WS-CURR-ACCT '  ' NA-CUST-NAME DELIMITED BY SIZE
056600             ' ' WS-EDIT-AMOUNT ' ' WS-ACCT-CURRENCY
056700             DELIMITED BY SIZE
056800             '  NO TAXPAYER ID - REPORTABLE' DELIMITED BY SIZE
056900             INTO TAX-REPORT-LINE
057000     ELSE
057100         STRING WS-CURR-ACCT '  ' NA-CUST-NAME DELIMITED BY SIZE
057200             ' ' WS-EDIT-AMOUNT ' ' WS-ACCT-CURRENCY
057300             DELIMITED BY SIZE
057400             '  NO TAXPAYER ID - UNDER THRESHOLD'
057500             DELIMITED BY SIZE
057600             INTO TAX-REPORT-LINE
057700     END-IF.
057800     WRITE TAX-REPORT-LINE.
057900 2700-EXIT.
058000     EXIT.
058100*-----------------------------------------------------------*
058200* 2800-WRITE-EXTRACT - ONE FILING EXTRACT DETAIL FOR A       *
058300*                      REPORTABLE ACCOUNT.  A BLANK          *
058400*                      WITHHOLDING STATUS GOES OUT AS 'N'.   *
058500*-----------------------------------------------------------*
058600 2800-WRITE-EXTRACT.
058700     MOVE SPACES TO TAX-DETAIL-REC.
058800     MOVE 'DTL' TO TXD-REC-TYPE.
058900     MOVE WS-TAX-YEAR TO TXD-TAX-YEAR.
059000     MOVE NA-TAXPAYER-ID TO TXD-PAYEE-TIN.
059100     MOVE WS-CURR-ACCT TO TXD-ACCT-NUMBER.
059200     MOVE NA-CUST-NAME TO TXD-PAYEE-NAME.
059300     MOVE NA-ADDR-LINE-1 TO TXD-ADDR-LINE-1.
059400     MOVE NA-ADDR-LINE-2 TO TXD-ADDR-LINE-2.
059500     MOVE NA-CITY-STATE-ZIP TO TXD-CITY-STATE-ZIP.
059600     MOVE WS-ACCT-INTEREST TO TXD-INTEREST-PAID.
059700     MOVE WS-ACCT-CURRENCY TO TXD-CURRENCY-CODE.
059800     MOVE NA-WITHHOLD-STATUS TO TXD-WITHHOLD-STATUS.
059900     IF NA-WITHHOLD-STATUS = SPACES
060000         MOVE 'N' TO TXD-WITHHOLD-STATUS
060100     END-IF.
060200     WRITE TAX-DETAIL-REC.
060300     ADD 1 TO WS-DETAIL-COUNT.
060400     ADD WS-ACCT-INTEREST TO WS-EXTRACT-TOTAL.
060500 2800-EXIT.
060600     EXIT.
060700*-----------------------------------------------------------*
060800* 2900-LIST-TABLE-FULL - THE ACCOUNT HAD MORE INTEREST       *
060900*                        POSTINGS THAN THE TABLE HOLDS - A   *
061000*                        REVERSAL OF ONE LEFT OUT WAS NOT    *
061100*                        NETTED.  LIST IT FOR A MANUAL       *
061200*                        CHECK.                              *
061300*-----------------------------------------------------------*
061400 2900-LIST-TABLE-FULL.
061500     ADD 1 TO WS-TABLE-FULL-COUNT.
061600     MOVE SPACES TO TAX-REPORT-LINE.
061700     STRING WS-CURR-ACCT '  ' DELIMITED BY SIZE
061800         'POSTING TABLE FULL - CHECK REVERSALS BY HAND'
061900         DELIMITED BY SIZE
062000         INTO TAX-REPORT-LINE.
062100     WRITE TAX-REPORT-LINE.
062200 2900-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------*
062500* 3000-WRITE-TRAILER - CLOSE THE FILING EXTRACT WITH ITS     *
062600*                      DETAIL COUNT AND INTEREST TOTAL.      *
062700*-----------------------------------------------------------*
062800 3000-WRITE-TRAILER.
062900     MOVE SPACES TO TAX-TRAILER-REC.
063000     MOVE 'TRL' TO TXT-REC-TYPE.
063100     MOVE WS-TAX-YEAR TO TXT-TAX-YEAR.
063200     MOVE WS-DETAIL-COUNT TO TXT-DETAIL-COUNT.
063300     MOVE WS-EXTRACT-TOTAL TO TXT-INTEREST-TOTAL.
063400     WRITE TAX-TRAILER-REC.
063500 3000-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------*
063800* 8000-WRITE-TOTALS - CONTROL TOTALS ON THE END OF THE       *
063900*                     REPORT.  THE EXTRACT COUNT AND TOTAL   *
064000*                     AGREE WITH ITS TRAILER.  THE INTEREST  *
064100*                     TOTAL IS SUMMED ACROSS CURRENCIES AND  *
064200*                     IS A CONTROL FIGURE ONLY.              *
064300*-----------------------------------------------------------*
064400 8000-WRITE-TOTALS.
064500     MOVE SPACES TO TAX-REPORT-LINE.
064600     WRITE TAX-REPORT-LINE.
064700     MOVE SPACES TO TAX-REPORT-LINE.
064800     STRING 'CONTROL TOTALS' DELIMITED BY SIZE
064900         INTO TAX-REPORT-LINE.
065000     WRITE TAX-REPORT-LINE.
065100     MOVE SPACES TO TAX-REPORT-LINE.
065200     STRING 'ACCOUNTS PAID INTEREST  - ' DELIMITED BY SIZE
065300         WS-INT-ACCT-COUNT DELIMITED BY SIZE
065400         INTO TAX-REPORT-LINE.
065500     WRITE TAX-REPORT-LINE.
065600     MOVE SPACES TO TAX-REPORT-LINE.
065700     STRING 'NOTICES PRINTED         - ' DELIMITED BY SIZE
065800         WS-NOTICE-COUNT DELIMITED BY SIZE
065900         INTO TAX-REPORT-LINE.
066000     WRITE TAX-REPORT-LINE.
066100     MOVE SPACES TO TAX-REPORT-LINE.
066200     STRING 'EXTRACT DETAIL RECORDS  - ' DELIMITED BY SIZE
066300         WS-DETAIL-COUNT DELIMITED BY SIZE
066400         INTO TAX-REPORT-LINE.
066500     WRITE TAX-REPORT-LINE.
066600     MOVE SPACES TO TAX-REPORT-LINE.
066700     MOVE WS-EXTRACT-TOTAL TO WS-EDIT-TOTAL.
066800     STRING 'EXTRACT INTEREST TOTAL  - ' DELIMITED BY SIZE
066900         WS-EDIT-TOTAL DELIMITED BY SIZE
067000         INTO TAX-REPORT-LINE.
067100     WRITE TAX-REPORT-LINE.
067200     MOVE SPACES TO TAX-REPORT-LINE.
067300     STRING 'UNDER THRESHOLD         - ' DELIMITED BY SIZE
067400         WS-UNDER-COUNT DELIMITED BY SIZE
067500         INTO TAX-REPORT-LINE.
067600     WRITE TAX-REPORT-LINE.
067700     MOVE SPACES TO TAX-REPORT-LINE.
067800     STRING 'EXEMPT PAYEES           - ' DELIMITED BY SIZE
067900         WS-EXEMPT-COUNT DELIMITED BY SIZE
068000         INTO TAX-REPORT-LINE.
068100     WRITE TAX-REPORT-LINE.
068200     MOVE SPACES TO TAX-REPORT-LINE.
068300     STRING 'BACKUP WITHHOLDING      - ' DELIMITED BY SIZE
068400         WS-BACKUP-COUNT DELIMITED BY SIZE
068500         INTO TAX-REPORT-LINE.
068600     WRITE TAX-REPORT-LINE.
068700     MOVE SPACES TO TAX-REPORT-LINE.
068800     STRING 'MISSING TAXPAYER ID     - ' DELIMITED BY SIZE
068900         WS-MISSING-TIN-COUNT DELIMITED BY SIZE
069000         INTO TAX-REPORT-LINE.
069100     WRITE TAX-REPORT-LINE.
069200     MOVE SPACES TO TAX-REPORT-LINE.
069300     STRING 'REVERSALS NETTED        - ' DELIMITED BY SIZE
069400         WS-REVERSAL-COUNT DELIMITED BY SIZE
069500         INTO TAX-REPORT-LINE.
069600     WRITE TAX-REPORT-LINE.
069700     MOVE SPACES TO TAX-REPORT-LINE.
069800     STRING 'PRIOR-YEAR REVERSALS    - ' DELIMITED BY SIZE
069900         WS-PRIOR-REV-COUNT DELIMITED BY SIZE
070000         INTO TAX-REPORT-LINE.
070100     WRITE TAX-REPORT-LINE.
070200     MOVE SPACES TO TAX-REPORT-LINE.
070300     STRING 'DUPLICATES DROPPED      - ' DELIMITED BY SIZE
070400         WS-DUPLICATE-COUNT DELIMITED BY SIZE
070500         INTO TAX-REPORT-LINE.
070600     WRITE TAX-REPORT-LINE.
070700     MOVE SPACES TO TAX-REPORT-LINE.
070800     STRING 'POSTING TABLE FULL      - ' DELIMITED BY SIZE
070900         WS-TABLE-FULL-COUNT DELIMITED BY SIZE
071000         INTO TAX-REPORT-LINE.
071100     WRITE TAX-REPORT-LINE.
071200     MOVE SPACES TO TAX-REPORT-LINE.
071300     MOVE WS-OD-INTEREST-TOTAL TO WS-EDIT-TOTAL.
071400     STRING 'OD INTEREST CHARGED     - ' DELIMITED BY SIZE
071500         WS-EDIT-TOTAL DELIMITED BY SIZE
071600         '  (NOT REPORTED)' DELIMITED BY SIZE
071700         INTO TAX-REPORT-LINE.
071800     WRITE TAX-REPORT-LINE.
071900 8000-EXIT.
072000     EXIT.
072100*-----------------------------------------------------------*
072200* 9000-TERMINATE - CLOSE THE FILES.                          *
072300*-----------------------------------------------------------*
072400 9000-TERMINATE.
072500     CLOSE SORTED-JOURNAL-FILE.
072600     CLOSE NAME-ADDR-FILE.
072700     CLOSE TAX-NOTICE-FILE.
072800     CLOSE TAX-EXTRACT-FILE.
072900     CLOSE TAX-REPORT-FILE.
073000 9000-EXIT.
073100     EXIT.
073200 END PROGRAM INTTAX.

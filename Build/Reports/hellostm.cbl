002310* 2026-09-02  DJ   BALANCES ARE NOW SIGNED FOR THE OVERDRAFT   *
002320*                  LINE OF CREDIT - A NEGATIVE POSITION        *
002330*                  PRINTS WITH A TRAILING MINUS SIGN.          *
002336* 2026-10-15  DJ   ADDED THE COMBINED STATEMENT OPTION - A    *
002343*                  'C' IN COLUMN 17 OF THE STMPARM CARD       *
002349*                  PRINTS ONE STATEMENT PER CUSTOMER COVERING *
002355*                  EVERY ACCOUNT LINKED TO THE CUSTOMER ON    *
002362*                  THE CROSS-REFERENCE (CUSTXREF), MAILED TO  *
002368*                  THE CUSTOMER MASTER ADDRESS, WITH THE      *
002375*                  CUSTOMER'S ROLE ON EACH ACCOUNT.  A JOINT  *
002381*                  ACCOUNT APPEARS ON EACH HOLDER'S           *
002387*                  STATEMENT.  ACCOUNTS WITH NO CUSTOMER      *
002394*                  LINKED STILL GET THEIR OWN STATEMENT.      *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-STMTOUT-STATUS.
005705     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXRF"
005709         ORGANIZATION IS INDEXED
005714         ACCESS MODE IS DYNAMIC
005718         RECORD KEY IS XREF-KEY
005723         ALTERNATE RECORD KEY IS XREF-ACCT-NUMBER
005727             WITH DUPLICATES
005732         FILE STATUS IS WS-CUSTXRF-STATUS.
005736     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
005741         ORGANIZATION IS INDEXED
005745         ACCESS MODE IS RANDOM
005751         RECORD KEY IS CUST-NUMBER
005755         FILE STATUS IS WS-CUSTMAST-STATUS.
005759     SELECT STMT-WORK-FILE ASSIGN TO "STMWORK"
005764         ORGANIZATION IS SEQUENTIAL
005768         ACCESS MODE IS SEQUENTIAL
005773         FILE STATUS IS WS-STMWORK-STATUS.
005777     SELECT STMT-SORT-FILE ASSIGN TO "SORTWK01".
005782     SELECT SORTED-STMT-FILE ASSIGN TO "SRTSTMT"
005786         ORGANIZATION IS SEQUENTIAL
005791         ACCESS MODE IS SEQUENTIAL
005795         FILE STATUS IS WS-SRTSTMT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  JOURNAL-IN-FILE
007600 01  STM-PARM-REC.
007700     02  STM-FROM-DATE           PIC 9(08).
007800     02  STM-TO-DATE             PIC 9(08).
007850     02  STM-MODE                PIC X(01).
007900     02  FILLER                  PIC X(63).
008000 FD  STATEMENT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  STMT-LINE                   PIC X(132).
008205 FD  CUST-XREF-FILE
008211     LABEL RECORDS ARE STANDARD.
008216     COPY CUSTXREF.
008221 FD  CUST-MASTER-FILE
008226     LABEL RECORDS ARE STANDARD.
008232     COPY CUSTMAST.
008237 FD  STMT-WORK-FILE
008242     LABEL RECORDS ARE STANDARD.
008247 01  STMT-WORK-OUT               PIC X(160).
008253 SD  STMT-SORT-FILE.
008258 01  SORT-STMT-REC.
008263     02  SORT-STMT-CUST          PIC 9(10).
008268     02  SORT-STMT-ACCT          PIC 9(10).
008274     02  SORT-STMT-SEQ           PIC 9(06).
008279     02  FILLER                  PIC X(134).
008284 FD  SORTED-STMT-FILE
008289     LABEL RECORDS ARE STANDARD.
008295 01  SRT-STMT-REC                PIC X(160).
008300 WORKING-STORAGE SECTION.
008400*-----------------------------------------------------------*
008500* FILE HANDLING SWITCHES.                                    *
009200         88  WS-NAMEADDR-OK        VALUE '00'.
009300     02  WS-STMPARM-STATUS   PIC X(02) VALUE '00'.
009400     02  WS-STMTOUT-STATUS   PIC X(02) VALUE '00'.
009421     02  WS-CUSTXRF-STATUS   PIC X(02) VALUE '00'.
009441     02  WS-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
009461     02  WS-STMWORK-STATUS   PIC X(02) VALUE '00'.
009481     02  WS-SRTSTMT-STATUS   PIC X(02) VALUE '00'.
009500     02  WS-SRTJRNL-EOF-SW   PIC X(01) VALUE 'N'.
009600         88  WS-SRTJRNL-EOF        VALUE 'Y'.
009700     02  WS-ACCTMAST-EOF-SW  PIC X(01) VALUE 'N'.
009800         88  WS-ACCTMAST-EOF       VALUE 'Y'.
009900     02  WS-STMPARM-EOF-SW   PIC X(01) VALUE 'N'.
010000         88  WS-STMPARM-EOF        VALUE 'Y'.
010021     02  WS-XREF-EOF-SW      PIC X(01) VALUE 'N'.
010041         88  WS-XREF-EOF           VALUE 'Y'.
010061     02  WS-SRTSTMT-EOF-SW   PIC X(01) VALUE 'N'.
010081         88  WS-SRTSTMT-EOF        VALUE 'Y'.
010100*-----------------------------------------------------------*
010200* STATEMENT PERIOD FROM THE PARM CARD.                       *
010300*-----------------------------------------------------------*
010400 01  WS-STATEMENT-PERIOD.
010500     02  WS-FROM-DATE        PIC 9(08) VALUE ZERO.
010600     02  WS-TO-DATE          PIC 9(08) VALUE ZERO.
010634     02  WS-STMT-MODE        PIC X(01) VALUE SPACES.
010667         88  WS-COMBINED-RUN       VALUE 'C'.
010700*-----------------------------------------------------------*
010800* PER-ACCOUNT WORK AREA.                                     *
010900*-----------------------------------------------------------*
011200     02  WS-CLOSING-BAL      PIC S9(7)V99 VALUE ZERO.
011300     02  WS-ACTIVITY-SW      PIC X(01) VALUE 'N'.
011400         88  WS-ACTIVITY-FOUND     VALUE 'Y'.
011403     02  WS-LINE-SEQ         PIC 9(06) VALUE ZERO.
011405*-----------------------------------------------------------*
011408* CUSTOMERS LINKED TO THE CURRENT ACCOUNT ON A COMBINED     *
011411* RUN.  WHEN THERE ARE NONE THE ACCOUNT PRINTS ITS OWN      *
011414* STATEMENT; OTHERWISE EVERY LINE OF IT GOES TO THE WORK    *
011416* FILE ONCE PER CUSTOMER.  LINKS BEYOND THE TABLE LIMIT     *
011418* ARE COUNTED ONLY.                                         *
011419*-----------------------------------------------------------*
011422 01  WS-HOLDER-TABLE.
011424     02  WS-HOLDER-LIMIT     PIC 9(04) COMP VALUE 20.
011427     02  WS-HOLDER-COUNT     PIC 9(04) COMP VALUE ZERO.
011429     02  WS-HOLDER-SUB       PIC 9(04) COMP VALUE ZERO.
011433     02  WS-HOLDER-ENTRY OCCURS 20 TIMES.
011435         03  WS-HD-CUST      PIC 9(10).
011438         03  WS-HD-ROLE      PIC X(01).
011441*-----------------------------------------------------------*
011443* ONE STATEMENT LINE HELD FOR A CUSTOMER'S COMBINED         *
011446* STATEMENT - THE RECORD ON THE STATEMENT WORK FILE.        *
011448*-----------------------------------------------------------*
011452 01  WS-STMT-WORK-REC.
011454     02  WS-SW-CUST-NUMBER   PIC 9(10).
011457     02  WS-SW-ACCT-NUMBER   PIC 9(10).
011459     02  WS-SW-LINE-SEQ      PIC 9(06).
011462     02  WS-SW-ROLE          PIC X(01).
011465         88  WS-SW-OWNER           VALUE 'O'.
011467         88  WS-SW-JOINT           VALUE 'J'.
011471         88  WS-SW-TRUSTEE         VALUE 'T'.
011473     02  WS-SW-LINE          PIC X(132).
011476     02  FILLER              PIC X(01).
011478*-----------------------------------------------------------*
011481* COMBINED STATEMENT CONTROL-BREAK WORK AREA.               *
011484*-----------------------------------------------------------*
011486 01  WS-COMBINED-WORK-AREA.
011489     02  WS-PREV-CUST        PIC 9(10) VALUE ZERO.
011492     02  WS-PREV-STMT-ACCT   PIC 9(10) VALUE ZERO.
011495     02  WS-CUST-ACCT-COUNT  PIC 9(04) VALUE ZERO.
011497     02  WS-ROLE-TEXT        PIC X(12) VALUE SPACES.
011500*-----------------------------------------------------------*
011600* EDITED FIELDS FOR THE STATEMENT LINES.                     *
011700*-----------------------------------------------------------*
012400 01  WS-RUN-TOTALS.
012500     02  WS-STATEMENT-COUNT  PIC 9(07) VALUE ZERO.
012600     02  WS-ORPHAN-COUNT     PIC 9(07) VALUE ZERO.
012634     02  WS-COMBINED-COUNT   PIC 9(07) VALUE ZERO.
012667     02  WS-HOLDER-OVERFLOW  PIC 9(07) VALUE ZERO.
012700 PROCEDURE DIVISION.
012800*-----------------------------------------------------------*
012900* 0000-MAINLINE - SORT THE PERIOD'S JOURNAL, WALK THE        *
013000*                 ACCOUNT MASTER, AND PRINT ONE STATEMENT    *
013100*                 PER ACCOUNT.                               *
013134*                 A COMBINED RUN THEN PRINTS ONE PER         *
013167*                 CUSTOMER.                                  *
013200*-----------------------------------------------------------*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700             UNTIL WS-ACCTMAST-EOF
013800         PERFORM 2600-DRAIN-ORPHANS THRU 2600-EXIT
013900             UNTIL WS-SRTJRNL-EOF
013925         IF WS-COMBINED-RUN
013951             PERFORM 4000-PRINT-COMBINED THRU 4000-EXIT
013975         END-IF
014000     END-IF.
014100     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     END-IF.
016900     MOVE STM-FROM-DATE TO WS-FROM-DATE.
017000     MOVE STM-TO-DATE TO WS-TO-DATE.
017051     MOVE STM-MODE TO WS-STMT-MODE.
017100     SORT SORT-WORK-FILE
017200         ON ASCENDING KEY JRNL-ACCT-NUMBER OF SORT-JRNL-REC
017300                          JRNL-TIMESTAMP OF SORT-JRNL-REC
017600     OPEN INPUT SORTED-JOURNAL-FILE.
017700     OPEN INPUT ACCT-MASTER-FILE.
017800     OPEN INPUT NAME-ADDR-FILE.
017817     IF WS-COMBINED-RUN
017834         OPEN INPUT CUST-XREF-FILE
017851         OPEN INPUT CUST-MASTER-FILE
017867         OPEN OUTPUT STMT-WORK-FILE
017884     END-IF.
017900     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
018000     PERFORM 2200-READ-ACCT-MASTER THRU 2200-EXIT.
018100 1000-EXIT.
019000         OR JRNL-ACCT-NUMBER OF SRT-JRNL-REC NOT < ACCT-NUMBER.
019100     MOVE 'N' TO WS-ACTIVITY-SW.
019200     MOVE ZERO TO WS-OPENING-BAL WS-CLOSING-BAL.
019217     MOVE ZERO TO WS-LINE-SEQ.
019234     MOVE ZERO TO WS-HOLDER-COUNT.
019251     IF WS-COMBINED-RUN
019267         PERFORM 2700-LOAD-HOLDERS THRU 2700-EXIT
019284     END-IF.
019300     PERFORM 2300-APPLY-JOURNAL THRU 2300-EXIT
019400         UNTIL WS-SRTJRNL-EOF
019500         OR JRNL-ACCT-NUMBER OF SRT-JRNL-REC NOT = ACCT-NUMBER.
020300     STRING '  CLOSING BALANCE ' DELIMITED BY SIZE
020400         WS-EDIT-BALANCE DELIMITED BY SIZE
020500         INTO STMT-LINE.
020600     PERFORM 2800-EMIT-LINE THRU 2800-EXIT.
020700     MOVE SPACES TO STMT-LINE.
020800     PERFORM 2800-EMIT-LINE THRU 2800-EXIT.
020851     IF WS-HOLDER-COUNT = ZERO
020901         ADD 1 TO WS-STATEMENT-COUNT
020951     END-IF.
021000     PERFORM 2200-READ-ACCT-MASTER THRU 2200-EXIT.
021100 2000-EXIT.
021200     EXIT.
026300*-----------------------------------------------------------*
026400* 2400-PRINT-STMT-HEADER - MAILING BLOCK, ACCOUNT LINE,      *
026500*                          PERIOD AND OPENING BALANCE.       *
026525*                          A COMBINED STATEMENT CARRIES THE  *
026551*                          CUSTOMER'S MAILING BLOCK INSTEAD, *
026575*                          SO THE ACCOUNT'S OWN IS SKIPPED.  *
026600*-----------------------------------------------------------*
026700 2400-PRINT-STMT-HEADER.
026725     IF WS-HOLDER-COUNT > ZERO
026751         GO TO 2400-ACCOUNT-LINE
026775     END-IF.
026800     MOVE SPACES TO STMT-LINE.
026900     STRING 'STATEMENT OF ACCOUNT       DEPOSIT ACCOUNTING'
027000         DELIMITED BY SIZE INTO STMT-LINE.
029600         MOVE NA-CITY-STATE-ZIP TO STMT-LINE
029700         WRITE STMT-LINE
029800     END-IF.
029851 2400-ACCOUNT-LINE.
029900     MOVE SPACES TO STMT-LINE.
030000     STRING 'ACCOUNT ' ACCT-NUMBER DELIMITED BY SIZE
030100         '  PERIOD ' WS-FROM-DATE DELIMITED BY SIZE
030200         ' THRU ' WS-TO-DATE DELIMITED BY SIZE
030300         INTO STMT-LINE.
030400     PERFORM 2800-EMIT-LINE THRU 2800-EXIT.
030500     MOVE SPACES TO STMT-LINE.
030600     MOVE WS-OPENING-BAL TO WS-EDIT-BALANCE.
030700     STRING '  OPENING BALANCE ' DELIMITED BY SIZE
030800         WS-EDIT-BALANCE DELIMITED BY SIZE
030900         INTO STMT-LINE.
031000     PERFORM 2800-EMIT-LINE THRU 2800-EXIT.
031100 2400-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------*
032700         ' ' JRNL-CURRENCY-CODE OF SRT-JRNL-REC
032800         DELIMITED BY SIZE
032900         INTO STMT-LINE.
033000     PERFORM 2800-EMIT-LINE THRU 2800-EXIT.
033100 2500-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
034000     PERFORM 2100-READ-SORTED-JOURNAL THRU 2100-EXIT.
034100 2600-EXIT.
034200     EXIT.
034202*-----------------------------------------------------------*
034203* 2700-LOAD-HOLDERS - TABLE THE CUSTOMERS LINKED TO THE     *
034204*                     CURRENT ACCOUNT FROM THE CROSS-       *
034205*                     REFERENCE'S ACCOUNT KEY.              *
034206*-----------------------------------------------------------*
034208 2700-LOAD-HOLDERS.
034209     MOVE 'N' TO WS-XREF-EOF-SW.
034211     MOVE ACCT-NUMBER TO XREF-ACCT-NUMBER.
034212     START CUST-XREF-FILE
034213         KEY IS EQUAL TO XREF-ACCT-NUMBER
034215         INVALID KEY
034216             GO TO 2700-EXIT
034217     END-START.
034218     PERFORM 2750-READ-NEXT-XREF THRU 2750-EXIT.
034219     PERFORM 2710-LOAD-ONE-HOLDER THRU 2710-EXIT
034221         UNTIL WS-XREF-EOF
034223         OR XREF-ACCT-NUMBER NOT = ACCT-NUMBER.
034224 2700-EXIT.
034225     EXIT.
034226*-----------------------------------------------------------*
034227* 2710-LOAD-ONE-HOLDER - ONE STEP OF THE HOLDER SCAN.       *
034229*-----------------------------------------------------------*
034231 2710-LOAD-ONE-HOLDER.
034232     IF WS-HOLDER-COUNT < WS-HOLDER-LIMIT
034233         ADD 1 TO WS-HOLDER-COUNT
034234         MOVE XREF-CUST-NUMBER TO WS-HD-CUST (WS-HOLDER-COUNT)
034235         MOVE XREF-ROLE TO WS-HD-ROLE (WS-HOLDER-COUNT)
034237     ELSE
034238         ADD 1 TO WS-HOLDER-OVERFLOW
034239     END-IF.
034241     PERFORM 2750-READ-NEXT-XREF THRU 2750-EXIT.
034242 2710-EXIT.
034244     EXIT.
034245*-----------------------------------------------------------*
034246* 2750-READ-NEXT-XREF - READ THE NEXT CROSS-REFERENCE       *
034247*                       RECORD ON THE ACCOUNT KEY.          *
034248*-----------------------------------------------------------*
034251 2750-READ-NEXT-XREF.
034252     READ CUST-XREF-FILE NEXT RECORD
034253         AT END
034254             SET WS-XREF-EOF TO TRUE
034255     END-READ.
034256 2750-EXIT.
034258     EXIT.
034259*-----------------------------------------------------------*
034261* 2800-EMIT-LINE - PRINT THE STATEMENT LINE, OR ON A        *
034262*                  COMBINED RUN FOR A LINKED ACCOUNT HOLD   *
034263*                  IT ON THE WORK FILE FOR EACH CUSTOMER.   *
034265*-----------------------------------------------------------*
034266 2800-EMIT-LINE.
034267     IF WS-HOLDER-COUNT = ZERO
034268         WRITE STMT-LINE
034269         GO TO 2800-EXIT
034271     END-IF.
034273     ADD 1 TO WS-LINE-SEQ.
034274     MOVE 1 TO WS-HOLDER-SUB.
034275     PERFORM 2810-HOLD-FOR-CUSTOMER THRU 2810-EXIT
034276         UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT.
034277 2800-EXIT.
034279     EXIT.
034281*-----------------------------------------------------------*
034282* 2810-HOLD-FOR-CUSTOMER - ONE STEP OF THE HOLDER TABLE -   *
034283*                          WRITE THE LINE TO THE WORK FILE. *
034284*-----------------------------------------------------------*
034285 2810-HOLD-FOR-CUSTOMER.
034287     MOVE SPACES TO WS-STMT-WORK-REC.
034288     MOVE WS-HD-CUST (WS-HOLDER-SUB) TO WS-SW-CUST-NUMBER.
034289     MOVE ACCT-NUMBER TO WS-SW-ACCT-NUMBER.
034291     MOVE WS-LINE-SEQ TO WS-SW-LINE-SEQ.
034292     MOVE WS-HD-ROLE (WS-HOLDER-SUB) TO WS-SW-ROLE.
034294     MOVE STMT-LINE TO WS-SW-LINE.
034295     WRITE STMT-WORK-OUT FROM WS-STMT-WORK-REC.
034296     ADD 1 TO WS-HOLDER-SUB.
034297 2810-EXIT.
034298     EXIT.
034300*-----------------------------------------------------------*
034400* 3000-WRITE-TOTALS - RUN TOTALS ON THE END OF THE PRINT     *
034500*                     FILE.                                  *
035500         WS-ORPHAN-COUNT DELIMITED BY SIZE
035600         INTO STMT-LINE.
035700     WRITE STMT-LINE.
035707     IF WS-COMBINED-RUN
035715         MOVE SPACES TO STMT-LINE
035723         STRING 'COMBINED STATEMENTS - ' DELIMITED BY SIZE
035731             WS-COMBINED-COUNT DELIMITED BY SIZE
035738             INTO STMT-LINE
035746         WRITE STMT-LINE
035754         MOVE SPACES TO STMT-LINE
035762         STRING 'LINKS NOT PRINTED   - ' DELIMITED BY SIZE
035769             WS-HOLDER-OVERFLOW DELIMITED BY SIZE
035777             INTO STMT-LINE
035785         WRITE STMT-LINE
035793     END-IF.
035800 3000-EXIT.
035900     EXIT.
035901*-----------------------------------------------------------*
035902* 4000-PRINT-COMBINED - SORT THE HELD LINES BY CUSTOMER,    *
035903*                       ACCOUNT AND LINE AND PRINT ONE      *
035904*                       STATEMENT PER CUSTOMER.             *
035905*-----------------------------------------------------------*
035906 4000-PRINT-COMBINED.
035907     CLOSE STMT-WORK-FILE.
035908     SORT STMT-SORT-FILE
035909         ON ASCENDING KEY SORT-STMT-CUST
035910                          SORT-STMT-ACCT
035911                          SORT-STMT-SEQ
035912         USING STMT-WORK-FILE
035913         GIVING SORTED-STMT-FILE.
035914     OPEN INPUT SORTED-STMT-FILE.
035915     PERFORM 4100-READ-SORTED-STMT THRU 4100-EXIT.
035916     PERFORM 4200-PRINT-CUSTOMER THRU 4200-EXIT
035917         UNTIL WS-SRTSTMT-EOF.
035918     CLOSE SORTED-STMT-FILE.
035919 4000-EXIT.
035920     EXIT.
035921*-----------------------------------------------------------*
035922* 4100-READ-SORTED-STMT - READ THE NEXT SORTED STATEMENT    *
035923*                         LINE.                             *
035924*-----------------------------------------------------------*
035925 4100-READ-SORTED-STMT.
035926     READ SORTED-STMT-FILE INTO WS-STMT-WORK-REC
035927         AT END
035928             SET WS-SRTSTMT-EOF TO TRUE
035929     END-READ.
035930 4100-EXIT.
035931     EXIT.
035932*-----------------------------------------------------------*
035933* 4200-PRINT-CUSTOMER - ONE COMBINED STATEMENT: THE         *
035934*                       CUSTOMER'S MAILING BLOCK, EACH      *
035935*                       ACCOUNT'S SECTION IN ACCOUNT ORDER, *
035936*                       AND THE NUMBER OF ACCOUNTS.         *
035937*-----------------------------------------------------------*
035938 4200-PRINT-CUSTOMER.
035939     MOVE WS-SW-CUST-NUMBER TO WS-PREV-CUST.
035940     MOVE ZERO TO WS-PREV-STMT-ACCT.
035941     MOVE ZERO TO WS-CUST-ACCT-COUNT.
035942     PERFORM 4300-PRINT-CUST-HEADER THRU 4300-EXIT.
035943     PERFORM 4400-PRINT-HELD-LINE THRU 4400-EXIT
035944         UNTIL WS-SRTSTMT-EOF
035945         OR WS-SW-CUST-NUMBER NOT = WS-PREV-CUST.
035946     MOVE SPACES TO STMT-LINE.
035947     STRING 'ACCOUNTS ON THIS STATEMENT - ' DELIMITED BY SIZE
035948         WS-CUST-ACCT-COUNT DELIMITED BY SIZE
035949         INTO STMT-LINE.
035950     WRITE STMT-LINE.
035951     MOVE SPACES TO STMT-LINE.
035952     WRITE STMT-LINE.
035953     ADD 1 TO WS-COMBINED-COUNT.
035954 4200-EXIT.
035955     EXIT.
035956*-----------------------------------------------------------*
035957* 4300-PRINT-CUST-HEADER - TITLE, MAILING BLOCK FROM THE    *
035958*                          CUSTOMER MASTER, AND PERIOD.     *
035959*-----------------------------------------------------------*
035960 4300-PRINT-CUST-HEADER.
035961     MOVE SPACES TO STMT-LINE.
035962     STRING 'COMBINED STATEMENT         DEPOSIT ACCOUNTING'
035963         DELIMITED BY SIZE INTO STMT-LINE.
035964     WRITE STMT-LINE.
035965     MOVE WS-PREV-CUST TO CUST-NUMBER.
035966     READ CUST-MASTER-FILE
035967         INVALID KEY
035968             MOVE SPACES TO CUST-MASTER-REC
035969             MOVE 'NAME AND ADDRESS NOT ON FILE' TO CUST-NAME
035970     END-READ.
035971     MOVE SPACES TO STMT-LINE.
035972     MOVE CUST-NAME TO STMT-LINE.
035973     WRITE STMT-LINE.
035974     IF CUST-ADDR-LINE-1 NOT = SPACES
035975         MOVE SPACES TO STMT-LINE
035976         MOVE CUST-ADDR-LINE-1 TO STMT-LINE
035977         WRITE STMT-LINE
035978     END-IF.
035979     IF CUST-ADDR-LINE-2 NOT = SPACES
035980         MOVE SPACES TO STMT-LINE
035981         MOVE CUST-ADDR-LINE-2 TO STMT-LINE
035982         WRITE STMT-LINE
035983     END-IF.
035984     IF CUST-CITY-STATE-ZIP NOT = SPACES
035985         MOVE SPACES TO STMT-LINE
035986         MOVE CUST-CITY-STATE-ZIP TO STMT-LINE
035987         WRITE STMT-LINE
035988     END-IF.
035989     MOVE SPACES TO STMT-LINE.
035990     STRING 'CUSTOMER ' WS-PREV-CUST DELIMITED BY SIZE
035991         '  PERIOD ' WS-FROM-DATE DELIMITED BY SIZE
035992         ' THRU ' WS-TO-DATE DELIMITED BY SIZE
035993         INTO STMT-LINE.
035994     WRITE STMT-LINE.
035995     MOVE SPACES TO STMT-LINE.
035996     WRITE STMT-LINE.
035997 4300-EXIT.
035998     EXIT.
036000*-----------------------------------------------------------*
036001* 4400-PRINT-HELD-LINE - PRINT ONE HELD LINE, OPENING EACH  *
036002*                        ACCOUNT'S SECTION WITH THE         *
036003*                        CUSTOMER'S ROLE ON THE ACCOUNT.    *
036004*-----------------------------------------------------------*
036005 4400-PRINT-HELD-LINE.
036006     IF WS-SW-ACCT-NUMBER NOT = WS-PREV-STMT-ACCT
036007         MOVE WS-SW-ACCT-NUMBER TO WS-PREV-STMT-ACCT
036008         ADD 1 TO WS-CUST-ACCT-COUNT
036009         EVALUATE TRUE
036010             WHEN WS-SW-OWNER
036011                 MOVE 'OWNER' TO WS-ROLE-TEXT
036012             WHEN WS-SW-JOINT
036013                 MOVE 'JOINT HOLDER' TO WS-ROLE-TEXT
036014             WHEN WS-SW-TRUSTEE
036015                 MOVE 'TRUSTEE' TO WS-ROLE-TEXT
036016             WHEN OTHER
036017                 MOVE SPACES TO WS-ROLE-TEXT
036018         END-EVALUATE
036019         MOVE SPACES TO STMT-LINE
036020         STRING 'ACCOUNT HELD AS ' WS-ROLE-TEXT
036021             DELIMITED BY SIZE INTO STMT-LINE
036022         WRITE STMT-LINE
036023     END-IF.
036024     MOVE WS-SW-LINE TO STMT-LINE.
036025     WRITE STMT-LINE.
036026     PERFORM 4100-READ-SORTED-STMT THRU 4100-EXIT.
036027 4400-EXIT.
036028     EXIT.
036029*-----------------------------------------------------------*
036100* 9000-TERMINATE - CLOSE THE FILES.                          *
036200*-----------------------------------------------------------*
036300 9000-TERMINATE.
036700         CLOSE SORTED-JOURNAL-FILE
036800         CLOSE ACCT-MASTER-FILE
036900         CLOSE NAME-ADDR-FILE
036921         IF WS-COMBINED-RUN
036941             CLOSE CUST-XREF-FILE
036961             CLOSE CUST-MASTER-FILE
036981         END-IF
037000     END-IF.
037100 9000-EXIT.
037200     EXIT.

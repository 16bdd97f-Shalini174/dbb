001767*                 POSTS (RC 00, NO BALANCE MOVEMENT) ARE NO      *
001768*                 LONGER REVERSIBLE - "BACKING OUT" ONE WOULD    *
001769*                 MOVE REAL MONEY THE ORIGINAL NEVER DID.        *
001777* 2026-10-15  DJ   MONTH-END INTEREST NOW PAYS OUT THE DAILY     *
001785*                 ACCRUAL BUILT UP BY THE NIGHTLY INTACCR STEP   *
001793*                 (ACCRUAL FILE) INSTEAD OF APPLYING THE TABLE   *
001801*                 RATE TO THE SINGLE MONTH-END BALANCE.  THE     *
001809*                 CREDIT BUCKET POSTS AS 'INTEREST'; AN          *
001817*                 OVERDRAFT BUCKET IS CHARGED AS ITS OWN         *
001825*                 'ODINTEREST' RECORD (THE PRIMARY POSTING WHEN  *
001833*                 THERE IS NO CREDIT INTEREST), AND THE          *
001841*                 ACCOUNT'S ACCRUAL IS THEN RESET.  AN ACCOUNT   *
001849*                 WITH NO ACCRUAL RECORD YET FALLS BACK TO THE   *
001857*                 OLD RATE-TABLE CALCULATION.                    *
001865* 2026-10-15  DJ   EVERY JOURNAL RECORD NOW CARRIES THE BRANCH   *
001873*                 NUMBER AND TELLER ID PASSED IN RCV-PARMS - THE *
001882*                 FEE, OVERDRAFT INTEREST AND REVERSAL RECORDS   *
001890*                 AND BOTH SIDES OF A TRANSFER INCLUDED - SO THE *
001898*                 BRANCH PROOF (BRPROOF) CAN TRACE EACH POSTING  *
001906*                 BACK TO THE DRAWER THAT ENTERED IT.            *
001914* 2026-10-15  DJ   THE INTEREST RATE, OVERDRAFT RATE AND FEE     *
001922*                 SCHEDULE READS NOW USE THE VALUE IN FORCE ON   *
001930*                 THE POSTING DATE - A CHANGE SCHEDULED BY THE   *
001938*                 NEW RATEMNT PROGRAM APPLIES FROM ITS DATE, AND *
001946*                 A ROW NOT YET IN FORCE OR WHOSE SCHEDULED      *
001954*                 DELETE HAS COME READS AS NOT ON THE TABLE.     *
001962* 2026-10-15  DJ   ADDED ACTION 'CLOSEOUT' - THE PAYOUT THAT     *
001970*                  SETTLES AN ACCOUNT CLOSE-OUT, GENERATED BY    *
001978*                  CLOSEGEN.  IT IS A TRANSFER OF THE WHOLE      *
001986*                  RESIDUAL BALANCE LESS THE CLOSING FEE (THE    *
001995*                  FEE SCHEDULE ROW FOR 'CLOSEOUT') TO THE       *
002003*                  TO-ACCOUNT, SIZED HERE AT POSTING TIME        *
002011*                  (2150); THE FEE IS THEN CHARGED AS USUAL,     *
002019*                  WITHOUT THE CROSS-CURRENCY SURCHARGE, LEAVING *
002027*                  THE ACCOUNT AT ZERO.  IT IS REFUSED WHILE AN  *
002035*                  ACTIVE HOLD REMAINS OR WHEN THE BALANCE WILL  *
002043*                  NOT COVER THE FEE.  BOTH SIDES JOURNAL AS     *
002051*                  'TRANSFER'.                                   *
002059*-----------------------------------------------------------*
002067 ENVIRONMENT DIVISION.
002075 CONFIGURATION SECTION.
002083 SOURCE-COMPUTER.   IBM-370.
002091 OBJECT-COMPUTER.   IBM-370.
002100 INPUT-OUTPUT SECTION.
002110 FILE-CONTROL.
002120     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
002140         ACCESS MODE IS RANDOM
002150         RECORD KEY IS ACCT-NUMBER
002160         FILE STATUS IS WS-ACCTMAST-STATUS.
002161     SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL"
002163         ORGANIZATION IS INDEXED
002165         ACCESS MODE IS RANDOM
002166         RECORD KEY IS ACR-ACCT-NUMBER
002168         FILE STATUS IS WS-ACCRUAL-STATUS.
002170     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
002180         ORGANIZATION IS SEQUENTIAL
002190         ACCESS MODE IS SEQUENTIAL
002236 FD  ACCT-MASTER-FILE
002237     LABEL RECORDS ARE STANDARD.
002240     COPY ACCTMAST.
002242 FD  ACCRUAL-FILE
002245     LABEL RECORDS ARE STANDARD.
002247     COPY ACCRUAL.
002250 FD  JOURNAL-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY JRNLREC.
002380     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
002390         88  WS-ACCTMAST-OK        VALUE '00'.
002400         88  WS-ACCTMAST-NOTFOUND  VALUE '23'.
002401     02  WS-ACCRUAL-STATUS   PIC X(02) VALUE '00'.
002402         88  WS-ACCRUAL-OK         VALUE '00'.
002403         88  WS-ACCRUAL-NOTFOUND   VALUE '23'.
002405     02  WS-JOURNAL-STATUS   PIC X(02) VALUE '00'.
002406         88  WS-JOURNAL-OK         VALUE '00'.
002407     02  WS-INTRATE-STATUS   PIC X(02) VALUE '00'.
002517     02  WS-FEE-USE-COUNT    PIC 9(05) VALUE ZERO.
002518     02  WS-FEE-YEAR-MONTH   PIC 9(06) VALUE ZERO.
002519     02  WS-FEE-DAY-REM      PIC 9(02) VALUE ZERO.
002523*-----------------------------------------------------------*
002528* ACCRUAL WORK AREA.  SET BY THE MONTH-END INTEREST POSTING *
002533* WHEN IT FINDS THE ACCOUNT'S ACCRUAL RECORD.  AN OVERDRAFT *
002538* ACCRUAL LEFT OVER AFTER THE CREDIT INTEREST IS PAID IS    *
002542* CHARGED AS A SECOND POSTING ONCE THE FIRST HAS GONE       *
002547* THROUGH.                                                  *
002552*-----------------------------------------------------------*
002557 01  WS-ACCRUAL-WORK-AREA.
002561     02  WS-ACCRUAL-FOUND-SW PIC X(01) VALUE 'N'.
002566         88  WS-ACCRUAL-FOUND      VALUE 'Y'.
002571     02  WS-OD-PENDING-SW    PIC X(01) VALUE 'N'.
002576         88  WS-OD-ACCRUAL-PENDING VALUE 'Y'.
002580     02  WS-OD-ACCRUAL-AMT   PIC 9(7)V99 VALUE ZERO.
002585     02  WS-OD-NEW-BAL       PIC S9(7)V99 VALUE ZERO.
002590*
002595 LINKAGE SECTION.
002600*-----------------------------------------------------------*
002700* RCV-PARMS - PASSED BY THE CALLER ON EVERY CALL TO HELLO.   *
002800*-----------------------------------------------------------*
004729     ELSE
004731         MOVE 'N' TO WS-CUST-ACTIVITY-SW
004732     END-IF.
004743     IF ACTION = 'CLOSEOUT'
004754         MOVE 'TRANSFER' TO WS-JRNL-ACTION
004766         MOVE 'Y' TO WS-CUST-ACTIVITY-SW
004777     END-IF.
004788     MOVE 'N' TO WS-ACCRUAL-FOUND-SW WS-OD-PENDING-SW.
004800     MOVE ACCOUNT-NUMBER TO WS-KEY-ACCT-NUMBER.
004900     PERFORM 3000-READ-ACCT-MASTER THRU 3000-EXIT.
005000     IF RC-ACCOUNT-NOT-FOUND
005407     END-IF.
005408     IF NOT WS-VALIDATION-FAILED
005409         AND WS-KEY-STATUS-FROZEN
005410         AND (ACTION = 'DEBIT' OR ACTION = 'TRANSFER'
005411             OR ACTION = 'CLOSEOUT')
005412         DISPLAY 'HELLO: REJECTED - ACCOUNT FROZEN - '
005413             WS-KEY-ACCT-NUMBER
005414         SET RC-ACCOUNT-FROZEN TO TRUE
005430         SET RC-INVALID-CURRENCY TO TRUE
005440         MOVE 'Y' TO WS-VALIDATION-SW
005450     END-IF.
005500     IF (ACTION = 'TRANSFER' OR ACTION = 'CLOSEOUT')
005505         AND NOT WS-VALIDATION-FAILED
005510         IF TO-ACCOUNT-NUMBER = ACCOUNT-NUMBER
005520             DISPLAY 'HELLO: TRANSFER REJECTED - SAME ACCOUNT'
005530                 ' ON BOTH SIDES'
006070                 END-IF
006080             END-IF
006200         END-IF
006202     END-IF.
006205     IF ACTION = 'CLOSEOUT' AND NOT WS-VALIDATION-FAILED
006207         PERFORM 2150-SIZE-PAYOUT THRU 2150-EXIT
006210     END-IF.
006300*
006310     IF NOT WS-VALIDATION-FAILED
007095                 PERFORM 2500-PROCESS-RELEASE THRU 2500-EXIT
007096             WHEN 'REVERSAL'
007097                 PERFORM 2600-PROCESS-REVERSAL THRU 2600-EXIT
007098             WHEN 'CLOSEOUT'
007099                 PERFORM 2200-PROCESS-TRANSFER THRU 2200-EXIT
007100             WHEN OTHER
007200                 SET RC-UNKNOWN-ACTION TO TRUE
007300         END-EVALUATE
007600         MOVE ACCOUNT-NUMBER TO WS-KEY-ACCT-NUMBER
007700         MOVE ACCOUNT-BAL-REM TO WS-KEY-BALANCE
007800         PERFORM 3100-REWRITE-ACCT-MASTER THRU 3100-EXIT
007900         IF ACTION = 'TRANSFER' OR ACTION = 'CLOSEOUT'
008000             MOVE TO-ACCOUNT-NUMBER TO WS-KEY-ACCT-NUMBER
008100             MOVE TO-ACCOUNT-BAL-REM TO WS-KEY-BALANCE
008200             PERFORM 3100-REWRITE-ACCT-MASTER THRU 3100-EXIT
008442     MOVE AMOUNT TO WS-JRNL-AMOUNT.
008444     MOVE CURRENCY-CODE TO WS-JRNL-CURRENCY.
008450     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
008460     IF (ACTION = 'TRANSFER' OR ACTION = 'CLOSEOUT')
008465         AND RC-POSTED-OK
008470         MOVE TO-ACCOUNT-NUMBER TO JRNL-ACCT-NUMBER
008480         MOVE TO-ACCOUNT-BALANCE TO JRNL-BAL-BEFORE
008490         MOVE TO-ACCOUNT-BAL-REM TO JRNL-BAL-AFTER
008497     IF RC-POSTED-OK
008498         PERFORM 5000-CHARGE-FEE THRU 5000-EXIT
008499     END-IF.
008509     IF RC-POSTED-OK
008519         AND WS-OD-ACCRUAL-PENDING
008529         PERFORM 5330-CHARGE-OD-ACCRUAL THRU 5330-EXIT
008539     END-IF.
008549     IF RC-POSTED-OK
008559         AND WS-ACCRUAL-FOUND
008569         PERFORM 5310-RESET-ACCRUAL THRU 5310-EXIT
008579     END-IF.
008589*
008600 9999-EXIT.
008700     GOBACK.
008800*-----------------------------------------------------------*
009664         OPEN I-O FEE-USAGE-FILE
009665         OPEN INPUT EXCH-RATE-FILE
009670         OPEN I-O HOLD-FILE
009685         OPEN I-O ACCRUAL-FILE
009700         SET WS-NOT-FIRST-CALL TO TRUE
009800     END-IF.
009900 1000-EXIT.
010124         CLOSE FEE-USAGE-FILE
010125         CLOSE EXCH-RATE-FILE
010127         CLOSE HOLD-FILE
010128         CLOSE ACCRUAL-FILE
010130         SET WS-FIRST-CALL TO TRUE
010140     END-IF.
010150 1100-EXIT.
011900     COMPUTE ACCOUNT-BAL-REM = ACCOUNT-BALANCE + AMOUNT.
012000     SET RC-POSTED-OK TO TRUE.
012100 2100-EXIT.
012101     EXIT.
012102*-----------------------------------------------------------*
012103* 2150-SIZE-PAYOUT - SIZE A 'CLOSEOUT' PAYOUT.  THE AMOUNT   *
012105*                    PAID AWAY IS THE WHOLE BALANCE LESS THE *
012106*                    CLOSING FEE, SO THE FEE CHARGED AFTER   *
012107*                    THE TRANSFER (5000) LEAVES THE ACCOUNT  *
012108*                    AT ZERO.  THE FEE IS WORKED OUT HERE AS *
012110*                    5000 WILL CHARGE IT - WAIVED WHEN THIS  *
012111*                    POSTING STILL FALLS IN THE MONTH'S FREE *
012112*                    ALLOWANCE, NO CROSS-CURRENCY SURCHARGE. *
012114*                    THE USAGE IS ONLY LOOKED AT HERE; 5000  *
012115*                    COUNTS IT ONCE THE PAYOUT HAS POSTED,   *
012116*                    SO A NIGHT THE PAYOUT IS REFUSED USES   *
012117*                    NONE OF THE ALLOWANCE.  AN ACTIVE HOLD  *
012119*                    LEFT ON THE ACCOUNT, OR A BALANCE THAT  *
012120*                    WILL NOT COVER THE FEE, REFUSES THE     *
012121*                    PAYOUT; CLOSESTL LEAVES THE CLOSE-OUT   *
012123*                    PENDING FOR ANOTHER NIGHT.              *
012124*-----------------------------------------------------------*
012125 2150-SIZE-PAYOUT.
012126     PERFORM 3400-SUM-ACTIVE-HOLDS THRU 3400-EXIT.
012128     IF WS-HOLD-TOTAL > ZERO
012129         DISPLAY 'HELLO: CLOSE-OUT REJECTED - ACTIVE HOLDS'
012130             ' REMAIN - ' ACCOUNT-NUMBER
012132         SET RC-INSUFFICIENT-FUNDS TO TRUE
012133         MOVE 'Y' TO WS-VALIDATION-SW
012134         GO TO 2150-EXIT
012135     END-IF.
012137     MOVE ZERO TO WS-FEE-AMOUNT.
012138     PERFORM 5100-READ-FEE-SCHED THRU 5100-EXIT.
012139     IF WS-FEE-FOUND
012141         MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
012146     END-IF.
012147     IF WS-FEE-AMOUNT > ZERO
012148         PERFORM 2160-PEEK-FEE-USAGE THRU 2160-EXIT
012150         IF WS-FEE-USE-COUNT NOT > FEE-FREE-PER-MONTH
012151             MOVE ZERO TO WS-FEE-AMOUNT
012152         END-IF
012153     END-IF.
012155     IF ACCOUNT-BALANCE < WS-FEE-AMOUNT
012156         DISPLAY 'HELLO: CLOSE-OUT REJECTED - BALANCE WILL NOT'
012157             ' COVER THE CLOSING FEE - ' ACCOUNT-NUMBER
012158         SET RC-INSUFFICIENT-FUNDS TO TRUE
012160         MOVE 'Y' TO WS-VALIDATION-SW
012161         GO TO 2150-EXIT
012162     END-IF.
012164     COMPUTE AMOUNT = ACCOUNT-BALANCE - WS-FEE-AMOUNT.
012165     MOVE AMOUNT TO WS-CONVERTED-AMT.
012166     IF WS-TO-CURRENCY NOT = CURRENCY-CODE
012167         PERFORM 3300-READ-EXCH-RATE THRU 3300-EXIT
012169     END-IF.
012170 2150-EXIT.
012171     EXIT.
012173*-----------------------------------------------------------*
012174* 2160-PEEK-FEE-USAGE - THE COUNT THIS POSTING WOULD BRING   *
012175*                       THE ACCOUNT'S FEE-LIABLE USAGE TO    *
012176*                       FOR THE ACTION AND CALENDAR MONTH,   *
012178*                       IN WS-FEE-USE-COUNT.  THE USAGE      *
012179*                       RECORD IS READ BUT NOT UPDATED -     *
012180*                       5200 DOES THAT ONCE IT HAS POSTED.   *
012182*-----------------------------------------------------------*
012183 2160-PEEK-FEE-USAGE.
012184     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012185     DIVIDE WS-RUN-DATE BY 100 GIVING WS-FEE-YEAR-MONTH
012187         REMAINDER WS-FEE-DAY-REM.
012188     MOVE ACCOUNT-NUMBER TO FEE-USE-ACCT-NUMBER.
012189     MOVE WS-FEE-YEAR-MONTH TO FEE-USE-YEAR-MONTH.
012191     MOVE ACTION TO FEE-USE-ACTION.
012192     READ FEE-USAGE-FILE
012193         INVALID KEY
012194             MOVE ZERO TO FEE-USE-COUNT
012196     END-READ.
012197     COMPUTE WS-FEE-USE-COUNT = FEE-USE-COUNT + 1.
012198 2160-EXIT.
012200     EXIT.
012300*-----------------------------------------------------------*
012400* 2200-PROCESS-TRANSFER - DEBIT ACCOUNT-BALANCE AND CREDIT   *
014042*                         OVERDRAWN ACCOUNT IS INSTEAD        *
014044*                         CHARGED OVERDRAFT INTEREST AT THE   *
014046*                         ODRATE TABLE'S RATE, JOURNALED AS   *
014048*                         'ODINTEREST'.  ACCRUALS ON FILE ARE *
014049*                         PAID INSTEAD (5320).                *
014050*-----------------------------------------------------------*
014060 2300-PROCESS-INTEREST.
014061     PERFORM 5300-READ-ACCRUAL THRU 5300-EXIT.
014063     IF WS-ACCRUAL-FOUND
014065         PERFORM 5320-PAY-ACCRUAL THRU 5320-EXIT
014066         GO TO 2300-EXIT
014068     END-IF.
014070     IF ACCOUNT-BALANCE < ZERO
014072         PERFORM 2350-CHARGE-OD-INTEREST THRU 2350-EXIT
014074         GO TO 2300-EXIT
015420*-----------------------------------------------------------*
015430* 3200-READ-RATE-TABLE - RANDOM READ OF THE INTEREST RATE      *
015440*                        TABLE BY WS-KEY-ACCT-TYPE.  RETURNS   *
015450*                        THE RATE IN FORCE TODAY IN            *
015452*                        WS-KEY-RATE - THE SCHEDULED RATE      *
015454*                        ONCE ITS DATE HAS COME.  A TYPE NOT   *
015456*                        YET IN FORCE, OR WHOSE SCHEDULED      *
015458*                        DELETE HAS COME, IS NOT FOUND.        *
015460*-----------------------------------------------------------*
015470 3200-READ-RATE-TABLE.
015480     MOVE WS-KEY-ACCT-TYPE TO INT-ACCT-TYPE.
015500         INVALID KEY
015510             SET RC-RATE-NOT-FOUND TO TRUE
015520     END-READ.
015530     IF NOT WS-INTRATE-OK
015531         GO TO 3200-EXIT
015532     END-IF.
015533     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015534     IF NOT INT-SCHED-NONE
015535         AND INT-SCHED-DATE NOT > WS-RUN-DATE
015537         IF INT-SCHED-DELETE
015538             SET RC-RATE-NOT-FOUND TO TRUE
015539         ELSE
015540             MOVE INT-SCHED-RATE TO WS-KEY-RATE
015541         END-IF
015542         GO TO 3200-EXIT
015544     END-IF.
015545     IF INT-EFFECTIVE-DATE = ZERO
015546         OR INT-EFFECTIVE-DATE > WS-RUN-DATE
015547         SET RC-RATE-NOT-FOUND TO TRUE
015548         GO TO 3200-EXIT
015550     END-IF.
015555     MOVE INT-RATE TO WS-KEY-RATE.
015560 3200-EXIT.
015570     EXIT.
015580*-----------------------------------------------------------*
016829*-----------------------------------------------------------*
016830* 3700-READ-OD-RATE - RANDOM READ OF THE OVERDRAFT INTEREST  *
016831*                     RATE TABLE BY WS-KEY-ACCT-TYPE.         *
016832*                     RETURNS TODAY'S RATE IN WS-KEY-OD-RATE. *
016833*-----------------------------------------------------------*
016834 3700-READ-OD-RATE.
016835     MOVE WS-KEY-ACCT-TYPE TO OD-ACCT-TYPE.
016838             SET RC-RATE-NOT-FOUND TO TRUE
016839     END-READ.
016840     IF WS-ODRATE-OK
016841         PERFORM 5410-OD-RATE-IN-FORCE THRU 5410-EXIT
016842     END-IF.
016843 3700-EXIT.
016844     EXIT.
016868         MOVE SPACE TO JRNL-OVERDRAFT-FLAG
016869     END-IF.
016870     MOVE RETURN-CODE IN RCV-PARMS TO JRNL-RETURN-CODE.
016873     MOVE BRANCH-NUMBER TO JRNL-BRANCH-NUMBER.
016876     MOVE TELLER-ID TO JRNL-TELLER-ID.
016880     ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
016890     ACCEPT JRNL-TIME FROM TIME.
016900     WRITE JOURNAL-REC.
016947         GO TO 5000-EXIT
016948     END-IF.
016949     MOVE FEE-AMOUNT TO WS-FEE-AMOUNT.
016950*    A CLOSE-OUT'S PAYOUT WAS SIZED (2150) WITHOUT SURCHARGE.
016951     IF WS-JRNL-EXCH-RATE NOT = 1 AND ACTION NOT = 'CLOSEOUT'
016952         ADD FEE-XCCY-SURCHARGE TO WS-FEE-AMOUNT
016953     END-IF.
016954     IF WS-FEE-AMOUNT = ZERO
016981* 5100-READ-FEE-SCHED - RANDOM READ OF THE FEE SCHEDULE BY   *
016982*                       THE PRIMARY ACCOUNT'S TYPE AND THE   *
016983*                       ACTION JUST POSTED.  NOT ON THE      *
016984*                       SCHEDULE MEANS NO FEE (SEE 5400).    *
016985*-----------------------------------------------------------*
016986 5100-READ-FEE-SCHED.
016987     MOVE 'N' TO WS-FEE-FOUND-SW.
016992         INVALID KEY
016993             CONTINUE
016994         NOT INVALID KEY
016995             PERFORM 5400-FEE-IN-FORCE THRU 5400-EXIT
016996     END-READ.
016997 5100-EXIT.
016998     EXIT.
017028     END-IF.
017029 5200-EXIT.
017031     EXIT.
017131*-----------------------------------------------------------*
017231* 5300-READ-ACCRUAL - RANDOM READ OF THE ACCOUNT'S ACCRUAL  *
017331*                     RECORD.  SETS WS-ACCRUAL-FOUND WHEN   *
017431*                     THE NIGHTLY ACCRUAL HAS ONE ON FILE.  *
017531*-----------------------------------------------------------*
017631 5300-READ-ACCRUAL.
017731     MOVE 'N' TO WS-ACCRUAL-FOUND-SW.
017831     MOVE ACCOUNT-NUMBER TO ACR-ACCT-NUMBER.
017931     READ ACCRUAL-FILE
018031         INVALID KEY
018131             CONTINUE
018231         NOT INVALID KEY
018331             SET WS-ACCRUAL-FOUND TO TRUE
018431     END-READ.
018531 5300-EXIT.
018631     EXIT.
018731*-----------------------------------------------------------*
018831* 5310-RESET-ACCRUAL - THE MONTH-END POSTING(S) WENT        *
018931*                      THROUGH: EMPTY BOTH BUCKETS AND STAMP *
019031*                      THE CAPITALIZATION DATE.  THE RECORD *
019131*                      READ BY 5300 IS STILL IN THE BUFFER. *
019231*-----------------------------------------------------------*
019331 5310-RESET-ACCRUAL.
019431     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019531     MOVE ZERO TO ACR-CREDIT-ACCRUED ACR-OD-ACCRUED
019631         ACR-DAYS-ACCRUED.
019731     MOVE WS-RUN-DATE TO ACR-LAST-CAP-DATE.
019831     REWRITE ACCRUAL-REC.
019931 5310-EXIT.
020031     EXIT.
020131*-----------------------------------------------------------*
020231* 5320-PAY-ACCRUAL - PAY THE CREDIT INTEREST ACCRUED SINCE  *
020331*                    THE LAST MONTH-END, ROUNDED TO CENTS.  *
020431*                    AN ACCOUNT THAT ONLY ACCRUED OVERDRAFT *
020531*                    INTEREST IS CHARGED IT AS THE POSTING  *
020631*                    ITSELF ('ODINTEREST'); WHEN BOTH       *
020731*                    ACCRUED, THE OVERDRAFT SIDE IS CHARGED *
020831*                    BY 5330 AFTER THE CREDIT SIDE POSTS.   *
020931*-----------------------------------------------------------*
021031 5320-PAY-ACCRUAL.
021131     IF ACR-CREDIT-ACCRUED = ZERO
021231         AND ACR-OD-ACCRUED > ZERO
021331         COMPUTE WS-INTEREST-AMT ROUNDED = ACR-OD-ACCRUED
021431         MOVE WS-INTEREST-AMT TO AMOUNT
021531         COMPUTE ACCOUNT-BAL-REM = ACCOUNT-BALANCE - AMOUNT
021631         MOVE 'ODINTEREST' TO WS-JRNL-ACTION
021731         SET RC-POSTED-OK TO TRUE
021831         GO TO 5320-EXIT
021931     END-IF.
022031     COMPUTE WS-INTEREST-AMT ROUNDED = ACR-CREDIT-ACCRUED.
022131     MOVE WS-INTEREST-AMT TO AMOUNT.
022231     COMPUTE ACCOUNT-BAL-REM = ACCOUNT-BALANCE + AMOUNT.
022331     SET RC-POSTED-OK TO TRUE.
022431     IF ACR-OD-ACCRUED > ZERO
022531         COMPUTE WS-OD-ACCRUAL-AMT ROUNDED = ACR-OD-ACCRUED
022631         IF WS-OD-ACCRUAL-AMT > ZERO
022731             SET WS-OD-ACCRUAL-PENDING TO TRUE
022831         END-IF
022931     END-IF.
023031 5320-EXIT.
023131     EXIT.
023231*-----------------------------------------------------------*
023331* 5330-CHARGE-OD-ACCRUAL - THE CREDIT INTEREST HAS POSTED;  *
023431*                          DEBIT THE OVERDRAFT INTEREST ALSO *
023531*                          ACCRUED THIS MONTH AND JOURNAL IT *
023631*                          AS ITS OWN 'ODINTEREST' RECORD,  *
023731*                          THE SAME WAY 5000 CHARGES A FEE. *
023831*-----------------------------------------------------------*
023931 5330-CHARGE-OD-ACCRUAL.
024031     COMPUTE WS-OD-NEW-BAL = ACCOUNT-BAL-REM - WS-OD-ACCRUAL-AMT.
024131     MOVE ACCOUNT-NUMBER TO WS-KEY-ACCT-NUMBER.
024231     MOVE WS-OD-NEW-BAL TO WS-KEY-BALANCE.
024331     PERFORM 3100-REWRITE-ACCT-MASTER THRU 3100-EXIT.
024431     MOVE ACCOUNT-NUMBER TO JRNL-ACCT-NUMBER.
024531     MOVE ACCOUNT-BAL-REM TO JRNL-BAL-BEFORE.
024631     MOVE WS-OD-NEW-BAL TO JRNL-BAL-AFTER.
024731     MOVE 'ODINTEREST' TO WS-JRNL-ACTION.
024831     MOVE WS-OD-ACCRUAL-AMT TO WS-JRNL-AMOUNT.
024931     MOVE CURRENCY-CODE TO WS-JRNL-CURRENCY.
025031     MOVE 1 TO WS-JRNL-EXCH-RATE.
025131     MOVE ZERO TO WS-JRNL-ORIG-DATE WS-JRNL-ORIG-TIME.
025231     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
025331     MOVE WS-OD-NEW-BAL TO ACCOUNT-BAL-REM.
025431 5330-EXIT.
025531     EXIT.
025631*-----------------------------------------------------------*
025731* 5400-FEE-IN-FORCE - TAKE THE FEE SCHEDULE ROW JUST READ BY *
025831*                     5100 AT THE TERMS IN FORCE TODAY.  A   *
025931*                     SCHEDULED CHANGE WHOSE DATE HAS COME   *
026031*                     IS MOVED OVER FEE-AMOUNT AND THE OTHER *
026131*                     TERMS; A SCHEDULED DELETE WHOSE DATE   *
026231*                     HAS COME, OR A ROW NOT YET IN FORCE,   *
026331*                     LEAVES WS-FEE-FOUND OFF (NO FEE).      *
026431*-----------------------------------------------------------*
026531 5400-FEE-IN-FORCE.
026631     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026731     IF NOT FEE-SCHED-NONE
026831         AND FEE-SCHED-DATE NOT > WS-RUN-DATE
026931         IF NOT FEE-SCHED-DELETE
027031             MOVE FEE-SCHED-AMOUNT TO FEE-AMOUNT
027131             MOVE FEE-SCHED-XCCY-SURCHARGE TO FEE-XCCY-SURCHARGE
027231             MOVE FEE-SCHED-FREE-PER-MONTH TO FEE-FREE-PER-MONTH
027331             SET WS-FEE-FOUND TO TRUE
027431         END-IF
027531         GO TO 5400-EXIT
027631     END-IF.
027731     IF FEE-EFFECTIVE-DATE NOT = ZERO
027831         AND FEE-EFFECTIVE-DATE NOT > WS-RUN-DATE
027931         SET WS-FEE-FOUND TO TRUE
028031     END-IF.
028131 5400-EXIT.
028231     EXIT.
028331*-----------------------------------------------------------*
028431* 5410-OD-RATE-IN-FORCE - TAKE THE OVERDRAFT RATE ROW JUST   *
028531*                         READ BY 3700 AT THE RATE IN FORCE  *
028631*                         TODAY, INTO WS-KEY-OD-RATE, AS     *
028731*                         3200 DOES FOR INTRATE.  A          *
028831*                         SCHEDULED DELETE WHOSE DATE HAS    *
028931*                         COME, OR A ROW NOT YET IN FORCE,   *
029031*                         SETS RC-RATE-NOT-FOUND.            *
029131*-----------------------------------------------------------*
029231 5410-OD-RATE-IN-FORCE.
029331     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029431     IF NOT OD-SCHED-NONE
029531         AND OD-SCHED-DATE NOT > WS-RUN-DATE
029631         IF OD-SCHED-DELETE
029731             SET RC-RATE-NOT-FOUND TO TRUE
029831         ELSE
029931             MOVE OD-SCHED-RATE TO WS-KEY-OD-RATE
030031         END-IF
030131         GO TO 5410-EXIT
030231     END-IF.
030331     IF OD-EFFECTIVE-DATE = ZERO
030431         OR OD-EFFECTIVE-DATE > WS-RUN-DATE
030531         SET RC-RATE-NOT-FOUND TO TRUE
030631         GO TO 5410-EXIT
030731     END-IF.
030831     MOVE OD-RATE TO WS-KEY-OD-RATE.
030931 5410-EXIT.
031031     EXIT.
031131 END PROGRAM HELLO.

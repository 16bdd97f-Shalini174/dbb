002090*                  MNT-OD-LIMIT FIELD.  OPEN HONORS THE       *
002091*                  FIELD TOO AND STILL DEFAULTS IT TO ZERO    *
002092*                  WHEN IT IS NOT KEYED.                      *
002095* 2026-10-15  DJ   ADDED THE CUSTOMER MASTER (CUSTMAST) AND   *
002098*                  THE ACCOUNT/CUSTOMER CROSS-REFERENCE       *
002102*                  (CUSTXREF) WITH ACTIONS CUSTADD, CUSTCHG,  *
002105*                  CUSTLINK AND CUSTUNLK.  CUSTCHG CARRIES A  *
002108*                  NEW NAME OR ADDRESS ONTO THE NAMEADDR      *
002112*                  RECORD OF EVERY ACCOUNT THE CUSTOMER       *
002115*                  OWNS.  AN OPEN KEYED WITH A CUSTOMER       *
002119*                  NUMBER LINKS THE NEW ACCOUNT TO THAT       *
002122*                  CUSTOMER (AS OWNER UNLESS ANOTHER ROLE IS  *
002125*                  KEYED) AND MAY TAKE THE NAME AND ADDRESS   *
002129*                  FROM THE CUSTOMER MASTER.                  *
002132* 2026-10-15  DJ   AN ACCOUNT TYPE IS VALID FOR OPEN AND      *
002135*                  CHGTYPE ONLY WHILE ITS INTRATE ROW IS IN   *
002139*                  FORCE (SEE RATEMNT).                       *
002142* 2026-10-15  DJ   ADDED ACTION 'SETTAXID' - SETS THE TAXPAYER *
002146*                  ID AND WITHHOLDING STATUS ON THE ACCOUNT'S *
002149*                  NAMEADDR RECORD FOR YEAR-END INTEREST TAX  *
002152*                  REPORTING (INTTAX).  OPEN HONORS BOTH      *
002156*                  FIELDS WHEN KEYED.  THE AUDIT TRAIL SHOWS  *
002159*                  ONLY THE LAST FOUR DIGITS OF THE ID.       *
002162* 2026-10-15  DJ   ADDED ACTION 'CLOSEOUT' - STARTS A         *
002166*                  CLOSE-OUT SETTLEMENT INSTEAD OF A PLAIN    *
002169*                  CLOSE.  THE ACCOUNT MUST BE OPEN AND NOT   *
002173*                  FROZEN; THE PAYOUT ACCOUNT, WHEN KEYED,    *
002176*                  MUST BE ON FILE, OPEN, NOT FROZEN AND NOT  *
002179*                  ITSELF PENDING CLOSE-OUT (ZERO MEANS AN    *
002183*                  OFFICIAL CHEQUE).  THE REQUEST IS WRITTEN  *
002186*                  TO THE CLOSE-OUT FILE (CLOSEOUT) AS        *
002189*                  PENDING; CLOSEGEN, HELLODRV AND CLOSESTL   *
002193*                  SETTLE AND CLOSE THE ACCOUNT.              *
002196*-----------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS NA-ACCT-NUMBER
004150         FILE STATUS IS WS-NAMEADDR-STATUS.
004152     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
004155         ORGANIZATION IS INDEXED
004158         ACCESS MODE IS RANDOM
004161         RECORD KEY IS CUST-NUMBER
004163         FILE STATUS IS WS-CUSTMAST-STATUS.
004166     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXRF"
004169         ORGANIZATION IS INDEXED
004172         ACCESS MODE IS DYNAMIC
004175         RECORD KEY IS XREF-KEY
004177         ALTERNATE RECORD KEY IS XREF-ACCT-NUMBER
004180             WITH DUPLICATES
004183         FILE STATUS IS WS-CUSTXRF-STATUS.
004186     SELECT CLOSE-OUT-FILE ASSIGN TO "CLOSEOUT"
004188         ORGANIZATION IS INDEXED
004191         ACCESS MODE IS RANDOM
004194         RECORD KEY IS CLO-ACCT-NUMBER
004197         FILE STATUS IS WS-CLOSEOUT-STATUS.
004200     SELECT AUDIT-FILE ASSIGN TO "MNTAUDIT"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
005610 FD  NAME-ADDR-FILE
005620     LABEL RECORDS ARE STANDARD.
005630     COPY NAMEADDR.
005637 FD  CUST-MASTER-FILE
005644     LABEL RECORDS ARE STANDARD.
005651     COPY CUSTMAST.
005658 FD  CUST-XREF-FILE
005665     LABEL RECORDS ARE STANDARD.
005672     COPY CUSTXREF.
005679 FD  CLOSE-OUT-FILE
005686     LABEL RECORDS ARE STANDARD.
005693     COPY CLOSREC.
005700 FD  AUDIT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  AUDIT-LINE                  PIC X(100).
007100         88  WS-INTRATE-NOTFOUND   VALUE '23'.
007110     02  WS-NAMEADDR-STATUS  PIC X(02) VALUE '00'.
007120         88  WS-NAMEADDR-OK        VALUE '00'.
007136     02  WS-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
007152     02  WS-CUSTXRF-STATUS   PIC X(02) VALUE '00'.
007168     02  WS-CLOSEOUT-STATUS  PIC X(02) VALUE '00'.
007184         88  WS-CLOSEOUT-OK        VALUE '00'.
007200     02  WS-MNTAUDIT-STATUS  PIC X(02) VALUE '00'.
007300     02  WS-MNTIN-EOF-SW     PIC X(01) VALUE 'N'.
007400         88  WS-MNTIN-EOF          VALUE 'Y'.
007433     02  WS-XREF-EOF-SW      PIC X(01) VALUE 'N'.
007466         88  WS-XREF-EOF           VALUE 'Y'.
007500*-----------------------------------------------------------*
007600* PER-TRANSACTION WORK AREA.                                 *
007700*-----------------------------------------------------------*
008400     02  WS-OLD-STATUS       PIC X(01) VALUE SPACES.
008500     02  WS-OLD-TYPE         PIC X(02) VALUE SPACES.
008600     02  WS-CURRENT-DATE     PIC 9(08) VALUE ZERO.
008606     02  WS-CUST-FOUND-SW    PIC X(01) VALUE 'N'.
008612         88  WS-CUST-FOUND         VALUE 'Y'.
008618     02  WS-OWNER-FOUND-SW   PIC X(01) VALUE 'N'.
008625         88  WS-OWNER-FOUND        VALUE 'Y'.
008631     02  WS-LINK-ACCT        PIC 9(10) VALUE ZERO.
008637     02  WS-LINK-ROLE        PIC X(01) VALUE SPACES.
008643         88  WS-LINK-ROLE-OWNER    VALUE 'O'.
008650         88  WS-LINK-ROLE-VALID    VALUE 'O' 'J' 'T'.
008656     02  WS-ADDR-UPDATE-COUNT PIC 9(04) VALUE ZERO.
008662     02  WS-WHT-STATUS       PIC X(01) VALUE SPACES.
008668         88  WS-WHT-VALID          VALUE 'N' 'B' 'E'.
008675     02  WS-OLD-WHT-STATUS   PIC X(01) VALUE SPACES.
008681     02  WS-OLD-TIN          PIC X(09) VALUE SPACES.
008687     02  WS-CLOSE-FOUND-SW   PIC X(01) VALUE 'N'.
008693         88  WS-CLOSE-FOUND        VALUE 'Y'.
008700*-----------------------------------------------------------*
008800* RUN COUNTERS.                                              *
008900*-----------------------------------------------------------*
011000     OPEN I-O ACCT-MASTER-FILE.
011100     OPEN INPUT INT-RATE-FILE.
011110     OPEN I-O NAME-ADDR-FILE.
011132     OPEN I-O CUST-MASTER-FILE.
011155     OPEN I-O CUST-XREF-FILE.
011177     OPEN I-O CLOSE-OUT-FILE.
011200     OPEN EXTEND AUDIT-FILE.
011300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011400     PERFORM 2100-READ-MNT THRU 2100-EXIT.
012200 2000-PROCESS-MNT.
012300     MOVE SPACES TO WS-REJECT-REASON.
012400     MOVE SPACES TO WS-OLD-STATUS WS-OLD-TYPE.
012420     MOVE 'N' TO WS-CUST-FOUND-SW.
012440     MOVE ZERO TO WS-ADDR-UPDATE-COUNT.
012460     MOVE SPACES TO WS-LINK-ROLE.
012480     MOVE SPACES TO WS-WHT-STATUS WS-OLD-WHT-STATUS WS-OLD-TIN.
012500     PERFORM 5000-READ-ACCT-MASTER THRU 5000-EXIT.
012600     EVALUATE MNT-ACTION
012700         WHEN 'OPEN'
013600             PERFORM 3400-APPLY-CHGTYPE THRU 3400-EXIT
013610         WHEN 'SETODLIM'
013620             PERFORM 3600-APPLY-SETODLIM THRU 3600-EXIT
013626         WHEN 'CUSTADD'
013632             PERFORM 3700-APPLY-CUSTADD THRU 3700-EXIT
013638         WHEN 'CUSTCHG'
013644             PERFORM 3800-APPLY-CUSTCHG THRU 3800-EXIT
013650         WHEN 'CUSTLINK'
013656             PERFORM 3900-APPLY-CUSTLINK THRU 3900-EXIT
013663         WHEN 'CUSTUNLK'
013669             PERFORM 4000-APPLY-CUSTUNLK THRU 4000-EXIT
013675         WHEN 'SETTAXID'
013681             PERFORM 4600-APPLY-SETTAXID THRU 4600-EXIT
013687         WHEN 'CLOSEOUT'
013693             PERFORM 4800-APPLY-CLOSEOUT THRU 4800-EXIT
013700         WHEN OTHER
013800             MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
013900     END-EVALUATE.
015700*                   AS THE OPEN DATE.  REJECTED WHEN THE      *
015800*                   ACCOUNT ALREADY EXISTS OR THE TYPE IS     *
015900*                   NOT ON THE INTEREST RATE TABLE.           *
015914*                   WHEN A CUSTOMER NUMBER IS KEYED THE NEW   *
015928*                   ACCOUNT IS LINKED TO THAT CUSTOMER, AND   *
015942*                   THE CUSTOMER MASTER GIVES THE NAME AND    *
015957*                   ADDRESS IF NONE IS KEYED ON THE OPEN.     *
015971*                   A KEYED TAXPAYER ID AND WITHHOLDING     *
015985*                   STATUS MUST PASS 4700-EDIT-TAX-FIELDS.  *
016000*-----------------------------------------------------------*
016100 3000-APPLY-OPEN.
016200     IF WS-MASTER-FOUND
017200         MOVE 'CURRENCY CODE MISSING' TO WS-REJECT-REASON
017300         GO TO 3000-EXIT
017400     END-IF.
017401     IF MNT-CUST-NUMBER NUMERIC
017402         AND MNT-CUST-NUMBER > ZERO
017403         PERFORM 3050-CHECK-OPEN-CUSTOMER THRU 3050-EXIT
017405         IF WS-REJECT-REASON NOT = SPACES
017406             GO TO 3000-EXIT
017407         END-IF
017408     END-IF.
017410     IF MNT-CUST-NAME = SPACES
017415         AND NOT WS-CUST-FOUND
017420         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
017422         GO TO 3000-EXIT
017424     END-IF.
017426     PERFORM 4700-EDIT-TAX-FIELDS THRU 4700-EXIT.
017428     IF WS-REJECT-REASON NOT = SPACES
017430         GO TO 3000-EXIT
017440     END-IF.
017500     MOVE SPACES TO ACCT-MASTER-REC.
018500     END-WRITE.
018510     IF WS-REJECT-REASON = SPACES
018520         PERFORM 3500-WRITE-NAME-ADDR THRU 3500-EXIT
018522         IF WS-CUST-FOUND
018524             MOVE MNT-ACCT-NUMBER TO WS-LINK-ACCT
018526             PERFORM 4100-LINK-ACCOUNT THRU 4100-EXIT
018528         END-IF
018530     END-IF.
018600 3000-EXIT.
018602     EXIT.
018605*-----------------------------------------------------------*
018608* 3050-CHECK-OPEN-CUSTOMER - THE OPEN NAMES A CUSTOMER: IT  *
018611*                            MUST BE ON THE CUSTOMER        *
018614*                            MASTER AND THE ROLE (OWNER     *
018617*                            WHEN NOT KEYED) MUST BE        *
018620*                            VALID.  AN OWNER IS REFUSED    *
018623*                            WHEN A RE-USED ACCOUNT NUMBER  *
018626*                            STILL CARRIES AN OWNER LINK.   *
018629*-----------------------------------------------------------*
018632 3050-CHECK-OPEN-CUSTOMER.
018635     PERFORM 5200-READ-CUST-MASTER THRU 5200-EXIT.
018638     IF NOT WS-CUST-FOUND
018641         MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
018644         GO TO 3050-EXIT
018647     END-IF.
018650     IF MNT-CUST-ROLE = SPACES
018652         MOVE 'O' TO WS-LINK-ROLE
018655     ELSE
018658         MOVE MNT-CUST-ROLE TO WS-LINK-ROLE
018661     END-IF.
018664     IF NOT WS-LINK-ROLE-VALID
018667         MOVE 'INVALID CUSTOMER ROLE' TO WS-REJECT-REASON
018670         GO TO 3050-EXIT
018673     END-IF.
018676     IF WS-LINK-ROLE-OWNER
018679         MOVE MNT-ACCT-NUMBER TO WS-LINK-ACCT
018682         PERFORM 4200-CHECK-OWNER THRU 4200-EXIT
018685         IF WS-OWNER-FOUND
018688             MOVE 'ACCOUNT ALREADY HAS OWNER' TO WS-REJECT-REASON
018691         END-IF
018694     END-IF.
018697 3050-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 3100-APPLY-CLOSE - SET THE ACCOUNT STATUS TO CLOSED.        *
026450*                        ACCOUNT NUMBER (RE-USED AFTER A       *
026460*                        CLOSE) IS REWRITTEN WITH THE NEW      *
026470*                        CUSTOMER'S DETAILS.                   *
026471*                        AN OPEN FOR A CUSTOMER WITHOUT A     *
026472*                        NAME TAKES THE CUSTOMER MASTER'S     *
026474*                        NAME AND ADDRESS.                    *
026475*                        THE KEYED TAXPAYER ID AND          *
026477*                        WITHHOLDING STATUS (NONE WHEN NOT  *
026478*                        KEYED) GO ON THE RECORD AS WELL.   *
026480*-----------------------------------------------------------*
026490 3500-WRITE-NAME-ADDR.
026500     MOVE SPACES TO NAME-ADDR-REC.
026510     MOVE MNT-ACCT-NUMBER TO NA-ACCT-NUMBER.
026511     MOVE MNT-TAXPAYER-ID TO NA-TAXPAYER-ID.
026513     MOVE WS-WHT-STATUS TO NA-WITHHOLD-STATUS.
026515     IF WS-WHT-STATUS = SPACES
026516         MOVE 'N' TO NA-WITHHOLD-STATUS
026518     END-IF.
026520     MOVE MNT-CUST-NAME TO NA-CUST-NAME.
026530     MOVE MNT-ADDR-LINE-1 TO NA-ADDR-LINE-1.
026540     MOVE MNT-ADDR-LINE-2 TO NA-ADDR-LINE-2.
026550     MOVE MNT-CITY-STATE-ZIP TO NA-CITY-STATE-ZIP.
026551     IF MNT-CUST-NAME = SPACES
026552         MOVE CUST-NAME TO NA-CUST-NAME
026554         MOVE CUST-ADDR-LINE-1 TO NA-ADDR-LINE-1
026555         MOVE CUST-ADDR-LINE-2 TO NA-ADDR-LINE-2
026557         MOVE CUST-CITY-STATE-ZIP TO NA-CITY-STATE-ZIP
026558     END-IF.
026560     WRITE NAME-ADDR-REC
026570         INVALID KEY
026580             REWRITE NAME-ADDR-REC
026631 3600-EXIT.
026632     EXIT.
026633*-----------------------------------------------------------*
026634* 3700-APPLY-CUSTADD - ADD A NEW CUSTOMER TO THE CUSTOMER   *
026635*                      MASTER FROM MNT-CUST-NUMBER AND THE  *
026636*                      NAME AND ADDRESS FIELDS.             *
026637*-----------------------------------------------------------*
026638 3700-APPLY-CUSTADD.
026639     IF MNT-CUST-NUMBER NOT NUMERIC
026640         OR MNT-CUST-NUMBER = ZERO
026641         MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
026642         GO TO 3700-EXIT
026643     END-IF.
026644     PERFORM 5200-READ-CUST-MASTER THRU 5200-EXIT.
026645     IF WS-CUST-FOUND
026646         MOVE 'CUSTOMER ALREADY EXISTS' TO WS-REJECT-REASON
026647         GO TO 3700-EXIT
026648     END-IF.
026649     IF MNT-CUST-NAME = SPACES
026650         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
026651         GO TO 3700-EXIT
026652     END-IF.
026653     MOVE SPACES TO CUST-MASTER-REC.
026654     MOVE MNT-CUST-NUMBER TO CUST-NUMBER.
026655     MOVE MNT-CUST-NAME TO CUST-NAME.
026656     MOVE MNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1.
026658     MOVE MNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2.
026659     MOVE MNT-CITY-STATE-ZIP TO CUST-CITY-STATE-ZIP.
026660     MOVE WS-CURRENT-DATE TO CUST-ADDED-DATE.
026661     MOVE WS-CURRENT-DATE TO CUST-LAST-MAINT-DATE.
026662     WRITE CUST-MASTER-REC
026663         INVALID KEY
026664             MOVE 'CUSTOMER ALREADY EXISTS' TO WS-REJECT-REASON
026665     END-WRITE.
026666 3700-EXIT.
026667     EXIT.
026668*-----------------------------------------------------------*
026669* 3800-APPLY-CUSTCHG - REPLACE THE CUSTOMER'S NAME AND      *
026670*                      ADDRESS, THEN CARRY THEM ONTO THE    *
026671*                      NAMEADDR RECORD OF EVERY ACCOUNT THE *
026672*                      CUSTOMER OWNS.  JOINT AND TRUSTEE    *
026673*                      ACCOUNTS KEEP THEIR OWNER'S ADDRESS. *
026674*-----------------------------------------------------------*
026675 3800-APPLY-CUSTCHG.
026676     IF MNT-CUST-NUMBER NOT NUMERIC
026677         OR MNT-CUST-NUMBER = ZERO
026678         MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
026679         GO TO 3800-EXIT
026680     END-IF.
026682     PERFORM 5200-READ-CUST-MASTER THRU 5200-EXIT.
026683     IF NOT WS-CUST-FOUND
026684         MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
026685         GO TO 3800-EXIT
026686     END-IF.
026687     IF MNT-CUST-NAME = SPACES
026688         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
026689         GO TO 3800-EXIT
026690     END-IF.
026691     MOVE MNT-CUST-NAME TO CUST-NAME.
026692     MOVE MNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1.
026693     MOVE MNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2.
026694     MOVE MNT-CITY-STATE-ZIP TO CUST-CITY-STATE-ZIP.
026695     MOVE WS-CURRENT-DATE TO CUST-LAST-MAINT-DATE.
026696     REWRITE CUST-MASTER-REC.
026697     PERFORM 4300-UPDATE-OWNED-ADDR THRU 4300-EXIT.
026698 3800-EXIT.
026699     EXIT.
026700*-----------------------------------------------------------*
026701* 3900-APPLY-CUSTLINK - LINK AN EXISTING ACCOUNT TO AN      *
026702*                       EXISTING CUSTOMER IN THE KEYED      *
026703*                       ROLE.  A NEW OWNER'S NAME AND       *
026704*                       ADDRESS GO ONTO THE ACCOUNT'S       *
026706*                       NAMEADDR RECORD.                    *
026707*-----------------------------------------------------------*
026708 3900-APPLY-CUSTLINK.
026709     IF NOT WS-MASTER-FOUND
026710         MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
026711         GO TO 3900-EXIT
026712     END-IF.
026713     IF ACCT-STATUS-CLOSED
026714         MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
026715         GO TO 3900-EXIT
026716     END-IF.
026717     IF MNT-CUST-NUMBER NOT NUMERIC
026718         OR MNT-CUST-NUMBER = ZERO
026719         MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
026720         GO TO 3900-EXIT
026721     END-IF.
026722     PERFORM 5200-READ-CUST-MASTER THRU 5200-EXIT.
026723     IF NOT WS-CUST-FOUND
026724         MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
026725         GO TO 3900-EXIT
026726     END-IF.
026727     MOVE MNT-CUST-ROLE TO WS-LINK-ROLE.
026728     IF NOT WS-LINK-ROLE-VALID
026729         MOVE 'INVALID CUSTOMER ROLE' TO WS-REJECT-REASON
026731         GO TO 3900-EXIT
026732     END-IF.
026733     MOVE MNT-CUST-NUMBER TO XREF-CUST-NUMBER.
026734     MOVE MNT-ACCT-NUMBER TO XREF-ACCT-NUMBER.
026735     READ CUST-XREF-FILE
026736         KEY IS XREF-KEY
026737         INVALID KEY
026738             CONTINUE
026739         NOT INVALID KEY
026740             MOVE 'LINK ALREADY EXISTS' TO WS-REJECT-REASON
026741     END-READ.
026742     IF WS-REJECT-REASON NOT = SPACES
026743         GO TO 3900-EXIT
026744     END-IF.
026745     MOVE MNT-ACCT-NUMBER TO WS-LINK-ACCT.
026746     IF WS-LINK-ROLE-OWNER
026747         PERFORM 4200-CHECK-OWNER THRU 4200-EXIT
026748         IF WS-OWNER-FOUND
026749             MOVE 'ACCOUNT ALREADY HAS OWNER' TO WS-REJECT-REASON
026750             GO TO 3900-EXIT
026751         END-IF
026752     END-IF.
026753     PERFORM 4100-LINK-ACCOUNT THRU 4100-EXIT.
026755     IF WS-LINK-ROLE-OWNER
026756         PERFORM 4400-COPY-CUST-ADDR THRU 4400-EXIT
026757     END-IF.
026758 3900-EXIT.
026759     EXIT.
026760*-----------------------------------------------------------*
026761* 4000-APPLY-CUSTUNLK - REMOVE ONE CUSTOMER'S LINK TO AN    *
026762*                       ACCOUNT.  THE ACCOUNT'S NAMEADDR    *
026763*                       RECORD IS LEFT AS IT STANDS.        *
026764*-----------------------------------------------------------*
026765 4000-APPLY-CUSTUNLK.
026766     IF MNT-CUST-NUMBER NOT NUMERIC
026767         OR MNT-CUST-NUMBER = ZERO
026768         MOVE 'CUSTOMER NUMBER MISSING' TO WS-REJECT-REASON
026769         GO TO 4000-EXIT
026770     END-IF.
026771     MOVE MNT-CUST-NUMBER TO XREF-CUST-NUMBER.
026772     MOVE MNT-ACCT-NUMBER TO XREF-ACCT-NUMBER.
026773     READ CUST-XREF-FILE
026774         KEY IS XREF-KEY
026775         INVALID KEY
026776             MOVE 'LINK NOT ON FILE' TO WS-REJECT-REASON
026777     END-READ.
026779     IF WS-REJECT-REASON NOT = SPACES
026780         GO TO 4000-EXIT
026781     END-IF.
026782     MOVE XREF-ROLE TO WS-LINK-ROLE.
026783     DELETE CUST-XREF-FILE RECORD.
026784 4000-EXIT.
026785     EXIT.
026786*-----------------------------------------------------------*
026787* 4100-LINK-ACCOUNT - WRITE THE CROSS-REFERENCE RECORD FOR  *
026788*                     THE CUSTOMER ON CUST-MASTER-REC,      *
026789*                     WS-LINK-ACCT AND WS-LINK-ROLE.  A     *
026790*                     LEFTOVER LINK UNDER THE SAME KEY IS   *
026791*                     REWRITTEN.                            *
026792*-----------------------------------------------------------*
026793 4100-LINK-ACCOUNT.
026794     MOVE SPACES TO XREF-REC.
026795     MOVE CUST-NUMBER TO XREF-CUST-NUMBER.
026796     MOVE WS-LINK-ACCT TO XREF-ACCT-NUMBER.
026797     MOVE WS-LINK-ROLE TO XREF-ROLE.
026798     MOVE WS-CURRENT-DATE TO XREF-LINKED-DATE.
026799     WRITE XREF-REC
026800         INVALID KEY
026801             REWRITE XREF-REC
026803     END-WRITE.
026804 4100-EXIT.
026805     EXIT.
026806*-----------------------------------------------------------*
026807* 4200-CHECK-OWNER - WALK THE CUSTOMERS LINKED TO           *
026808*                    WS-LINK-ACCT ON THE ALTERNATE KEY AND  *
026809*                    NOTE WHETHER ONE OF THEM IS ITS OWNER. *
026810*-----------------------------------------------------------*
026811 4200-CHECK-OWNER.
026812     MOVE 'N' TO WS-OWNER-FOUND-SW.
026813     MOVE 'N' TO WS-XREF-EOF-SW.
026814     MOVE WS-LINK-ACCT TO XREF-ACCT-NUMBER.
026815     START CUST-XREF-FILE
026816         KEY IS EQUAL TO XREF-ACCT-NUMBER
026817         INVALID KEY
026818             GO TO 4200-EXIT
026819     END-START.
026820     PERFORM 4500-READ-NEXT-XREF THRU 4500-EXIT.
026821     PERFORM 4210-CHECK-ONE-LINK THRU 4210-EXIT
026822         UNTIL WS-XREF-EOF
026823         OR WS-OWNER-FOUND
026824         OR XREF-ACCT-NUMBER NOT = WS-LINK-ACCT.
026825 4200-EXIT.
026826     EXIT.
026828*-----------------------------------------------------------*
026829* 4210-CHECK-ONE-LINK - ONE STEP OF THE OWNER SCAN.         *
026830*-----------------------------------------------------------*
026831 4210-CHECK-ONE-LINK.
026832     IF XREF-OWNER
026833         SET WS-OWNER-FOUND TO TRUE
026834         GO TO 4210-EXIT
026835     END-IF.
026836     PERFORM 4500-READ-NEXT-XREF THRU 4500-EXIT.
026837 4210-EXIT.
026838     EXIT.
026839*-----------------------------------------------------------*
026840* 4300-UPDATE-OWNED-ADDR - WALK THE CUSTOMER'S LINKS IN     *
026841*                          PRIME KEY ORDER AND REFRESH THE  *
026842*                          NAMEADDR RECORD OF EACH ACCOUNT  *
026843*                          THE CUSTOMER OWNS.               *
026844*-----------------------------------------------------------*
026845 4300-UPDATE-OWNED-ADDR.
026846     MOVE 'N' TO WS-XREF-EOF-SW.
026847     MOVE CUST-NUMBER TO XREF-CUST-NUMBER.
026848     MOVE ZERO TO XREF-ACCT-NUMBER.
026849     START CUST-XREF-FILE
026850         KEY IS NOT LESS THAN XREF-KEY
026852         INVALID KEY
026853             GO TO 4300-EXIT
026854     END-START.
026855     PERFORM 4500-READ-NEXT-XREF THRU 4500-EXIT.
026856     PERFORM 4310-UPDATE-ONE-ACCOUNT THRU 4310-EXIT
026857         UNTIL WS-XREF-EOF
026858         OR XREF-CUST-NUMBER NOT = CUST-NUMBER.
026859 4300-EXIT.
026860     EXIT.
026861*-----------------------------------------------------------*
026862* 4310-UPDATE-ONE-ACCOUNT - ONE STEP OF THE OWNED-ACCOUNT   *
026863*                           SCAN.                           *
026864*-----------------------------------------------------------*
026865 4310-UPDATE-ONE-ACCOUNT.
026866     IF XREF-OWNER
026867         MOVE XREF-ACCT-NUMBER TO WS-LINK-ACCT
026868         PERFORM 4400-COPY-CUST-ADDR THRU 4400-EXIT
026869         ADD 1 TO WS-ADDR-UPDATE-COUNT
026870     END-IF.
026871     PERFORM 4500-READ-NEXT-XREF THRU 4500-EXIT.
026872 4310-EXIT.
026873     EXIT.
026874*-----------------------------------------------------------*
026876* 4400-COPY-CUST-ADDR - PUT THE CUSTOMER MASTER'S NAME AND  *
026877*                       ADDRESS ON WS-LINK-ACCT'S NAMEADDR  *
026878*                       RECORD, KEEPING THE REST OF THAT    *
026879*                       RECORD AS IT STANDS.                *
026880*-----------------------------------------------------------*
026881 4400-COPY-CUST-ADDR.
026882     MOVE WS-LINK-ACCT TO NA-ACCT-NUMBER.
026883     READ NAME-ADDR-FILE
026884         INVALID KEY
026885             MOVE SPACES TO NAME-ADDR-REC
026886             MOVE WS-LINK-ACCT TO NA-ACCT-NUMBER
026887     END-READ.
026888     MOVE CUST-NAME TO NA-CUST-NAME.
026889     MOVE CUST-ADDR-LINE-1 TO NA-ADDR-LINE-1.
026890     MOVE CUST-ADDR-LINE-2 TO NA-ADDR-LINE-2.
026891     MOVE CUST-CITY-STATE-ZIP TO NA-CITY-STATE-ZIP.
026892     IF WS-NAMEADDR-OK
026893         REWRITE NAME-ADDR-REC
026894     ELSE
026895         WRITE NAME-ADDR-REC
026896     END-IF.
026897 4400-EXIT.
026898     EXIT.
026900*-----------------------------------------------------------*
026901* 4500-READ-NEXT-XREF - READ THE NEXT CROSS-REFERENCE       *
026902*                       RECORD ON THE CURRENT KEY OF        *
026903*                       REFERENCE.                          *
026904*-----------------------------------------------------------*
026905 4500-READ-NEXT-XREF.
026906     READ CUST-XREF-FILE NEXT RECORD
026907         AT END
026908             SET WS-XREF-EOF TO TRUE
026909     END-READ.
026910 4500-EXIT.
026911     EXIT.
026912*-----------------------------------------------------------*
026913* 4600-APPLY-SETTAXID - SET THE TAXPAYER ID AND/OR THE      *
026914*                       WITHHOLDING STATUS ON THE ACCOUNT'S *
026915*                       NAMEADDR RECORD.  A FIELD LEFT      *
026916*                       BLANK KEEPS WHAT IS ON FILE.  A     *
026917*                       CLOSED ACCOUNT IS ACCEPTED - ITS    *
026918*                       INTEREST FOR THE YEAR IS STILL      *
026919*                       REPORTABLE.                         *
026920*-----------------------------------------------------------*
026921 4600-APPLY-SETTAXID.
026922     IF NOT WS-MASTER-FOUND
026923         MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
026924         GO TO 4600-EXIT
026925     END-IF.
026926     IF MNT-TAXPAYER-ID = SPACES
026927         AND MNT-WITHHOLD-STATUS = SPACES
026928         MOVE 'NO TAX DETAILS KEYED' TO WS-REJECT-REASON
026929         GO TO 4600-EXIT
026930     END-IF.
026931     PERFORM 4700-EDIT-TAX-FIELDS THRU 4700-EXIT.
026932     IF WS-REJECT-REASON NOT = SPACES
026933         GO TO 4600-EXIT
026934     END-IF.
026935     MOVE MNT-ACCT-NUMBER TO NA-ACCT-NUMBER.
026936     READ NAME-ADDR-FILE
026937         INVALID KEY
026938             MOVE 'NAME/ADDRESS NOT ON FILE' TO WS-REJECT-REASON
026939     END-READ.
026940     IF WS-REJECT-REASON NOT = SPACES
026941         GO TO 4600-EXIT
026942     END-IF.
026943     MOVE NA-TAXPAYER-ID TO WS-OLD-TIN.
026944     MOVE NA-WITHHOLD-STATUS TO WS-OLD-WHT-STATUS.
026945     IF MNT-TAXPAYER-ID NOT = SPACES
026946         MOVE MNT-TAXPAYER-ID TO NA-TAXPAYER-ID
026947     END-IF.
026948     IF WS-WHT-STATUS NOT = SPACES
026949         MOVE WS-WHT-STATUS TO NA-WITHHOLD-STATUS
026950     END-IF.
026951     REWRITE NAME-ADDR-REC.
026952 4600-EXIT.
026953     EXIT.
026954*-----------------------------------------------------------*
026955* 4700-EDIT-TAX-FIELDS - A KEYED TAXPAYER ID MUST BE NINE   *
026956*                        DIGITS, NOT ALL ZERO.  A KEYED     *
026957*                        WITHHOLDING STATUS MUST BE N       *
026958*                        (NONE), B (BACKUP) OR E (EXEMPT).  *
026959*                        LEAVES THE STATUS IN WS-WHT-STATUS *
026960*                        (SPACES WHEN NOT KEYED).           *
026961*-----------------------------------------------------------*
026962 4700-EDIT-TAX-FIELDS.
026963     IF MNT-TAXPAYER-ID NOT = SPACES
026964         IF MNT-TAXPAYER-ID NOT NUMERIC
026965             OR MNT-TAXPAYER-ID = ZEROS
026967             MOVE 'INVALID TAXPAYER ID' TO WS-REJECT-REASON
026968             GO TO 4700-EXIT
026969         END-IF
026970     END-IF.
026971     MOVE MNT-WITHHOLD-STATUS TO WS-WHT-STATUS.
026972     IF WS-WHT-STATUS NOT = SPACES
026973         AND NOT WS-WHT-VALID
026974         MOVE 'INVALID WITHHOLDING STATUS' TO WS-REJECT-REASON
026975     END-IF.
026976 4700-EXIT.
026977     EXIT.
026978*-----------------------------------------------------------*
026979* 4800-APPLY-CLOSEOUT - START A CLOSE-OUT SETTLEMENT.  THE  *
026980*                       ACCOUNT MUST BE ON FILE, NOT CLOSED *
026981*                       OR FROZEN, AND NOT ALREADY PENDING  *
026982*                       CLOSE-OUT.  A KEYED PAYOUT ACCOUNT  *
026983*                       MUST PASS 4900.  THE REQUEST GOES   *
026984*                       TO THE CLOSE-OUT FILE AS PENDING;   *
026985*                       THE ACCOUNT'S OWN STATUS IS LEFT    *
026986*                       ALONE UNTIL CLOSESTL CLOSES IT.     *
026987*-----------------------------------------------------------*
026988 4800-APPLY-CLOSEOUT.
026989     IF NOT WS-MASTER-FOUND
026990         MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
026991         GO TO 4800-EXIT
026992     END-IF.
026993     IF ACCT-STATUS-CLOSED
026994         MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
026995         GO TO 4800-EXIT
026996     END-IF.
026997     IF ACCT-STATUS-FROZEN
026998         MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON
026999         GO TO 4800-EXIT
027000     END-IF.
027001     IF MNT-BRANCH-NUMBER NOT NUMERIC
027002         MOVE 'INVALID BRANCH NUMBER' TO WS-REJECT-REASON
027003         GO TO 4800-EXIT
027004     END-IF.
027005     IF MNT-PAYOUT-ACCT NOT NUMERIC
027006         MOVE 'INVALID PAYOUT ACCOUNT' TO WS-REJECT-REASON
027007         GO TO 4800-EXIT
027008     END-IF.
027009     MOVE 'N' TO WS-CLOSE-FOUND-SW.
027010     MOVE MNT-ACCT-NUMBER TO CLO-ACCT-NUMBER.
027011     READ CLOSE-OUT-FILE
027012         INVALID KEY
027013             CONTINUE
027014         NOT INVALID KEY
027015             SET WS-CLOSE-FOUND TO TRUE
027016     END-READ.
027017     IF WS-CLOSE-FOUND
027018         AND CLO-STATUS-PENDING
027019         MOVE 'CLOSE-OUT ALREADY PENDING' TO WS-REJECT-REASON
027020         GO TO 4800-EXIT
027021     END-IF.
027022     IF MNT-PAYOUT-ACCT NOT = ZERO
027023         PERFORM 4900-CHECK-PAYOUT-ACCT THRU 4900-EXIT
027024     END-IF.
027025     IF WS-REJECT-REASON NOT = SPACES
027026         GO TO 4800-EXIT
027027     END-IF.
027028     MOVE SPACES TO CLOSE-REC.
027029     MOVE MNT-ACCT-NUMBER TO CLO-ACCT-NUMBER.
027030     MOVE 'P' TO CLO-STATUS.
027031     MOVE WS-CURRENT-DATE TO CLO-REQUEST-DATE.
027032     MOVE MNT-SEQ-NUMBER TO CLO-REQUEST-SEQ.
027034     MOVE MNT-BRANCH-NUMBER TO CLO-BRANCH-NUMBER.
027035     MOVE MNT-PAYOUT-ACCT TO CLO-NOMINATED-ACCT.
027036     IF MNT-PAYOUT-ACCT = ZERO
027037         MOVE 'C' TO CLO-PAYOUT-METHOD
027038     ELSE
027039         MOVE 'A' TO CLO-PAYOUT-METHOD
027040     END-IF.
027041     MOVE ZERO TO CLO-PAYOUT-TO-ACCT CLO-ATTEMPT-COUNT
027042         CLO-LAST-GEN-DATE CLO-CLOSED-DATE CLO-HOLDS-RELEASED
027043         CLO-INTEREST-PAID CLO-FEE-CHARGED CLO-PAYOUT-AMOUNT.
027044     MOVE 'N' TO CLO-PAYOUT-SW CLO-SETTLE-SW.
027045     MOVE 'AWAITING SETTLEMENT' TO CLO-LAST-REASON.
027046     IF WS-CLOSE-FOUND
027047         REWRITE CLOSE-REC
027048     ELSE
027049         WRITE CLOSE-REC
027050     END-IF.
027051 4800-EXIT.
027052     EXIT.
027053*-----------------------------------------------------------*
027054* 4900-CHECK-PAYOUT-ACCT - THE NOMINATED PAYOUT ACCOUNT     *
027055*                          MUST DIFFER FROM THE ACCOUNT     *
027056*                          BEING CLOSED, BE ON THE MASTER,  *
027057*                          OPEN AND NOT FROZEN, AND NOT BE  *
027058*                          PENDING CLOSE-OUT ITSELF.  READS *
027059*                          OVER THE MASTER AND CLOSE-OUT    *
027060*                          RECORDS IN THE BUFFERS.          *
027061*-----------------------------------------------------------*
027062 4900-CHECK-PAYOUT-ACCT.
027063     IF MNT-PAYOUT-ACCT = MNT-ACCT-NUMBER
027064         MOVE 'PAYOUT TO SAME ACCOUNT' TO WS-REJECT-REASON
027065         GO TO 4900-EXIT
027066     END-IF.
027067     MOVE MNT-PAYOUT-ACCT TO ACCT-NUMBER.
027068     READ ACCT-MASTER-FILE
027069         INVALID KEY
027070             MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-REJECT-REASON
027071     END-READ.
027072     IF WS-REJECT-REASON NOT = SPACES
027073         GO TO 4900-EXIT
027074     END-IF.
027075     IF ACCT-STATUS-CLOSED
027076         MOVE 'PAYOUT ACCOUNT CLOSED' TO WS-REJECT-REASON
027077         GO TO 4900-EXIT
027078     END-IF.
027079     IF ACCT-STATUS-FROZEN
027080         MOVE 'PAYOUT ACCOUNT FROZEN' TO WS-REJECT-REASON
027081         GO TO 4900-EXIT
027082     END-IF.
027083     MOVE MNT-PAYOUT-ACCT TO CLO-ACCT-NUMBER.
027084     READ CLOSE-OUT-FILE
027085         INVALID KEY
027086             GO TO 4900-EXIT
027087     END-READ.
027088     IF CLO-STATUS-PENDING
027089         MOVE 'PAYOUT ACCOUNT CLOSE PENDING' TO WS-REJECT-REASON
027090     END-IF.
027091 4900-EXIT.
027092     EXIT.
027093*-----------------------------------------------------------*
027094* 5000-READ-ACCT-MASTER - RANDOM READ OF THE ACCOUNT MASTER   *
027095*                         BY MNT-ACCT-NUMBER.  SAVES THE OLD  *
027096*                         STATUS AND TYPE FOR THE AUDIT LINE. *
027097*-----------------------------------------------------------*
027098 5000-READ-ACCT-MASTER.
027100     MOVE 'N' TO WS-MASTER-FOUND-SW.
027200     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
027300     READ ACCT-MASTER-FILE
028400* 5100-READ-RATE-TABLE - RANDOM READ OF THE INTEREST RATE     *
028500*                        TABLE BY MNT-ACCT-TYPE TO PROVE THE  *
028600*                        TYPE IS A VALID ONE.                 *
028625*                        A TYPE ONLY SCHEDULED TO BE ADDED,  *
028650*                        OR WHOSE SCHEDULED DELETE HAS COME, *
028675*                        IS NOT VALID (SEE RATEMNT).         *
028700*-----------------------------------------------------------*
028800 5100-READ-RATE-TABLE.
028900     MOVE 'N' TO WS-TYPE-FOUND-SW.
029200         INVALID KEY
029300             CONTINUE
029400         NOT INVALID KEY
029500             PERFORM 5110-CHECK-TYPE-IN-FORCE THRU 5110-EXIT
029600     END-READ.
029700 5100-EXIT.
029800     EXIT.
029802*-----------------------------------------------------------*
029805* 5110-CHECK-TYPE-IN-FORCE - THE INTRATE ROW JUST READ IS A  *
029808*                            VALID TYPE IF IT IS IN FORCE    *
029811*                            TODAY.                          *
029814*-----------------------------------------------------------*
029816 5110-CHECK-TYPE-IN-FORCE.
029819     IF NOT INT-SCHED-NONE
029822         AND INT-SCHED-DATE NOT > WS-CURRENT-DATE
029825         IF NOT INT-SCHED-DELETE
029828             SET WS-TYPE-FOUND TO TRUE
029831         END-IF
029833         GO TO 5110-EXIT
029836     END-IF.
029839     IF INT-EFFECTIVE-DATE NOT = ZERO
029842         AND INT-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
029845         SET WS-TYPE-FOUND TO TRUE
029848     END-IF.
029850 5110-EXIT.
029853     EXIT.
029856*-----------------------------------------------------------*
029859* 5200-READ-CUST-MASTER - RANDOM READ OF THE CUSTOMER       *
029862*                         MASTER BY MNT-CUST-NUMBER.        *
029865*-----------------------------------------------------------*
029867 5200-READ-CUST-MASTER.
029870     MOVE 'N' TO WS-CUST-FOUND-SW.
029873     MOVE MNT-CUST-NUMBER TO CUST-NUMBER.
029876     READ CUST-MASTER-FILE
029879         INVALID KEY
029882             CONTINUE
029884         NOT INVALID KEY
029887             SET WS-CUST-FOUND TO TRUE
029890     END-READ.
029893 5200-EXIT.
029896     EXIT.
029900*-----------------------------------------------------------*
030000* 6000-WRITE-AUDIT - WRITE ONE AUDIT TRAIL LINE FOR THE       *
030100*                    TRANSACTION JUST PROCESSED, APPLIED OR   *
030300*                    STATUS/TYPE.                             *
030400*-----------------------------------------------------------*
030500 6000-WRITE-AUDIT.
030507     IF MNT-ACTION = 'CUSTADD' OR 'CUSTCHG' OR 'CUSTLINK'
030514         OR 'CUSTUNLK'
030521         PERFORM 6100-WRITE-CUST-AUDIT THRU 6100-EXIT
030528         GO TO 6000-EXIT
030535     END-IF.
030542     IF MNT-ACTION = 'SETTAXID'
030550         PERFORM 6200-WRITE-TAX-AUDIT THRU 6200-EXIT
030557         GO TO 6000-EXIT
030564     END-IF.
030571     IF MNT-ACTION = 'CLOSEOUT'
030578         PERFORM 6300-WRITE-CLOSE-AUDIT THRU 6300-EXIT
030585         GO TO 6000-EXIT
030592     END-IF.
030600     MOVE SPACES TO AUDIT-LINE.
030700     IF WS-REJECT-REASON = SPACES
030800         ADD 1 TO WS-APPLIED-COUNT
032900     WRITE AUDIT-LINE.
033000 6000-EXIT.
033100     EXIT.
033102*-----------------------------------------------------------*
033104* 6100-WRITE-CUST-AUDIT - THE AUDIT TRAIL LINE FOR A        *
033106*                         CUSTOMER ACTION: CUSTOMER,        *
033108*                         ACCOUNT AND ROLE, AND FOR A       *
033111*                         CUSTCHG THE NUMBER OF OWNED       *
033113*                         ACCOUNTS WHOSE NAMEADDR RECORD    *
033115*                         WAS REFRESHED.                    *
033117*-----------------------------------------------------------*
033120 6100-WRITE-CUST-AUDIT.
033121     MOVE SPACES TO AUDIT-LINE.
033122     IF WS-REJECT-REASON = SPACES
033124         ADD 1 TO WS-APPLIED-COUNT
033126         IF MNT-ACTION = 'CUSTCHG'
033128             STRING WS-CURRENT-DATE DELIMITED BY SIZE
033131                 ' '  MNT-SEQ-NUMBER DELIMITED BY SIZE
033133                 ' '  MNT-ACTION     DELIMITED BY SIZE
033135                 ' CUST ' MNT-CUST-NUMBER DELIMITED BY SIZE
033137                 ' OWNED ACCTS UPDATED ' DELIMITED BY SIZE
033140                 WS-ADDR-UPDATE-COUNT DELIMITED BY SIZE
033142                 ' APPLIED'          DELIMITED BY SIZE
033144                 INTO AUDIT-LINE
033146         ELSE
033148             STRING WS-CURRENT-DATE DELIMITED BY SIZE
033151                 ' '  MNT-SEQ-NUMBER DELIMITED BY SIZE
033153                 ' '  MNT-ACTION     DELIMITED BY SIZE
033155                 ' CUST ' MNT-CUST-NUMBER DELIMITED BY SIZE
033157                 ' ACCT ' MNT-ACCT-NUMBER DELIMITED BY SIZE
033160                 ' ROLE ' WS-LINK-ROLE DELIMITED BY SIZE
033162                 ' APPLIED'          DELIMITED BY SIZE
033164                 INTO AUDIT-LINE
033166         END-IF
033168     ELSE
033171         ADD 1 TO WS-REJECTED-COUNT
033173         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033175             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033177             ' '  MNT-ACTION         DELIMITED BY SIZE
033180             ' CUST ' MNT-CUST-NUMBER DELIMITED BY SIZE
033182             ' ACCT ' MNT-ACCT-NUMBER DELIMITED BY SIZE
033184             ' REJECTED - '          DELIMITED BY SIZE
033186             WS-REJECT-REASON        DELIMITED BY SIZE
033188             INTO AUDIT-LINE
033191     END-IF.
033193     WRITE AUDIT-LINE.
033195 6100-EXIT.
033197     EXIT.
033200*-----------------------------------------------------------*
033201* 6200-WRITE-TAX-AUDIT - THE AUDIT TRAIL LINE FOR A         *
033202*                        SETTAXID: OLD AND NEW WITHHOLDING  *
033203*                        STATUS AND THE LAST FOUR DIGITS OF *
033205*                        THE OLD AND NEW TAXPAYER ID.  THE  *
033206*                        FULL ID IS NEVER WRITTEN.          *
033207*-----------------------------------------------------------*
033208 6200-WRITE-TAX-AUDIT.
033210     MOVE SPACES TO AUDIT-LINE.
033211     IF WS-REJECT-REASON = SPACES
033212         ADD 1 TO WS-APPLIED-COUNT
033213         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033215             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033216             ' '  MNT-ACTION         DELIMITED BY SIZE
033217             ' '  MNT-ACCT-NUMBER    DELIMITED BY SIZE
033218             ' OLD TIN *****'        DELIMITED BY SIZE
033220             WS-OLD-TIN (6:4)        DELIMITED BY SIZE
033221             ' WHT ' WS-OLD-WHT-STATUS DELIMITED BY SIZE
033222             ' NEW TIN *****'        DELIMITED BY SIZE
033223             NA-TAXPAYER-ID (6:4)    DELIMITED BY SIZE
033225             ' WHT ' NA-WITHHOLD-STATUS DELIMITED BY SIZE
033226             ' APPLIED'              DELIMITED BY SIZE
033227             INTO AUDIT-LINE
033228     ELSE
033230         ADD 1 TO WS-REJECTED-COUNT
033231         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033232             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033233             ' '  MNT-ACTION         DELIMITED BY SIZE
033235             ' '  MNT-ACCT-NUMBER    DELIMITED BY SIZE
033236             ' REJECTED - '          DELIMITED BY SIZE
033237             WS-REJECT-REASON        DELIMITED BY SIZE
033238             INTO AUDIT-LINE
033240     END-IF.
033241     WRITE AUDIT-LINE.
033242 6200-EXIT.
033243     EXIT.
033245*-----------------------------------------------------------*
033246* 6300-WRITE-CLOSE-AUDIT - THE AUDIT TRAIL LINE FOR A       *
033247*                          CLOSEOUT: THE BRANCH THAT TOOK   *
033248*                          THE REQUEST AND WHERE THE        *
033250*                          RESIDUAL BALANCE IS TO BE PAID.  *
033251*-----------------------------------------------------------*
033252 6300-WRITE-CLOSE-AUDIT.
033253     MOVE SPACES TO AUDIT-LINE.
033255     IF WS-REJECT-REASON NOT = SPACES
033256         ADD 1 TO WS-REJECTED-COUNT
033257         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033258             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033260             ' '  MNT-ACTION         DELIMITED BY SIZE
033261             ' '  MNT-ACCT-NUMBER    DELIMITED BY SIZE
033262             ' REJECTED - '          DELIMITED BY SIZE
033263             WS-REJECT-REASON        DELIMITED BY SIZE
033265             INTO AUDIT-LINE
033266         GO TO 6300-WRITE
033267     END-IF.
033268     ADD 1 TO WS-APPLIED-COUNT.
033270     IF CLO-PAYOUT-BY-CHEQUE
033271         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033272             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033273             ' '  MNT-ACTION         DELIMITED BY SIZE
033275             ' '  MNT-ACCT-NUMBER    DELIMITED BY SIZE
033276             ' BRANCH ' CLO-BRANCH-NUMBER DELIMITED BY SIZE
033277             ' PAYOUT BY OFFICIAL CHEQUE' DELIMITED BY SIZE
033278             ' APPLIED'              DELIMITED BY SIZE
033280             INTO AUDIT-LINE
033281     ELSE
033282         STRING WS-CURRENT-DATE     DELIMITED BY SIZE
033283             ' '  MNT-SEQ-NUMBER     DELIMITED BY SIZE
033285             ' '  MNT-ACTION         DELIMITED BY SIZE
033286             ' '  MNT-ACCT-NUMBER    DELIMITED BY SIZE
033287             ' BRANCH ' CLO-BRANCH-NUMBER DELIMITED BY SIZE
033288             ' PAYOUT TO ' CLO-NOMINATED-ACCT DELIMITED BY SIZE
033290             ' APPLIED'              DELIMITED BY SIZE
033291             INTO AUDIT-LINE
033292     END-IF.
033293 6300-WRITE.
033295     WRITE AUDIT-LINE.
033296 6300-EXIT.
033297     EXIT.
033298*-----------------------------------------------------------*
033300* 8000-WRITE-TOTALS - WRITE THE RUN TOTALS TO THE AUDIT       *
033400*                     TRAIL.                                  *
033500*-----------------------------------------------------------*
035400     CLOSE ACCT-MASTER-FILE.
035500     CLOSE INT-RATE-FILE.
035550     CLOSE NAME-ADDR-FILE.
035562     CLOSE CUST-MASTER-FILE.
035575     CLOSE CUST-XREF-FILE.
035587     CLOSE CLOSE-OUT-FILE.
035600     CLOSE AUDIT-FILE.
035610     MOVE 'END' TO RUNCTL-FUNCTION.
035620     MOVE ZERO TO RUNCTL-END-CC.

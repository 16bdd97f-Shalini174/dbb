002251*                  REFUSES TO START UNTIL HELLORDR HAS        *
002252*                  COMPLETED FOR THE DATE, AND REFUSES A      *
002253*                  SECOND RUN FOR THE SAME DATE.              *
002254* 2026-10-15  DJ   TRAN-REC WIDENED TO 100 BYTES FOR THE      *
002255*                  ORIGIN SYSTEM AND SOURCE SEQUENCE.  EVERY  *
002256*                  DETAIL IS STAMPED WITH ITS FILE HEADER'S   *
002257*                  ORIGIN AND ITS SEQUENCE AS KEYED BEFORE IT *
002258*                  IS EDITED, AND EACH REJECTED OR WAREHOUSED *
002259*                  ITEM IS ALSO WRITTEN TO THE NIGHT'S        *
002260*                  DISPOSITION FILE (DISPOUT, SEE DISPREC)    *
002261*                  FOR DISPRTN TO RETURN TO ITS ORIGIN.       *
002262* 2026-10-15  DJ   TRAN-REC WIDENED TO 112 BYTES FOR THE      *
002263*                  BRANCH NUMBER AND TELLER ID.  BOTH ARE     *
002264*                  NOW CHECKED AGAINST THE BRANCH TABLE       *
002265*                  (BRANCH): A BRANCH NOT ON THE TABLE OR     *
002266*                  CLOSED REJECTS WITH THE NEW REASON 12, A   *
002267*                  TELLER NOT ON THE TABLE UNDER ITS BRANCH   *
002268*                  OR NOT ACTIVE WITH THE NEW REASON 13.      *
002269* 2026-10-15  DJ   THE ORDER FILE (ORDRIN) IS NOW A           *
002270*                  CONCATENATION - THE STANDING ORDERS        *
002271*                  FOLLOWED BY THE CLOSE-OUT SETTLEMENTS      *
002272*                  WRITTEN BY THE NEW CLOSEGEN STEP, EACH     *
002273*                  UNDER ITS OWN HEADER AND TRAILER.  EACH    *
002274*                  GENERATED FILE IS PROVEN AGAINST ITS OWN   *
002275*                  TRAILER, AND A STALE ONE IS SKIPPED ALONE  *
002276*                  WITH COND CODE 04.  THE NEW CLOSEOUT       *
002277*                  ACTION IS VALID ONLY FROM CLOSEGEN AND     *
002278*                  NEEDS A TO-ACCOUNT LIKE A TRANSFER.        *
002279*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
004460         ORGANIZATION IS SEQUENTIAL
004470         ACCESS MODE IS SEQUENTIAL
004480         FILE STATUS IS WS-WHSNEW-STATUS.
004484     SELECT DISPOSITION-FILE ASSIGN TO "DISPOUT"
004488         ORGANIZATION IS SEQUENTIAL
004492         ACCESS MODE IS SEQUENTIAL
004496         FILE STATUS IS WS-DISPOUT-STATUS.
004497     SELECT BRANCH-FILE ASSIGN TO "BRANCH"
004498         ORGANIZATION IS INDEXED
004499         ACCESS MODE IS RANDOM
004500         RECORD KEY IS BRT-KEY
004501         FILE STATUS IS WS-BRANCH-STATUS.
004502 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TRAN-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY TRANREC.
005000 FD  TRAN-VALID-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  VALID-TRAN-REC              PIC X(112).
005300 FD  TRAN-REJECT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY EDTREJ.
005800 01  EDIT-LINE                   PIC X(132).
005810 FD  ORDER-IN-FILE
005820     LABEL RECORDS ARE STANDARD.
005830 01  ORDER-IN-REC                PIC X(112).
005840 FD  WAREHOUSE-OUT-FILE
005850     LABEL RECORDS ARE STANDARD.
005860 01  WAREHOUSE-REC               PIC X(112).
005871 FD  DISPOSITION-FILE
005881     LABEL RECORDS ARE STANDARD.
005891     COPY DISPREC.
005894 FD  BRANCH-FILE
005896     LABEL RECORDS ARE STANDARD.
005898     COPY BRANCH.
005900 WORKING-STORAGE SECTION.
006000*-----------------------------------------------------------*
006100* FILE HANDLING SWITCHES.                                    *
006700     02  WS-EDITRPT-STATUS   PIC X(02) VALUE '00'.
006710     02  WS-ORDRIN-STATUS    PIC X(02) VALUE '00'.
006720     02  WS-WHSNEW-STATUS    PIC X(02) VALUE '00'.
006761     02  WS-DISPOUT-STATUS   PIC X(02) VALUE '00'.
006781     02  WS-BRANCH-STATUS    PIC X(02) VALUE '00'.
006800     02  WS-TRANIN-EOF-SW    PIC X(01) VALUE 'N'.
006900         88  WS-TRANIN-EOF         VALUE 'Y'.
006910     02  WS-ORDRIN-EOF-SW    PIC X(01) VALUE 'N'.
007700         88  WS-RECORD-CLEAN       VALUE SPACES.
007800     02  WS-REASON-TEXT      PIC X(35) VALUE SPACES.
007900     02  WS-PREV-SEQ-NUMBER  PIC 9(06) VALUE ZERO.
007903*    ORIGIN SYSTEM NAMED ON THE HEADER OF THE FILE BEING
007905*    EDITED, STAMPED ON EACH OF ITS DETAILS.
007907     02  WS-ORIGIN-SYSTEM    PIC X(08) VALUE SPACES.
007910*    ALPHANUMERIC VIEW OF THE TO-ACCOUNT SO PRESENCE CAN BE
007920*    TESTED WITHOUT A NUMERIC COMPARE AGAINST A FIELD THAT
007930*    MAY HOLD GARBAGE.
007940     02  WS-TO-ACCT-X        PIC X(10) VALUE SPACES.
007961     02  WS-BRANCH-FOUND-SW  PIC X(01) VALUE 'N'.
007981         88  WS-BRANCH-FOUND       VALUE 'Y'.
008000*-----------------------------------------------------------*
008100* RUN COUNTERS.                                              *
008200*-----------------------------------------------------------*
008802*    OWN TRAILER COVERS ONLY ITS OWN DETAILS.
008803     02  WS-ORD-TRAILER-SW   PIC X(01) VALUE 'N'.
008804         88  WS-ORD-TRAILER-SEEN   VALUE 'Y'.
008808     02  WS-ORD-AMOUNT-HASH  PIC 9(13)V99 VALUE ZERO.
008809     02  WS-ORD-ACCT-HASH    PIC 9(15) VALUE ZERO.
008810     02  WS-ORD-TRL-COUNT    PIC 9(09) VALUE ZERO.
008811     02  WS-ORD-TRL-AMT-HASH PIC 9(13)V99 VALUE ZERO.
008812     02  WS-ORD-TRL-ACCT-HSH PIC 9(15) VALUE ZERO.
008813     02  WS-EDIT-CTL-COUNT   PIC ZZZZZZZZ9.
008820     02  WS-EDIT-CTL-AMOUNT  PIC ZZZZZZZZZZZZ9.99.
008830     02  WS-EDIT-CTL-ACCT    PIC ZZZZZZZZZZZZZZ9.
008831*    THE ORDRIN FILE IN PROGRESS (4400).  RECORDS READ ARE
008832*    COUNTED FROM THE RUN TOTAL TAKEN AT ITS HEADER.
008834     02  WS-ORD-SEG-SKIP-SW  PIC X(01) VALUE 'N'.
008835         88  WS-ORD-SEG-SKIPPED    VALUE 'Y'.
008837     02  WS-ORD-SEG-START    PIC 9(7) VALUE ZERO.
008838     02  WS-ORD-SEG-COUNT    PIC 9(7) VALUE ZERO.
008840*-----------------------------------------------------------*
008850* WORKING COPIES OF THE CONTROL RECORDS.  THE FD BUFFER IS   *
008860* ONLY VALID WHILE THE RECORD JUST READ IS CURRENT, SO THE   *
010400     OPEN OUTPUT TRAN-VALID-FILE.
010500     OPEN OUTPUT TRAN-REJECT-FILE.
010550     OPEN OUTPUT WAREHOUSE-OUT-FILE.
010575     OPEN EXTEND DISPOSITION-FILE.
010588     OPEN INPUT BRANCH-FILE.
010600     OPEN OUTPUT EDIT-REPORT-FILE.
010700     MOVE SPACES TO EDIT-LINE.
010800     STRING 'TRANEDIT DAILY TRANSACTION EDIT REPORT'
011590         MOVE 16 TO RETURN-CODE
011600         GO TO 1100-EXIT
011610     END-IF.
011615     MOVE TRAN-HDR-ORIGIN-SYSTEM TO WS-ORIGIN-SYSTEM.
011620     WRITE VALID-TRAN-REC FROM TRAN-HEADER-REC.
011630     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
011640 1100-EXIT.
013700     END-READ.
013800 2100-EXIT.
013900     EXIT.
013906*-----------------------------------------------------------*
013912* 2150-STAMP-ORIGIN - STAMP THE DETAIL WITH ITS FILE        *
013917*                     HEADER'S ORIGIN SYSTEM AND ITS        *
013924*                     SEQUENCE AS KEYED.  BOTH RIDE WITH    *
013929*                     IT THROUGH WAREHOUSE AND SUSPENSE SO  *
013935*                     ITS DISPOSITION CAN BE RETURNED.      *
013942*-----------------------------------------------------------*
013947 2150-STAMP-ORIGIN.
013953     MOVE WS-ORIGIN-SYSTEM TO TRAN-ORIGIN-SYSTEM.
013958     IF TRAN-SEQ-NUMBER NUMERIC
013965         MOVE TRAN-SEQ-NUMBER TO TRAN-SOURCE-SEQ
013971     ELSE
013976         MOVE ZERO TO TRAN-SOURCE-SEQ
013983     END-IF.
013988 2150-EXIT.
013994     EXIT.
014000*-----------------------------------------------------------*
014100* 2200-VALIDATE-TRAN - CHECK EVERY FIELD OF THE CURRENT      *
014200*                      RECORD AGAINST TRANREC'S LAYOUT.  THE *
014300*                      FIRST FAILED CHECK SETS THE REASON    *
014400*                      CODE AND WINS; SEE EDTREJ FOR THE     *
014500*                      REASON CODE LIST.                     *
014533*                      THE ORIGIN IS STAMPED FIRST SO A      *
014566*                      REJECT STILL CARRIES IT (2150).       *
014600*-----------------------------------------------------------*
014700 2200-VALIDATE-TRAN.
014750     PERFORM 2150-STAMP-ORIGIN THRU 2150-EXIT.
014800     MOVE SPACES TO WS-EDIT-REASON.
014900     IF TRAN-SEQ-NUMBER NOT NUMERIC
015000         MOVE '01' TO WS-EDIT-REASON
016200     IF TRAN-ACTION NOT = 'DEBIT' AND 'CREDIT'
016300         AND 'TRANSFER' AND 'INTEREST'
016310         AND 'HOLD' AND 'RELEASE' AND 'REVERSAL'
016355         AND 'CLOSEOUT'
016400         MOVE '04' TO WS-EDIT-REASON
016500         GO TO 2200-EXIT
016600     END-IF.
016617     IF TRAN-ACTION = 'CLOSEOUT'
016634         AND WS-ORIGIN-SYSTEM NOT = 'CLOSEGEN'
016651         MOVE '04' TO WS-EDIT-REASON
016667         GO TO 2200-EXIT
016684     END-IF.
016700     IF TRAN-AMOUNT NOT NUMERIC
016800         MOVE '05' TO WS-EDIT-REASON
016900         GO TO 2200-EXIT
017400     END-IF.
017500     MOVE TRAN-TO-ACCOUNT-NUMBER TO WS-TO-ACCT-X.
017510     IF TRAN-ACTION = 'TRANSFER'
017555         OR TRAN-ACTION = 'CLOSEOUT'
017600         IF TRAN-TO-ACCOUNT-NUMBER NOT NUMERIC
017700             MOVE '07' TO WS-EDIT-REASON
017710             GO TO 2200-EXIT
018773         MOVE '11' TO WS-EDIT-REASON
018774         GO TO 2200-EXIT
018775     END-IF.
018777     MOVE TRAN-BRANCH-NUMBER TO BRT-BRANCH-NUMBER.
018778     MOVE SPACES TO BRT-TELLER-ID.
018779     PERFORM 2250-READ-BRANCH THRU 2250-EXIT.
018781     IF NOT WS-BRANCH-FOUND
018782         MOVE '12' TO WS-EDIT-REASON
018783         GO TO 2200-EXIT
018785     END-IF.
018786     IF TRAN-TELLER-ID = SPACES
018787         MOVE '13' TO WS-EDIT-REASON
018788         GO TO 2200-EXIT
018789     END-IF.
018791     MOVE TRAN-BRANCH-NUMBER TO BRT-BRANCH-NUMBER.
018793     MOVE TRAN-TELLER-ID TO BRT-TELLER-ID.
018794     PERFORM 2250-READ-BRANCH THRU 2250-EXIT.
018795     IF NOT WS-BRANCH-FOUND
018796         MOVE '13' TO WS-EDIT-REASON
018797         GO TO 2200-EXIT
018798     END-IF.
018800 2200-EXIT.
018900     EXIT.
018905*-----------------------------------------------------------*
018909* 2250-READ-BRANCH - LOOK UP THE BRANCH TABLE ENTRY IN      *
018914*                    BRT-KEY.  WS-BRANCH-FOUND IS SET ONLY  *
018919*                    FOR AN ACTIVE ENTRY; A NON-NUMERIC     *
018924*                    BRANCH NUMBER IS NEVER LOOKED UP.      *
018928*-----------------------------------------------------------*
018934 2250-READ-BRANCH.
018938     MOVE 'N' TO WS-BRANCH-FOUND-SW.
018943     IF TRAN-BRANCH-NUMBER NOT NUMERIC
018947         GO TO 2250-EXIT
018953     END-IF.
018957     READ BRANCH-FILE
018962         INVALID KEY
018967             GO TO 2250-EXIT
018972     END-READ.
018976     IF BRT-ACTIVE
018981         SET WS-BRANCH-FOUND TO TRUE
018986     END-IF.
018991 2250-EXIT.
018995     EXIT.
019000*-----------------------------------------------------------*
019100* 2300-WRITE-VALID - PASS THE CLEAN RECORD THROUGH TO THE    *
019200*                    VALIDATED FILE UNCHANGED.               *
023470         WHEN '11'
023480             MOVE 'EFFECTIVE DATE NOT NUMERIC'
023490                 TO WS-REASON-TEXT
023492         WHEN '12'
023493             MOVE 'BRANCH NOT ON TABLE OR CLOSED'
023494                 TO WS-REASON-TEXT
023496         WHEN '13'
023497             MOVE 'TELLER NOT ON TABLE FOR BRANCH'
023498                 TO WS-REASON-TEXT
023500         WHEN OTHER
023600             MOVE 'UNKNOWN REASON'
023700                 TO WS-REASON-TEXT
024200         ' - ' WS-REASON-TEXT DELIMITED BY SIZE
024300         INTO EDIT-LINE.
024400     WRITE EDIT-LINE.
024421     PERFORM 2600-BUILD-DISPOSITION THRU 2600-EXIT.
024441     SET DISP-EDIT-REJECT TO TRUE.
024461     MOVE WS-EDIT-REASON TO DISP-REASON-CODE.
024481     WRITE DISP-REC.
024500 2400-EXIT.
024600     EXIT.
024610*-----------------------------------------------------------*
024670 2500-WRITE-WAREHOUSE.
024680     ADD 1 TO WS-WAREHOUSED-COUNT.
024690     WRITE WAREHOUSE-REC FROM TRAN-REC.
024695     PERFORM 2600-BUILD-DISPOSITION THRU 2600-EXIT.
024701     SET DISP-WAREHOUSED TO TRUE.
024705     WRITE DISP-REC.
024710 2500-EXIT.
024720     EXIT.
024721*-----------------------------------------------------------*
024722* 2600-BUILD-DISPOSITION - BUILD THE DISPOSITION RECORD FOR *
024723*                          THE CURRENT DETAIL.  HELLO NEVER *
024724*                          SAW IT, SO THERE IS NO RETURN    *
024725*                          CODE OR RESULTING BALANCE; A     *
024726*                          FIELD THAT FAILED ITS EDIT GOES  *
024727*                          BACK AS ZERO.                    *
024728*-----------------------------------------------------------*
024729 2600-BUILD-DISPOSITION.
024730     MOVE SPACES TO DISP-REC.
024731     MOVE 'DTL' TO DISP-REC-TYPE.
024732     MOVE TRAN-ORIGIN-SYSTEM TO DISP-ORIGIN-SYSTEM.
024733     MOVE TRAN-SOURCE-SEQ TO DISP-SOURCE-SEQ.
024734     MOVE WS-RUN-DATE TO DISP-PROCESS-DATE.
024735     MOVE ZERO TO DISP-RETURN-CODE.
024736     MOVE ZERO TO DISP-RESULT-BALANCE.
024737     MOVE TRAN-ACTION TO DISP-ACTION.
024738     IF TRAN-ACCOUNT-NUMBER NUMERIC
024739         MOVE TRAN-ACCOUNT-NUMBER TO DISP-ACCT-NUMBER
024740     ELSE
024741         MOVE ZERO TO DISP-ACCT-NUMBER
024742     END-IF.
024743     IF TRAN-AMOUNT NUMERIC
024744         MOVE TRAN-AMOUNT TO DISP-AMOUNT
024745     ELSE
024746         MOVE ZERO TO DISP-AMOUNT
024747     END-IF.
024748 2600-EXIT.
024749     EXIT.
024750*-----------------------------------------------------------*
024800* 3000-WRITE-TOTALS - PRINT THE EDIT RUN TOTALS.             *
024900*-----------------------------------------------------------*
025000 3000-WRITE-TOTALS.
027350 3100-EXIT.
027360     EXIT.
027361*-----------------------------------------------------------*
027362* 4000-EDIT-ORDERS - EDIT EACH GENERATED FILE ON ORDRIN     *
027363*                    (SEE 4400) THROUGH THE SAME FIELD CHECKS *
027364*                    AS THE BRANCH WORK, APPENDING ITS CLEAN  *
027365*                    DETAILS TO THE VALIDATED FILE.  A BAD    *
027366*                    HEADER OR TRAILER ENDS THE RUN WITH COND *
027382     END-IF.
027383     MOVE ORDER-IN-REC TO TRAN-HEADER-REC.
027384     IF TRAN-HDR-REC-TYPE NOT = 'HDR'
027386         MOVE SPACES TO EDIT-LINE
027387         STRING 'ORDER FILE HEADER BAD - ORDERS SKIPPED'
027388             DELIMITED BY SIZE INTO EDIT-LINE
027389         WRITE EDIT-LINE
027390         MOVE 04 TO RETURN-CODE
027391         GO TO 4000-CLOSE
027392     END-IF.
027393     SET WS-ORD-SEG-SKIPPED TO TRUE.
027394     PERFORM 4400-TAKE-ORD-RECORD THRU 4400-EXIT
027395         UNTIL WS-ORDRIN-EOF.
027396     PERFORM 4420-PROVE-ORD-FILE THRU 4420-EXIT.
027397 4000-CLOSE.
027398     CLOSE ORDER-IN-FILE.
027399 4000-EXIT.
027446 4200-EXIT.
027447     EXIT.
027448*-----------------------------------------------------------*
027449* 4300-VERIFY-ORD-TRAILER - PROVE EACH ORDER FILE ARRIVED    *
027450*                           COMPLETE AGAINST ITS OWN TRAILER.*
027451*                           A MISSING TRAILER OR A MISMATCH  *
027452*                           ENDS THE RUN WITH COND CODE 04   *
027455 4300-VERIFY-ORD-TRAILER.
027456     IF NOT WS-ORD-TRAILER-SEEN
027457         MOVE SPACES TO EDIT-LINE
027458         STRING 'ORDER TRAILER MISSING - ' WS-ORIGIN-SYSTEM
027459             ' FILE NOT PROVEN' DELIMITED BY SIZE INTO EDIT-LINE
027460         WRITE EDIT-LINE
027461         MOVE 04 TO RETURN-CODE
027462         GO TO 4300-EXIT
027463     END-IF.
027464     IF WS-ORD-TRL-COUNT = WS-ORD-SEG-COUNT
027465         AND WS-ORD-TRL-AMT-HASH = WS-ORD-AMOUNT-HASH
027466         AND WS-ORD-TRL-ACCT-HSH = WS-ORD-ACCT-HASH
027467         MOVE SPACES TO EDIT-LINE
027468         STRING 'ORDER TOTALS VERIFIED AGAINST TRAILER - '
027469             WS-ORIGIN-SYSTEM DELIMITED BY SIZE INTO EDIT-LINE
027470         WRITE EDIT-LINE
027471         GO TO 4300-EXIT
027472     END-IF.
027474     MOVE WS-ORD-TRL-COUNT TO WS-EDIT-CTL-COUNT.
027475     STRING 'ORDER CONTROL TOTAL ERROR - TRAILER COUNT '
027476         DELIMITED BY SIZE
027477         WS-EDIT-CTL-COUNT ' - ' WS-ORIGIN-SYSTEM
027478         DELIMITED BY SIZE INTO EDIT-LINE.
027479     WRITE EDIT-LINE.
027480     MOVE SPACES TO EDIT-LINE.
027481     MOVE WS-ORD-SEG-COUNT TO WS-EDIT-CTL-COUNT.
027482     STRING 'ORDER CONTROL TOTAL ERROR - RECORDS READ  '
027483         DELIMITED BY SIZE
027484         WS-EDIT-CTL-COUNT DELIMITED BY SIZE
027516 4300-EXIT.
027517     EXIT.
027518*-----------------------------------------------------------*
027519* 4400-TAKE-ORD-RECORD - ORDRIN IS A CONCATENATION OF        *
027520*                        GENERATED FILES (THE STANDING       *
027521*                        ORDERS, THEN THE CLOSEGEN           *
027522*                        SETTLEMENTS), EACH UNDER ITS OWN    *
027523*                        HEADER AND TRAILER.  A HEADER       *
027524*                        STARTS THE NEXT FILE (4410); THE    *
027525*                        RECORDS OF A SKIPPED FILE ARE READ  *
027526*                        PAST UNEDITED; ANY OTHER RECORD     *
027527*                        GOES TO 4200.  4000 LEAVES THE      *
027528*                        FIRST HEADER FOR THIS PARAGRAPH,    *
027529*                        MARKED SKIPPED SO THAT THERE IS NO  *
027530*                        EARLIER FILE FOR IT TO PROVE.       *
027531*-----------------------------------------------------------*
027532 4400-TAKE-ORD-RECORD.
027533     MOVE ORDER-IN-REC TO TRAN-HEADER-REC.
027534     IF TRAN-HDR-REC-TYPE = 'HDR'
027535         PERFORM 4410-NEXT-ORD-HEADER THRU 4410-EXIT
027536         PERFORM 4100-READ-ORDER THRU 4100-EXIT
027537         GO TO 4400-EXIT
027538     END-IF.
027539     IF WS-ORD-SEG-SKIPPED
027540         PERFORM 4100-READ-ORDER THRU 4100-EXIT
027541         GO TO 4400-EXIT
027542     END-IF.
027543     PERFORM 4200-EDIT-ORDER THRU 4200-EXIT.
027544 4400-EXIT.
027545     EXIT.
027546*-----------------------------------------------------------*
027547* 4410-NEXT-ORD-HEADER - PROVE THE FILE JUST FINISHED, RESET *
027548*                        THE FILE TOTALS AND TAKE UP THE NEW *
027549*                        ORIGIN.  A FILE NOT WRITTEN TONIGHT *
027550*                        IS SKIPPED WITH COND CODE 04; THE   *
027551*                        FILES AROUND IT ARE STILL EDITED.   *
027552*-----------------------------------------------------------*
027553 4410-NEXT-ORD-HEADER.
027554     PERFORM 4420-PROVE-ORD-FILE THRU 4420-EXIT.
027555     MOVE 'N' TO WS-ORD-TRAILER-SW.
027556     MOVE 'N' TO WS-ORD-SEG-SKIP-SW.
027557     MOVE WS-ORDER-READ-COUNT TO WS-ORD-SEG-START.
027558     MOVE ZERO TO WS-ORD-AMOUNT-HASH.
027559     MOVE ZERO TO WS-ORD-ACCT-HASH.
027560     MOVE TRAN-HDR-ORIGIN-SYSTEM TO WS-ORIGIN-SYSTEM.
027561     IF TRAN-HDR-FILE-DATE NOT = WS-RUN-DATE
027562         MOVE SPACES TO EDIT-LINE
027563         STRING 'ORDER FILE HEADER STALE - ' DELIMITED BY SIZE
027564             WS-ORIGIN-SYSTEM DELIMITED BY SIZE
027565             ' ITEMS SKIPPED' DELIMITED BY SIZE
027566             INTO EDIT-LINE
027567         WRITE EDIT-LINE
027568         MOVE 04 TO RETURN-CODE
027569         SET WS-ORD-SEG-SKIPPED TO TRUE
027570     END-IF.
027571 4410-EXIT.
027572     EXIT.
027573*-----------------------------------------------------------*
027574* 4420-PROVE-ORD-FILE - PROVE THE FILE IN PROGRESS AGAINST   *
027575*                       ITS TRAILER (4300).  A SKIPPED FILE  *
027576*                       HAS NOTHING TO PROVE.                *
027577*-----------------------------------------------------------*
027578 4420-PROVE-ORD-FILE.
027579     IF WS-ORD-SEG-SKIPPED
027580         GO TO 4420-EXIT
027581     END-IF.
027582     COMPUTE WS-ORD-SEG-COUNT =
027583         WS-ORDER-READ-COUNT - WS-ORD-SEG-START.
027584     PERFORM 4300-VERIFY-ORD-TRAILER THRU 4300-EXIT.
027585 4420-EXIT.
027586     EXIT.
027587*-----------------------------------------------------------*
027588* 9000-TERMINATE - CLOSE THE FILES.                          *
027589*-----------------------------------------------------------*
027590 9000-TERMINATE.
027591     CLOSE TRAN-FILE.
027592     CLOSE TRAN-VALID-FILE.
027593     CLOSE TRAN-REJECT-FILE.
027594     CLOSE WAREHOUSE-OUT-FILE.
027595     CLOSE DISPOSITION-FILE.
027596     CLOSE BRANCH-FILE.
027597     CLOSE EDIT-REPORT-FILE.
027598     MOVE 'END' TO RUNCTL-FUNCTION.
027599     MOVE RETURN-CODE TO RUNCTL-END-CC.
027600     CALL 'RUNCTL' USING RUNCTL-PARMS.
027601     MOVE RUNCTL-END-CC TO RETURN-CODE.
027602 9000-EXIT.
027603     EXIT.
027604 END PROGRAM TRANEDIT.

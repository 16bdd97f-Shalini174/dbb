000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     JRNLHLD.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL JOURNAL HISTORY LOAD.  RUNS       *
001300*                  NIGHTLY AFTER JRNLCUT AND ADDS EVERY       *
001400*                  RECORD OF THE DAILY JOURNAL GENERATION     *
001500*                  JUST CUT (JRNLIN) TO THE KEYED JOURNAL     *
001600*                  HISTORY FILE (JRNLHIST, SEE JRNLHST),      *
001700*                  KEYED BY ACCOUNT AND TIMESTAMP, SO ACCTINQ *
001800*                  CAN PRINT AN ACCOUNT'S JOURNAL FOR ANY     *
001900*                  PERIOD WITHOUT THE GENERATIONS BEING       *
002000*                  STITCHED TOGETHER.  A RECORD ALREADY ON    *
002100*                  HISTORY WITH THE SAME KEY AND IMAGE IS     *
002200*                  DROPPED, SO A RERUN, OR A MISSED           *
002300*                  GENERATION CONCATENATED ON JRNLIN THE NEXT *
002400*                  NIGHT, LOADS NOTHING TWICE.  ENDS COND     *
002500*                  CODE 4 IF ANY RECORD COULD NOT BE KEYED,   *
002600*                  AND 16 IF THE HISTORY FILE CANNOT BE       *
002700*                  OPENED OR WRITTEN.                         *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-JRNLIN-STATUS.
003900     SELECT JRNL-HIST-FILE ASSIGN TO "JRNLHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS JHS-KEY
004300         FILE STATUS IS WS-JRNLHIST-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  JOURNAL-IN-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY JRNLREC.
004900 FD  JRNL-HIST-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY JRNLHST.
005200 WORKING-STORAGE SECTION.
005300*-----------------------------------------------------------*
005400* FILE HANDLING SWITCHES.                                    *
005500*-----------------------------------------------------------*
005600 01  WS-FILE-SWITCHES.
005700     02  WS-JRNLIN-STATUS    PIC X(02) VALUE '00'.
005800     02  WS-JRNLHIST-STATUS  PIC X(02) VALUE '00'.
005900         88  WS-JRNLHIST-OK        VALUE '00'.
006000     02  WS-JRNLIN-EOF-SW    PIC X(01) VALUE 'N'.
006100         88  WS-JRNLIN-EOF         VALUE 'Y'.
006200     02  WS-LOAD-FAILED-SW   PIC X(01) VALUE 'N'.
006300         88  WS-LOAD-FAILED        VALUE 'Y'.
006400     02  WS-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
006500         88  WS-SCAN-DONE          VALUE 'Y'.
006600     02  WS-DUPLICATE-SW     PIC X(01) VALUE 'N'.
006700         88  WS-DUPLICATE          VALUE 'Y'.
006800*-----------------------------------------------------------*
006900* LOAD WORK AREA.  THE INCOMING RECORD'S KEY AND IMAGE ARE   *
007000* KEPT HERE WHILE THE RECORDS ALREADY ON HISTORY UNDER THE   *
007100* SAME ACCOUNT AND TIMESTAMP ARE SCANNED; WS-NEXT-DUP-SEQ    *
007200* ENDS ONE PAST THE HIGHEST SEQUENCE FOUND.                  *
007300*-----------------------------------------------------------*
007400 01  WS-LOAD-WORK-AREA.
007500     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
007600     02  WS-LOAD-KEY.
007700         03  WS-LOAD-ACCT    PIC 9(10) VALUE ZERO.
007800         03  WS-LOAD-DATE    PIC 9(08) VALUE ZERO.
007900         03  WS-LOAD-TIME    PIC 9(08) VALUE ZERO.
008000     02  WS-LOAD-IMAGE       PIC X(112) VALUE SPACES.
008100     02  WS-NEXT-DUP-SEQ     PIC 9(04) VALUE ZERO.
008200*-----------------------------------------------------------*
008300* RUN COUNTERS.                                              *
008400*-----------------------------------------------------------*
008500 01  WS-RUN-COUNTERS.
008600     02  WS-READ-COUNT       PIC 9(9) VALUE ZERO.
008700     02  WS-LOADED-COUNT     PIC 9(9) VALUE ZERO.
008800     02  WS-DUPLICATE-COUNT  PIC 9(9) VALUE ZERO.
008900     02  WS-BAD-COUNT        PIC 9(9) VALUE ZERO.
009000 PROCEDURE DIVISION.
009100*-----------------------------------------------------------*
009200* 0000-MAINLINE - LOAD EVERY RECORD OF THE JOURNAL           *
009300*                 GENERATION ON JRNLIN INTO THE JOURNAL      *
009400*                 HISTORY FILE.                              *
009500*-----------------------------------------------------------*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     IF WS-LOAD-FAILED
009900         MOVE 16 TO RETURN-CODE
010000         GOBACK
010100     END-IF.
010200     PERFORM 2000-LOAD-JRNL THRU 2000-EXIT
010300         UNTIL WS-JRNLIN-EOF
010400         OR WS-LOAD-FAILED.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     IF WS-LOAD-FAILED
010700         MOVE 16 TO RETURN-CODE
010800         GOBACK
010900     END-IF.
011000     IF WS-BAD-COUNT > ZERO
011100         MOVE 4 TO RETURN-CODE
011200     END-IF.
011300     GOBACK.
011400*-----------------------------------------------------------*
011500* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE JOURNAL     *
011600*                   READ.                                    *
011700*-----------------------------------------------------------*
011800 1000-INITIALIZE.
011900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012000     OPEN I-O JRNL-HIST-FILE.
012100     IF NOT WS-JRNLHIST-OK
012200         DISPLAY 'JRNLHLD: JRNLHIST OPEN FAILED - STATUS '
012300             WS-JRNLHIST-STATUS
012400         SET WS-LOAD-FAILED TO TRUE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     OPEN INPUT JOURNAL-IN-FILE.
012800     PERFORM 2100-READ-JRNL THRU 2100-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100*-----------------------------------------------------------*
013200* 2000-LOAD-JRNL - ADD ONE JOURNAL RECORD TO HISTORY UNDER   *
013300*                  THE NEXT FREE SEQUENCE FOR ITS ACCOUNT    *
013400*                  AND TIMESTAMP, UNLESS THE SAME IMAGE IS   *
013500*                  ALREADY THERE, THEN READ THE NEXT.  A     *
013600*                  RECORD WITHOUT A NUMERIC ACCOUNT AND      *
013700*                  TIMESTAMP CANNOT BE KEYED AND IS LISTED   *
013800*                  ON SYSOUT.                                *
013900*-----------------------------------------------------------*
014000 2000-LOAD-JRNL.
014100     ADD 1 TO WS-READ-COUNT.
014200     IF JRNL-ACCT-NUMBER NOT NUMERIC
014300         OR JRNL-DATE NOT NUMERIC
014400         OR JRNL-TIME NOT NUMERIC
014500         ADD 1 TO WS-BAD-COUNT
014600         DISPLAY 'JRNLHLD: RECORD ' WS-READ-COUNT
014700             ' NOT KEYABLE - NOT LOADED'
014800         GO TO 2000-NEXT
014900     END-IF.
015000     MOVE JRNL-ACCT-NUMBER TO WS-LOAD-ACCT.
015100     MOVE JRNL-DATE TO WS-LOAD-DATE.
015200     MOVE JRNL-TIME TO WS-LOAD-TIME.
015300     MOVE JOURNAL-REC TO WS-LOAD-IMAGE.
015400     PERFORM 2200-SCAN-SAME-KEY THRU 2200-EXIT.
015500     IF WS-DUPLICATE
015600         ADD 1 TO WS-DUPLICATE-COUNT
015700         GO TO 2000-NEXT
015800     END-IF.
015900     MOVE SPACES TO JRNL-HIST-REC.
016000     MOVE WS-LOAD-ACCT TO JHS-ACCT-NUMBER.
016100     MOVE WS-LOAD-DATE TO JHS-DATE.
016200     MOVE WS-LOAD-TIME TO JHS-TIME.
016300     MOVE WS-NEXT-DUP-SEQ TO JHS-DUP-SEQ.
016400     MOVE WS-LOAD-IMAGE TO JHS-JRNL-IMAGE.
016500     MOVE WS-RUN-DATE TO JHS-LOAD-DATE.
016600     WRITE JRNL-HIST-REC.
016700     IF NOT WS-JRNLHIST-OK
016800         DISPLAY 'JRNLHLD: JRNLHIST WRITE FAILED - STATUS '
016900             WS-JRNLHIST-STATUS ' ACCOUNT ' WS-LOAD-ACCT
017000         SET WS-LOAD-FAILED TO TRUE
017100         GO TO 2000-EXIT
017200     END-IF.
017300     ADD 1 TO WS-LOADED-COUNT.
017400 2000-NEXT.
017500     PERFORM 2100-READ-JRNL THRU 2100-EXIT.
017600 2000-EXIT.
017700     EXIT.
017800*-----------------------------------------------------------*
017900* 2100-READ-JRNL - READ THE NEXT JOURNAL RECORD FROM THE     *
018000*                  GENERATION.                               *
018100*-----------------------------------------------------------*
018200 2100-READ-JRNL.
018300     READ JOURNAL-IN-FILE
018400         AT END
018500             SET WS-JRNLIN-EOF TO TRUE
018600     END-READ.
018700 2100-EXIT.
018800     EXIT.
018900*-----------------------------------------------------------*
019000* 2200-SCAN-SAME-KEY - POSITION AT THE FIRST HISTORY RECORD  *
019100*                      FOR THE INCOMING ACCOUNT AND          *
019200*                      TIMESTAMP AND STEP THROUGH ALL OF     *
019300*                      THEM, NOTING AN IDENTICAL IMAGE AND   *
019400*                      THE NEXT FREE SEQUENCE.               *
019500*-----------------------------------------------------------*
019600 2200-SCAN-SAME-KEY.
019700     MOVE 'N' TO WS-DUPLICATE-SW.
019800     MOVE 'N' TO WS-SCAN-DONE-SW.
019900     MOVE ZERO TO WS-NEXT-DUP-SEQ.
020000     MOVE WS-LOAD-ACCT TO JHS-ACCT-NUMBER.
020100     MOVE WS-LOAD-DATE TO JHS-DATE.
020200     MOVE WS-LOAD-TIME TO JHS-TIME.
020300     MOVE ZERO TO JHS-DUP-SEQ.
020400     START JRNL-HIST-FILE KEY NOT < JHS-KEY
020500         INVALID KEY
020600             SET WS-SCAN-DONE TO TRUE
020700     END-START.
020800     PERFORM 2210-NEXT-SAME-KEY THRU 2210-EXIT
020900         UNTIL WS-SCAN-DONE.
021000 2200-EXIT.
021100     EXIT.
021200*-----------------------------------------------------------*
021300* 2210-NEXT-SAME-KEY - ONE STEP OF THE SAME-KEY SCAN.        *
021400*-----------------------------------------------------------*
021500 2210-NEXT-SAME-KEY.
021600     READ JRNL-HIST-FILE NEXT RECORD
021700         AT END
021800             SET WS-SCAN-DONE TO TRUE
021900     END-READ.
022000     IF NOT WS-JRNLHIST-OK
022100         SET WS-SCAN-DONE TO TRUE
022200         GO TO 2210-EXIT
022300     END-IF.
022400     IF JHS-ACCT-NUMBER NOT = WS-LOAD-ACCT
022500         OR JHS-DATE NOT = WS-LOAD-DATE
022600         OR JHS-TIME NOT = WS-LOAD-TIME
022700         SET WS-SCAN-DONE TO TRUE
022800         GO TO 2210-EXIT
022900     END-IF.
023000     IF JHS-JRNL-IMAGE = WS-LOAD-IMAGE
023100         SET WS-DUPLICATE TO TRUE
023200         SET WS-SCAN-DONE TO TRUE
023300         GO TO 2210-EXIT
023400     END-IF.
023500     COMPUTE WS-NEXT-DUP-SEQ = JHS-DUP-SEQ + 1.
023600 2210-EXIT.
023700     EXIT.
023800*-----------------------------------------------------------*
023900* 9000-TERMINATE - REPORT THE COUNTS AND CLOSE THE FILES.    *
024000*-----------------------------------------------------------*
024100 9000-TERMINATE.
024200     DISPLAY 'JRNLHLD: RECORDS READ     - ' WS-READ-COUNT.
024300     DISPLAY 'JRNLHLD: LOADED           - ' WS-LOADED-COUNT.
024400     DISPLAY 'JRNLHLD: ALREADY ON FILE  - ' WS-DUPLICATE-COUNT.
024500     DISPLAY 'JRNLHLD: NOT KEYABLE      - ' WS-BAD-COUNT.
024600     CLOSE JOURNAL-IN-FILE.
024700     CLOSE JRNL-HIST-FILE.
024800 9000-EXIT.
024900     EXIT.
025000 END PROGRAM JRNLHLD.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACCTSNAP.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL PRE-RUN ACCOUNT MASTER SNAPSHOT.  *
001300*                  RUNS AS THE FIRST STEP OF HELLODRV.        *
001400*                  STAMPS THE DATE AND TIME, THEN WALKS THE   *
001500*                  ACCOUNT MASTER IN KEY ORDER AND COPIES     *
001600*                  EVERY RECORD TO A NEW SNAPSHOT GENERATION  *
001700*                  BETWEEN A HEADER CARRYING THAT TIMESTAMP   *
001800*                  AND A TRAILER CARRYING THE ACCOUNT COUNT   *
001900*                  AND BALANCE TOTAL (SEE SNAPREC).  ACCTRCV  *
002000*                  ROLLS THE SNAPSHOT FORWARD THROUGH THE     *
002100*                  JOURNAL RECORDS STAMPED SINCE IT.  ENDS    *
002200*                  COND CODE 16 IF THE MASTER CANNOT BE READ  *
002300*                  OR THE SNAPSHOT CANNOT BE WRITTEN, AND THE *
002400*                  POSTING STEP IS HELD ON IT.                *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ACCT-NUMBER
003600         FILE STATUS IS WS-ACCTMAST-STATUS.
003700     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-SNAPOUT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ACCT-MASTER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY ACCTMAST.
004600 FD  SNAPSHOT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY SNAPREC.
004900 WORKING-STORAGE SECTION.
005000*-----------------------------------------------------------*
005100* FILE HANDLING SWITCHES.                                    *
005200*-----------------------------------------------------------*
005300 01  WS-FILE-SWITCHES.
005400     02  WS-ACCTMAST-STATUS  PIC X(02) VALUE '00'.
005500         88  WS-ACCTMAST-OK        VALUE '00'.
005600     02  WS-SNAPOUT-STATUS   PIC X(02) VALUE '00'.
005700         88  WS-SNAPOUT-OK         VALUE '00'.
005800     02  WS-ACCTMAST-EOF-SW  PIC X(01) VALUE 'N'.
005900         88  WS-ACCTMAST-EOF       VALUE 'Y'.
006000     02  WS-SNAP-FAILED-SW   PIC X(01) VALUE 'N'.
006100         88  WS-SNAP-FAILED        VALUE 'Y'.
006200*-----------------------------------------------------------*
006300* SNAPSHOT TIMESTAMP AND CONTROL TOTALS.                     *
006400*-----------------------------------------------------------*
006500 01  WS-SNAP-WORK-AREA.
006600     02  WS-SNAP-DATE        PIC 9(08) VALUE ZERO.
006700     02  WS-SNAP-TIME        PIC 9(08) VALUE ZERO.
006800     02  WS-ACCT-COUNT       PIC 9(09) VALUE ZERO.
006900     02  WS-BALANCE-TOTAL    PIC S9(13)V99 VALUE ZERO.
007000     02  WS-EDIT-TOTAL       PIC ZZZZZZZZZZZZ9.99-.
007100 PROCEDURE DIVISION.
007200*-----------------------------------------------------------*
007300* 0000-MAINLINE - COPY THE ACCOUNT MASTER TO THE SNAPSHOT    *
007400*                 GENERATION BETWEEN ITS HEADER AND TRAILER. *
007500*-----------------------------------------------------------*
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     IF WS-SNAP-FAILED
007900         MOVE 16 TO RETURN-CODE
008000         GOBACK
008100     END-IF.
008200     PERFORM 2000-COPY-ACCOUNT THRU 2000-EXIT
008300         UNTIL WS-ACCTMAST-EOF
008400         OR WS-SNAP-FAILED.
008500     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
008600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008700     IF WS-SNAP-FAILED
008800         MOVE 16 TO RETURN-CODE
008900     END-IF.
009000     GOBACK.
009100*-----------------------------------------------------------*
009200* 1000-INITIALIZE - OPEN THE FILES, STAMP THE SNAPSHOT TIME, *
009300*                   WRITE THE HEADER AND PRIME THE READ.     *
009400*                   THE TIME IS TAKEN BEFORE THE FIRST READ, *
009500*                   SO NOTHING POSTED AFTER IT CAN BE IN THE *
009600*                   SNAPSHOT.                                *
009700*-----------------------------------------------------------*
009800 1000-INITIALIZE.
009900     OPEN INPUT ACCT-MASTER-FILE.
010000     IF NOT WS-ACCTMAST-OK
010100         DISPLAY 'ACCTSNAP: ACCTMAST OPEN FAILED - STATUS '
010200             WS-ACCTMAST-STATUS
010300         SET WS-SNAP-FAILED TO TRUE
010400         GO TO 1000-EXIT
010500     END-IF.
010600     OPEN OUTPUT SNAPSHOT-FILE.
010700     IF NOT WS-SNAPOUT-OK
010800         DISPLAY 'ACCTSNAP: SNAPOUT OPEN FAILED - STATUS '
010900             WS-SNAPOUT-STATUS
011000         CLOSE ACCT-MASTER-FILE
011100         SET WS-SNAP-FAILED TO TRUE
011200         GO TO 1000-EXIT
011300     END-IF.
011400     ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD.
011500     ACCEPT WS-SNAP-TIME FROM TIME.
011600     MOVE SPACES TO SNAP-HEADER-REC.
011700     MOVE 'HDR' TO SNAP-HDR-REC-TYPE.
011800     MOVE WS-SNAP-DATE TO SNAP-HDR-DATE.
011900     MOVE WS-SNAP-TIME TO SNAP-HDR-TIME.
012000     WRITE SNAP-HEADER-REC.
012100     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
012200 1000-EXIT.
012300     EXIT.
012400*-----------------------------------------------------------*
012500* 2000-COPY-ACCOUNT - WRITE ONE ACCOUNT'S IMAGE TO THE       *
012600*                     SNAPSHOT, FOLD IT INTO THE CONTROL     *
012700*                     TOTALS AND READ THE NEXT ONE.          *
012800*-----------------------------------------------------------*
012900 2000-COPY-ACCOUNT.
013000     MOVE SPACES TO SNAP-DETAIL-REC.
013100     MOVE 'DTL' TO SNAP-DTL-REC-TYPE.
013200     MOVE ACCT-MASTER-REC TO SNAP-DTL-ACCT-IMAGE.
013300     WRITE SNAP-DETAIL-REC.
013400     IF NOT WS-SNAPOUT-OK
013500         DISPLAY 'ACCTSNAP: SNAPOUT WRITE FAILED - STATUS '
013600             WS-SNAPOUT-STATUS ' ACCOUNT ' ACCT-NUMBER
013700         SET WS-SNAP-FAILED TO TRUE
013800         GO TO 2000-EXIT
013900     END-IF.
014000     ADD 1 TO WS-ACCT-COUNT.
014100     ADD ACCT-BALANCE TO WS-BALANCE-TOTAL.
014200     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
014300 2000-EXIT.
014400     EXIT.
014500*-----------------------------------------------------------*
014600* 2100-READ-ACCT-MASTER - READ THE NEXT ACCOUNT IN KEY       *
014700*                         ORDER.                             *
014800*-----------------------------------------------------------*
014900 2100-READ-ACCT-MASTER.
015000     READ ACCT-MASTER-FILE
015100         AT END
015200             SET WS-ACCTMAST-EOF TO TRUE
015300     END-READ.
015400 2100-EXIT.
015500     EXIT.
015600*-----------------------------------------------------------*
015700* 3000-WRITE-TRAILER - CLOSE THE SNAPSHOT WITH ITS CONTROL   *
015800*                      TOTALS AND SHOW THEM ON SYSOUT.  A    *
015900*                      SNAPSHOT THAT FAILED PART WAY GETS NO *
016000*                      TRAILER, SO ACCTRCV WILL REFUSE IT.   *
016100*-----------------------------------------------------------*
016200 3000-WRITE-TRAILER.
016300     IF WS-SNAP-FAILED
016400         GO TO 3000-EXIT
016500     END-IF.
016600     MOVE SPACES TO SNAP-TRAILER-REC.
016700     MOVE 'TRL' TO SNAP-TRL-REC-TYPE.
016800     MOVE WS-ACCT-COUNT TO SNAP-TRL-ACCT-COUNT.
016900     MOVE WS-BALANCE-TOTAL TO SNAP-TRL-BALANCE-TOTAL.
017000     WRITE SNAP-TRAILER-REC.
017100     MOVE WS-BALANCE-TOTAL TO WS-EDIT-TOTAL.
017200     DISPLAY 'ACCTSNAP: SNAPSHOT TAKEN ' WS-SNAP-DATE ' '
017300         WS-SNAP-TIME.
017400     DISPLAY 'ACCTSNAP: ACCOUNTS COPIED   - ' WS-ACCT-COUNT.
017500     DISPLAY 'ACCTSNAP: BALANCE TOTAL     - ' WS-EDIT-TOTAL.
017600 3000-EXIT.
017700     EXIT.
017800*-----------------------------------------------------------*
017900* 9000-TERMINATE - CLOSE THE FILES.                          *
018000*-----------------------------------------------------------*
018100 9000-TERMINATE.
018200     CLOSE ACCT-MASTER-FILE.
018300     CLOSE SNAPSHOT-FILE.
018400 9000-EXIT.
018500     EXIT.
018600 END PROGRAM ACCTSNAP.

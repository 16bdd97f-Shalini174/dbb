000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     JRNLPRG.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL JOURNAL HISTORY RETENTION PURGE.  *
001300*                  WALKS THE JOURNAL HISTORY FILE (JRNLHIST,  *
001400*                  SEE JRNLHST) IN KEY ORDER AND REMOVES      *
001500*                  EVERY RECORD DATED BEFORE THE CUTOFF - THE *
001600*                  RUN DATE LESS THE RETENTION IN MONTHS ON   *
001700*                  THE HSTPARM CARD.  EACH EXPIRED RECORD IS  *
001800*                  FIRST WRITTEN, AS THE ORIGINAL JOURNAL     *
001900*                  RECORD, TO THE ARCHIVE TAPE GENERATION     *
002000*                  (ARCHOUT) AND IS ONLY DELETED ONCE THE     *
002100*                  WRITE HAS SUCCEEDED, SO THE ARCHIVE CAN BE *
002200*                  READ BY JRNLXTR OR RELOADED BY JRNLHLD.  A *
002300*                  MISSING, NON-NUMERIC OR ZERO RETENTION     *
002400*                  ENDS THE RUN WITH COND CODE 16 AND NOTHING *
002500*                  DONE; A FAILED ARCHIVE WRITE OR DELETE     *
002600*                  STOPS THE PURGE WITH COND CODE 16.         *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE ASSIGN TO "HSTPARM"
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-HSTPARM-STATUS.
003800     SELECT JRNL-HIST-FILE ASSIGN TO "JRNLHIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS JHS-KEY
004200         FILE STATUS IS WS-JRNLHIST-STATUS.
004300     SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-ARCHOUT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PARM-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  HST-PARM-REC.
005200     02  HST-RETAIN-MONTHS       PIC 9(03).
005300     02  FILLER                  PIC X(77).
005400 FD  JRNL-HIST-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY JRNLHST.
005700 FD  ARCHIVE-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  ARCHIVE-REC                 PIC X(112).
006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------*
006200* FILE HANDLING SWITCHES.                                    *
006300*-----------------------------------------------------------*
006400 01  WS-FILE-SWITCHES.
006500     02  WS-HSTPARM-STATUS   PIC X(02) VALUE '00'.
006600     02  WS-JRNLHIST-STATUS  PIC X(02) VALUE '00'.
006700         88  WS-JRNLHIST-OK        VALUE '00'.
006800     02  WS-ARCHOUT-STATUS   PIC X(02) VALUE '00'.
006900         88  WS-ARCHOUT-OK         VALUE '00'.
007000     02  WS-JRNLHIST-EOF-SW  PIC X(01) VALUE 'N'.
007100         88  WS-JRNLHIST-EOF       VALUE 'Y'.
007200     02  WS-HSTPARM-EOF-SW   PIC X(01) VALUE 'N'.
007300         88  WS-HSTPARM-EOF        VALUE 'Y'.
007400     02  WS-PURGE-FAILED-SW  PIC X(01) VALUE 'N'.
007500         88  WS-PURGE-FAILED       VALUE 'Y'.
007600*-----------------------------------------------------------*
007700* CUTOFF WORK AREA.  THE CUTOFF IS THE RUN DATE TAKEN BACK   *
007800* BY THE RETENTION IN WHOLE MONTHS, COUNTING MONTHS FROM     *
007900* YEAR ZERO SO THE YEAR ROLLS BACK WITH THEM.  A DAY PAST    *
008000* THE END OF THE CUTOFF MONTH ONLY MOVES THE CUTOFF A FEW    *
008100* DAYS LATER AND IS LEFT AS IT IS.  RECORDS DATED BEFORE THE *
008200* CUTOFF HAVE EXPIRED.                                       *
008300*-----------------------------------------------------------*
008400 01  WS-CUTOFF-WORK-AREA.
008500     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
008600     02  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
008700         03  WS-RUN-YEAR     PIC 9(04).
008800         03  WS-RUN-MONTH    PIC 9(02).
008900         03  WS-RUN-DAY      PIC 9(02).
009000     02  WS-CUTOFF-DATE      PIC 9(08) VALUE ZERO.
009100     02  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
009200         03  WS-CUTOFF-YEAR  PIC 9(04).
009300         03  WS-CUTOFF-MONTH PIC 9(02).
009400         03  WS-CUTOFF-DAY   PIC 9(02).
009500     02  WS-RETAIN-MONTHS    PIC 9(03) VALUE ZERO.
009600     02  WS-MONTH-TOTAL      PIC 9(07) VALUE ZERO.
009700     02  WS-MONTH-REMAINDER  PIC 9(02) VALUE ZERO.
009800*-----------------------------------------------------------*
009900* RUN COUNTERS.                                              *
010000*-----------------------------------------------------------*
010100 01  WS-RUN-COUNTERS.
010200     02  WS-READ-COUNT       PIC 9(9) VALUE ZERO.
010300     02  WS-ARCHIVED-COUNT   PIC 9(9) VALUE ZERO.
010400     02  WS-PURGED-COUNT     PIC 9(9) VALUE ZERO.
010500 PROCEDURE DIVISION.
010600*-----------------------------------------------------------*
010700* 0000-MAINLINE - WALK THE JOURNAL HISTORY FILE, ARCHIVING   *
010800*                 AND THEN DELETING EVERY RECORD OLDER THAN  *
010900*                 THE RETENTION PERIOD.                      *
011000*-----------------------------------------------------------*
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     IF WS-HSTPARM-EOF
011400         MOVE 16 TO RETURN-CODE
011500         GOBACK
011600     END-IF.
011700     PERFORM 2000-PURGE-JRNL THRU 2000-EXIT
011800         UNTIL WS-JRNLHIST-EOF
011900         OR WS-PURGE-FAILED.
012000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012100     IF WS-PURGE-FAILED
012200         MOVE 16 TO RETURN-CODE
012300     END-IF.
012400     GOBACK.
012500*-----------------------------------------------------------*
012600* 1000-INITIALIZE - READ THE PARM CARD AND WORK OUT THE      *
012700*                   CUTOFF, OPEN THE FILES, POSITION AT THE  *
012800*                   FIRST HISTORY RECORD AND PRIME THE READ. *
012900*                   A MISSING, NON-NUMERIC OR ZERO           *
013000*                   RETENTION, OR A HISTORY FILE THAT WILL   *
013100*                   NOT OPEN, ENDS THE RUN WITH NOTHING      *
013200*                   DONE.                                    *
013300*-----------------------------------------------------------*
013400 1000-INITIALIZE.
013500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013600     OPEN INPUT PARM-FILE.
013700     READ PARM-FILE
013800         AT END
013900             SET WS-HSTPARM-EOF TO TRUE
014000     END-READ.
014100     IF WS-HSTPARM-EOF
014200         DISPLAY 'JRNLPRG: PARM CARD MISSING - NOTHING DONE'
014300         CLOSE PARM-FILE
014400         GO TO 1000-EXIT
014500     END-IF.
014600     CLOSE PARM-FILE.
014700     IF HST-RETAIN-MONTHS NOT NUMERIC
014800         OR HST-RETAIN-MONTHS = ZERO
014900         DISPLAY 'JRNLPRG: RETENTION NOT VALID - NOTHING DONE'
015000         SET WS-HSTPARM-EOF TO TRUE
015100         GO TO 1000-EXIT
015200     END-IF.
015300     MOVE HST-RETAIN-MONTHS TO WS-RETAIN-MONTHS.
015400     COMPUTE WS-MONTH-TOTAL = WS-RUN-YEAR * 12
015500         + WS-RUN-MONTH - 1 - WS-RETAIN-MONTHS.
015600     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUTOFF-YEAR
015700         REMAINDER WS-MONTH-REMAINDER.
015800     COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1.
015900     MOVE WS-RUN-DAY TO WS-CUTOFF-DAY.
016000     OPEN I-O JRNL-HIST-FILE.
016100     IF NOT WS-JRNLHIST-OK
016200         DISPLAY 'JRNLPRG: JRNLHIST OPEN FAILED - STATUS '
016300             WS-JRNLHIST-STATUS ' - NOTHING DONE'
016400         SET WS-HSTPARM-EOF TO TRUE
016500         GO TO 1000-EXIT
016600     END-IF.
016700     OPEN OUTPUT ARCHIVE-FILE.
016800     DISPLAY 'JRNLPRG: RETENTION MONTHS - ' WS-RETAIN-MONTHS.
016900     DISPLAY 'JRNLPRG: PURGING BEFORE   - ' WS-CUTOFF-DATE.
017000     MOVE LOW-VALUES TO JHS-KEY.
017100     START JRNL-HIST-FILE KEY NOT < JHS-KEY
017200         INVALID KEY
017300             SET WS-JRNLHIST-EOF TO TRUE
017400     END-START.
017500     PERFORM 2100-READ-HIST THRU 2100-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800*-----------------------------------------------------------*
017900* 2000-PURGE-JRNL - IF THE CURRENT HISTORY RECORD HAS        *
018000*                   EXPIRED, WRITE IT TO THE ARCHIVE AND     *
018100*                   THEN DELETE IT, THEN READ THE NEXT ONE.  *
018200*                   A RECORD THAT CANNOT BE ARCHIVED IS LEFT *
018300*                   ON HISTORY AND STOPS THE PURGE.          *
018400*-----------------------------------------------------------*
018500 2000-PURGE-JRNL.
018600     ADD 1 TO WS-READ-COUNT.
018700     IF JHS-DATE NOT < WS-CUTOFF-DATE
018800         GO TO 2000-NEXT
018900     END-IF.
019000     WRITE ARCHIVE-REC FROM JHS-JRNL-IMAGE.
019100     IF NOT WS-ARCHOUT-OK
019200         DISPLAY 'JRNLPRG: ARCHOUT WRITE FAILED - STATUS '
019300             WS-ARCHOUT-STATUS ' ACCOUNT ' JHS-ACCT-NUMBER
019400         SET WS-PURGE-FAILED TO TRUE
019500         GO TO 2000-EXIT
019600     END-IF.
019700     ADD 1 TO WS-ARCHIVED-COUNT.
019800     DELETE JRNL-HIST-FILE RECORD.
019900     IF NOT WS-JRNLHIST-OK
020000         DISPLAY 'JRNLPRG: JRNLHIST DELETE FAILED - STATUS '
020100             WS-JRNLHIST-STATUS ' ACCOUNT ' JHS-ACCT-NUMBER
020200         SET WS-PURGE-FAILED TO TRUE
020300         GO TO 2000-EXIT
020400     END-IF.
020500     ADD 1 TO WS-PURGED-COUNT.
020600 2000-NEXT.
020700     PERFORM 2100-READ-HIST THRU 2100-EXIT.
020800 2000-EXIT.
020900     EXIT.
021000*-----------------------------------------------------------*
021100* 2100-READ-HIST - READ THE NEXT HISTORY RECORD IN KEY       *
021200*                  ORDER.  ANY NON-ZERO STATUS ENDS THE      *
021300*                  WALK.                                     *
021400*-----------------------------------------------------------*
021500 2100-READ-HIST.
021600     IF WS-JRNLHIST-EOF
021700         GO TO 2100-EXIT
021800     END-IF.
021900     READ JRNL-HIST-FILE NEXT RECORD
022000         AT END
022100             SET WS-JRNLHIST-EOF TO TRUE
022200     END-READ.
022300     IF NOT WS-JRNLHIST-OK
022400         SET WS-JRNLHIST-EOF TO TRUE
022500     END-IF.
022600 2100-EXIT.
022700     EXIT.
022800*-----------------------------------------------------------*
022900* 9000-TERMINATE - REPORT THE COUNTS AND CLOSE THE FILES.    *
023000*-----------------------------------------------------------*
023100 9000-TERMINATE.
023200     DISPLAY 'JRNLPRG: RECORDS READ     - ' WS-READ-COUNT.
023300     DISPLAY 'JRNLPRG: ARCHIVED         - ' WS-ARCHIVED-COUNT.
023400     DISPLAY 'JRNLPRG: PURGED           - ' WS-PURGED-COUNT.
023500     CLOSE JRNL-HIST-FILE.
023600     CLOSE ARCHIVE-FILE.
023700 9000-EXIT.
023800     EXIT.
023900 END PROGRAM JRNLPRG.

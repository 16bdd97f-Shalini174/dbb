000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DISPRTN.
000300 AUTHOR.         D JOSEPH.
000400 INSTALLATION.   DEPOSIT ACCOUNTING.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* ---------  ----  ----------------------------------------- *
001200* 2026-10-15  DJ   ORIGINAL DISPOSITION RETURN.  SORTS THE    *
001300*                  NIGHT'S DISPOSITION FILE (DISPWORK) - ONE  *
001400*                  RECORD PER ITEM WRITTEN BY HELLORDR,       *
001500*                  TRANEDIT, TRANRLSE AND HELLODRV, SEE       *
001600*                  DISPREC - BY ORIGIN SYSTEM AND SOURCE      *
001700*                  SEQUENCE, AND WRITES THE RETURN FILE       *
001800*                  (DISPRTN): FOR EACH ORIGIN SYSTEM A        *
001900*                  HEADER, ONE DETAIL PER ITEM TELLING THE    *
002000*                  SYSTEM WHETHER ITS ITEM POSTED, REJECTED   *
002100*                  IN THE EDIT, WENT TO SUSPENSE, WAS         *
002200*                  WAREHOUSED OR WENT TO MANUAL - WITH THE    *
002300*                  RETURN CODE AND RESULTING BALANCE - AND A  *
002400*                  TRAILER CARRYING THE ITEM COUNT AND AMOUNT *
002500*                  HASH, SO EACH SYSTEM CAN PROVE ITS OWN SET *
002600*                  COMPLETE.  THE RETURN REPORT (DISPRPT)     *
002700*                  PRINTS THE COUNTS PER ORIGIN AND           *
002800*                  DISPOSITION.  RUNS AFTER HELLODRV.         *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DISP-WORK-FILE ASSIGN TO "DISPWORK"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-DISPWORK-STATUS.
004000     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
004100     SELECT SORTED-DISP-FILE ASSIGN TO "SRTDISP"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-SRTDISP-STATUS.
004500     SELECT RETURN-FILE ASSIGN TO "DISPRTN"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-DISPRTN-STATUS.
004900     SELECT RETURN-REPORT-FILE ASSIGN TO "DISPRPT"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-DISPRPT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DISP-WORK-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  DISP-WORK-REC               PIC X(80).
005800 SD  SORT-WORK-FILE.
005900 01  SORT-DISP-REC.
006000     02  FILLER                  PIC X(03).
006100     02  SORT-ORIGIN-SYSTEM      PIC X(08).
006200     02  SORT-SOURCE-SEQ         PIC 9(06).
006300     02  FILLER                  PIC X(63).
006400 FD  SORTED-DISP-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  SRT-DISP-REC                PIC X(80).
006700 FD  RETURN-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  RETURN-REC                  PIC X(80).
007000 FD  RETURN-REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RETURN-LINE                 PIC X(132).
007300 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------*
007500* FILE HANDLING SWITCHES.                                   *
007600*-----------------------------------------------------------*
007700 01  WS-FILE-SWITCHES.
007800     02  WS-DISPWORK-STATUS  PIC X(02) VALUE '00'.
007900     02  WS-SRTDISP-STATUS   PIC X(02) VALUE '00'.
008000     02  WS-DISPRTN-STATUS   PIC X(02) VALUE '00'.
008100     02  WS-DISPRPT-STATUS   PIC X(02) VALUE '00'.
008200     02  WS-SRTDISP-EOF-SW   PIC X(01) VALUE 'N'.
008300         88  WS-SRTDISP-EOF        VALUE 'Y'.
008400*-----------------------------------------------------------*
008500* CONTROL-BREAK WORK AREA.  THE COUNTS AND HASH COVER THE   *
008600* CURRENT ORIGIN SYSTEM'S DETAILS ONLY AND GO OUT ON ITS    *
008700* TRAILER.                                                  *
008800*-----------------------------------------------------------*
008900 01  WS-ORIGIN-WORK-AREA.
009000     02  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
009100     02  WS-CURRENT-ORIGIN   PIC X(08) VALUE SPACES.
009200     02  WS-ORIGIN-COUNT     PIC 9(09) VALUE ZERO.
009300     02  WS-ORIGIN-AMT-HASH  PIC 9(13)V99 VALUE ZERO.
009400     02  WS-POSTED-COUNT     PIC 9(7) VALUE ZERO.
009500     02  WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
009600     02  WS-SUSPENDED-COUNT  PIC 9(7) VALUE ZERO.
009700     02  WS-WAREHOUSED-COUNT PIC 9(7) VALUE ZERO.
009800     02  WS-MANUAL-COUNT     PIC 9(7) VALUE ZERO.
009900     02  WS-EDIT-ORIGIN      PIC X(08) VALUE SPACES.
010000     02  WS-EDIT-AMT-HASH    PIC ZZZZZZZZZZZZ9.99.
010100*-----------------------------------------------------------*
010200* RUN TOTALS.                                               *
010300*-----------------------------------------------------------*
010400 01  WS-RUN-TOTALS.
010500     02  WS-ORIGINS-RETURNED PIC 9(7) VALUE ZERO.
010600     02  WS-ITEMS-RETURNED   PIC 9(7) VALUE ZERO.
010700*-----------------------------------------------------------*
010800* THE DISPOSITION BEING RETURNED AND WORKING COPIES OF THE  *
010900* RETURN FILE CONTROL RECORDS.                              *
011000*-----------------------------------------------------------*
011100     COPY DISPREC.
011200 PROCEDURE DIVISION.
011300*-----------------------------------------------------------*
011400* 0000-MAINLINE - SORT THE NIGHT'S DISPOSITIONS AND RETURN  *
011500*                 EACH ORIGIN SYSTEM ITS OWN SET UNDER ITS  *
011600*                 OWN HEADER AND TRAILER.                   *
011700*-----------------------------------------------------------*
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-ORIGIN THRU 2000-EXIT
012100         UNTIL WS-SRTDISP-EOF.
012200     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
012300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012400     GOBACK.
012500*-----------------------------------------------------------*
012600* 1000-INITIALIZE - SORT THE DISPOSITION FILE, OPEN THE     *
012700*                   FILES AND PRIME THE READ.               *
012800*-----------------------------------------------------------*
012900 1000-INITIALIZE.
013000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100     SORT SORT-WORK-FILE
013200         ON ASCENDING KEY SORT-ORIGIN-SYSTEM
013300                          SORT-SOURCE-SEQ
013400         USING DISP-WORK-FILE
013500         GIVING SORTED-DISP-FILE.
013600     OPEN INPUT SORTED-DISP-FILE.
013700     OPEN OUTPUT RETURN-FILE.
013800     OPEN OUTPUT RETURN-REPORT-FILE.
013900     MOVE SPACES TO RETURN-LINE.
014000     STRING 'DISPRTN DISPOSITION RETURN FOR ' WS-RUN-DATE
014100         DELIMITED BY SIZE INTO RETURN-LINE.
014200     WRITE RETURN-LINE.
014300     PERFORM 2100-READ-SORTED-DISP THRU 2100-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------*
014700* 2000-PROCESS-ORIGIN - RETURN ONE ORIGIN SYSTEM'S SET:     *
014800*                       HEADER, EVERY DETAIL, AND THE       *
014900*                       TRAILER, THEN LIST ITS COUNTS.      *
015000*-----------------------------------------------------------*
015100 2000-PROCESS-ORIGIN.
015200     MOVE DISP-ORIGIN-SYSTEM TO WS-CURRENT-ORIGIN.
015300     MOVE ZERO TO WS-ORIGIN-COUNT WS-ORIGIN-AMT-HASH.
015400     MOVE ZERO TO WS-POSTED-COUNT WS-REJECTED-COUNT
015500         WS-SUSPENDED-COUNT WS-WAREHOUSED-COUNT WS-MANUAL-COUNT.
015600     ADD 1 TO WS-ORIGINS-RETURNED.
015700     MOVE SPACES TO DISP-HEADER-REC.
015800     MOVE 'HDR' TO DISP-HDR-REC-TYPE.
015900     MOVE WS-RUN-DATE TO DISP-HDR-FILE-DATE.
016000     MOVE WS-CURRENT-ORIGIN TO DISP-HDR-ORIGIN-SYSTEM.
016100     WRITE RETURN-REC FROM DISP-HEADER-REC.
016200     PERFORM 2200-RETURN-ITEM THRU 2200-EXIT
016300         UNTIL WS-SRTDISP-EOF
016400         OR DISP-ORIGIN-SYSTEM NOT = WS-CURRENT-ORIGIN.
016500     MOVE SPACES TO DISP-TRAILER-REC.
016600     MOVE 'TRL' TO DISP-TRL-REC-TYPE.
016700     MOVE WS-CURRENT-ORIGIN TO DISP-TRL-ORIGIN-SYSTEM.
016800     MOVE WS-ORIGIN-COUNT TO DISP-TRL-RECORD-COUNT.
016900     MOVE WS-ORIGIN-AMT-HASH TO DISP-TRL-AMOUNT-HASH.
017000     WRITE RETURN-REC FROM DISP-TRAILER-REC.
017100     PERFORM 2300-LIST-ORIGIN THRU 2300-EXIT.
017200 2000-EXIT.
017300     EXIT.
017400*-----------------------------------------------------------*
017500* 2100-READ-SORTED-DISP - READ THE NEXT SORTED DISPOSITION  *
017600*                         INTO DISP-REC.                    *
017700*-----------------------------------------------------------*
017800 2100-READ-SORTED-DISP.
017900     READ SORTED-DISP-FILE
018000         AT END
018100             SET WS-SRTDISP-EOF TO TRUE
018200     END-READ.
018300     IF NOT WS-SRTDISP-EOF
018400         MOVE SRT-DISP-REC TO DISP-REC
018500     END-IF.
018600 2100-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------*
018900* 2200-RETURN-ITEM - ONE STEP OF THE ORIGIN'S DETAIL SCAN - *
019000*                    WRITE THE ITEM TO THE RETURN FILE AND  *
019100*                    FOLD IT INTO THE ORIGIN'S TOTALS.      *
019200*-----------------------------------------------------------*
019300 2200-RETURN-ITEM.
019400     ADD 1 TO WS-ORIGIN-COUNT.
019500     ADD 1 TO WS-ITEMS-RETURNED.
019600     ADD DISP-AMOUNT TO WS-ORIGIN-AMT-HASH.
019700     EVALUATE TRUE
019800         WHEN DISP-POSTED
019900             ADD 1 TO WS-POSTED-COUNT
020000         WHEN DISP-EDIT-REJECT
020100             ADD 1 TO WS-REJECTED-COUNT
020200         WHEN DISP-SUSPENDED
020300             ADD 1 TO WS-SUSPENDED-COUNT
020400         WHEN DISP-WAREHOUSED
020500             ADD 1 TO WS-WAREHOUSED-COUNT
020600         WHEN OTHER
020700             ADD 1 TO WS-MANUAL-COUNT
020800     END-EVALUATE.
020900     WRITE RETURN-REC FROM DISP-REC.
021000     PERFORM 2100-READ-SORTED-DISP THRU 2100-EXIT.
021100 2200-EXIT.
021200     EXIT.
021300*-----------------------------------------------------------*
021400* 2300-LIST-ORIGIN - PRINT THE ORIGIN'S COUNTS BY           *
021500*                    DISPOSITION AND ITS TRAILER TOTALS.    *
021600*-----------------------------------------------------------*
021700 2300-LIST-ORIGIN.
021800     MOVE WS-CURRENT-ORIGIN TO WS-EDIT-ORIGIN.
021900     IF WS-EDIT-ORIGIN = SPACES
022000         MOVE '(NONE)' TO WS-EDIT-ORIGIN
022100     END-IF.
022200     MOVE WS-ORIGIN-AMT-HASH TO WS-EDIT-AMT-HASH.
022300     MOVE SPACES TO RETURN-LINE.
022400     WRITE RETURN-LINE.
022500     MOVE SPACES TO RETURN-LINE.
022600     STRING 'ORIGIN ' WS-EDIT-ORIGIN DELIMITED BY SIZE
022700         '  ITEMS ' WS-ORIGIN-COUNT DELIMITED BY SIZE
022800         '  AMOUNT HASH ' WS-EDIT-AMT-HASH DELIMITED BY SIZE
022900         INTO RETURN-LINE.
023000     WRITE RETURN-LINE.
023100     MOVE SPACES TO RETURN-LINE.
023200     STRING '  POSTED ' WS-POSTED-COUNT DELIMITED BY SIZE
023300         '  REJECTED ' WS-REJECTED-COUNT DELIMITED BY SIZE
023400         '  SUSPENDED ' WS-SUSPENDED-COUNT DELIMITED BY SIZE
023500         '  WAREHOUSED ' WS-WAREHOUSED-COUNT DELIMITED BY SIZE
023600         '  MANUAL ' WS-MANUAL-COUNT DELIMITED BY SIZE
023700         INTO RETURN-LINE.
023800     WRITE RETURN-LINE.
023900 2300-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------*
024200* 3000-WRITE-TOTALS - THE RUN TOTALS.                       *
024300*-----------------------------------------------------------*
024400 3000-WRITE-TOTALS.
024500     MOVE SPACES TO RETURN-LINE.
024600     WRITE RETURN-LINE.
024700     MOVE SPACES TO RETURN-LINE.
024800     STRING 'ORIGINS RETURNED    - ' DELIMITED BY SIZE
024900         WS-ORIGINS-RETURNED DELIMITED BY SIZE
025000         INTO RETURN-LINE.
025100     WRITE RETURN-LINE.
025200     MOVE SPACES TO RETURN-LINE.
025300     STRING 'ITEMS RETURNED      - ' DELIMITED BY SIZE
025400         WS-ITEMS-RETURNED DELIMITED BY SIZE
025500         INTO RETURN-LINE.
025600     WRITE RETURN-LINE.
025700 3000-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------*
026000* 9000-TERMINATE - CLOSE THE FILES.                         *
026100*-----------------------------------------------------------*
026200 9000-TERMINATE.
026300     CLOSE SORTED-DISP-FILE.
026400     CLOSE RETURN-FILE.
026500     CLOSE RETURN-REPORT-FILE.
026600 9000-EXIT.
026700     EXIT.
026800 END PROGRAM DISPRTN.

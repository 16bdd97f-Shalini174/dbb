002491*                  REFUSES TO START UNTIL ACCTMNT HAS         *
002492*                  COMPLETED FOR THE DATE, AND REFUSES A      *
002493*                  SECOND RUN FOR THE SAME DATE.              *
002494* 2026-10-15  DJ   SUSPENSE RECORD NOW 122 BYTES (TRAN-REC    *
002495*                  WIDENED TO 100 FOR THE ORIGIN SYSTEM AND   *
002496*                  SOURCE SEQUENCE).  EACH ITEM THAT POSTS OR *
002497*                  AGES OFF TO MANRPT IS ALSO WRITTEN TO A    *
002498*                  NEW DISPOSITION FILE GENERATION (DISPOUT,  *
002499*                  SEE DISPREC) WITH HELLO'S RETURN CODE AND  *
002500*                  THE RESULTING BALANCE.  TRANEDIT, TRANRLSE *
002501*                  AND HELLODRV APPEND TO THE SAME GENERATION *
002502*                  AND DISPRTN RETURNS IT TO THE ORIGIN       *
002503*                  SYSTEMS.                                   *
002504* 2026-10-15  DJ   SUSPENSE RECORD NOW 134 BYTES (TRAN-REC    *
002505*                  WIDENED TO 112 FOR THE BRANCH AND TELLER). *
002506*                  THE ITEM'S BRANCH AND TELLER ARE PASSED TO *
002507*                  HELLO FOR THE JOURNAL.                     *
002508*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-RDRSUM-STATUS.
004721     SELECT DISPOSITION-FILE ASSIGN TO "DISPOUT"
004741         ORGANIZATION IS SEQUENTIAL
004761         ACCESS MODE IS SEQUENTIAL
004781         FILE STATUS IS WS-DISPOUT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SUSPENSE-IN-FILE
005200     COPY SUSPREC.
005300 FD  SUSPENSE-OUT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  SUSP-OUT-REC                PIC X(134).
005600 FD  MANUAL-REPORT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  MANUAL-LINE                 PIC X(132).
005900 FD  RUN-SUMMARY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  SUMMARY-LINE                PIC X(80).
006125 FD  DISPOSITION-FILE
006151     LABEL RECORDS ARE STANDARD.
006175     COPY DISPREC.
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------*
006400* FILE HANDLING SWITCHES.                                    *
006800     02  WS-SUSPOUT-STATUS   PIC X(02) VALUE '00'.
006900     02  WS-MANRPT-STATUS    PIC X(02) VALUE '00'.
007000     02  WS-RDRSUM-STATUS    PIC X(02) VALUE '00'.
007051     02  WS-DISPOUT-STATUS   PIC X(02) VALUE '00'.
007100     02  WS-SUSPIN-EOF-SW    PIC X(01) VALUE 'N'.
007200         88  WS-SUSPIN-EOF         VALUE 'Y'.
007300*-----------------------------------------------------------*
011400     OPEN OUTPUT SUSPENSE-OUT-FILE.
011500     OPEN OUTPUT MANUAL-REPORT-FILE.
011600     OPEN OUTPUT RUN-SUMMARY-FILE.
011651     OPEN OUTPUT DISPOSITION-FILE.
011700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011800     MOVE SPACES TO MANUAL-LINE.
011900     STRING 'HELLORDR FORCED-MANUAL REPORT - ITEMS AGED OFF '
013400     PERFORM 2200-CALL-HELLO THRU 2200-EXIT.
013500     IF RC-POSTED-OK
013600         ADD 1 TO WS-POSTED-COUNT
013651         PERFORM 2600-WRITE-DISPOSITION THRU 2600-EXIT
013700     ELSE
013800         COMPUTE WS-NEW-ATTEMPTS = SUSP-ATTEMPT-COUNT + 1
013900         IF WS-NEW-ATTEMPTS NOT < 3
016720     MOVE TRAN-HOLD-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
016730     MOVE TRAN-ORIG-POST-DATE TO ORIG-POST-DATE.
016740     MOVE TRAN-ORIG-POST-TIME TO ORIG-POST-TIME.
016761     MOVE TRAN-BRANCH-NUMBER TO BRANCH-NUMBER.
016781     MOVE TRAN-TELLER-ID TO TELLER-ID.
016800     CALL 'HELLO' USING RCV-PARMS.
016900 2200-EXIT.
017000     EXIT.
019700         '  ATTEMPTS ' WS-NEW-ATTEMPTS DELIMITED BY SIZE
019800         INTO MANUAL-LINE.
019900     WRITE MANUAL-LINE.
019951     PERFORM 2600-WRITE-DISPOSITION THRU 2600-EXIT.
020000 2500-EXIT.
020100     EXIT.
020104*-----------------------------------------------------------*
020107* 2600-WRITE-DISPOSITION - RETURN THE ITEM'S FATE TO ITS    *
020111*                          ORIGIN: POSTED, OR FORCED MANUAL *
020114*                          WHEN IT HAS AGED OFF SUSPENSE.   *
020118*                          ITEMS KEPT ON SUSPENSE ARE NOT   *
020122*                          RETURNED AGAIN - THEIR ORIGIN    *
020125*                          ALREADY HAS THEM AS SUSPENDED.   *
020128*-----------------------------------------------------------*
020132 2600-WRITE-DISPOSITION.
020136     MOVE SPACES TO DISP-REC.
020139     MOVE 'DTL' TO DISP-REC-TYPE.
020143     MOVE TRAN-ORIGIN-SYSTEM TO DISP-ORIGIN-SYSTEM.
020146     MOVE TRAN-SOURCE-SEQ TO DISP-SOURCE-SEQ.
020151     MOVE WS-RUN-DATE TO DISP-PROCESS-DATE.
020154     IF RC-POSTED-OK
020157         SET DISP-POSTED TO TRUE
020161     ELSE
020164         SET DISP-MANUAL TO TRUE
020168     END-IF.
020172     MOVE HELLO-RETURN-CODE IN RCV-PARMS TO DISP-RETURN-CODE.
020175     MOVE TRAN-ACCOUNT-NUMBER TO DISP-ACCT-NUMBER.
020178     MOVE TRAN-ACTION TO DISP-ACTION.
020182     MOVE TRAN-AMOUNT TO DISP-AMOUNT.
020186     MOVE ACCOUNT-BAL-REM TO DISP-RESULT-BALANCE.
020189     WRITE DISP-REC.
020193 2600-EXIT.
020196     EXIT.
020200*-----------------------------------------------------------*
020300* 3000-WRITE-SUMMARY - WRITE THE RE-DRIVE RUN SUMMARY.       *
020400*-----------------------------------------------------------*
024000     CLOSE SUSPENSE-OUT-FILE.
024100     CLOSE MANUAL-REPORT-FILE.
024200     CLOSE RUN-SUMMARY-FILE.
024205     CLOSE DISPOSITION-FILE.
024210     MOVE 'END' TO RUNCTL-FUNCTION.
024220     MOVE ZERO TO RUNCTL-END-CC.
024230     CALL 'RUNCTL' USING RUNCTL-PARMS.

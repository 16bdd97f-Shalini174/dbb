002880*                  GENERATION UNCHANGED - WHSOUT CATALOGS     *
002890*                  EITHER WAY, AND AN EMPTY ONE WOULD         *
002891*                  SILENTLY DESTROY EVERY WAREHOUSED ITEM.    *
002892* 2026-10-15  DJ   TRAN-REC WIDENED TO 100 BYTES FOR THE      *
002893*                  ORIGIN SYSTEM AND SOURCE SEQUENCE, WHICH   *
002894*                  SURVIVE THE RENUMBERING OF A RELEASED      *
002895*                  ITEM.  A DROPPED ITEM IS ALSO WRITTEN TO   *
002896*                  THE NIGHT'S DISPOSITION FILE (DISPOUT) AS  *
002897*                  MANUAL, WITH THE RETURN CODE HELLO WOULD   *
002898*                  HAVE GIVEN, FOR DISPRTN TO RETURN TO ITS   *
002899*                  ORIGIN.                                    *
002900* 2026-10-15  DJ   TRAN-REC WIDENED TO 112 BYTES FOR THE      *
002901*                  BRANCH NUMBER AND TELLER ID, WHICH RIDE    *
002902*                  WITH A WAREHOUSED ITEM UNCHANGED.          *
002903*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-RLSERPT-STATUS.
006421     SELECT DISPOSITION-FILE ASSIGN TO "DISPOUT"
006441         ORGANIZATION IS SEQUENTIAL
006461         ACCESS MODE IS SEQUENTIAL
006481         FILE STATUS IS WS-DISPOUT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TRAN-VALID-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  VALID-IN-REC                PIC X(112).
007000 FD  WAREHOUSE-IN-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  WHS-IN-REC                  PIC X(112).
007300 FD  WAREHOUSE-NEW-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  WHS-NEW-REC                 PIC X(112).
007600 FD  MERGED-OUT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  MERGED-OUT-REC              PIC X(112).
007900 FD  WAREHOUSE-OUT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  WHS-OUT-REC                 PIC X(112).
008200 FD  ACCT-MASTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY ACCTMAST.
008500 FD  RELEASE-REPORT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  RELEASE-LINE                PIC X(132).
008725 FD  DISPOSITION-FILE
008751     LABEL RECORDS ARE STANDARD.
008775     COPY DISPREC.
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------------*
009000* FILE HANDLING SWITCHES.                                    *
009900         88  WS-ACCTMAST-OK        VALUE '00'.
010000         88  WS-ACCTMAST-NOTFOUND  VALUE '23'.
010100     02  WS-RLSERPT-STATUS   PIC X(02) VALUE '00'.
010151     02  WS-DISPOUT-STATUS   PIC X(02) VALUE '00'.
010200     02  WS-TRANVAL-EOF-SW   PIC X(01) VALUE 'N'.
010300         88  WS-TRANVAL-EOF        VALUE 'Y'.
010400     02  WS-WHSIN-EOF-SW     PIC X(01) VALUE 'N'.
018400     OPEN OUTPUT WAREHOUSE-OUT-FILE.
018500     OPEN INPUT ACCT-MASTER-FILE.
018600     OPEN OUTPUT RELEASE-REPORT-FILE.
018651     OPEN EXTEND DISPOSITION-FILE.
018700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018800     MOVE SPACES TO RELEASE-LINE.
018900     STRING 'TRANRLSE WAREHOUSE RELEASE FOR ' WS-RUN-DATE
037700             DELIMITED BY SIZE INTO RELEASE-LINE
037800     END-IF.
037900     WRITE RELEASE-LINE.
037951     PERFORM 3400-WRITE-DISPOSITION THRU 3400-EXIT.
038000 3300-EXIT.
038100     EXIT.
038104*-----------------------------------------------------------*
038107* 3400-WRITE-DISPOSITION - RETURN THE DROPPED ITEM TO ITS   *
038112*                          ORIGIN AS MANUAL, WITH THE RETURN *
038115*                          CODE HELLO GIVES A CLOSED (70) OR *
038118*                          MISSING (30) ACCOUNT.            *
038123*-----------------------------------------------------------*
038126 3400-WRITE-DISPOSITION.
038129     MOVE SPACES TO DISP-REC.
038134     MOVE 'DTL' TO DISP-REC-TYPE.
038137     MOVE TRAN-ORIGIN-SYSTEM TO DISP-ORIGIN-SYSTEM.
038141     MOVE TRAN-SOURCE-SEQ TO DISP-SOURCE-SEQ.
038145     MOVE WS-RUN-DATE TO DISP-PROCESS-DATE.
038148     SET DISP-MANUAL TO TRUE.
038152     MOVE TRAN-ACCOUNT-NUMBER TO DISP-ACCT-NUMBER.
038156     MOVE TRAN-ACTION TO DISP-ACTION.
038159     MOVE TRAN-AMOUNT TO DISP-AMOUNT.
038163     IF WS-MASTER-FOUND
038167         MOVE 70 TO DISP-RETURN-CODE
038171         MOVE ACCT-BALANCE TO DISP-RESULT-BALANCE
038174     ELSE
038178         MOVE 30 TO DISP-RETURN-CODE
038182         MOVE ZERO TO DISP-RESULT-BALANCE
038185     END-IF.
038189     WRITE DISP-REC.
038193 3400-EXIT.
038196     EXIT.
038200*-----------------------------------------------------------*
038300* 3500-WORK-NEW-ITEMS - WORK ONE ITEM TRANEDIT DIVERTED      *
038400*                       TONIGHT.  A SAME-NIGHT ITEM IS       *
044700     CLOSE WAREHOUSE-OUT-FILE.
044800     CLOSE ACCT-MASTER-FILE.
044900     CLOSE RELEASE-REPORT-FILE.
044951     CLOSE DISPOSITION-FILE.
045000 9000-EXIT.
045100     EXIT.
045200 END PROGRAM TRANRLSE.

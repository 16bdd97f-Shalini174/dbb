002860*                  EFFECTIVE DATE, ZEROED HERE - A STANDING   *
002870*                  ORDER IS ALWAYS EMITTED THE NIGHT IT IS    *
002880*                  DUE.                                       *
002881* 2026-10-15  DJ   TRAN-REC WIDENED TO 100 BYTES FOR THE      *
002882*                  ORIGIN SYSTEM AND SOURCE SEQUENCE, SET     *
002884*                  HERE TO 'STORDGEN' AND THE ORDER'S OWN     *
002886*                  SEQUENCE NUMBER (TRANEDIT STAMPS THE SAME  *
002888*                  FROM THIS FILE'S HEADER).                  *
002890* 2026-10-15  DJ   TRAN-REC WIDENED TO 112 BYTES FOR THE      *
002892*                  BRANCH NUMBER AND TELLER ID.  EVERY ORDER  *
002894*                  IS ENTERED UNDER HEAD OFFICE (BRANCH 0000) *
002896*                  WITH TELLER 'STORDGEN', WHICH THE BRANCH   *
002898*                  TABLE MUST CARRY FOR TRANEDIT TO PASS IT.  *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004900     COPY STORDREC.
005000 FD  ORDER-TRAN-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  ORDER-TRAN-REC              PIC X(112).
005300 WORKING-STORAGE SECTION.
005400*-----------------------------------------------------------*
005500* FILE HANDLING SWITCHES.                                    *
019110     MOVE ZERO TO TRAN-ORIG-POST-DATE.
019120     MOVE ZERO TO TRAN-ORIG-POST-TIME.
019130     MOVE ZERO TO TRAN-EFFECTIVE-DATE.
019154     MOVE 'STORDGEN' TO TRAN-ORIGIN-SYSTEM.
019177     MOVE WS-NEXT-SEQ-NUMBER TO TRAN-SOURCE-SEQ.
019185     MOVE ZERO TO TRAN-BRANCH-NUMBER.
019193     MOVE 'STORDGEN' TO TRAN-TELLER-ID.
019200     WRITE ORDER-TRAN-REC FROM TRAN-REC.
019300     ADD 1 TO WS-EMITTED-COUNT.
019400     ADD 1 TO WS-DETAIL-COUNT.

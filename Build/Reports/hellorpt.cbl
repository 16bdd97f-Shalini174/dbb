001933*                  REFUSES TO START UNTIL HELLODRV HAS           *
001934*                  COMPLETED FOR THE DATE, AND REFUSES A         *
001935*                  SECOND RUN FOR THE SAME DATE.                 *
001936* 2026-10-15  DJ   ADDED GRAND TOTAL DEBIT AND CREDIT LINES -    *
001937*                  THE SUM OF THE PER-ACCOUNT DR AND CR          *
001938*                  COLUMNS.  THE BRANCH PROOF (BRPROOF)          *
001939*                  CLASSIFIES THE JOURNAL THE SAME WAY, SO ITS   *
001940*                  GRAND TOTALS MUST AGREE WITH THESE TO THE     *
001941*                  CENT.                                         *
001942*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.   IBM-370.
008370     02  WS-EDIT-CREDITS     PIC ZZZZZZ9.99.
008380     02  WS-EDIT-JRNL-END    PIC ZZZZZZ9.99-.
008390     02  WS-EDIT-MASTER-BAL  PIC ZZZZZZ9.99-.
008395     02  WS-EDIT-GRAND-TOTAL PIC ZZZZZZZZZZ9.99.
008400*-----------------------------------------------------------*
008500* RUN TOTALS.                                                *
008600*-----------------------------------------------------------*
008700 01  WS-RUN-TOTALS.
008800     02  WS-ACCOUNT-COUNT    PIC 9(7) VALUE ZERO.
008900     02  WS-MISMATCH-COUNT   PIC 9(7) VALUE ZERO.
008904     02  WS-GRAND-DEBITS     PIC 9(11)V99 VALUE ZERO.
008907     02  WS-GRAND-CREDITS    PIC 9(11)V99 VALUE ZERO.
008910*-----------------------------------------------------------*
008920* RUN CONTROL.  THE RUN IS HELD (NOTHING SORTED OR PRINTED)  *
008930* WHEN RUNCTL REFUSES THE START.                             *
018600*-----------------------------------------------------------*
018700 2300-WRITE-ACCOUNT-LINE.
018800     ADD 1 TO WS-ACCOUNT-COUNT.
018834     ADD WS-TOTAL-DEBITS TO WS-GRAND-DEBITS.
018867     ADD WS-TOTAL-CREDITS TO WS-GRAND-CREDITS.
018900     MOVE 'N' TO WS-MASTER-FOUND-SW.
019000     MOVE WS-PREV-ACCT TO ACCT-NUMBER.
019100     READ ACCT-MASTER-FILE
024100         WS-MISMATCH-COUNT DELIMITED BY SIZE
024200         INTO RECON-LINE.
024300     WRITE RECON-LINE.
024307     MOVE SPACES TO RECON-LINE.
024315     MOVE WS-GRAND-DEBITS TO WS-EDIT-GRAND-TOTAL.
024323     STRING 'GRAND TOTAL DEBITS  - ' DELIMITED BY SIZE
024331         WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
024338         INTO RECON-LINE.
024346     WRITE RECON-LINE.
024354     MOVE SPACES TO RECON-LINE.
024362     MOVE WS-GRAND-CREDITS TO WS-EDIT-GRAND-TOTAL.
024369     STRING 'GRAND TOTAL CREDITS - ' DELIMITED BY SIZE
024377         WS-EDIT-GRAND-TOTAL DELIMITED BY SIZE
024385         INTO RECON-LINE.
024393     WRITE RECON-LINE.
024400 3000-EXIT.
024500     EXIT.
024600*-----------------------------------------------------------*

002200*                  UNCHANGED TO JRNLOUT.                      *
002310* 2026-09-02  DJ   JOURNAL-REC WIDENED 80 TO 96 BYTES FOR THE *
002320*                  REVERSAL LINK TIMESTAMP.                   *
002321* 2026-10-15  DJ   JOURNAL-REC WIDENED 96 TO 112 BYTES        *
002322*                  FOR THE BRANCH NUMBER AND TELLER ID.       *
002323*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
004600     COPY JRNLREC.
004700 FD  JOURNAL-OUT-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  XTR-JOURNAL-REC             PIC X(112).
005000 FD  PARM-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  XTR-PARM-REC.

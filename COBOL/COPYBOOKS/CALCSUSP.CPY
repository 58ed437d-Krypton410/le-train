000100******************************************************************
000200* CALCSUSP - REJECT SUSPENSE ITEM RECORD FOR SUSPENSE.  CALCREJ
000300* IS OPENED OUTPUT BY EVERY FRESH CALCULATOR RUN, SO THE
000400* CALCULATOR ALSO APPENDS EVERY REJECT HERE AS AN OPEN ITEM,
000500* STAMPED WITH THE RUN NUMBER, THE XTRLIST SOURCE IT CAME FROM,
000600* THE REJECT DATE AND THE BATCH OPERATOR.  THE SUSPENSE LEDGER
000700* RUN (SUSPLDG) CLEARS AN ITEM WHEN ITS RESUBMISSION - SAME
000800* SEQUENCE NUMBER AND OPERATION, OFF THE REWORK EXTRACT OR ON
000900* RESUBLOG - SHOWS UP POSTED ON A LATER RUN'S RESULTOUT, AND AGES
000950* WHAT IS STILL OPEN.
001000* A CLEARED ITEM STAYS ON FILE WITH THE RUN AND DATE THAT CLEARED
001100* IT, SO THE MONTH-END RECONCILIATION CAN SHOW WHAT LEFT SUSPENSE
001200* AS WELL AS WHAT IS STILL IN IT.  SU-OPERAND-1 IS THE AMOUNT
001300* HELD IN SUSPENSE.  THE FIELDS FROM SU-SEQ-NO THROUGH
001400* SU-ACCOUNT-ID ARE THE CALCREJ RECORD AS WRITTEN.
001500******************************************************************
001600 01  SUSPENSE-ITEM-RECORD.
001700     05  SU-RUN-NUMBER           PIC 9(06).
001800     05  SU-SOURCE-ID            PIC X(08).
001900     05  SU-REJECT-DATE          PIC 9(06).
002000     05  SU-OPERATOR-ID          PIC X(08).
002100     05  SU-SEQ-NO               PIC 9(06).
002200     05  SU-OPERATION-CODE       PIC 9(01).
002300     05  SU-OPERAND-1            PIC S9(7)V99.
002400     05  SU-OPERAND-2            PIC S9(7)V99.
002500     05  SU-REASON               PIC X(40).
002600     05  SU-VALUE-DATE           PIC 9(06).
002700     05  SU-ACCOUNT-ID           PIC X(08).
002800     05  SU-ITEM-STATUS          PIC X(01).
002900         88  SU-ITEM-OPEN            VALUE "O".
003000         88  SU-ITEM-CLEARED         VALUE "C".
003100     05  SU-CLEARED-RUN          PIC 9(06).
003200     05  SU-CLEARED-DATE         PIC 9(06).
003300     05  SU-RESERVED             PIC X(10).

000600* CALCULATOR READS THE BALANCE, APPLIES THE AMOUNT AND WRITES
000700* THE NEW BALANCE BACK, SO TWO EXTRACTS TOUCHING THE SAME
000800* ACCOUNT CAN NO LONGER DRIFT THE WAY THE OLD SEND-THE-BALANCE-
000900* AS-OPERAND-1 CONVENTION DID.  THE ACCOUNT NAME, OPEN DATE AND
000910* STATUS ARE MAINTAINED BY ACCTMNT FROM ACCTCARD; THE CALCULATOR
000920* REFUSES A BALANCE UPDATE AGAINST A FROZEN OR CLOSED ACCOUNT.
000930* A MASTER IN THE ORIGINAL 33-BYTE LAYOUT IS BROUGHT FORWARD BY
000940* ACCTMNT'S CONVERT RUN (SEE ITS HEADER FOR THE CUTOVER ORDER)
000950* WITH STATUS A; A BLANK STATUS STILL READS AS ACTIVE.
001000******************************************************************
001100 01  ACCOUNT-MASTER-RECORD.
001200     05  AM-ACCOUNT-ID           PIC X(08).
001300     05  AM-BALANCE              PIC S9(7)V99.
001400     05  AM-LAST-UPDATE-DATE     PIC 9(06).
001410     05  AM-ACCOUNT-NAME         PIC X(20).
001420     05  AM-OPEN-DATE            PIC 9(06).
001430     05  AM-STATUS               PIC X(01).
001440         88  AM-STATUS-ACTIVE        VALUE "A" " ".
001450         88  AM-STATUS-FROZEN        VALUE "F".
001460         88  AM-STATUS-CLOSED        VALUE "C".
001500     05  AM-RESERVED             PIC X(10).

000100******************************************************************
000200* CALCAMNC - ACCOUNT MAINTENANCE CARD RECORD FOR ACCTCARD.  ONE
000300* CARD PER MAINTENANCE ACTION AGAINST ACCTMAST: FUNCTION
000400* (A=ADD, I=INQUIRE, F=FREEZE, U=UNFREEZE, C=CLOSE, N=RENAME),
000500* THE ACCOUNT ID, AND ON AN ADD OR RENAME THE ACCOUNT NAME.  THE
000600* OPEN DATE IS KEYED YYMMDD ON AN ADD ONLY; LEFT BLANK IT
000700* DEFAULTS TO THE RUN DATE.  A NEW ACCOUNT ALWAYS OPENS AT A
000800* ZERO BALANCE - THE BALANCE ITSELF ONLY EVER MOVES THROUGH A
000900* BALANCE-UPDATE (OPERATION 8) TRANSACTION ON THE CALCULATOR.
001000******************************************************************
001100 01  ACCOUNT-MAINT-CARD-RECORD.
001200     05  AC-FUNCTION             PIC X(01).
001300         88  AC-FUNC-ADD             VALUE "A".
001400         88  AC-FUNC-INQUIRE         VALUE "I".
001500         88  AC-FUNC-FREEZE          VALUE "F".
001600         88  AC-FUNC-UNFREEZE        VALUE "U".
001700         88  AC-FUNC-CLOSE           VALUE "C".
001800         88  AC-FUNC-RENAME          VALUE "N".
001900         88  AC-FUNC-VALID           VALUE "A" "I" "F" "U" "C"
002000                                           "N".
002100     05  AC-ACCOUNT-ID           PIC X(08).
002200     05  AC-ACCOUNT-NAME         PIC X(20).
002300     05  AC-OPEN-DATE            PIC 9(06).
002400     05  AC-OPEN-DATE-X REDEFINES AC-OPEN-DATE
002500                                 PIC X(06).
002600     05  AC-RESERVED             PIC X(10).

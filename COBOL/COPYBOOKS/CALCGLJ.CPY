000100******************************************************************
000200* CALCGLJ - GL JOURNAL RECORD FOR GLJRNL.  GLPOST APPENDS ONE
000300* RECORD FOR EVERY POSTING 3200-POST-DETAIL MAKES, SO A GL
000400* MOVEMENT CAN BE TRACED BACK TO THE CALCULATOR TRANSACTION THAT
000500* CAUSED IT - RUN NUMBER AND SEQUENCE NUMBER FROM THE RESULT
000600* FILE - WITHOUT RE-READING GLPOSTRPT PRINT LINES.  GJ-AMOUNT IS
000700* THE AMOUNT ACTUALLY POSTED (THE MOVEMENT ON A BALANCE-UPDATE
000800* DETAIL, CR-RESULT OTHERWISE); ON A BALANCE-UPDATE DETAIL
000900* GJ-ACCOUNT-ID NAMES THE ACCTMAST ACCOUNT.  GJ-OVERRIDE-FLAG IS
001000* "Y" ON A POSTING MADE UNDER THE DUPLICATE-POSTING OVERRIDE.
001100******************************************************************
001200 01  GL-JOURNAL-RECORD.
001300     05  GJ-RUN-NUMBER           PIC 9(06).
001400     05  GJ-SEQ-NO               PIC 9(06).
001500     05  GJ-OPERATION-CODE       PIC 9(01).
001600     05  GJ-GL-ACCOUNT-NO        PIC X(08).
001700     05  GJ-AMOUNT               PIC S9(9)V99.
001800     05  GJ-POSTING-PERIOD       PIC 9(04).
001900     05  GJ-POSTING-DATE         PIC 9(06).
002000     05  GJ-POSTING-TIME         PIC 9(08).
002100     05  GJ-ACCOUNT-ID           PIC X(08).
002200     05  GJ-OVERRIDE-FLAG        PIC X(01).
002300         88  GJ-POSTED-BY-OVERRIDE   VALUE "Y".
002400     05  GJ-RESERVED             PIC X(10).

000100******************************************************************
000200* CALCAAUD - ACCOUNT CHANGE-AUDIT RECORD FOR ACCTAUDT.  ONE
000300* RECORD IS WRITTEN BY THE ACCOUNT MAINTENANCE PROGRAM (ACCTMNT)
000400* FOR EVERY ADD, FREEZE, UNFREEZE, CLOSE OR RENAME APPLIED TO
000500* ACCTMAST, CARRYING THE BEFORE AND AFTER STATUS AND NAME, THE
000600* OPEN DATE, THE BALANCE AT THE TIME OF THE CHANGE, THE
000700* MAINTAINER'S OPERATOR ID AND A TIMESTAMP - SAME EVIDENCE TRAIL
000800* TABAUDIT KEEPS FOR OPERTAB AND RATETAB.  A BLANK BEFORE-STATUS
000900* AND BEFORE-NAME MARK AN ADD.
001000******************************************************************
001100 01  ACCOUNT-AUDIT-RECORD.
001200     05  AA-RUN-DATE             PIC 9(06).
001300     05  AA-RUN-TIME             PIC 9(08).
001400     05  AA-MAINT-OPERATOR-ID    PIC X(08).
001500     05  AA-FUNCTION             PIC X(01).
001600     05  AA-ACCOUNT-ID           PIC X(08).
001700     05  AA-BEFORE-STATUS        PIC X(01).
001800     05  AA-AFTER-STATUS         PIC X(01).
001900     05  AA-BEFORE-NAME          PIC X(20).
002000     05  AA-AFTER-NAME           PIC X(20).
002100     05  AA-OPEN-DATE            PIC 9(06).
002200     05  AA-BALANCE              PIC S9(7)V99.
002300     05  AA-RESERVED             PIC X(10).

000642* UPDATE (OPERATION 8) DETAIL, CR-ACCOUNT-ID NAMES THE ACCTMAST
000644* ACCOUNT AND CR-OLD-BALANCE/CR-NEW-BALANCE CARRY THE BALANCE
000646* BEFORE AND AFTER THE UPDATE; ON EVERY OTHER OPERATION THEY ARE
000648* SPACES AND ZEROS.  CR-SOURCE-ID IS THE XTRLIST SOURCE THE
000650* TRANSACTION WAS READ FROM, SO THE SUSPENSE LEDGER CAN TELL A
000660* RESUBMISSION OFF THE REWORK EXTRACT FROM ORIGINAL WORK.
000700******************************************************************
000800 01  CALC-RESULT-RECORD.
000810     05  CR-RECORD-TYPE          PIC X(03).
001610     05  CR-ACCOUNT-ID           PIC X(08).
001620     05  CR-OLD-BALANCE          PIC S9(7)V99.
001630     05  CR-NEW-BALANCE          PIC S9(7)V99.
001640     05  CR-SOURCE-ID            PIC X(08).
001700     05  CR-RESERVED             PIC X(04).
001710
001720 01  CALC-RESULT-HEADER-RECORD.
001730     05  CRH-RECORD-TYPE         PIC X(03).

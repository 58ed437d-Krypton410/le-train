000100******************************************************************
000200* CALCRLSA - RELEASE AUDIT RECORD FOR RLSAUDIT.  ONE RECORD IS
000300* APPENDED BY THE RELEASE PROGRAM (RUNRLSE) FOR EVERY HELD RUN A
000400* SUPERVISOR RELEASES: WHO RELEASED IT AND WHEN, WHO RAN THE
000500* BATCH, THE HELD GRAND TOTAL AGAINST THE CEILING IT EXCEEDED,
000600* AND THE RESULT FILE'S RECORD COUNT AND HASH TOTAL AS RELEASED -
000700* THE DUAL-CONTROL EVIDENCE FOR A RUN THAT WENT PAST ITS CEILING.
000800******************************************************************
000900 01  RELEASE-AUDIT-RECORD.
001000     05  RA-RUN-NUMBER           PIC 9(06).
001100     05  RA-RELEASE-DATE         PIC 9(06).
001200     05  RA-RELEASE-TIME         PIC 9(08).
001300     05  RA-SUPERVISOR-ID        PIC X(08).
001400     05  RA-BATCH-OPERATOR-ID    PIC X(08).
001500     05  RA-RUN-DATE             PIC 9(06).
001600     05  RA-HELD-TOTAL           PIC S9(9)V99.
001700     05  RA-OPERATOR-CEILING     PIC 9(09)V99.
001800     05  RA-RECORD-COUNT         PIC 9(06).
001900     05  RA-HASH-TOTAL           PIC S9(9)V99.
002000     05  RA-RESERVED             PIC X(10).

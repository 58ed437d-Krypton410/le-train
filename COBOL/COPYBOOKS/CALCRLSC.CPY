000100******************************************************************
000200* CALCRLSC - RELEASE CARD RECORD FOR RLSCARD.  ONE CARD NAMES A
000300* RUN THE OPERATOR CEILING HELD (THE SIX-DIGIT RUNREG RUN NUMBER
000400* PRINTED ON THE CALCULATOR'S REPORT) AND THE OPERATOR ID OF THE
000500* SUPERVISOR RELEASING IT.  READ BY THE RELEASE PROGRAM (RUNRLSE).
000600******************************************************************
000700 01  RELEASE-CARD-RECORD.
000800     05  RL-RUN-NUMBER           PIC X(06).
000900     05  RL-RUN-NUMBER-N REDEFINES RL-RUN-NUMBER
001000                                 PIC 9(06).
001100     05  RL-SUPERVISOR-ID        PIC X(08).
001200     05  RL-RESERVED             PIC X(10).

000100******************************************************************
000200* CALCPRUN - POSTED-RUNS CONTROL RECORD FOR POSTRUNS (INDEXED,
000300* KEYED ON PR-RUN-NUMBER).  GLPOST WRITES ONE RECORD FOR EVERY
000400* RESULT FILE IT POSTS, KEYED ON THE CALCULATOR RUN NUMBER FROM
000500* THE FILE'S HEADER (CRH-RUN-NUMBER), AND REFUSES ANY LATER FILE
000600* CARRYING A RUN NUMBER ALREADY ON FILE - THE SAME RESULTOUT
000700* CANNOT DOUBLE EVERY GL BALANCE BY BEING POSTED TWICE.  A
000800* DELIBERATE REPOST UNDER THE OVERRIDE PARM REWRITES THE RECORD
000900* WITH THE POST COUNT BUMPED, THE OVERRIDING OPERATOR AND THE
001000* LATEST POSTING DATE; THE FIRST POSTING DATE IS KEPT.
001100******************************************************************
001200 01  POSTED-RUN-RECORD.
001300     05  PR-RUN-NUMBER           PIC 9(06).
001400     05  PR-RUN-DATE             PIC 9(06).
001500     05  PR-CALC-OPERATOR-ID     PIC X(08).
001600     05  PR-POSTING-PERIOD       PIC 9(04).
001700     05  PR-FIRST-POST-DATE      PIC 9(06).
001800     05  PR-LAST-POST-DATE       PIC 9(06).
001900     05  PR-LAST-POST-TIME       PIC 9(08).
002000     05  PR-POST-COUNT           PIC 9(03).
002100     05  PR-DETAIL-COUNT         PIC 9(06).
002200     05  PR-POSTED-COUNT         PIC 9(06).
002300     05  PR-POSTED-TOTAL         PIC S9(9)V99.
002400     05  PR-OVERRIDE-OPERATOR-ID PIC X(08).
002500     05  PR-RESERVED             PIC X(10).

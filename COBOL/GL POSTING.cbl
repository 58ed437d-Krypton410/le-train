002712*                  16) INSTEAD OF BORROWING THE FILE-REFUSED
002713*                  HOLD - THE RESULT FILE WAS FINE AND THE
002714*                  REGISTER FULL OF POSTING LINES SAID SO.
002720* 2026-10-15 RH    DUPLICATE-POSTING GUARD - EVERY POSTED FILE IS
002726*                  RECORDED ON POSTRUNS UNDER ITS HEADER RUN
002732*                  NUMBER, AND A FILE WHOSE RUN IS ALREADY THERE
002738*                  (OR THAT CARRIES NO RUN NUMBER) IS HELD UNLESS
002744*                  THE PARM IS "OVERRIDE" FOLLOWED BY THE OPERATOR
002750*                  ID AUTHORIZING THE REPOST, WHICH THE REGISTER
002756*                  AND POSTRUNS BOTH RECORD.  EVERY POSTING MADE
002762*                  BY 3200-POST-DETAIL IS ALSO APPENDED TO THE NEW
002768*                  GL JOURNAL GLJRNL WITH ITS RUN NUMBER, SEQUENCE
002774*                  NUMBER, OPERATION, GL ACCOUNT, AMOUNT, PERIOD
002780*                  AND POSTING DATE.
002782* 2026-10-15 RH    A GLJRNL WRITE THAT FAILS NOW COUNTS AS A FAILED
002784*                  SAVE (RETURN-CODE 16) AND THE RUN IS NOT
002785*                  RECORDED ON POSTRUNS.
002786******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. GLPOST.
003000 ENVIRONMENT DIVISION.
004500     SELECT POST-RPT-FILE ASSIGN TO "GLPOSTRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RPT-FS.
004710     SELECT POSTED-RUNS-FILE ASSIGN TO "POSTRUNS"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS PR-RUN-NUMBER
004750         FILE STATUS IS WS-PRUN-FS.
004760     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
004770         ORGANIZATION IS LINE SEQUENTIAL
004780         FILE STATUS IS WS-JRNL-FS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RESULT-FILE.
005700     COPY CALCGLXR.
005800 FD  POST-RPT-FILE.
005900     COPY CALCPRT.
005910 FD  POSTED-RUNS-FILE.
005920     COPY CALCPRUN.
005930 FD  GL-JOURNAL-FILE.
005940     COPY CALCGLJ.
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200* RUN CONTROL SWITCHES
008300         88  WS-RPT-TO-CONSOLE       VALUE "C".
008310     05  WS-SAVE-FAIL-SWITCH     PIC X(01) VALUE "N".
008320         88  WS-SAVE-FAILED          VALUE "Y".
008330     05  WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
008340         88  WS-OVERRIDE-GIVEN       VALUE "Y".
008350     05  WS-REPOST-SWITCH        PIC X(01) VALUE "N".
008360         88  WS-RUN-ALREADY-POSTED   VALUE "Y".
008370     05  WS-PRUN-OPEN-SWITCH     PIC X(01) VALUE "N".
008380         88  WS-PRUN-OPEN            VALUE "Y".
008390     05  WS-JRNL-OPEN-SWITCH     PIC X(01) VALUE "N".
008395         88  WS-JRNL-OPEN            VALUE "Y".
008400 77  WS-OUTPUT-TEXT              PIC X(100).
008500******************************************************************
008600* FILE STATUS FIELDS
009000 77  WS-GLNEW-FS                 PIC X(02).
009100 77  WS-XREF-FS                  PIC X(02).
009200 77  WS-RPT-FS                   PIC X(02).
009210 77  WS-PRUN-FS                  PIC X(02).
009220 77  WS-JRNL-FS                  PIC X(02).
009230******************************************************************
009240* COMMAND-LINE PARAMETER - BLANK FOR A NORMAL POSTING, OR
009250* "OVERRIDE" AND THE OPERATOR ID AUTHORIZING A DELIBERATE REPOST
009260* OF A RUN POSTRUNS SAYS HAS ALREADY POSTED.
009270******************************************************************
009280 01  WS-PARM-LINE                PIC X(40).
009285 01  WS-PARM-AREA.
009290     05  WS-PARM-KEYWORD         PIC X(08).
009292     05  WS-PARM-OPERATOR-ID     PIC X(08).
009294 77  WS-OVERRIDE-OPERATOR-ID     PIC X(08) VALUE SPACES.
009296 77  WS-POST-DATE                PIC 9(06) VALUE ZERO.
009298 77  WS-POST-TIME                PIC 9(08) VALUE ZERO.
009300******************************************************************
009400* TRAILER FOOT CONTROLS - THE DETAIL COUNT AND HASH TOTAL
009500* ACCUMULATED ON PASS ONE, AND THE TRAILER'S OWN FIGURES SAVED
010700 77  WS-HDR-RUN-DATE             PIC 9(06) VALUE ZERO.
010800 77  WS-HDR-OPERATOR-ID          PIC X(08) VALUE SPACES.
010810 77  WS-HDR-POSTING-PERIOD       PIC 9(04) VALUE ZERO.
010820 77  WS-HDR-RUN-NUMBER           PIC 9(06) VALUE ZERO.
010900******************************************************************
011000* GL ACCOUNT ASSIGNMENT TABLE - GLXREF MAPS EACH OPERATION CODE
011100* TO THE GL ACCOUNT ITS RESULTS POST INTO.  LOADED ONCE AT
013900 77  WS-BYPASSED-COUNT           PIC 9(06) COMP VALUE ZERO.
013910 77  WS-BAL-BYPASS-COUNT         PIC 9(06) COMP VALUE ZERO.
014000 77  WS-POSTED-TOTAL             PIC S9(9)V99 VALUE ZERO.
014005 77  WS-JOURNAL-COUNT            PIC 9(06) COMP VALUE ZERO.
014010******************************************************************
014020* THE AMOUNT ACTUALLY POSTED FOR ONE DETAIL - CR-RESULT AS IT
014030* STANDS, EXCEPT ON A BALANCE-UPDATE (OPERATION 8) DETAIL WHERE
014800 PROCEDURE DIVISION.
014900******************************************************************
015000* MAIN-PROCEDURE - ENTRY POINT.  PASS ONE PROVES THE FILE FOOTS
015100* AND EVERY GOOD DETAIL RESOLVES TO A GL ACCOUNT, AND POSTRUNS
015110* PROVES THE RUN HAS NOT POSTED BEFORE; ONLY THEN DOES PASS TWO
015200* POST, THE NEW MASTER GET WRITTEN AND THE RUN GET RECORDED.
015300******************************************************************
015400 MAIN-PROCEDURE.
015500
015800         PERFORM 2000-VERIFY-CONTROL THRU 2000-EXIT
015900     END-IF
016000     IF NOT WS-FILE-HELD
016014         PERFORM 2500-CHECK-POSTED-RUNS THRU 2500-EXIT
016028     END-IF
016042     IF NOT WS-FILE-HELD
016056         PERFORM 2600-OPEN-GL-JOURNAL THRU 2600-EXIT
016070     END-IF
016084     IF NOT WS-FILE-HELD
016100         PERFORM 3000-POST-CONTROL THRU 3000-EXIT
016200         PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
016210         IF NOT WS-SAVE-FAILED
016220             PERFORM 5500-RECORD-POSTED-RUN THRU 5500-EXIT
016230         END-IF
016300     END-IF
016400     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
016500     PERFORM 9999-TERMINATE THRU 9999-EXIT
016600
016700     STOP RUN.
016800******************************************************************
016900* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REGISTER, TAKE THE
016910* OVERRIDE PARM IF ANY, AND LOAD THE TWO REFERENCE TABLES.  A
017000* MISSING GLXREF OR GLMAST HOLDS THE RUN BEFORE RESULTOUT IS
017100* EVER OPENED - THERE IS NOWHERE TO POST.
017200******************************************************************
017300 1000-INITIALIZE.
017400
018100
018200     MOVE "GL POSTING REGISTER" TO WS-OUTPUT-TEXT
018300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
018303     ACCEPT WS-POST-DATE FROM DATE
018306     ACCEPT WS-POST-TIME FROM TIME
018309
018312     MOVE SPACES TO WS-PARM-LINE
018315     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
018318     MOVE SPACES TO WS-PARM-AREA
018321     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
018324         INTO WS-PARM-KEYWORD WS-PARM-OPERATOR-ID
018327     END-UNSTRING
018330     IF WS-PARM-KEYWORD = "OVERRIDE"
018333         IF WS-PARM-OPERATOR-ID = SPACES
018336             PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
018339             MOVE "OVERRIDE PARM NAMES NO OPERATOR ID - RUN HELD"
018342                 TO WS-OUTPUT-TEXT
018345             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
018348             GO TO 1000-EXIT
018351         END-IF
018354         MOVE "Y" TO WS-OVERRIDE-SWITCH
018357         MOVE WS-PARM-OPERATOR-ID TO WS-OVERRIDE-OPERATOR-ID
018360     END-IF
018361     IF WS-PARM-KEYWORD NOT = SPACES AND NOT WS-OVERRIDE-GIVEN
018362         PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
018363         MOVE "PARM NOT RECOGNIZED - RUN HELD" TO WS-OUTPUT-TEXT
018364         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
018365         GO TO 1000-EXIT
018366     END-IF
018400
018500     PERFORM 1100-LOAD-XREF-TABLE THRU 1100-EXIT
018600     IF WS-XREF-COUNT = ZERO
039200             MOVE CRH-RUN-DATE TO WS-HDR-RUN-DATE
039300             MOVE CRH-OPERATOR-ID TO WS-HDR-OPERATOR-ID
039310             MOVE CRH-POSTING-PERIOD TO WS-HDR-POSTING-PERIOD
039320             MOVE CRH-RUN-NUMBER TO WS-HDR-RUN-NUMBER
039400         WHEN "DET"
039500             ADD 1 TO WS-DETAIL-COUNT
039600             ADD CR-RESULT TO WS-HASH-TOTAL
043900     END-IF.
044000
044100 2200-EXIT.
044101     EXIT.
044102******************************************************************
044103* 2500-CHECK-POSTED-RUNS THRU 2500-EXIT - THE DUPLICATE-POSTING
044104* GUARD.  A FILE WHOSE HEADER RUN NUMBER IS ALREADY ON POSTRUNS
044105* HAS POSTED BEFORE AND IS HELD, AS IS A FILE WITH NO RUN NUMBER
044106* TO CHECK, UNLESS THE OVERRIDE PARM WAS GIVEN - IN WHICH CASE THE
044107* REPOST GOES AHEAD AND THE REGISTER SAYS SO.  A POSTRUNS THAT HAS
044108* NEVER EXISTED IS CREATED EMPTY, AS ACCTMNT DOES FOR ACCTMAST.
044109******************************************************************
044110 2500-CHECK-POSTED-RUNS.
044111
044112     OPEN I-O POSTED-RUNS-FILE
044113     IF WS-PRUN-FS = "35"
044114         OPEN OUTPUT POSTED-RUNS-FILE
044115         IF WS-PRUN-FS = "00"
044116             CLOSE POSTED-RUNS-FILE
044117             MOVE "POSTED-RUNS FILE NOT FOUND - EMPTY ONE CREATED"
044118                 TO WS-OUTPUT-TEXT
044119             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
044120             OPEN I-O POSTED-RUNS-FILE
044121         END-IF
044122     END-IF
044123     IF WS-PRUN-FS NOT = "00"
044124         PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
044125         MOVE SPACES TO WS-OUTPUT-TEXT
044126         STRING "FILE HELD - POSTED-RUNS FILE NOT OPENABLE - "
044127             "FILE STATUS " WS-PRUN-FS
044128             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
044129         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
044130         GO TO 2500-EXIT
044131     END-IF
044132     MOVE "Y" TO WS-PRUN-OPEN-SWITCH
044133
044134     IF WS-HDR-RUN-NUMBER = ZERO AND NOT WS-OVERRIDE-GIVEN
044135         PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
044136         MOVE SPACES TO WS-OUTPUT-TEXT
044137         STRING "FILE HELD - NO RUN NUMBER ON HEADER - CANNOT "
044138             "PROVE IT HAS NOT POSTED" DELIMITED BY SIZE
044139             INTO WS-OUTPUT-TEXT
044140         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
044141         GO TO 2500-EXIT
044142     END-IF
044143
044144     MOVE WS-HDR-RUN-NUMBER TO PR-RUN-NUMBER
044145     READ POSTED-RUNS-FILE
044146         INVALID KEY
044147             MOVE "N" TO WS-REPOST-SWITCH
044148         NOT INVALID KEY
044149             MOVE "Y" TO WS-REPOST-SWITCH
044150     END-READ
044151     IF NOT WS-RUN-ALREADY-POSTED
044152         GO TO 2500-EXIT
044153     END-IF
044154
044155     IF NOT WS-OVERRIDE-GIVEN
044156         PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
044157         MOVE SPACES TO WS-OUTPUT-TEXT
044158         STRING "FILE HELD - RUN " WS-HDR-RUN-NUMBER
044159             " ALREADY POSTED ON " PR-LAST-POST-DATE
044160             " - REPOST NEEDS OVERRIDE" DELIMITED BY SIZE
044161             INTO WS-OUTPUT-TEXT
044162         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
044163         GO TO 2500-EXIT
044164     END-IF
044165     MOVE SPACES TO WS-OUTPUT-TEXT
044166     STRING "*** DUPLICATE-POSTING OVERRIDE - RUN "
044167         WS-HDR-RUN-NUMBER " POSTED ON " PR-LAST-POST-DATE
044168         " - REPOSTED BY " WS-OVERRIDE-OPERATOR-ID
044169         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
044170     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
044171
044172 2500-EXIT.
044173     EXIT.
044174******************************************************************
044175* 2600-OPEN-GL-JOURNAL THRU 2600-EXIT - OPENS GLJRNL FOR APPEND
044176* BEFORE ANYTHING POSTS, CREATING IT ON FIRST USE.  A JOURNAL THAT
044177* WILL NOT OPEN HOLDS THE FILE - A POSTING THAT CANNOT BE TRACED
044178* IS NOT MADE.
044179******************************************************************
044180 2600-OPEN-GL-JOURNAL.
044181
044182     OPEN EXTEND GL-JOURNAL-FILE
044183     IF WS-JRNL-FS NOT = "00"
044184         OPEN OUTPUT GL-JOURNAL-FILE
044185     END-IF
044186     IF WS-JRNL-FS = "00"
044187         MOVE "Y" TO WS-JRNL-OPEN-SWITCH
044188     ELSE
044189         PERFORM 2900-HOLD-THE-FILE THRU 2900-EXIT
044190         MOVE "FILE HELD - GL JOURNAL GLJRNL NOT OPENABLE"
044191             TO WS-OUTPUT-TEXT
044192         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
044193     END-IF.
044194
044195 2600-EXIT.
044200     EXIT.
044300******************************************************************
044400* 2900-HOLD-THE-FILE THRU 2900-EXIT - COMMON REFUSAL ACTION.
050370* COUNT, NOT HELD - A SITE THAT KEEPS ITS BALANCE UPDATES OUT OF
050380* GL SIMPLY LEAVES OPERATION 8 OFF GLXREF.  FOR EVERY OTHER
050390* OPERATION, RESOLUTION CANNOT FAIL HERE - PASS ONE ALREADY
050400* PROVED EVERY GOOD DETAIL.  EVERY POSTING IS JOURNALED.
050500******************************************************************
050600 3200-POST-DETAIL.
050700
051800         " AMOUNT " WS-AMOUNT-EDIT
051900         " NEW BALANCE " WS-BALANCE-EDIT
052000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
052100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
052110     PERFORM 3300-WRITE-JOURNAL-ENTRY THRU 3300-EXIT.
052200
052300 3200-EXIT.
052400     EXIT.
057300     END-IF.
057400
057500 3270-EXIT.
057503     EXIT.
057506******************************************************************
057509* 3300-WRITE-JOURNAL-ENTRY THRU 3300-EXIT - ONE GLJRNL RECORD FOR
057512* THE POSTING 3200-POST-DETAIL JUST MADE, CARRYING THE RUN NUMBER
057515* AND SEQUENCE NUMBER THAT TIE IT BACK TO THE CALCULATOR.  A
057516* FAILED WRITE LEAVES THE POSTING UNTRACED, SO IT IS A FAILED
057517* SAVE - RETURN-CODE 16, AND THE RUN IS NOT RECORDED ON POSTRUNS.
057518******************************************************************
057521 3300-WRITE-JOURNAL-ENTRY.
057524
057527     INITIALIZE GL-JOURNAL-RECORD
057530     MOVE WS-HDR-RUN-NUMBER TO GJ-RUN-NUMBER
057533     MOVE CR-SEQ-NO TO GJ-SEQ-NO
057536     MOVE CR-OPERATION-CODE TO GJ-OPERATION-CODE
057539     MOVE WS-GM-ACCOUNT-NO (WS-GL-IDX) TO GJ-GL-ACCOUNT-NO
057542     MOVE WS-POST-AMOUNT TO GJ-AMOUNT
057545     MOVE WS-HDR-POSTING-PERIOD TO GJ-POSTING-PERIOD
057548     MOVE WS-POST-DATE TO GJ-POSTING-DATE
057551     MOVE WS-POST-TIME TO GJ-POSTING-TIME
057554     IF CR-OPERATION-CODE = 8
057557         MOVE CR-ACCOUNT-ID TO GJ-ACCOUNT-ID
057560     END-IF
057563     IF WS-OVERRIDE-GIVEN AND WS-RUN-ALREADY-POSTED
057566         MOVE "Y" TO GJ-OVERRIDE-FLAG
057569     ELSE
057572         MOVE "N" TO GJ-OVERRIDE-FLAG
057575     END-IF
057578     WRITE GL-JOURNAL-RECORD
057580     IF WS-JRNL-FS = "00"
057581         ADD 1 TO WS-JOURNAL-COUNT
057582     ELSE
057583         MOVE "Y" TO WS-SAVE-FAIL-SWITCH
057584         MOVE 16 TO RETURN-CODE
057585         MOVE SPACES TO WS-OUTPUT-TEXT
057586         STRING "GLJRNL WRITE FAILED FOR RUN " WS-HDR-RUN-NUMBER
057587             " SEQ " CR-SEQ-NO " - FILE STATUS " WS-JRNL-FS
057588             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
057589         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
057590     END-IF.
057592
057594 3300-EXIT.
057600     EXIT.
057700******************************************************************
057800* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
062900 5100-EXIT.
063000     EXIT.
063100******************************************************************
063101* 5500-RECORD-POSTED-RUN THRU 5500-EXIT - ONCE THE NEW MASTER IS
063102* SAVED, RECORDS THE RUN ON POSTRUNS SO THE SAME FILE CANNOT POST
063103* AGAIN.  A REPOST UNDER OVERRIDE REWRITES THE RUN'S RECORD WITH
063104* THE POST COUNT BUMPED AND THE OVERRIDING OPERATOR.  A RECORD
063105* THAT CANNOT BE WRITTEN LEAVES THE RUN UNGUARDED, SO IT SETS
063106* RETURN-CODE 16 LIKE A FAILED SAVE.
063107******************************************************************
063108 5500-RECORD-POSTED-RUN.
063109
063110     IF NOT WS-PRUN-OPEN
063111         GO TO 5500-EXIT
063112     END-IF
063113     IF WS-RUN-ALREADY-POSTED
063114         ADD 1 TO PR-POST-COUNT
063115         MOVE WS-OVERRIDE-OPERATOR-ID TO PR-OVERRIDE-OPERATOR-ID
063116     ELSE
063117         INITIALIZE POSTED-RUN-RECORD
063118         MOVE WS-HDR-RUN-NUMBER TO PR-RUN-NUMBER
063119         MOVE WS-POST-DATE TO PR-FIRST-POST-DATE
063120         MOVE 1 TO PR-POST-COUNT
063121     END-IF
063122     MOVE WS-HDR-RUN-DATE TO PR-RUN-DATE
063123     MOVE WS-HDR-OPERATOR-ID TO PR-CALC-OPERATOR-ID
063124     MOVE WS-HDR-POSTING-PERIOD TO PR-POSTING-PERIOD
063125     MOVE WS-POST-DATE TO PR-LAST-POST-DATE
063126     MOVE WS-POST-TIME TO PR-LAST-POST-TIME
063127     MOVE WS-DETAIL-COUNT TO PR-DETAIL-COUNT
063128     MOVE WS-POSTED-COUNT TO PR-POSTED-COUNT
063129     MOVE WS-POSTED-TOTAL TO PR-POSTED-TOTAL
063130     IF WS-RUN-ALREADY-POSTED
063131         REWRITE POSTED-RUN-RECORD
063132             INVALID KEY
063133                 MOVE "99" TO WS-PRUN-FS
063134         END-REWRITE
063135     ELSE
063136         WRITE POSTED-RUN-RECORD
063137             INVALID KEY
063138                 MOVE "99" TO WS-PRUN-FS
063139         END-WRITE
063140     END-IF
063141     IF WS-PRUN-FS NOT = "00"
063142         MOVE "Y" TO WS-SAVE-FAIL-SWITCH
063143         MOVE 16 TO RETURN-CODE
063144         MOVE SPACES TO WS-OUTPUT-TEXT
063145         STRING "RUN " WS-HDR-RUN-NUMBER
063146             " NOT RECORDED ON POSTRUNS - FILE STATUS " WS-PRUN-FS
063147             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063148         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
063149     END-IF.
063150
063151 5500-EXIT.
063152     EXIT.
063153******************************************************************
063200* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS
063300* FOR THE POSTING REGISTER.
063400******************************************************************
065650         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
065660     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
065700
065714     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT
065728     MOVE SPACES TO WS-OUTPUT-TEXT
065742     STRING "JOURNAL ENTRIES " WS-COUNT-EDIT
065756         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
065770     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
065784
065800     MOVE WS-POSTED-TOTAL TO WS-HASH-EDIT
065900     MOVE SPACES TO WS-OUTPUT-TEXT
066000     STRING "TOTAL POSTED = " WS-HASH-EDIT
066820         MOVE "POSTINGS APPLIED BUT NOT SAVED - RERUN NEEDED"
066830             TO WS-OUTPUT-TEXT
066840         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066841     END-IF
066842     IF WS-OVERRIDE-GIVEN AND WS-RUN-ALREADY-POSTED
066843             AND NOT WS-FILE-HELD
066844         MOVE SPACES TO WS-OUTPUT-TEXT
066845         STRING "RUN " WS-HDR-RUN-NUMBER " REPOSTED UNDER "
066846             "DUPLICATE-POSTING OVERRIDE BY "
066847             WS-OVERRIDE-OPERATOR-ID
066848             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
066849         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066850     END-IF.
066900
067000 8000-EXIT.
067100     EXIT.
067200******************************************************************
067300* 9999-TERMINATE THRU 9999-EXIT - CLOSE POSTRUNS, THE JOURNAL AND
067400* THE REGISTER.  THE DATA FILES ARE OPENED AND CLOSED BY THE
067410* PASSES THAT USE THEM.
067500******************************************************************
067600 9999-TERMINATE.
067700
067710     IF WS-PRUN-OPEN
067720         CLOSE POSTED-RUNS-FILE
067730     END-IF
067740     IF WS-JRNL-OPEN
067750         CLOSE GL-JOURNAL-FILE
067760     END-IF
067800     IF WS-RPT-TO-REPORT
067900         CLOSE POST-RPT-FILE
068000     END-IF.

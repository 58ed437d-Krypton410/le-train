001100*                 ON THE ARCHDIR DIRECTORY, AND REWRITES AUDITLOG
001200*                 WITH ONLY THE CURRENT PERIOD LEFT LIVE.
001300*                 AUDITQRY READS ARCHDIR TO REACH ARCHIVED
001400*                 GENERATIONS ON ITS OWN.  EVERY RECORD ROLLED IS
001410*                 REPOINTED ON THE KEYED AUDIT INDEX (AUDITIDX)
001420*                 TO THE GENERATION THAT NOW HOLDS IT.
001500* TECTONICS:      cobc
001600******************************************************************
001700* MODIFICATION HISTORY
002598*                  EVERY WRITE COULD FAIL SILENTLY AND THE
002600*                  REWRITE STEP WOULD THEN TRUNCATE AUDITLOG
002602*                  FROM AN EMPTY KEEP FILE.
002610* 2026-10-15 RH    MAINTAINS THE KEYED AUDIT INDEX (AUDITIDX) AS
002618*                  RECORDS ROLL - AN ARCHIVED RECORD'S ENTRY IS
002626*                  REPOINTED TO THE GENERATION FILE, AND ANY
002634*                  NUMBERED RECORD, ARCHIVED OR RETAINED, MISSING
002642*                  FROM THE INDEX IS ENTERED.  AN INDEX THAT
002650*                  CANNOT BE OPENED REJECTS THE RUN BEFORE THE
002658*                  LIVE LOG IS TOUCHED.  THE REGISTER COUNTS
002666*                  ENTRIES ADDED AND REPOINTED AND RECORDS TOO OLD
002674*                  TO CARRY A SEQUENCE NUMBER.
002682******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AUDITARC.
002900 ENVIRONMENT DIVISION.
004400     SELECT ARCH-RPT-FILE ASSIGN TO "ARCHRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-FS.
004610     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITIDX"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS AX-KEY
004650         ALTERNATE RECORD KEY IS AX-ACCOUNT-ID WITH DUPLICATES
004660         FILE STATUS IS WS-AIDX-FS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  AUDIT-FILE.
005600     COPY CALCARCD.
005700 FD  ARCH-RPT-FILE.
005800     COPY CALCPRT.
005810 FD  AUDIT-INDEX-FILE.
005820     COPY CALCAIDX.
005900 WORKING-STORAGE SECTION.
006000******************************************************************
006100* RUN CONTROL SWITCHES
007000     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
007100         88  WS-RPT-TO-REPORT        VALUE "P".
007200         88  WS-RPT-TO-CONSOLE       VALUE "C".
007210     05  WS-AIDX-OPEN-SWITCH     PIC X(01) VALUE "N".
007220         88  WS-AUDIT-INDEX-OPEN     VALUE "Y".
007300 77  WS-OUTPUT-TEXT              PIC X(100).
007400******************************************************************
007500* FILE STATUS FIELDS
007900 77  WS-KEEP-FS                  PIC X(02).
008000 77  WS-ARCHDIR-FS               PIC X(02).
008100 77  WS-RPT-FS                   PIC X(02).
008110 77  WS-AIDX-FS                  PIC X(02).
008200******************************************************************
008300* COMMAND-LINE PARAMETER - THE RETENTION CUTOFF.  EVERY AUDIT
008400* RECORD WITH CA-RUN-DATE BEFORE THIS YYMMDD DATE IS ROLLED TO
010300 77  WS-ARCH-FROM-DATE           PIC 9(06) VALUE 999999.
010400 77  WS-ARCH-TO-DATE             PIC 9(06) VALUE ZERO.
010500******************************************************************
010516* AUDIT FILE THE RECORD IN HAND IS GOING TO - THE GENERATION OR
010532* AUDITLOG - FOR ITS AUDITIDX ENTRY.
010548******************************************************************
010564 77  WS-INDEX-FILE-NAME          PIC X(30) VALUE SPACES.
010580******************************************************************
010600* CONTROL TOTALS FOR THE END-OF-RUN SUMMARY
010700******************************************************************
010800 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
010900 77  WS-ARCHIVED-COUNT           PIC 9(06) COMP VALUE ZERO.
011000 77  WS-RETAINED-COUNT           PIC 9(06) COMP VALUE ZERO.
011010 77  WS-INDEX-ADDED-COUNT        PIC 9(06) COMP VALUE ZERO.
011020 77  WS-INDEX-REPOINTED-COUNT    PIC 9(06) COMP VALUE ZERO.
011030 77  WS-NOT-INDEXED-COUNT        PIC 9(06) COMP VALUE ZERO.
011100 77  WS-COUNT-EDIT               PIC ZZZZZ9.
011200 PROCEDURE DIVISION.
011300******************************************************************
014320* OUTPUT IN 2000-SPLIT-AUDIT-LOG WOULD TRUNCATE IT, AND ON A
014330* RERUN AFTER A SUCCESSFUL ROLL THE RECORDS IT HOLDS ARE ALREADY
014340* GONE FROM THE LIVE LOG, SO OVERWRITING IT WOULD LOSE THEM FOR
014350* GOOD.  SO DOES AN AUDITIDX THAT WILL NOT OPEN - ROLLING WITHOUT
014360* IT WOULD LEAVE THE INDEX POINTING AT RECORDS NO LONGER ON
014370* AUDITLOG.  A FIRST-EVER RUN CREATES THE INDEX EMPTY.
014400******************************************************************
014500 1000-INITIALIZE.
014600
016896         GO TO 1000-EXIT
016897     END-IF
016900
016904     OPEN I-O AUDIT-INDEX-FILE
016908     IF WS-AIDX-FS = "35"
016912         OPEN OUTPUT AUDIT-INDEX-FILE
016916         IF WS-AIDX-FS = "00"
016920             CLOSE AUDIT-INDEX-FILE
016924             OPEN I-O AUDIT-INDEX-FILE
016928         END-IF
016932     END-IF
016936     IF WS-AIDX-FS NOT = "00"
016940         MOVE "Y" TO WS-ABORT-SWITCH
016944         MOVE SPACES TO WS-OUTPUT-TEXT
016948         STRING "AUDIT INDEX AUDITIDX NOT AVAILABLE - STATUS "
016952             WS-AIDX-FS " - RUN REJECTED"
016956             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
016960         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
016964         MOVE 16 TO RETURN-CODE
016968         GO TO 1000-EXIT
016972     END-IF
016976     MOVE "Y" TO WS-AIDX-OPEN-SWITCH
016980
017000     MOVE SPACES TO WS-OUTPUT-TEXT
017100     STRING "AUDIT LOG ARCHIVE - CUTOFF " WS-CUTOFF-DATE
017200         " - GENERATION " WS-ARCH-NAME-PREFIX WS-ARCH-NAME-DATE
017900* 2000-SPLIT-AUDIT-LOG THRU 2000-EXIT - ONE PASS OVER THE LIVE
018000* LOG, ROUTING EACH RECORD TO THE GENERATION FILE OR THE KEEP
018100* WORK FILE BY CA-RUN-DATE.  THE ARCHIVED DATE RANGE IS TRACKED
018200* FOR THE DIRECTORY ENTRY AS THE RECORDS GO BY, AND EACH RECORD'S
018210* AUDITIDX ENTRY IS POINTED AT THE FILE IT IS GOING TO.
018300******************************************************************
018400 2000-SPLIT-AUDIT-LOG.
018500
021700
021800     IF CA-RUN-DATE < WS-CUTOFF-DATE
021900         WRITE ARCHIVE-AUDIT-RECORD FROM CALC-AUDIT-RECORD
021950         MOVE WS-ARCHIVE-FILE-NAME TO WS-INDEX-FILE-NAME
022000         ADD 1 TO WS-ARCHIVED-COUNT
022100         IF CA-RUN-DATE < WS-ARCH-FROM-DATE
022200             MOVE CA-RUN-DATE TO WS-ARCH-FROM-DATE
022700     ELSE
022800         WRITE KEEP-AUDIT-RECORD FROM CALC-AUDIT-RECORD
022900         ADD 1 TO WS-RETAINED-COUNT
022901         MOVE "AUDITLOG" TO WS-INDEX-FILE-NAME
022902     END-IF
022903     PERFORM 2200-INDEX-ONE-RECORD THRU 2200-EXIT.
022904
022905 2100-EXIT.
022906     EXIT.
022907******************************************************************
022908* 2200-INDEX-ONE-RECORD THRU 2200-EXIT - LOOKS THE RECORD IN HAND
022909* UP ON AUDITIDX BY RUN NUMBER AND SEQUENCE.  AN ENTRY POINTING AT
022910* ANOTHER FILE IS REPOINTED TO WS-INDEX-FILE-NAME; A MISSING ONE
022911* (THE LOGGING RUN COULD NOT OPEN THE INDEX) IS ENTERED.  A RECORD
022912* LOGGED BEFORE THE SEQUENCE NUMBER EXISTED HAS NO KEY AND IS ONLY
022913* COUNTED.
022914******************************************************************
022915 2200-INDEX-ONE-RECORD.
022916
022917     IF CA-RUN-NUMBER NOT NUMERIC OR CA-AUDIT-SEQ-NO NOT NUMERIC
022918         ADD 1 TO WS-NOT-INDEXED-COUNT
022919         GO TO 2200-EXIT
022920     END-IF
022921     IF CA-RUN-NUMBER = ZERO OR CA-AUDIT-SEQ-NO = ZERO
022922         ADD 1 TO WS-NOT-INDEXED-COUNT
022923         GO TO 2200-EXIT
022924     END-IF
022925
022926     MOVE CA-RUN-NUMBER TO AX-RUN-NUMBER
022927     MOVE CA-AUDIT-SEQ-NO TO AX-SEQ-NO
022928     READ AUDIT-INDEX-FILE
022929         INVALID KEY
022930             INITIALIZE AUDIT-INDEX-RECORD
022931             MOVE CA-RUN-NUMBER TO AX-RUN-NUMBER
022932             MOVE CA-AUDIT-SEQ-NO TO AX-SEQ-NO
022933             MOVE CA-ACCOUNT-ID TO AX-ACCOUNT-ID
022934             MOVE CA-RUN-DATE TO AX-RUN-DATE
022935             MOVE WS-INDEX-FILE-NAME TO AX-FILE-NAME
022936             MOVE CALC-AUDIT-RECORD TO AX-AUDIT-IMAGE
022937             WRITE AUDIT-INDEX-RECORD
022938             IF WS-AIDX-FS = "00"
022939                 ADD 1 TO WS-INDEX-ADDED-COUNT
022940             ELSE
022941                 PERFORM 2300-INDEX-UPDATE-FAILED THRU 2300-EXIT
022942             END-IF
022943             GO TO 2200-EXIT
022944     END-READ
022945
022946     IF AX-FILE-NAME NOT = WS-INDEX-FILE-NAME
022947         MOVE WS-INDEX-FILE-NAME TO AX-FILE-NAME
022948         REWRITE AUDIT-INDEX-RECORD
022949         IF WS-AIDX-FS = "00"
022950             ADD 1 TO WS-INDEX-REPOINTED-COUNT
022951         ELSE
022952             PERFORM 2300-INDEX-UPDATE-FAILED THRU 2300-EXIT
022953         END-IF
023000     END-IF.
023100
023111 2200-EXIT.
023122     EXIT.
023133******************************************************************
023144* 2300-INDEX-UPDATE-FAILED THRU 2300-EXIT - REGISTER LINE FOR AN
023155* AUDITIDX WRITE OR REWRITE THAT FAILED.  THE ROLL CARRIES ON;
023166* THE NEXT RUN TRIES THE ENTRY AGAIN AS THE RECORD GOES BY.
023177******************************************************************
023188 2300-INDEX-UPDATE-FAILED.
023199
023210     MOVE SPACES TO WS-OUTPUT-TEXT
023221     STRING "AUDITIDX UPDATE FAILED - RUN " CA-RUN-NUMBER
023232         " SEQ " CA-AUDIT-SEQ-NO " STATUS " WS-AIDX-FS
023243         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
023254     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
023265
023276 2300-EXIT.
023300     EXIT.
023400******************************************************************
023500* 5000-WRITE-DIRECTORY-ENTRY THRU 5000-EXIT - APPENDS THIS
032600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
032700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
032800
032805     MOVE WS-INDEX-ADDED-COUNT TO WS-COUNT-EDIT
032810     MOVE SPACES TO WS-OUTPUT-TEXT
032815     STRING "INDEX ADDED     " WS-COUNT-EDIT
032820         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
032825     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
032830
032835     MOVE WS-INDEX-REPOINTED-COUNT TO WS-COUNT-EDIT
032840     MOVE SPACES TO WS-OUTPUT-TEXT
032845     STRING "INDEX REPOINTED " WS-COUNT-EDIT
032850         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
032855     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
032860
032865     MOVE WS-NOT-INDEXED-COUNT TO WS-COUNT-EDIT
032870     MOVE SPACES TO WS-OUTPUT-TEXT
032875     STRING "NOT INDEXED     " WS-COUNT-EDIT
032880         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
032885     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
032890
032900     IF WS-ARCHIVED-COUNT > ZERO
033000         MOVE SPACES TO WS-OUTPUT-TEXT
033100         STRING "GENERATION " WS-ARCHIVE-FILE-NAME
033800 8000-EXIT.
033900     EXIT.
034000******************************************************************
034100* 9999-TERMINATE THRU 9999-EXIT - CLOSE THE INDEX AND THE
034200* REGISTER.  THE DATA FILES ARE OPENED AND CLOSED BY THE PASSES
034250* THAT USE THEM.
034300******************************************************************
034400 9999-TERMINATE.
034500
034510     IF WS-AUDIT-INDEX-OPEN
034520         CLOSE AUDIT-INDEX-FILE
034530     END-IF
034600     IF WS-RPT-TO-REPORT
034700         CLOSE ARCH-RPT-FILE
034800     END-IF.

000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        BACKS OUT ONE CALCULATOR RUN BY ITS RUNREG RUN
000700*                 NUMBER, IN PLACE OF HAND-EDITING ACCTMAST AND
000800*                 KEYING OFFSETTING TRANSACTIONS.  THE RUN'S
000900*                 POSTED RECORDS ARE FOUND ON AUDITLOG (AND ANY
001000*                 ARCHIVED GENERATION FROM THE RUN DATE ON), EVERY
001100*                 ACCTMAST BALANCE THE RUN CHANGED IS PUT BACK TO
001200*                 ITS CA-OLD-BALANCE, AND A REVERSING RESULT FILE
001300*                 (RESULTOUT LAYOUT, WITH HEADER AND TRAILER) IS
001400*                 WRITTEN TO REVRSLT FOR GLPOST TO UNWIND THE
001500*                 RUN'S GL EFFECT.  AN ACCOUNT SOME LATER RUN HAS
001600*                 UPDATED SINCE, OR WHOSE BALANCE NO LONGER
001700*                 MATCHES WHAT THE RUN LEFT, IS REFUSED AND LEFT
001800*                 ALONE.  THE RUN IS THEN MARKED REVERSED ON
001900*                 RUNREG SO IT CANNOT BE BACKED OUT TWICE, AND
002000*                 BKOUTRPT LISTS EVERY ACCOUNT AND AMOUNT UNWOUND.
002100* TECTONICS:      cobc
002200******************************************************************
002300* MODIFICATION HISTORY
002400* ----------------------------------------------------------------
002500* DATE       INIT  DESCRIPTION
002600* 2026-10-15 RH    ORIGINAL VERSION - RUN NUMBER (SIX DIGITS) AND
002700*                  THE OPERATOR ID OF WHOEVER IS BACKING THE RUN
002800*                  OUT ON THE COMMAND LINE.  THE BACKOUT TAKES A
002900*                  RUN NUMBER OF ITS OWN ON RUNREG, STAMPS IT ON
003000*                  THE REVERSING FILE'S HEADER AND ON THE AUDITLOG
003100*                  RECORDS IT WRITES FOR EVERY REVERSAL, SO THE
003200*                  ACCOUNT STATEMENT'S BALANCE CHAIN STAYS WHOLE
003300*                  AND GLPOST SEES THE REVERSAL AS A RUN OF ITS
003400*                  OWN.  A REFUSED BACKOUT CHANGES NOTHING AND
003500*                  SETS RETURN-CODE 16; A REFUSED ACCOUNT SETS 8.
003510* 2026-10-15 RH    LOOKS THE RUN UP ON GLPOST'S POSTRUNS FILE.  A
003520*                  RUN THAT NEVER POSTED TO GL, OR A POSTRUNS THAT
003530*                  CANNOT BE READ, GETS A REVRSLT WITH A HELD
003540*                  TRAILER, SO GLPOST REFUSES TO POST A REVERSAL
003545*                  AGAINST A GL THAT NEVER SAW THE ORIGINAL.
003550* 2026-10-15 RH    THE REVERSAL RECORDS APPENDED TO AUDITLOG NOW
003560*                  CARRY THEIR DETAIL SEQUENCE AS CA-AUDIT-SEQ-NO
003570*                  AND ARE ENTERED ON THE KEYED AUDIT INDEX
003580*                  (AUDITIDX) LIKE THE CALCULATOR'S OWN RECORDS.
003584* 2026-10-15 RH    AN ARCHDIR WITH MORE GENERATIONS THAN THE TABLE
003588*                  HOLDS REFUSES THE BACKOUT (RETURN-CODE 16) - AN
003592*                  UNREAD GENERATION COULD HOLD PART OF THE RUN.
003593* 2026-10-15 RH    REFUSAL REASONS WIDENED SO NONE IS CUT OFF;
003594*                  THE WRITE-REVERSAL AND READ-NEXT STEPS ARE NOW
003595*                  PERFORMED RATHER THAN ENTERED BY GO TO.
003596* 2026-10-15 RH    A FAILED REVRSLT OR AUDITLOG WRITE IS REPORTED
003597*                  BY DETAIL AND ACCOUNT WITH RETURN-CODE 16.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. RUNBKOUT.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUNREG-FS.
004500     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-FS.
004800     SELECT ARCHDIR-FILE ASSIGN TO "ARCHDIR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ARCHDIR-FS.
005100     SELECT PERIOD-FILE ASSIGN TO "PERIODTB"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PERIOD-FS.
005400     SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS AM-ACCOUNT-ID
005800         FILE STATUS IS WS-ACCT-FS.
005900     SELECT REVERSAL-FILE ASSIGN TO "REVRSLT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REVERSAL-FS.
006110     SELECT POSTED-RUNS-FILE ASSIGN TO "POSTRUNS"
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS RANDOM
006140         RECORD KEY IS PR-RUN-NUMBER
006150         FILE STATUS IS WS-PRUN-FS.
006160     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITIDX"
006165         ORGANIZATION IS INDEXED
006170         ACCESS MODE IS RANDOM
006175         RECORD KEY IS AX-KEY
006180         ALTERNATE RECORD KEY IS AX-ACCOUNT-ID WITH DUPLICATES
006185         FILE STATUS IS WS-AIDX-FS.
006200     SELECT BKOUT-RPT-FILE ASSIGN TO "BKOUTRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-FS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RUN-REGISTRY-FILE.
006800     COPY CALCRREG.
006900 FD  AUDIT-FILE.
007000     COPY CALCAUD.
007100 FD  ARCHDIR-FILE.
007200     COPY CALCARCD.
007300 FD  PERIOD-FILE.
007400     COPY CALCPERD.
007500 FD  ACCT-FILE.
007600     COPY CALCACCT.
007700 FD  REVERSAL-FILE.
007800     COPY CALCRSLT.
007810 FD  POSTED-RUNS-FILE.
007820     COPY CALCPRUN.
007830 FD  AUDIT-INDEX-FILE.
007840     COPY CALCAIDX.
007900 FD  BKOUT-RPT-FILE.
008000     COPY CALCPRT.
008100 WORKING-STORAGE SECTION.
008200******************************************************************
008300* RUN CONTROL SWITCHES
008400******************************************************************
008500 01  WS-SWITCHES.
008600     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008700         88  WS-ABORT-REQUESTED      VALUE "Y".
008800     05  WS-RUNREG-EOF-SWITCH    PIC X(01) VALUE "N".
008900         88  WS-RUNREG-EOF           VALUE "Y".
009000     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
009100         88  WS-AUDIT-EOF            VALUE "Y".
009200     05  WS-ARCHDIR-EOF-SWITCH   PIC X(01) VALUE "N".
009300         88  WS-ARCHDIR-EOF          VALUE "Y".
009400     05  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
009500         88  WS-PERIOD-EOF           VALUE "Y".
009600     05  WS-PERIOD-LOADED-SWITCH PIC X(01) VALUE "N".
009700         88  WS-PERIOD-ACTIVE        VALUE "Y".
009800     05  WS-TARGET-OPEN-SWITCH   PIC X(01) VALUE "N".
009900         88  WS-TARGET-OPEN-FOUND    VALUE "Y".
010000     05  WS-TARGET-CLOSE-SWITCH  PIC X(01) VALUE "N".
010100         88  WS-TARGET-CLOSE-FOUND   VALUE "Y".
010200     05  WS-TARGET-REV-SWITCH    PIC X(01) VALUE "N".
010300         88  WS-TARGET-REVERSED      VALUE "Y".
010400     05  WS-ACCT-FOUND-SWITCH    PIC X(01) VALUE "N".
010500         88  WS-ACCT-FOUND           VALUE "Y".
010600     05  WS-ACCT-REFUSED-SWITCH  PIC X(01) VALUE "N".
010700         88  WS-ACCT-REFUSED         VALUE "Y".
010800     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
010900         88  WS-FILES-OPEN           VALUE "Y".
010920     05  WS-AIDX-OPEN-SWITCH     PIC X(01) VALUE "N".
010940         88  WS-AUDIT-INDEX-OPEN     VALUE "Y".
010950     05  WS-GL-UNPOSTED-SWITCH   PIC X(01) VALUE "N".
010960         88  WS-TARGET-NOT-POSTED    VALUE "Y".
011000     05  WS-RUN-ASSIGNED-SWITCH  PIC X(01) VALUE "N".
011100         88  WS-RUN-ASSIGNED         VALUE "Y".
011200     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
011300         88  WS-RPT-TO-REPORT        VALUE "P".
011400         88  WS-RPT-TO-CONSOLE       VALUE "C".
011500 77  WS-OUTPUT-TEXT              PIC X(132).
011600 77  WS-REJECT-REASON            PIC X(60).
011700******************************************************************
011800* FILE STATUS FIELDS
011900******************************************************************
012000 77  WS-RUNREG-FS                PIC X(02).
012100 77  WS-AUDIT-FS                 PIC X(02).
012200 77  WS-ARCHDIR-FS               PIC X(02).
012300 77  WS-PERIOD-FS                PIC X(02).
012400 77  WS-ACCT-FS                  PIC X(02).
012500 77  WS-REVERSAL-FS              PIC X(02).
012550 77  WS-PRUN-FS                  PIC X(02).
012560 77  WS-AIDX-FS                  PIC X(02).
012600 77  WS-RPT-FS                   PIC X(02).
012700******************************************************************
012800* SCAN TARGET - THE ONE SCAN LOOP IS POINTED AT EACH ARCHIVE
012900* GENERATION IN TURN AND THEN AT THE LIVE LOG BY SWAPPING THIS
013000* FILE NAME, THE SAME CONVENTION AUDITQRY USES.  IT IS LEFT ON
013100* AUDITLOG FOR THE REVERSAL RECORDS THE BACKOUT APPENDS.
013200******************************************************************
013300 77  WS-AUDIT-FILE-NAME          PIC X(30) VALUE "AUDITLOG".
013400******************************************************************
013500* COMMAND-LINE PARAMETERS - THE RUN TO BACK OUT (SIX DIGITS, AS
013600* PRINTED ON THE CALCULATOR'S REPORT) AND THE OPERATOR ID OF
013700* WHOEVER IS BACKING IT OUT.  BOTH ARE REQUIRED.
013800******************************************************************
013900 01  WS-PARM-LINE                PIC X(40).
014000 01  WS-PARM-AREA.
014100     05  WS-PARM-RUN-NUMBER      PIC X(06).
014200     05  WS-PARM-RUN-NUMBER-N REDEFINES WS-PARM-RUN-NUMBER
014300                                 PIC 9(06).
014400     05  WS-PARM-OPERATOR-ID     PIC X(08).
014500 77  WS-TARGET-RUN-NUMBER        PIC 9(06) VALUE ZERO.
014600 77  WS-BACKOUT-OPERATOR-ID      PIC X(08) VALUE SPACES.
014700******************************************************************
014800* WHAT RUNREG SAYS ABOUT THE TARGET RUN, AND THE BACKOUT'S OWN
014900* RUN NUMBER (ONE PAST THE HIGHEST EVER ASSIGNED, THE SAME RULE
015000* AS THE CALCULATOR'S 1600-ASSIGN-RUN-NUMBER).
015100******************************************************************
015200 77  WS-TARGET-RUN-DATE          PIC 9(06) VALUE ZERO.
015300 77  WS-TARGET-OPERATOR-ID       PIC X(08) VALUE SPACES.
015400 77  WS-TARGET-OUTCOME           PIC X(01) VALUE SPACE.
015500     88  WS-TARGET-HELD              VALUE "H".
015600 77  WS-TARGET-TRANS-COUNT       PIC 9(06) VALUE ZERO.
015700 77  WS-TARGET-REVERSED-BY       PIC 9(06) VALUE ZERO.
015800 77  WS-RUN-NUMBER               PIC 9(06) VALUE ZERO.
015900 77  WS-PERIOD-ID                PIC 9(04) VALUE ZERO.
016000 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
016100 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
016200******************************************************************
016300* ARCHIVE DIRECTORY TABLE - SAME SHAPE AND LIMIT AS AUDITQRY'S.
016400* A GENERATION THAT ENDS BEFORE THE TARGET RUN'S DATE CANNOT HOLD
016500* THE RUN OR ANYTHING LATER, AND IS NEVER OPENED.
016600******************************************************************
016700 77  WS-ARCH-COUNT               PIC 9(03) COMP VALUE ZERO.
016800 01  WS-ARCHIVE-DIR-TABLE.
016900     05  WS-ARCH-ENTRY OCCURS 1 TO 60 TIMES
017000             DEPENDING ON WS-ARCH-COUNT
017100             INDEXED BY WS-ARCH-IDX.
017200         10  WS-AD-FROM-DATE     PIC 9(06).
017300         10  WS-AD-TO-DATE       PIC 9(06).
017400         10  WS-AD-FILE-NAME     PIC X(30).
017500******************************************************************
017600* ACCOUNTS THE TARGET RUN UPDATED - ONE ROW PER ACCOUNT, HOLDING
017700* THE BALANCE BEFORE THE RUN'S FIRST UPDATE OF IT (WHAT THE
017800* BACKOUT RESTORES) AND AFTER ITS LAST (WHAT ACCTMAST MUST STILL
017900* SHOW), AND THE FIRST LATER RUN SEEN UPDATING IT.
018000******************************************************************
018100 77  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
018200 01  WS-ACCOUNT-TABLE.
018300     05  WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
018400             DEPENDING ON WS-ACCT-COUNT
018500             INDEXED BY WS-ACCT-IDX.
018600         10  WS-AT-ACCOUNT-ID    PIC X(08).
018700         10  WS-AT-FIRST-OLD     PIC S9(7)V99.
018800         10  WS-AT-LAST-NEW      PIC S9(7)V99.
018900         10  WS-AT-UPDATE-COUNT  PIC 9(04) COMP.
019000         10  WS-AT-LATER-RUN     PIC 9(06).
019100******************************************************************
019200* THE TARGET RUN'S OTHER POSTED RESULTS - EVERY NON-BALANCE
019300* CALCULATION THAT WENT TO RESULTOUT AND SO TO GL.  EACH ONE IS
019400* REVERSED ONE FOR ONE ON THE REVERSING FILE.
019500******************************************************************
019600 77  WS-OTHER-COUNT              PIC 9(04) COMP VALUE ZERO.
019700 01  WS-OTHER-TABLE.
019800     05  WS-OTHER-ENTRY OCCURS 1 TO 2000 TIMES
019900             DEPENDING ON WS-OTHER-COUNT
020000             INDEXED BY WS-OTHER-IDX.
020100         10  WS-OT-OPERATION-CODE PIC 9(01).
020200         10  WS-OT-OPERAND-1     PIC S9(7)V99.
020300         10  WS-OT-OPERAND-2     PIC S9(7)V99.
020400         10  WS-OT-RESULT        PIC S9(7)V99.
020500 77  WS-TABLE-FULL-COUNT         PIC 9(06) COMP VALUE ZERO.
020600******************************************************************
020700* ONE REVERSING DETAIL, BUILT BEFORE IT IS WRITTEN TO REVRSLT AND
020800* LOGGED TO AUDITLOG, SO THE TWO ALWAYS AGREE.
020900******************************************************************
021000 77  WS-REV-OPERATION-CODE       PIC 9(01) VALUE ZERO.
021100 77  WS-REV-OPERAND-1            PIC S9(7)V99 VALUE ZERO.
021200 77  WS-REV-OPERAND-2            PIC S9(7)V99 VALUE ZERO.
021300 77  WS-REV-RESULT               PIC S9(7)V99 VALUE ZERO.
021400 77  WS-REV-ACCOUNT-ID           PIC X(08) VALUE SPACES.
021500 77  WS-REV-OLD-BALANCE          PIC S9(7)V99 VALUE ZERO.
021600 77  WS-REV-NEW-BALANCE          PIC S9(7)V99 VALUE ZERO.
021700 77  WS-REV-STATUS-CODE          PIC X(01) VALUE "0".
021800 77  WS-UNWOUND-AMOUNT           PIC S9(8)V99 VALUE ZERO.
021900******************************************************************
022000* CONTROL TOTALS FOR THE REVERSING FILE'S TRAILER, THE REGISTRY
022100* ENTRIES AND THE END-OF-RUN SUMMARY
022200******************************************************************
022300 77  WS-FOUND-COUNT              PIC 9(06) COMP VALUE ZERO.
022400 77  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
022500 77  WS-REVERSED-COUNT           PIC 9(06) COMP VALUE ZERO.
022600 77  WS-RESTORED-COUNT           PIC 9(06) COMP VALUE ZERO.
022700 77  WS-REFUSED-COUNT            PIC 9(06) COMP VALUE ZERO.
022800 77  WS-SCAN-COUNT               PIC 9(07) COMP VALUE ZERO.
022900 77  WS-HASH-TOTAL               PIC S9(9)V99 VALUE ZERO.
023000 77  WS-GRAND-TOTAL              PIC S9(9)V99 VALUE ZERO.
023100 77  WS-UNWOUND-TOTAL            PIC S9(9)V99 VALUE ZERO.
023200******************************************************************
023300* EDITED FIELDS FOR THE REPORT LINES
023400******************************************************************
023500 77  WS-COUNT-EDIT               PIC ZZZZZ9.
023600 77  WS-OLD-EDIT                 PIC -(7)9.99.
023700 77  WS-NEW-EDIT                 PIC -(7)9.99.
023800 77  WS-AMOUNT-EDIT              PIC -(8)9.99.
023900 77  WS-TOTAL-EDIT               PIC -(9)9.99.
024000 PROCEDURE DIVISION.
024100******************************************************************
024200* MAIN-PROCEDURE - ENTRY POINT.  EVERYTHING THAT CAN REFUSE THE
024300* BACKOUT (PARMS, REGISTRY, LOG SCAN, FILE OPENS) IS DONE BEFORE
024400* THE BACKOUT TAKES A RUN NUMBER OR TOUCHES ACCTMAST.
024500******************************************************************
024600 MAIN-PROCEDURE.
024700
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024900     IF NOT WS-ABORT-REQUESTED
025000         PERFORM 1100-CHECK-REGISTRY THRU 1100-EXIT
025100     END-IF
025110     IF NOT WS-ABORT-REQUESTED
025120         PERFORM 1150-CHECK-GL-POSTING THRU 1150-EXIT
025130     END-IF
025200     IF NOT WS-ABORT-REQUESTED
025300         PERFORM 1200-LOAD-ARCHIVE-DIR THRU 1200-EXIT
025310     END-IF
025320     IF NOT WS-ABORT-REQUESTED
025400         PERFORM 1500-SCAN-ARCHIVES THRU 1500-EXIT
025500         PERFORM 1600-SCAN-LIVE-LOG THRU 1600-EXIT
025600         PERFORM 1700-CHECK-SCAN-RESULTS THRU 1700-EXIT
025700     END-IF
025800     IF NOT WS-ABORT-REQUESTED
025900         PERFORM 1800-OPEN-BACKOUT-FILES THRU 1800-EXIT
026000     END-IF
026100     IF NOT WS-ABORT-REQUESTED
026200         PERFORM 1900-ASSIGN-RUN-NUMBER THRU 1900-EXIT
026300         PERFORM 3000-BACKOUT-CONTROL THRU 3000-EXIT
026400     END-IF
026500     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
026600     PERFORM 9999-TERMINATE THRU 9999-EXIT
026700
026800     STOP RUN.
026900******************************************************************
027000* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REPORT AND TAKE THE
027100* RUN NUMBER AND OPERATOR ID OFF THE COMMAND LINE.  EITHER ONE
027200* MISSING REFUSES THE BACKOUT WITH RETURN-CODE 16.
027300******************************************************************
027400 1000-INITIALIZE.
027500
027600     OPEN OUTPUT BKOUT-RPT-FILE
027700     IF WS-RPT-FS = "00"
027800         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
027900     ELSE
028000         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
028100     END-IF
028200     ACCEPT WS-CURRENT-DATE FROM DATE
028300     ACCEPT WS-CURRENT-TIME FROM TIME
028400
028500     MOVE SPACES TO WS-PARM-LINE
028600     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
028700     MOVE SPACES TO WS-PARM-AREA
028800     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
028900         INTO WS-PARM-RUN-NUMBER WS-PARM-OPERATOR-ID
029000     END-UNSTRING
029100     MOVE WS-PARM-OPERATOR-ID TO WS-BACKOUT-OPERATOR-ID
029200
029300     MOVE SPACES TO WS-OUTPUT-TEXT
029400     STRING "RUN BACKOUT REPORT - RUN " WS-PARM-RUN-NUMBER
029500         "  OPERATOR " WS-BACKOUT-OPERATOR-ID
029600         "  DATE " WS-CURRENT-DATE "  TIME " WS-CURRENT-TIME
029700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
029800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
029900
030000     IF WS-PARM-RUN-NUMBER NOT NUMERIC
030100             OR WS-PARM-RUN-NUMBER-N = ZERO
030200         MOVE "RUN NUMBER PARM MISSING OR NOT SIX DIGITS"
030300             TO WS-REJECT-REASON
030400         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
030500         GO TO 1000-EXIT
030600     END-IF
030700     MOVE WS-PARM-RUN-NUMBER-N TO WS-TARGET-RUN-NUMBER
030800     IF WS-BACKOUT-OPERATOR-ID = SPACES
030900         MOVE "OPERATOR ID PARM MISSING" TO WS-REJECT-REASON
031000         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
031100     END-IF.
031200
031300 1000-EXIT.
031400     EXIT.
031500******************************************************************
031600* 1100-CHECK-REGISTRY THRU 1100-EXIT - ONE PASS OVER RUNREG FOR
031700* THE TARGET RUN'S OPEN, CLOSE AND REVERSAL ENTRIES AND THE
031800* HIGHEST RUN NUMBER EVER ASSIGNED.  ONLY A RUN THAT CLOSED,
031900* READ TRANSACTIONS, AND HAS NOT ALREADY BEEN REVERSED CAN BE
032000* BACKED OUT.  A RUN THAT NEVER CLOSED MAY STILL BE RUNNING.
032100******************************************************************
032200 1100-CHECK-REGISTRY.
032300
032400     OPEN INPUT RUN-REGISTRY-FILE
032500     IF WS-RUNREG-FS NOT = "00"
032600         MOVE "RUN REGISTRY NOT AVAILABLE" TO WS-REJECT-REASON
032700         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
032800         GO TO 1100-EXIT
032900     END-IF
033000     PERFORM 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT
033100         UNTIL WS-RUNREG-EOF
033200     CLOSE RUN-REGISTRY-FILE
033300
033400     IF NOT WS-TARGET-OPEN-FOUND AND NOT WS-TARGET-CLOSE-FOUND
033500         MOVE "RUN NOT ON RUN REGISTRY" TO WS-REJECT-REASON
033600         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
033700         GO TO 1100-EXIT
033800     END-IF
033900     IF WS-TARGET-REVERSED
034000         MOVE SPACES TO WS-REJECT-REASON
034100         STRING "RUN ALREADY REVERSED BY RUN "
034200             WS-TARGET-REVERSED-BY
034300             DELIMITED BY SIZE INTO WS-REJECT-REASON
034400         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
034500         GO TO 1100-EXIT
034600     END-IF
034700     IF NOT WS-TARGET-CLOSE-FOUND
034800         MOVE "RUN NEVER CLOSED - MAY STILL BE RUNNING"
034900             TO WS-REJECT-REASON
035000         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
035100         GO TO 1100-EXIT
035200     END-IF
035300     IF WS-TARGET-OUTCOME = "B"
035400         MOVE "RUN IS ITSELF A BACKOUT" TO WS-REJECT-REASON
035500         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
035600         GO TO 1100-EXIT
035700     END-IF
035800     IF WS-TARGET-TRANS-COUNT = ZERO
035900         MOVE "RUN READ NO TRANSACTIONS - NOTHING TO BACK OUT"
036000             TO WS-REJECT-REASON
036100         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
036200         GO TO 1100-EXIT
036300     END-IF
036400
036500     MOVE SPACES TO WS-OUTPUT-TEXT
036600     STRING "RUN " WS-TARGET-RUN-NUMBER " OF " WS-TARGET-RUN-DATE
036700         " BY OPERATOR " WS-TARGET-OPERATOR-ID
036800         " CLOSED WITH OUTCOME " WS-TARGET-OUTCOME
036900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
037000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
037100     IF WS-TARGET-HELD
037200         MOVE SPACES TO WS-OUTPUT-TEXT
037300         STRING "RUN WAS HELD AT CLOSE - POST REVRSLT ONLY IF THE"
037400             " HELD RESULT FILE WAS RELEASED AND POSTED"
037500             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
037600         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
037700     END-IF.
037800
037900 1100-EXIT.
038000     EXIT.
038100******************************************************************
038200* 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT
038300******************************************************************
038400 1110-READ-REGISTRY-ENTRY.
038500
038600     READ RUN-REGISTRY-FILE
038700         AT END
038800             MOVE "Y" TO WS-RUNREG-EOF-SWITCH
038900             GO TO 1110-EXIT
039000     END-READ
039100
039200     IF RR-RUN-NUMBER > WS-RUN-NUMBER
039300         MOVE RR-RUN-NUMBER TO WS-RUN-NUMBER
039400     END-IF
039500     IF RR-RUN-NUMBER NOT = WS-TARGET-RUN-NUMBER
039600         GO TO 1110-EXIT
039700     END-IF
039800     EVALUATE TRUE
039900         WHEN RR-ENTRY-OPEN
040000             MOVE "Y" TO WS-TARGET-OPEN-SWITCH
040100             MOVE RR-RUN-DATE TO WS-TARGET-RUN-DATE
040200             MOVE RR-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
040300         WHEN RR-ENTRY-CLOSE
040400             MOVE "Y" TO WS-TARGET-CLOSE-SWITCH
040500             IF NOT WS-TARGET-OPEN-FOUND
040600                 MOVE RR-RUN-DATE TO WS-TARGET-RUN-DATE
040700                 MOVE RR-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
040800             END-IF
040900             MOVE RR-OUTCOME TO WS-TARGET-OUTCOME
041000             MOVE RR-TRANS-COUNT TO WS-TARGET-TRANS-COUNT
041100         WHEN RR-ENTRY-REVERSAL
041200             MOVE "Y" TO WS-TARGET-REV-SWITCH
041300             MOVE RR-REVERSED-BY-RUN TO WS-TARGET-REVERSED-BY
041400     END-EVALUATE.
041500
041600 1110-EXIT.
041700     EXIT.
041701******************************************************************
041702* 1150-CHECK-GL-POSTING THRU 1150-EXIT - LOOKS THE RUN UP ON
041703* POSTRUNS.  A RUN GLPOST NEVER POSTED, OR A POSTRUNS THAT
041704* CANNOT BE READ, SETS WS-TARGET-NOT-POSTED AND 3000 THEN WRITES
041705* THE REVRSLT TRAILER HELD, SO GLPOST REFUSES IT OUTRIGHT.  THE
041706* BACKOUT ITSELF GOES AHEAD - THE ACCTMAST BALANCES STILL NEED
041707* PUTTING BACK.
041708******************************************************************
041709 1150-CHECK-GL-POSTING.
041710
041711     OPEN INPUT POSTED-RUNS-FILE
041712     IF WS-PRUN-FS NOT = "00"
041713         MOVE "Y" TO WS-GL-UNPOSTED-SWITCH
041714         MOVE SPACES TO WS-OUTPUT-TEXT
041715         STRING "*** POSTRUNS NOT AVAILABLE - GL POSTING NOT"
041716             " CHECKED - REVRSLT TRAILER WRITTEN HELD"
041717             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
041718         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
041719         GO TO 1150-EXIT
041720     END-IF
041721     MOVE WS-TARGET-RUN-NUMBER TO PR-RUN-NUMBER
041722     READ POSTED-RUNS-FILE
041723         INVALID KEY
041724             MOVE "Y" TO WS-GL-UNPOSTED-SWITCH
041725             MOVE SPACES TO WS-OUTPUT-TEXT
041726             STRING "*** RUN NEVER POSTED TO GL - REVRSLT"
041727                 " TRAILER WRITTEN HELD, GLPOST WILL REFUSE IT"
041728                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
041729         NOT INVALID KEY
041730             MOVE SPACES TO WS-OUTPUT-TEXT
041731             STRING "RUN POSTED TO GL ON " PR-LAST-POST-DATE
041732                 " - POST REVRSLT TO UNWIND IT"
041733                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
041734     END-READ
041735     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
041736     CLOSE POSTED-RUNS-FILE.
041737
041738 1150-EXIT.
041739     EXIT.
041800******************************************************************
041900* 1200-LOAD-ARCHIVE-DIR THRU 1200-EXIT - READS ARCHDIR INTO
042000* WS-ARCHIVE-DIR-TABLE.  A MISSING ARCHDIR IS NOT AN ERROR - THE
042010* LOG HAS SIMPLY NEVER BEEN ROLLED.  MORE GENERATIONS THAN THE
042020* TABLE HOLDS REFUSES THE BACKOUT - ONE LEFT UNREAD COULD HOLD
042030* PART OF THE RUN, AND A BACKOUT MUST SEE ALL OF IT.
042200******************************************************************
042300 1200-LOAD-ARCHIVE-DIR.
042400
042500     OPEN INPUT ARCHDIR-FILE
042600     IF WS-ARCHDIR-FS = "00"
042700         PERFORM 1210-READ-ARCHDIR-ENTRY THRU 1210-EXIT
042800             UNTIL WS-ARCHDIR-EOF OR WS-ARCH-COUNT = 60
042810         IF NOT WS-ARCHDIR-EOF
042820             READ ARCHDIR-FILE
042830                 AT END
042840                     MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
042850             END-READ
042860         END-IF
042900         CLOSE ARCHDIR-FILE
042910         IF NOT WS-ARCHDIR-EOF
042920             MOVE "ARCHIVE DIRECTORY EXCEEDS TABLE"
042930                 TO WS-REJECT-REASON
042940             PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
042950         END-IF
043000     END-IF.
043100
043200 1200-EXIT.
043300     EXIT.
043400******************************************************************
043500* 1210-READ-ARCHDIR-ENTRY THRU 1210-EXIT
043600******************************************************************
043700 1210-READ-ARCHDIR-ENTRY.
043800
043900     READ ARCHDIR-FILE
044000         AT END
044100             MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
044200         NOT AT END
044300             ADD 1 TO WS-ARCH-COUNT
044400             MOVE AD-FROM-DATE TO WS-AD-FROM-DATE (WS-ARCH-COUNT)
044500             MOVE AD-TO-DATE TO WS-AD-TO-DATE (WS-ARCH-COUNT)
044600             MOVE AD-FILE-NAME TO WS-AD-FILE-NAME (WS-ARCH-COUNT)
044700     END-READ.
044800
044900 1210-EXIT.
045000     EXIT.
045100******************************************************************
045200* 1500-SCAN-ARCHIVES THRU 1500-EXIT - EVERY GENERATION THAT ENDS
045300* ON OR AFTER THE TARGET RUN'S DATE, OLDEST FIRST.
045400******************************************************************
045500 1500-SCAN-ARCHIVES.
045600
045700     PERFORM 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
045800         VARYING WS-ARCH-IDX FROM 1 BY 1
045900         UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
046000
046100 1500-EXIT.
046200     EXIT.
046300******************************************************************
046400* 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
046500******************************************************************
046600 1510-CHECK-ONE-GENERATION.
046700
046800     IF WS-AD-TO-DATE (WS-ARCH-IDX) NOT < WS-TARGET-RUN-DATE
046900         MOVE WS-AD-FILE-NAME (WS-ARCH-IDX) TO WS-AUDIT-FILE-NAME
047000         PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT
047100     END-IF.
047200
047300 1510-EXIT.
047400     EXIT.
047500******************************************************************
047600* 1600-SCAN-LIVE-LOG THRU 1600-EXIT - THE LIVE AUDITLOG LAST, SO
047700* A LATER RUN'S UPDATE IS ALWAYS SEEN AFTER THE TARGET RUN'S.
047800******************************************************************
047900 1600-SCAN-LIVE-LOG.
048000
048100     MOVE "AUDITLOG" TO WS-AUDIT-FILE-NAME
048200     PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT.
048300
048400 1600-EXIT.
048500     EXIT.
048600******************************************************************
048700* 1700-CHECK-SCAN-RESULTS THRU 1700-EXIT - A RUN WITH NO POSTED
048800* RECORDS LEFT ON THE LOG HAS NOTHING TO BACK OUT, AND A RUN TOO
048900* BIG FOR THE TABLES CANNOT BE BACKED OUT SAFELY IN PART.
049000******************************************************************
049100 1700-CHECK-SCAN-RESULTS.
049200
049300     IF WS-TABLE-FULL-COUNT > ZERO
049400         MOVE "RUN TOO LARGE FOR BACKOUT TABLES"
049500             TO WS-REJECT-REASON
049600         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
049700         GO TO 1700-EXIT
049800     END-IF
049900     IF WS-FOUND-COUNT = ZERO
050000         MOVE "NO POSTED RECORDS FOR RUN ON AUDITLOG"
050100             TO WS-REJECT-REASON
050200         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
050300     END-IF.
050400
050500 1700-EXIT.
050600     EXIT.
050700******************************************************************
050800* 1800-OPEN-BACKOUT-FILES THRU 1800-EXIT - ACCTMAST FOR UPDATE,
050900* THE REVERSING FILE, AND AUDITLOG FOR APPEND.  ANY ONE OF THEM
051000* FAILING REFUSES THE BACKOUT BEFORE A BALANCE IS TOUCHED.  THE
051100* OPEN POSTING PERIOD ON PERIODTB GOES ON THE REVERSING FILE'S
051200* HEADER - THE ORIGINAL PERIOD MAY WELL BE CLOSED BY NOW.
051300******************************************************************
051400 1800-OPEN-BACKOUT-FILES.
051500
051600     OPEN INPUT PERIOD-FILE
051700     IF WS-PERIOD-FS = "00"
051800         PERFORM 1810-READ-PERIOD-ENTRY THRU 1810-EXIT
051900             UNTIL WS-PERIOD-EOF OR WS-PERIOD-ACTIVE
052000         CLOSE PERIOD-FILE
052100         IF NOT WS-PERIOD-ACTIVE
052200             MOVE "NO OPEN POSTING PERIOD ON PERIODTB"
052300                 TO WS-REJECT-REASON
052400             PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
052500             GO TO 1800-EXIT
052600         END-IF
052700     END-IF
052800
052900     OPEN I-O ACCT-FILE
053000     IF WS-ACCT-FS NOT = "00"
053100         MOVE "ACCOUNT MASTER NOT AVAILABLE" TO WS-REJECT-REASON
053200         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
053300         GO TO 1800-EXIT
053400     END-IF
053500     OPEN OUTPUT REVERSAL-FILE
053600     IF WS-REVERSAL-FS NOT = "00"
053700         CLOSE ACCT-FILE
053800         MOVE "REVERSING FILE REVRSLT NOT OPENABLE"
053900             TO WS-REJECT-REASON
054000         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
054100         GO TO 1800-EXIT
054200     END-IF
054300     MOVE "AUDITLOG" TO WS-AUDIT-FILE-NAME
054400     OPEN EXTEND AUDIT-FILE
054500     IF WS-AUDIT-FS NOT = "00"
054600         CLOSE ACCT-FILE
054700         CLOSE REVERSAL-FILE
054800         MOVE "AUDITLOG NOT OPENABLE FOR APPEND"
054900             TO WS-REJECT-REASON
055000         PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
055100         GO TO 1800-EXIT
055200     END-IF
055300     MOVE "Y" TO WS-FILES-OPEN-SWITCH
055310
055320     OPEN I-O AUDIT-INDEX-FILE
055330     IF WS-AIDX-FS = "35"
055340         OPEN OUTPUT AUDIT-INDEX-FILE
055350     END-IF
055360     IF WS-AIDX-FS = "00"
055370         MOVE "Y" TO WS-AIDX-OPEN-SWITCH
055380     ELSE
055390         MOVE SPACES TO WS-OUTPUT-TEXT
055400         STRING "WARNING - AUDITIDX NOT AVAILABLE, STATUS "
055410             WS-AIDX-FS " - REVERSALS NOT INDEXED"
055420             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
055430         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
055440     END-IF.
055470
055500 1800-EXIT.
055600     EXIT.
055700******************************************************************
055800* 1810-READ-PERIOD-ENTRY THRU 1810-EXIT - ONE PASS OVER PERIODTB
055900* LOOKING FOR AN OPEN PERIOD.
056000******************************************************************
056100 1810-READ-PERIOD-ENTRY.
056200
056300     READ PERIOD-FILE
056400         AT END
056500             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
056600         NOT AT END
056700             IF PD-STATUS-OPEN
056800                 MOVE "Y" TO WS-PERIOD-LOADED-SWITCH
056900                 MOVE PD-PERIOD-ID TO WS-PERIOD-ID
057000             END-IF
057100     END-READ.
057200
057300 1810-EXIT.
057400     EXIT.
057500******************************************************************
057600* 1900-ASSIGN-RUN-NUMBER THRU 1900-EXIT - THE BACKOUT TAKES THE
057700* NEXT RUN NUMBER AND APPENDS ITS OWN OPEN ENTRY, SO A BACKOUT
057800* THAT DIES PART WAY LEAVES AN OPEN ENTRY WITH NO CLOSE LIKE ANY
057900* OTHER RUN THAT DIED.  THE REVERSING FILE'S HEADER GOES OUT
058000* HERE, CARRYING THE NEW NUMBER.
058100******************************************************************
058200 1900-ASSIGN-RUN-NUMBER.
058300
058400     ADD 1 TO WS-RUN-NUMBER
058500     OPEN EXTEND RUN-REGISTRY-FILE
058600     IF WS-RUNREG-FS = "00"
058700         MOVE "Y" TO WS-RUN-ASSIGNED-SWITCH
058800         INITIALIZE RUN-REGISTRY-RECORD
058900         MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER
059000         MOVE "O" TO RR-ENTRY-TYPE
059100         MOVE WS-CURRENT-DATE TO RR-RUN-DATE
059200         MOVE WS-CURRENT-TIME TO RR-RUN-TIME
059300         MOVE WS-BACKOUT-OPERATOR-ID TO RR-OPERATOR-ID
059400         MOVE "R" TO RR-OUTCOME
059500         WRITE RUN-REGISTRY-RECORD
059600         CLOSE RUN-REGISTRY-FILE
059700     END-IF
059800
059900     INITIALIZE CALC-RESULT-HEADER-RECORD
060000     MOVE "HDR" TO CRH-RECORD-TYPE
060100     MOVE WS-CURRENT-DATE TO CRH-RUN-DATE
060200     MOVE WS-BACKOUT-OPERATOR-ID TO CRH-OPERATOR-ID
060300     MOVE WS-PERIOD-ID TO CRH-POSTING-PERIOD
060400     MOVE WS-RUN-NUMBER TO CRH-RUN-NUMBER
060500     WRITE CALC-RESULT-HEADER-RECORD
060600
060700     MOVE SPACES TO WS-OUTPUT-TEXT
060800     STRING "BACKOUT RUNS AS RUN " WS-RUN-NUMBER
060900         " - REVERSING FILE REVRSLT, PERIOD " WS-PERIOD-ID
061000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
061100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
061200
061300 1900-EXIT.
061400     EXIT.
061500******************************************************************
061600* 2000-SCAN-CONTROL THRU 2000-EXIT - FILE-DRIVEN LOOP OVER
061700* WHATEVER AUDIT FILE WS-AUDIT-FILE-NAME POINTS AT, SAME SHAPE AS
061800* 2000-SEARCH-CONTROL IN AUDITQRY.  AN ARCHIVE NAMED ON ARCHDIR
061900* THAT WILL NOT OPEN MAY HOLD PART OF THE RUN, SO IT REFUSES THE
062000* BACKOUT RATHER THAN UNWINDING HALF A RUN.
062100******************************************************************
062200 2000-SCAN-CONTROL.
062300
062400     MOVE "N" TO WS-AUDIT-EOF-SWITCH
062500     OPEN INPUT AUDIT-FILE
062600     IF WS-AUDIT-FS = "00"
062700         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
062800         PERFORM 2200-PROCESS-AUDIT-RECORD THRU 2200-EXIT
062900             UNTIL WS-AUDIT-EOF
063000         CLOSE AUDIT-FILE
063100     ELSE
063200         IF WS-AUDIT-FILE-NAME NOT = "AUDITLOG"
063300             MOVE SPACES TO WS-REJECT-REASON
063400             STRING "ARCHIVE " DELIMITED BY SIZE
063450                 WS-AUDIT-FILE-NAME DELIMITED BY SPACE
063500                 " NOT AVAILABLE" DELIMITED BY SIZE
063600                 INTO WS-REJECT-REASON
063700             PERFORM 2900-REFUSE-BACKOUT THRU 2900-EXIT
063800         END-IF
063900     END-IF.
064000
064100 2000-EXIT.
064200     EXIT.
064300******************************************************************
064400* 2100-READ-AUDIT-RECORD THRU 2100-EXIT
064500******************************************************************
064600 2100-READ-AUDIT-RECORD.
064700
064800     READ AUDIT-FILE
064900         AT END
065000             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
065100         NOT AT END
065200             ADD 1 TO WS-SCAN-COUNT
065300     END-READ.
065400
065500 2100-EXIT.
065600     EXIT.
065700******************************************************************
065800* 2200-PROCESS-AUDIT-RECORD THRU 2200-EXIT - A POSTED RECORD OF
065900* THE TARGET RUN IS TABLED FOR REVERSAL; A POSTED BALANCE UPDATE
066000* BY ANY LATER RUN MARKS ITS ACCOUNT AS UPDATED SINCE.  A
066100* REJECTED RECORD NEVER POSTED ANYWHERE AND IS IGNORED.
066200******************************************************************
066300 2200-PROCESS-AUDIT-RECORD.
066400
066500     IF CA-STATUS-REJECTED
066600         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
066650         GO TO 2200-EXIT
066700     END-IF
066800     IF CA-RUN-NUMBER = WS-TARGET-RUN-NUMBER
066900         ADD 1 TO WS-FOUND-COUNT
067000         IF CA-OPERATION-CODE = 8
067100             PERFORM 2300-TABLE-RUN-UPDATE THRU 2300-EXIT
067200         ELSE
067300             PERFORM 2400-TABLE-RUN-RESULT THRU 2400-EXIT
067400         END-IF
067500         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
067550         GO TO 2200-EXIT
067600     END-IF
067700     IF CA-RUN-NUMBER > WS-TARGET-RUN-NUMBER
067800             AND CA-OPERATION-CODE = 8
067900         PERFORM 2500-MARK-LATER-UPDATE THRU 2500-EXIT
068000     END-IF
068300     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
068400
068500 2200-EXIT.
068600     EXIT.
068700******************************************************************
068800* 2300-TABLE-RUN-UPDATE THRU 2300-EXIT - ONE OF THE TARGET RUN'S
068900* BALANCE UPDATES.  THE FIRST UPDATE OF AN ACCOUNT FIXES THE
069000* BALANCE TO RESTORE; EVERY UPDATE MOVES THE BALANCE THE RUN
069100* LEFT BEHIND.
069200******************************************************************
069300 2300-TABLE-RUN-UPDATE.
069400
069500     PERFORM 2600-FIND-ACCOUNT-ENTRY THRU 2600-EXIT
069600     IF NOT WS-ACCT-FOUND
069700         IF WS-ACCT-COUNT = 1000
069800             ADD 1 TO WS-TABLE-FULL-COUNT
069900             GO TO 2300-EXIT
070000         END-IF
070100         ADD 1 TO WS-ACCT-COUNT
070200         SET WS-ACCT-IDX TO WS-ACCT-COUNT
070300         MOVE CA-ACCOUNT-ID TO WS-AT-ACCOUNT-ID (WS-ACCT-IDX)
070400         MOVE CA-OLD-BALANCE TO WS-AT-FIRST-OLD (WS-ACCT-IDX)
070500         MOVE ZERO TO WS-AT-UPDATE-COUNT (WS-ACCT-IDX)
070600         MOVE ZERO TO WS-AT-LATER-RUN (WS-ACCT-IDX)
070700     END-IF
070800     MOVE CA-NEW-BALANCE TO WS-AT-LAST-NEW (WS-ACCT-IDX)
070900     ADD 1 TO WS-AT-UPDATE-COUNT (WS-ACCT-IDX).
071000
071100 2300-EXIT.
071200     EXIT.
071300******************************************************************
071400* 2400-TABLE-RUN-RESULT THRU 2400-EXIT - ONE OF THE TARGET RUN'S
071500* OTHER POSTED RESULTS.
071600******************************************************************
071700 2400-TABLE-RUN-RESULT.
071800
071900     IF WS-OTHER-COUNT = 2000
072000         ADD 1 TO WS-TABLE-FULL-COUNT
072100         GO TO 2400-EXIT
072200     END-IF
072300     ADD 1 TO WS-OTHER-COUNT
072400     SET WS-OTHER-IDX TO WS-OTHER-COUNT
072500     MOVE CA-OPERATION-CODE TO WS-OT-OPERATION-CODE (WS-OTHER-IDX)
072600     MOVE CA-OPERAND-1 TO WS-OT-OPERAND-1 (WS-OTHER-IDX)
072700     MOVE CA-OPERAND-2 TO WS-OT-OPERAND-2 (WS-OTHER-IDX)
072800     MOVE CA-RESULT TO WS-OT-RESULT (WS-OTHER-IDX).
072900
073000 2400-EXIT.
073100     EXIT.
073200******************************************************************
073300* 2500-MARK-LATER-UPDATE THRU 2500-EXIT - A LATER RUN'S BALANCE
073400* UPDATE AGAINST AN ACCOUNT THE TARGET RUN ALSO UPDATED.  THE
073500* FIRST SUCH RUN IS KEPT FOR THE REFUSAL LINE.
073600******************************************************************
073700 2500-MARK-LATER-UPDATE.
073800
073900     PERFORM 2600-FIND-ACCOUNT-ENTRY THRU 2600-EXIT
074000     IF WS-ACCT-FOUND
074100         IF WS-AT-LATER-RUN (WS-ACCT-IDX) = ZERO
074200             MOVE CA-RUN-NUMBER TO WS-AT-LATER-RUN (WS-ACCT-IDX)
074300         END-IF
074400     END-IF.
074500
074600 2500-EXIT.
074700     EXIT.
074800******************************************************************
074900* 2600-FIND-ACCOUNT-ENTRY THRU 2600-EXIT - LOOKS UP CA-ACCOUNT-ID
075000* ON THE ACCOUNT TABLE.  ON A HIT WS-ACCT-IDX IS LEFT ON THE
075100* MATCHING ROW.
075200******************************************************************
075300 2600-FIND-ACCOUNT-ENTRY.
075400
075500     MOVE "N" TO WS-ACCT-FOUND-SWITCH
075600     PERFORM 2610-MATCH-ACCOUNT-ENTRY THRU 2610-EXIT
075700         VARYING WS-ACCT-IDX FROM 1 BY 1
075800         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR WS-ACCT-FOUND
075900     IF WS-ACCT-FOUND
076000         SET WS-ACCT-IDX DOWN BY 1
076100     END-IF.
076200
076300 2600-EXIT.
076400     EXIT.
076500******************************************************************
076600* 2610-MATCH-ACCOUNT-ENTRY THRU 2610-EXIT
076700******************************************************************
076800 2610-MATCH-ACCOUNT-ENTRY.
076900
077000     IF WS-AT-ACCOUNT-ID (WS-ACCT-IDX) = CA-ACCOUNT-ID
077100         MOVE "Y" TO WS-ACCT-FOUND-SWITCH
077200     END-IF.
077300
077400 2610-EXIT.
077500     EXIT.
077600******************************************************************
077700* 2900-REFUSE-BACKOUT THRU 2900-EXIT - COMMON REFUSAL ACTION FOR
077800* THE WHOLE BACKOUT.  NOTHING HAS BEEN CHANGED WHEN THIS IS
077900* REACHED; RETURN-CODE 16 MARKS THE STEP FOR THE SCHEDULER.
078000******************************************************************
078100 2900-REFUSE-BACKOUT.
078200
078300     MOVE "Y" TO WS-ABORT-SWITCH
078400     MOVE SPACES TO WS-OUTPUT-TEXT
078500     STRING "BACKOUT REFUSED - " WS-REJECT-REASON
078600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
078700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
078800     MOVE 16 TO RETURN-CODE.
078900
079000 2900-EXIT.
079100     EXIT.
079200******************************************************************
079300* 3000-BACKOUT-CONTROL THRU 3000-EXIT - RESTORES EVERY ACCOUNT ON
079400* THE ACCOUNT TABLE, REVERSES EVERY OTHER RESULT, THEN CLOSES THE
079410* REVERSING FILE WITH ITS TRAILER - HELD WHEN THE TARGET RUN
079420* NEVER POSTED TO GL (SEE 1150-CHECK-GL-POSTING).
079600******************************************************************
079700 3000-BACKOUT-CONTROL.
079800
079900     MOVE "ACCOUNTS UNWOUND" TO WS-OUTPUT-TEXT
080000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080100     PERFORM 3100-BACKOUT-ONE-ACCOUNT THRU 3100-EXIT
080200         VARYING WS-ACCT-IDX FROM 1 BY 1
080300         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
080400
080500     IF WS-OTHER-COUNT > ZERO
080600         MOVE "OTHER RESULTS REVERSED" TO WS-OUTPUT-TEXT
080700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080800         PERFORM 3200-REVERSE-ONE-RESULT THRU 3200-EXIT
080900             VARYING WS-OTHER-IDX FROM 1 BY 1
081000             UNTIL WS-OTHER-IDX > WS-OTHER-COUNT
081100     END-IF
081200
081300     INITIALIZE CALC-RESULT-TRAILER-RECORD
081400     MOVE "TRL" TO CRT-RECORD-TYPE
081500     MOVE WS-DETAIL-COUNT TO CRT-RECORD-COUNT
081600     MOVE WS-HASH-TOTAL TO CRT-HASH-TOTAL
081610     IF WS-TARGET-NOT-POSTED
081620         MOVE "H" TO CRT-HOLD-STATUS
081630     ELSE
081700         MOVE "R" TO CRT-HOLD-STATUS
081710     END-IF
081800     WRITE CALC-RESULT-TRAILER-RECORD.
081900
082000 3000-EXIT.
082100     EXIT.
082200******************************************************************
082300* 3100-BACKOUT-ONE-ACCOUNT THRU 3100-EXIT - PUTS ONE ACCOUNT BACK
082400* TO ITS BALANCE BEFORE THE TARGET RUN.  REFUSED, AND LEFT AS IT
082500* STANDS, IF A LATER RUN HAS UPDATED IT, IF IT IS NO LONGER ON
082600* THE MASTER OR IS CLOSED, OR IF ITS BALANCE IS NOT WHAT THE RUN
082700* LEFT (A HAND EDIT SINCE).  EITHER WAY ONE DETAIL GOES TO THE
082800* REVERSING FILE AND ONE RECORD TO AUDITLOG - A REFUSED ACCOUNT
082900* AS A REJECT, THE SAME WAY THE CALCULATOR RECORDS ONE.
083000******************************************************************
083100 3100-BACKOUT-ONE-ACCOUNT.
083200
083300     MOVE "N" TO WS-ACCT-REFUSED-SWITCH
083400     MOVE SPACES TO WS-REJECT-REASON
083500     MOVE WS-AT-ACCOUNT-ID (WS-ACCT-IDX) TO WS-REV-ACCOUNT-ID
083600     MOVE ZERO TO WS-REV-OLD-BALANCE
083700     MOVE ZERO TO WS-REV-NEW-BALANCE
083800
083900     IF WS-AT-LATER-RUN (WS-ACCT-IDX) NOT = ZERO
084000         MOVE "Y" TO WS-ACCT-REFUSED-SWITCH
084100         STRING "UPDATED SINCE BY RUN "
084200             WS-AT-LATER-RUN (WS-ACCT-IDX)
084300             DELIMITED BY SIZE INTO WS-REJECT-REASON
084400         PERFORM 3110-WRITE-REVERSAL THRU 3110-EXIT
084450         GO TO 3100-EXIT
084500     END-IF
084600     MOVE WS-AT-ACCOUNT-ID (WS-ACCT-IDX) TO AM-ACCOUNT-ID
084700     READ ACCT-FILE
084800         INVALID KEY
084900             MOVE "Y" TO WS-ACCT-REFUSED-SWITCH
085000             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
085100                 TO WS-REJECT-REASON
085200     END-READ
085300     IF WS-ACCT-REFUSED
085400         PERFORM 3110-WRITE-REVERSAL THRU 3110-EXIT
085450         GO TO 3100-EXIT
085500     END-IF
085600     MOVE AM-BALANCE TO WS-REV-OLD-BALANCE
085700     MOVE AM-BALANCE TO WS-REV-NEW-BALANCE
085800     IF AM-STATUS-CLOSED
085900         MOVE "Y" TO WS-ACCT-REFUSED-SWITCH
086000         MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
086100         PERFORM 3110-WRITE-REVERSAL THRU 3110-EXIT
086150         GO TO 3100-EXIT
086200     END-IF
086300     IF AM-BALANCE NOT = WS-AT-LAST-NEW (WS-ACCT-IDX)
086400         MOVE "Y" TO WS-ACCT-REFUSED-SWITCH
086500         MOVE "BALANCE CHANGED SINCE THE RUN" TO WS-REJECT-REASON
086600         PERFORM 3110-WRITE-REVERSAL THRU 3110-EXIT
086650         GO TO 3100-EXIT
086700     END-IF
086800
086900     MOVE WS-AT-FIRST-OLD (WS-ACCT-IDX) TO AM-BALANCE
087000     MOVE WS-CURRENT-DATE TO AM-LAST-UPDATE-DATE
087100     REWRITE ACCOUNT-MASTER-RECORD
087200         INVALID KEY
087300             MOVE "Y" TO WS-ACCT-REFUSED-SWITCH
087400             MOVE "ACCOUNT MASTER REWRITE FAILED"
087500                 TO WS-REJECT-REASON
087600     END-REWRITE
087700     IF NOT WS-ACCT-REFUSED
087800         MOVE WS-AT-FIRST-OLD (WS-ACCT-IDX) TO WS-REV-NEW-BALANCE
087900     END-IF
087950     PERFORM 3110-WRITE-REVERSAL THRU 3110-EXIT.
088000
088010 3100-EXIT.
088020     EXIT.
088030******************************************************************
088040* 3110-WRITE-REVERSAL THRU 3110-EXIT - THE REVERSING DETAIL, THE
088050* AUDITLOG RECORD AND THE REGISTER LINE FOR ONE ACCOUNT, RESTORED
088060* OR REFUSED.
088070******************************************************************
088100 3110-WRITE-REVERSAL.
088150
088200     MOVE 8 TO WS-REV-OPERATION-CODE
088300     SUBTRACT WS-REV-OLD-BALANCE FROM WS-REV-NEW-BALANCE
088400         GIVING WS-REV-OPERAND-1
088500     MOVE WS-REV-OLD-BALANCE TO WS-REV-OPERAND-2
088600     IF WS-ACCT-REFUSED
088700         MOVE ZERO TO WS-REV-RESULT
088800         MOVE "9" TO WS-REV-STATUS-CODE
088900     ELSE
089000         MOVE WS-REV-NEW-BALANCE TO WS-REV-RESULT
089100         MOVE "0" TO WS-REV-STATUS-CODE
089200     END-IF
089300     PERFORM 3500-WRITE-REVERSING-DETAIL THRU 3500-EXIT
089400
089500     SUBTRACT WS-AT-FIRST-OLD (WS-ACCT-IDX)
089600         FROM WS-AT-LAST-NEW (WS-ACCT-IDX)
089700         GIVING WS-UNWOUND-AMOUNT
089800     MOVE WS-AT-FIRST-OLD (WS-ACCT-IDX) TO WS-OLD-EDIT
089900     MOVE WS-AT-LAST-NEW (WS-ACCT-IDX) TO WS-NEW-EDIT
090000     MOVE WS-UNWOUND-AMOUNT TO WS-AMOUNT-EDIT
090100     MOVE SPACES TO WS-OUTPUT-TEXT
090200     IF WS-ACCT-REFUSED
090300         ADD 1 TO WS-REFUSED-COUNT
090400         STRING "ACCOUNT " WS-REV-ACCOUNT-ID
090500             " REFUSED - " WS-REJECT-REASON
090600             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
090700         IF RETURN-CODE = ZERO
090800             MOVE 8 TO RETURN-CODE
090900         END-IF
091000     ELSE
091100         ADD 1 TO WS-RESTORED-COUNT
091200         ADD WS-UNWOUND-AMOUNT TO WS-UNWOUND-TOTAL
091300         STRING "ACCOUNT " WS-REV-ACCOUNT-ID
091400             " BALANCE " WS-NEW-EDIT
091500             " RESTORED TO " WS-OLD-EDIT
091600             " AMOUNT UNWOUND " WS-AMOUNT-EDIT
091700             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
091800     END-IF
091900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
092000
092100 3110-EXIT.
092200     EXIT.
092300******************************************************************
092400* 3200-REVERSE-ONE-RESULT THRU 3200-EXIT - ONE OF THE TARGET
092500* RUN'S OTHER POSTED RESULTS, REVERSED BY NEGATING ITS RESULT SO
092600* GLPOST POSTS IT BACK OUT OF THE SAME GL ACCOUNT.
092700******************************************************************
092800 3200-REVERSE-ONE-RESULT.
092900
093000     MOVE WS-OT-OPERATION-CODE (WS-OTHER-IDX)
093100         TO WS-REV-OPERATION-CODE
093200     MOVE WS-OT-OPERAND-1 (WS-OTHER-IDX) TO WS-REV-OPERAND-1
093300     MOVE WS-OT-OPERAND-2 (WS-OTHER-IDX) TO WS-REV-OPERAND-2
093400     COMPUTE WS-REV-RESULT = ZERO - WS-OT-RESULT (WS-OTHER-IDX)
093500     MOVE SPACES TO WS-REV-ACCOUNT-ID
093600     MOVE ZERO TO WS-REV-OLD-BALANCE
093700     MOVE ZERO TO WS-REV-NEW-BALANCE
093800     MOVE "0" TO WS-REV-STATUS-CODE
093900     PERFORM 3500-WRITE-REVERSING-DETAIL THRU 3500-EXIT
094000
094100     MOVE WS-REV-RESULT TO WS-AMOUNT-EDIT
094200     MOVE SPACES TO WS-OUTPUT-TEXT
094300     STRING "OPERATION " WS-REV-OPERATION-CODE
094400         " RESULT REVERSED " WS-AMOUNT-EDIT
094500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
094600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
094700
094800 3200-EXIT.
094900     EXIT.
095000******************************************************************
095100* 3500-WRITE-REVERSING-DETAIL THRU 3500-EXIT - ONE DETAIL TO
095200* REVRSLT AND THE MATCHING RECORD TO AUDITLOG UNDER THE BACKOUT'S
095300* OWN RUN NUMBER, FROM THE WS-REV- FIELDS.  THE DETAILS ARE
095400* SEQUENCED FROM 1 IN THE ORDER WRITTEN, AND THE AUDITLOG RECORD
095450* CARRIES THE SAME SEQUENCE AS ITS CA-AUDIT-SEQ-NO.  A FAILED
095460* WRITE TO EITHER FILE IS REPORTED WITH THE DETAIL SEQUENCE AND
095470* ACCOUNT AND SETS RETURN-CODE 16; AN AUDITLOG RECORD THAT WAS
095480* NOT WRITTEN IS NOT ENTERED ON AUDITIDX.
095500******************************************************************
095600 3500-WRITE-REVERSING-DETAIL.
095700
095800     ADD 1 TO WS-DETAIL-COUNT
095900     INITIALIZE CALC-RESULT-RECORD
096000     MOVE "DET" TO CR-RECORD-TYPE
096100     MOVE WS-DETAIL-COUNT TO CR-SEQ-NO
096200     MOVE WS-REV-OPERATION-CODE TO CR-OPERATION-CODE
096300     MOVE WS-REV-OPERAND-1 TO CR-OPERAND-1
096400     MOVE WS-REV-OPERAND-2 TO CR-OPERAND-2
096500     MOVE WS-REV-RESULT TO CR-RESULT
096600     MOVE WS-REV-STATUS-CODE TO CR-STATUS-CODE
096700     IF WS-REV-OPERATION-CODE = 8
096800         MOVE WS-REV-ACCOUNT-ID TO CR-ACCOUNT-ID
096900         MOVE WS-REV-OLD-BALANCE TO CR-OLD-BALANCE
097000         MOVE WS-REV-NEW-BALANCE TO CR-NEW-BALANCE
097100     END-IF
097200     WRITE CALC-RESULT-RECORD
097210     IF WS-REVERSAL-FS NOT = "00"
097220         MOVE SPACES TO WS-OUTPUT-TEXT
097230         STRING "*** REVRSLT WRITE FAILED AT DETAIL " CR-SEQ-NO
097240             " ACCOUNT " CR-ACCOUNT-ID
097250             " - FILE STATUS " WS-REVERSAL-FS
097260             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
097270         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
097280         MOVE 16 TO RETURN-CODE
097290     END-IF
097300     ADD CR-RESULT TO WS-HASH-TOTAL
097400     IF WS-REV-STATUS-CODE = "0"
097500         ADD 1 TO WS-REVERSED-COUNT
097600         ADD CR-RESULT TO WS-GRAND-TOTAL
097700     END-IF
097800
097900     INITIALIZE CALC-AUDIT-RECORD
098000     ACCEPT WS-CURRENT-TIME FROM TIME
098100     MOVE WS-CURRENT-DATE TO CA-RUN-DATE
098200     MOVE WS-CURRENT-TIME TO CA-RUN-TIME
098300     MOVE WS-BACKOUT-OPERATOR-ID TO CA-OPERATOR-ID
098400     MOVE CR-OPERATION-CODE TO CA-OPERATION-CODE
098500     MOVE CR-OPERAND-1 TO CA-OPERAND-1
098600     MOVE CR-OPERAND-2 TO CA-OPERAND-2
098700     MOVE CR-RESULT TO CA-RESULT
098800     MOVE CR-ACCOUNT-ID TO CA-ACCOUNT-ID
098900     MOVE CR-OLD-BALANCE TO CA-OLD-BALANCE
099000     MOVE CR-NEW-BALANCE TO CA-NEW-BALANCE
099100     MOVE WS-RUN-NUMBER TO CA-RUN-NUMBER
099200     MOVE CR-STATUS-CODE TO CA-STATUS-CODE
099250     MOVE WS-DETAIL-COUNT TO CA-AUDIT-SEQ-NO
099300     WRITE CALC-AUDIT-RECORD
099310     IF WS-AUDIT-FS NOT = "00"
099315         MOVE SPACES TO WS-OUTPUT-TEXT
099320         STRING "*** AUDITLOG WRITE FAILED AT DETAIL "
099325             CA-AUDIT-SEQ-NO " ACCOUNT " CA-ACCOUNT-ID
099330             " - FILE STATUS " WS-AUDIT-FS
099335             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
099340         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
099345         MOVE 16 TO RETURN-CODE
099350     ELSE
099355         IF WS-AUDIT-INDEX-OPEN
099360             PERFORM 3510-WRITE-AUDIT-INDEX THRU 3510-EXIT
099365         END-IF
099370     END-IF.
099400
099500 3500-EXIT.
099600     EXIT.
099610******************************************************************
099620* 3510-WRITE-AUDIT-INDEX THRU 3510-EXIT - ENTERS THE AUDITLOG
099630* RECORD JUST WRITTEN ON AUDITIDX, THE SAME ENTRY THE CALCULATOR
099640* MAKES FOR ITS OWN RECORDS.  A FAILED WRITE IS REPORTED AND THE
099650* BACKOUT CARRIES ON - AUDITARC ENTERS THE RECORD WHEN IT NEXT
099660* RUNS.
099670******************************************************************
099680 3510-WRITE-AUDIT-INDEX.
099690
099700     INITIALIZE AUDIT-INDEX-RECORD
099710     MOVE CA-RUN-NUMBER TO AX-RUN-NUMBER
099720     MOVE CA-AUDIT-SEQ-NO TO AX-SEQ-NO
099730     MOVE CA-ACCOUNT-ID TO AX-ACCOUNT-ID
099740     MOVE CA-RUN-DATE TO AX-RUN-DATE
099750     MOVE "AUDITLOG" TO AX-FILE-NAME
099760     MOVE CALC-AUDIT-RECORD TO AX-AUDIT-IMAGE
099770     WRITE AUDIT-INDEX-RECORD
099780         INVALID KEY
099790             MOVE SPACES TO WS-OUTPUT-TEXT
099800             STRING "WARNING - AUDITIDX WRITE FAILED, STATUS "
099810                 WS-AIDX-FS
099820                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
099830             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
099840     END-WRITE.
099850
099860 3510-EXIT.
099870     EXIT.
099880******************************************************************
099890* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
099900* TO BKOUTRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
100000******************************************************************
100100 4000-WRITE-OUTPUT-LINE.
100200
100300     IF WS-RPT-TO-REPORT
100400         MOVE SPACES TO PL-TEXT
100500         MOVE WS-OUTPUT-TEXT TO PL-TEXT
100600         WRITE CALC-PRINT-RECORD
100700     ELSE
100800         DISPLAY WS-OUTPUT-TEXT
100900     END-IF.
101000
101100 4000-EXIT.
101200     EXIT.
101300******************************************************************
101400* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS
101500* FOR THE BACKOUT REPORT.
101600******************************************************************
101700 8000-SUMMARY-REPORT.
101800
101900     MOVE "END OF BACKOUT CONTROL TOTALS" TO WS-OUTPUT-TEXT
102000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
102100
102200     MOVE WS-SCAN-COUNT TO WS-COUNT-EDIT
102300     MOVE SPACES TO WS-OUTPUT-TEXT
102400     STRING "LOG RECORDS SCANNED   " WS-COUNT-EDIT
102500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
102600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
102700
102800     MOVE WS-FOUND-COUNT TO WS-COUNT-EDIT
102900     MOVE SPACES TO WS-OUTPUT-TEXT
103000     STRING "RUN RECORDS FOUND     " WS-COUNT-EDIT
103100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
103200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
103300
103400     MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT
103500     MOVE SPACES TO WS-OUTPUT-TEXT
103600     STRING "ACCOUNTS RESTORED     " WS-COUNT-EDIT
103700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
103800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
103900
104000     MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
104100     MOVE SPACES TO WS-OUTPUT-TEXT
104200     STRING "ACCOUNTS REFUSED      " WS-COUNT-EDIT
104300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
104400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
104500
104600     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT
104700     MOVE SPACES TO WS-OUTPUT-TEXT
104800     STRING "REVERSING DETAILS     " WS-COUNT-EDIT
104900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
105000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
105100
105200     MOVE WS-UNWOUND-TOTAL TO WS-TOTAL-EDIT
105300     MOVE SPACES TO WS-OUTPUT-TEXT
105400     STRING "BALANCE MOVEMENT UNWOUND = " WS-TOTAL-EDIT
105500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
105600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
105700
105800     MOVE WS-HASH-TOTAL TO WS-TOTAL-EDIT
105900     MOVE SPACES TO WS-OUTPUT-TEXT
106000     STRING "REVERSING HASH TOTAL     = " WS-TOTAL-EDIT
106100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
106200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
106300
106310     IF WS-TARGET-NOT-POSTED AND NOT WS-ABORT-REQUESTED
106320         MOVE "REVRSLT TRAILER HELD - RUN NOT POSTED TO GL"
106330             TO WS-OUTPUT-TEXT
106340         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
106350     END-IF
106400     IF WS-ABORT-REQUESTED
106500         MOVE "BACKOUT REFUSED - NOTHING WAS CHANGED"
106600             TO WS-OUTPUT-TEXT
106700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
106800     END-IF.
106900
107000 8000-EXIT.
107100     EXIT.
107200******************************************************************
107300* 9900-CLOSE-RUN-REGISTRY THRU 9900-EXIT - APPENDS THE BACKOUT'S
107400* OWN CLOSE ENTRY (OUTCOME B) AND, IF ANYTHING WAS REVERSED, THE
107500* REVERSAL ENTRY THAT MARKS THE TARGET RUN AS BACKED OUT.  A
107600* BACKOUT THAT REFUSED EVERY ACCOUNT AND HAD NOTHING ELSE TO
107700* REVERSE LEAVES THE TARGET UNMARKED, SO IT CAN BE RETRIED ONCE
107800* THE REFUSALS ARE CLEARED UP.
107900******************************************************************
108000 9900-CLOSE-RUN-REGISTRY.
108100
108200     OPEN EXTEND RUN-REGISTRY-FILE
108300     IF WS-RUNREG-FS NOT = "00"
108400         MOVE "RUN REGISTRY NOT OPENABLE - RUN NOT MARKED"
108500             TO WS-OUTPUT-TEXT
108600         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
108700         MOVE 16 TO RETURN-CODE
108800         GO TO 9900-EXIT
108900     END-IF
109000     ACCEPT WS-CURRENT-TIME FROM TIME
109100
109200     INITIALIZE RUN-REGISTRY-RECORD
109300     MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER
109400     MOVE "C" TO RR-ENTRY-TYPE
109500     MOVE WS-CURRENT-DATE TO RR-RUN-DATE
109600     MOVE WS-CURRENT-TIME TO RR-RUN-TIME
109700     MOVE WS-BACKOUT-OPERATOR-ID TO RR-OPERATOR-ID
109800     MOVE WS-FOUND-COUNT TO RR-TRANS-COUNT
109900     MOVE WS-DETAIL-COUNT TO RR-RESULT-COUNT
110000     MOVE WS-REFUSED-COUNT TO RR-REJECT-COUNT
110100     MOVE WS-GRAND-TOTAL TO RR-GRAND-TOTAL
110200     MOVE "B" TO RR-OUTCOME
110300     MOVE WS-TARGET-RUN-NUMBER TO RR-REVERSED-BY-RUN
110400     WRITE RUN-REGISTRY-RECORD
110500
110600     IF WS-REVERSED-COUNT > ZERO
110700         INITIALIZE RUN-REGISTRY-RECORD
110800         MOVE WS-TARGET-RUN-NUMBER TO RR-RUN-NUMBER
110900         MOVE "V" TO RR-ENTRY-TYPE
111000         MOVE WS-CURRENT-DATE TO RR-RUN-DATE
111100         MOVE WS-CURRENT-TIME TO RR-RUN-TIME
111200         MOVE WS-BACKOUT-OPERATOR-ID TO RR-OPERATOR-ID
111300         MOVE WS-REVERSED-COUNT TO RR-RESULT-COUNT
111400         MOVE WS-REFUSED-COUNT TO RR-REJECT-COUNT
111500         MOVE WS-GRAND-TOTAL TO RR-GRAND-TOTAL
111600         MOVE WS-RUN-NUMBER TO RR-REVERSED-BY-RUN
111700         WRITE RUN-REGISTRY-RECORD
111800         MOVE SPACES TO WS-OUTPUT-TEXT
111900         STRING "RUN " WS-TARGET-RUN-NUMBER
112000             " MARKED REVERSED BY RUN " WS-RUN-NUMBER
112100             " ON RUN REGISTRY"
112200             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
112300     ELSE
112400         MOVE SPACES TO WS-OUTPUT-TEXT
112500         STRING "NOTHING REVERSED - RUN " WS-TARGET-RUN-NUMBER
112600             " NOT MARKED REVERSED"
112700             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
112800     END-IF
112900     CLOSE RUN-REGISTRY-FILE
113000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
113100
113200 9900-EXIT.
113300     EXIT.
113400******************************************************************
113500* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED AND
113600* FILE THE REGISTRY ENTRIES.
113700******************************************************************
113800 9999-TERMINATE.
113900
114000     IF WS-FILES-OPEN
114100         CLOSE ACCT-FILE
114200         CLOSE REVERSAL-FILE
114300         CLOSE AUDIT-FILE
114400     END-IF
114420     IF WS-AUDIT-INDEX-OPEN
114440         CLOSE AUDIT-INDEX-FILE
114460     END-IF
114500     IF WS-RUN-ASSIGNED
114600         PERFORM 9900-CLOSE-RUN-REGISTRY THRU 9900-EXIT
114700     END-IF
114800     IF WS-RPT-TO-REPORT
114900         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
115000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
115100         CLOSE BKOUT-RPT-FILE
115200     END-IF.
115300
115400 9999-EXIT.
115500     EXIT.
115600 END PROGRAM RUNBKOUT.

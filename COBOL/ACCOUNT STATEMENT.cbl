000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        PER-ACCOUNT ACTIVITY STATEMENT OVER THE
000700*                 BALANCE-UPDATE (OPERATION 8) HISTORY.  EVERY
000800*                 POSTED BALANCE UPDATE ON THE ARCHIVED AUDITLOG
000900*                 GENERATIONS NAMED ON ARCHDIR AND ON THE LIVE
001000*                 AUDITLOG IS TABLED, AND ONE STATEMENT PER
001100*                 ACCOUNT IS PRINTED FOR THE DATE RANGE ASKED
001200*                 FOR: AN OPENING BALANCE, ONE LINE PER UPDATE
001300*                 WITH ITS RUN NUMBER AND DATE, AND A CLOSING
001400*                 BALANCE PROVED AGAINST AM-BALANCE ON ACCTMAST.
001500*                 A BREAK IN THE BALANCE CHAIN (AN UPDATE WHOSE
001600*                 OLD BALANCE IS NOT THE PREVIOUS UPDATE'S NEW
001700*                 BALANCE - WHAT A DOUBLE-APPLIED RESTART OR A
001800*                 HAND EDIT OF ACCTMAST LEAVES BEHIND) IS FLAGGED
001900*                 AS AN EXCEPTION ON THE STATEMENT.
002000* TECTONICS:      cobc
002100******************************************************************
002200* MODIFICATION HISTORY
002300* ----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 2026-10-15 RH    ORIGINAL VERSION - ONE ACCOUNT OR "ALL" AND AN
002600*                  OPTIONAL RUN-DATE RANGE ON THE COMMAND LINE,
002700*                  STATEMENTS TO STMTRPT (OR THE CONSOLE IF
002800*                  STMTRPT IS NOT AVAILABLE).  ANY EXCEPTION SETS
002900*                  RETURN-CODE 8.
002910* 2026-10-15 RH    A DATE ON THE COMMAND LINE THAT IS NOT SIX
002920*                  DIGITS, OR A FROM-DATE AFTER THE TO-DATE, NOW
002930*                  REFUSES THE RUN WITH RETURN-CODE 16 INSTEAD OF
002940*                  STATING A RANGE NOBODY ASKED FOR.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. ACCTSTMT.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-FS.
003900     SELECT ARCHDIR-FILE ASSIGN TO "ARCHDIR"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ARCHDIR-FS.
004200     SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AM-ACCOUNT-ID
004600         FILE STATUS IS WS-ACCT-FS.
004700     SELECT STMT-RPT-FILE ASSIGN TO "STMTRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RPT-FS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-FILE.
005300     COPY CALCAUD.
005400 FD  ARCHDIR-FILE.
005500     COPY CALCARCD.
005600 FD  ACCT-FILE.
005700     COPY CALCACCT.
005800 FD  STMT-RPT-FILE.
005900     COPY CALCPRT.
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200* RUN CONTROL SWITCHES
006300******************************************************************
006400 01  WS-SWITCHES.
006500     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
006600         88  WS-AUDIT-EOF            VALUE "Y".
006700     05  WS-ARCHDIR-EOF-SWITCH   PIC X(01) VALUE "N".
006800         88  WS-ARCHDIR-EOF          VALUE "Y".
006900     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
007000         88  WS-ACCT-EOF             VALUE "Y".
007100     05  WS-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
007200         88  WS-ACCT-MASTER-OPEN     VALUE "Y".
007300     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE "N".
007400         88  WS-MASTER-FOUND         VALUE "Y".
007500     05  WS-ACCT-FOUND-SWITCH    PIC X(01) VALUE "N".
007600         88  WS-ACCT-FOUND           VALUE "Y".
007700     05  WS-PRIOR-SWITCH         PIC X(01) VALUE "N".
007800         88  WS-PRIOR-FOUND          VALUE "Y".
007900     05  WS-LATER-SWITCH         PIC X(01) VALUE "N".
008000         88  WS-LATER-FOUND          VALUE "Y".
008100     05  WS-CHAIN-SWITCH         PIC X(01) VALUE "N".
008200         88  WS-CHAIN-STARTED        VALUE "Y".
008300     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
008400         88  WS-RPT-TO-REPORT        VALUE "P".
008500         88  WS-RPT-TO-CONSOLE       VALUE "C".
008510     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008520         88  WS-ABORT-REQUESTED      VALUE "Y".
008600 77  WS-AUDIT-FS                 PIC X(02).
008700 77  WS-ARCHDIR-FS               PIC X(02).
008800 77  WS-ACCT-FS                  PIC X(02).
008900 77  WS-RPT-FS                   PIC X(02).
009000 77  WS-OUTPUT-TEXT              PIC X(132).
009100******************************************************************
009200* SCAN TARGET - THE ONE SCAN LOOP IS POINTED AT EACH ARCHIVE
009300* GENERATION IN TURN AND THEN AT THE LIVE LOG BY SWAPPING THIS
009400* FILE NAME, THE SAME CONVENTION AUDITQRY USES.
009500******************************************************************
009600 77  WS-AUDIT-FILE-NAME          PIC X(30) VALUE "AUDITLOG".
009700******************************************************************
009800* REPORT PAGINATION CONTROLS - A PAGE HEADING GOES OUT EVERY
009900* WS-PAGE-LIMIT LINES, AND EVERY STATEMENT STARTS ON A NEW PAGE
010000* SO EACH ONE CAN BE HANDED OUT ON ITS OWN.
010100******************************************************************
010200 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 999.
010300 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
010400 77  WS-PAGE-LIMIT               PIC 9(03) VALUE 60.
010500 77  WS-PAGE-EDIT                PIC ZZZ9.
010600 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
010700 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
010800******************************************************************
010900* ARCHIVE DIRECTORY TABLE - SAME SHAPE AND LIMIT AS AUDITQRY'S.
011000* EVERY GENERATION IS SCANNED WHATEVER THE STATEMENT RANGE - THE
011100* OPENING BALANCE AND THE CHAIN CHECK NEED THE UPDATES BEFORE
011200* THE RANGE, AND THE PROOF AGAINST ACCTMAST NEEDS THOSE AFTER.
011300******************************************************************
011400 77  WS-ARCH-COUNT               PIC 9(03) COMP VALUE ZERO.
011500 01  WS-ARCHIVE-DIR-TABLE.
011600     05  WS-ARCH-ENTRY OCCURS 1 TO 60 TIMES
011700             DEPENDING ON WS-ARCH-COUNT
011800             INDEXED BY WS-ARCH-IDX.
011900         10  WS-AD-FROM-DATE     PIC 9(06).
012000         10  WS-AD-TO-DATE       PIC 9(06).
012100         10  WS-AD-FILE-NAME     PIC X(30).
012200******************************************************************
012300* COMMAND-LINE CRITERIA - ACCOUNT ID, FROM-DATE AND TO-DATE
012400* (EACH SPACE-DELIMITED, ANY OMITTED FROM THE RIGHT).  "ALL" OR
012500* A BLANK ACCOUNT STATES EVERY ACCOUNT; A BLANK OR ZERO DATE
012600* LEAVES THAT END OF THE RANGE OPEN.  A DATE THAT IS GIVEN MUST
012610* BE SIX DIGITS (YYMMDD) - THE X(06) VIEW IS WHAT IS EDITED.
012700******************************************************************
012800 01  WS-PARM-LINE                PIC X(40).
012900 01  WS-STMT-CRITERIA.
013000     05  WS-STMT-ACCOUNT-ID      PIC X(08).
013100         88  WS-STMT-ALL-ACCOUNTS   VALUE SPACES "ALL".
013200     05  WS-STMT-FROM-DATE-X     PIC X(06).
013210     05  WS-STMT-FROM-DATE REDEFINES WS-STMT-FROM-DATE-X
013220                                 PIC 9(06).
013300     05  WS-STMT-TO-DATE-X       PIC X(06).
013310     05  WS-STMT-TO-DATE REDEFINES WS-STMT-TO-DATE-X
013320                                 PIC 9(06).
013400 77  WS-EFFECTIVE-TO-DATE        PIC 9(06) VALUE 999999.
013500******************************************************************
013600* POSTED BALANCE-UPDATE TABLE - EVERY POSTED OPERATION-8 RECORD
013700* FOR THE ACCOUNT(S) ASKED FOR, IN LOG ORDER (OLDEST GENERATION
013800* FIRST, LIVE LOG LAST), WHICH IS THE ORDER THE CHAIN WAS BUILT
013900* IN.  AN UPDATE THAT DOES NOT FIT IS COUNTED AND EVERY
014000* STATEMENT PRINTED IS MARKED INCOMPLETE.
014100******************************************************************
014200 77  WS-UPD-COUNT                PIC 9(05) COMP VALUE ZERO.
014300 77  WS-UPD-FULL-COUNT           PIC 9(06) COMP VALUE ZERO.
014400 01  WS-UPDATE-TABLE.
014500     05  WS-UPD-ENTRY OCCURS 1 TO 5000 TIMES
014600             DEPENDING ON WS-UPD-COUNT
014700             INDEXED BY WS-UPD-IDX.
014800         10  WS-UP-ACCOUNT-ID    PIC X(08).
014900         10  WS-UP-RUN-DATE      PIC 9(06).
015000         10  WS-UP-RUN-TIME      PIC 9(08).
015100         10  WS-UP-RUN-NUMBER    PIC 9(06).
015200         10  WS-UP-OLD-BALANCE   PIC S9(7)V99.
015300         10  WS-UP-NEW-BALANCE   PIC S9(7)V99.
015400******************************************************************
015500* ACCOUNTS SEEN ON THE LOG - SO AN "ALL" RUN CAN STILL STATE AN
015600* ACCOUNT THAT HAS UPDATES ON THE LOG BUT IS NO LONGER (OR WAS
015700* NEVER) ON ACCTMAST, AFTER THE ACCOUNTS THAT ARE.
015800******************************************************************
015900 77  WS-ACCT-COUNT               PIC 9(04) COMP VALUE ZERO.
016000 01  WS-ACCOUNT-TABLE.
016100     05  WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
016200             DEPENDING ON WS-ACCT-COUNT
016300             INDEXED BY WS-ACCT-IDX.
016400         10  WS-AT-ACCOUNT-ID    PIC X(08).
016500         10  WS-AT-STATED-SWITCH PIC X(01).
016600             88  WS-AT-STATED        VALUE "Y".
016700******************************************************************
016800* ONE STATEMENT'S WORKING FIELDS
016900******************************************************************
017000 77  WS-CUR-ACCOUNT-ID           PIC X(08) VALUE SPACES.
017100 77  WS-OPENING-BALANCE          PIC S9(7)V99 VALUE ZERO.
017200 77  WS-CLOSING-BALANCE          PIC S9(7)V99 VALUE ZERO.
017300 77  WS-PRIOR-NEW-BALANCE        PIC S9(7)V99 VALUE ZERO.
017400 77  WS-LOG-BALANCE              PIC S9(7)V99 VALUE ZERO.
017500 77  WS-UPDATE-AMOUNT            PIC S9(8)V99 VALUE ZERO.
017600 77  WS-PERIOD-COUNT             PIC 9(05) COMP VALUE ZERO.
017700 77  WS-AFTER-COUNT              PIC 9(05) COMP VALUE ZERO.
017800 77  WS-STMT-EXCEPTION-COUNT     PIC 9(05) COMP VALUE ZERO.
017900******************************************************************
018000* CONTROL TOTALS FOR THE END-OF-RUN SUMMARY
018100******************************************************************
018200 77  WS-SCAN-COUNT               PIC 9(07) COMP VALUE ZERO.
018300 77  WS-STATEMENT-COUNT          PIC 9(06) COMP VALUE ZERO.
018400 77  WS-LINE-TOTAL               PIC 9(07) COMP VALUE ZERO.
018500 77  WS-BREAK-COUNT              PIC 9(06) COMP VALUE ZERO.
018600 77  WS-DISAGREE-COUNT           PIC 9(06) COMP VALUE ZERO.
018700 77  WS-NOT-ON-MASTER-COUNT      PIC 9(06) COMP VALUE ZERO.
018800******************************************************************
018900* EDITED FIELDS FOR THE STATEMENT LINES
019000******************************************************************
019100 77  WS-COUNT-EDIT               PIC ZZZZZ9.
019200 77  WS-OLD-EDIT                 PIC -(7)9.99.
019300 77  WS-NEW-EDIT                 PIC -(7)9.99.
019400 77  WS-AMOUNT-EDIT              PIC -(8)9.99.
019500 77  WS-BALANCE-EDIT             PIC -(7)9.99.
019600 PROCEDURE DIVISION.
019700******************************************************************
019800* MAIN-PROCEDURE - ENTRY POINT.  TABLES THE UPDATE HISTORY FROM
019900* EVERY GENERATION AND THE LIVE LOG, THEN PRINTS THE STATEMENTS
020000* FROM THE TABLE.
020100******************************************************************
020200 MAIN-PROCEDURE.
020300
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020450     IF NOT WS-ABORT-REQUESTED
020500         PERFORM 1500-SCAN-ARCHIVES THRU 1500-EXIT
020600         PERFORM 1600-SCAN-LIVE-LOG THRU 1600-EXIT
020700         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
020800         PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
020850     END-IF
020900     PERFORM 9999-TERMINATE THRU 9999-EXIT
021000     STOP RUN.
021100******************************************************************
021200* 1000-INITIALIZE THRU 1000-EXIT - PARSE THE CRITERIA OFF THE
021300* COMMAND LINE, OPEN THE REPORT AND THE ACCOUNT MASTER, AND
021400* TABLE THE ARCHIVE DIRECTORY.  A MASTER THAT WILL NOT OPEN DOES
021500* NOT STOP THE RUN - THE STATEMENTS STILL PRINT FROM THE LOG,
021600* EACH FLAGGED AS UNPROVED.  A BAD DATE RANGE DOES (SEE
021610* 1050-EDIT-DATE-RANGE).
021700******************************************************************
021800 1000-INITIALIZE.
021900
022000     ACCEPT WS-CURRENT-DATE FROM DATE
022100     ACCEPT WS-CURRENT-TIME FROM TIME
022200     MOVE SPACES TO WS-PARM-LINE
022300     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
022400     INITIALIZE WS-STMT-CRITERIA
022500     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
022600         INTO WS-STMT-ACCOUNT-ID WS-STMT-FROM-DATE-X
022700             WS-STMT-TO-DATE-X
022800     END-UNSTRING
023200
023300     OPEN OUTPUT STMT-RPT-FILE
023400     IF WS-RPT-FS = "00"
023500         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
023600     ELSE
023700         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
023800     END-IF
023900
023910     PERFORM 1050-EDIT-DATE-RANGE THRU 1050-EXIT
023920     IF WS-ABORT-REQUESTED
023930         GO TO 1000-EXIT
023940     END-IF
023950
024000     OPEN INPUT ACCT-FILE
024100     IF WS-ACCT-FS = "00"
024200         MOVE "Y" TO WS-ACCT-OPEN-SWITCH
024300     ELSE
024400         MOVE SPACES TO WS-OUTPUT-TEXT
024500         STRING "ACCOUNT MASTER NOT AVAILABLE - FILE STATUS "
024600             WS-ACCT-FS " - BALANCES NOT PROVED"
024700             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
024800         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
024900         MOVE 8 TO RETURN-CODE
025000     END-IF
025100
025200     PERFORM 1100-LOAD-ARCHIVE-DIR THRU 1100-EXIT.
025300
025400 1000-EXIT.
025500     EXIT.
025502******************************************************************
025504* 1050-EDIT-DATE-RANGE THRU 1050-EXIT - A BLANK DATE IS TAKEN AS
025506* ZERO (THAT END OF THE RANGE OPEN).  A DATE THAT IS NOT SIX
025508* DIGITS, OR A FROM-DATE AFTER THE TO-DATE, REFUSES THE RUN WITH
025510* RETURN-CODE 16 BEFORE ANY LOG IS READ - THE SAME WAY THE OTHER
025512* BATCH STEPS TREAT A BAD PARM.
025514******************************************************************
025516 1050-EDIT-DATE-RANGE.
025518
025520     IF WS-STMT-FROM-DATE-X = SPACES
025522         MOVE ZERO TO WS-STMT-FROM-DATE
025524     END-IF
025526     IF WS-STMT-TO-DATE-X = SPACES
025528         MOVE ZERO TO WS-STMT-TO-DATE
025530     END-IF
025532     IF WS-STMT-FROM-DATE-X NOT NUMERIC
025534             OR WS-STMT-TO-DATE-X NOT NUMERIC
025536         MOVE SPACES TO WS-OUTPUT-TEXT
025538         STRING "STATEMENT REFUSED - DATE PARM NOT SIX DIGITS: "
025540             WS-STMT-FROM-DATE-X " " WS-STMT-TO-DATE-X
025542             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
025544         PERFORM 1090-REFUSE-STATEMENT THRU 1090-EXIT
025546         GO TO 1050-EXIT
025548     END-IF
025550     IF WS-STMT-TO-DATE NOT = ZERO
025552         MOVE WS-STMT-TO-DATE TO WS-EFFECTIVE-TO-DATE
025554     END-IF
025556     IF WS-STMT-FROM-DATE > WS-EFFECTIVE-TO-DATE
025558         MOVE SPACES TO WS-OUTPUT-TEXT
025560         STRING "STATEMENT REFUSED - FROM-DATE " WS-STMT-FROM-DATE
025562             " IS AFTER TO-DATE " WS-STMT-TO-DATE
025564             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
025566         PERFORM 1090-REFUSE-STATEMENT THRU 1090-EXIT
025568     END-IF.
025570
025572 1050-EXIT.
025574     EXIT.
025576******************************************************************
025578* 1090-REFUSE-STATEMENT THRU 1090-EXIT - COMMON REFUSAL ACTION.
025580* THE CALLER SUPPLIES THE MESSAGE LINE.
025582******************************************************************
025584 1090-REFUSE-STATEMENT.
025586
025588     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
025590     MOVE "Y" TO WS-ABORT-SWITCH
025592     MOVE 16 TO RETURN-CODE.
025594
025596 1090-EXIT.
025598     EXIT.
025600******************************************************************
025700* 1100-LOAD-ARCHIVE-DIR THRU 1100-EXIT - READS ARCHDIR INTO
025800* WS-ARCHIVE-DIR-TABLE ONCE AT STARTUP.  A MISSING ARCHDIR IS
025900* NOT AN ERROR - THE LOG HAS SIMPLY NEVER BEEN ROLLED.
026000******************************************************************
026100 1100-LOAD-ARCHIVE-DIR.
026200
026300     OPEN INPUT ARCHDIR-FILE
026400     IF WS-ARCHDIR-FS = "00"
026500         PERFORM 1110-READ-ARCHDIR-ENTRY THRU 1110-EXIT
026600             UNTIL WS-ARCHDIR-EOF OR WS-ARCH-COUNT = 60
026700         IF NOT WS-ARCHDIR-EOF
026800             READ ARCHDIR-FILE
026900                 AT END
027000                     MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
027100             END-READ
027200         END-IF
027300         IF NOT WS-ARCHDIR-EOF
027400             MOVE
027500             "ARCHDIR - MORE THAN 60 GENERATIONS, REST IGNORED"
027600                 TO WS-OUTPUT-TEXT
027700             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
027800         END-IF
027900         CLOSE ARCHDIR-FILE
028000     END-IF.
028100
028200 1100-EXIT.
028300     EXIT.
028400******************************************************************
028500* 1110-READ-ARCHDIR-ENTRY THRU 1110-EXIT - ONE PASS OVER ARCHDIR,
028600* APPENDING ONE ROW TO WS-ARCHIVE-DIR-TABLE.
028700******************************************************************
028800 1110-READ-ARCHDIR-ENTRY.
028900
029000     READ ARCHDIR-FILE
029100         AT END
029200             MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
029300         NOT AT END
029400             ADD 1 TO WS-ARCH-COUNT
029500             MOVE AD-FROM-DATE TO WS-AD-FROM-DATE (WS-ARCH-COUNT)
029600             MOVE AD-TO-DATE TO WS-AD-TO-DATE (WS-ARCH-COUNT)
029700             MOVE AD-FILE-NAME TO WS-AD-FILE-NAME (WS-ARCH-COUNT)
029800     END-READ.
029900
030000 1110-EXIT.
030100     EXIT.
030200******************************************************************
030300* 1500-SCAN-ARCHIVES THRU 1500-EXIT - TABLES THE UPDATES FROM
030400* EVERY ARCHIVE GENERATION, OLDEST FIRST, BEFORE THE LIVE LOG.
030500******************************************************************
030600 1500-SCAN-ARCHIVES.
030700
030800     PERFORM 1510-SCAN-ONE-GENERATION THRU 1510-EXIT
030900         VARYING WS-ARCH-IDX FROM 1 BY 1
031000         UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
031100
031200 1500-EXIT.
031300     EXIT.
031400******************************************************************
031500* 1510-SCAN-ONE-GENERATION THRU 1510-EXIT
031600******************************************************************
031700 1510-SCAN-ONE-GENERATION.
031800
031900     MOVE WS-AD-FILE-NAME (WS-ARCH-IDX) TO WS-AUDIT-FILE-NAME
032000     PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT.
032100
032200 1510-EXIT.
032300     EXIT.
032400******************************************************************
032500* 1600-SCAN-LIVE-LOG THRU 1600-EXIT - THE LIVE AUDITLOG IS
032600* ALWAYS SCANNED LAST, SO ITS UPDATES FOLLOW THE ARCHIVED ONES
032700* IN THE TABLE.
032800******************************************************************
032900 1600-SCAN-LIVE-LOG.
033000
033100     MOVE "AUDITLOG" TO WS-AUDIT-FILE-NAME
033200     PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT.
033300
033400 1600-EXIT.
033500     EXIT.
033600******************************************************************
033700* 2000-SCAN-CONTROL THRU 2000-EXIT - FILE-DRIVEN LOOP OVER
033800* WHATEVER AUDIT FILE WS-AUDIT-FILE-NAME POINTS AT, SAME SHAPE AS
033900* 2000-SEARCH-CONTROL IN AUDITQRY.  A LIVE LOG THAT DOES NOT
034000* EXIST YET IS NOT AN ERROR.  AN ARCHIVE NAMED ON ARCHDIR THAT
034100* WILL NOT OPEN LEAVES A HOLE IN EVERY CHAIN THAT CROSSES IT, SO
034200* IT IS CALLED OUT AND SETS RETURN-CODE 8.
034300******************************************************************
034400 2000-SCAN-CONTROL.
034500
034600     MOVE "N" TO WS-AUDIT-EOF-SWITCH
034700     OPEN INPUT AUDIT-FILE
034800     IF WS-AUDIT-FS = "00"
034900         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
035000         PERFORM 2200-PROCESS-AUDIT-RECORD THRU 2200-EXIT
035100             UNTIL WS-AUDIT-EOF
035200         CLOSE AUDIT-FILE
035300     ELSE
035400         IF WS-AUDIT-FILE-NAME NOT = "AUDITLOG"
035500             MOVE SPACES TO WS-OUTPUT-TEXT
035600             STRING "ARCHIVE " WS-AUDIT-FILE-NAME
035700                 " NOT AVAILABLE - STATEMENTS MAY SHOW BREAKS"
035800                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
035900             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
036000             IF RETURN-CODE = ZERO
036100                 MOVE 8 TO RETURN-CODE
036200             END-IF
036300         END-IF
036400     END-IF.
036500
036600 2000-EXIT.
036700     EXIT.
036800******************************************************************
036900* 2100-READ-AUDIT-RECORD THRU 2100-EXIT
037000******************************************************************
037100 2100-READ-AUDIT-RECORD.
037200
037300     READ AUDIT-FILE
037400         AT END
037500             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
037600         NOT AT END
037700             ADD 1 TO WS-SCAN-COUNT
037800     END-READ.
037900
038000 2100-EXIT.
038100     EXIT.
038200******************************************************************
038300* 2200-PROCESS-AUDIT-RECORD THRU 2200-EXIT - TABLES A POSTED
038400* BALANCE UPDATE FOR A SELECTED ACCOUNT, THEN READS THE NEXT
038500* RECORD.  A REJECTED UPDATE NEVER TOUCHED THE BALANCE AND IS
038600* NOT PART OF THE CHAIN; A BLANK STATUS READS AS POSTED.  THE
038700* DATE RANGE IS NOT APPLIED HERE - SEE WS-ARCHIVE-DIR-TABLE.
038800******************************************************************
038900 2200-PROCESS-AUDIT-RECORD.
039000
039100     IF CA-OPERATION-CODE = 8
039200             AND NOT CA-STATUS-REJECTED
039300             AND CA-ACCOUNT-ID NOT = SPACES
039400             AND (WS-STMT-ALL-ACCOUNTS
039500                 OR CA-ACCOUNT-ID = WS-STMT-ACCOUNT-ID)
039600         PERFORM 2300-TABLE-UPDATE THRU 2300-EXIT
039700     END-IF
039800     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
039900
040000 2200-EXIT.
040100     EXIT.
040200******************************************************************
040300* 2300-TABLE-UPDATE THRU 2300-EXIT - APPENDS ONE UPDATE TO THE
040400* UPDATE TABLE AND NOTES ITS ACCOUNT ON THE ACCOUNT TABLE.
040500******************************************************************
040600 2300-TABLE-UPDATE.
040700
040800     IF WS-UPD-COUNT = 5000
040900         ADD 1 TO WS-UPD-FULL-COUNT
041000         GO TO 2300-EXIT
041100     END-IF
041200     ADD 1 TO WS-UPD-COUNT
041300     SET WS-UPD-IDX TO WS-UPD-COUNT
041400     MOVE CA-ACCOUNT-ID TO WS-UP-ACCOUNT-ID (WS-UPD-IDX)
041500     MOVE CA-RUN-DATE TO WS-UP-RUN-DATE (WS-UPD-IDX)
041600     MOVE CA-RUN-TIME TO WS-UP-RUN-TIME (WS-UPD-IDX)
041700     MOVE CA-RUN-NUMBER TO WS-UP-RUN-NUMBER (WS-UPD-IDX)
041800     MOVE CA-OLD-BALANCE TO WS-UP-OLD-BALANCE (WS-UPD-IDX)
041900     MOVE CA-NEW-BALANCE TO WS-UP-NEW-BALANCE (WS-UPD-IDX)
042000
042100     MOVE CA-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
042200     PERFORM 2400-FIND-ACCOUNT-ENTRY THRU 2400-EXIT
042300     IF NOT WS-ACCT-FOUND AND WS-ACCT-COUNT < 1000
042400         ADD 1 TO WS-ACCT-COUNT
042500         SET WS-ACCT-IDX TO WS-ACCT-COUNT
042600         MOVE CA-ACCOUNT-ID TO WS-AT-ACCOUNT-ID (WS-ACCT-IDX)
042700         MOVE "N" TO WS-AT-STATED-SWITCH (WS-ACCT-IDX)
042800     END-IF.
042900
043000 2300-EXIT.
043100     EXIT.
043200******************************************************************
043300* 2400-FIND-ACCOUNT-ENTRY THRU 2400-EXIT - LOOKS UP
043400* WS-CUR-ACCOUNT-ID ON THE ACCOUNT TABLE.  ON A HIT WS-ACCT-IDX
043500* IS LEFT ON THE MATCHING ROW.
043600******************************************************************
043700 2400-FIND-ACCOUNT-ENTRY.
043800
043900     MOVE "N" TO WS-ACCT-FOUND-SWITCH
044000     PERFORM 2410-MATCH-ACCOUNT-ENTRY THRU 2410-EXIT
044100         VARYING WS-ACCT-IDX FROM 1 BY 1
044200         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR WS-ACCT-FOUND
044300     IF WS-ACCT-FOUND
044400         SET WS-ACCT-IDX DOWN BY 1
044500     END-IF.
044600
044700 2400-EXIT.
044800     EXIT.
044900******************************************************************
045000* 2410-MATCH-ACCOUNT-ENTRY THRU 2410-EXIT
045100******************************************************************
045200 2410-MATCH-ACCOUNT-ENTRY.
045300
045400     IF WS-AT-ACCOUNT-ID (WS-ACCT-IDX) = WS-CUR-ACCOUNT-ID
045500         MOVE "Y" TO WS-ACCT-FOUND-SWITCH
045600     END-IF.
045700
045800 2410-EXIT.
045900     EXIT.
046000******************************************************************
046100* 3000-PRINT-STATEMENTS THRU 3000-EXIT - ONE ACCOUNT: ITS MASTER
046200* RECORD IS READ BY KEY AND ONE STATEMENT PRINTED.  ALL
046300* ACCOUNTS: EVERY ACCOUNT ON ACCTMAST IN KEY ORDER, THEN ANY
046400* ACCOUNT THAT HAS UPDATES ON THE LOG BUT NO MASTER RECORD.
046500******************************************************************
046600 3000-PRINT-STATEMENTS.
046700
046800     IF NOT WS-STMT-ALL-ACCOUNTS
046900         MOVE WS-STMT-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
047000         PERFORM 3300-READ-MASTER-BY-KEY THRU 3300-EXIT
047100         PERFORM 5000-PRINT-ONE-STATEMENT THRU 5000-EXIT
047200         GO TO 3000-EXIT
047300     END-IF
047400
047500     IF WS-ACCT-MASTER-OPEN
047600         PERFORM 3110-READ-NEXT-MASTER THRU 3110-EXIT
047700         PERFORM 3100-STATE-MASTER-ACCOUNT THRU 3100-EXIT
047800             UNTIL WS-ACCT-EOF
047900     END-IF
048000     PERFORM 3200-STATE-LOG-ONLY-ACCOUNT THRU 3200-EXIT
048100         VARYING WS-ACCT-IDX FROM 1 BY 1
048200         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
048300
048400 3000-EXIT.
048500     EXIT.
048600******************************************************************
048700* 3100-STATE-MASTER-ACCOUNT THRU 3100-EXIT - STATEMENT FOR THE
048800* MASTER RECORD JUST READ, THEN THE NEXT ONE IS READ.  THE
048900* ACCOUNT IS MARKED STATED ON THE ACCOUNT TABLE SO 3200 SKIPS IT.
049000******************************************************************
049100 3100-STATE-MASTER-ACCOUNT.
049200
049300     MOVE AM-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
049400     MOVE "Y" TO WS-MASTER-FOUND-SWITCH
049500     PERFORM 2400-FIND-ACCOUNT-ENTRY THRU 2400-EXIT
049600     IF WS-ACCT-FOUND
049700         MOVE "Y" TO WS-AT-STATED-SWITCH (WS-ACCT-IDX)
049800     END-IF
049900     PERFORM 5000-PRINT-ONE-STATEMENT THRU 5000-EXIT
050000     PERFORM 3110-READ-NEXT-MASTER THRU 3110-EXIT.
050100
050200 3100-EXIT.
050300     EXIT.
050400******************************************************************
050500* 3110-READ-NEXT-MASTER THRU 3110-EXIT
050600******************************************************************
050700 3110-READ-NEXT-MASTER.
050800
050900     READ ACCT-FILE NEXT RECORD
051000         AT END
051100             MOVE "Y" TO WS-ACCT-EOF-SWITCH
051200     END-READ.
051300
051400 3110-EXIT.
051500     EXIT.
051600******************************************************************
051700* 3200-STATE-LOG-ONLY-ACCOUNT THRU 3200-EXIT - STATEMENT FOR AN
051800* ACCOUNT ON THE LOG THAT THE MASTER PASS DID NOT STATE.
051900******************************************************************
052000 3200-STATE-LOG-ONLY-ACCOUNT.
052100
052200     IF NOT WS-AT-STATED (WS-ACCT-IDX)
052300         MOVE WS-AT-ACCOUNT-ID (WS-ACCT-IDX) TO WS-CUR-ACCOUNT-ID
052400         MOVE "N" TO WS-MASTER-FOUND-SWITCH
052500         PERFORM 5000-PRINT-ONE-STATEMENT THRU 5000-EXIT
052600     END-IF.
052700
052800 3200-EXIT.
052900     EXIT.
053000******************************************************************
053100* 3300-READ-MASTER-BY-KEY THRU 3300-EXIT - MASTER RECORD FOR A
053200* ONE-ACCOUNT STATEMENT.
053300******************************************************************
053400 3300-READ-MASTER-BY-KEY.
053500
053600     MOVE "N" TO WS-MASTER-FOUND-SWITCH
053700     IF NOT WS-ACCT-MASTER-OPEN
053800         GO TO 3300-EXIT
053900     END-IF
054000     MOVE WS-CUR-ACCOUNT-ID TO AM-ACCOUNT-ID
054100     READ ACCT-FILE
054200         INVALID KEY
054300             CONTINUE
054400         NOT INVALID KEY
054500             MOVE "Y" TO WS-MASTER-FOUND-SWITCH
054600     END-READ.
054700
054800 3300-EXIT.
054900     EXIT.
055000******************************************************************
055100* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT TO
055200* STMTRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
055300******************************************************************
055400 4000-WRITE-OUTPUT-LINE.
055500
055600     IF WS-RPT-TO-REPORT
055700         IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
055800             PERFORM 4100-PAGE-HEADING THRU 4100-EXIT
055900         END-IF
056000         MOVE SPACES TO PL-TEXT
056100         MOVE WS-OUTPUT-TEXT TO PL-TEXT
056200         WRITE CALC-PRINT-RECORD
056300         ADD 1 TO WS-LINE-COUNT
056400     ELSE
056500         DISPLAY WS-OUTPUT-TEXT
056600     END-IF.
056700
056800 4000-EXIT.
056900     EXIT.
057000******************************************************************
057100* 4100-PAGE-HEADING THRU 4100-EXIT - PAGE HEADING AND DETAIL
057200* COLUMN HEADING AT THE TOP OF EVERY STMTRPT PAGE.  WRITES
057300* PL-TEXT DIRECTLY - GOING THROUGH 4000-WRITE-OUTPUT-LINE WOULD
057400* RECURSE.
057500******************************************************************
057600 4100-PAGE-HEADING.
057700
057800     ADD 1 TO WS-PAGE-COUNT
057900     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
058000     MOVE SPACES TO PL-TEXT
058100     STRING "ACCOUNT ACTIVITY STATEMENT   DATE " WS-CURRENT-DATE
058200         "  TIME " WS-CURRENT-TIME
058300         "  PERIOD " WS-STMT-FROM-DATE " TO "
058400         WS-EFFECTIVE-TO-DATE
058500         "  PAGE " WS-PAGE-EDIT
058600         DELIMITED BY SIZE INTO PL-TEXT
058700     IF WS-PAGE-COUNT = 1
058800         WRITE CALC-PRINT-RECORD
058900     ELSE
059000         WRITE CALC-PRINT-RECORD AFTER ADVANCING PAGE
059100     END-IF
059200     MOVE SPACES TO PL-TEXT
059300     STRING "RUN-DT RUN-TIME RUN-NO   OLD BALANCE"
059400         "        AMOUNT   NEW BALANCE"
059500         DELIMITED BY SIZE INTO PL-TEXT
059600     WRITE CALC-PRINT-RECORD
059700     MOVE SPACES TO PL-TEXT
059800     WRITE CALC-PRINT-RECORD
059900     MOVE 3 TO WS-LINE-COUNT.
060000
060100 4100-EXIT.
060200     EXIT.
060300******************************************************************
060400* 5000-PRINT-ONE-STATEMENT THRU 5000-EXIT - ONE STATEMENT FOR
060500* WS-CUR-ACCOUNT-ID.  THE MASTER RECORD, IF WS-MASTER-FOUND, IS
060600* IN THE RECORD AREA.  TWO PASSES OVER THE UPDATE TABLE: THE
060700* FIRST FINDS THE OPENING BALANCE, THE SECOND PRINTS THE PERIOD'S
060800* UPDATES AND WALKS THE WHOLE CHAIN FOR BREAKS.
060900******************************************************************
061000 5000-PRINT-ONE-STATEMENT.
061100
061200     ADD 1 TO WS-STATEMENT-COUNT
061300     MOVE ZERO TO WS-PERIOD-COUNT
061400     MOVE ZERO TO WS-AFTER-COUNT
061500     MOVE ZERO TO WS-STMT-EXCEPTION-COUNT
061600     MOVE "N" TO WS-CHAIN-SWITCH
061700     IF WS-RPT-TO-REPORT
061800         MOVE 999 TO WS-LINE-COUNT
061900     END-IF
062000
062100     MOVE SPACES TO WS-OUTPUT-TEXT
062200     IF WS-MASTER-FOUND
062300         STRING "ACCOUNT " AM-ACCOUNT-ID " " AM-ACCOUNT-NAME
062400             "  STATUS " AM-STATUS "  OPENED " AM-OPEN-DATE
062500             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
062600     ELSE
062700         STRING "ACCOUNT " WS-CUR-ACCOUNT-ID
062800             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
062900     END-IF
063000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
063100
063200     PERFORM 5100-FIND-OPENING-BALANCE THRU 5100-EXIT
063300     MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
063400     MOVE SPACES TO WS-OUTPUT-TEXT
063500     STRING "OPENING BALANCE                      "
063600         WS-BALANCE-EDIT
063700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
063900
064000     MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
064100     MOVE WS-OPENING-BALANCE TO WS-LOG-BALANCE
064200     PERFORM 5200-LIST-ONE-UPDATE THRU 5200-EXIT
064300         VARYING WS-UPD-IDX FROM 1 BY 1
064400         UNTIL WS-UPD-IDX > WS-UPD-COUNT
064500
064600     MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
064700     MOVE WS-PERIOD-COUNT TO WS-COUNT-EDIT
064800     MOVE SPACES TO WS-OUTPUT-TEXT
064900     STRING "CLOSING BALANCE                      "
065000         WS-BALANCE-EDIT "   UPDATES IN PERIOD " WS-COUNT-EDIT
065100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
065200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
065300
065400     PERFORM 5300-PROVE-TO-MASTER THRU 5300-EXIT
065500
065600     IF WS-UPD-FULL-COUNT > ZERO
065700         ADD 1 TO WS-STMT-EXCEPTION-COUNT
065800         MOVE "*** EXCEPTION - TABLE FULL, STATEMENT INCOMPLETE"
065900             TO WS-OUTPUT-TEXT
066000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066100     END-IF
066200     IF WS-STMT-EXCEPTION-COUNT > ZERO
066300         IF RETURN-CODE = ZERO
066400             MOVE 8 TO RETURN-CODE
066500         END-IF
066600         MOVE WS-STMT-EXCEPTION-COUNT TO WS-COUNT-EDIT
066700         MOVE SPACES TO WS-OUTPUT-TEXT
066800         STRING "*** " WS-COUNT-EDIT
066900             " EXCEPTION(S) ON THIS STATEMENT"
067000             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
067100         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
067200     END-IF.
067300
067400 5000-EXIT.
067500     EXIT.
067600******************************************************************
067700* 5100-FIND-OPENING-BALANCE THRU 5100-EXIT - THE OPENING BALANCE
067800* IS THE NEW BALANCE OF THE LAST UPDATE BEFORE THE FROM-DATE.
067900* WITH NO UPDATE BEFORE THE RANGE IT IS THE OLD BALANCE OF THE
068000* FIRST UPDATE ON OR AFTER IT (THE BALANCE THE ACCOUNT CARRIED
068100* INTO ITS FIRST LOGGED UPDATE), AND WITH NO UPDATES AT ALL IT
068200* IS THE MASTER BALANCE ITSELF.
068300******************************************************************
068400 5100-FIND-OPENING-BALANCE.
068500
068600     MOVE "N" TO WS-PRIOR-SWITCH
068700     MOVE "N" TO WS-LATER-SWITCH
068800     MOVE ZERO TO WS-OPENING-BALANCE
068900     PERFORM 5110-CHECK-OPENING-UPDATE THRU 5110-EXIT
069000         VARYING WS-UPD-IDX FROM 1 BY 1
069100         UNTIL WS-UPD-IDX > WS-UPD-COUNT
069200     IF NOT WS-PRIOR-FOUND AND NOT WS-LATER-FOUND
069300             AND WS-MASTER-FOUND
069400         MOVE AM-BALANCE TO WS-OPENING-BALANCE
069500     END-IF.
069600
069700 5100-EXIT.
069800     EXIT.
069900******************************************************************
070000* 5110-CHECK-OPENING-UPDATE THRU 5110-EXIT
070100******************************************************************
070200 5110-CHECK-OPENING-UPDATE.
070300
070400     IF WS-UP-ACCOUNT-ID (WS-UPD-IDX) NOT = WS-CUR-ACCOUNT-ID
070500         GO TO 5110-EXIT
070600     END-IF
070700     IF WS-UP-RUN-DATE (WS-UPD-IDX) < WS-STMT-FROM-DATE
070800         MOVE "Y" TO WS-PRIOR-SWITCH
070900         MOVE WS-UP-NEW-BALANCE (WS-UPD-IDX)
071000             TO WS-OPENING-BALANCE
071100         GO TO 5110-EXIT
071200     END-IF
071300     IF NOT WS-PRIOR-FOUND AND NOT WS-LATER-FOUND
071400         MOVE "Y" TO WS-LATER-SWITCH
071500         MOVE WS-UP-OLD-BALANCE (WS-UPD-IDX)
071600             TO WS-OPENING-BALANCE
071700     END-IF.
071800
071900 5110-EXIT.
072000     EXIT.
072100******************************************************************
072200* 5200-LIST-ONE-UPDATE THRU 5200-EXIT - CHAIN CHECK FOR EVERY
072300* UPDATE ON THE ACCOUNT, A STATEMENT LINE FOR THOSE INSIDE THE
072400* RANGE.  A BREAK IS FLAGGED WHEREVER IT FALLS - ONE BEFORE THE
072500* RANGE MAKES THE OPENING BALANCE SUSPECT, ONE AFTER IT MAKES
072600* THE PROOF AGAINST ACCTMAST SUSPECT.
072700******************************************************************
072800 5200-LIST-ONE-UPDATE.
072900
073000     IF WS-UP-ACCOUNT-ID (WS-UPD-IDX) NOT = WS-CUR-ACCOUNT-ID
073100         GO TO 5200-EXIT
073200     END-IF
073300
073400     IF WS-UP-RUN-DATE (WS-UPD-IDX) NOT < WS-STMT-FROM-DATE
073500             AND WS-UP-RUN-DATE (WS-UPD-IDX)
073600                 NOT > WS-EFFECTIVE-TO-DATE
073700         ADD 1 TO WS-PERIOD-COUNT
073800         ADD 1 TO WS-LINE-TOTAL
073900         MOVE WS-UP-OLD-BALANCE (WS-UPD-IDX) TO WS-OLD-EDIT
074000         MOVE WS-UP-NEW-BALANCE (WS-UPD-IDX) TO WS-NEW-EDIT
074100         SUBTRACT WS-UP-OLD-BALANCE (WS-UPD-IDX)
074200             FROM WS-UP-NEW-BALANCE (WS-UPD-IDX)
074300             GIVING WS-UPDATE-AMOUNT
074400         MOVE WS-UPDATE-AMOUNT TO WS-AMOUNT-EDIT
074500         MOVE SPACES TO WS-OUTPUT-TEXT
074600         STRING WS-UP-RUN-DATE (WS-UPD-IDX) " "
074700             WS-UP-RUN-TIME (WS-UPD-IDX) " "
074800             WS-UP-RUN-NUMBER (WS-UPD-IDX) " "
074900             WS-OLD-EDIT " " WS-AMOUNT-EDIT " " WS-NEW-EDIT
075000             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
075100         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
075200         MOVE WS-UP-NEW-BALANCE (WS-UPD-IDX)
075300             TO WS-CLOSING-BALANCE
075400     END-IF
075500     IF WS-UP-RUN-DATE (WS-UPD-IDX) > WS-EFFECTIVE-TO-DATE
075600         ADD 1 TO WS-AFTER-COUNT
075700     END-IF
075800
075900     IF WS-CHAIN-STARTED
076000             AND WS-UP-OLD-BALANCE (WS-UPD-IDX)
076100                 NOT = WS-PRIOR-NEW-BALANCE
076200         ADD 1 TO WS-BREAK-COUNT
076300         ADD 1 TO WS-STMT-EXCEPTION-COUNT
076400         MOVE WS-UP-OLD-BALANCE (WS-UPD-IDX) TO WS-OLD-EDIT
076500         MOVE WS-PRIOR-NEW-BALANCE TO WS-NEW-EDIT
076600         MOVE SPACES TO WS-OUTPUT-TEXT
076700         STRING "*** EXCEPTION - CHAIN BREAK AT RUN "
076800             WS-UP-RUN-NUMBER (WS-UPD-IDX)
076900             " DATE " WS-UP-RUN-DATE (WS-UPD-IDX)
077000             " - OLD BALANCE " WS-OLD-EDIT
077100             " NOT = PRIOR NEW BALANCE " WS-NEW-EDIT
077200             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
077300         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
077400     END-IF
077500     MOVE "Y" TO WS-CHAIN-SWITCH
077600     MOVE WS-UP-NEW-BALANCE (WS-UPD-IDX) TO WS-PRIOR-NEW-BALANCE
077700     MOVE WS-UP-NEW-BALANCE (WS-UPD-IDX) TO WS-LOG-BALANCE.
077800
077900 5200-EXIT.
078000     EXIT.
078100******************************************************************
078200* 5300-PROVE-TO-MASTER THRU 5300-EXIT - THE BALANCE THE LOG LEAVES
078300* THE ACCOUNT AT (AFTER ITS LAST UPDATE, INSIDE THE RANGE OR NOT)
078400* MUST BE AM-BALANCE.  WHEN THE RANGE ENDS BEFORE THE LAST UPDATE
078500* THE LATER UPDATES ARE COUNTED SO THE READER CAN SEE WHY THE
078600* CLOSING BALANCE AND THE MASTER BALANCE DIFFER.
078700******************************************************************
078800 5300-PROVE-TO-MASTER.
078900
079000     IF WS-AFTER-COUNT > ZERO
079100         MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT
079200         MOVE WS-LOG-BALANCE TO WS-BALANCE-EDIT
079300         MOVE SPACES TO WS-OUTPUT-TEXT
079400         STRING "BALANCE PER LOG AFTER " WS-COUNT-EDIT
079500             " LATER UPDATE(S) " WS-BALANCE-EDIT
079600             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
079700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
079800     END-IF
079900
080000     IF NOT WS-MASTER-FOUND
080100         ADD 1 TO WS-NOT-ON-MASTER-COUNT
080200         ADD 1 TO WS-STMT-EXCEPTION-COUNT
080300         MOVE "*** EXCEPTION - ACCOUNT NOT ON ACCOUNT MASTER"
080400             TO WS-OUTPUT-TEXT
080500         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080600         GO TO 5300-EXIT
080700     END-IF
080800
080900     MOVE AM-BALANCE TO WS-BALANCE-EDIT
081000     MOVE SPACES TO WS-OUTPUT-TEXT
081100     IF AM-BALANCE = WS-LOG-BALANCE
081200         STRING "ACCOUNT MASTER BALANCE               "
081300             WS-BALANCE-EDIT "   AGREES"
081400             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
081500         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
081600     ELSE
081700         ADD 1 TO WS-DISAGREE-COUNT
081800         ADD 1 TO WS-STMT-EXCEPTION-COUNT
081900         MOVE WS-LOG-BALANCE TO WS-NEW-EDIT
082000         STRING "*** EXCEPTION - ACCOUNT MASTER BALANCE "
082100             WS-BALANCE-EDIT " DOES NOT AGREE WITH LOG "
082200             WS-NEW-EDIT
082300             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
082400         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
082500     END-IF.
082600
082700 5300-EXIT.
082800     EXIT.
082900******************************************************************
083000* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS,
083100* ON A PAGE OF THEIR OWN.
083200******************************************************************
083300 8000-SUMMARY-REPORT.
083400
083500     IF WS-RPT-TO-REPORT
083600         MOVE 999 TO WS-LINE-COUNT
083700     END-IF
083800     MOVE "***** STATEMENT RUN CONTROL TOTALS *****"
083900         TO WS-OUTPUT-TEXT
084000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
084100
084200     MOVE WS-SCAN-COUNT TO WS-COUNT-EDIT
084300     MOVE SPACES TO WS-OUTPUT-TEXT
084400     STRING "LOG RECORDS SCANNED   " WS-COUNT-EDIT
084500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
084600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
084700
084800     MOVE WS-STATEMENT-COUNT TO WS-COUNT-EDIT
084900     MOVE SPACES TO WS-OUTPUT-TEXT
085000     STRING "STATEMENTS PRINTED    " WS-COUNT-EDIT
085100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
085200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085300
085400     MOVE WS-LINE-TOTAL TO WS-COUNT-EDIT
085500     MOVE SPACES TO WS-OUTPUT-TEXT
085600     STRING "UPDATES LISTED        " WS-COUNT-EDIT
085700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
085800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085900
086000     MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
086100     MOVE SPACES TO WS-OUTPUT-TEXT
086200     STRING "CHAIN BREAKS          " WS-COUNT-EDIT
086300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
086400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
086500
086600     MOVE WS-DISAGREE-COUNT TO WS-COUNT-EDIT
086700     MOVE SPACES TO WS-OUTPUT-TEXT
086800     STRING "MASTER DISAGREEMENTS  " WS-COUNT-EDIT
086900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
087000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
087100
087200     MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-EDIT
087300     MOVE SPACES TO WS-OUTPUT-TEXT
087400     STRING "NOT ON MASTER         " WS-COUNT-EDIT
087500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
087600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
087700
087800     MOVE WS-UPD-FULL-COUNT TO WS-COUNT-EDIT
087900     MOVE SPACES TO WS-OUTPUT-TEXT
088000     STRING "TABLE OVERFLOW        " WS-COUNT-EDIT
088100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
088200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
088300
088400 8000-EXIT.
088500     EXIT.
088600******************************************************************
088700* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED.
088800* THE AUDIT FILES ARE OPENED AND CLOSED SCAN BY SCAN IN
088900* 2000-SCAN-CONTROL.
089000******************************************************************
089100 9999-TERMINATE.
089200
089300     IF WS-ACCT-MASTER-OPEN
089400         CLOSE ACCT-FILE
089500     END-IF
089600     IF WS-RPT-TO-REPORT
089700         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
089800         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089900         CLOSE STMT-RPT-FILE
090000     END-IF.
090100
090200 9999-EXIT.
090300     EXIT.
090400 END PROGRAM ACCTSTMT.

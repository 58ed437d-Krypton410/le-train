000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        MONTH-END INTEREST ACCRUAL FOR THE ACCOUNT
000700*                 MASTER, REPLACING THE SPREADSHEET AND THE HAND-
000800*                 KEYED OPERATION 8 TRANSACTIONS.  EVERY ACTIVE
000900*                 ACCOUNT ON ACCTMAST WITH A BALANCE ABOVE ZERO
001000*                 ACCRUES ONE MONTH'S INTEREST AT THE ANNUAL RATE
001100*                 RATETAB CARRIES UNDER THE ACCRUAL RATE CODE
001200*                 NAMED ON THE COMMAND LINE.  THE INTEREST IS
001300*                 WRITTEN TO ACCREXT AS CALCTRAN-FORMAT OPERATION
001400*                 8 TRANSACTIONS, SEQUENCED FROM 1 AND VALUE-DATED
001500*                 TO THE END OF THE OPEN PERIOD ON PERIODTB, READY
001600*                 FOR XTRLIST TO NAME AS ONE MORE SOURCE ON THE
001700*                 NEXT CALCULATOR RUN.  ACCRRPT IS THE ACCRUAL
001800*                 REGISTER - ONE LINE PER ACCOUNT WITH ITS
001900*                 BALANCE, RATE AND INTEREST, AND THE CONTROL
002000*                 TOTALS FINANCE SIGNS OFF BEFORE THE EXTRACT IS
002100*                 POSTED.  NOTHING ON ACCTMAST IS CHANGED HERE -
002200*                 THE BALANCES ONLY MOVE WHEN THE CALCULATOR
002300*                 POSTS THE EXTRACT.
002400* TECTONICS:      cobc
002500******************************************************************
002600* MODIFICATION HISTORY
002700* ----------------------------------------------------------------
002800* DATE       INIT  DESCRIPTION
002900* 2026-10-15 RH    ORIGINAL VERSION - OPERATOR ID AND ACCRUAL
003000*                  RATE CODE ON THE COMMAND LINE.  A MISSING PARM,
003100*                  A RATE CODE NOT ON RATETAB, NO OPEN PERIOD ON
003200*                  PERIODTB OR NO ACCTMAST REFUSES THE RUN WITH
003300*                  RETURN-CODE 16 AND NO EXTRACT.  FROZEN AND
003400*                  CLOSED ACCOUNTS ARE LISTED BUT NOT ACCRUED, SO
003500*                  THE CALCULATOR NEVER REJECTS AN ACCRUAL LINE.
003510* 2026-10-15 RH    EVERY ACCREXT WRITE IS NOW CHECKED - A
003520*                  FAILED WRITE STOPS THE RUN WITH RETURN-CODE
003530*                  16, AND THE EXTRACT IS ONLY COUNTED AND
003540*                  TOTALLED ON A GOOD WRITE, SO THE CROSS-FOOT
003550*                  CAN CATCH A SHORT FILE.  SKIP REASONS NO
003560*                  LONGER PRINT CUT OFF.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. INTACCR.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS AM-ACCOUNT-ID
004600         FILE STATUS IS WS-ACCT-FS.
004700     SELECT RATE-FILE ASSIGN TO "RATETAB"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RATE-FS.
005000     SELECT PERIOD-FILE ASSIGN TO "PERIODTB"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PERIOD-FS.
005300     SELECT ACCRUAL-EXTRACT-FILE ASSIGN TO "ACCREXT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-EXTRACT-FS.
005600     SELECT ACCRUAL-RPT-FILE ASSIGN TO "ACCRRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-FS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ACCT-FILE.
006200     COPY CALCACCT.
006300 FD  RATE-FILE.
006400     COPY CALCRATE.
006500 FD  PERIOD-FILE.
006600     COPY CALCPERD.
006700 FD  ACCRUAL-EXTRACT-FILE.
006800     COPY CALCTRAN.
006900 FD  ACCRUAL-RPT-FILE.
007000     COPY CALCPRT.
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300* RUN CONTROL SWITCHES
007400******************************************************************
007500 01  WS-SWITCHES.
007600     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007700         88  WS-ABORT-REQUESTED      VALUE "Y".
007800     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
007900         88  WS-ACCT-EOF             VALUE "Y".
008000     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
008100         88  WS-RATE-EOF             VALUE "Y".
008200     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
008300         88  WS-RATE-FOUND           VALUE "Y".
008400     05  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
008500         88  WS-PERIOD-EOF           VALUE "Y".
008600     05  WS-PERIOD-FOUND-SWITCH  PIC X(01) VALUE "N".
008700         88  WS-PERIOD-FOUND         VALUE "Y".
008800     05  WS-EXTRACT-OPEN-SWITCH  PIC X(01) VALUE "N".
008900         88  WS-EXTRACT-OPEN         VALUE "Y".
009000     05  WS-ACCT-OPEN-SWITCH     PIC X(01) VALUE "N".
009100         88  WS-ACCT-OPEN            VALUE "Y".
009200     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
009300         88  WS-RPT-TO-REPORT        VALUE "P".
009400         88  WS-RPT-TO-CONSOLE       VALUE "C".
009500 77  WS-OUTPUT-TEXT              PIC X(132).
009600 77  WS-REJECT-REASON            PIC X(60).
009700 77  WS-SKIP-REASON              PIC X(40).
009800******************************************************************
009900* FILE STATUS FIELDS
010000******************************************************************
010100 77  WS-ACCT-FS                  PIC X(02).
010200 77  WS-RATE-FS                  PIC X(02).
010300 77  WS-PERIOD-FS                PIC X(02).
010400 77  WS-EXTRACT-FS               PIC X(02).
010500 77  WS-RPT-FS                   PIC X(02).
010600******************************************************************
010700* COMMAND-LINE PARAMETERS - OPERATOR ID OF WHOEVER IS RUNNING THE
010800* ACCRUAL, THEN THE RATETAB CODE OF THE ANNUAL ACCRUAL RATE.
010900* BOTH REQUIRED.
011000******************************************************************
011100 01  WS-PARM-LINE                PIC X(40).
011200 77  WS-ACCR-OPERATOR-ID         PIC X(08) VALUE SPACES.
011300 77  WS-ACCR-RATE-CODE           PIC X(04) VALUE SPACES.
011400 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
011500 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
011600******************************************************************
011700* RATE AND PERIOD - THE ANNUAL PERCENTAGE FOUND ON RATETAB FOR
011800* WS-ACCR-RATE-CODE, AND THE OPEN PERIOD (THE FIRST ONE, AS THE
011900* CALCULATOR LOADS IT) WHOSE END DATE EVERY ACCRUAL CARRIES AS
012000* ITS VALUE DATE.  ONE MONTH'S INTEREST IS THE BALANCE TIMES THE
012100* ANNUAL PERCENTAGE OVER 1200, ROUNDED TO THE CENT.
012200******************************************************************
012300 77  WS-ACCR-RATE-PCT            PIC S9(5)V99 VALUE ZERO.
012400 77  WS-PERIOD-ID                PIC 9(04) VALUE ZERO.
012500 77  WS-PERIOD-START             PIC 9(06) VALUE ZERO.
012600 77  WS-PERIOD-END               PIC 9(06) VALUE ZERO.
012700 77  WS-INTEREST                 PIC S9(7)V99 VALUE ZERO.
012800 77  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
012900******************************************************************
013000* CONTROL TOTALS FOR THE REGISTER.  ACCOUNTS READ EQUALS ACCOUNTS
013100* ACCRUED PLUS THE THREE SKIP COUNTS; EXTRACT RECORDS AND THE
013200* EXTRACT TOTAL MUST EQUAL ACCOUNTS ACCRUED AND INTEREST ACCRUED.
013300******************************************************************
013400 77  WS-ACCT-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
013500 77  WS-ACCRUED-COUNT            PIC 9(06) COMP VALUE ZERO.
013600 77  WS-SKIP-STATUS-COUNT        PIC 9(06) COMP VALUE ZERO.
013700 77  WS-SKIP-BALANCE-COUNT       PIC 9(06) COMP VALUE ZERO.
013800 77  WS-SKIP-ZERO-INT-COUNT      PIC 9(06) COMP VALUE ZERO.
013900 77  WS-EXTRACT-COUNT            PIC 9(06) COMP VALUE ZERO.
014000 77  WS-BALANCE-TOTAL            PIC S9(9)V99 VALUE ZERO.
014100 77  WS-INTEREST-TOTAL           PIC S9(9)V99 VALUE ZERO.
014200 77  WS-EXTRACT-TOTAL            PIC S9(9)V99 VALUE ZERO.
014300******************************************************************
014400* EDITED FIELDS FOR THE REGISTER LINES
014500******************************************************************
014600 77  WS-COUNT-EDIT               PIC ZZZZZ9.
014700 77  WS-SEQ-EDIT                 PIC ZZZZZ9.
014800 77  WS-BALANCE-EDIT             PIC -(7)9.99.
014900 77  WS-INTEREST-EDIT            PIC -(7)9.99.
015000 77  WS-RATE-EDIT                PIC -(4)9.99.
015100 77  WS-TOTAL-EDIT               PIC -(9)9.99.
015200 PROCEDURE DIVISION.
015300******************************************************************
015400* MAIN-PROCEDURE - ENTRY POINT.  THE RATE, THE PERIOD AND THE
015500* FILES ARE ALL SETTLED BEFORE THE FIRST ACCOUNT IS READ, SO A
015600* REFUSED RUN NEVER LEAVES A PART-WRITTEN EXTRACT BEHIND.
015700******************************************************************
015800 MAIN-PROCEDURE.
015900
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016100     IF NOT WS-ABORT-REQUESTED
016200         PERFORM 1100-LOAD-ACCRUAL-RATE THRU 1100-EXIT
016300     END-IF
016400     IF NOT WS-ABORT-REQUESTED
016500         PERFORM 1200-LOAD-OPEN-PERIOD THRU 1200-EXIT
016600     END-IF
016700     IF NOT WS-ABORT-REQUESTED
016800         PERFORM 1300-OPEN-ACCRUAL-FILES THRU 1300-EXIT
016900     END-IF
017000     IF NOT WS-ABORT-REQUESTED
017100         PERFORM 2000-ACCRUE-ACCOUNTS THRU 2000-EXIT
017200     END-IF
017300     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
017400     PERFORM 9999-TERMINATE THRU 9999-EXIT
017500
017600     STOP RUN.
017700******************************************************************
017800* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REGISTER AND TAKE THE
017900* OPERATOR ID AND ACCRUAL RATE CODE OFF THE COMMAND LINE.
018000******************************************************************
018100 1000-INITIALIZE.
018200
018300     OPEN OUTPUT ACCRUAL-RPT-FILE
018400     IF WS-RPT-FS = "00"
018500         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
018600     ELSE
018700         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
018800     END-IF
018900     ACCEPT WS-CURRENT-DATE FROM DATE
019000     ACCEPT WS-CURRENT-TIME FROM TIME
019100
019200     MOVE SPACES TO WS-PARM-LINE
019300     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
019400     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
019500         INTO WS-ACCR-OPERATOR-ID WS-ACCR-RATE-CODE
019600     END-UNSTRING
019700
019800     MOVE SPACES TO WS-OUTPUT-TEXT
019900     STRING "INTEREST ACCRUAL REGISTER - OPERATOR "
020000         WS-ACCR-OPERATOR-ID
020100         "  DATE " WS-CURRENT-DATE "  TIME " WS-CURRENT-TIME
020200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
020300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
020400
020500     IF WS-ACCR-OPERATOR-ID = SPACES
020600         MOVE "OPERATOR ID PARM MISSING" TO WS-REJECT-REASON
020700         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
020800         GO TO 1000-EXIT
020900     END-IF
021000     IF WS-ACCR-RATE-CODE = SPACES
021100         MOVE "ACCRUAL RATE CODE PARM MISSING" TO WS-REJECT-REASON
021200         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
021300     END-IF.
021400
021500 1000-EXIT.
021600     EXIT.
021700******************************************************************
021800* 1100-LOAD-ACCRUAL-RATE THRU 1100-EXIT - FINDS THE ACCRUAL RATE
021900* CODE ON RATETAB.  NO RATETAB, A CODE NOT ON IT, OR A RATE THAT
022000* IS NOT ABOVE ZERO REFUSES THE RUN - A TYPO'D CODE MUST NOT
022100* QUIETLY ACCRUE NOTHING, OR ACCRUE A CHARGE.
022200******************************************************************
022300 1100-LOAD-ACCRUAL-RATE.
022400
022500     OPEN INPUT RATE-FILE
022600     IF WS-RATE-FS NOT = "00"
022700         MOVE "RATETAB NOT AVAILABLE" TO WS-REJECT-REASON
022800         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
022900         GO TO 1100-EXIT
023000     END-IF
023100     PERFORM 1110-READ-RATE-ENTRY THRU 1110-EXIT
023200         UNTIL WS-RATE-EOF OR WS-RATE-FOUND
023300     CLOSE RATE-FILE
023400
023500     IF NOT WS-RATE-FOUND
023600         MOVE SPACES TO WS-REJECT-REASON
023700         STRING "RATE CODE " WS-ACCR-RATE-CODE " NOT ON RATETAB"
023800             DELIMITED BY SIZE INTO WS-REJECT-REASON
023900         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
024000         GO TO 1100-EXIT
024100     END-IF
024200     IF WS-ACCR-RATE-PCT NOT > ZERO
024300         MOVE SPACES TO WS-REJECT-REASON
024400         STRING "RATE CODE " WS-ACCR-RATE-CODE
024500             " HAS NO RATE ABOVE ZERO"
024600             DELIMITED BY SIZE INTO WS-REJECT-REASON
024700         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
024800         GO TO 1100-EXIT
024900     END-IF
025000
025100     MOVE WS-ACCR-RATE-PCT TO WS-RATE-EDIT
025200     MOVE SPACES TO WS-OUTPUT-TEXT
025300     STRING "ACCRUAL RATE CODE " WS-ACCR-RATE-CODE
025400         "  ANNUAL RATE " WS-RATE-EDIT " PCT"
025500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
025600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
025700
025800 1100-EXIT.
025900     EXIT.
026000******************************************************************
026100* 1110-READ-RATE-ENTRY THRU 1110-EXIT - ONE PASS OVER RATETAB
026200* LOOKING FOR THE ACCRUAL RATE CODE.
026300******************************************************************
026400 1110-READ-RATE-ENTRY.
026500
026600     READ RATE-FILE
026700         AT END
026800             MOVE "Y" TO WS-RATE-EOF-SWITCH
026900         NOT AT END
027000             IF RT-RATE-CODE = WS-ACCR-RATE-CODE
027100                 MOVE "Y" TO WS-RATE-FOUND-SWITCH
027200                 MOVE RT-RATE-PCT TO WS-ACCR-RATE-PCT
027300             END-IF
027400     END-READ.
027500
027600 1110-EXIT.
027700     EXIT.
027800******************************************************************
027900* 1200-LOAD-OPEN-PERIOD THRU 1200-EXIT - READS PERIODTB FOR THE
028000* FIRST OPEN PERIOD, THE SAME ONE THE CALCULATOR WILL CHECK THE
028100* VALUE DATES AGAINST.  WITH NO PERIODTB OR NO OPEN PERIOD THERE
028200* IS NO PERIOD END TO ACCRUE TO, SO THE RUN IS REFUSED.
028300******************************************************************
028400 1200-LOAD-OPEN-PERIOD.
028500
028600     OPEN INPUT PERIOD-FILE
028700     IF WS-PERIOD-FS NOT = "00"
028800         MOVE "PERIODTB NOT AVAILABLE - NO PERIOD END"
028900             TO WS-REJECT-REASON
029000         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
029100         GO TO 1200-EXIT
029200     END-IF
029300     PERFORM 1210-READ-PERIOD-ENTRY THRU 1210-EXIT
029400         UNTIL WS-PERIOD-EOF OR WS-PERIOD-FOUND
029500     CLOSE PERIOD-FILE
029600
029700     IF NOT WS-PERIOD-FOUND
029800         MOVE "NO OPEN POSTING PERIOD ON PERIODTB"
029900             TO WS-REJECT-REASON
030000         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
030100         GO TO 1200-EXIT
030200     END-IF
030300
030400     MOVE SPACES TO WS-OUTPUT-TEXT
030500     STRING "ACCRUING FOR PERIOD " WS-PERIOD-ID
030600         "  " WS-PERIOD-START " TO " WS-PERIOD-END
030700         "  VALUE DATE " WS-PERIOD-END
030800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
030900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
031000
031100 1200-EXIT.
031200     EXIT.
031300******************************************************************
031400* 1210-READ-PERIOD-ENTRY THRU 1210-EXIT - ONE PASS OVER PERIODTB
031500* LOOKING FOR AN OPEN PERIOD.
031600******************************************************************
031700 1210-READ-PERIOD-ENTRY.
031800
031900     READ PERIOD-FILE
032000         AT END
032100             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
032200         NOT AT END
032300             IF PD-STATUS-OPEN
032400                 MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
032500                 MOVE PD-PERIOD-ID TO WS-PERIOD-ID
032600                 MOVE PD-START-DATE TO WS-PERIOD-START
032700                 MOVE PD-END-DATE TO WS-PERIOD-END
032800             END-IF
032900     END-READ.
033000
033100 1210-EXIT.
033200     EXIT.
033300******************************************************************
033400* 1300-OPEN-ACCRUAL-FILES THRU 1300-EXIT - ACCTMAST IS READ IN
033500* KEY ORDER, SO THE EXTRACT AND THE REGISTER COME OUT IN ACCOUNT
033600* ORDER.  ACCREXT IS REBUILT EVERY RUN - IT HOLDS THIS MONTH'S
033700* ACCRUAL ONLY.  EITHER FILE FAILING TO OPEN REFUSES THE RUN.
033800******************************************************************
033900 1300-OPEN-ACCRUAL-FILES.
034000
034100     OPEN INPUT ACCT-FILE
034200     IF WS-ACCT-FS NOT = "00"
034300         MOVE SPACES TO WS-REJECT-REASON
034400         STRING "ACCOUNT MASTER NOT AVAILABLE - FILE STATUS "
034500             WS-ACCT-FS
034600             DELIMITED BY SIZE INTO WS-REJECT-REASON
034700         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
034800         GO TO 1300-EXIT
034900     END-IF
035000     MOVE "Y" TO WS-ACCT-OPEN-SWITCH
035100
035200     OPEN OUTPUT ACCRUAL-EXTRACT-FILE
035300     IF WS-EXTRACT-FS NOT = "00"
035400         MOVE SPACES TO WS-REJECT-REASON
035500         STRING "ACCREXT NOT OPENABLE - FILE STATUS "
035600             WS-EXTRACT-FS
035700             DELIMITED BY SIZE INTO WS-REJECT-REASON
035800         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
035900         GO TO 1300-EXIT
036000     END-IF
036100     MOVE "Y" TO WS-EXTRACT-OPEN-SWITCH.
036200
036300 1300-EXIT.
036400     EXIT.
036500******************************************************************
036600* 2000-ACCRUE-ACCOUNTS THRU 2000-EXIT - FILE-DRIVEN LOOP OVER
036700* ACCTMAST.
036800******************************************************************
036900 2000-ACCRUE-ACCOUNTS.
037000
037100     MOVE SPACES TO WS-OUTPUT-TEXT
037200     STRING "ACCOUNT   NAME                      BALANCE"
037300         "     RATE     INTEREST  SEQ NO"
037400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
037500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
037600     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
037700     PERFORM 2200-ACCRUE-ONE-ACCOUNT THRU 2200-EXIT
037800         UNTIL WS-ACCT-EOF OR WS-ABORT-REQUESTED.
037900
038000 2000-EXIT.
038100     EXIT.
038200******************************************************************
038300* 2100-READ-ACCOUNT THRU 2100-EXIT
038400******************************************************************
038500 2100-READ-ACCOUNT.
038600
038700     READ ACCT-FILE NEXT RECORD
038800         AT END
038900             MOVE "Y" TO WS-ACCT-EOF-SWITCH
039000         NOT AT END
039100             ADD 1 TO WS-ACCT-READ-COUNT
039200     END-READ.
039300
039400 2100-EXIT.
039500     EXIT.
039600******************************************************************
039700* 2200-ACCRUE-ONE-ACCOUNT THRU 2200-EXIT - ONE ACCOUNT, THEN THE
039800* NEXT READ.
039900******************************************************************
040000 2200-ACCRUE-ONE-ACCOUNT.
040100
040200     PERFORM 2210-ACCRUE-ACCOUNT THRU 2210-EXIT
040300     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
040400
040500 2200-EXIT.
040600     EXIT.
040700******************************************************************
040800* 2210-ACCRUE-ACCOUNT THRU 2210-EXIT - A FROZEN OR CLOSED
040900* ACCOUNT, A BALANCE NOT ABOVE ZERO, OR INTEREST THAT ROUNDS TO
041000* NOTHING IS LISTED WITH ITS REASON AND NOT ACCRUED.  ANYTHING
041100* ELSE GETS ONE OPERATION 8 RECORD ON THE EXTRACT.
041200******************************************************************
041300 2210-ACCRUE-ACCOUNT.
041400
041500     MOVE SPACES TO WS-SKIP-REASON
041600     MOVE ZERO TO WS-INTEREST
041700     IF NOT AM-STATUS-ACTIVE
041800         ADD 1 TO WS-SKIP-STATUS-COUNT
041900         MOVE "NOT ACCRUED - ACCOUNT STATUS " TO WS-SKIP-REASON
042000         MOVE AM-STATUS TO WS-SKIP-REASON (30:1)
042100         PERFORM 3900-REPORT-SKIPPED-ACCOUNT THRU 3900-EXIT
042200         GO TO 2210-EXIT
042300     END-IF
042400     IF AM-BALANCE NOT > ZERO
042500         ADD 1 TO WS-SKIP-BALANCE-COUNT
042600         MOVE "NOT ACCRUED - NO CREDIT BALANCE" TO WS-SKIP-REASON
042700         PERFORM 3900-REPORT-SKIPPED-ACCOUNT THRU 3900-EXIT
042800         GO TO 2210-EXIT
042900     END-IF
043000
043100     COMPUTE WS-INTEREST ROUNDED =
043200         AM-BALANCE * WS-ACCR-RATE-PCT / 1200
043300     IF WS-INTEREST NOT > ZERO
043400         ADD 1 TO WS-SKIP-ZERO-INT-COUNT
043500         MOVE "NOT ACCRUED - INTEREST UNDER 1 CENT"
043600             TO WS-SKIP-REASON
043700         PERFORM 3900-REPORT-SKIPPED-ACCOUNT THRU 3900-EXIT
043800         GO TO 2210-EXIT
043900     END-IF
044000
044100     PERFORM 3000-WRITE-ACCRUAL-TRANS THRU 3000-EXIT
044110     IF WS-ABORT-REQUESTED
044120         GO TO 2210-EXIT
044130     END-IF
044200     PERFORM 3800-REPORT-ACCRUED-ACCOUNT THRU 3800-EXIT.
044300
044400 2210-EXIT.
044500     EXIT.
044600******************************************************************
044700* 2900-REFUSE-ACCRUAL THRU 2900-EXIT - THE ACCRUAL CANNOT RUN.
044800* NO EXTRACT IS LEFT FOR THE CALCULATOR TO PICK UP; RETURN-CODE
044900* 16.
045000******************************************************************
045100 2900-REFUSE-ACCRUAL.
045200
045300     MOVE "Y" TO WS-ABORT-SWITCH
045400     MOVE SPACES TO WS-OUTPUT-TEXT
045500     STRING "ACCRUAL REFUSED - " WS-REJECT-REASON
045600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
045700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
045800     MOVE 16 TO RETURN-CODE.
045900
046000 2900-EXIT.
046100     EXIT.
046200******************************************************************
046300* 3000-WRITE-ACCRUAL-TRANS THRU 3000-EXIT - ONE OPERATION 8
046400* TRANSACTION: THE INTEREST ON CT-OPERAND-1 FOR THE CALCULATOR TO
046500* ADD TO THE ACCOUNT'S BALANCE, THE NEXT SEQUENCE NUMBER, AND THE
046600* PERIOD END AS THE VALUE DATE.  CT-RATE-CODE STAYS BLANK - THE
046700* CALCULATOR ONLY TAKES A RATE CODE ON A PERCENTAGE TRANSACTION,
046800* AND THE RATE HAS ALREADY BEEN APPLIED HERE.  A FAILED WRITE
046810* REFUSES THE REST OF THE RUN, SO THE CONTROL TOTALS ONLY EVER
046820* COUNT WHAT IS ACTUALLY ON ACCREXT.
046900******************************************************************
047000 3000-WRITE-ACCRUAL-TRANS.
047100
047200     ADD 1 TO WS-NEXT-SEQ-NO
047300     MOVE SPACES TO CALC-TRANS-RECORD
047400     MOVE WS-NEXT-SEQ-NO TO CT-SEQ-NO
047500     MOVE 8 TO CT-OPERATION-CODE
047600     MOVE WS-INTEREST TO CT-OPERAND-1
047700     MOVE ZERO TO CT-OPERAND-2
047800     MOVE WS-PERIOD-END TO CT-VALUE-DATE
047900     MOVE AM-ACCOUNT-ID TO CT-ACCOUNT-ID
048000     WRITE CALC-TRANS-RECORD
048010     IF WS-EXTRACT-FS NOT = "00"
048020         MOVE SPACES TO WS-REJECT-REASON
048030         STRING "ACCREXT WRITE FAILED AT SEQ " WS-NEXT-SEQ-NO
048040             " - FILE STATUS " WS-EXTRACT-FS
048050             DELIMITED BY SIZE INTO WS-REJECT-REASON
048060         PERFORM 2900-REFUSE-ACCRUAL THRU 2900-EXIT
048070         GO TO 3000-EXIT
048080     END-IF
048100
048200     ADD 1 TO WS-ACCRUED-COUNT
048300     ADD 1 TO WS-EXTRACT-COUNT
048400     ADD AM-BALANCE TO WS-BALANCE-TOTAL
048500     ADD WS-INTEREST TO WS-INTEREST-TOTAL
048600     ADD CT-OPERAND-1 TO WS-EXTRACT-TOTAL.
048700
048800 3000-EXIT.
048900     EXIT.
049000******************************************************************
049100* 3800-REPORT-ACCRUED-ACCOUNT THRU 3800-EXIT - ONE REGISTER LINE
049200* PER ACCRUED ACCOUNT, CARRYING THE EXTRACT SEQUENCE NUMBER SO A
049300* LINE ON THE CALCULATOR'S REPORT CAN BE TRACED BACK TO IT.
049400******************************************************************
049500 3800-REPORT-ACCRUED-ACCOUNT.
049600
049700     MOVE AM-BALANCE TO WS-BALANCE-EDIT
049800     MOVE WS-ACCR-RATE-PCT TO WS-RATE-EDIT
049900     MOVE WS-INTEREST TO WS-INTEREST-EDIT
050000     MOVE WS-NEXT-SEQ-NO TO WS-SEQ-EDIT
050100     MOVE SPACES TO WS-OUTPUT-TEXT
050200     STRING AM-ACCOUNT-ID "  " AM-ACCOUNT-NAME " " WS-BALANCE-EDIT
050300         " " WS-RATE-EDIT " " WS-INTEREST-EDIT "  " WS-SEQ-EDIT
050400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
050500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
050600
050700 3800-EXIT.
050800     EXIT.
050900******************************************************************
051000* 3900-REPORT-SKIPPED-ACCOUNT THRU 3900-EXIT - ONE REGISTER LINE
051100* PER ACCOUNT NOT ACCRUED, WITH WS-SKIP-REASON, SO THE REGISTER
051200* ACCOUNTS FOR EVERY ACCOUNT ON THE MASTER.
051300******************************************************************
051400 3900-REPORT-SKIPPED-ACCOUNT.
051500
051600     MOVE AM-BALANCE TO WS-BALANCE-EDIT
051700     MOVE SPACES TO WS-OUTPUT-TEXT
051800     STRING AM-ACCOUNT-ID "  " AM-ACCOUNT-NAME " " WS-BALANCE-EDIT
051900         "  " WS-SKIP-REASON
052000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
052100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
052200
052300 3900-EXIT.
052400     EXIT.
052500******************************************************************
052600* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
052700* TO ACCRRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
052800******************************************************************
052900 4000-WRITE-OUTPUT-LINE.
053000
053100     IF WS-RPT-TO-REPORT
053200         MOVE SPACES TO PL-TEXT
053300         MOVE WS-OUTPUT-TEXT TO PL-TEXT
053400         WRITE CALC-PRINT-RECORD
053500     ELSE
053600         DISPLAY WS-OUTPUT-TEXT
053700     END-IF.
053800
053900 4000-EXIT.
054000     EXIT.
054100******************************************************************
054200* 8000-SUMMARY-REPORT THRU 8000-EXIT - CONTROL TOTALS FOR FINANCE
054300* SIGN-OFF, AND A CROSS-FOOT OF THE EXTRACT AGAINST THE REGISTER.
054400******************************************************************
054500 8000-SUMMARY-REPORT.
054600
054700     MOVE "END OF ACCRUAL CONTROL TOTALS" TO WS-OUTPUT-TEXT
054800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
054900
055000     MOVE WS-ACCT-READ-COUNT TO WS-COUNT-EDIT
055100     MOVE SPACES TO WS-OUTPUT-TEXT
055200     STRING "ACCOUNTS READ               " WS-COUNT-EDIT
055300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
055400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
055500
055600     MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT
055700     MOVE SPACES TO WS-OUTPUT-TEXT
055800     STRING "ACCOUNTS ACCRUED            " WS-COUNT-EDIT
055900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
056000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
056100
056200     MOVE WS-SKIP-STATUS-COUNT TO WS-COUNT-EDIT
056300     MOVE SPACES TO WS-OUTPUT-TEXT
056400     STRING "SKIPPED - FROZEN OR CLOSED  " WS-COUNT-EDIT
056500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
056600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
056700
056800     MOVE WS-SKIP-BALANCE-COUNT TO WS-COUNT-EDIT
056900     MOVE SPACES TO WS-OUTPUT-TEXT
057000     STRING "SKIPPED - NO CREDIT BALANCE " WS-COUNT-EDIT
057100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
057200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
057300
057400     MOVE WS-SKIP-ZERO-INT-COUNT TO WS-COUNT-EDIT
057500     MOVE SPACES TO WS-OUTPUT-TEXT
057600     STRING "SKIPPED - UNDER 1 CENT      " WS-COUNT-EDIT
057700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
057800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
057900
058000     MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT
058100     MOVE SPACES TO WS-OUTPUT-TEXT
058200     STRING "BALANCES ACCRUED ON  " WS-TOTAL-EDIT
058300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
058400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
058500
058600     MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDIT
058700     MOVE SPACES TO WS-OUTPUT-TEXT
058800     STRING "INTEREST ACCRUED     " WS-TOTAL-EDIT
058900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
059000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
059100
059200     MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT
059300     MOVE WS-EXTRACT-TOTAL TO WS-TOTAL-EDIT
059400     MOVE SPACES TO WS-OUTPUT-TEXT
059500     STRING "ACCREXT RECORDS WRITTEN     " WS-COUNT-EDIT
059600         "  TOTAL " WS-TOTAL-EDIT
059700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
059800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
059900
060000     IF WS-ABORT-REQUESTED
060100         MOVE "ACCRUAL NOT RUN - NO EXTRACT TO POST"
060200             TO WS-OUTPUT-TEXT
060300         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
060400         GO TO 8000-EXIT
060500     END-IF
060600     IF WS-EXTRACT-COUNT NOT = WS-ACCRUED-COUNT
060700             OR WS-EXTRACT-TOTAL NOT = WS-INTEREST-TOTAL
060800         MOVE "*** EXTRACT DOES NOT FOOT - DO NOT POST"
060900             TO WS-OUTPUT-TEXT
061000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
061100         MOVE 16 TO RETURN-CODE
061200         GO TO 8000-EXIT
061300     END-IF
061400     MOVE SPACES TO WS-OUTPUT-TEXT
061500     STRING "ACCREXT READY FOR XTRLIST - VALUE DATE "
061600         WS-PERIOD-END " - POST AFTER FINANCE SIGN-OFF"
061700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
061800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
061900     MOVE SPACES TO WS-OUTPUT-TEXT
062000     STRING "FINANCE SIGN-OFF  ____________________"
062100         "  DATE ________"
062200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
062300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
062400
062500 8000-EXIT.
062600     EXIT.
062700******************************************************************
062800* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED.
062900******************************************************************
063000 9999-TERMINATE.
063100
063200     IF WS-EXTRACT-OPEN
063300         CLOSE ACCRUAL-EXTRACT-FILE
063400     END-IF
063500     IF WS-ACCT-OPEN
063600         CLOSE ACCT-FILE
063700     END-IF
063800     IF WS-RPT-TO-REPORT
063900         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
064000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
064100         CLOSE ACCRUAL-RPT-FILE
064200     END-IF.
064300
064400 9999-EXIT.
064500     EXIT.
064600 END PROGRAM INTACCR.

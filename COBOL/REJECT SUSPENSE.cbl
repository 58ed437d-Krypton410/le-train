000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        REJECT SUSPENSE LEDGER AND AGING REPORT.  THE
000700*                 CALCULATOR APPENDS EVERY REJECT TO SUSPENSE AS
000800*                 AN OPEN ITEM (RUN NUMBER, SOURCE, REJECT DATE,
000900*                 OPERATOR) BECAUSE CALCREJ ITSELF IS REBUILT BY
001000*                 EVERY FRESH RUN.  RUN AFTER EACH CALCULATOR
001100*                 RUN, THIS JOB CLEARS EVERY OPEN ITEM WHOSE
001200*                 RESUBMISSION SHOWS UP POSTED ON THAT RUN'S
001300*                 RESULTOUT - REJWORK RESUBMITS UNDER THE ORIGINAL
001310*                 SEQUENCE NUMBER, SO A STATUS-0 DETAIL ON A LATER
001320*                 RUN WITH THE SAME SEQUENCE NUMBER AND OPERATION
001330*                 (AND ACCOUNT, ON A BALANCE UPDATE) CLEARS THE
001340*                 ITEM - BUT ONLY WHEN THE DETAIL CAME OFF THE
001350*                 REWORK EXTRACT OR RESUBLOG SHOWS THE SEQUENCE
001360*                 NUMBER WAS RESUBMITTED, SINCE SEQUENCE NUMBERS
001370*                 RESTART WITH EVERY EXTRACT - THEN AGES WHAT
001700*                 IS STILL OPEN INTO 0-7, 8-30 AND OVER-30-DAY
001800*                 BUCKETS BY REASON TEXT AND BY OPERATOR, WITH THE
001900*                 OUTSTANDING AMOUNT.  THE GRAND TOTAL IS THE
002000*                 REJECTED-ITEMS SUSPENSE BALANCE FOR THE
002100*                 MONTH-END RECONCILIATION.
002200* TECTONICS:      cobc
002300******************************************************************
002400* MODIFICATION HISTORY
002500* ----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 2026-10-15 RH    ORIGINAL VERSION - OPERATOR ID ON THE COMMAND
002800*                  LINE.  SUSPENSE IS PASSED TO A WORK FILE WITH
002900*                  THE CLEARS APPLIED AND COPIED BACK ONLY WHEN
003000*                  SOMETHING CLEARED, THE SAME WAY AUDITARC
003100*                  REWRITES AUDITLOG.  CLEARED ITEMS STAY ON FILE
003200*                  WITH THE RUN AND DATE THAT CLEARED THEM.  A
003300*                  RERUN AGAINST THE SAME RESULTOUT CLEARS
003400*                  NOTHING TWICE.
003409* 2026-10-15 RH    AN ITEM NOW CLEARS ONLY ON A MATCHING SEQUENCE
003418*                  NUMBER AND OPERATION CODE (AND ACCOUNT ON A
003427*                  BALANCE UPDATE - CR-ACCOUNT-ID IS BLANK ON
003436*                  OTHER OPERATIONS) FROM A POSTED DETAIL THAT IS
003445*                  A PROVEN RESUBMISSION: STAMPED WITH AN XTRLIST
003454*                  SOURCE THAT NAMES REWORKTR, OR UNDER A SEQUENCE
003463*                  NUMBER ON RESUBLOG.  SEQUENCE NUMBERS RESTART
003472*                  WITH EVERY EXTRACT, SO SEQUENCE NUMBER AND
003481*                  ACCOUNT ALONE COULD CLEAR AN ITEM OFF UNRELATED
003490*                  ORIGINAL WORK.
003493* 2026-10-15 RH    EACH ITEM IS CARRIED TO SUSPWORK BY A PERFORMED
003496*                  PARAGRAPH, NOT A GO TO INTO THE 2100 RANGE.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. SUSPLDG.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SUSP-FS.
004400     SELECT SUSP-WORK-FILE ASSIGN TO "SUSPWORK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-WORK-FS.
004700     SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RESULT-FS.
004910     SELECT EXTRACT-LIST-FILE ASSIGN TO "XTRLIST"
004920         ORGANIZATION IS LINE SEQUENTIAL
004930         FILE STATUS IS WS-XTRLIST-FS.
004940     SELECT RESUB-LOG-FILE ASSIGN TO "RESUBLOG"
004950         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-RESUB-FS.
005000     SELECT SUSP-RPT-FILE ASSIGN TO "SUSPRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SUSPENSE-FILE.
005600     COPY CALCSUSP.
005700 FD  SUSP-WORK-FILE.
005800 01  SUSP-WORK-RECORD            PIC X(130).
005900 FD  RESULT-FILE.
006000     COPY CALCRSLT.
006010 FD  EXTRACT-LIST-FILE.
006020     COPY CALCXLST.
006030 FD  RESUB-LOG-FILE.
006040     COPY CALCRSUB.
006100 FD  SUSP-RPT-FILE.
006200     COPY CALCPRT.
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500* RUN CONTROL SWITCHES
006600******************************************************************
006700 01  WS-SWITCHES.
006800     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
006900         88  WS-ABORT-REQUESTED      VALUE "Y".
007000     05  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
007100         88  WS-SUSP-EOF             VALUE "Y".
007200     05  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
007300         88  WS-WORK-EOF             VALUE "Y".
007400     05  WS-RESULT-EOF-SWITCH    PIC X(01) VALUE "N".
007500         88  WS-RESULT-EOF           VALUE "Y".
007510     05  WS-XTRLIST-EOF-SWITCH   PIC X(01) VALUE "N".
007520         88  WS-XTRLIST-EOF          VALUE "Y".
007530     05  WS-RESUB-EOF-SWITCH     PIC X(01) VALUE "N".
007540         88  WS-RESUB-EOF            VALUE "Y".
007550     05  WS-RESUB-PROOF-SWITCH   PIC X(01) VALUE "N".
007560         88  WS-RESUB-PROVEN         VALUE "Y".
007600     05  WS-SUSP-FOUND-SWITCH    PIC X(01) VALUE "N".
007700         88  WS-SUSP-FILE-FOUND      VALUE "Y".
007800     05  WS-POSTED-FOUND-SWITCH  PIC X(01) VALUE "N".
007900         88  WS-POSTED-FOUND         VALUE "Y".
008000     05  WS-ROW-FOUND-SWITCH     PIC X(01) VALUE "N".
008100         88  WS-ROW-FOUND            VALUE "Y".
008200     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
008300         88  WS-RPT-TO-REPORT        VALUE "P".
008400         88  WS-RPT-TO-CONSOLE       VALUE "C".
008500 77  WS-OUTPUT-TEXT              PIC X(132).
008600 77  WS-REJECT-REASON            PIC X(60).
008700******************************************************************
008800* FILE STATUS FIELDS
008900******************************************************************
009000 77  WS-SUSP-FS                  PIC X(02).
009100 77  WS-WORK-FS                  PIC X(02).
009200 77  WS-RESULT-FS                PIC X(02).
009210 77  WS-XTRLIST-FS               PIC X(02).
009220 77  WS-RESUB-FS                 PIC X(02).
009300 77  WS-RPT-FS                   PIC X(02).
009400******************************************************************
009500* COMMAND-LINE PARAMETER - OPERATOR ID OF WHOEVER IS RUNNING THE
009600* LEDGER.  REQUIRED.
009700******************************************************************
009800 01  WS-PARM-LINE                PIC X(40).
009900 77  WS-LEDGER-OPERATOR-ID       PIC X(08) VALUE SPACES.
010000 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
010100 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
010200******************************************************************
010210* POSTED RESULTS - EVERY STATUS-0 DETAIL ON RESULTOUT THAT IS A
010220* PROVEN RESUBMISSION (SEE 1120-CHECK-RESUBMISSION), WITH THE
010400* RUN NUMBER FROM ITS HEADER.  A ROW CLEARS AT MOST ONE ITEM; THE
010500* USED FLAG IS ALSO SET, BEFORE ANYTHING IS CLEARED, FOR EVERY
010600* ROW A PRIOR PASS OF THIS JOB ALREADY CLEARED AN ITEM WITH, SO
010700* A RERUN CANNOT CLEAR A SECOND ITEM OFF THE SAME RESULT.
010800******************************************************************
010900 77  WS-RESULT-RUN-NUMBER        PIC 9(06) VALUE ZERO.
011000 77  WS-POSTED-COUNT             PIC 9(04) COMP VALUE ZERO.
011100 77  WS-POSTED-FULL-COUNT        PIC 9(06) COMP VALUE ZERO.
011200 01  WS-POSTED-TABLE.
011300     05  WS-POSTED-ENTRY OCCURS 1 TO 5000 TIMES
011400             DEPENDING ON WS-POSTED-COUNT
011500             INDEXED BY WS-POSTED-IDX.
011600         10  WS-PT-SEQ-NO        PIC 9(06).
011610         10  WS-PT-OPERATION-CODE PIC 9(01).
011700         10  WS-PT-ACCOUNT-ID    PIC X(08).
011800         10  WS-PT-USED-FLAG     PIC X(01).
011900             88  WS-PT-USED          VALUE "Y".
011905******************************************************************
011910* RESUBMISSION PROOF - THE SOURCE IDS XTRLIST GIVES THE REWORK
011915* EXTRACT (REWORKTR), AND THE SEQUENCE NUMBERS REJWORK HAS EVER
011920* RESUBMITTED (RESUBLOG).  BOTH TABLES ARE THE SIZE OF THE ONES
011925* THE CALCULATOR AND REJWORK KEEP, SO NEITHER CAN OVERFLOW ON A
011930* FILE THOSE PROGRAMS WROTE OR READ.
011935******************************************************************
011940 77  WS-REWORK-SRC-COUNT         PIC 9(02) COMP VALUE ZERO.
011945 01  WS-REWORK-SRC-TABLE.
011950     05  WS-REWORK-SRC-ENTRY OCCURS 1 TO 20 TIMES
011955             DEPENDING ON WS-REWORK-SRC-COUNT
011960             INDEXED BY WS-REWORK-SRC-IDX.
011965         10  WS-RW-SOURCE-ID     PIC X(08).
011970 77  WS-RESUB-COUNT              PIC 9(03) COMP VALUE ZERO.
011975 01  WS-RESUB-TABLE.
011980     05  WS-RESUB-ENTRY OCCURS 1 TO 500 TIMES
011985             DEPENDING ON WS-RESUB-COUNT
011990             INDEXED BY WS-RESUB-IDX.
011995         10  WS-RS-SEQ-NO        PIC 9(06).
012000******************************************************************
012100* AGING - DAY NUMBERS FOR THE RUN DATE AND EACH ITEM'S REJECT
012200* DATE (DAYS SINCE 000101, TAKING YY AS 20YY), THE AGE IN DAYS
012300* AND THE BUCKET IT FALLS IN: 1 = 0-7 DAYS, 2 = 8-30, 3 = OVER
012400* 30.  A REJECT DATE THAT IS NOT A VALID YYMMDD AGES AS OVER 30
012500* SO IT CANNOT HIDE IN THE CURRENT BUCKET.
012600******************************************************************
012700 01  WS-DATE-WORK                PIC 9(06).
012800 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
012900     05  WS-DW-YY                PIC 9(02).
013000     05  WS-DW-MM                PIC 9(02).
013100     05  WS-DW-DD                PIC 9(02).
013200 01  WS-DAYS-BEFORE-MONTHS       PIC X(36)
013300         VALUE "000031059090120151181212243273304334".
013400 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-MONTHS.
013500     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(03).
013600 77  WS-LEAP-DAYS                PIC 9(03) VALUE ZERO.
013700 77  WS-LEAP-QUOTIENT            PIC 9(03) VALUE ZERO.
013800 77  WS-LEAP-REMAINDER           PIC 9(02) VALUE ZERO.
013900 77  WS-DAY-NUMBER               PIC 9(06) VALUE ZERO.
014000 77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
014100     88  WS-DATE-VALID               VALUE "Y".
014200 77  WS-TODAY-DAY-NUMBER         PIC 9(06) VALUE ZERO.
014300 77  WS-ITEM-AGE                 PIC 9(04) VALUE ZERO.
014400 77  WS-BUCKET-SUB               PIC 9(02) COMP VALUE ZERO.
014500******************************************************************
014600* AGING TABLES - ONE ROW PER REASON TEXT AND ONE PER OPERATOR,
014700* EACH WITH AN ITEM COUNT AND AN OUTSTANDING AMOUNT PER BUCKET.
014800* THE LAST ROW OF A FULL TABLE TAKES EVERYTHING THAT DID NOT
014900* FIT, UNDER AN "ALL OTHER" LABEL, SO THE TABLE STILL FOOTS TO
015000* THE GRAND TOTAL.
015100******************************************************************
015200 77  WS-REASON-COUNT             PIC 9(03) COMP VALUE ZERO.
015300 01  WS-REASON-TABLE.
015400     05  WS-REASON-ENTRY OCCURS 1 TO 100 TIMES
015500             DEPENDING ON WS-REASON-COUNT
015600             INDEXED BY WS-REASON-IDX.
015700         10  WS-RN-REASON        PIC X(40).
015800         10  WS-RN-ITEM-COUNT    PIC 9(06) COMP.
015900         10  WS-RN-BUCKET-AMT    PIC S9(9)V99
016000                                 OCCURS 3 TIMES.
016100 77  WS-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
016200 01  WS-OPER-TABLE.
016300     05  WS-OPER-ENTRY OCCURS 1 TO 100 TIMES
016400             DEPENDING ON WS-OPER-COUNT
016500             INDEXED BY WS-OPER-IDX.
016600         10  WS-OP-OPERATOR-ID   PIC X(08).
016700         10  WS-OP-ITEM-COUNT    PIC 9(06) COMP.
016800         10  WS-OP-BUCKET-AMT    PIC S9(9)V99
016900                                 OCCURS 3 TIMES.
017000 01  WS-GRAND-TOTALS.
017100     05  WS-GT-BUCKET-COUNT      PIC 9(06) COMP
017200                                 OCCURS 3 TIMES.
017300     05  WS-GT-BUCKET-AMT        PIC S9(9)V99
017400                                 OCCURS 3 TIMES.
017500 77  WS-ROW-TOTAL                PIC S9(9)V99 VALUE ZERO.
017600******************************************************************
017700* CONTROL TOTALS FOR THE END-OF-RUN SUMMARY
017800******************************************************************
017900 77  WS-ITEM-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
018000 77  WS-OPEN-ITEM-COUNT          PIC 9(06) COMP VALUE ZERO.
018100 77  WS-CLEARED-NOW-COUNT        PIC 9(06) COMP VALUE ZERO.
018200 77  WS-CLEARED-PRIOR-COUNT      PIC 9(06) COMP VALUE ZERO.
018300 77  WS-OPEN-TOTAL               PIC S9(9)V99 VALUE ZERO.
018400 77  WS-CLEARED-NOW-TOTAL        PIC S9(9)V99 VALUE ZERO.
018500******************************************************************
018600* EDITED FIELDS FOR THE REPORT LINES
018700******************************************************************
018800 77  WS-COUNT-EDIT               PIC ZZZZZ9.
018810 77  WS-SOURCE-EDIT              PIC Z9.
018900 77  WS-AGE-EDIT                 PIC ZZZ9.
019000 77  WS-AMOUNT-EDIT              PIC -(7)9.99.
019100 77  WS-BUCKET-EDIT-1            PIC -(9)9.99.
019200 77  WS-BUCKET-EDIT-2            PIC -(9)9.99.
019300 77  WS-BUCKET-EDIT-3            PIC -(9)9.99.
019400 77  WS-TOTAL-EDIT               PIC -(9)9.99.
019500 77  WS-STATUS-TEXT              PIC X(07).
019600 PROCEDURE DIVISION.
019700******************************************************************
019800* MAIN-PROCEDURE - ENTRY POINT.  THE CLEARS ARE WORKED OUT AND
019900* SUSPENSE IS REWRITTEN BEFORE THE AGING IS PRINTED, SO THE
020000* REPORT ALWAYS SHOWS THE LEDGER AS IT NOW STANDS ON DISK.
020100******************************************************************
020200 MAIN-PROCEDURE.
020300
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020500     IF NOT WS-ABORT-REQUESTED
020600         PERFORM 1100-LOAD-POSTED-RESULTS THRU 1100-EXIT
020700         PERFORM 1200-MARK-APPLIED-RESULTS THRU 1200-EXIT
020800         PERFORM 2000-UPDATE-SUSPENSE THRU 2000-EXIT
020900     END-IF
021000     IF NOT WS-ABORT-REQUESTED AND WS-CLEARED-NOW-COUNT > ZERO
021100         PERFORM 3000-REWRITE-SUSPENSE THRU 3000-EXIT
021200     END-IF
021300     IF NOT WS-ABORT-REQUESTED
021400         PERFORM 5000-AGING-REPORT THRU 5000-EXIT
021500     END-IF
021600     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
021700     PERFORM 9999-TERMINATE THRU 9999-EXIT
021800
021900     STOP RUN.
022000******************************************************************
022100* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REPORT, TAKE THE
022200* OPERATOR ID OFF THE COMMAND LINE AND FIX TODAY'S DAY NUMBER
022300* FOR THE AGING.  A MISSING ID ABORTS THE RUN WITH RETURN-CODE 16.
022400******************************************************************
022500 1000-INITIALIZE.
022600
022700     OPEN OUTPUT SUSP-RPT-FILE
022800     IF WS-RPT-FS = "00"
022900         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
023000     ELSE
023100         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
023200     END-IF
023300     ACCEPT WS-CURRENT-DATE FROM DATE
023400     ACCEPT WS-CURRENT-TIME FROM TIME
023410     INITIALIZE WS-GRAND-TOTALS
023500
023600     MOVE SPACES TO WS-PARM-LINE
023700     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
023800     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
023900         INTO WS-LEDGER-OPERATOR-ID
024000     END-UNSTRING
024100
024200     MOVE SPACES TO WS-OUTPUT-TEXT
024300     STRING "REJECT SUSPENSE LEDGER AND AGING - OPERATOR "
024400         WS-LEDGER-OPERATOR-ID
024500         "  DATE " WS-CURRENT-DATE "  TIME " WS-CURRENT-TIME
024600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
024700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
024800
024900     IF WS-LEDGER-OPERATOR-ID = SPACES
025000         MOVE "OPERATOR ID PARM MISSING" TO WS-REJECT-REASON
025100         PERFORM 1900-ABORT-LEDGER THRU 1900-EXIT
025200         GO TO 1000-EXIT
025300     END-IF
025400
025500     MOVE WS-CURRENT-DATE TO WS-DATE-WORK
025600     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
025700     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
025800
025900 1000-EXIT.
026000     EXIT.
026100******************************************************************
026101* 1050-LOAD-REWORK-SOURCES THRU 1050-EXIT - TABLES THE SOURCE ID
026102* OF EVERY XTRLIST ENTRY THAT NAMES THE REWORK EXTRACT.  NO
026103* XTRLIST MEANS THE CALCULATOR READ TRANSIN ALONE AND THE TABLE
026104* STAYS EMPTY.
026105******************************************************************
026106 1050-LOAD-REWORK-SOURCES.
026107
026108     OPEN INPUT EXTRACT-LIST-FILE
026109     IF WS-XTRLIST-FS NOT = "00"
026110         GO TO 1050-EXIT
026111     END-IF
026112     PERFORM 1051-READ-EXTRACT-ENTRY THRU 1051-EXIT
026113         UNTIL WS-XTRLIST-EOF
026114     CLOSE EXTRACT-LIST-FILE.
026115
026116 1050-EXIT.
026117     EXIT.
026118******************************************************************
026119* 1051-READ-EXTRACT-ENTRY THRU 1051-EXIT
026120******************************************************************
026121 1051-READ-EXTRACT-ENTRY.
026122
026123     READ EXTRACT-LIST-FILE
026124         AT END
026125             MOVE "Y" TO WS-XTRLIST-EOF-SWITCH
026126             GO TO 1051-EXIT
026127     END-READ
026128     IF XL-FILE-NAME NOT = "REWORKTR" OR XL-SOURCE-ID = SPACES
026129             OR WS-REWORK-SRC-COUNT = 20
026130         GO TO 1051-EXIT
026131     END-IF
026132     ADD 1 TO WS-REWORK-SRC-COUNT
026133     MOVE XL-SOURCE-ID TO WS-RW-SOURCE-ID (WS-REWORK-SRC-COUNT).
026134
026135 1051-EXIT.
026136     EXIT.
026137******************************************************************
026138* 1060-LOAD-RESUB-LOG THRU 1060-EXIT - TABLES EVERY SEQUENCE
026139* NUMBER ON RESUBLOG.  NO RESUBLOG MEANS NOTHING HAS EVER BEEN
026140* RESUBMITTED AND THE TABLE STAYS EMPTY.
026141******************************************************************
026142 1060-LOAD-RESUB-LOG.
026143
026144     OPEN INPUT RESUB-LOG-FILE
026145     IF WS-RESUB-FS NOT = "00"
026146         GO TO 1060-EXIT
026147     END-IF
026148     PERFORM 1061-READ-RESUB-ENTRY THRU 1061-EXIT
026149         UNTIL WS-RESUB-EOF
026150     CLOSE RESUB-LOG-FILE.
026151
026152 1060-EXIT.
026153     EXIT.
026154******************************************************************
026155* 1061-READ-RESUB-ENTRY THRU 1061-EXIT
026156******************************************************************
026157 1061-READ-RESUB-ENTRY.
026158
026159     READ RESUB-LOG-FILE
026160         AT END
026161             MOVE "Y" TO WS-RESUB-EOF-SWITCH
026162             GO TO 1061-EXIT
026163     END-READ
026164     IF WS-RESUB-COUNT = 500
026165         GO TO 1061-EXIT
026166     END-IF
026167     ADD 1 TO WS-RESUB-COUNT
026168     MOVE RS-SEQ-NO TO WS-RS-SEQ-NO (WS-RESUB-COUNT).
026169
026170 1061-EXIT.
026171     EXIT.
026172******************************************************************
026200* 1100-LOAD-POSTED-RESULTS THRU 1100-EXIT - TABLES EVERY POSTED
026210* (STATUS 0) RESUBMISSION ON RESULTOUT, AFTER TABLING THE REWORK
026220* SOURCES AND RESUBLOG THAT PROVE ONE.  NO RESULTOUT, NO HEADER OR
026400* A ZERO RUN NUMBER MEANS NOTHING CAN BE CLEARED THIS TIME, BUT
026500* THE LEDGER IS STILL AGED.
026600******************************************************************
026700 1100-LOAD-POSTED-RESULTS.
026800
026900     OPEN INPUT RESULT-FILE
027000     IF WS-RESULT-FS NOT = "00"
027100         MOVE "RESULTOUT NOT AVAILABLE - NO ITEMS CLEARED"
027200             TO WS-OUTPUT-TEXT
027300         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
027400         GO TO 1100-EXIT
027500     END-IF
027600     READ RESULT-FILE
027700         AT END
027800             MOVE "Y" TO WS-RESULT-EOF-SWITCH
027900     END-READ
028000     IF WS-RESULT-EOF OR NOT CRH-TYPE-HEADER
028100             OR CRH-RUN-NUMBER NOT NUMERIC
028200             OR CRH-RUN-NUMBER = ZERO
028300         MOVE "RESULTOUT HAS NO RUN NUMBER - NO ITEMS CLEARED"
028400             TO WS-OUTPUT-TEXT
028500         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
028600         CLOSE RESULT-FILE
028700         GO TO 1100-EXIT
028800     END-IF
028900     MOVE CRH-RUN-NUMBER TO WS-RESULT-RUN-NUMBER
028910     PERFORM 1050-LOAD-REWORK-SOURCES THRU 1050-EXIT
028920     PERFORM 1060-LOAD-RESUB-LOG THRU 1060-EXIT
029000     PERFORM 1110-READ-RESULT-RECORD THRU 1110-EXIT
029100         UNTIL WS-RESULT-EOF
029200     CLOSE RESULT-FILE
029300
029400     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
029500     MOVE SPACES TO WS-OUTPUT-TEXT
029600     STRING "CLEARING AGAINST RESULTOUT RUN " WS-RESULT-RUN-NUMBER
029610         " - " WS-COUNT-EDIT " POSTED RESUBMISSIONS"
029620         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
029630     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
029640     MOVE WS-REWORK-SRC-COUNT TO WS-SOURCE-EDIT
029650     MOVE WS-RESUB-COUNT TO WS-COUNT-EDIT
029660     MOVE SPACES TO WS-OUTPUT-TEXT
029670     STRING "REWORK SOURCES ON XTRLIST " WS-SOURCE-EDIT
029680         " - RESUBLOG ENTRIES " WS-COUNT-EDIT
029800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
029900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
030000     IF WS-POSTED-FULL-COUNT > ZERO
030100         MOVE WS-POSTED-FULL-COUNT TO WS-COUNT-EDIT
030200         MOVE SPACES TO WS-OUTPUT-TEXT
030300         STRING "*** " WS-COUNT-EDIT
030400             " POSTED DETAILS OVER TABLE LIMIT - NOT MATCHED"
030500             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
030600         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
030700         MOVE 8 TO RETURN-CODE
030800     END-IF.
030900
031000 1100-EXIT.
031100     EXIT.
031200******************************************************************
031300* 1110-READ-RESULT-RECORD THRU 1110-EXIT - ONE RESULTOUT RECORD.
031310* ONLY A POSTED DETAIL THAT IS A PROVEN RESUBMISSION GOES ON THE
031320* TABLE; THE TRAILER, REJECTED DETAILS AND ORIGINAL WORK ARE
031330* PASSED OVER.
031600******************************************************************
031700 1110-READ-RESULT-RECORD.
031800
031900     READ RESULT-FILE
032000         AT END
032100             MOVE "Y" TO WS-RESULT-EOF-SWITCH
032200             GO TO 1110-EXIT
032300     END-READ
032400     IF NOT CR-TYPE-DETAIL OR NOT CR-STATUS-OK
032500         GO TO 1110-EXIT
032600     END-IF
032610     PERFORM 1120-CHECK-RESUBMISSION THRU 1120-EXIT
032620     IF NOT WS-RESUB-PROVEN
032630         GO TO 1110-EXIT
032640     END-IF
032700     IF WS-POSTED-COUNT = 5000
032800         ADD 1 TO WS-POSTED-FULL-COUNT
032900         GO TO 1110-EXIT
033000     END-IF
033100     ADD 1 TO WS-POSTED-COUNT
033200     MOVE CR-SEQ-NO TO WS-PT-SEQ-NO (WS-POSTED-COUNT)
033210     MOVE CR-OPERATION-CODE
033220         TO WS-PT-OPERATION-CODE (WS-POSTED-COUNT)
033300     MOVE CR-ACCOUNT-ID TO WS-PT-ACCOUNT-ID (WS-POSTED-COUNT)
033400     MOVE "N" TO WS-PT-USED-FLAG (WS-POSTED-COUNT).
033500
033600 1110-EXIT.
033602     EXIT.
033604******************************************************************
033606* 1120-CHECK-RESUBMISSION THRU 1120-EXIT - A POSTED DETAIL IS A
033608* PROVEN RESUBMISSION WHEN IT CAME OFF A REWORK SOURCE (ITS
033610* CR-SOURCE-ID IS ON WS-REWORK-SRC-TABLE) OR ITS SEQUENCE NUMBER
033612* IS ON RESUBLOG.  SETS WS-RESUB-PROOF-SWITCH.
033614******************************************************************
033616 1120-CHECK-RESUBMISSION.
033618
033620     MOVE "N" TO WS-RESUB-PROOF-SWITCH
033622     IF CR-SOURCE-ID NOT = SPACES
033624         PERFORM 1121-MATCH-REWORK-SOURCE THRU 1121-EXIT
033626             VARYING WS-REWORK-SRC-IDX FROM 1 BY 1
033628             UNTIL WS-REWORK-SRC-IDX > WS-REWORK-SRC-COUNT
033630                 OR WS-RESUB-PROVEN
033632     END-IF
033634     IF NOT WS-RESUB-PROVEN
033636         PERFORM 1122-MATCH-RESUB-ENTRY THRU 1122-EXIT
033638             VARYING WS-RESUB-IDX FROM 1 BY 1
033640             UNTIL WS-RESUB-IDX > WS-RESUB-COUNT
033642                 OR WS-RESUB-PROVEN
033644     END-IF.
033646
033648 1120-EXIT.
033650     EXIT.
033652******************************************************************
033654* 1121-MATCH-REWORK-SOURCE THRU 1121-EXIT
033656******************************************************************
033658 1121-MATCH-REWORK-SOURCE.
033660
033662     IF WS-RW-SOURCE-ID (WS-REWORK-SRC-IDX) = CR-SOURCE-ID
033664         MOVE "Y" TO WS-RESUB-PROOF-SWITCH
033666     END-IF.
033668
033670 1121-EXIT.
033672     EXIT.
033674******************************************************************
033676* 1122-MATCH-RESUB-ENTRY THRU 1122-EXIT
033678******************************************************************
033680 1122-MATCH-RESUB-ENTRY.
033682
033684     IF WS-RS-SEQ-NO (WS-RESUB-IDX) = CR-SEQ-NO
033686         MOVE "Y" TO WS-RESUB-PROOF-SWITCH
033688     END-IF.
033690
033692 1122-EXIT.
033700     EXIT.
033800******************************************************************
033900* 1200-MARK-APPLIED-RESULTS THRU 1200-EXIT - A PASS OVER SUSPENSE
034000* BEFORE ANYTHING IS CLEARED.  EVERY ITEM ALREADY CLEARED BY THIS
034100* SAME RESULTOUT RUN USES UP ITS POSTED ROW, SO RUNNING THE JOB
034200* TWICE AFTER ONE CALCULATOR RUN CLEARS NOTHING THE SECOND TIME.
034300******************************************************************
034400 1200-MARK-APPLIED-RESULTS.
034500
034600     IF WS-POSTED-COUNT = ZERO
034700         GO TO 1200-EXIT
034800     END-IF
034900     OPEN INPUT SUSPENSE-FILE
035000     IF WS-SUSP-FS NOT = "00"
035100         GO TO 1200-EXIT
035200     END-IF
035300     PERFORM 1210-MARK-ONE-ITEM THRU 1210-EXIT
035400         UNTIL WS-SUSP-EOF
035500     CLOSE SUSPENSE-FILE
035600     MOVE "N" TO WS-SUSP-EOF-SWITCH.
035700
035800 1200-EXIT.
035900     EXIT.
036000******************************************************************
036100* 1210-MARK-ONE-ITEM THRU 1210-EXIT
036200******************************************************************
036300 1210-MARK-ONE-ITEM.
036400
036500     READ SUSPENSE-FILE
036600         AT END
036700             MOVE "Y" TO WS-SUSP-EOF-SWITCH
036800             GO TO 1210-EXIT
036900     END-READ
037000     IF SU-ITEM-CLEARED
037100             AND SU-CLEARED-RUN = WS-RESULT-RUN-NUMBER
037200         PERFORM 2300-FIND-POSTED-RESULT THRU 2300-EXIT
037300         IF WS-POSTED-FOUND
037400             MOVE "Y" TO WS-PT-USED-FLAG (WS-POSTED-IDX)
037500         END-IF
037600     END-IF.
037700
037800 1210-EXIT.
037900     EXIT.
038000******************************************************************
038100* 1900-ABORT-LEDGER THRU 1900-EXIT - THE LEDGER CANNOT BE RUN.
038200* SUSPENSE IS LEFT AS IT STANDS; RETURN-CODE 16.
038300******************************************************************
038400 1900-ABORT-LEDGER.
038500
038600     MOVE "Y" TO WS-ABORT-SWITCH
038700     MOVE SPACES TO WS-OUTPUT-TEXT
038800     STRING "SUSPENSE LEDGER ABORTED - " WS-REJECT-REASON
038900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
039000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
039100     MOVE 16 TO RETURN-CODE.
039200
039300 1900-EXIT.
039400     EXIT.
039500******************************************************************
039600* 2000-UPDATE-SUSPENSE THRU 2000-EXIT - ONE PASS OVER SUSPENSE TO
039700* THE WORK FILE, CLEARING WHAT THIS RESULTOUT POSTED AND AGING
039800* WHAT IS STILL OPEN.  NO SUSPENSE FILE MEANS NO REJECT HAS EVER
039900* BEEN LOGGED - AN EMPTY LEDGER, NOT AN ERROR.
040000******************************************************************
040100 2000-UPDATE-SUSPENSE.
040200
040300     OPEN INPUT SUSPENSE-FILE
040400     IF WS-SUSP-FS NOT = "00"
040500         MOVE "NO SUSPENSE FILE - NO REJECTS ON THE LEDGER"
040600             TO WS-OUTPUT-TEXT
040700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
040800         GO TO 2000-EXIT
040900     END-IF
041000     MOVE "Y" TO WS-SUSP-FOUND-SWITCH
041100     OPEN OUTPUT SUSP-WORK-FILE
041200     IF WS-WORK-FS NOT = "00"
041300         CLOSE SUSPENSE-FILE
041400         MOVE "SUSPWORK NOT OPENABLE - SUSPENSE LEFT AS IS"
041500             TO WS-REJECT-REASON
041600         PERFORM 1900-ABORT-LEDGER THRU 1900-EXIT
041700         GO TO 2000-EXIT
041800     END-IF
041900
042000     MOVE SPACES TO WS-OUTPUT-TEXT
042100     STRING "STATUS  RUN    SOURCE   SEQ    ACCOUNT  OPERATOR"
042200         " REJ DT  AGE      AMOUNT  REASON"
042300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
042400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
042500     PERFORM 2100-PROCESS-SUSPENSE-ITEM THRU 2100-EXIT
042600         UNTIL WS-SUSP-EOF
042700     CLOSE SUSPENSE-FILE
042800     CLOSE SUSP-WORK-FILE.
042900
043000 2000-EXIT.
043100     EXIT.
043200******************************************************************
043300* 2100-PROCESS-SUSPENSE-ITEM THRU 2100-EXIT - ONE ITEM.  AN OPEN
043400* ITEM FROM AN EARLIER RUN THAT MATCHES AN UNUSED POSTED ROW (SEE
043500* 2310-MATCH-POSTED-ENTRY) IS CLEARED; AN ITEM STILL OPEN AFTER
043600* THAT IS AGED AND LISTED.  CLEARED ITEMS ARE CARRIED ACROSS
043700* UNCHANGED AND ONLY COUNTED.
043800******************************************************************
043900 2100-PROCESS-SUSPENSE-ITEM.
044000
044100     READ SUSPENSE-FILE
044200         AT END
044300             MOVE "Y" TO WS-SUSP-EOF-SWITCH
044400             GO TO 2100-EXIT
044500     END-READ
044600     ADD 1 TO WS-ITEM-READ-COUNT
044700
044800     IF SU-ITEM-CLEARED
044900         ADD 1 TO WS-CLEARED-PRIOR-COUNT
045000         PERFORM 2190-WRITE-ITEM THRU 2190-EXIT
045050         GO TO 2100-EXIT
045100     END-IF
045200
045300     IF WS-POSTED-COUNT > ZERO
045400             AND SU-RUN-NUMBER < WS-RESULT-RUN-NUMBER
045500         PERFORM 2300-FIND-POSTED-RESULT THRU 2300-EXIT
045600         IF WS-POSTED-FOUND
045700             PERFORM 2200-CLEAR-ITEM THRU 2200-EXIT
045800             PERFORM 2190-WRITE-ITEM THRU 2190-EXIT
045850             GO TO 2100-EXIT
045900         END-IF
046000     END-IF
046100
046200     MOVE "Y" TO WS-DATE-VALID-SWITCH
046300     MOVE SU-REJECT-DATE TO WS-DATE-WORK
046400     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
046500     PERFORM 6200-SET-AGE-BUCKET THRU 6200-EXIT
046600     PERFORM 2400-ACCUMULATE-OPEN-ITEM THRU 2400-EXIT
046700     MOVE "OPEN" TO WS-STATUS-TEXT
046800     PERFORM 2500-REPORT-ITEM THRU 2500-EXIT
046850     PERFORM 2190-WRITE-ITEM THRU 2190-EXIT.
046900
046910 2100-EXIT.
046920     EXIT.
046930******************************************************************
046940* 2190-WRITE-ITEM THRU 2190-EXIT - CARRIES ONE ITEM, OPEN OR
046950* CLEARED, ACROSS TO SUSPWORK.
046960******************************************************************
047000 2190-WRITE-ITEM.
047050
047100     WRITE SUSP-WORK-RECORD FROM SUSPENSE-ITEM-RECORD.
047200
047300 2190-EXIT.
047400     EXIT.
047500******************************************************************
047600* 2200-CLEAR-ITEM THRU 2200-EXIT - MARKS THE ITEM CLEARED BY THIS
047700* RESULTOUT RUN AND USES UP THE POSTED ROW THAT CLEARED IT.
047800******************************************************************
047900 2200-CLEAR-ITEM.
048000
048100     MOVE "Y" TO WS-PT-USED-FLAG (WS-POSTED-IDX)
048200     MOVE "C" TO SU-ITEM-STATUS
048300     MOVE WS-RESULT-RUN-NUMBER TO SU-CLEARED-RUN
048400     MOVE WS-CURRENT-DATE TO SU-CLEARED-DATE
048500     ADD 1 TO WS-CLEARED-NOW-COUNT
048600     ADD SU-OPERAND-1 TO WS-CLEARED-NOW-TOTAL
048700     MOVE ZERO TO WS-ITEM-AGE
048800     MOVE "CLEARED" TO WS-STATUS-TEXT
048900     PERFORM 2500-REPORT-ITEM THRU 2500-EXIT.
049000
049100 2200-EXIT.
049200     EXIT.
049300******************************************************************
049400* 2300-FIND-POSTED-RESULT THRU 2300-EXIT - LOOKS THE CURRENT
049500* ITEM UP ON WS-POSTED-TABLE BY SEQUENCE NUMBER AND OPERATION,
049600* SKIPPING ROWS ALREADY USED.  ON A HIT WS-POSTED-IDX IS LEFT ON
049700* THE ROW.
049800******************************************************************
049900 2300-FIND-POSTED-RESULT.
050000
050100     MOVE "N" TO WS-POSTED-FOUND-SWITCH
050200     PERFORM 2310-MATCH-POSTED-ENTRY THRU 2310-EXIT
050300         VARYING WS-POSTED-IDX FROM 1 BY 1
050400         UNTIL WS-POSTED-IDX > WS-POSTED-COUNT OR WS-POSTED-FOUND
050500     IF WS-POSTED-FOUND
050600         SET WS-POSTED-IDX DOWN BY 1
050700     END-IF.
050800
050900 2300-EXIT.
051000     EXIT.
051100******************************************************************
051110* 2310-MATCH-POSTED-ENTRY THRU 2310-EXIT - THE ACCOUNT IS ONLY
051120* COMPARED ON A BALANCE UPDATE; CR-ACCOUNT-ID IS BLANK ON EVERY
051130* OTHER OPERATION, WHATEVER THE REJECT CARRIED.
051300******************************************************************
051400 2310-MATCH-POSTED-ENTRY.
051500
051600     IF WS-PT-SEQ-NO (WS-POSTED-IDX) = SU-SEQ-NO
051610             AND WS-PT-OPERATION-CODE (WS-POSTED-IDX)
051620                 = SU-OPERATION-CODE
051630             AND (SU-OPERATION-CODE NOT = 8
051640                 OR WS-PT-ACCOUNT-ID (WS-POSTED-IDX)
051650                     = SU-ACCOUNT-ID)
051800             AND NOT WS-PT-USED (WS-POSTED-IDX)
051900         MOVE "Y" TO WS-POSTED-FOUND-SWITCH
052000     END-IF.
052100
052200 2310-EXIT.
052300     EXIT.
052400******************************************************************
052500* 2400-ACCUMULATE-OPEN-ITEM THRU 2400-EXIT - ADDS AN OPEN ITEM TO
052600* THE GRAND TOTALS AND TO ITS REASON AND OPERATOR ROWS IN THE
052700* BUCKET WS-BUCKET-SUB.
052800******************************************************************
052900 2400-ACCUMULATE-OPEN-ITEM.
053000
053100     ADD 1 TO WS-OPEN-ITEM-COUNT
053200     ADD SU-OPERAND-1 TO WS-OPEN-TOTAL
053300     ADD 1 TO WS-GT-BUCKET-COUNT (WS-BUCKET-SUB)
053400     ADD SU-OPERAND-1 TO WS-GT-BUCKET-AMT (WS-BUCKET-SUB)
053500
053600     PERFORM 2410-FIND-REASON-ROW THRU 2410-EXIT
053700     ADD 1 TO WS-RN-ITEM-COUNT (WS-REASON-IDX)
053800     ADD SU-OPERAND-1
053900         TO WS-RN-BUCKET-AMT (WS-REASON-IDX, WS-BUCKET-SUB)
054000
054100     PERFORM 2420-FIND-OPERATOR-ROW THRU 2420-EXIT
054200     ADD 1 TO WS-OP-ITEM-COUNT (WS-OPER-IDX)
054300     ADD SU-OPERAND-1
054400         TO WS-OP-BUCKET-AMT (WS-OPER-IDX, WS-BUCKET-SUB).
054500
054600 2400-EXIT.
054700     EXIT.
054800******************************************************************
054900* 2410-FIND-REASON-ROW THRU 2410-EXIT - LEAVES WS-REASON-IDX ON
055000* THE ROW FOR SU-REASON, ADDING ONE IF NEED BE.  ONCE 99 REASONS
055100* ARE TABLED, ANY NEW ONE GOES TO ROW 100, "ALL OTHER REASONS".
055200******************************************************************
055300 2410-FIND-REASON-ROW.
055400
055500     MOVE "N" TO WS-ROW-FOUND-SWITCH
055600     PERFORM 2411-MATCH-REASON-ROW THRU 2411-EXIT
055700         VARYING WS-REASON-IDX FROM 1 BY 1
055800         UNTIL WS-REASON-IDX > WS-REASON-COUNT OR WS-ROW-FOUND
055900     IF WS-ROW-FOUND
056000         SET WS-REASON-IDX DOWN BY 1
056100         GO TO 2410-EXIT
056200     END-IF
056300     IF WS-REASON-COUNT = 100
056400         SET WS-REASON-IDX TO 100
056500         GO TO 2410-EXIT
056600     END-IF
056700     ADD 1 TO WS-REASON-COUNT
056800     SET WS-REASON-IDX TO WS-REASON-COUNT
056900     MOVE SU-REASON TO WS-RN-REASON (WS-REASON-IDX)
057000     IF WS-REASON-COUNT = 100
057100         MOVE "ALL OTHER REASONS" TO WS-RN-REASON (WS-REASON-IDX)
057200     END-IF
057300     MOVE ZERO TO WS-RN-ITEM-COUNT (WS-REASON-IDX)
057400     MOVE ZERO TO WS-RN-BUCKET-AMT (WS-REASON-IDX, 1)
057500     MOVE ZERO TO WS-RN-BUCKET-AMT (WS-REASON-IDX, 2)
057600     MOVE ZERO TO WS-RN-BUCKET-AMT (WS-REASON-IDX, 3).
057700
057800 2410-EXIT.
057900     EXIT.
058000******************************************************************
058100* 2411-MATCH-REASON-ROW THRU 2411-EXIT
058200******************************************************************
058300 2411-MATCH-REASON-ROW.
058400
058500     IF WS-RN-REASON (WS-REASON-IDX) = SU-REASON
058600         MOVE "Y" TO WS-ROW-FOUND-SWITCH
058700     END-IF.
058800
058900 2411-EXIT.
059000     EXIT.
059100******************************************************************
059200* 2420-FIND-OPERATOR-ROW THRU 2420-EXIT - THE SAME FOR
059300* SU-OPERATOR-ID ON WS-OPER-TABLE.
059400******************************************************************
059500 2420-FIND-OPERATOR-ROW.
059600
059700     MOVE "N" TO WS-ROW-FOUND-SWITCH
059800     PERFORM 2421-MATCH-OPERATOR-ROW THRU 2421-EXIT
059900         VARYING WS-OPER-IDX FROM 1 BY 1
060000         UNTIL WS-OPER-IDX > WS-OPER-COUNT OR WS-ROW-FOUND
060100     IF WS-ROW-FOUND
060200         SET WS-OPER-IDX DOWN BY 1
060300         GO TO 2420-EXIT
060400     END-IF
060500     IF WS-OPER-COUNT = 100
060600         SET WS-OPER-IDX TO 100
060700         GO TO 2420-EXIT
060800     END-IF
060900     ADD 1 TO WS-OPER-COUNT
061000     SET WS-OPER-IDX TO WS-OPER-COUNT
061100     MOVE SU-OPERATOR-ID TO WS-OP-OPERATOR-ID (WS-OPER-IDX)
061200     IF WS-OPER-COUNT = 100
061300         MOVE "*OTHER*" TO WS-OP-OPERATOR-ID (WS-OPER-IDX)
061400     END-IF
061500     MOVE ZERO TO WS-OP-ITEM-COUNT (WS-OPER-IDX)
061600     MOVE ZERO TO WS-OP-BUCKET-AMT (WS-OPER-IDX, 1)
061700     MOVE ZERO TO WS-OP-BUCKET-AMT (WS-OPER-IDX, 2)
061800     MOVE ZERO TO WS-OP-BUCKET-AMT (WS-OPER-IDX, 3).
061900
062000 2420-EXIT.
062100     EXIT.
062200******************************************************************
062300* 2421-MATCH-OPERATOR-ROW THRU 2421-EXIT
062400******************************************************************
062500 2421-MATCH-OPERATOR-ROW.
062600
062700     IF WS-OP-OPERATOR-ID (WS-OPER-IDX) = SU-OPERATOR-ID
062800         MOVE "Y" TO WS-ROW-FOUND-SWITCH
062900     END-IF.
063000
063100 2421-EXIT.
063200     EXIT.
063300******************************************************************
063400* 2500-REPORT-ITEM THRU 2500-EXIT - ONE LEDGER LINE FOR AN ITEM
063500* CLEARED THIS RUN OR STILL OPEN, WITH WS-STATUS-TEXT.
063600******************************************************************
063700 2500-REPORT-ITEM.
063800
063900     MOVE WS-ITEM-AGE TO WS-AGE-EDIT
064000     MOVE SU-OPERAND-1 TO WS-AMOUNT-EDIT
064100     MOVE SPACES TO WS-OUTPUT-TEXT
064200     STRING WS-STATUS-TEXT " " SU-RUN-NUMBER " " SU-SOURCE-ID
064300         " " SU-SEQ-NO " " SU-ACCOUNT-ID " " SU-OPERATOR-ID
064400         " " SU-REJECT-DATE " " WS-AGE-EDIT " " WS-AMOUNT-EDIT
064500         "  " SU-REASON
064600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
064700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
064800
064900 2500-EXIT.
065000     EXIT.
065100******************************************************************
065200* 3000-REWRITE-SUSPENSE THRU 3000-EXIT - COPIES THE WORK FILE
065300* BACK OVER SUSPENSE, AS AUDITARC COPIES AUDITKEEP BACK OVER
065400* AUDITLOG.  ONLY REACHED WHEN SOMETHING CLEARED.
065500******************************************************************
065600 3000-REWRITE-SUSPENSE.
065700
065800     OPEN INPUT SUSP-WORK-FILE
065900     IF WS-WORK-FS NOT = "00"
066000         MOVE "SUSPWORK NOT READABLE - SUSPENSE LEFT AS IS"
066100             TO WS-REJECT-REASON
066200         PERFORM 1900-ABORT-LEDGER THRU 1900-EXIT
066300         GO TO 3000-EXIT
066400     END-IF
066500     OPEN OUTPUT SUSPENSE-FILE
066600     IF WS-SUSP-FS NOT = "00"
066700         CLOSE SUSP-WORK-FILE
066800         MOVE "SUSPENSE NOT REOPENABLE - LEDGER STILL ON SUSPWORK"
066900             TO WS-REJECT-REASON
067000         PERFORM 1900-ABORT-LEDGER THRU 1900-EXIT
067100         GO TO 3000-EXIT
067200     END-IF
067300     PERFORM 3100-COPY-ONE-ITEM THRU 3100-EXIT
067400         UNTIL WS-WORK-EOF
067500     CLOSE SUSP-WORK-FILE
067600     CLOSE SUSPENSE-FILE.
067700
067800 3000-EXIT.
067900     EXIT.
068000******************************************************************
068100* 3100-COPY-ONE-ITEM THRU 3100-EXIT
068200******************************************************************
068300 3100-COPY-ONE-ITEM.
068400
068500     READ SUSP-WORK-FILE
068600         AT END
068700             MOVE "Y" TO WS-WORK-EOF-SWITCH
068800         NOT AT END
068900             WRITE SUSPENSE-ITEM-RECORD FROM SUSP-WORK-RECORD
069000     END-READ.
069100
069200 3100-EXIT.
069300     EXIT.
069400******************************************************************
069500* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
069600* TO SUSPRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
069700******************************************************************
069800 4000-WRITE-OUTPUT-LINE.
069900
070000     IF WS-RPT-TO-REPORT
070100         MOVE SPACES TO PL-TEXT
070200         MOVE WS-OUTPUT-TEXT TO PL-TEXT
070300         WRITE CALC-PRINT-RECORD
070400     ELSE
070500         DISPLAY WS-OUTPUT-TEXT
070600     END-IF.
070700
070800 4000-EXIT.
070900     EXIT.
071000******************************************************************
071100* 5000-AGING-REPORT THRU 5000-EXIT - THE OPEN ITEMS BY REASON
071200* TEXT, THEN BY OPERATOR, THEN IN TOTAL.  EACH SECTION FOOTS TO
071300* THE SAME GRAND TOTAL, WHICH IS THE SUSPENSE BALANCE.
071400******************************************************************
071500 5000-AGING-REPORT.
071600
071700     MOVE SPACES TO WS-OUTPUT-TEXT
071800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
071900     MOVE "AGING OF OPEN ITEMS BY REASON" TO WS-OUTPUT-TEXT
072000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
072100     MOVE SPACES TO WS-OUTPUT-TEXT
072200     STRING "REASON                                    ITEMS"
072300         "      0-7 DAYS     8-30 DAYS   OVER 30 DAYS"
072400         "         TOTAL"
072500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
072600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
072700     PERFORM 5100-REPORT-REASON-ROW THRU 5100-EXIT
072800         VARYING WS-REASON-IDX FROM 1 BY 1
072900         UNTIL WS-REASON-IDX > WS-REASON-COUNT
073000
073100     MOVE SPACES TO WS-OUTPUT-TEXT
073200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
073300     MOVE "AGING OF OPEN ITEMS BY OPERATOR" TO WS-OUTPUT-TEXT
073400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
073500     MOVE SPACES TO WS-OUTPUT-TEXT
073600     STRING "OPERATOR  ITEMS      0-7 DAYS     8-30 DAYS"
073700         "   OVER 30 DAYS         TOTAL"
073800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
073900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
074000     PERFORM 5200-REPORT-OPERATOR-ROW THRU 5200-EXIT
074100         VARYING WS-OPER-IDX FROM 1 BY 1
074200         UNTIL WS-OPER-IDX > WS-OPER-COUNT
074300
074400     MOVE SPACES TO WS-OUTPUT-TEXT
074500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
074600     MOVE "SUSPENSE BALANCE BY AGE" TO WS-OUTPUT-TEXT
074700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
074800     PERFORM 5300-REPORT-BUCKET-TOTAL THRU 5300-EXIT
074900         VARYING WS-BUCKET-SUB FROM 1 BY 1
075000         UNTIL WS-BUCKET-SUB > 3
075100     MOVE WS-OPEN-ITEM-COUNT TO WS-COUNT-EDIT
075200     MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
075300     MOVE SPACES TO WS-OUTPUT-TEXT
075400     STRING "  TOTAL OUTSTANDING   " WS-COUNT-EDIT " ITEMS  "
075500         WS-TOTAL-EDIT
075600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
075700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
075800
075900 5000-EXIT.
076000     EXIT.
076100******************************************************************
076200* 5100-REPORT-REASON-ROW THRU 5100-EXIT
076300******************************************************************
076400 5100-REPORT-REASON-ROW.
076500
076600     MOVE WS-RN-ITEM-COUNT (WS-REASON-IDX) TO WS-COUNT-EDIT
076700     MOVE WS-RN-BUCKET-AMT (WS-REASON-IDX, 1) TO WS-BUCKET-EDIT-1
076800     MOVE WS-RN-BUCKET-AMT (WS-REASON-IDX, 2) TO WS-BUCKET-EDIT-2
076900     MOVE WS-RN-BUCKET-AMT (WS-REASON-IDX, 3) TO WS-BUCKET-EDIT-3
077000     COMPUTE WS-ROW-TOTAL = WS-RN-BUCKET-AMT (WS-REASON-IDX, 1)
077100         + WS-RN-BUCKET-AMT (WS-REASON-IDX, 2)
077200         + WS-RN-BUCKET-AMT (WS-REASON-IDX, 3)
077300     MOVE WS-ROW-TOTAL TO WS-TOTAL-EDIT
077400     MOVE SPACES TO WS-OUTPUT-TEXT
077500     STRING WS-RN-REASON (WS-REASON-IDX) " " WS-COUNT-EDIT
077600         " " WS-BUCKET-EDIT-1 " " WS-BUCKET-EDIT-2
077700         " " WS-BUCKET-EDIT-3 " " WS-TOTAL-EDIT
077800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
077900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
078000
078100 5100-EXIT.
078200     EXIT.
078300******************************************************************
078400* 5200-REPORT-OPERATOR-ROW THRU 5200-EXIT
078500******************************************************************
078600 5200-REPORT-OPERATOR-ROW.
078700
078800     MOVE WS-OP-ITEM-COUNT (WS-OPER-IDX) TO WS-COUNT-EDIT
078900     MOVE WS-OP-BUCKET-AMT (WS-OPER-IDX, 1) TO WS-BUCKET-EDIT-1
079000     MOVE WS-OP-BUCKET-AMT (WS-OPER-IDX, 2) TO WS-BUCKET-EDIT-2
079100     MOVE WS-OP-BUCKET-AMT (WS-OPER-IDX, 3) TO WS-BUCKET-EDIT-3
079200     COMPUTE WS-ROW-TOTAL = WS-OP-BUCKET-AMT (WS-OPER-IDX, 1)
079300         + WS-OP-BUCKET-AMT (WS-OPER-IDX, 2)
079400         + WS-OP-BUCKET-AMT (WS-OPER-IDX, 3)
079500     MOVE WS-ROW-TOTAL TO WS-TOTAL-EDIT
079600     MOVE SPACES TO WS-OUTPUT-TEXT
079700     STRING WS-OP-OPERATOR-ID (WS-OPER-IDX) " " WS-COUNT-EDIT
079800         " " WS-BUCKET-EDIT-1 " " WS-BUCKET-EDIT-2
079900         " " WS-BUCKET-EDIT-3 " " WS-TOTAL-EDIT
080000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
080100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
080200
080300 5200-EXIT.
080400     EXIT.
080500******************************************************************
080600* 5300-REPORT-BUCKET-TOTAL THRU 5300-EXIT - ONE LINE PER AGE
080700* BUCKET, DRIVEN BY WS-BUCKET-SUB.
080800******************************************************************
080900 5300-REPORT-BUCKET-TOTAL.
081000
081100     MOVE WS-GT-BUCKET-COUNT (WS-BUCKET-SUB) TO WS-COUNT-EDIT
081200     MOVE WS-GT-BUCKET-AMT (WS-BUCKET-SUB) TO WS-TOTAL-EDIT
081300     MOVE SPACES TO WS-OUTPUT-TEXT
081400     EVALUATE WS-BUCKET-SUB
081500         WHEN 1
081600             MOVE "  0-7 DAYS          " TO WS-OUTPUT-TEXT
081700         WHEN 2
081800             MOVE "  8-30 DAYS         " TO WS-OUTPUT-TEXT
081900         WHEN OTHER
082000             MOVE "  OVER 30 DAYS      " TO WS-OUTPUT-TEXT
082100     END-EVALUATE
082200     MOVE WS-COUNT-EDIT TO WS-OUTPUT-TEXT (23:6)
082300     MOVE " ITEMS  " TO WS-OUTPUT-TEXT (29:8)
082400     MOVE WS-TOTAL-EDIT TO WS-OUTPUT-TEXT (37:13)
082500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
082600
082700 5300-EXIT.
082800     EXIT.
082900******************************************************************
083000* 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT - TURNS THE YYMMDD DATE
083100* IN WS-DATE-WORK INTO A DAY NUMBER COUNTED FROM 000101 (YY TAKEN
083200* AS 20YY, SO EVERY FOURTH YEAR FROM 00 IS A LEAP YEAR).  A DATE
083300* THAT IS NOT NUMERIC OR HAS NO SUCH MONTH CLEARS
083400* WS-DATE-VALID-SWITCH AND RETURNS A DAY NUMBER OF ZERO.
083500******************************************************************
083600 6100-DATE-TO-DAY-NUMBER.
083700
083800     MOVE ZERO TO WS-DAY-NUMBER
083900     IF WS-DATE-WORK NOT NUMERIC
084000             OR WS-DW-MM < 1 OR WS-DW-MM > 12
084100             OR WS-DW-DD < 1 OR WS-DW-DD > 31
084200         MOVE "N" TO WS-DATE-VALID-SWITCH
084300         GO TO 6100-EXIT
084400     END-IF
084500     MOVE "Y" TO WS-DATE-VALID-SWITCH
084600     COMPUTE WS-LEAP-DAYS = WS-DW-YY + 3
084700     DIVIDE WS-LEAP-DAYS BY 4 GIVING WS-LEAP-QUOTIENT
084800     DIVIDE WS-DW-YY BY 4 GIVING WS-LEAP-DAYS
084900         REMAINDER WS-LEAP-REMAINDER
085000     COMPUTE WS-DAY-NUMBER = WS-DW-YY * 365 + WS-LEAP-QUOTIENT
085100         + WS-DAYS-BEFORE-MONTH (WS-DW-MM) + WS-DW-DD
085200     IF WS-LEAP-REMAINDER = ZERO AND WS-DW-MM > 2
085300         ADD 1 TO WS-DAY-NUMBER
085400     END-IF.
085500
085600 6100-EXIT.
085700     EXIT.
085800******************************************************************
085900* 6200-SET-AGE-BUCKET THRU 6200-EXIT - THE AGE OF THE CURRENT
086000* ITEM IN DAYS AND ITS BUCKET.  AN UNREADABLE REJECT DATE AGES AS
086100* OVER 30; A REJECT DATE AFTER TODAY AGES AS ZERO.
086200******************************************************************
086300 6200-SET-AGE-BUCKET.
086400
086500     IF NOT WS-DATE-VALID
086600         MOVE 9999 TO WS-ITEM-AGE
086700         MOVE 3 TO WS-BUCKET-SUB
086800         GO TO 6200-EXIT
086900     END-IF
087000     IF WS-DAY-NUMBER > WS-TODAY-DAY-NUMBER
087100         MOVE ZERO TO WS-ITEM-AGE
087200     ELSE
087300         COMPUTE WS-ITEM-AGE = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
087400     END-IF
087500     EVALUATE TRUE
087600         WHEN WS-ITEM-AGE NOT > 7
087700             MOVE 1 TO WS-BUCKET-SUB
087800         WHEN WS-ITEM-AGE NOT > 30
087900             MOVE 2 TO WS-BUCKET-SUB
088000         WHEN OTHER
088100             MOVE 3 TO WS-BUCKET-SUB
088200     END-EVALUATE.
088300
088400 6200-EXIT.
088500     EXIT.
088600******************************************************************
088700* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS.
088800* ITEMS READ EQUALS ITEMS OPEN PLUS CLEARED THIS RUN PLUS CLEARED
088900* BEFORE.
089000******************************************************************
089100 8000-SUMMARY-REPORT.
089200
089300     MOVE SPACES TO WS-OUTPUT-TEXT
089400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089500     MOVE "SUSPENSE LEDGER CONTROL TOTALS" TO WS-OUTPUT-TEXT
089600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089700
089800     MOVE WS-ITEM-READ-COUNT TO WS-COUNT-EDIT
089900     MOVE SPACES TO WS-OUTPUT-TEXT
090000     STRING "ITEMS ON LEDGER      " WS-COUNT-EDIT
090100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
090200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
090300
090400     MOVE WS-CLEARED-PRIOR-COUNT TO WS-COUNT-EDIT
090500     MOVE SPACES TO WS-OUTPUT-TEXT
090600     STRING "CLEARED BEFORE       " WS-COUNT-EDIT
090700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
090800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
090900
091000     MOVE WS-CLEARED-NOW-COUNT TO WS-COUNT-EDIT
091100     MOVE WS-CLEARED-NOW-TOTAL TO WS-TOTAL-EDIT
091200     MOVE SPACES TO WS-OUTPUT-TEXT
091300     STRING "CLEARED THIS RUN     " WS-COUNT-EDIT
091400         "  AMOUNT " WS-TOTAL-EDIT
091500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
091600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
091700
091800     MOVE WS-OPEN-ITEM-COUNT TO WS-COUNT-EDIT
091900     MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
092000     MOVE SPACES TO WS-OUTPUT-TEXT
092100     STRING "STILL OPEN           " WS-COUNT-EDIT
092200         "  AMOUNT " WS-TOTAL-EDIT
092300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
092400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
092500
092600     IF WS-ABORT-REQUESTED
092700         MOVE "SUSPENSE LEDGER NOT UPDATED" TO WS-OUTPUT-TEXT
092800         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
092900     END-IF.
093000
093100 8000-EXIT.
093200     EXIT.
093300******************************************************************
093400* 9999-TERMINATE THRU 9999-EXIT - CLOSE THE REPORT.  THE DATA
093500* FILES ARE OPENED AND CLOSED BY THE PASSES THAT USE THEM.
093600******************************************************************
093700 9999-TERMINATE.
093800
093900     IF WS-RPT-TO-REPORT
094000         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
094100         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
094200         CLOSE SUSP-RPT-FILE
094300     END-IF.
094400
094500 9999-EXIT.
094600     EXIT.
094700 END PROGRAM SUSPLDG.

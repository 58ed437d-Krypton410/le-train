000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        CONTROLLED MAINTENANCE FOR THE ACCOUNT MASTER
000700*                 (ACCTMAST), REPLACING THE HAND-BUILT INDEXED
000800*                 FILE.  ADD/INQUIRE/FREEZE/UNFREEZE/CLOSE/RENAME
000900*                 CARDS FROM ACCTCARD ARE EDITED (ACCOUNT ID AND
001000*                 NAME PRESENT, NUMERIC OPEN DATE, ACCOUNT ON
001100*                 FILE OR NOT AS THE FUNCTION REQUIRES, A STATUS
001200*                 CHANGE THAT MAKES SENSE FROM WHERE THE ACCOUNT
001300*                 IS NOW) BEFORE ANYTHING IS WRITTEN, AND EVERY
001400*                 APPLIED CHANGE LEAVES A BEFORE/AFTER
001500*                 CHANGE-AUDIT RECORD ON ACCTAUDT WITH THE
001600*                 MAINTAINER'S OPERATOR ID AND A TIMESTAMP, SAME
001700*                 AS TABMAINT DOES FOR OPERTAB AND RATETAB.  THE
001800*                 BALANCE IS NEVER MAINTAINED HERE - IT ONLY MOVES
001900*                 THROUGH THE CALCULATOR'S BALANCE-UPDATE
002000*                 (OPERATION 8), WHICH REFUSES A FROZEN OR CLOSED
002100*                 ACCOUNT.
002104*
002108*                 RUN WITH CONVERT AFTER THE OPERATOR ID, THE
002112*                 JOB INSTEAD COPIES AN ACCTMAST IN THE ORIGINAL
002116*                 33-BYTE LAYOUT (ID, BALANCE, LAST UPDATE,
002120*                 FILLER) INTO THE CURRENT ONE, EVERY ACCOUNT
002124*                 ACTIVE WITH A ZERO OPEN DATE AND A BLANK NAME.
002128*                 CUTOVER ORDER:
002132*                   1. LET THE LAST CALCULATOR RUN ON THE OLD
002136*                      RELEASE FINISH AND BACK UP ACCTMAST.
002140*                   2. RENAME ACCTMAST TO ACCTOLD.
002144*                   3. INSTALL THE NEW RELEASE OF EVERY PROGRAM
002148*                      THAT COPIES CALCACCT - THE CALCULATOR,
002152*                      ACCTMNT, ACCTSTMT, INTACCR, PERDCLOS AND
002156*                      RUNBKOUT.
002160*                   4. RUN ACCTMNT <OPERATOR> CONVERT.  IT REFUSES
002164*                      TO RUN WHILE AN ACCTMAST EXISTS.  FOOT THE
002168*                      ACCOUNT COUNT AND BALANCE TOTAL ON ACCTMRPT
002172*                      AGAINST THE OLD FILE.
002176*                   5. NAME THE ACCOUNTS WITH RENAME CARDS, THEN
002180*                      RESUME THE NORMAL SCHEDULE.  KEEP ACCTOLD
002184*                      UNTIL THE FIRST CYCLE HAS RUN CLEAN.
002200* TECTONICS:      cobc
002300******************************************************************
002400* MODIFICATION HISTORY
002500* ----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 2026-10-15 RH    ORIGINAL VERSION - ACCTCARD DRIVES THE RUN,
002800*                  ACCTMAST IS UPDATED IN PLACE BY KEY, A CLOSE IS
002900*                  REFUSED WHILE THE BALANCE IS NOT ZERO, AND A
003000*                  REJECTED CARD SETS RETURN-CODE 8 SO THE
003100*                  SCHEDULER SEES THE RUN NEEDS A LOOK.  A SITE
003200*                  WITH NO ACCTMAST YET GETS AN EMPTY ONE BUILT
003300*                  ON THE FIRST RUN.
003310* 2026-10-15 RH    CONVERT RUN ADDED - ACCTMAST GREW FROM 33 TO 60
003320*                  BYTES WITH THE NAME, OPEN DATE AND STATUS, SO
003330*                  THE EXISTING MASTER WOULD NOT OPEN (STATUS 39)
003340*                  UNDER THE NEW LAYOUT.  THE OLD MASTER IS READ
003350*                  AS ACCTOLD AND REWRITTEN; CUTOVER ORDER ABOVE.
003360* 2026-10-15 RH    THE CONVERT REFUSAL AND ABORT STEPS ARE NOW
003370*                  PERFORMED RATHER THAN ENTERED BY GO TO.
003380* 2026-10-15 RH    AN OPEN DATE OF ZERO NOW SAYS SO IN ITS REASON.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. ACCTMNT.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACCT-CARD-FILE ASSIGN TO "ACCTCARD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CARD-FS.
004300     SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AM-ACCOUNT-ID
004700         FILE STATUS IS WS-ACCT-FS.
004710     SELECT ACCT-OLD-FILE ASSIGN TO "ACCTOLD"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS SEQUENTIAL
004740         RECORD KEY IS AO-ACCOUNT-ID
004750         FILE STATUS IS WS-AOLD-FS.
004800     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AAUDIT-FS.
005100     SELECT ACCT-RPT-FILE ASSIGN TO "ACCTMRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCT-CARD-FILE.
005700     COPY CALCAMNC.
005800 FD  ACCT-FILE.
005900     COPY CALCACCT.
005909******************************************************************
005918* THE ORIGINAL 33-BYTE ACCTMAST LAYOUT, READ ONLY BY THE CONVERT
005927* RUN.
005936******************************************************************
005945 FD  ACCT-OLD-FILE.
005954 01  ACCT-OLD-RECORD.
005963     05  AO-ACCOUNT-ID           PIC X(08).
005972     05  AO-BALANCE              PIC S9(7)V99.
005981     05  AO-LAST-UPDATE-DATE     PIC 9(06).
005990     05  AO-RESERVED             PIC X(10).
006000 FD  ACCT-AUDIT-FILE.
006100     COPY CALCAAUD.
006200 FD  ACCT-RPT-FILE.
006300     COPY CALCPRT.
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600* RUN CONTROL SWITCHES
006700******************************************************************
006800 01  WS-SWITCHES.
006900     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE "N".
007000         88  WS-CARD-EOF             VALUE "Y".
007100     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007200         88  WS-ABORT-REQUESTED      VALUE "Y".
007300     05  WS-CARD-REJECT-SWITCH   PIC X(01) VALUE "N".
007400         88  WS-CARD-REJECTED        VALUE "Y".
007500     05  WS-ACCT-FOUND-SWITCH    PIC X(01) VALUE "N".
007600         88  WS-ACCT-FOUND           VALUE "Y".
007610     05  WS-AOLD-EOF-SWITCH      PIC X(01) VALUE "N".
007620         88  WS-AOLD-EOF             VALUE "Y".
007700     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
007800         88  WS-RPT-TO-REPORT        VALUE "P".
007900         88  WS-RPT-TO-CONSOLE       VALUE "C".
008000 77  WS-OUTPUT-TEXT              PIC X(132).
008100 77  WS-REJECT-REASON            PIC X(40).
008200******************************************************************
008300* FILE STATUS FIELDS
008400******************************************************************
008500 77  WS-CARD-FS                  PIC X(02).
008600 77  WS-ACCT-FS                  PIC X(02).
008610 77  WS-AOLD-FS                  PIC X(02).
008700 77  WS-AAUDIT-FS                PIC X(02).
008800 77  WS-RPT-FS                   PIC X(02).
008900******************************************************************
008910* COMMAND-LINE PARAMETERS - THE MAINTAINER'S OPERATOR ID, CARRIED
008920* ONTO EVERY CHANGE-AUDIT RECORD, AND CONVERT FOR THE ONE-TIME
008930* CONVERSION OF AN ORIGINAL-LAYOUT MASTER.  A RUN WITH NO ID IS
008940* REFUSED, SAME RULE AS TABMAINT.
009300******************************************************************
009400 01  WS-PARM-LINE                PIC X(40).
009600 77  WS-MAINT-OPERATOR-ID        PIC X(08) VALUE SPACES.
009610 77  WS-RUN-FUNCTION             PIC X(08) VALUE SPACES.
009620     88  WS-CONVERT-RUN              VALUE "CONVERT".
009700******************************************************************
009800* DATE AND TIME FOR THE CHANGE-AUDIT RECORDS AND THE DEFAULT
009900* OPEN DATE OF A NEW ACCOUNT
010000******************************************************************
010100 77  WS-CURRENT-DATE             PIC 9(06).
010200 77  WS-CURRENT-TIME             PIC 9(08).
010300******************************************************************
010400* BEFORE IMAGE OF THE ACCOUNT THE CARD IS AGAINST, TAKEN WHEN IT
010500* IS READ, FOR THE CHANGE-AUDIT RECORD AND THE REGISTER LINES.
010600* BOTH ARE SPACES ON AN ADD.
010700******************************************************************
010800 77  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
010900 77  WS-BEFORE-NAME              PIC X(20) VALUE SPACES.
011000******************************************************************
011100* CONTROL TOTALS FOR THE END-OF-RUN SUMMARY
011200******************************************************************
011300 77  WS-CARD-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
011400 77  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZERO.
011500 77  WS-REJECTED-COUNT           PIC 9(06) COMP VALUE ZERO.
011600 77  WS-INQUIRY-COUNT            PIC 9(06) COMP VALUE ZERO.
011610 77  WS-CONVERTED-COUNT          PIC 9(06) COMP VALUE ZERO.
011620 77  WS-CONVERTED-TOTAL          PIC S9(9)V99 VALUE ZERO.
011630 77  WS-TOTAL-EDIT               PIC -(9)9.99.
011700 77  WS-COUNT-EDIT               PIC ZZZZZ9.
011800 77  WS-BALANCE-EDIT             PIC -(7)9.99.
011900 PROCEDURE DIVISION.
012000******************************************************************
012100* MAIN-PROCEDURE - ENTRY POINT.  OPENS THE MASTER, RUNS THE CARD
012110* FILE (OR, ON A CONVERT RUN, ACCTOLD) TO END OF FILE, THEN
012120* PRINTS THE CONTROL TOTALS.
012300******************************************************************
012400 MAIN-PROCEDURE.
012500
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012610     IF NOT WS-ABORT-REQUESTED AND WS-CONVERT-RUN
012620         PERFORM 5000-CONVERT-CONTROL THRU 5000-EXIT
012630     END-IF
012640     IF NOT WS-ABORT-REQUESTED AND NOT WS-CONVERT-RUN
012800         PERFORM 2000-MAINT-CONTROL THRU 2000-EXIT
012900     END-IF
013000     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
013100     PERFORM 9999-TERMINATE THRU 9999-EXIT
013200
013300     STOP RUN.
013400******************************************************************
013500* 1000-INITIALIZE THRU 1000-EXIT - TAKE THE MAINTAINER'S OPERATOR
013600* ID OFF THE COMMAND LINE, OPEN THE REGISTER, THE ACCOUNT MASTER,
013700* THE CHANGE-AUDIT FILE AND THE CARD FILE.  A MASTER THAT WILL
013800* NOT OPEN FOR UPDATE ABORTS THE RUN - NO CARD CAN BE APPLIED.
013810* A CONVERT RUN OPENS ACCTOLD AND A NEW ACCTMAST INSTEAD, AND
013820* READS NO CARDS.
013900******************************************************************
014000 1000-INITIALIZE.
014100
014200     OPEN OUTPUT ACCT-RPT-FILE
014300     IF WS-RPT-FS = "00"
014400         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
014500     ELSE
014600         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
014700     END-IF
014800
014900     MOVE SPACES TO WS-PARM-LINE
015000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
015100     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
015110         INTO WS-MAINT-OPERATOR-ID WS-RUN-FUNCTION
015120     END-UNSTRING
015200     IF WS-MAINT-OPERATOR-ID = SPACES
015300         MOVE "Y" TO WS-ABORT-SWITCH
015400         MOVE "MAINTAINER OPERATOR ID PARM MISSING - RUN REJECTED"
015500             TO WS-OUTPUT-TEXT
015600         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
015700         MOVE 16 TO RETURN-CODE
015800         GO TO 1000-EXIT
015900     END-IF
015905     IF WS-RUN-FUNCTION NOT = SPACES AND NOT WS-CONVERT-RUN
015910         MOVE "Y" TO WS-ABORT-SWITCH
015915         MOVE SPACES TO WS-OUTPUT-TEXT
015920         STRING "RUN FUNCTION " WS-RUN-FUNCTION
015925             " NOT RECOGNISED - RUN REJECTED"
015930             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
015935         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
015940         MOVE 16 TO RETURN-CODE
015945         GO TO 1000-EXIT
015950     END-IF
016000
016100     MOVE SPACES TO WS-OUTPUT-TEXT
016200     STRING "ACCOUNT MAINTENANCE REGISTER - MAINTAINER "
016300         WS-MAINT-OPERATOR-ID
016400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
016500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
016600
016610     IF WS-CONVERT-RUN
016620         PERFORM 1200-OPEN-CONVERSION-FILES THRU 1200-EXIT
016630     ELSE
016640         PERFORM 1100-OPEN-ACCOUNT-MASTER THRU 1100-EXIT
016650     END-IF
016800     IF WS-ABORT-REQUESTED
016900         GO TO 1000-EXIT
017000     END-IF
017100
017200     OPEN EXTEND ACCT-AUDIT-FILE
017300     IF WS-AAUDIT-FS NOT = "00"
017400         OPEN OUTPUT ACCT-AUDIT-FILE
017410     END-IF
017420     IF WS-CONVERT-RUN
017430         GO TO 1000-EXIT
017500     END-IF
017600
017700     OPEN INPUT ACCT-CARD-FILE
017800     IF WS-CARD-FS NOT = "00"
017900         MOVE "Y" TO WS-CARD-EOF-SWITCH
018000         MOVE "CARD FILE NOT AVAILABLE - NOTHING TO APPLY"
018100             TO WS-OUTPUT-TEXT
018200         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
018300     END-IF.
018400
018500 1000-EXIT.
018600     EXIT.
018700******************************************************************
018800* 1100-OPEN-ACCOUNT-MASTER THRU 1100-EXIT - OPENS ACCTMAST FOR
018900* UPDATE.  A MASTER THAT DOES NOT EXIST YET (STATUS 35) IS
019000* CREATED EMPTY AND REOPENED, SO THE FIRST ADD CARDS BUILD IT
019100* INSTEAD OF SOMEONE LOADING IT BY HAND.  ANY OTHER FAILURE
019200* ABORTS THE RUN WITH RETURN-CODE 16.
019300******************************************************************
019400 1100-OPEN-ACCOUNT-MASTER.
019500
019600     OPEN I-O ACCT-FILE
019700     IF WS-ACCT-FS = "35"
019800         OPEN OUTPUT ACCT-FILE
019900         IF WS-ACCT-FS = "00"
020000             CLOSE ACCT-FILE
020100             MOVE "ACCOUNT MASTER NOT FOUND - EMPTY ONE CREATED"
020200                 TO WS-OUTPUT-TEXT
020300             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
020400             OPEN I-O ACCT-FILE
020500         END-IF
020600     END-IF
020700     IF WS-ACCT-FS NOT = "00"
020800         MOVE "Y" TO WS-ABORT-SWITCH
020900         MOVE SPACES TO WS-OUTPUT-TEXT
021000         STRING "ACCOUNT MASTER NOT OPENABLE - FILE STATUS "
021100             WS-ACCT-FS " - RUN REJECTED"
021200             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021300         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021400         MOVE 16 TO RETURN-CODE
021500     END-IF.
021600
021700 1100-EXIT.
021701     EXIT.
021702******************************************************************
021703* 1200-OPEN-CONVERSION-FILES THRU 1200-EXIT - A CONVERT RUN ONLY.
021704* ACCTMAST MUST NOT EXIST - THE OLD MASTER HAS TO HAVE BEEN
021705* RENAMED TO ACCTOLD, AND A MASTER ALREADY CONVERTED IS NEVER
021706* OVERWRITTEN.
021707* ACCTOLD IS OPENED INPUT AND A NEW ACCTMAST OUTPUT.  ANY FAILURE
021708* ABORTS THE RUN WITH RETURN-CODE 16.
021709******************************************************************
021710 1200-OPEN-CONVERSION-FILES.
021711
021712     OPEN INPUT ACCT-FILE
021713     IF WS-ACCT-FS = "00"
021714         CLOSE ACCT-FILE
021715     END-IF
021716     IF WS-ACCT-FS NOT = "35"
021717         MOVE SPACES TO WS-OUTPUT-TEXT
021718         STRING "ACCTMAST ALREADY EXISTS (FILE STATUS " WS-ACCT-FS
021719             ") - RENAME IT TO ACCTOLD BEFORE CONVERTING"
021720             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021721         PERFORM 1290-REFUSE-CONVERSION THRU 1290-EXIT
021722         GO TO 1200-EXIT
021723     END-IF
021724
021725     OPEN INPUT ACCT-OLD-FILE
021726     IF WS-AOLD-FS NOT = "00"
021727         MOVE SPACES TO WS-OUTPUT-TEXT
021728         STRING "ACCTOLD NOT OPENABLE - FILE STATUS " WS-AOLD-FS
021729             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021730         PERFORM 1290-REFUSE-CONVERSION THRU 1290-EXIT
021731         GO TO 1200-EXIT
021732     END-IF
021733     OPEN OUTPUT ACCT-FILE
021734     IF WS-ACCT-FS NOT = "00"
021735         CLOSE ACCT-OLD-FILE
021736         MOVE SPACES TO WS-OUTPUT-TEXT
021737         STRING "NEW ACCTMAST NOT CREATED - FILE STATUS "
021738             WS-ACCT-FS
021739             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021740         PERFORM 1290-REFUSE-CONVERSION THRU 1290-EXIT
021741         GO TO 1200-EXIT
021742     END-IF
021743     MOVE "CONVERTING ACCTOLD TO THE CURRENT ACCTMAST LAYOUT"
021744         TO WS-OUTPUT-TEXT
021745     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
021746
021747 1200-EXIT.
021748     EXIT.
021749******************************************************************
021750* 1290-REFUSE-CONVERSION THRU 1290-EXIT - WRITES THE REASON LEFT
021751* IN WS-OUTPUT-TEXT, REFUSES THE CONVERT RUN, RETURN-CODE 16.
021752******************************************************************
021753 1290-REFUSE-CONVERSION.
021754
021755     MOVE "Y" TO WS-ABORT-SWITCH
021756     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021757     MOVE "CONVERSION REFUSED - NOTHING WRITTEN" TO WS-OUTPUT-TEXT
021758     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021759     MOVE 16 TO RETURN-CODE.
021760
021761 1290-EXIT.
021800     EXIT.
021900******************************************************************
022000* 2000-MAINT-CONTROL THRU 2000-EXIT - FILE-DRIVEN LOOP OVER
022100* ACCTCARD, SAME SHAPE AS 2000-MAINT-CONTROL IN TABMAINT.
022200******************************************************************
022300 2000-MAINT-CONTROL.
022400
022500     IF NOT WS-CARD-EOF
022600         PERFORM 2100-READ-MAINT-CARD THRU 2100-EXIT
022700         PERFORM 2200-PROCESS-MAINT-CARD THRU 2200-EXIT
022800             UNTIL WS-CARD-EOF
022900     END-IF.
023000
023100 2000-EXIT.
023200     EXIT.
023300******************************************************************
023400* 2100-READ-MAINT-CARD THRU 2100-EXIT
023500******************************************************************
023600 2100-READ-MAINT-CARD.
023700
023800     READ ACCT-CARD-FILE
023900         AT END
024000             MOVE "Y" TO WS-CARD-EOF-SWITCH
024100         NOT AT END
024200             ADD 1 TO WS-CARD-READ-COUNT
024300     END-READ.
024400
024500 2100-EXIT.
024600     EXIT.
024700******************************************************************
024800* 2200-PROCESS-MAINT-CARD THRU 2200-EXIT - EDITS ONE CARD AND,
024900* ONLY IF EVERY EDIT PASSES, APPLIES IT TO THE MASTER.  A FAILED
025000* EDIT COSTS A REGISTER LINE AND RETURN-CODE 8, NEVER A
025100* HALF-APPLIED CHANGE.
025200******************************************************************
025300 2200-PROCESS-MAINT-CARD.
025400
025500     PERFORM 3000-EDIT-MAINT-CARD THRU 3000-EXIT
025600     IF NOT WS-CARD-REJECTED
025700         PERFORM 3300-APPLY-ACCOUNT-CARD THRU 3300-EXIT
025800     END-IF
025900     IF WS-CARD-REJECTED
026000         PERFORM 3900-REPORT-REJECTED-CARD THRU 3900-EXIT
026100     END-IF
026200     PERFORM 2100-READ-MAINT-CARD THRU 2100-EXIT.
026300
026400 2200-EXIT.
026500     EXIT.
026600******************************************************************
026700* 3000-EDIT-MAINT-CARD THRU 3000-EXIT - FIELD EDITS THAT NEED NO
026800* LOOK AT THE MASTER: FUNCTION CODE, A NON-BLANK ACCOUNT ID, A
026900* NAME ON AN ADD OR RENAME, AND A NUMERIC NON-ZERO OPEN DATE ON
027000* AN ADD THAT KEYS ONE.  THE ON-FILE AND STATUS EDITS BELONG TO
027100* THE APPLY PARAGRAPHS, WHICH HAVE THE ACCOUNT IN HAND.
027200******************************************************************
027300 3000-EDIT-MAINT-CARD.
027400
027500     MOVE "N" TO WS-CARD-REJECT-SWITCH
027600     MOVE SPACES TO WS-REJECT-REASON
027700
027800     IF NOT AC-FUNC-VALID
027900         MOVE "Y" TO WS-CARD-REJECT-SWITCH
028000         MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON
028100         GO TO 3000-EXIT
028200     END-IF
028300     IF AC-ACCOUNT-ID = SPACES
028400         MOVE "Y" TO WS-CARD-REJECT-SWITCH
028500         MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
028600         GO TO 3000-EXIT
028700     END-IF
028800     IF (AC-FUNC-ADD OR AC-FUNC-RENAME)
028900             AND AC-ACCOUNT-NAME = SPACES
029000         MOVE "Y" TO WS-CARD-REJECT-SWITCH
029100         MOVE "ACCOUNT NAME MISSING" TO WS-REJECT-REASON
029200         GO TO 3000-EXIT
029300     END-IF
029400     IF AC-FUNC-ADD AND AC-OPEN-DATE-X NOT = SPACES
029500         IF AC-OPEN-DATE NOT NUMERIC OR AC-OPEN-DATE = ZERO
029600             MOVE "Y" TO WS-CARD-REJECT-SWITCH
029700             MOVE "OPEN DATE NOT NUMERIC OR ZERO"
029750                 TO WS-REJECT-REASON
029800         END-IF
029900     END-IF.
030000
030100 3000-EXIT.
030200     EXIT.
030300******************************************************************
030400* 3100-READ-ACCOUNT THRU 3100-EXIT - RANDOM READ OF ACCTMAST BY
030500* AC-ACCOUNT-ID.  ON A HIT THE RECORD STAYS IN THE RECORD AREA FOR
030600* THE APPLY PARAGRAPH TO CHANGE AND REWRITE, AND ITS STATUS AND
030700* NAME ARE KEPT AS THE BEFORE IMAGE.
030800******************************************************************
030900 3100-READ-ACCOUNT.
031000
031100     MOVE "N" TO WS-ACCT-FOUND-SWITCH
031200     MOVE SPACE TO WS-BEFORE-STATUS
031300     MOVE SPACES TO WS-BEFORE-NAME
031400     MOVE AC-ACCOUNT-ID TO AM-ACCOUNT-ID
031500     READ ACCT-FILE
031600         INVALID KEY
031700             CONTINUE
031800         NOT INVALID KEY
031900             MOVE "Y" TO WS-ACCT-FOUND-SWITCH
032000             MOVE AM-STATUS TO WS-BEFORE-STATUS
032100             MOVE AM-ACCOUNT-NAME TO WS-BEFORE-NAME
032200     END-READ.
032300
032400 3100-EXIT.
032500     EXIT.
032600******************************************************************
032700* 3300-APPLY-ACCOUNT-CARD THRU 3300-EXIT - ONE EDITED CARD AGAINST
032800* ACCTMAST.  EACH FUNCTION HAS ITS OWN PARAGRAPH FOR ITS ON-FILE
032900* AND STATUS EDITS; A CHANGE THAT PASSES THEM IS WRITTEN BACK TO
033000* THE MASTER HERE AND ONLY THEN AUDITED AND REPORTED, SO THE
033100* AUDIT TRAIL NEVER SHOWS A CHANGE THE MASTER DID NOT TAKE.
033200******************************************************************
033300 3300-APPLY-ACCOUNT-CARD.
033400
033500     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT
033600     EVALUATE TRUE
033700         WHEN AC-FUNC-ADD
033800             PERFORM 3310-APPLY-ADD THRU 3310-EXIT
033900         WHEN AC-FUNC-INQUIRE
034000             PERFORM 3320-APPLY-INQUIRE THRU 3320-EXIT
034100         WHEN AC-FUNC-FREEZE
034200             PERFORM 3330-APPLY-FREEZE THRU 3330-EXIT
034300         WHEN AC-FUNC-UNFREEZE
034400             PERFORM 3340-APPLY-UNFREEZE THRU 3340-EXIT
034500         WHEN AC-FUNC-CLOSE
034600             PERFORM 3350-APPLY-CLOSE THRU 3350-EXIT
034700         WHEN AC-FUNC-RENAME
034800             PERFORM 3360-APPLY-RENAME THRU 3360-EXIT
034900     END-EVALUATE
035000     IF WS-CARD-REJECTED OR AC-FUNC-INQUIRE
035100         GO TO 3300-EXIT
035200     END-IF
035300
035400     IF NOT AC-FUNC-ADD
035500         PERFORM 3500-REWRITE-ACCOUNT THRU 3500-EXIT
035600         IF WS-CARD-REJECTED
035700             GO TO 3300-EXIT
035800         END-IF
035900     END-IF
036000     PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
036100     PERFORM 3800-REPORT-APPLIED-CARD THRU 3800-EXIT.
036200
036300 3300-EXIT.
036400     EXIT.
036500******************************************************************
036600* 3310-APPLY-ADD THRU 3310-EXIT - A NEW ACCOUNT, ACTIVE, AT A
036700* ZERO BALANCE.  A BLANK OPEN DATE TAKES THE RUN DATE.  THE WRITE
036800* IS DONE HERE RATHER THAN IN 3500-REWRITE-ACCOUNT BECAUSE AN ADD
036900* IS THE ONE FUNCTION THAT CREATES THE RECORD.
037000******************************************************************
037100 3310-APPLY-ADD.
037200
037300     IF WS-ACCT-FOUND
037400         MOVE "Y" TO WS-CARD-REJECT-SWITCH
037500         MOVE "DUPLICATE ACCOUNT - ALREADY ON MASTER"
037600             TO WS-REJECT-REASON
037700         GO TO 3310-EXIT
037800     END-IF
037900
038000     INITIALIZE ACCOUNT-MASTER-RECORD
038100     MOVE AC-ACCOUNT-ID TO AM-ACCOUNT-ID
038200     MOVE ZERO TO AM-BALANCE
038300     MOVE AC-ACCOUNT-NAME TO AM-ACCOUNT-NAME
038400     IF AC-OPEN-DATE-X = SPACES
038500         ACCEPT WS-CURRENT-DATE FROM DATE
038600         MOVE WS-CURRENT-DATE TO AM-OPEN-DATE
038700     ELSE
038800         MOVE AC-OPEN-DATE TO AM-OPEN-DATE
038900     END-IF
039000     MOVE AM-OPEN-DATE TO AM-LAST-UPDATE-DATE
039100     MOVE "A" TO AM-STATUS
039200     WRITE ACCOUNT-MASTER-RECORD
039300         INVALID KEY
039400             MOVE "Y" TO WS-CARD-REJECT-SWITCH
039500             MOVE "ACCOUNT MASTER WRITE FAILED"
039600                 TO WS-REJECT-REASON
039700     END-WRITE.
039800
039900 3310-EXIT.
040000     EXIT.
040100******************************************************************
040200* 3320-APPLY-INQUIRE THRU 3320-EXIT - ONE REGISTER LINE SHOWING
040300* THE ACCOUNT AS IT STANDS.  NOTHING IS CHANGED OR AUDITED.
040400******************************************************************
040500 3320-APPLY-INQUIRE.
040600
040700     IF NOT WS-ACCT-FOUND
040800         MOVE "Y" TO WS-CARD-REJECT-SWITCH
040900         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
041000         GO TO 3320-EXIT
041100     END-IF
041200
041300     ADD 1 TO WS-INQUIRY-COUNT
041400     MOVE AM-BALANCE TO WS-BALANCE-EDIT
041500     MOVE SPACES TO WS-OUTPUT-TEXT
041600     STRING "INQUIRE ACCOUNT " AM-ACCOUNT-ID " " AM-ACCOUNT-NAME
041700         " STATUS " AM-STATUS " OPENED " AM-OPEN-DATE
041800         " BALANCE " WS-BALANCE-EDIT
041900         " LAST UPDATE " AM-LAST-UPDATE-DATE
042000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
042100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
042200
042300 3320-EXIT.
042400     EXIT.
042500******************************************************************
042600* 3330-APPLY-FREEZE THRU 3330-EXIT - ONLY AN ACTIVE ACCOUNT CAN
042700* BE FROZEN.  A FROZEN ACCOUNT STAYS ON THE MASTER WITH ITS
042800* BALANCE; THE CALCULATOR REFUSES TO POST TO IT.
042900******************************************************************
043000 3330-APPLY-FREEZE.
043100
043200     IF NOT WS-ACCT-FOUND
043300         MOVE "Y" TO WS-CARD-REJECT-SWITCH
043400         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
043500         GO TO 3330-EXIT
043600     END-IF
043700     IF AM-STATUS-CLOSED
043800         MOVE "Y" TO WS-CARD-REJECT-SWITCH
043900         MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
044000         GO TO 3330-EXIT
044100     END-IF
044200     IF AM-STATUS-FROZEN
044300         MOVE "Y" TO WS-CARD-REJECT-SWITCH
044400         MOVE "ACCOUNT ALREADY FROZEN" TO WS-REJECT-REASON
044500         GO TO 3330-EXIT
044600     END-IF
044700
044800     MOVE "F" TO AM-STATUS.
044900
045000 3330-EXIT.
045100     EXIT.
045200******************************************************************
045300* 3340-APPLY-UNFREEZE THRU 3340-EXIT - ONLY A FROZEN ACCOUNT CAN
045400* BE UNFROZEN, BACK TO ACTIVE.  A CLOSED ACCOUNT STAYS CLOSED.
045500******************************************************************
045600 3340-APPLY-UNFREEZE.
045700
045800     IF NOT WS-ACCT-FOUND
045900         MOVE "Y" TO WS-CARD-REJECT-SWITCH
046000         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
046100         GO TO 3340-EXIT
046200     END-IF
046300     IF NOT AM-STATUS-FROZEN
046400         MOVE "Y" TO WS-CARD-REJECT-SWITCH
046500         MOVE "ACCOUNT NOT FROZEN" TO WS-REJECT-REASON
046600         GO TO 3340-EXIT
046700     END-IF
046800
046900     MOVE "A" TO AM-STATUS.
047000
047100 3340-EXIT.
047200     EXIT.
047300******************************************************************
047400* 3350-APPLY-CLOSE THRU 3350-EXIT - AN ACTIVE OR FROZEN ACCOUNT
047500* WITH A ZERO BALANCE IS CLOSED.  A BALANCE STILL ON THE ACCOUNT
047600* HAS TO BE POSTED OFF THROUGH THE CALCULATOR FIRST, SO THE
047700* MONEY LEAVES BY A TRANSACTION ON AUDITLOG AND NOT BY A STATUS
047800* FLIP.  A CLOSED ACCOUNT IS NEVER DELETED - ITS HISTORY STAYS
047900* ON AUDITLOG UNDER THE SAME ID.
048000******************************************************************
048100 3350-APPLY-CLOSE.
048200
048300     IF NOT WS-ACCT-FOUND
048400         MOVE "Y" TO WS-CARD-REJECT-SWITCH
048500         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
048600         GO TO 3350-EXIT
048700     END-IF
048800     IF AM-STATUS-CLOSED
048900         MOVE "Y" TO WS-CARD-REJECT-SWITCH
049000         MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
049100         GO TO 3350-EXIT
049200     END-IF
049300     IF AM-BALANCE NOT = ZERO
049400         MOVE "Y" TO WS-CARD-REJECT-SWITCH
049500         MOVE "BALANCE NOT ZERO - ACCOUNT NOT CLOSED"
049600             TO WS-REJECT-REASON
049700         GO TO 3350-EXIT
049800     END-IF
049900
050000     MOVE "C" TO AM-STATUS.
050100
050200 3350-EXIT.
050300     EXIT.
050400******************************************************************
050500* 3360-APPLY-RENAME THRU 3360-EXIT - NEW ACCOUNT NAME ON AN
050600* ACCOUNT THAT IS NOT CLOSED.
050700******************************************************************
050800 3360-APPLY-RENAME.
050900
051000     IF NOT WS-ACCT-FOUND
051100         MOVE "Y" TO WS-CARD-REJECT-SWITCH
051200         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
051300         GO TO 3360-EXIT
051400     END-IF
051500     IF AM-STATUS-CLOSED
051600         MOVE "Y" TO WS-CARD-REJECT-SWITCH
051700         MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
051800         GO TO 3360-EXIT
051900     END-IF
052000
052100     MOVE AC-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
052200
052300 3360-EXIT.
052400     EXIT.
052500******************************************************************
052600* 3500-REWRITE-ACCOUNT THRU 3500-EXIT - WRITES THE CHANGED RECORD
052700* BACK TO ACCTMAST.  A FAILED REWRITE REJECTS THE CARD SO IT IS
052800* NEITHER AUDITED NOR REPORTED AS APPLIED.
052900******************************************************************
053000 3500-REWRITE-ACCOUNT.
053100
053200     REWRITE ACCOUNT-MASTER-RECORD
053300         INVALID KEY
053400             MOVE "Y" TO WS-CARD-REJECT-SWITCH
053500             MOVE "ACCOUNT MASTER REWRITE FAILED"
053600                 TO WS-REJECT-REASON
053700     END-REWRITE.
053800
053900 3500-EXIT.
054000     EXIT.
054100******************************************************************
054200* 3800-REPORT-APPLIED-CARD THRU 3800-EXIT - ONE REGISTER LINE PER
054300* SIDE OF AN APPLIED CHANGE, SHOWING THE BEFORE AND AFTER STATUS
054400* AND NAME THE CHANGE-AUDIT RECORD CARRIES.
054500******************************************************************
054600 3800-REPORT-APPLIED-CARD.
054700
054800     ADD 1 TO WS-APPLIED-COUNT
054900     MOVE SPACES TO WS-OUTPUT-TEXT
055000     STRING AC-FUNCTION " ACCOUNT " AM-ACCOUNT-ID
055100         " BEFORE STATUS " WS-BEFORE-STATUS
055200         " NAME " WS-BEFORE-NAME
055300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
055400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
055500     MOVE AM-BALANCE TO WS-BALANCE-EDIT
055600     MOVE SPACES TO WS-OUTPUT-TEXT
055700     STRING AC-FUNCTION " ACCOUNT " AM-ACCOUNT-ID
055800         " AFTER  STATUS " AM-STATUS
055900         " NAME " AM-ACCOUNT-NAME
056000         " OPENED " AM-OPEN-DATE
056100         " BALANCE " WS-BALANCE-EDIT " APPLIED"
056200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
056300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
056400
056500 3800-EXIT.
056600     EXIT.
056700******************************************************************
056800* 3900-REPORT-REJECTED-CARD THRU 3900-EXIT - ONE REGISTER LINE
056900* PER REJECTED CARD.  RETURN-CODE 8 MARKS THE RUN SO A REJECTED
057000* CARD CANNOT SLIP BY UNREAD IN AN UNATTENDED RUN.
057100******************************************************************
057200 3900-REPORT-REJECTED-CARD.
057300
057400     ADD 1 TO WS-REJECTED-COUNT
057500     MOVE SPACES TO WS-OUTPUT-TEXT
057600     STRING AC-FUNCTION " ACCOUNT " AC-ACCOUNT-ID
057700         " REJECTED - " WS-REJECT-REASON
057800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
057900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
058000     IF RETURN-CODE = ZERO
058100         MOVE 8 TO RETURN-CODE
058200     END-IF.
058300
058400 3900-EXIT.
058500     EXIT.
058600******************************************************************
058700* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
058800* TO ACCTMRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
058900******************************************************************
059000 4000-WRITE-OUTPUT-LINE.
059100
059200     IF WS-RPT-TO-REPORT
059300         MOVE SPACES TO PL-TEXT
059400         MOVE WS-OUTPUT-TEXT TO PL-TEXT
059500         WRITE CALC-PRINT-RECORD
059600     ELSE
059700         DISPLAY WS-OUTPUT-TEXT
059800     END-IF.
059900
060000 4000-EXIT.
060100     EXIT.
060200******************************************************************
060201* 5000-CONVERT-CONTROL THRU 5000-EXIT - FILE-DRIVEN LOOP OVER
060202* ACCTOLD IN KEY ORDER, ONE NEW ACCTMAST RECORD PER OLD ONE.
060203******************************************************************
060204 5000-CONVERT-CONTROL.
060205
060206     PERFORM 5100-CONVERT-ONE-ACCOUNT THRU 5100-EXIT
060207         UNTIL WS-AOLD-EOF OR WS-ABORT-REQUESTED.
060208
060209 5000-EXIT.
060210     EXIT.
060211******************************************************************
060212* 5100-CONVERT-ONE-ACCOUNT THRU 5100-EXIT - BALANCE AND LAST
060213* UPDATE CARRY OVER; THE ACCOUNT IS ACTIVE WITH A ZERO OPEN DATE
060214* AND A BLANK NAME UNTIL A RENAME CARD NAMES IT.  A FAILED READ
060215* OR WRITE LEAVES ACCTMAST INCOMPLETE AND ABORTS WITH
060216* RETURN-CODE 16.
060217******************************************************************
060218 5100-CONVERT-ONE-ACCOUNT.
060219
060220     READ ACCT-OLD-FILE
060221         AT END
060222             MOVE "Y" TO WS-AOLD-EOF-SWITCH
060223             GO TO 5100-EXIT
060224     END-READ
060225     IF WS-AOLD-FS NOT = "00"
060226         MOVE SPACES TO WS-OUTPUT-TEXT
060227         STRING "ACCTOLD READ FAILED - FILE STATUS " WS-AOLD-FS
060228             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
060229         PERFORM 5190-ABORT-CONVERSION THRU 5190-EXIT
060230         GO TO 5100-EXIT
060231     END-IF
060232
060233     INITIALIZE ACCOUNT-MASTER-RECORD
060234     MOVE AO-ACCOUNT-ID TO AM-ACCOUNT-ID
060235     MOVE AO-BALANCE TO AM-BALANCE
060236     MOVE AO-LAST-UPDATE-DATE TO AM-LAST-UPDATE-DATE
060237     MOVE SPACES TO AM-ACCOUNT-NAME
060238     MOVE ZERO TO AM-OPEN-DATE
060239     MOVE "A" TO AM-STATUS
060240     WRITE ACCOUNT-MASTER-RECORD
060241         INVALID KEY
060242             MOVE SPACES TO WS-OUTPUT-TEXT
060243             STRING "ACCTMAST WRITE FAILED FOR ACCOUNT "
060244                 AM-ACCOUNT-ID
060245                 " - FILE STATUS " WS-ACCT-FS
060246                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
060247             PERFORM 5190-ABORT-CONVERSION THRU 5190-EXIT
060248             GO TO 5100-EXIT
060249     END-WRITE
060250
060251     ADD 1 TO WS-CONVERTED-COUNT
060252     ADD AM-BALANCE TO WS-CONVERTED-TOTAL
060253     MOVE AM-BALANCE TO WS-BALANCE-EDIT
060254     MOVE SPACES TO WS-OUTPUT-TEXT
060255     STRING "CONVERT ACCOUNT " AM-ACCOUNT-ID
060256         " BALANCE " WS-BALANCE-EDIT
060257         " LAST UPDATE " AM-LAST-UPDATE-DATE " STATUS A"
060258         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
060259     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
060260
060261 5100-EXIT.
060262     EXIT.
060263******************************************************************
060264* 5190-ABORT-CONVERSION THRU 5190-EXIT - CLOSES THE FILES, WRITES
060265* THE REASON LEFT IN WS-OUTPUT-TEXT AND ABORTS THE CONVERT RUN
060266* WITH RETURN-CODE 16.
060267******************************************************************
060268 5190-ABORT-CONVERSION.
060269
060270     CLOSE ACCT-OLD-FILE
060271     CLOSE ACCT-FILE
060272     CLOSE ACCT-AUDIT-FILE
060273     MOVE "Y" TO WS-ABORT-SWITCH
060274     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
060275     MOVE "CONVERSION ABORTED - DELETE THE NEW ACCTMAST AND RERUN"
060276         TO WS-OUTPUT-TEXT
060277     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
060278     MOVE 16 TO RETURN-CODE.
060279
060280 5190-EXIT.
060281     EXIT.
060282******************************************************************
060300* 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT - ONE CHANGE-AUDIT
060400* RECORD PER APPLIED CHANGE, SAME SHAPE AS TABMAINT'S
060500* 7000-WRITE-CHANGE-AUDIT.  THE BEFORE IMAGE WAS TAKEN BY
060600* 3100-READ-ACCOUNT; THE AFTER IMAGE IS THE RECORD AREA AS
060700* WRITTEN BACK.
060800******************************************************************
060900 7000-WRITE-CHANGE-AUDIT.
061000
061100     INITIALIZE ACCOUNT-AUDIT-RECORD
061200     ACCEPT WS-CURRENT-DATE FROM DATE
061300     ACCEPT WS-CURRENT-TIME FROM TIME
061400     MOVE WS-CURRENT-DATE TO AA-RUN-DATE
061500     MOVE WS-CURRENT-TIME TO AA-RUN-TIME
061600     MOVE WS-MAINT-OPERATOR-ID TO AA-MAINT-OPERATOR-ID
061700     MOVE AC-FUNCTION TO AA-FUNCTION
061800     MOVE AM-ACCOUNT-ID TO AA-ACCOUNT-ID
061900     MOVE WS-BEFORE-STATUS TO AA-BEFORE-STATUS
062000     MOVE AM-STATUS TO AA-AFTER-STATUS
062100     MOVE WS-BEFORE-NAME TO AA-BEFORE-NAME
062200     MOVE AM-ACCOUNT-NAME TO AA-AFTER-NAME
062300     MOVE AM-OPEN-DATE TO AA-OPEN-DATE
062400     MOVE AM-BALANCE TO AA-BALANCE
062500     WRITE ACCOUNT-AUDIT-RECORD.
062600
062700 7000-EXIT.
062800     EXIT.
062900******************************************************************
063000* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS
063100* FOR THE MAINTENANCE REGISTER, OR FOR THE CONVERSION.
063200******************************************************************
063300 8000-SUMMARY-REPORT.
063400
063410     IF WS-CONVERT-RUN
063420         PERFORM 8100-CONVERSION-TOTALS THRU 8100-EXIT
063430         GO TO 8000-EXIT
063440     END-IF
063500     MOVE "END OF MAINTENANCE CONTROL TOTALS" TO WS-OUTPUT-TEXT
063600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
063700
063800     MOVE WS-CARD-READ-COUNT TO WS-COUNT-EDIT
063900     MOVE SPACES TO WS-OUTPUT-TEXT
064000     STRING "CARDS READ      " WS-COUNT-EDIT
064100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
064200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
064300
064400     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
064500     MOVE SPACES TO WS-OUTPUT-TEXT
064600     STRING "CARDS APPLIED   " WS-COUNT-EDIT
064700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
064800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
064900
065000     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
065100     MOVE SPACES TO WS-OUTPUT-TEXT
065200     STRING "CARDS REJECTED  " WS-COUNT-EDIT
065300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
065400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
065500
065600     MOVE WS-INQUIRY-COUNT TO WS-COUNT-EDIT
065700     MOVE SPACES TO WS-OUTPUT-TEXT
065800     STRING "INQUIRIES       " WS-COUNT-EDIT
065900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
066000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
066100
066200 8000-EXIT.
066300     EXIT.
066400******************************************************************
066404* 8100-CONVERSION-TOTALS THRU 8100-EXIT - THE ACCOUNT COUNT AND
066408* BALANCE TOTAL TO FOOT AGAINST THE OLD MASTER.
066412******************************************************************
066416 8100-CONVERSION-TOTALS.
066420
066424     MOVE "END OF CONVERSION CONTROL TOTALS" TO WS-OUTPUT-TEXT
066428     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066432
066436     MOVE WS-CONVERTED-COUNT TO WS-COUNT-EDIT
066440     MOVE SPACES TO WS-OUTPUT-TEXT
066444     STRING "ACCOUNTS CONVERTED " WS-COUNT-EDIT
066448         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
066452     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066456
066460     MOVE WS-CONVERTED-TOTAL TO WS-TOTAL-EDIT
066464     MOVE SPACES TO WS-OUTPUT-TEXT
066468     STRING "BALANCE TOTAL      " WS-TOTAL-EDIT
066472         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
066476     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
066480
066484 8100-EXIT.
066488     EXIT.
066492******************************************************************
066500* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED.
066600******************************************************************
066700 9999-TERMINATE.
066800
066900     IF NOT WS-ABORT-REQUESTED
067000         IF WS-CARD-FS = "00" OR WS-CARD-FS = "10"
067100             CLOSE ACCT-CARD-FILE
067200         END-IF
067300         CLOSE ACCT-AUDIT-FILE
067400         CLOSE ACCT-FILE
067410         IF WS-CONVERT-RUN
067420             CLOSE ACCT-OLD-FILE
067430         END-IF
067500     END-IF
067600     IF WS-RPT-TO-REPORT
067700         CLOSE ACCT-RPT-FILE
067800     END-IF.
067900
068000 9999-EXIT.
068100     EXIT.
068200 END PROGRAM ACCTMNT.

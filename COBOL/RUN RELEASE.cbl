000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        SUPERVISOR RELEASE OF A RUN THE OPERATOR
000700*                 CEILING HELD, IN PLACE OF RERUNNING THE BATCH
000800*                 UNDER A BIGGER CEILING OR EDITING THE RESULTOUT
000900*                 TRAILER BY HAND.  A RELEASE CARD NAMES THE RUN
001000*                 AND THE RELEASING SUPERVISOR.  THE RUN MUST
001100*                 HAVE CLOSED HELD ON RUNREG AND NOT BEEN BACKED
001200*                 OUT OR RELEASED ALREADY, THE SUPERVISOR MUST
001300*                 HAVE SUPERVISOR AUTHORITY ON OPERTAB AND MUST
001400*                 NOT BE THE OPERATOR WHO RAN THE BATCH, AND
001500*                 RESULTOUT MUST BE THAT RUN'S FILE, STILL HELD
001600*                 AND FOOTING TO ITS TRAILER.  ONLY THEN IS THE
001700*                 TRAILER FLIPPED TO RELEASED, A RELEASE AUDIT
001800*                 RECORD WRITTEN TO RLSAUDIT, A RELEASE ENTRY
001900*                 APPENDED TO RUNREG, AND A RELEASE SLIP PRINTED
002000*                 ON RLSSLIP.  A REFUSED RELEASE CHANGES NOTHING
002100*                 AND SAYS WHY.
002200* TECTONICS:      cobc
002300******************************************************************
002400* MODIFICATION HISTORY
002500* ----------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* 2026-10-15 RH    ORIGINAL VERSION - ONE RELEASE CARD (RLSCARD)
002800*                  PER RUN.  RESULTOUT IS COPIED TO A WORK FILE
002900*                  WITH THE TRAILER FLIPPED AND COPIED BACK, THE
003000*                  SAME WAY AUDITARC REWRITES AUDITLOG, SO A
003100*                  FAILURE PART WAY LEAVES THE HELD FILE WHOLE.
003200*                  A REFUSED RELEASE SETS RETURN-CODE 16.
003210* 2026-10-15 RH    A HELD RESTART FROM CHECKPOINT CAN NOW BE
003220*                  RELEASED - ITS RESULTOUT CARRIES THE HEADER OF
003230*                  THE RUN IT CONTINUED.  A FAILED RUNREG WRITE OF
003240*                  THE RELEASE ENTRY NOW SETS RETURN-CODE 16.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. RUNRLSE.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RELEASE-CARD-FILE ASSIGN TO "RLSCARD"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CARD-FS.
004200     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-OPER-FS.
004500     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RUNREG-FS.
004800     SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RESULT-FS.
005100     SELECT RELEASE-WORK-FILE ASSIGN TO "RLSWORK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-WORK-FS.
005400     SELECT RELEASE-AUDIT-FILE ASSIGN TO "RLSAUDIT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RLSAUD-FS.
005700     SELECT RELEASE-SLIP-FILE ASSIGN TO "RLSSLIP"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RELEASE-CARD-FILE.
006300     COPY CALCRLSC.
006400 FD  OPERATOR-FILE.
006500     COPY CALCOPR.
006600 FD  RUN-REGISTRY-FILE.
006700     COPY CALCRREG.
006800 FD  RESULT-FILE.
006900     COPY CALCRSLT.
007000 FD  RELEASE-WORK-FILE.
007100 01  RELEASE-WORK-RECORD         PIC X(76).
007200 FD  RELEASE-AUDIT-FILE.
007300     COPY CALCRLSA.
007400 FD  RELEASE-SLIP-FILE.
007500     COPY CALCPRT.
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800* RUN CONTROL SWITCHES
007900******************************************************************
008000 01  WS-SWITCHES.
008100     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
008200         88  WS-ABORT-REQUESTED      VALUE "Y".
008300     05  WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
008400         88  WS-OPER-EOF             VALUE "Y".
008500     05  WS-RUNREG-EOF-SWITCH    PIC X(01) VALUE "N".
008600         88  WS-RUNREG-EOF           VALUE "Y".
008700     05  WS-RESULT-EOF-SWITCH    PIC X(01) VALUE "N".
008800         88  WS-RESULT-EOF           VALUE "Y".
008900     05  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
009000         88  WS-WORK-EOF             VALUE "Y".
009100     05  WS-TARGET-OPEN-SWITCH   PIC X(01) VALUE "N".
009200         88  WS-TARGET-OPEN-FOUND    VALUE "Y".
009300     05  WS-TARGET-CLOSE-SWITCH  PIC X(01) VALUE "N".
009400         88  WS-TARGET-CLOSE-FOUND   VALUE "Y".
009500     05  WS-TARGET-REV-SWITCH    PIC X(01) VALUE "N".
009600         88  WS-TARGET-REVERSED      VALUE "Y".
009700     05  WS-TARGET-RLS-SWITCH    PIC X(01) VALUE "N".
009800         88  WS-TARGET-RELEASED      VALUE "Y".
009900     05  WS-SUPV-FOUND-SWITCH    PIC X(01) VALUE "N".
010000         88  WS-SUPV-FOUND           VALUE "Y".
010100     05  WS-SUPV-AUTH-SWITCH     PIC X(01) VALUE "N".
010200         88  WS-SUPV-AUTHORIZED      VALUE "Y".
010300     05  WS-BATCH-OPER-SWITCH    PIC X(01) VALUE "N".
010400         88  WS-BATCH-OPER-FOUND     VALUE "Y".
010500     05  WS-HEADER-SEEN-SWITCH   PIC X(01) VALUE "N".
010600         88  WS-HEADER-SEEN          VALUE "Y".
010700     05  WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE "N".
010800         88  WS-TRAILER-SEEN         VALUE "Y".
010900     05  WS-FILE-BAD-SWITCH      PIC X(01) VALUE "N".
011000         88  WS-FILE-BAD             VALUE "Y".
011100     05  WS-RLSAUD-OPEN-SWITCH   PIC X(01) VALUE "N".
011200         88  WS-RLSAUD-OPEN          VALUE "Y".
011300     05  WS-RELEASED-SWITCH      PIC X(01) VALUE "N".
011400         88  WS-RUN-RELEASED         VALUE "Y".
011500     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
011600         88  WS-RPT-TO-REPORT        VALUE "P".
011700         88  WS-RPT-TO-CONSOLE       VALUE "C".
011800 77  WS-OUTPUT-TEXT              PIC X(132).
011900 77  WS-REJECT-REASON            PIC X(60).
012000******************************************************************
012100* FILE STATUS FIELDS
012200******************************************************************
012300 77  WS-CARD-FS                  PIC X(02).
012400 77  WS-OPER-FS                  PIC X(02).
012500 77  WS-RUNREG-FS                PIC X(02).
012600 77  WS-RESULT-FS                PIC X(02).
012700 77  WS-WORK-FS                  PIC X(02).
012800 77  WS-RLSAUD-FS                PIC X(02).
012900 77  WS-RPT-FS                   PIC X(02).
013000******************************************************************
013100* THE RELEASE CARD - THE HELD RUN AND THE RELEASING SUPERVISOR
013200******************************************************************
013300 77  WS-TARGET-RUN-NUMBER        PIC 9(06) VALUE ZERO.
013400 77  WS-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
013500 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
013600 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
013700******************************************************************
013800* WHAT RUNREG SAYS ABOUT THE HELD RUN.  THE CLOSE ENTRY'S GRAND
013900* TOTAL IS THE HELD TOTAL THAT WENT PAST THE CEILING.  ON A
013910* RESTART FROM CHECKPOINT ITS RR-REVERSED-BY-RUN NAMES THE RUN
013920* WHOSE RESULTOUT HEADER THE RESTART CONTINUED (SEE CALCRREG).
014000******************************************************************
014100 77  WS-TARGET-RUN-DATE          PIC 9(06) VALUE ZERO.
014200 77  WS-TARGET-OPERATOR-ID       PIC X(08) VALUE SPACES.
014300 77  WS-TARGET-OUTCOME           PIC X(01) VALUE SPACE.
014400     88  WS-TARGET-HELD              VALUE "H".
014500 77  WS-TARGET-GRAND-TOTAL       PIC S9(9)V99 VALUE ZERO.
014600 77  WS-TARGET-REVERSED-BY       PIC 9(06) VALUE ZERO.
014650 77  WS-TARGET-RESTART-OF        PIC 9(06) VALUE ZERO.
014700 77  WS-RELEASED-BY-ID           PIC X(08) VALUE SPACES.
014800 77  WS-RELEASED-ON-DATE         PIC 9(06) VALUE ZERO.
014900******************************************************************
015000* THE BATCH OPERATOR'S CEILING FROM OPERTAB, FOR THE SLIP
015100******************************************************************
015200 77  WS-BATCH-CEILING            PIC 9(09)V99 VALUE ZERO.
015300******************************************************************
015400* WHAT RESULTOUT SAYS ABOUT ITSELF - HEADER IDENTIFICATION, THE
015500* FOOTED DETAIL COUNT AND HASH TOTAL, AND THE TRAILER FIGURES
015600* THEY MUST FOOT TO.
015700******************************************************************
015800 77  WS-HDR-RUN-NUMBER           PIC 9(06) VALUE ZERO.
015900 77  WS-HDR-OPERATOR-ID          PIC X(08) VALUE SPACES.
016000 77  WS-DETAIL-COUNT             PIC 9(06) VALUE ZERO.
016100 77  WS-HASH-TOTAL               PIC S9(9)V99 VALUE ZERO.
016200 77  WS-TRL-RECORD-COUNT         PIC 9(06) VALUE ZERO.
016300 77  WS-TRL-HASH-TOTAL           PIC S9(9)V99 VALUE ZERO.
016400 77  WS-TRL-HOLD-STATUS          PIC X(01) VALUE SPACE.
016500     88  WS-TRL-HELD                 VALUE "H".
016600******************************************************************
016700* COPY COUNTS - THE WORK FILE AND THE REWRITTEN RESULTOUT MUST
016800* EACH CARRY EVERY RECORD THE VERIFY PASS READ.
016900******************************************************************
017000 77  WS-RECORD-COUNT             PIC 9(06) COMP VALUE ZERO.
017100 77  WS-WORK-COUNT               PIC 9(06) COMP VALUE ZERO.
017200 77  WS-COPYBACK-COUNT           PIC 9(06) COMP VALUE ZERO.
017300******************************************************************
017400* EDITED FIELDS FOR THE SLIP
017500******************************************************************
017600 77  WS-COUNT-EDIT               PIC ZZZZZ9.
017700 77  WS-TOTAL-EDIT               PIC -(9)9.99.
017800 77  WS-CEILING-EDIT             PIC Z(8)9.99.
017900 PROCEDURE DIVISION.
018000******************************************************************
018100* MAIN-PROCEDURE - ENTRY POINT.  EVERY CHECK THAT CAN REFUSE THE
018200* RELEASE IS MADE BEFORE RESULTOUT IS TOUCHED.
018300******************************************************************
018400 MAIN-PROCEDURE.
018500
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018700     IF NOT WS-ABORT-REQUESTED
018800         PERFORM 1100-CHECK-REGISTRY THRU 1100-EXIT
018900     END-IF
019000     IF NOT WS-ABORT-REQUESTED
019100         PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT
019200     END-IF
019300     IF NOT WS-ABORT-REQUESTED
019400         PERFORM 1300-VERIFY-RESULT-FILE THRU 1300-EXIT
019500     END-IF
019600     IF NOT WS-ABORT-REQUESTED
019700         PERFORM 1400-OPEN-RELEASE-AUDIT THRU 1400-EXIT
019800     END-IF
019900     IF NOT WS-ABORT-REQUESTED
020000         PERFORM 2000-RELEASE-CONTROL THRU 2000-EXIT
020100     END-IF
020200     PERFORM 9999-TERMINATE THRU 9999-EXIT
020300
020400     STOP RUN.
020500******************************************************************
020600* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE SLIP AND READ THE ONE
020700* RELEASE CARD.  A MISSING CARD, A SECOND CARD, A RUN NUMBER
020800* THAT IS NOT SIX DIGITS OR A BLANK SUPERVISOR ID REFUSES THE
020900* RELEASE.
021000******************************************************************
021100 1000-INITIALIZE.
021200
021300     OPEN OUTPUT RELEASE-SLIP-FILE
021400     IF WS-RPT-FS = "00"
021500         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
021600     ELSE
021700         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
021800     END-IF
021900     ACCEPT WS-CURRENT-DATE FROM DATE
022000     ACCEPT WS-CURRENT-TIME FROM TIME
022100
022200     MOVE SPACES TO WS-OUTPUT-TEXT
022300     STRING "HELD RUN RELEASE - DATE " WS-CURRENT-DATE
022400         "  TIME " WS-CURRENT-TIME
022500         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
022600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
022700
022800     OPEN INPUT RELEASE-CARD-FILE
022900     IF WS-CARD-FS NOT = "00"
023000         MOVE "RELEASE CARD FILE NOT AVAILABLE"
023100             TO WS-REJECT-REASON
023200         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
023300         GO TO 1000-EXIT
023400     END-IF
023500     READ RELEASE-CARD-FILE
023600         AT END
023700             MOVE "NO RELEASE CARD ON RLSCARD" TO WS-REJECT-REASON
023800             PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
023900     END-READ
024000     IF WS-ABORT-REQUESTED
024100         CLOSE RELEASE-CARD-FILE
024200         GO TO 1000-EXIT
024300     END-IF
024400     MOVE RL-SUPERVISOR-ID TO WS-SUPERVISOR-ID
024500     MOVE SPACES TO WS-OUTPUT-TEXT
024600     STRING "RELEASE CARD - RUN " RL-RUN-NUMBER
024700         "  SUPERVISOR " WS-SUPERVISOR-ID
024800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
024900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
025000
025100     IF RL-RUN-NUMBER NOT NUMERIC
025200             OR RL-RUN-NUMBER-N = ZERO
025300         MOVE "RUN NUMBER MISSING OR NOT SIX DIGITS"
025400             TO WS-REJECT-REASON
025500         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
025600         CLOSE RELEASE-CARD-FILE
025700         GO TO 1000-EXIT
025800     END-IF
025900     MOVE RL-RUN-NUMBER-N TO WS-TARGET-RUN-NUMBER
026000     IF WS-SUPERVISOR-ID = SPACES
026100         MOVE "SUPERVISOR ID MISSING" TO WS-REJECT-REASON
026200         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
026300         CLOSE RELEASE-CARD-FILE
026400         GO TO 1000-EXIT
026500     END-IF
026600
026700     READ RELEASE-CARD-FILE
026800         NOT AT END
026900             MOVE "MORE THAN ONE RELEASE CARD - ONE RUN A RELEASE"
027000                 TO WS-REJECT-REASON
027100             PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
027200     END-READ
027300     CLOSE RELEASE-CARD-FILE.
027400
027500 1000-EXIT.
027600     EXIT.
027700******************************************************************
027800* 1100-CHECK-REGISTRY THRU 1100-EXIT - ONE PASS OVER RUNREG FOR
027900* THE RUN'S OPEN, CLOSE, REVERSAL AND RELEASE ENTRIES.  ONLY A
028000* RUN THAT CLOSED HELD, AND HAS BEEN NEITHER BACKED OUT NOR
028100* RELEASED SINCE, CAN BE RELEASED.
028200******************************************************************
028300 1100-CHECK-REGISTRY.
028400
028500     OPEN INPUT RUN-REGISTRY-FILE
028600     IF WS-RUNREG-FS NOT = "00"
028700         MOVE "RUN REGISTRY NOT AVAILABLE" TO WS-REJECT-REASON
028800         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
028900         GO TO 1100-EXIT
029000     END-IF
029100     PERFORM 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT
029200         UNTIL WS-RUNREG-EOF
029300     CLOSE RUN-REGISTRY-FILE
029400
029500     IF NOT WS-TARGET-OPEN-FOUND AND NOT WS-TARGET-CLOSE-FOUND
029600         MOVE "RUN NOT ON RUN REGISTRY" TO WS-REJECT-REASON
029700         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
029800         GO TO 1100-EXIT
029900     END-IF
030000     IF WS-TARGET-RELEASED
030100         MOVE SPACES TO WS-REJECT-REASON
030200         STRING "RUN ALREADY RELEASED BY " WS-RELEASED-BY-ID
030300             " ON " WS-RELEASED-ON-DATE
030400             DELIMITED BY SIZE INTO WS-REJECT-REASON
030500         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
030600         GO TO 1100-EXIT
030700     END-IF
030800     IF WS-TARGET-REVERSED
030900         MOVE SPACES TO WS-REJECT-REASON
031000         STRING "RUN WAS BACKED OUT BY RUN " WS-TARGET-REVERSED-BY
031100             " - NOTHING TO RELEASE"
031200             DELIMITED BY SIZE INTO WS-REJECT-REASON
031300         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
031400         GO TO 1100-EXIT
031500     END-IF
031600     IF NOT WS-TARGET-CLOSE-FOUND
031700         MOVE "RUN NEVER CLOSED - NO HELD RESULT FILE TO RELEASE"
031800             TO WS-REJECT-REASON
031900         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
032000         GO TO 1100-EXIT
032100     END-IF
032200     IF NOT WS-TARGET-HELD
032300         MOVE SPACES TO WS-REJECT-REASON
032400         STRING "RUN WAS NOT HELD - CLOSED WITH OUTCOME "
032500             WS-TARGET-OUTCOME
032600             DELIMITED BY SIZE INTO WS-REJECT-REASON
032700         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
032800         GO TO 1100-EXIT
032900     END-IF
033000
033100     MOVE WS-TARGET-GRAND-TOTAL TO WS-TOTAL-EDIT
033200     MOVE SPACES TO WS-OUTPUT-TEXT
033300     STRING "RUN " WS-TARGET-RUN-NUMBER " OF " WS-TARGET-RUN-DATE
033400         " BY OPERATOR " WS-TARGET-OPERATOR-ID
033500         " HELD WITH GRAND TOTAL " WS-TOTAL-EDIT
033600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
033700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
033800
033900 1100-EXIT.
034000     EXIT.
034100******************************************************************
034200* 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT
034300******************************************************************
034400 1110-READ-REGISTRY-ENTRY.
034500
034600     READ RUN-REGISTRY-FILE
034700         AT END
034800             MOVE "Y" TO WS-RUNREG-EOF-SWITCH
034900             GO TO 1110-EXIT
035000     END-READ
035100
035200     IF RR-RUN-NUMBER NOT = WS-TARGET-RUN-NUMBER
035300         GO TO 1110-EXIT
035400     END-IF
035500     EVALUATE TRUE
035600         WHEN RR-ENTRY-OPEN
035700             MOVE "Y" TO WS-TARGET-OPEN-SWITCH
035800             MOVE RR-RUN-DATE TO WS-TARGET-RUN-DATE
035900             MOVE RR-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
036000         WHEN RR-ENTRY-CLOSE
036100             MOVE "Y" TO WS-TARGET-CLOSE-SWITCH
036200             IF NOT WS-TARGET-OPEN-FOUND
036300                 MOVE RR-RUN-DATE TO WS-TARGET-RUN-DATE
036400                 MOVE RR-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
036500             END-IF
036600             MOVE RR-OUTCOME TO WS-TARGET-OUTCOME
036700             MOVE RR-GRAND-TOTAL TO WS-TARGET-GRAND-TOTAL
036710             IF NOT RR-OUTCOME-BACKOUT
036720                     AND RR-REVERSED-BY-RUN NUMERIC
036730                 MOVE RR-REVERSED-BY-RUN TO WS-TARGET-RESTART-OF
036740             END-IF
036800         WHEN RR-ENTRY-REVERSAL
036900             MOVE "Y" TO WS-TARGET-REV-SWITCH
037000             MOVE RR-REVERSED-BY-RUN TO WS-TARGET-REVERSED-BY
037100         WHEN RR-ENTRY-RELEASE
037200             MOVE "Y" TO WS-TARGET-RLS-SWITCH
037300             MOVE RR-OPERATOR-ID TO WS-RELEASED-BY-ID
037400             MOVE RR-RUN-DATE TO WS-RELEASED-ON-DATE
037500     END-EVALUATE.
037600
037700 1110-EXIT.
037800     EXIT.
037900******************************************************************
038000* 1200-CHECK-SUPERVISOR THRU 1200-EXIT - DUAL CONTROL.  THE
038100* RELEASING ID MUST BE ON OPERTAB WITH SUPERVISOR AUTHORITY AND
038200* MUST NOT BE THE OPERATOR WHO RAN THE BATCH.  THE BATCH
038300* OPERATOR'S CEILING IS PICKED UP ON THE SAME PASS FOR THE SLIP.
038400******************************************************************
038500 1200-CHECK-SUPERVISOR.
038600
038700     IF WS-SUPERVISOR-ID = WS-TARGET-OPERATOR-ID
038800         MOVE "SUPERVISOR RAN THE BATCH - SECOND PERSON REQUIRED"
038900             TO WS-REJECT-REASON
039000         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
039100         GO TO 1200-EXIT
039200     END-IF
039300
039400     OPEN INPUT OPERATOR-FILE
039500     IF WS-OPER-FS NOT = "00"
039600         MOVE "OPERATOR TABLE NOT AVAILABLE" TO WS-REJECT-REASON
039700         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
039800         GO TO 1200-EXIT
039900     END-IF
040000     PERFORM 1210-READ-OPERATOR-ENTRY THRU 1210-EXIT
040100         UNTIL WS-OPER-EOF
040200     CLOSE OPERATOR-FILE
040300
040400     IF NOT WS-SUPV-FOUND
040500         MOVE "SUPERVISOR ID NOT ON OPERTAB" TO WS-REJECT-REASON
040600         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
040700         GO TO 1200-EXIT
040800     END-IF
040900     IF NOT WS-SUPV-AUTHORIZED
041000         MOVE "ID HAS NO SUPERVISOR AUTHORITY ON OPERTAB"
041100             TO WS-REJECT-REASON
041200         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
041300     END-IF.
041400
041500 1200-EXIT.
041600     EXIT.
041700******************************************************************
041800* 1210-READ-OPERATOR-ENTRY THRU 1210-EXIT
041900******************************************************************
042000 1210-READ-OPERATOR-ENTRY.
042100
042200     READ OPERATOR-FILE
042300         AT END
042400             MOVE "Y" TO WS-OPER-EOF-SWITCH
042500             GO TO 1210-EXIT
042600     END-READ
042700
042800     IF CO-OPERATOR-ID = WS-SUPERVISOR-ID
042900         MOVE "Y" TO WS-SUPV-FOUND-SWITCH
043000         IF CO-SUPERVISOR
043100             MOVE "Y" TO WS-SUPV-AUTH-SWITCH
043200         END-IF
043300     END-IF
043400     IF CO-OPERATOR-ID = WS-TARGET-OPERATOR-ID
043500         MOVE "Y" TO WS-BATCH-OPER-SWITCH
043600         MOVE CO-RUN-CEILING TO WS-BATCH-CEILING
043700     END-IF.
043800
043900 1210-EXIT.
044000     EXIT.
044100******************************************************************
044200* 1300-VERIFY-RESULT-FILE THRU 1300-EXIT - PROVES RESULTOUT IS
044300* THE HELD RUN'S FILE: A HEADER CARRYING THE RUN NUMBER, A
044400* TRAILER STILL MARKED HELD, AND DETAILS THAT FOOT TO THE
044500* TRAILER'S COUNT AND HASH TOTAL - THE SAME CONTROLS GLPOST WILL
044600* APPLY ONCE IT IS RELEASED.  THE HEADER'S OPERATOR GETS THE SAME
044700* DUAL-CONTROL CHECK AS THE REGISTRY'S.  A RESTART FROM
044710* CHECKPOINT APPENDED TO THE RESULTOUT OF THE RUN IT CONTINUED,
044720* SO ITS FILE CARRIES THAT RUN'S NUMBER IN THE HEADER.
044800******************************************************************
044900 1300-VERIFY-RESULT-FILE.
045000
045100     OPEN INPUT RESULT-FILE
045200     IF WS-RESULT-FS NOT = "00"
045300         MOVE "RESULT FILE NOT AVAILABLE" TO WS-REJECT-REASON
045400         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
045500         GO TO 1300-EXIT
045600     END-IF
045700     PERFORM 1310-VERIFY-ONE-RECORD THRU 1310-EXIT
045800         UNTIL WS-RESULT-EOF OR WS-FILE-BAD
045900     CLOSE RESULT-FILE
046000
046100     IF WS-FILE-BAD
046200         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
046300         GO TO 1300-EXIT
046400     END-IF
046500     IF NOT WS-HEADER-SEEN
046600         MOVE "RESULT FILE HAS NO HEADER RECORD"
046700             TO WS-REJECT-REASON
046800         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
046900         GO TO 1300-EXIT
047000     END-IF
047100     IF WS-HDR-RUN-NUMBER NOT = WS-TARGET-RUN-NUMBER
047110             AND (WS-TARGET-RESTART-OF = ZERO
047120             OR WS-HDR-RUN-NUMBER NOT = WS-TARGET-RESTART-OF)
047200         MOVE SPACES TO WS-REJECT-REASON
047300         STRING "RESULTOUT HOLDS RUN " WS-HDR-RUN-NUMBER
047400             ", NOT RUN " WS-TARGET-RUN-NUMBER
047500             DELIMITED BY SIZE INTO WS-REJECT-REASON
047600         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
047700         GO TO 1300-EXIT
047800     END-IF
047900     IF WS-HDR-OPERATOR-ID = WS-SUPERVISOR-ID
048000         MOVE "SUPERVISOR RAN THE BATCH - SECOND PERSON REQUIRED"
048100             TO WS-REJECT-REASON
048200         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
048300         GO TO 1300-EXIT
048400     END-IF
048500     IF NOT WS-TRAILER-SEEN
048600         MOVE "RESULT FILE HAS NO TRAILER RECORD"
048700             TO WS-REJECT-REASON
048800         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
048900         GO TO 1300-EXIT
049000     END-IF
049100     IF NOT WS-TRL-HELD
049200         MOVE SPACES TO WS-REJECT-REASON
049300         STRING "RESULT FILE TRAILER IS NOT HELD - STATUS "
049400             WS-TRL-HOLD-STATUS
049500             DELIMITED BY SIZE INTO WS-REJECT-REASON
049600         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
049700         GO TO 1300-EXIT
049800     END-IF
049900     IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
050000             OR WS-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL
050100         MOVE "RESULT FILE DOES NOT FOOT TO ITS TRAILER"
050200             TO WS-REJECT-REASON
050300         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
050400     END-IF.
050500
050600 1300-EXIT.
050700     EXIT.
050800******************************************************************
050900* 1310-VERIFY-ONE-RECORD THRU 1310-EXIT - READS AND CLASSIFIES
051000* ONE RESULTOUT RECORD, THE WAY GLPOST'S 2100-VERIFY-ONE-RECORD
051100* DOES.  A MISPLACED HEADER, A RECORD AFTER THE TRAILER OR AN
051200* UNKNOWN RECORD TYPE MARKS THE FILE BAD.
051300******************************************************************
051400 1310-VERIFY-ONE-RECORD.
051500
051600     READ RESULT-FILE
051700         AT END
051800             MOVE "Y" TO WS-RESULT-EOF-SWITCH
051900             GO TO 1310-EXIT
052000     END-READ
052100     ADD 1 TO WS-RECORD-COUNT
052200
052300     IF WS-TRAILER-SEEN
052400         MOVE "Y" TO WS-FILE-BAD-SWITCH
052500         MOVE "RESULT FILE HAS RECORDS AFTER THE TRAILER"
052600             TO WS-REJECT-REASON
052700         GO TO 1310-EXIT
052800     END-IF
052900
053000     EVALUATE CR-RECORD-TYPE
053100         WHEN "HDR"
053200             IF WS-HEADER-SEEN OR WS-DETAIL-COUNT > ZERO
053300                 MOVE "Y" TO WS-FILE-BAD-SWITCH
053400                 MOVE "RESULT FILE HEADER DUPLICATE OR MISPLACED"
053500                     TO WS-REJECT-REASON
053600                 GO TO 1310-EXIT
053700             END-IF
053800             MOVE "Y" TO WS-HEADER-SEEN-SWITCH
053900             MOVE CRH-RUN-NUMBER TO WS-HDR-RUN-NUMBER
054000             MOVE CRH-OPERATOR-ID TO WS-HDR-OPERATOR-ID
054100         WHEN "DET"
054200             ADD 1 TO WS-DETAIL-COUNT
054300             ADD CR-RESULT TO WS-HASH-TOTAL
054400         WHEN "TRL"
054500             MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
054600             MOVE CRT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
054700             MOVE CRT-HASH-TOTAL TO WS-TRL-HASH-TOTAL
054800             MOVE CRT-HOLD-STATUS TO WS-TRL-HOLD-STATUS
054900         WHEN OTHER
055000             MOVE "Y" TO WS-FILE-BAD-SWITCH
055100             MOVE "RESULT FILE HAS AN UNRECOGNIZED RECORD TYPE"
055200                 TO WS-REJECT-REASON
055300     END-EVALUATE.
055400
055500 1310-EXIT.
055600     EXIT.
055700******************************************************************
055800* 1400-OPEN-RELEASE-AUDIT THRU 1400-EXIT - RLSAUDIT IS OPENED
055900* BEFORE RESULTOUT IS TOUCHED, SO A RELEASE THAT COULD NOT BE
056000* AUDITED IS NEVER MADE.  A FIRST-EVER RELEASE CREATES THE FILE.
056100******************************************************************
056200 1400-OPEN-RELEASE-AUDIT.
056300
056400     OPEN EXTEND RELEASE-AUDIT-FILE
056500     IF WS-RLSAUD-FS NOT = "00"
056600         OPEN OUTPUT RELEASE-AUDIT-FILE
056700     END-IF
056800     IF WS-RLSAUD-FS NOT = "00"
056900         MOVE "RELEASE AUDIT FILE NOT OPENABLE"
057000             TO WS-REJECT-REASON
057100         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
057200         GO TO 1400-EXIT
057300     END-IF
057400     MOVE "Y" TO WS-RLSAUD-OPEN-SWITCH.
057500
057600 1400-EXIT.
057700     EXIT.
057800******************************************************************
057900* 2000-RELEASE-CONTROL THRU 2000-EXIT - COPIES RESULTOUT TO THE
058000* WORK FILE WITH THE TRAILER FLIPPED TO RELEASED, COPIES THE WORK
058100* FILE BACK OVER RESULTOUT, THEN AUDITS THE RELEASE, MARKS IT ON
058200* RUNREG AND PRINTS THE SLIP.
058300******************************************************************
058400 2000-RELEASE-CONTROL.
058500
058600     PERFORM 2100-WRITE-WORK-COPY THRU 2100-EXIT
058700     IF WS-ABORT-REQUESTED
058800         GO TO 2000-EXIT
058900     END-IF
059000     PERFORM 2200-REWRITE-RESULT-FILE THRU 2200-EXIT
059100     IF WS-ABORT-REQUESTED
059200         GO TO 2000-EXIT
059300     END-IF
059400     PERFORM 2300-WRITE-RELEASE-AUDIT THRU 2300-EXIT
059500     PERFORM 2400-MARK-RUN-REGISTRY THRU 2400-EXIT
059600     PERFORM 5000-PRINT-RELEASE-SLIP THRU 5000-EXIT.
059700
059800 2000-EXIT.
059900     EXIT.
060000******************************************************************
060100* 2100-WRITE-WORK-COPY THRU 2100-EXIT - RESULTOUT TO RLSWORK,
060200* RECORD FOR RECORD, WITH CRT-HOLD-STATUS SET TO RELEASED ON THE
060300* TRAILER.  RESULTOUT IS ONLY READ HERE, SO ANY FAILURE STILL
060400* LEAVES THE HELD FILE AS IT WAS.
060500******************************************************************
060600 2100-WRITE-WORK-COPY.
060700
060800     OPEN INPUT RESULT-FILE
060900     IF WS-RESULT-FS NOT = "00"
061000         MOVE "RESULT FILE NOT REOPENABLE" TO WS-REJECT-REASON
061100         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
061200         GO TO 2100-EXIT
061300     END-IF
061400     OPEN OUTPUT RELEASE-WORK-FILE
061500     IF WS-WORK-FS NOT = "00"
061600         MOVE "RELEASE WORK FILE NOT OPENABLE" TO WS-REJECT-REASON
061700         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
061800         CLOSE RESULT-FILE
061900         GO TO 2100-EXIT
062000     END-IF
062100     MOVE "N" TO WS-RESULT-EOF-SWITCH
062200     PERFORM 2110-COPY-ONE-RESULT THRU 2110-EXIT
062300         UNTIL WS-RESULT-EOF
062400     CLOSE RESULT-FILE
062500     CLOSE RELEASE-WORK-FILE
062600
062700     IF WS-WORK-COUNT NOT = WS-RECORD-COUNT
062800         MOVE "WORK COPY SHORT - RESULT FILE LEFT HELD"
062900             TO WS-REJECT-REASON
063000         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
063100     END-IF.
063200
063300 2100-EXIT.
063400     EXIT.
063500******************************************************************
063600* 2110-COPY-ONE-RESULT THRU 2110-EXIT
063700******************************************************************
063800 2110-COPY-ONE-RESULT.
063900
064000     READ RESULT-FILE
064100         AT END
064200             MOVE "Y" TO WS-RESULT-EOF-SWITCH
064300             GO TO 2110-EXIT
064400     END-READ
064500     IF CRT-TYPE-TRAILER
064600         MOVE "R" TO CRT-HOLD-STATUS
064700     END-IF
064800     WRITE RELEASE-WORK-RECORD FROM CALC-RESULT-RECORD
064900     IF WS-WORK-FS = "00"
065000         ADD 1 TO WS-WORK-COUNT
065100     END-IF.
065200
065300 2110-EXIT.
065400     EXIT.
065500******************************************************************
065600* 2200-REWRITE-RESULT-FILE THRU 2200-EXIT - COPIES THE WORK FILE
065700* BACK OVER RESULTOUT.  IF RESULTOUT WILL NOT REOPEN, THE
065800* RELEASED COPY IS STILL ON RLSWORK AND THE SLIP SAYS SO.
065900******************************************************************
066000 2200-REWRITE-RESULT-FILE.
066100
066200     OPEN INPUT RELEASE-WORK-FILE
066300     IF WS-WORK-FS NOT = "00"
066400         MOVE "WORK FILE NOT READABLE - RESULT FILE LEFT HELD"
066500             TO WS-REJECT-REASON
066600         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
066700         GO TO 2200-EXIT
066800     END-IF
066900     OPEN OUTPUT RESULT-FILE
067000     IF WS-RESULT-FS NOT = "00"
067100         MOVE "RESULT FILE NOT REWRITABLE - RELEASED ON RLSWORK"
067200             TO WS-REJECT-REASON
067300         PERFORM 2900-REFUSE-RELEASE THRU 2900-EXIT
067400         CLOSE RELEASE-WORK-FILE
067500         GO TO 2200-EXIT
067600     END-IF
067700     PERFORM 2210-COPY-ONE-WORK-RECORD THRU 2210-EXIT
067800         UNTIL WS-WORK-EOF
067900     CLOSE RELEASE-WORK-FILE
068000     CLOSE RESULT-FILE
068100     MOVE "Y" TO WS-RELEASED-SWITCH
068200
068300     IF WS-COPYBACK-COUNT NOT = WS-RECORD-COUNT
068400         MOVE SPACES TO WS-OUTPUT-TEXT
068500         STRING "*** RESULT FILE REWRITE SHORT - RECOPY "
068600             "RLSWORK TO "
068700             "RESULTOUT BEFORE POSTING"
068800             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
068900         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
069000         MOVE 16 TO RETURN-CODE
069100     END-IF.
069200
069300 2200-EXIT.
069400     EXIT.
069500******************************************************************
069600* 2210-COPY-ONE-WORK-RECORD THRU 2210-EXIT
069700******************************************************************
069800 2210-COPY-ONE-WORK-RECORD.
069900
070000     READ RELEASE-WORK-FILE
070100         AT END
070200             MOVE "Y" TO WS-WORK-EOF-SWITCH
070300             GO TO 2210-EXIT
070400     END-READ
070500     WRITE CALC-RESULT-RECORD FROM RELEASE-WORK-RECORD
070600     IF WS-RESULT-FS = "00"
070700         ADD 1 TO WS-COPYBACK-COUNT
070800     END-IF.
070900
071000 2210-EXIT.
071100     EXIT.
071200******************************************************************
071300* 2300-WRITE-RELEASE-AUDIT THRU 2300-EXIT - WHO RELEASED THE RUN
071400* AND WHEN, WHO RAN IT, AND THE HELD TOTAL AGAINST THE CEILING.
071500******************************************************************
071600 2300-WRITE-RELEASE-AUDIT.
071700
071800     ACCEPT WS-CURRENT-TIME FROM TIME
071900     INITIALIZE RELEASE-AUDIT-RECORD
072000     MOVE WS-TARGET-RUN-NUMBER TO RA-RUN-NUMBER
072100     MOVE WS-CURRENT-DATE TO RA-RELEASE-DATE
072200     MOVE WS-CURRENT-TIME TO RA-RELEASE-TIME
072300     MOVE WS-SUPERVISOR-ID TO RA-SUPERVISOR-ID
072400     MOVE WS-TARGET-OPERATOR-ID TO RA-BATCH-OPERATOR-ID
072500     MOVE WS-TARGET-RUN-DATE TO RA-RUN-DATE
072600     MOVE WS-TARGET-GRAND-TOTAL TO RA-HELD-TOTAL
072700     MOVE WS-BATCH-CEILING TO RA-OPERATOR-CEILING
072800     MOVE WS-TRL-RECORD-COUNT TO RA-RECORD-COUNT
072900     MOVE WS-TRL-HASH-TOTAL TO RA-HASH-TOTAL
073000     WRITE RELEASE-AUDIT-RECORD
073100     IF WS-RLSAUD-FS NOT = "00"
073200         MOVE "*** RELEASE AUDIT RECORD NOT WRITTEN - SEE SLIP"
073300             TO WS-OUTPUT-TEXT
073400         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
073500         MOVE 16 TO RETURN-CODE
073600     END-IF.
073700
073800 2300-EXIT.
073900     EXIT.
074000******************************************************************
074100* 2400-MARK-RUN-REGISTRY THRU 2400-EXIT - APPENDS THE RELEASE
074200* ENTRY (TYPE L) UNDER THE HELD RUN'S NUMBER, WHICH BLOCKS A
074300* SECOND RELEASE AND TELLS PERDCLOS THE RUN IS NO LONGER HELD.
074310* IF THE ENTRY CANNOT BE OPENED OR WRITTEN THE FILE IS RELEASED
074320* BUT THE REGISTRY STILL SAYS HELD - RETURN-CODE 16.
074400******************************************************************
074500 2400-MARK-RUN-REGISTRY.
074600
074700     OPEN EXTEND RUN-REGISTRY-FILE
074800     IF WS-RUNREG-FS NOT = "00"
074900         MOVE SPACES TO WS-OUTPUT-TEXT
075000         STRING "*** RUN REGISTRY NOT OPENABLE - RELEASE NOT "
075100             "MARKED, PERIOD CLOSE WILL STILL SEE THE RUN HELD"
075200             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
075300         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
075400         MOVE 16 TO RETURN-CODE
075500         GO TO 2400-EXIT
075600     END-IF
075700     INITIALIZE RUN-REGISTRY-RECORD
075800     MOVE WS-TARGET-RUN-NUMBER TO RR-RUN-NUMBER
075900     MOVE "L" TO RR-ENTRY-TYPE
076000     MOVE WS-CURRENT-DATE TO RR-RUN-DATE
076100     MOVE WS-CURRENT-TIME TO RR-RUN-TIME
076200     MOVE WS-SUPERVISOR-ID TO RR-OPERATOR-ID
076300     MOVE WS-TRL-RECORD-COUNT TO RR-RESULT-COUNT
076400     MOVE WS-TARGET-GRAND-TOTAL TO RR-GRAND-TOTAL
076500     WRITE RUN-REGISTRY-RECORD
076510     IF WS-RUNREG-FS NOT = "00"
076520         MOVE SPACES TO WS-OUTPUT-TEXT
076530         STRING "*** RUN REGISTRY WRITE FAILED - RELEASE NOT "
076540             "MARKED, PERIOD CLOSE WILL STILL SEE THE RUN HELD"
076550             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
076560         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
076570         MOVE 16 TO RETURN-CODE
076580     END-IF
076600     CLOSE RUN-REGISTRY-FILE.
076700
076800 2400-EXIT.
076900     EXIT.
077000******************************************************************
077100* 2900-REFUSE-RELEASE THRU 2900-EXIT - COMMON REFUSAL ACTION.
077200* RETURN-CODE 16 MARKS THE STEP FOR THE SCHEDULER.
077300******************************************************************
077400 2900-REFUSE-RELEASE.
077500
077600     MOVE "Y" TO WS-ABORT-SWITCH
077700     MOVE SPACES TO WS-OUTPUT-TEXT
077800     STRING "RELEASE REFUSED - " WS-REJECT-REASON
077900         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
078000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
078100     MOVE 16 TO RETURN-CODE.
078200
078300 2900-EXIT.
078400     EXIT.
078500******************************************************************
078600* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
078700* TO RLSSLIP IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
078800******************************************************************
078900 4000-WRITE-OUTPUT-LINE.
079000
079100     IF WS-RPT-TO-REPORT
079200         MOVE SPACES TO PL-TEXT
079300         MOVE WS-OUTPUT-TEXT TO PL-TEXT
079400         WRITE CALC-PRINT-RECORD
079500     ELSE
079600         DISPLAY WS-OUTPUT-TEXT
079700     END-IF.
079800
079900 4000-EXIT.
080000     EXIT.
080100******************************************************************
080200* 5000-PRINT-RELEASE-SLIP THRU 5000-EXIT - THE SIGNED RECORD OF
080300* THE RELEASE THAT GOES WITH THE RUN'S PAPERWORK.
080400******************************************************************
080500 5000-PRINT-RELEASE-SLIP.
080600
080700     MOVE ALL "-" TO WS-OUTPUT-TEXT
080800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080900     MOVE SPACES TO WS-OUTPUT-TEXT
081000     STRING "RELEASE SLIP - CEILING-HELD RUN "
081100         WS-TARGET-RUN-NUMBER
081200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
081300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
081400
081500     MOVE SPACES TO WS-OUTPUT-TEXT
081600     STRING "RUN DATE           " WS-TARGET-RUN-DATE
081700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
081800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
081900
082000     MOVE SPACES TO WS-OUTPUT-TEXT
082100     IF WS-BATCH-OPER-FOUND
082200         MOVE WS-BATCH-CEILING TO WS-CEILING-EDIT
082300         STRING "BATCH OPERATOR     " WS-TARGET-OPERATOR-ID
082400             "   CEILING " WS-CEILING-EDIT
082500             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
082600     ELSE
082700         STRING "BATCH OPERATOR     " WS-TARGET-OPERATOR-ID
082800             "   NO LONGER ON OPERTAB"
082900             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
083000     END-IF
083100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
083200
083300     MOVE WS-TARGET-GRAND-TOTAL TO WS-TOTAL-EDIT
083400     MOVE SPACES TO WS-OUTPUT-TEXT
083500     STRING "HELD GRAND TOTAL   " WS-TOTAL-EDIT
083600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
083700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
083800
083900     MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-EDIT
084000     MOVE WS-TRL-HASH-TOTAL TO WS-TOTAL-EDIT
084100     MOVE SPACES TO WS-OUTPUT-TEXT
084200     STRING "RESULT RECORDS     " WS-COUNT-EDIT
084300         "   HASH TOTAL " WS-TOTAL-EDIT
084400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
084500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
084600
084700     MOVE SPACES TO WS-OUTPUT-TEXT
084800     STRING "RELEASED BY        " WS-SUPERVISOR-ID
084900         "   ON " WS-CURRENT-DATE " AT " WS-CURRENT-TIME
085000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
085100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085200
085300     MOVE "TRAILER STATUS     H TO R - RESULTOUT MAY BE POSTED"
085400         TO WS-OUTPUT-TEXT
085500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085600
085700     MOVE SPACES TO WS-OUTPUT-TEXT
085800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085900     MOVE "SUPERVISOR SIGNATURE  ______________________________"
086000         TO WS-OUTPUT-TEXT
086100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
086200     MOVE ALL "-" TO WS-OUTPUT-TEXT
086300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
086400
086500 5000-EXIT.
086600     EXIT.
086700******************************************************************
086800* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED.
086900******************************************************************
087000 9999-TERMINATE.
087100
087200     IF WS-RLSAUD-OPEN
087300         CLOSE RELEASE-AUDIT-FILE
087400     END-IF
087500     IF WS-ABORT-REQUESTED AND NOT WS-RUN-RELEASED
087600         MOVE "RELEASE REFUSED - RESULT FILE LEFT HELD"
087700             TO WS-OUTPUT-TEXT
087800         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
087900     END-IF
088000     IF WS-RPT-TO-REPORT
088100         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
088200         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
088300         CLOSE RELEASE-SLIP-FILE
088400     END-IF.
088500
088600 9999-EXIT.
088700     EXIT.
088800 END PROGRAM RUNRLSE.

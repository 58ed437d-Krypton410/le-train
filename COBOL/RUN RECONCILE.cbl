000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        DAILY RUN RECONCILIATION.  EVERY PROGRAM CHECKS
000700*                 ITSELF, BUT NOTHING CHECKED THAT THE PIECES
000800*                 AGREE WITH EACH OTHER.  THIS JOB LISTS EVERY
000900*                 RUN OPENED ON RUNREG FOR ONE DAY AND TIES EACH
001000*                 RUN'S RESULT COUNT, REJECT COUNT AND GRAND TOTAL
001100*                 TO WHAT AUDITLOG (AND ANY ARCHIVED GENERATION
001200*                 FROM THAT DAY ON) HOLDS UNDER THE SAME RUN
001300*                 NUMBER, THEN LOOKS THE RUN UP ON GLPOST'S
001400*                 POSTRUNS FILE.  IT FLAGS RUNS THAT DIED (OPEN
001500*                 ENTRY, NO CLOSE), HELD OR STOPPED RUNS STILL
001600*                 WAITING, COUNT AND TOTAL MISMATCHES, AND RUNS
001700*                 THAT SHOULD HAVE REACHED GL BUT NEVER DID - ONE
001800*                 MORNING EXCEPTION LIST ON RECONRPT IN PLACE OF
001900*                 FOUR REPORTS CHECKED BY HAND.
002000* TECTONICS:      cobc
002100******************************************************************
002200* MODIFICATION HISTORY
002300* ----------------------------------------------------------------
002400* DATE       INIT  DESCRIPTION
002500* 2026-10-15 RH    ORIGINAL VERSION - OPTIONAL RUN DATE (YYMMDD)
002600*                  ON THE COMMAND LINE, TODAY IF OMITTED.  A
002700*                  BACKOUT RUN (OUTCOME B) TIES LIKE ANY OTHER RUN
002800*                  AND IS DUE ON GL ONLY IF THE RUN IT REVERSED
002900*                  WAS POSTED.  A REVERSAL ENTRY (TYPE V) MARKS
003000*                  ITS RUN BACKED OUT AND A RELEASE ENTRY (TYPE L)
003100*                  MARKS A HELD RUN RELEASED AND SO DUE ON GL.  AN
003200*                  INTERACTIVE SESSION WRITES NO RESULT FILE, SO
003300*                  ONLY ITS REJECTS AND TOTAL ARE TIED.  ANY
003400*                  EXCEPTION SETS RETURN-CODE 8, AS DOES AN
003410*                  ARCHDIR WITH MORE GENERATIONS THAN THE TABLE
003420*                  HOLDS.
003430* 2026-10-15 RH    A RESTART FROM CHECKPOINT (RR-REVERSED-BY-RUN
003435*                  ON ITS CLOSE ENTRY) NOW TIES NET OF THE RESULTS
003440*                  IT CARRIED FROM THE CHECKPOINT AND IS LOOKED UP
003445*                  ON POSTRUNS UNDER THE RUN WHOSE RESULTOUT IT
003450*                  CONTINUED; A STOPPED RUN A LATER RUN RESUMED IS
003455*                  NO LONGER WAITING OR DUE ON GL.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. RUNRECON.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RUNREG-FS.
004400     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-FS.
004700     SELECT ARCHDIR-FILE ASSIGN TO "ARCHDIR"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ARCHDIR-FS.
005000     SELECT POSTED-RUNS-FILE ASSIGN TO "POSTRUNS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS PR-RUN-NUMBER
005400         FILE STATUS IS WS-PRUN-FS.
005500     SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-FS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUN-REGISTRY-FILE.
006100     COPY CALCRREG.
006200 FD  AUDIT-FILE.
006300     COPY CALCAUD.
006400 FD  ARCHDIR-FILE.
006500     COPY CALCARCD.
006600 FD  POSTED-RUNS-FILE.
006700     COPY CALCPRUN.
006800 FD  RECON-RPT-FILE.
006900     COPY CALCPRT.
007000 WORKING-STORAGE SECTION.
007100******************************************************************
007200* RUN CONTROL SWITCHES
007300******************************************************************
007400 01  WS-SWITCHES.
007500     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007600         88  WS-ABORT-REQUESTED      VALUE "Y".
007700     05  WS-RUNREG-EOF-SWITCH    PIC X(01) VALUE "N".
007800         88  WS-RUNREG-EOF           VALUE "Y".
007900     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
008000         88  WS-AUDIT-EOF            VALUE "Y".
008100     05  WS-ARCHDIR-EOF-SWITCH   PIC X(01) VALUE "N".
008200         88  WS-ARCHDIR-EOF          VALUE "Y".
008300     05  WS-RUN-FOUND-SWITCH     PIC X(01) VALUE "N".
008400         88  WS-RUN-FOUND            VALUE "Y".
008500     05  WS-PRUN-OPEN-SWITCH     PIC X(01) VALUE "N".
008600         88  WS-PRUN-OPEN            VALUE "Y".
008700     05  WS-PRUN-CHECK-SWITCH    PIC X(01) VALUE "Y".
008800         88  WS-PRUN-CHECKABLE       VALUE "Y".
008900     05  WS-POSTED-SWITCH        PIC X(01) VALUE "N".
009000         88  WS-RUN-POSTED           VALUE "Y".
009100     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
009200         88  WS-RPT-TO-REPORT        VALUE "P".
009300         88  WS-RPT-TO-CONSOLE       VALUE "C".
009400 77  WS-OUTPUT-TEXT              PIC X(132).
009500 77  WS-REJECT-REASON            PIC X(60).
009600 77  WS-EXCEPTION-TEXT           PIC X(100).
009700******************************************************************
009800* FILE STATUS FIELDS
009900******************************************************************
010000 77  WS-RUNREG-FS                PIC X(02).
010100 77  WS-AUDIT-FS                 PIC X(02).
010200 77  WS-ARCHDIR-FS               PIC X(02).
010300 77  WS-PRUN-FS                  PIC X(02).
010400 77  WS-RPT-FS                   PIC X(02).
010500******************************************************************
010600* SCAN TARGET - THE ONE SCAN LOOP IS POINTED AT EACH ARCHIVE
010700* GENERATION IN TURN AND THEN AT THE LIVE LOG BY SWAPPING THIS
010800* FILE NAME, THE SAME CONVENTION AUDITQRY AND RUNBKOUT USE.
010900******************************************************************
011000 77  WS-AUDIT-FILE-NAME          PIC X(30) VALUE "AUDITLOG".
011100******************************************************************
011200* COMMAND-LINE PARAMETER - THE RUN DATE TO RECONCILE (YYMMDD).
011300* OPTIONAL; TODAY WHEN OMITTED.
011400******************************************************************
011500 01  WS-PARM-LINE                PIC X(40).
011600 01  WS-PARM-AREA.
011700     05  WS-PARM-RUN-DATE        PIC X(06).
011800     05  WS-PARM-RUN-DATE-N REDEFINES WS-PARM-RUN-DATE
011900                                 PIC 9(06).
012000 77  WS-RECON-DATE               PIC 9(06) VALUE ZERO.
012100 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
012200 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
012300******************************************************************
012400* ARCHIVE DIRECTORY TABLE - SAME SHAPE AND LIMIT AS AUDITQRY'S.
012500* A GENERATION THAT ENDS BEFORE THE RECONCILIATION DATE CANNOT
012600* HOLD ANY OF THE DAY'S RUNS AND IS NEVER OPENED.
012700******************************************************************
012800 77  WS-ARCH-COUNT               PIC 9(03) COMP VALUE ZERO.
012900 01  WS-ARCHIVE-DIR-TABLE.
013000     05  WS-ARCH-ENTRY OCCURS 1 TO 60 TIMES
013100             DEPENDING ON WS-ARCH-COUNT
013200             INDEXED BY WS-ARCH-IDX.
013300         10  WS-AD-FROM-DATE     PIC 9(06).
013400         10  WS-AD-TO-DATE       PIC 9(06).
013500         10  WS-AD-FILE-NAME     PIC X(30).
013600******************************************************************
013700* THE DAY'S RUNS - ONE ROW PER RUN WHOSE OPEN ENTRY IS DATED ON
013800* THE RECONCILIATION DATE, CARRYING WHAT ITS CLOSE ENTRY SAYS,
013900* WHETHER A REVERSAL OR RELEASE ENTRY HAS SINCE NAMED IT, AND
014000* WHAT THE AUDIT SCAN FOUND UNDER ITS NUMBER.  ON A BACKOUT RUN
014100* WS-RT-TARGET-RUN IS THE RUN IT BACKED OUT.  ON A RESTART FROM
014110* CHECKPOINT WS-RT-RESTART-OF IS THE RUN WHOSE RESULTOUT IT
014120* CONTINUED AND WS-RT-CKPT-COUNT THE RESULTS IT CARRIED FROM THE
014130* CHECKPOINT; A STOPPED RUN THAT A LATER RUN PICKED UP IS MARKED
014140* RESUMED BY IT.
014200******************************************************************
014300 77  WS-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
014400 01  WS-RUN-TABLE.
014500     05  WS-RUN-ENTRY OCCURS 1 TO 500 TIMES
014600             DEPENDING ON WS-RUN-COUNT
014700             INDEXED BY WS-RUN-IDX WS-PRIOR-IDX.
014800         10  WS-RT-RUN-NUMBER    PIC 9(06).
014900         10  WS-RT-RUN-TIME      PIC 9(08).
015000         10  WS-RT-OPERATOR-ID   PIC X(08).
015100         10  WS-RT-CLOSE-FLAG    PIC X(01).
015200             88  WS-RT-CLOSED        VALUE "Y".
015300         10  WS-RT-OUTCOME       PIC X(01).
015400             88  WS-RT-CLEAN         VALUE "C".
015500             88  WS-RT-STOPPED       VALUE "S".
015600             88  WS-RT-HELD          VALUE "H".
015700             88  WS-RT-ABORTED       VALUE "A".
015800             88  WS-RT-BACKOUT       VALUE "B".
015900         10  WS-RT-TRANS-COUNT   PIC 9(06).
016000         10  WS-RT-RESULT-COUNT  PIC 9(06).
016100         10  WS-RT-REJECT-COUNT  PIC 9(06).
016200         10  WS-RT-GRAND-TOTAL   PIC S9(9)V99.
016300         10  WS-RT-TARGET-RUN    PIC 9(06).
016310         10  WS-RT-RESTART-OF    PIC 9(06).
016320         10  WS-RT-CKPT-COUNT    PIC 9(06).
016330         10  WS-RT-RESUMED-FLAG  PIC X(01).
016340             88  WS-RT-RESUMED       VALUE "Y".
016350         10  WS-RT-RESUMED-BY    PIC 9(06).
016400         10  WS-RT-REVERSED-FLAG PIC X(01).
016500             88  WS-RT-REVERSED      VALUE "Y".
016600         10  WS-RT-REVERSED-BY   PIC 9(06).
016700         10  WS-RT-RELEASED-FLAG PIC X(01).
016800             88  WS-RT-RELEASED      VALUE "Y".
016900         10  WS-RT-RELEASED-BY   PIC X(08).
017000         10  WS-RT-AUDIT-COUNT   PIC 9(06) COMP.
017100         10  WS-RT-AUDIT-REJECTS PIC 9(06) COMP.
017200         10  WS-RT-AUDIT-TOTAL   PIC S9(9)V99.
017300 77  WS-RUN-FULL-COUNT           PIC 9(06) COMP VALUE ZERO.
017400 77  WS-LOW-RUN-NUMBER           PIC 9(06) VALUE ZERO.
017500 77  WS-HIGH-RUN-NUMBER          PIC 9(06) VALUE ZERO.
017600 77  WS-SEARCH-RUN-NUMBER        PIC 9(06) VALUE ZERO.
017605******************************************************************
017615* RESTART TRACKING (SEE 1130-TRACK-RESTART) - THE ONE STOPPED RUN
017625* WHOSE CHECKPOINT IS STILL WAITING, AND WHAT THE CLOSE ENTRY IN
017635* HAND SAYS IT RESTARTED.
017645******************************************************************
017655 77  WS-STOP-ORIGIN-RUN          PIC 9(06) VALUE ZERO.
017665 77  WS-STOP-RESULT-COUNT        PIC 9(06) VALUE ZERO.
017675 77  WS-CLOSE-RESTART-OF         PIC 9(06) VALUE ZERO.
017685 77  WS-CKPT-RESULT-COUNT        PIC 9(06) VALUE ZERO.
017695 77  WS-NET-RESULT-COUNT         PIC S9(07) VALUE ZERO.
017700******************************************************************
017800* EXCEPTION COUNTS FOR THE END-OF-RUN SUMMARY
017900******************************************************************
018000 77  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZERO.
018100 77  WS-DIED-COUNT               PIC 9(06) COMP VALUE ZERO.
018200 77  WS-WAITING-COUNT            PIC 9(06) COMP VALUE ZERO.
018300 77  WS-MISMATCH-COUNT           PIC 9(06) COMP VALUE ZERO.
018400 77  WS-NOT-POSTED-COUNT         PIC 9(06) COMP VALUE ZERO.
018500 77  WS-TIED-RUN-COUNT           PIC 9(06) COMP VALUE ZERO.
018600 77  WS-RUN-EXCEPTIONS           PIC 9(04) COMP VALUE ZERO.
018700 77  WS-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
018800******************************************************************
018900* EDITED FIELDS FOR THE REPORT LINES
019000******************************************************************
019100 77  WS-COUNT-EDIT               PIC ZZZZZ9.
019200 77  WS-COUNT-EDIT-2             PIC ZZZZZ9.
019300 77  WS-COUNT-EDIT-3             PIC ZZZZZ9.
019400 77  WS-TOTAL-EDIT               PIC -(9)9.99.
019500 77  WS-TOTAL-EDIT-2             PIC -(9)9.99.
019600 77  WS-OUTCOME-TEXT             PIC X(08).
019700 77  WS-GL-TEXT                  PIC X(20).
019800 PROCEDURE DIVISION.
019900******************************************************************
020000* MAIN-PROCEDURE - ENTRY POINT.  RUNREG BUILDS THE DAY'S RUN
020100* TABLE, ONE PASS OVER THE AUDIT GENERATIONS AND THE LIVE LOG
020200* FILLS IN WHAT WAS LOGGED, THEN EACH RUN IS CHECKED AND LISTED.
020300* NOTHING IS UPDATED.
020400******************************************************************
020500 MAIN-PROCEDURE.
020600
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020800     IF NOT WS-ABORT-REQUESTED
020900         PERFORM 1100-LOAD-RUN-REGISTRY THRU 1100-EXIT
021000     END-IF
021100     IF NOT WS-ABORT-REQUESTED AND WS-RUN-COUNT > ZERO
021200         PERFORM 1200-LOAD-ARCHIVE-DIR THRU 1200-EXIT
021300         PERFORM 1500-SCAN-ARCHIVES THRU 1500-EXIT
021400         PERFORM 1600-SCAN-LIVE-LOG THRU 1600-EXIT
021500         PERFORM 3000-RECONCILE-RUNS THRU 3000-EXIT
021600     END-IF
021700     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
021800     PERFORM 9999-TERMINATE THRU 9999-EXIT
021900
022000     STOP RUN.
022100******************************************************************
022200* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REPORT AND TAKE THE
022300* RUN DATE OFF THE COMMAND LINE.  A DATE THAT IS NOT SIX DIGITS
022400* ABORTS THE RUN WITH RETURN-CODE 16.
022500******************************************************************
022600 1000-INITIALIZE.
022700
022800     OPEN OUTPUT RECON-RPT-FILE
022900     IF WS-RPT-FS = "00"
023000         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
023100     ELSE
023200         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
023300     END-IF
023400     ACCEPT WS-CURRENT-DATE FROM DATE
023500     ACCEPT WS-CURRENT-TIME FROM TIME
023600
023700     MOVE SPACES TO WS-PARM-LINE
023800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
023900     MOVE SPACES TO WS-PARM-AREA
024000     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
024100         INTO WS-PARM-RUN-DATE
024200     END-UNSTRING
024300     IF WS-PARM-RUN-DATE = SPACES
024400         MOVE WS-CURRENT-DATE TO WS-RECON-DATE
024500     ELSE
024600         IF WS-PARM-RUN-DATE NOT NUMERIC
024700             MOVE "RUN DATE PARM NOT SIX DIGITS (YYMMDD)"
024800                 TO WS-REJECT-REASON
024900             PERFORM 1900-ABORT-RECON THRU 1900-EXIT
025000             GO TO 1000-EXIT
025100         END-IF
025200         MOVE WS-PARM-RUN-DATE-N TO WS-RECON-DATE
025300     END-IF
025400
025500     MOVE SPACES TO WS-OUTPUT-TEXT
025600     STRING "DAILY RUN RECONCILIATION FOR " WS-RECON-DATE
025700         "  PRODUCED " WS-CURRENT-DATE "  TIME " WS-CURRENT-TIME
025800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
025900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
026000
026100 1000-EXIT.
026200     EXIT.
026300******************************************************************
026400* 1100-LOAD-RUN-REGISTRY THRU 1100-EXIT - ONE PASS OVER RUNREG.
026500* NO REGISTRY MEANS NO RUN HAS EVER BEEN MADE, WHICH ABORTS THE
026600* RECONCILIATION; A DAY WITH NO RUNS IS REPORTED AS SUCH.
026700******************************************************************
026800 1100-LOAD-RUN-REGISTRY.
026900
027000     OPEN INPUT RUN-REGISTRY-FILE
027100     IF WS-RUNREG-FS NOT = "00"
027200         MOVE "RUN REGISTRY RUNREG NOT AVAILABLE"
027300             TO WS-REJECT-REASON
027400         PERFORM 1900-ABORT-RECON THRU 1900-EXIT
027500         GO TO 1100-EXIT
027600     END-IF
027700     PERFORM 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT
027800         UNTIL WS-RUNREG-EOF
027900     CLOSE RUN-REGISTRY-FILE
028000
028100     IF WS-RUN-FULL-COUNT > ZERO
028200         MOVE "TOO MANY RUNS ON THE DAY FOR RUN TABLE"
028300             TO WS-REJECT-REASON
028400         PERFORM 1900-ABORT-RECON THRU 1900-EXIT
028500         GO TO 1100-EXIT
028600     END-IF
028700     IF WS-RUN-COUNT = ZERO
028800         MOVE "NO RUNS ON RUNREG FOR THE DAY" TO WS-OUTPUT-TEXT
028900         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
029000     END-IF.
029100
029200 1100-EXIT.
029300     EXIT.
029400******************************************************************
029500* 1110-READ-REGISTRY-ENTRY THRU 1110-EXIT - AN OPEN ENTRY DATED
029600* ON THE RECONCILIATION DATE STARTS A ROW.  A CLOSE ENTRY FILLS
029700* IN ITS ROW'S COUNTS, TOTAL AND OUTCOME; A REVERSAL ENTRY MARKS
029800* ITS ROW BACKED OUT AND A RELEASE ENTRY MARKS IT RELEASED,
029900* WHATEVER DAY THOSE ENTRIES WERE WRITTEN.  EVERY CALCULATOR
029910* CLOSE ENTRY, ON THE DAY OR NOT, GOES THROUGH 1130-TRACK-RESTART
029920* FIRST.
030000******************************************************************
030100 1110-READ-REGISTRY-ENTRY.
030200
030300     READ RUN-REGISTRY-FILE
030400         AT END
030500             MOVE "Y" TO WS-RUNREG-EOF-SWITCH
030600             GO TO 1110-EXIT
030700     END-READ
030800
030810     IF RR-ENTRY-CLOSE AND NOT RR-OUTCOME-BACKOUT
030820         PERFORM 1130-TRACK-RESTART THRU 1130-EXIT
030830     END-IF
030900     MOVE RR-RUN-NUMBER TO WS-SEARCH-RUN-NUMBER
031000     PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT
031100     IF NOT WS-RUN-FOUND
031200         IF NOT RR-ENTRY-OPEN OR RR-RUN-DATE NOT = WS-RECON-DATE
031300             GO TO 1110-EXIT
031400         END-IF
031500         IF WS-RUN-COUNT = 500
031600             ADD 1 TO WS-RUN-FULL-COUNT
031700             GO TO 1110-EXIT
031800         END-IF
031900         PERFORM 1120-ADD-RUN-ENTRY THRU 1120-EXIT
032000         GO TO 1110-EXIT
032100     END-IF
032200
032300     EVALUATE TRUE
032400         WHEN RR-ENTRY-CLOSE
032500             MOVE "Y" TO WS-RT-CLOSE-FLAG (WS-RUN-IDX)
032600             MOVE RR-OUTCOME TO WS-RT-OUTCOME (WS-RUN-IDX)
032700             MOVE RR-TRANS-COUNT TO WS-RT-TRANS-COUNT (WS-RUN-IDX)
032800             MOVE RR-RESULT-COUNT
032900                 TO WS-RT-RESULT-COUNT (WS-RUN-IDX)
033000             MOVE RR-REJECT-COUNT
033100                 TO WS-RT-REJECT-COUNT (WS-RUN-IDX)
033200             MOVE RR-GRAND-TOTAL TO WS-RT-GRAND-TOTAL (WS-RUN-IDX)
033300             IF RR-OUTCOME-BACKOUT
033400                 MOVE RR-REVERSED-BY-RUN
033500                     TO WS-RT-TARGET-RUN (WS-RUN-IDX)
033550             ELSE
033560                 MOVE WS-CLOSE-RESTART-OF
033570                     TO WS-RT-RESTART-OF (WS-RUN-IDX)
033580                 MOVE WS-CKPT-RESULT-COUNT
033590                     TO WS-RT-CKPT-COUNT (WS-RUN-IDX)
033600             END-IF
033700         WHEN RR-ENTRY-REVERSAL
033800             MOVE "Y" TO WS-RT-REVERSED-FLAG (WS-RUN-IDX)
033900             MOVE RR-REVERSED-BY-RUN
034000                 TO WS-RT-REVERSED-BY (WS-RUN-IDX)
034100         WHEN RR-ENTRY-RELEASE
034200             MOVE "Y" TO WS-RT-RELEASED-FLAG (WS-RUN-IDX)
034300             MOVE RR-OPERATOR-ID TO WS-RT-RELEASED-BY (WS-RUN-IDX)
034400     END-EVALUATE.
034500
034600 1110-EXIT.
034700     EXIT.
034800******************************************************************
034900* 1120-ADD-RUN-ENTRY THRU 1120-EXIT - STARTS A ROW FROM AN OPEN
035000* ENTRY.  UNTIL A CLOSE ENTRY TURNS UP THE RUN COUNTS AS DIED.
035100******************************************************************
035200 1120-ADD-RUN-ENTRY.
035300
035400     ADD 1 TO WS-RUN-COUNT
035500     SET WS-RUN-IDX TO WS-RUN-COUNT
035600     MOVE RR-RUN-NUMBER TO WS-RT-RUN-NUMBER (WS-RUN-IDX)
035700     MOVE RR-RUN-TIME TO WS-RT-RUN-TIME (WS-RUN-IDX)
035800     MOVE RR-OPERATOR-ID TO WS-RT-OPERATOR-ID (WS-RUN-IDX)
035900     MOVE "N" TO WS-RT-CLOSE-FLAG (WS-RUN-IDX)
036000     MOVE RR-OUTCOME TO WS-RT-OUTCOME (WS-RUN-IDX)
036100     MOVE ZERO TO WS-RT-TRANS-COUNT (WS-RUN-IDX)
036200     MOVE ZERO TO WS-RT-RESULT-COUNT (WS-RUN-IDX)
036300     MOVE ZERO TO WS-RT-REJECT-COUNT (WS-RUN-IDX)
036400     MOVE ZERO TO WS-RT-GRAND-TOTAL (WS-RUN-IDX)
036500     MOVE ZERO TO WS-RT-TARGET-RUN (WS-RUN-IDX)
036600     MOVE "N" TO WS-RT-REVERSED-FLAG (WS-RUN-IDX)
036700     MOVE ZERO TO WS-RT-REVERSED-BY (WS-RUN-IDX)
036710     MOVE ZERO TO WS-RT-RESTART-OF (WS-RUN-IDX)
036720     MOVE ZERO TO WS-RT-CKPT-COUNT (WS-RUN-IDX)
036730     MOVE "N" TO WS-RT-RESUMED-FLAG (WS-RUN-IDX)
036740     MOVE ZERO TO WS-RT-RESUMED-BY (WS-RUN-IDX)
036800     MOVE "N" TO WS-RT-RELEASED-FLAG (WS-RUN-IDX)
036900     MOVE SPACES TO WS-RT-RELEASED-BY (WS-RUN-IDX)
037000     MOVE ZERO TO WS-RT-AUDIT-COUNT (WS-RUN-IDX)
037100     MOVE ZERO TO WS-RT-AUDIT-REJECTS (WS-RUN-IDX)
037200     MOVE ZERO TO WS-RT-AUDIT-TOTAL (WS-RUN-IDX)
037300     IF WS-RUN-COUNT = 1 OR RR-RUN-NUMBER < WS-LOW-RUN-NUMBER
037400         MOVE RR-RUN-NUMBER TO WS-LOW-RUN-NUMBER
037500     END-IF
037600     IF RR-RUN-NUMBER > WS-HIGH-RUN-NUMBER
037700         MOVE RR-RUN-NUMBER TO WS-HIGH-RUN-NUMBER
037800     END-IF.
037900
038000 1120-EXIT.
038100     EXIT.
038101******************************************************************
038102* 1130-TRACK-RESTART THRU 1130-EXIT - ONLY ONE CHECKPOINT EXISTS
038103* AT A TIME, SO AT MOST ONE STOPPED RUN IS EVER WAITING FOR A
038104* RESTART.  WS-STOP-ORIGIN-RUN IS THE RUN WHOSE RESULTOUT IT LEFT
038105* OPEN AND WS-STOP-RESULT-COUNT ITS RESULT COUNT, WHICH IS WHAT
038106* THE CHECKPOINT HOLDS - A STOP ALWAYS FORCES ONE.  A CLOSE ENTRY
038107* NAMING THAT RUN IN RR-REVERSED-BY-RUN (SEE CALCRREG) IS ITS
038108* RESTART: IT CARRIED THAT COUNT FORWARD AS WS-CKPT-RESULT-COUNT
038109* AND, UNLESS IT ABORTED, RESUMED THE STOPPED RUNS OF THE SAME
038110* RESULTOUT.  A RESTART THAT STOPPED AGAIN LEAVES ITS OWN COUNT
038111* WAITING; ONE THAT RAN ON TO A CLEAN OR HELD CLOSE CLEARED THE
038112* CHECKPOINT.  A RUN THAT DIED WITH NO CLOSE ENTRY MAY HAVE MOVED
038113* THE CHECKPOINT ON UNSEEN, SO THE RESTART AFTER IT CAN SHOW A
038114* COUNT MISMATCH ALONGSIDE THE DIED RUN.
038115******************************************************************
038116 1130-TRACK-RESTART.
038117
038118     MOVE ZERO TO WS-CLOSE-RESTART-OF
038119     MOVE ZERO TO WS-CKPT-RESULT-COUNT
038120     IF RR-REVERSED-BY-RUN NUMERIC
038121         MOVE RR-REVERSED-BY-RUN TO WS-CLOSE-RESTART-OF
038122     END-IF
038123     IF WS-CLOSE-RESTART-OF > ZERO
038124         IF WS-CLOSE-RESTART-OF = WS-STOP-ORIGIN-RUN
038125             MOVE WS-STOP-RESULT-COUNT TO WS-CKPT-RESULT-COUNT
038126         END-IF
038127         IF NOT RR-OUTCOME-ABORTED
038128             PERFORM 1140-MARK-RESUMED THRU 1140-EXIT
038129                 VARYING WS-PRIOR-IDX FROM 1 BY 1
038130                 UNTIL WS-PRIOR-IDX > WS-RUN-COUNT
038131         END-IF
038132     END-IF
038133     IF RR-OUTCOME-STOPPED
038134         IF WS-CLOSE-RESTART-OF > ZERO
038135             MOVE WS-CLOSE-RESTART-OF TO WS-STOP-ORIGIN-RUN
038136         ELSE
038137             MOVE RR-RUN-NUMBER TO WS-STOP-ORIGIN-RUN
038138         END-IF
038139         MOVE RR-RESULT-COUNT TO WS-STOP-RESULT-COUNT
038140     ELSE
038141         IF NOT RR-OUTCOME-ABORTED AND WS-CLOSE-RESTART-OF > ZERO
038142                 AND WS-CLOSE-RESTART-OF = WS-STOP-ORIGIN-RUN
038143             MOVE ZERO TO WS-STOP-ORIGIN-RUN
038144             MOVE ZERO TO WS-STOP-RESULT-COUNT
038145         END-IF
038146     END-IF.
038147
038148 1130-EXIT.
038149     EXIT.
038150******************************************************************
038151* 1140-MARK-RESUMED THRU 1140-EXIT - A STOPPED ROW EARLIER THAN
038152* THE RESTART IN HAND, ON THE RESULTOUT IT CONTINUED AND NOT
038153* ALREADY PICKED UP BY AN EARLIER RESTART, WAS RESUMED BY IT.
038154******************************************************************
038155 1140-MARK-RESUMED.
038156
038157     IF WS-RT-CLOSED (WS-PRIOR-IDX)
038158             AND WS-RT-STOPPED (WS-PRIOR-IDX)
038159             AND NOT WS-RT-RESUMED (WS-PRIOR-IDX)
038160             AND WS-RT-RUN-NUMBER (WS-PRIOR-IDX) < RR-RUN-NUMBER
038161         IF WS-RT-RESTART-OF (WS-PRIOR-IDX) = WS-CLOSE-RESTART-OF
038162                 OR (WS-RT-RESTART-OF (WS-PRIOR-IDX) = ZERO
038163                 AND WS-RT-RUN-NUMBER (WS-PRIOR-IDX)
038164                     = WS-CLOSE-RESTART-OF)
038165             MOVE "Y" TO WS-RT-RESUMED-FLAG (WS-PRIOR-IDX)
038166             MOVE RR-RUN-NUMBER TO WS-RT-RESUMED-BY (WS-PRIOR-IDX)
038167         END-IF
038168     END-IF.
038169
038170 1140-EXIT.
038171     EXIT.
038200******************************************************************
038300* 1200-LOAD-ARCHIVE-DIR THRU 1200-EXIT - READS ARCHDIR INTO
038400* WS-ARCHIVE-DIR-TABLE.  A MISSING ARCHDIR IS NOT AN ERROR - THE
038500* LOG HAS SIMPLY NEVER BEEN ROLLED.  MORE THAN 60 GENERATIONS IS
038510* REPORTED AND SETS RETURN-CODE 8 - A RUN LOGGED ONLY IN A
038520* GENERATION LEFT UNREAD WOULD SHOW AS AN EXCEPTION.
038600******************************************************************
038700 1200-LOAD-ARCHIVE-DIR.
038800
038900     OPEN INPUT ARCHDIR-FILE
039000     IF WS-ARCHDIR-FS = "00"
039100         PERFORM 1210-READ-ARCHDIR-ENTRY THRU 1210-EXIT
039200             UNTIL WS-ARCHDIR-EOF OR WS-ARCH-COUNT = 60
039205         IF NOT WS-ARCHDIR-EOF
039210             READ ARCHDIR-FILE
039215                 AT END
039220                     MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
039225             END-READ
039230         END-IF
039235         IF NOT WS-ARCHDIR-EOF
039240             MOVE
039245             "ARCHDIR - MORE THAN 60 GENERATIONS, REST IGNORED"
039250                 TO WS-OUTPUT-TEXT
039255             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
039260             IF RETURN-CODE < 8
039265                 MOVE 8 TO RETURN-CODE
039270             END-IF
039275         END-IF
039300         CLOSE ARCHDIR-FILE
039400     END-IF.
039500
039600 1200-EXIT.
039700     EXIT.
039800******************************************************************
039900* 1210-READ-ARCHDIR-ENTRY THRU 1210-EXIT
040000******************************************************************
040100 1210-READ-ARCHDIR-ENTRY.
040200
040300     READ ARCHDIR-FILE
040400         AT END
040500             MOVE "Y" TO WS-ARCHDIR-EOF-SWITCH
040600         NOT AT END
040700             ADD 1 TO WS-ARCH-COUNT
040800             MOVE AD-FROM-DATE TO WS-AD-FROM-DATE (WS-ARCH-COUNT)
040900             MOVE AD-TO-DATE TO WS-AD-TO-DATE (WS-ARCH-COUNT)
041000             MOVE AD-FILE-NAME TO WS-AD-FILE-NAME (WS-ARCH-COUNT)
041100     END-READ.
041200
041300 1210-EXIT.
041400     EXIT.
041500******************************************************************
041600* 1500-SCAN-ARCHIVES THRU 1500-EXIT - EVERY GENERATION THAT ENDS
041700* ON OR AFTER THE RECONCILIATION DATE, OLDEST FIRST.
041800******************************************************************
041900 1500-SCAN-ARCHIVES.
042000
042100     PERFORM 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
042200         VARYING WS-ARCH-IDX FROM 1 BY 1
042300         UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
042400
042500 1500-EXIT.
042600     EXIT.
042700******************************************************************
042800* 1510-CHECK-ONE-GENERATION THRU 1510-EXIT
042900******************************************************************
043000 1510-CHECK-ONE-GENERATION.
043100
043200     IF WS-AD-TO-DATE (WS-ARCH-IDX) NOT < WS-RECON-DATE
043300         MOVE WS-AD-FILE-NAME (WS-ARCH-IDX) TO WS-AUDIT-FILE-NAME
043400         PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT
043500     END-IF.
043600
043700 1510-EXIT.
043800     EXIT.
043900******************************************************************
044000* 1600-SCAN-LIVE-LOG THRU 1600-EXIT - THE LIVE AUDITLOG LAST.
044100******************************************************************
044200 1600-SCAN-LIVE-LOG.
044300
044400     MOVE "AUDITLOG" TO WS-AUDIT-FILE-NAME
044500     PERFORM 2000-SCAN-CONTROL THRU 2000-EXIT.
044600
044700 1600-EXIT.
044800     EXIT.
044900******************************************************************
045000* 1900-ABORT-RECON THRU 1900-EXIT - THE RECONCILIATION CANNOT BE
045100* RUN; RETURN-CODE 16.
045200******************************************************************
045300 1900-ABORT-RECON.
045400
045500     MOVE "Y" TO WS-ABORT-SWITCH
045600     MOVE SPACES TO WS-OUTPUT-TEXT
045700     STRING "RECONCILIATION ABORTED - " WS-REJECT-REASON
045800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
045900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
046000     MOVE 16 TO RETURN-CODE.
046100
046200 1900-EXIT.
046300     EXIT.
046400******************************************************************
046500* 2000-SCAN-CONTROL THRU 2000-EXIT - ONE PASS OVER THE FILE NAMED
046600* BY WS-AUDIT-FILE-NAME.  A GENERATION ON ARCHDIR THAT IS NO
046700* LONGER ON DISK IS REPORTED AND SKIPPED - ITS RUNS WILL SHOW AS
046800* MISMATCHES.
046900******************************************************************
047000 2000-SCAN-CONTROL.
047100
047200     MOVE "N" TO WS-AUDIT-EOF-SWITCH
047300     OPEN INPUT AUDIT-FILE
047400     IF WS-AUDIT-FS NOT = "00"
047500         MOVE SPACES TO WS-OUTPUT-TEXT
047600         STRING "AUDIT FILE " WS-AUDIT-FILE-NAME
047700             " NOT AVAILABLE - NOT SCANNED"
047800             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
047900         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
048000         GO TO 2000-EXIT
048100     END-IF
048200     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
048300         UNTIL WS-AUDIT-EOF
048400     CLOSE AUDIT-FILE.
048500
048600 2000-EXIT.
048700     EXIT.
048800******************************************************************
048900* 2100-READ-AUDIT-RECORD THRU 2100-EXIT - A RECORD LOGGED UNDER
049000* ONE OF THE DAY'S RUNS IS ADDED TO ITS ROW: ONE MORE RECORD, ONE
049100* MORE REJECT IF IT CARRIES STATUS 9, OTHERWISE ITS RESULT INTO
049200* THE TOTAL - THE SAME RULES THE CALCULATOR AND RUNBKOUT USE FOR
049300* THEIR OWN RESULT COUNT, REJECT COUNT AND GRAND TOTAL.
049400******************************************************************
049500 2100-READ-AUDIT-RECORD.
049600
049700     READ AUDIT-FILE
049800         AT END
049900             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
050000             GO TO 2100-EXIT
050100     END-READ
050200     ADD 1 TO WS-AUDIT-READ-COUNT
050300     IF CA-RUN-NUMBER NOT NUMERIC
050400             OR CA-RUN-NUMBER < WS-LOW-RUN-NUMBER
050500             OR CA-RUN-NUMBER > WS-HIGH-RUN-NUMBER
050600         GO TO 2100-EXIT
050700     END-IF
050800     MOVE CA-RUN-NUMBER TO WS-SEARCH-RUN-NUMBER
050900     PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT
051000     IF NOT WS-RUN-FOUND
051100         GO TO 2100-EXIT
051200     END-IF
051300     ADD 1 TO WS-RT-AUDIT-COUNT (WS-RUN-IDX)
051400     IF CA-STATUS-REJECTED
051500         ADD 1 TO WS-RT-AUDIT-REJECTS (WS-RUN-IDX)
051600     ELSE
051700         ADD CA-RESULT TO WS-RT-AUDIT-TOTAL (WS-RUN-IDX)
051800     END-IF.
051900
052000 2100-EXIT.
052100     EXIT.
052200******************************************************************
052300* 2200-FIND-RUN-ENTRY THRU 2200-EXIT - LOOKS UP
052400* WS-SEARCH-RUN-NUMBER ON THE RUN TABLE.  ON A HIT WS-RUN-IDX IS
052500* LEFT ON THE MATCHING ROW.
052600******************************************************************
052700 2200-FIND-RUN-ENTRY.
052800
052900     MOVE "N" TO WS-RUN-FOUND-SWITCH
053000     PERFORM 2210-MATCH-RUN-ENTRY THRU 2210-EXIT
053100         VARYING WS-RUN-IDX FROM 1 BY 1
053200         UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
053300     IF WS-RUN-FOUND
053400         SET WS-RUN-IDX DOWN BY 1
053500     END-IF.
053600
053700 2200-EXIT.
053800     EXIT.
053900******************************************************************
054000* 2210-MATCH-RUN-ENTRY THRU 2210-EXIT
054100******************************************************************
054200 2210-MATCH-RUN-ENTRY.
054300
054400     IF WS-RT-RUN-NUMBER (WS-RUN-IDX) = WS-SEARCH-RUN-NUMBER
054500         MOVE "Y" TO WS-RUN-FOUND-SWITCH
054600     END-IF.
054700
054800 2210-EXIT.
054900     EXIT.
055000******************************************************************
055100* 2900-FLAG-EXCEPTION THRU 2900-EXIT - PRINTS WS-EXCEPTION-TEXT
055200* UNDER THE CURRENT RUN AND COUNTS IT.  THE CALLER COUNTS THE
055300* KIND OF EXCEPTION.  ANY EXCEPTION SETS RETURN-CODE 8.
055400******************************************************************
055500 2900-FLAG-EXCEPTION.
055600
055700     ADD 1 TO WS-EXCEPTION-COUNT
055800     ADD 1 TO WS-RUN-EXCEPTIONS
055900     MOVE SPACES TO WS-OUTPUT-TEXT
056000     STRING "    *** EXCEPTION - " WS-EXCEPTION-TEXT
056100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
056200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
056300     IF RETURN-CODE < 8
056400         MOVE 8 TO RETURN-CODE
056500     END-IF.
056600
056700 2900-EXIT.
056800     EXIT.
056900******************************************************************
057000* 3000-RECONCILE-RUNS THRU 3000-EXIT - POSTRUNS IS OPENED ONCE
057100* FOR THE WHOLE LIST.  IF IT IS NOT THERE AT ALL NOTHING HAS EVER
057200* BEEN POSTED, SO EVERY RUN DUE ON GL IS FLAGGED; IF IT IS THERE
057300* BUT WILL NOT OPEN, THE GL CHECK IS SKIPPED WITH A WARNING.
057400******************************************************************
057500 3000-RECONCILE-RUNS.
057600
057700     OPEN INPUT POSTED-RUNS-FILE
057800     EVALUATE WS-PRUN-FS
057900         WHEN "00"
058000             MOVE "Y" TO WS-PRUN-OPEN-SWITCH
058100         WHEN "35"
058200             MOVE "POSTRUNS NOT ON FILE - NO RUN HAS BEEN POSTED"
058300                 TO WS-OUTPUT-TEXT
058400             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
058500         WHEN OTHER
058600             MOVE "N" TO WS-PRUN-CHECK-SWITCH
058700             MOVE SPACES TO WS-OUTPUT-TEXT
058800             STRING "*** POSTRUNS NOT AVAILABLE (STATUS "
058900                 WS-PRUN-FS ") - GL POSTING NOT CHECKED"
059000                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
059100             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
059200             IF RETURN-CODE < 8
059300                 MOVE 8 TO RETURN-CODE
059400             END-IF
059500     END-EVALUATE
059600
059700     PERFORM 3100-RECONCILE-ONE-RUN THRU 3100-EXIT
059800         VARYING WS-RUN-IDX FROM 1 BY 1
059900         UNTIL WS-RUN-IDX > WS-RUN-COUNT
060000
060100     IF WS-PRUN-OPEN
060200         CLOSE POSTED-RUNS-FILE
060300     END-IF.
060400
060500 3000-EXIT.
060600     EXIT.
060700******************************************************************
060800* 3100-RECONCILE-ONE-RUN THRU 3100-EXIT - LISTS ONE RUN WITH WHAT
060900* RUNREG AND THE AUDIT LOG SAY ABOUT IT, THEN CHECKS ITS STATE,
061000* ITS TIE-OUT AND ITS GL POSTING.  A RUN WITH NO EXCEPTIONS
061100* COUNTS AS TIED.
061200******************************************************************
061300 3100-RECONCILE-ONE-RUN.
061400
061500     MOVE ZERO TO WS-RUN-EXCEPTIONS
061600     PERFORM 3200-LIST-RUN THRU 3200-EXIT
061700     IF NOT WS-RT-CLOSED (WS-RUN-IDX)
061800         ADD 1 TO WS-DIED-COUNT
061900         MOVE WS-RT-AUDIT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT
062000         MOVE SPACES TO WS-EXCEPTION-TEXT
062100         STRING "OPEN ENTRY WITH NO CLOSE - RUN DIED ("
062200             WS-COUNT-EDIT " RECORDS ON AUDITLOG)"
062300             DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
062400         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
062500         GO TO 3100-EXIT
062600     END-IF
062700     PERFORM 3300-CHECK-WAITING THRU 3300-EXIT
062800     PERFORM 3400-CHECK-TIE-OUT THRU 3400-EXIT
062900     PERFORM 3500-CHECK-GL-POSTING THRU 3500-EXIT
063000     IF WS-RUN-EXCEPTIONS = ZERO
063100         ADD 1 TO WS-TIED-RUN-COUNT
063200     END-IF.
063300
063400 3100-EXIT.
063500     EXIT.
063600******************************************************************
063700* 3200-LIST-RUN THRU 3200-EXIT - THE RUNREG LINE AND THE AUDIT
063800* LOG LINE FOR ONE RUN, PLUS ANY REVERSAL OR RELEASE AGAINST IT
063810* AND, FOR A RESTART OR A STOPPED RUN, HOW IT LINKS TO THE OTHER.
063900******************************************************************
064000 3200-LIST-RUN.
064100
064200     EVALUATE TRUE
064300         WHEN NOT WS-RT-CLOSED (WS-RUN-IDX)
064400             MOVE "NO CLOSE" TO WS-OUTCOME-TEXT
064500         WHEN WS-RT-CLEAN (WS-RUN-IDX)
064600             MOVE "CLEAN" TO WS-OUTCOME-TEXT
064700         WHEN WS-RT-STOPPED (WS-RUN-IDX)
064800             MOVE "STOPPED" TO WS-OUTCOME-TEXT
064900         WHEN WS-RT-HELD (WS-RUN-IDX)
065000             MOVE "HELD" TO WS-OUTCOME-TEXT
065100         WHEN WS-RT-ABORTED (WS-RUN-IDX)
065200             MOVE "ABORTED" TO WS-OUTCOME-TEXT
065300         WHEN WS-RT-BACKOUT (WS-RUN-IDX)
065400             MOVE "BACKOUT" TO WS-OUTCOME-TEXT
065500         WHEN OTHER
065600             MOVE "UNKNOWN" TO WS-OUTCOME-TEXT
065700     END-EVALUATE
065800
065900     MOVE SPACES TO WS-OUTPUT-TEXT
066000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066100     MOVE WS-RT-RESULT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT
066200     MOVE WS-RT-REJECT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT-2
066300     MOVE WS-RT-GRAND-TOTAL (WS-RUN-IDX) TO WS-TOTAL-EDIT
066400     MOVE SPACES TO WS-OUTPUT-TEXT
066500     STRING "RUN " WS-RT-RUN-NUMBER (WS-RUN-IDX)
066600         "  TIME " WS-RT-RUN-TIME (WS-RUN-IDX)
066700         "  OPERATOR " WS-RT-OPERATOR-ID (WS-RUN-IDX)
066800         "  " WS-OUTCOME-TEXT
066900         "  RUNREG RESULTS " WS-COUNT-EDIT
067000         " REJECTS " WS-COUNT-EDIT-2
067100         " TOTAL " WS-TOTAL-EDIT
067200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
067300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
067400
067500     MOVE WS-RT-AUDIT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT
067600     MOVE WS-RT-AUDIT-REJECTS (WS-RUN-IDX) TO WS-COUNT-EDIT-2
067700     MOVE WS-RT-AUDIT-TOTAL (WS-RUN-IDX) TO WS-TOTAL-EDIT
067800     MOVE SPACES TO WS-OUTPUT-TEXT
067900     STRING "                                             "
068000         "AUDITLOG RECORDS " WS-COUNT-EDIT
068100         " REJECTS " WS-COUNT-EDIT-2
068200         " TOTAL " WS-TOTAL-EDIT
068300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
068400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
068500
068600     IF WS-RT-BACKOUT (WS-RUN-IDX)
068700         MOVE SPACES TO WS-OUTPUT-TEXT
068800         STRING "    BACKS OUT RUN " WS-RT-TARGET-RUN (WS-RUN-IDX)
068900             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
069000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
069100     END-IF
069200     IF WS-RT-REVERSED (WS-RUN-IDX)
069300         MOVE SPACES TO WS-OUTPUT-TEXT
069400         STRING "    BACKED OUT BY RUN "
069500             WS-RT-REVERSED-BY (WS-RUN-IDX)
069600             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
069700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
069800     END-IF
069900     IF WS-RT-RELEASED (WS-RUN-IDX)
070000         MOVE SPACES TO WS-OUTPUT-TEXT
070100         STRING "    RELEASED BY SUPERVISOR "
070200             WS-RT-RELEASED-BY (WS-RUN-IDX)
070300             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
070400         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
070500     END-IF
070510     IF WS-RT-RESTART-OF (WS-RUN-IDX) > ZERO
070515         MOVE WS-RT-CKPT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT
070520         MOVE SPACES TO WS-OUTPUT-TEXT
070525         STRING "    RESTART - CONTINUES RESULTOUT OF RUN "
070530             WS-RT-RESTART-OF (WS-RUN-IDX) ", "
070535             WS-COUNT-EDIT " RESULTS CARRIED FROM CHECKPOINT"
070540             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
070545         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
070550     END-IF
070555     IF WS-RT-RESUMED (WS-RUN-IDX)
070560         MOVE SPACES TO WS-OUTPUT-TEXT
070565         STRING "    RESUMED BY RUN "
070568             WS-RT-RESUMED-BY (WS-RUN-IDX)
070570             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
070575         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
070580     END-IF.
070600
070700 3200-EXIT.
070800     EXIT.
070900******************************************************************
071000* 3300-CHECK-WAITING THRU 3300-EXIT - A HELD RUN NEITHER RELEASED
071100* NOR BACKED OUT IS STILL WAITING FOR A SUPERVISOR; A STOPPED RUN
071200* NEITHER BACKED OUT NOR RESUMED BY A LATER RUN IS STILL WAITING
071210* FOR ITS RESTART.
071300******************************************************************
071400 3300-CHECK-WAITING.
071500
071600     IF WS-RT-REVERSED (WS-RUN-IDX)
071700         GO TO 3300-EXIT
071800     END-IF
071900     IF WS-RT-HELD (WS-RUN-IDX)
072000             AND NOT WS-RT-RELEASED (WS-RUN-IDX)
072100         ADD 1 TO WS-WAITING-COUNT
072200         MOVE "HELD OVER CEILING - STILL WAITING FOR RELEASE"
072300             TO WS-EXCEPTION-TEXT
072400         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
072500     END-IF
072600     IF WS-RT-STOPPED (WS-RUN-IDX)
072650             AND NOT WS-RT-RESUMED (WS-RUN-IDX)
072700         ADD 1 TO WS-WAITING-COUNT
072800         MOVE "STOPPED - STILL WAITING FOR RESTART"
072900             TO WS-EXCEPTION-TEXT
073000         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
073100     END-IF.
073200
073300 3300-EXIT.
073400     EXIT.
073500******************************************************************
073600* 3400-CHECK-TIE-OUT THRU 3400-EXIT - THE CLOSE ENTRY'S COUNTS
073700* AND GRAND TOTAL AGAINST THE AUDIT LOG.  AN INTERACTIVE SESSION
073800* (NO TRANSACTIONS READ, NO RESULT RECORDS) LOGS EVERY
073900* CALCULATION BUT WRITES NO RESULT FILE, SO ITS RECORD COUNT IS
074000* NOT TIED.  A RESTART'S RESULT COUNT INCLUDES WHAT IT CARRIED
074010* FROM THE CHECKPOINT, WHICH THE STOPPED RUN LOGGED, SO ONLY THE
074020* REST IS TIED TO ITS OWN AUDIT RECORDS.
074100******************************************************************
074200 3400-CHECK-TIE-OUT.
074300
074310     COMPUTE WS-NET-RESULT-COUNT = WS-RT-RESULT-COUNT (WS-RUN-IDX)
074320         - WS-RT-CKPT-COUNT (WS-RUN-IDX)
074400     IF WS-NET-RESULT-COUNT
074500             NOT = WS-RT-AUDIT-COUNT (WS-RUN-IDX)
074600         IF WS-RT-TRANS-COUNT (WS-RUN-IDX) NOT = ZERO
074700                 OR WS-RT-RESULT-COUNT (WS-RUN-IDX) NOT = ZERO
074800             ADD 1 TO WS-MISMATCH-COUNT
074900             MOVE WS-NET-RESULT-COUNT TO WS-COUNT-EDIT
075000             MOVE WS-RT-AUDIT-COUNT (WS-RUN-IDX)
075100                 TO WS-COUNT-EDIT-2
075200             MOVE SPACES TO WS-EXCEPTION-TEXT
075300             STRING "RESULT COUNT " WS-COUNT-EDIT
075400                 " BUT AUDITLOG HOLDS " WS-COUNT-EDIT-2
075500                 " RECORDS"
075600                 DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
075700             PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
075800         END-IF
075900     END-IF
076000     IF WS-RT-REJECT-COUNT (WS-RUN-IDX)
076100             NOT = WS-RT-AUDIT-REJECTS (WS-RUN-IDX)
076200         ADD 1 TO WS-MISMATCH-COUNT
076300         MOVE WS-RT-REJECT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT
076400         MOVE WS-RT-AUDIT-REJECTS (WS-RUN-IDX) TO WS-COUNT-EDIT-2
076500         MOVE SPACES TO WS-EXCEPTION-TEXT
076600         STRING "REJECT COUNT " WS-COUNT-EDIT
076700             " BUT AUDITLOG HOLDS " WS-COUNT-EDIT-2
076800             " REJECTS"
076900             DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
077000         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
077100     END-IF
077200     IF WS-RT-GRAND-TOTAL (WS-RUN-IDX)
077300             NOT = WS-RT-AUDIT-TOTAL (WS-RUN-IDX)
077400         ADD 1 TO WS-MISMATCH-COUNT
077500         MOVE WS-RT-GRAND-TOTAL (WS-RUN-IDX) TO WS-TOTAL-EDIT
077600         MOVE WS-RT-AUDIT-TOTAL (WS-RUN-IDX) TO WS-TOTAL-EDIT-2
077700         MOVE SPACES TO WS-EXCEPTION-TEXT
077800         STRING "GRAND TOTAL " WS-TOTAL-EDIT
077900             " BUT AUDITLOG TOTALS " WS-TOTAL-EDIT-2
078000             DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
078100         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
078200     END-IF.
078300
078400 3400-EXIT.
078500     EXIT.
078600******************************************************************
078700* 3500-CHECK-GL-POSTING THRU 3500-EXIT - WHICH RUNS ARE DUE ON
078800* GL: A CLEAN RUN, OR A HELD RUN A SUPERVISOR RELEASED, THAT HAS
078900* NOT BEEN BACKED OUT; AND A BACKOUT WHOSE ORIGINAL RUN WAS
079000* POSTED.  A DUE RUN MISSING FROM POSTRUNS IS AN EXCEPTION; FOR
079100* EVERY OTHER RUN THE POSTING STATE IS ONLY LISTED.  A RESTART
079110* POSTS UNDER THE RUN WHOSE RESULTOUT HEADER IT CONTINUED, SO IT
079120* IS LOOKED UP UNDER THAT NUMBER; A STOPPED RUN A LATER RUN
079130* RESUMED POSTS WITH THAT RUN AND IS NOT DUE ON ITS OWN.
079200******************************************************************
079300 3500-CHECK-GL-POSTING.
079400
079500     IF NOT WS-PRUN-CHECKABLE
079600         GO TO 3500-EXIT
079700     END-IF
079800     IF WS-RT-TRANS-COUNT (WS-RUN-IDX) = ZERO
079900             AND WS-RT-RESULT-COUNT (WS-RUN-IDX) = ZERO
080000         MOVE "    GL - NO RESULT FILE, NOTHING TO POST"
080100             TO WS-OUTPUT-TEXT
080200         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080300         GO TO 3500-EXIT
080400     END-IF
080410     IF WS-RT-STOPPED (WS-RUN-IDX) AND WS-RT-RESUMED (WS-RUN-IDX)
080420         MOVE SPACES TO WS-OUTPUT-TEXT
080430         STRING "    GL - POSTS WITH RUN "
080440             WS-RT-RESUMED-BY (WS-RUN-IDX) " THAT RESUMED IT"
080450             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
080460         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
080470         GO TO 3500-EXIT
080480     END-IF
080500
080600     IF WS-RT-RESTART-OF (WS-RUN-IDX) > ZERO
080610         MOVE WS-RT-RESTART-OF (WS-RUN-IDX)
080615             TO WS-SEARCH-RUN-NUMBER
080620     ELSE
080630         MOVE WS-RT-RUN-NUMBER (WS-RUN-IDX)
080635             TO WS-SEARCH-RUN-NUMBER
080640     END-IF
080700     PERFORM 3600-READ-POSTED-RUN THRU 3600-EXIT
080800     IF WS-RUN-POSTED
080900         PERFORM 3700-LIST-POSTING THRU 3700-EXIT
081000         GO TO 3500-EXIT
081100     END-IF
081200
081300     EVALUATE TRUE
081400         WHEN WS-RT-BACKOUT (WS-RUN-IDX)
081500             MOVE WS-RT-TARGET-RUN (WS-RUN-IDX)
081600                 TO WS-SEARCH-RUN-NUMBER
081700             PERFORM 3600-READ-POSTED-RUN THRU 3600-EXIT
081800             IF WS-RUN-POSTED
081900                 ADD 1 TO WS-NOT-POSTED-COUNT
082000                 MOVE SPACES TO WS-EXCEPTION-TEXT
082100                 STRING "REVRSLT NEVER POSTED TO GL - RUN "
082200                     WS-RT-TARGET-RUN (WS-RUN-IDX)
082300                     " IT REVERSES IS STILL ON GL"
082400                     DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
082500                 PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
082600             ELSE
082700                 MOVE "    GL - NOT POSTED, ORIGINAL NEVER WAS"
082800                     TO WS-OUTPUT-TEXT
082900                 PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
083000             END-IF
083100         WHEN WS-RT-REVERSED (WS-RUN-IDX)
083200             MOVE "    GL - NOT POSTED, BACKED OUT BEFORE POSTING"
083300                 TO WS-OUTPUT-TEXT
083400             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
083500         WHEN WS-RT-CLEAN (WS-RUN-IDX)
083600             ADD 1 TO WS-NOT-POSTED-COUNT
083700             MOVE "CLEAN RUN NEVER POSTED TO GL"
083800                 TO WS-EXCEPTION-TEXT
083900             PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
084000         WHEN WS-RT-HELD (WS-RUN-IDX)
084100                 AND WS-RT-RELEASED (WS-RUN-IDX)
084200             ADD 1 TO WS-NOT-POSTED-COUNT
084300             MOVE "RELEASED RUN NEVER POSTED TO GL"
084400                 TO WS-EXCEPTION-TEXT
084500             PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
084600         WHEN OTHER
084700             MOVE "    GL - NOT POSTED" TO WS-OUTPUT-TEXT
084800             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
084900     END-EVALUATE.
085000
085100 3500-EXIT.
085200     EXIT.
085300******************************************************************
085400* 3600-READ-POSTED-RUN THRU 3600-EXIT - LOOKS
085500* WS-SEARCH-RUN-NUMBER UP ON POSTRUNS.  WITH NO POSTRUNS ON FILE
085600* NOTHING HAS BEEN POSTED.
085700******************************************************************
085800 3600-READ-POSTED-RUN.
085900
086000     MOVE "N" TO WS-POSTED-SWITCH
086100     IF NOT WS-PRUN-OPEN
086200         GO TO 3600-EXIT
086300     END-IF
086400     MOVE WS-SEARCH-RUN-NUMBER TO PR-RUN-NUMBER
086500     READ POSTED-RUNS-FILE
086600         INVALID KEY
086700             MOVE "N" TO WS-POSTED-SWITCH
086800         NOT INVALID KEY
086900             MOVE "Y" TO WS-POSTED-SWITCH
087000     END-READ.
087100
087200 3600-EXIT.
087300     EXIT.
087400******************************************************************
087500* 3700-LIST-POSTING THRU 3700-EXIT - THE POSTRUNS RECORD FOR A
087600* POSTED RUN.  GLPOST FOOTS THE RESULT FILE BEFORE POSTING IT, SO
087700* A DETAIL COUNT THAT DIFFERS FROM THE RUN'S RESULT COUNT MEANS
087800* GL POSTED SOME OTHER RESULTOUT UNDER THIS RUN NUMBER.  A
087810* RESTART'S RESULT COUNT COVERS THE WHOLE RESULTOUT IT CONTINUED,
087820* SO IT TIES TO THE POSTRUNS RECORD OF THE RUN THAT STARTED IT.
087900******************************************************************
088000 3700-LIST-POSTING.
088100
088200     MOVE PR-POSTED-COUNT TO WS-COUNT-EDIT
088300     MOVE PR-POST-COUNT TO WS-COUNT-EDIT-3
088400     MOVE PR-POSTED-TOTAL TO WS-TOTAL-EDIT
088500     MOVE SPACES TO WS-OUTPUT-TEXT
088600     STRING "    GL - POSTED " PR-FIRST-POST-DATE
088700         "  LAST " PR-LAST-POST-DATE
088800         "  TIMES " WS-COUNT-EDIT-3
088900         "  DETAILS POSTED " WS-COUNT-EDIT
089000         "  AMOUNT " WS-TOTAL-EDIT
089100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
089200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089300     IF PR-DETAIL-COUNT NOT = WS-RT-RESULT-COUNT (WS-RUN-IDX)
089400         ADD 1 TO WS-MISMATCH-COUNT
089500         MOVE PR-DETAIL-COUNT TO WS-COUNT-EDIT
089600         MOVE WS-RT-RESULT-COUNT (WS-RUN-IDX) TO WS-COUNT-EDIT-2
089700         MOVE SPACES TO WS-EXCEPTION-TEXT
089800         STRING "GL POSTED " WS-COUNT-EDIT
089900             " DETAILS BUT RUN WROTE " WS-COUNT-EDIT-2
090000             DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
090100         PERFORM 2900-FLAG-EXCEPTION THRU 2900-EXIT
090200     END-IF.
090300
090400 3700-EXIT.
090500     EXIT.
090600******************************************************************
090700* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
090800* TO RECONRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
090900******************************************************************
091000 4000-WRITE-OUTPUT-LINE.
091100
091200     IF WS-RPT-TO-REPORT
091300         MOVE SPACES TO PL-TEXT
091400         MOVE WS-OUTPUT-TEXT TO PL-TEXT
091500         WRITE CALC-PRINT-RECORD
091600     ELSE
091700         DISPLAY WS-OUTPUT-TEXT
091800     END-IF.
091900
092000 4000-EXIT.
092100     EXIT.
092200******************************************************************
092300* 8000-SUMMARY-REPORT THRU 8000-EXIT - THE EXCEPTION COUNTS BY
092400* KIND.  RUNS LISTED EQUALS RUNS TIED PLUS RUNS WITH AT LEAST ONE
092500* EXCEPTION.
092600******************************************************************
092700 8000-SUMMARY-REPORT.
092800
092900     MOVE SPACES TO WS-OUTPUT-TEXT
093000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
093100     MOVE "RECONCILIATION CONTROL TOTALS" TO WS-OUTPUT-TEXT
093200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
093300
093400     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT
093500     MOVE SPACES TO WS-OUTPUT-TEXT
093600     STRING "RUNS LISTED              " WS-COUNT-EDIT
093700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
093800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
093900     MOVE WS-TIED-RUN-COUNT TO WS-COUNT-EDIT
094000     MOVE SPACES TO WS-OUTPUT-TEXT
094100     STRING "RUNS FULLY TIED          " WS-COUNT-EDIT
094200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
094300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
094400     MOVE WS-DIED-COUNT TO WS-COUNT-EDIT
094500     MOVE SPACES TO WS-OUTPUT-TEXT
094600     STRING "RUNS DIED (NO CLOSE)     " WS-COUNT-EDIT
094700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
094800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
094900     MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT
095000     MOVE SPACES TO WS-OUTPUT-TEXT
095100     STRING "HELD OR STOPPED, WAITING " WS-COUNT-EDIT
095200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
095300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
095400     MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
095500     MOVE SPACES TO WS-OUTPUT-TEXT
095600     STRING "COUNT OR TOTAL MISMATCHES" WS-COUNT-EDIT
095700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
095800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
095900     MOVE WS-NOT-POSTED-COUNT TO WS-COUNT-EDIT
096000     MOVE SPACES TO WS-OUTPUT-TEXT
096100     STRING "DUE ON GL, NEVER POSTED  " WS-COUNT-EDIT
096200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
096300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
096400     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
096500     MOVE SPACES TO WS-OUTPUT-TEXT
096600     STRING "TOTAL EXCEPTIONS         " WS-COUNT-EDIT
096700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
096800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
096900     MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-EDIT
097000     MOVE SPACES TO WS-OUTPUT-TEXT
097100     STRING "AUDIT RECORDS SCANNED    " WS-COUNT-EDIT
097200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
097300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
097400
097500     IF NOT WS-ABORT-REQUESTED AND WS-EXCEPTION-COUNT = ZERO
097600         MOVE "NO EXCEPTIONS - EVERY RUN TIES" TO WS-OUTPUT-TEXT
097700         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
097800     END-IF.
097900
098000 8000-EXIT.
098100     EXIT.
098200******************************************************************
098300* 9999-TERMINATE THRU 9999-EXIT - CLOSE THE REPORT.  THE INPUT
098400* FILES ARE OPENED AND CLOSED BY THE PASSES THAT USE THEM.
098500******************************************************************
098600 9999-TERMINATE.
098700
098800     IF WS-RPT-TO-REPORT
098900         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
099000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
099100         CLOSE RECON-RPT-FILE
099200     END-IF.
099300
099400 9999-EXIT.
099500     EXIT.
099600 END PROGRAM RUNRECON.

000100******************************************************************
000200* AUTHOR:         R. HENNESSY - BATCH SYSTEMS GROUP
000300* INSTALLATION:   DATA CENTER
000400* DATE-WRITTEN:   2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE:        MONTH-END CLOSE FOR THE POSTING-PERIOD TABLE,
000700*                 REPLACING THE HAND EDIT OF PERIODTB.  THE OPEN
000800*                 PERIOD IS CLOSED ONLY WHEN EVERY RUN SINCE IT
000900*                 OPENED HAS CLOSED ON RUNREG AND NONE IS STILL
001000*                 HELD, AND WHEN THE SUM OF AM-BALANCE ON ACCTMAST
001100*                 TIES TO THE GL CONTROL ACCOUNT THAT OPERATION 8
001200*                 POSTS INTO (GLXREF) ON GLMAST.  ON A CLEAN TIE
001300*                 THE PERIOD IS MARKED CLOSED WITH THE CLOSE DATE,
001400*                 THE NEXT PERIOD IS OPENED WITH ITS DATE RANGE,
001500*                 AND PCLOSRPT CARRIES THE GL TRIAL BALANCE AS THE
001600*                 PERIOD-END RECORD.  ANY REFUSAL LEAVES PERIODTB
001700*                 BYTE-FOR-BYTE ALONE AND SAYS WHY.
001800* TECTONICS:      cobc
001900******************************************************************
002000* MODIFICATION HISTORY
002100* ----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 2026-10-15 RH    ORIGINAL VERSION - OPERATOR ID OF WHOEVER IS
002400*                  CLOSING THE MONTH ON THE COMMAND LINE.  EVERY
002500*                  REASON TO REFUSE IS CHECKED AND PRINTED, NOT
002600*                  JUST THE FIRST, SO ONE RUN OF THE JOB GIVES THE
002700*                  WHOLE LIST TO CLEAR.  A REFUSED CLOSE SETS
002800*                  RETURN-CODE 16.  THE TRIAL BALANCE PRINTS
002900*                  EITHER WAY, TO WORK A DIFFERENCE FROM.
002910* 2026-10-15 RH    A HELD RUN A SUPERVISOR HAS RELEASED (RUNREG
002920*                  RELEASE ENTRY, TYPE L, FROM RUNRLSE) NO LONGER
002930*                  COUNTS AS HELD, THE SAME AS ONE BACKED OUT.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PERDCLOS.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PERIOD-FILE ASSIGN TO "PERIODTB"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PERIOD-FS.
003900     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RUNREG-FS.
004200     SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS AM-ACCOUNT-ID
004600         FILE STATUS IS WS-ACCT-FS.
004700     SELECT GL-XREF-FILE ASSIGN TO "GLXREF"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GLXREF-FS.
005000     SELECT GL-MASTER-FILE ASSIGN TO "GLMAST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GLMAST-FS.
005300     SELECT CLOSE-RPT-FILE ASSIGN TO "PCLOSRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-FS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PERIOD-FILE.
005900     COPY CALCPERD.
006000 FD  RUN-REGISTRY-FILE.
006100     COPY CALCRREG.
006200 FD  ACCT-FILE.
006300     COPY CALCACCT.
006400 FD  GL-XREF-FILE.
006500     COPY CALCGLXR.
006600 FD  GL-MASTER-FILE.
006700     COPY CALCGLM.
006800 FD  CLOSE-RPT-FILE.
006900     COPY CALCPRT.
007000 WORKING-STORAGE SECTION.
007100******************************************************************
007200* RUN CONTROL SWITCHES
007300******************************************************************
007400 01  WS-SWITCHES.
007500     05  WS-ABORT-SWITCH         PIC X(01) VALUE "N".
007600         88  WS-ABORT-REQUESTED      VALUE "Y".
007700     05  WS-REFUSE-SWITCH        PIC X(01) VALUE "N".
007800         88  WS-CLOSE-REFUSED        VALUE "Y".
007900     05  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
008000         88  WS-PERIOD-EOF           VALUE "Y".
008100     05  WS-RUNREG-EOF-SWITCH    PIC X(01) VALUE "N".
008200         88  WS-RUNREG-EOF           VALUE "Y".
008300     05  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
008400         88  WS-ACCT-EOF             VALUE "Y".
008500     05  WS-GLXREF-EOF-SWITCH    PIC X(01) VALUE "N".
008600         88  WS-GLXREF-EOF           VALUE "Y".
008700     05  WS-GLMAST-EOF-SWITCH    PIC X(01) VALUE "N".
008800         88  WS-GLMAST-EOF           VALUE "Y".
008900     05  WS-CONTROL-XREF-SWITCH  PIC X(01) VALUE "N".
009000         88  WS-CONTROL-XREF-FOUND   VALUE "Y".
009100     05  WS-CONTROL-GL-SWITCH    PIC X(01) VALUE "N".
009200         88  WS-CONTROL-GL-FOUND     VALUE "Y".
009300     05  WS-RUN-FOUND-SWITCH     PIC X(01) VALUE "N".
009400         88  WS-RUN-FOUND            VALUE "Y".
009500     05  WS-NEXT-FOUND-SWITCH    PIC X(01) VALUE "N".
009600         88  WS-NEXT-PERIOD-FOUND    VALUE "Y".
009700     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
009800         88  WS-RPT-TO-REPORT        VALUE "P".
009900         88  WS-RPT-TO-CONSOLE       VALUE "C".
010000 77  WS-OUTPUT-TEXT              PIC X(132).
010100 77  WS-REJECT-REASON            PIC X(60).
010200******************************************************************
010300* FILE STATUS FIELDS
010400******************************************************************
010500 77  WS-PERIOD-FS                PIC X(02).
010600 77  WS-RUNREG-FS                PIC X(02).
010700 77  WS-ACCT-FS                  PIC X(02).
010800 77  WS-GLXREF-FS                PIC X(02).
010900 77  WS-GLMAST-FS                PIC X(02).
011000 77  WS-RPT-FS                   PIC X(02).
011100******************************************************************
011200* COMMAND-LINE PARAMETER - OPERATOR ID OF WHOEVER IS CLOSING THE
011300* PERIOD.  REQUIRED.
011400******************************************************************
011500 01  WS-PARM-LINE                PIC X(40).
011600 77  WS-CLOSE-OPERATOR-ID        PIC X(08) VALUE SPACES.
011700 77  WS-CURRENT-DATE             PIC 9(06) VALUE ZERO.
011800 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
011900******************************************************************
012000* PERIOD TABLE - ALL OF PERIODTB, HELD BYTE FOR BYTE SO THE FILE
012100* CAN BE WRITTEN BACK IN PLACE THE WAY TABMAINT REWRITES OPERTAB.
012200* THE OPEN PERIOD (THE FIRST ONE, AS THE CALCULATOR LOADS IT) IS
012300* THE ONE CLOSED.
012400******************************************************************
012500 77  WS-PERIOD-COUNT             PIC 9(04) COMP VALUE ZERO.
012600 77  WS-OPEN-SUB                 PIC 9(04) COMP VALUE ZERO.
012700 77  WS-PERIOD-FULL-COUNT        PIC 9(06) COMP VALUE ZERO.
012800 01  WS-PERIOD-TABLE.
012900     05  WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
013000             DEPENDING ON WS-PERIOD-COUNT
013100             INDEXED BY WS-PERIOD-IDX.
013200         10  WS-PT-PERIOD-ID     PIC 9(04).
013300         10  WS-PT-START-DATE    PIC 9(06).
013400         10  WS-PT-END-DATE      PIC 9(06).
013500         10  WS-PT-STATUS        PIC X(01).
013600         10  WS-PT-CLOSE-DATE    PIC 9(06).
013700         10  WS-PT-RESERVED      PIC X(04).
013800 77  WS-PERIOD-ID                PIC 9(04) VALUE ZERO.
013900 77  WS-PERIOD-START             PIC 9(06) VALUE ZERO.
014000 77  WS-PERIOD-END               PIC 9(06) VALUE ZERO.
014100******************************************************************
014200* NEXT PERIOD - STARTS THE DAY AFTER THE CLOSING PERIOD ENDS AND
014300* RUNS TO THE END OF THAT CALENDAR MONTH.  ITS ID IS THE YYMM OF
014400* ITS START DATE.
014500******************************************************************
014600 01  WS-DATE-WORK                PIC 9(06).
014700 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
014800     05  WS-DW-YY                PIC 9(02).
014900     05  WS-DW-MM                PIC 9(02).
015000     05  WS-DW-DD                PIC 9(02).
015100 01  WS-MONTH-LENGTHS            PIC X(24)
015200                          VALUE "312831303130313130313031".
015300 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
015400     05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
015500 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
015600 77  WS-LEAP-QUOTIENT            PIC 9(02) VALUE ZERO.
015700 77  WS-LEAP-REMAINDER           PIC 9(02) VALUE ZERO.
015800 01  WS-NEXT-PERIOD-ID           PIC 9(04) VALUE ZERO.
015900 01  WS-NEXT-PERIOD-ID-R REDEFINES WS-NEXT-PERIOD-ID.
016000     05  WS-NP-YY                PIC 9(02).
016100     05  WS-NP-MM                PIC 9(02).
016200 77  WS-NEXT-START               PIC 9(06) VALUE ZERO.
016300 77  WS-NEXT-END                 PIC 9(06) VALUE ZERO.
016400******************************************************************
016500* RUNS IN THE PERIOD - EVERY RUN WITH A RUNREG ENTRY DATED ON OR
016600* AFTER THE PERIOD'S START.  A RUN IS STILL OPEN IF IT HAS NO
016700* CLOSE ENTRY, AND STILL HELD IF IT CLOSED HELD AND HAS NOT BEEN
016800* BACKED OUT OR RELEASED BY A SUPERVISOR SINCE.
016900******************************************************************
017000 77  WS-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
017100 01  WS-RUN-TABLE.
017200     05  WS-RUN-ENTRY OCCURS 1 TO 3000 TIMES
017300             DEPENDING ON WS-RUN-COUNT
017400             INDEXED BY WS-RUN-IDX.
017500         10  WS-RT-RUN-NUMBER    PIC 9(06).
017600         10  WS-RT-RUN-DATE      PIC 9(06).
017700         10  WS-RT-CLOSE-FLAG    PIC X(01).
017800             88  WS-RT-CLOSED        VALUE "Y".
017900         10  WS-RT-OUTCOME       PIC X(01).
018000             88  WS-RT-HELD          VALUE "H".
018100         10  WS-RT-REVERSED-FLAG PIC X(01).
018200             88  WS-RT-REVERSED      VALUE "Y".
018210         10  WS-RT-RELEASED-FLAG PIC X(01).
018220             88  WS-RT-RELEASED      VALUE "Y".
018300 77  WS-RUN-FULL-COUNT           PIC 9(06) COMP VALUE ZERO.
018400 77  WS-OPEN-RUN-COUNT           PIC 9(06) COMP VALUE ZERO.
018500 77  WS-HELD-RUN-COUNT           PIC 9(06) COMP VALUE ZERO.
018600******************************************************************
018700* SUBLEDGER TIE-OUT AND TRIAL BALANCE FIGURES
018800******************************************************************
018900 77  WS-CONTROL-ACCOUNT-NO       PIC X(08) VALUE SPACES.
019000 77  WS-CONTROL-BALANCE          PIC S9(9)V99 VALUE ZERO.
019100 77  WS-SUBLEDGER-TOTAL          PIC S9(9)V99 VALUE ZERO.
019200 77  WS-TIE-DIFFERENCE           PIC S9(9)V99 VALUE ZERO.
019300 77  WS-ACCT-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
019400 77  WS-GL-ACCOUNT-COUNT         PIC 9(06) COMP VALUE ZERO.
019500 77  WS-DEBIT-TOTAL              PIC S9(9)V99 VALUE ZERO.
019600 77  WS-CREDIT-TOTAL             PIC S9(9)V99 VALUE ZERO.
019700 77  WS-NET-TOTAL                PIC S9(9)V99 VALUE ZERO.
019800 77  WS-CREDIT-AMOUNT            PIC S9(9)V99 VALUE ZERO.
019900******************************************************************
020000* EDITED FIELDS FOR THE REPORT LINES
020100******************************************************************
020200 77  WS-COUNT-EDIT               PIC ZZZZZ9.
020300 77  WS-DEBIT-EDIT               PIC Z(8)9.99.
020400 77  WS-CREDIT-EDIT              PIC Z(8)9.99.
020500 77  WS-TOTAL-EDIT               PIC -(9)9.99.
020600 PROCEDURE DIVISION.
020700******************************************************************
020800* MAIN-PROCEDURE - ENTRY POINT.  THE CHECKS ALL RUN EVEN AFTER
020900* ONE HAS REFUSED; PERIODTB IS ONLY WRITTEN IF NONE DID.
021000******************************************************************
021100 MAIN-PROCEDURE.
021200
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021400     IF NOT WS-ABORT-REQUESTED
021500         PERFORM 1100-LOAD-PERIOD-TABLE THRU 1100-EXIT
021600     END-IF
021700     IF NOT WS-ABORT-REQUESTED
021800         PERFORM 2000-CHECK-RUN-REGISTRY THRU 2000-EXIT
021900         PERFORM 3000-TIE-SUBLEDGER THRU 3000-EXIT
022000         PERFORM 5000-PRINT-TRIAL-BALANCE THRU 5000-EXIT
022100         PERFORM 3500-CHECK-TIE-OUT THRU 3500-EXIT
022200         PERFORM 6000-SET-NEXT-PERIOD THRU 6000-EXIT
022300     END-IF
022400     IF NOT WS-ABORT-REQUESTED AND NOT WS-CLOSE-REFUSED
022500         PERFORM 7000-CLOSE-PERIOD THRU 7000-EXIT
022600     END-IF
022700     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
022800     PERFORM 9999-TERMINATE THRU 9999-EXIT
022900
023000     STOP RUN.
023100******************************************************************
023200* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE REPORT AND TAKE THE
023300* OPERATOR ID OFF THE COMMAND LINE.  A MISSING ID ABORTS THE RUN
023400* WITH RETURN-CODE 16.
023500******************************************************************
023600 1000-INITIALIZE.
023700
023800     OPEN OUTPUT CLOSE-RPT-FILE
023900     IF WS-RPT-FS = "00"
024000         MOVE "P" TO WS-RPT-OUTPUT-SWITCH
024100     ELSE
024200         MOVE "C" TO WS-RPT-OUTPUT-SWITCH
024300     END-IF
024400     ACCEPT WS-CURRENT-DATE FROM DATE
024500     ACCEPT WS-CURRENT-TIME FROM TIME
024600
024700     MOVE SPACES TO WS-PARM-LINE
024800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
024900     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
025000         INTO WS-CLOSE-OPERATOR-ID
025100     END-UNSTRING
025200
025300     MOVE SPACES TO WS-OUTPUT-TEXT
025400     STRING "PERIOD CLOSE REPORT - OPERATOR " WS-CLOSE-OPERATOR-ID
025500         "  DATE " WS-CURRENT-DATE "  TIME " WS-CURRENT-TIME
025600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
025700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
025800
025900     IF WS-CLOSE-OPERATOR-ID = SPACES
026000         MOVE "OPERATOR ID PARM MISSING" TO WS-REJECT-REASON
026100         PERFORM 1900-ABORT-CLOSE THRU 1900-EXIT
026200     END-IF.
026300
026400 1000-EXIT.
026500     EXIT.
026600******************************************************************
026700* 1100-LOAD-PERIOD-TABLE THRU 1100-EXIT - READS ALL OF PERIODTB
026800* AND FINDS THE FIRST OPEN PERIOD.  NO PERIODTB, NO OPEN PERIOD,
026900* OR A TABLE TOO BIG TO WRITE BACK WHOLE ABORTS THE RUN.
027000******************************************************************
027100 1100-LOAD-PERIOD-TABLE.
027200
027300     OPEN INPUT PERIOD-FILE
027400     IF WS-PERIOD-FS NOT = "00"
027500         MOVE "PERIODTB NOT AVAILABLE - NOTHING TO CLOSE"
027600             TO WS-REJECT-REASON
027700         PERFORM 1900-ABORT-CLOSE THRU 1900-EXIT
027800         GO TO 1100-EXIT
027900     END-IF
028000     PERFORM 1110-READ-PERIOD-ENTRY THRU 1110-EXIT
028100         UNTIL WS-PERIOD-EOF
028200     CLOSE PERIOD-FILE
028300
028400     IF WS-PERIOD-FULL-COUNT > ZERO
028500         MOVE "PERIODTB TOO LARGE FOR PERIOD TABLE"
028600             TO WS-REJECT-REASON
028700         PERFORM 1900-ABORT-CLOSE THRU 1900-EXIT
028800         GO TO 1100-EXIT
028900     END-IF
029000     IF WS-OPEN-SUB = ZERO
029100         MOVE "NO OPEN POSTING PERIOD ON PERIODTB"
029200             TO WS-REJECT-REASON
029300         PERFORM 1900-ABORT-CLOSE THRU 1900-EXIT
029400         GO TO 1100-EXIT
029500     END-IF
029600
029700     MOVE WS-PT-PERIOD-ID (WS-OPEN-SUB) TO WS-PERIOD-ID
029800     MOVE WS-PT-START-DATE (WS-OPEN-SUB) TO WS-PERIOD-START
029900     MOVE WS-PT-END-DATE (WS-OPEN-SUB) TO WS-PERIOD-END
030000     MOVE SPACES TO WS-OUTPUT-TEXT
030100     STRING "CLOSING PERIOD " WS-PERIOD-ID
030200         "  " WS-PERIOD-START " TO " WS-PERIOD-END
030300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
030400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
030500
030600 1100-EXIT.
030700     EXIT.
030800******************************************************************
030900* 1110-READ-PERIOD-ENTRY THRU 1110-EXIT
031000******************************************************************
031100 1110-READ-PERIOD-ENTRY.
031200
031300     READ PERIOD-FILE
031400         AT END
031500             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
031600             GO TO 1110-EXIT
031700     END-READ
031800
031900     IF WS-PERIOD-COUNT = 240
032000         ADD 1 TO WS-PERIOD-FULL-COUNT
032100         GO TO 1110-EXIT
032200     END-IF
032300     ADD 1 TO WS-PERIOD-COUNT
032400     MOVE POSTING-PERIOD-RECORD
032500         TO WS-PERIOD-ENTRY (WS-PERIOD-COUNT)
032600     IF PD-STATUS-OPEN AND WS-OPEN-SUB = ZERO
032700         MOVE WS-PERIOD-COUNT TO WS-OPEN-SUB
032800     END-IF.
032900
033000 1110-EXIT.
033100     EXIT.
033200******************************************************************
033300* 1900-ABORT-CLOSE THRU 1900-EXIT - THE CLOSE CANNOT EVEN BE
033400* CHECKED.  NOTHING IS WRITTEN; RETURN-CODE 16.
033500******************************************************************
033600 1900-ABORT-CLOSE.
033700
033800     MOVE "Y" TO WS-ABORT-SWITCH
033900     MOVE SPACES TO WS-OUTPUT-TEXT
034000     STRING "CLOSE ABORTED - " WS-REJECT-REASON
034100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
034200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
034300     MOVE 16 TO RETURN-CODE.
034400
034500 1900-EXIT.
034600     EXIT.
034700******************************************************************
034800* 2000-CHECK-RUN-REGISTRY THRU 2000-EXIT - TABLES EVERY RUN WITH
034900* A RUNREG ENTRY DATED IN OR AFTER THE CLOSING PERIOD, THEN
035000* REFUSES THE CLOSE FOR EACH ONE STILL OPEN OR STILL HELD.  A
035100* MISSING RUNREG MEANS NO RUN HAS EVER REGISTERED.
035200******************************************************************
035300 2000-CHECK-RUN-REGISTRY.
035400
035500     MOVE "RUN REGISTRY CHECK" TO WS-OUTPUT-TEXT
035600     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
035700     OPEN INPUT RUN-REGISTRY-FILE
035800     IF WS-RUNREG-FS NOT = "00"
035900         MOVE "  NO RUN REGISTRY - NO RUNS TO CHECK"
036000             TO WS-OUTPUT-TEXT
036100         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
036200         GO TO 2000-EXIT
036300     END-IF
036400     PERFORM 2100-READ-REGISTRY-ENTRY THRU 2100-EXIT
036500         UNTIL WS-RUNREG-EOF
036600     CLOSE RUN-REGISTRY-FILE
036700
036800     IF WS-RUN-FULL-COUNT > ZERO
036900         MOVE "TOO MANY RUNS IN PERIOD FOR RUN TABLE"
037000             TO WS-REJECT-REASON
037100         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
037200     END-IF
037300     PERFORM 2300-CHECK-ONE-RUN THRU 2300-EXIT
037400         VARYING WS-RUN-IDX FROM 1 BY 1
037500         UNTIL WS-RUN-IDX > WS-RUN-COUNT
037600
037700     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT
037800     MOVE SPACES TO WS-OUTPUT-TEXT
037900     STRING "  RUNS IN PERIOD " WS-COUNT-EDIT
038000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
038100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
038200
038300 2000-EXIT.
038400     EXIT.
038500******************************************************************
038600* 2100-READ-REGISTRY-ENTRY THRU 2100-EXIT - OPEN AND CLOSE
038700* ENTRIES DATED FROM THE PERIOD START ON BUILD THE RUN TABLE;
038800* A REVERSAL ENTRY MARKS ITS RUN BACKED OUT AND A RELEASE ENTRY
038810* MARKS IT RELEASED.
038900******************************************************************
039000 2100-READ-REGISTRY-ENTRY.
039100
039200     READ RUN-REGISTRY-FILE
039300         AT END
039400             MOVE "Y" TO WS-RUNREG-EOF-SWITCH
039500             GO TO 2100-EXIT
039600     END-READ
039700
039800     PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT
039900     IF NOT WS-RUN-FOUND
040000         IF RR-ENTRY-REVERSAL OR RR-ENTRY-RELEASE
040100                 OR RR-RUN-DATE < WS-PERIOD-START
040200             GO TO 2100-EXIT
040300         END-IF
040400         IF WS-RUN-COUNT = 3000
040500             ADD 1 TO WS-RUN-FULL-COUNT
040600             GO TO 2100-EXIT
040700         END-IF
040800         ADD 1 TO WS-RUN-COUNT
040900         SET WS-RUN-IDX TO WS-RUN-COUNT
041000         MOVE RR-RUN-NUMBER TO WS-RT-RUN-NUMBER (WS-RUN-IDX)
041100         MOVE RR-RUN-DATE TO WS-RT-RUN-DATE (WS-RUN-IDX)
041200         MOVE "N" TO WS-RT-CLOSE-FLAG (WS-RUN-IDX)
041300         MOVE RR-OUTCOME TO WS-RT-OUTCOME (WS-RUN-IDX)
041400         MOVE "N" TO WS-RT-REVERSED-FLAG (WS-RUN-IDX)
041410         MOVE "N" TO WS-RT-RELEASED-FLAG (WS-RUN-IDX)
041500     END-IF
041600     EVALUATE TRUE
041700         WHEN RR-ENTRY-CLOSE
041800             MOVE "Y" TO WS-RT-CLOSE-FLAG (WS-RUN-IDX)
041900             MOVE RR-OUTCOME TO WS-RT-OUTCOME (WS-RUN-IDX)
042000         WHEN RR-ENTRY-REVERSAL
042100             MOVE "Y" TO WS-RT-REVERSED-FLAG (WS-RUN-IDX)
042110         WHEN RR-ENTRY-RELEASE
042120             MOVE "Y" TO WS-RT-RELEASED-FLAG (WS-RUN-IDX)
042200     END-EVALUATE.
042300
042400 2100-EXIT.
042500     EXIT.
042600******************************************************************
042700* 2200-FIND-RUN-ENTRY THRU 2200-EXIT - LOOKS UP RR-RUN-NUMBER ON
042800* THE RUN TABLE.  ON A HIT WS-RUN-IDX IS LEFT ON THE MATCHING ROW.
042900******************************************************************
043000 2200-FIND-RUN-ENTRY.
043100
043200     MOVE "N" TO WS-RUN-FOUND-SWITCH
043300     PERFORM 2210-MATCH-RUN-ENTRY THRU 2210-EXIT
043400         VARYING WS-RUN-IDX FROM 1 BY 1
043500         UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
043600     IF WS-RUN-FOUND
043700         SET WS-RUN-IDX DOWN BY 1
043800     END-IF.
043900
044000 2200-EXIT.
044100     EXIT.
044200******************************************************************
044300* 2210-MATCH-RUN-ENTRY THRU 2210-EXIT
044400******************************************************************
044500 2210-MATCH-RUN-ENTRY.
044600
044700     IF WS-RT-RUN-NUMBER (WS-RUN-IDX) = RR-RUN-NUMBER
044800         MOVE "Y" TO WS-RUN-FOUND-SWITCH
044900     END-IF.
045000
045100 2210-EXIT.
045200     EXIT.
045300******************************************************************
045400* 2300-CHECK-ONE-RUN THRU 2300-EXIT - A RUN WITH NO CLOSE ENTRY
045500* IS STILL RUNNING OR DIED; A HELD RUN NEITHER BACKED OUT NOR
045600* RELEASED STILL HAS A RESULT FILE WAITING.  EITHER ONE KEEPS THE
045610* PERIOD OPEN.
045700******************************************************************
045800 2300-CHECK-ONE-RUN.
045900
046000     IF NOT WS-RT-CLOSED (WS-RUN-IDX)
046100         ADD 1 TO WS-OPEN-RUN-COUNT
046200         MOVE SPACES TO WS-REJECT-REASON
046300         STRING "RUN " WS-RT-RUN-NUMBER (WS-RUN-IDX)
046400             " OF " WS-RT-RUN-DATE (WS-RUN-IDX)
046500             " OPEN ON RUNREG WITH NO CLOSE ENTRY"
046600             DELIMITED BY SIZE INTO WS-REJECT-REASON
046700         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
046800         GO TO 2300-EXIT
046900     END-IF
047000     IF WS-RT-HELD (WS-RUN-IDX)
047100             AND NOT WS-RT-REVERSED (WS-RUN-IDX)
047110             AND NOT WS-RT-RELEASED (WS-RUN-IDX)
047200         ADD 1 TO WS-HELD-RUN-COUNT
047300         MOVE SPACES TO WS-REJECT-REASON
047400         STRING "RUN " WS-RT-RUN-NUMBER (WS-RUN-IDX)
047500             " OF " WS-RT-RUN-DATE (WS-RUN-IDX)
047600             " STILL HELD - RESULT FILE NOT POSTED"
047700             DELIMITED BY SIZE INTO WS-REJECT-REASON
047800         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
047900     END-IF.
048000
048100 2300-EXIT.
048200     EXIT.
048300******************************************************************
048400* 2900-REFUSE-CLOSE THRU 2900-EXIT - COMMON REFUSAL ACTION.  THE
048500* REMAINING CHECKS STILL RUN SO EVERY REASON IS PRINTED.
048600******************************************************************
048700 2900-REFUSE-CLOSE.
048800
048900     MOVE "Y" TO WS-REFUSE-SWITCH
049000     MOVE SPACES TO WS-OUTPUT-TEXT
049100     STRING "  CLOSE REFUSED - " WS-REJECT-REASON
049200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
049300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
049400     MOVE 16 TO RETURN-CODE.
049500
049600 2900-EXIT.
049700     EXIT.
049800******************************************************************
049900* 3000-TIE-SUBLEDGER THRU 3000-EXIT - FINDS THE GL CONTROL
050000* ACCOUNT OPERATION 8 POSTS INTO ON GLXREF AND SUMS AM-BALANCE
050100* OVER EVERY ACCOUNT ON ACCTMAST.  THE CONTROL ACCOUNT'S GLMAST
050200* BALANCE IS PICKED UP AS THE TRIAL BALANCE PRINTS.  A SITE
050300* WITH NO ACCTMAST YET HAS A SUBLEDGER TOTAL OF ZERO.
050400******************************************************************
050500 3000-TIE-SUBLEDGER.
050600
050700     OPEN INPUT GL-XREF-FILE
050800     IF WS-GLXREF-FS = "00"
050900         PERFORM 3100-READ-XREF-ENTRY THRU 3100-EXIT
051000             UNTIL WS-GLXREF-EOF OR WS-CONTROL-XREF-FOUND
051100         CLOSE GL-XREF-FILE
051200     END-IF
051300
051400     OPEN INPUT ACCT-FILE
051500     IF WS-ACCT-FS = "00"
051600         PERFORM 3200-READ-ACCOUNT THRU 3200-EXIT
051700             UNTIL WS-ACCT-EOF
051800         CLOSE ACCT-FILE
051900     ELSE
052000         IF WS-ACCT-FS NOT = "35"
052100             MOVE "ACCOUNT MASTER NOT AVAILABLE FOR TIE-OUT"
052200                 TO WS-REJECT-REASON
052300             PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
052400         END-IF
052500     END-IF.
052600
052700 3000-EXIT.
052800     EXIT.
052900******************************************************************
053000* 3100-READ-XREF-ENTRY THRU 3100-EXIT
053100******************************************************************
053200 3100-READ-XREF-ENTRY.
053300
053400     READ GL-XREF-FILE
053500         AT END
053600             MOVE "Y" TO WS-GLXREF-EOF-SWITCH
053700         NOT AT END
053800             IF XR-OPERATION-CODE = 8
053900                 MOVE "Y" TO WS-CONTROL-XREF-SWITCH
054000                 MOVE XR-GL-ACCOUNT-NO TO WS-CONTROL-ACCOUNT-NO
054100             END-IF
054200     END-READ.
054300
054400 3100-EXIT.
054500     EXIT.
054600******************************************************************
054700* 3200-READ-ACCOUNT THRU 3200-EXIT
054800******************************************************************
054900 3200-READ-ACCOUNT.
055000
055100     READ ACCT-FILE NEXT RECORD
055200         AT END
055300             MOVE "Y" TO WS-ACCT-EOF-SWITCH
055400         NOT AT END
055500             ADD 1 TO WS-ACCT-READ-COUNT
055600             ADD AM-BALANCE TO WS-SUBLEDGER-TOTAL
055700     END-READ.
055800
055900 3200-EXIT.
056000     EXIT.
056100******************************************************************
056200* 3500-CHECK-TIE-OUT THRU 3500-EXIT - ACCTMAST MUST EQUAL THE GL
056300* CONTROL ACCOUNT TO THE CENT.  ANY DIFFERENCE, OR NO CONTROL
056400* ACCOUNT TO TIE TO, REFUSES THE CLOSE.
056500******************************************************************
056600 3500-CHECK-TIE-OUT.
056700
056800     MOVE "SUBLEDGER TIE-OUT" TO WS-OUTPUT-TEXT
056900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
057000     IF NOT WS-CONTROL-XREF-FOUND
057100         MOVE "NO GLXREF ASSIGNMENT FOR OPERATION 8"
057200             TO WS-REJECT-REASON
057300         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
057400         GO TO 3500-EXIT
057500     END-IF
057600     IF NOT WS-CONTROL-GL-FOUND
057700         MOVE SPACES TO WS-REJECT-REASON
057800         STRING "CONTROL ACCOUNT " WS-CONTROL-ACCOUNT-NO
057900             " NOT ON GLMAST"
058000             DELIMITED BY SIZE INTO WS-REJECT-REASON
058100         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
058200         GO TO 3500-EXIT
058300     END-IF
058400
058500     MOVE WS-ACCT-READ-COUNT TO WS-COUNT-EDIT
058600     MOVE WS-SUBLEDGER-TOTAL TO WS-TOTAL-EDIT
058700     MOVE SPACES TO WS-OUTPUT-TEXT
058800     STRING "  ACCTMAST BALANCES (" WS-COUNT-EDIT " ACCOUNTS) "
058900         WS-TOTAL-EDIT
059000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
059100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
059200     MOVE WS-CONTROL-BALANCE TO WS-TOTAL-EDIT
059300     MOVE SPACES TO WS-OUTPUT-TEXT
059400     STRING "  GL CONTROL ACCOUNT " WS-CONTROL-ACCOUNT-NO
059500         "         " WS-TOTAL-EDIT
059600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
059700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
059800     SUBTRACT WS-CONTROL-BALANCE FROM WS-SUBLEDGER-TOTAL
059900         GIVING WS-TIE-DIFFERENCE
060000     MOVE WS-TIE-DIFFERENCE TO WS-TOTAL-EDIT
060100     MOVE SPACES TO WS-OUTPUT-TEXT
060200     STRING "  DIFFERENCE                          " WS-TOTAL-EDIT
060300         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
060400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
060500
060600     IF WS-TIE-DIFFERENCE NOT = ZERO
060700         MOVE "ACCTMAST DOES NOT TIE TO GL CONTROL ACCOUNT"
060800             TO WS-REJECT-REASON
060900         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
061000     END-IF.
061100
061200 3500-EXIT.
061300     EXIT.
061400******************************************************************
061500* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT
061600* TO PCLOSRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
061700******************************************************************
061800 4000-WRITE-OUTPUT-LINE.
061900
062000     IF WS-RPT-TO-REPORT
062100         MOVE SPACES TO PL-TEXT
062200         MOVE WS-OUTPUT-TEXT TO PL-TEXT
062300         WRITE CALC-PRINT-RECORD
062400     ELSE
062500         DISPLAY WS-OUTPUT-TEXT
062600     END-IF.
062700
062800 4000-EXIT.
062900     EXIT.
063000******************************************************************
063100* 5000-PRINT-TRIAL-BALANCE THRU 5000-EXIT - ONE LINE PER GLMAST
063200* ACCOUNT, DEBIT BALANCES (POSITIVE) AND CREDIT BALANCES
063300* (NEGATIVE) IN THEIR OWN COLUMNS, WITH COLUMN TOTALS AND THE NET.
063400* NO GLMAST REFUSES THE CLOSE - THERE IS NOTHING TO TIE TO.
063500******************************************************************
063600 5000-PRINT-TRIAL-BALANCE.
063700
063800     MOVE SPACES TO WS-OUTPUT-TEXT
063900     STRING "GL TRIAL BALANCE - PERIOD " WS-PERIOD-ID
064000         " AS AT " WS-CURRENT-DATE
064100         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
064200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
064300     OPEN INPUT GL-MASTER-FILE
064400     IF WS-GLMAST-FS NOT = "00"
064500         MOVE "GL MASTER GLMAST NOT AVAILABLE" TO WS-REJECT-REASON
064600         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
064700         GO TO 5000-EXIT
064800     END-IF
064900     MOVE SPACES TO WS-OUTPUT-TEXT
065000     STRING "  ACCOUNT   NAME                          DEBIT"
065100         "         CREDIT"
065200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
065300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
065400     PERFORM 5100-READ-GL-ACCOUNT THRU 5100-EXIT
065500         UNTIL WS-GLMAST-EOF
065600     CLOSE GL-MASTER-FILE
065700
065800     MOVE WS-DEBIT-TOTAL TO WS-DEBIT-EDIT
065900     COMPUTE WS-CREDIT-AMOUNT = ZERO - WS-CREDIT-TOTAL
066000     MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-EDIT
066100     MOVE SPACES TO WS-OUTPUT-TEXT
066200     STRING "  TOTALS                         " WS-DEBIT-EDIT
066300         "   " WS-CREDIT-EDIT
066400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
066500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
066600     ADD WS-DEBIT-TOTAL WS-CREDIT-TOTAL GIVING WS-NET-TOTAL
066700     MOVE WS-NET-TOTAL TO WS-TOTAL-EDIT
066800     MOVE WS-GL-ACCOUNT-COUNT TO WS-COUNT-EDIT
066900     MOVE SPACES TO WS-OUTPUT-TEXT
067000     STRING "  NET OF " WS-COUNT-EDIT " GL ACCOUNTS         "
067100         WS-TOTAL-EDIT
067200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
067300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
067400
067500 5000-EXIT.
067600     EXIT.
067700******************************************************************
067800* 5100-READ-GL-ACCOUNT THRU 5100-EXIT
067900******************************************************************
068000 5100-READ-GL-ACCOUNT.
068100
068200     READ GL-MASTER-FILE
068300         AT END
068400             MOVE "Y" TO WS-GLMAST-EOF-SWITCH
068500             GO TO 5100-EXIT
068600     END-READ
068700
068800     ADD 1 TO WS-GL-ACCOUNT-COUNT
068900     IF WS-CONTROL-XREF-FOUND
069000             AND GM-ACCOUNT-NO = WS-CONTROL-ACCOUNT-NO
069100         MOVE "Y" TO WS-CONTROL-GL-SWITCH
069200         MOVE GM-BALANCE TO WS-CONTROL-BALANCE
069300     END-IF
069400     MOVE ZERO TO WS-DEBIT-EDIT
069500     MOVE ZERO TO WS-CREDIT-EDIT
069600     IF GM-BALANCE < ZERO
069700         ADD GM-BALANCE TO WS-CREDIT-TOTAL
069800         COMPUTE WS-CREDIT-AMOUNT = ZERO - GM-BALANCE
069900         MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-EDIT
070000     ELSE
070100         ADD GM-BALANCE TO WS-DEBIT-TOTAL
070200         MOVE GM-BALANCE TO WS-DEBIT-EDIT
070300     END-IF
070400     MOVE SPACES TO WS-OUTPUT-TEXT
070500     STRING "  " GM-ACCOUNT-NO "  " GM-ACCOUNT-NAME
070600         "   " WS-DEBIT-EDIT "   " WS-CREDIT-EDIT
070700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
070800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
070900
071000 5100-EXIT.
071100     EXIT.
071200******************************************************************
071300* 6000-SET-NEXT-PERIOD THRU 6000-EXIT - WORKS OUT THE NEXT
071400* PERIOD'S ID AND DATE RANGE FROM THE CLOSING PERIOD'S END DATE.
071500* IF PERIODTB ALREADY HOLDS THAT PERIOD IT IS LEFT AS IT IS -
071600* UNLESS IT IS CLOSED, WHICH REFUSES THE CLOSE, SINCE POSTING
071700* WOULD THEN HAVE NOWHERE TO GO.
071800******************************************************************
071900 6000-SET-NEXT-PERIOD.
072000
072100     MOVE WS-PERIOD-END TO WS-DATE-WORK
072200     PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT
072300     IF WS-DW-DD < WS-DAYS-IN-MONTH
072400         ADD 1 TO WS-DW-DD
072500     ELSE
072600         MOVE 1 TO WS-DW-DD
072700         IF WS-DW-MM = 12
072800             MOVE 1 TO WS-DW-MM
072900             IF WS-DW-YY = 99
073000                 MOVE ZERO TO WS-DW-YY
073100             ELSE
073200                 ADD 1 TO WS-DW-YY
073300             END-IF
073400         ELSE
073500             ADD 1 TO WS-DW-MM
073600         END-IF
073700     END-IF
073800     MOVE WS-DATE-WORK TO WS-NEXT-START
073900     MOVE WS-DW-YY TO WS-NP-YY
074000     MOVE WS-DW-MM TO WS-NP-MM
074100     PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT
074200     MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
074300     MOVE WS-DATE-WORK TO WS-NEXT-END
074400
074500     PERFORM 6200-FIND-NEXT-PERIOD THRU 6200-EXIT
074600     IF WS-NEXT-PERIOD-FOUND
074700         IF WS-PT-STATUS (WS-PERIOD-IDX) = "C"
074800             MOVE SPACES TO WS-REJECT-REASON
074900             STRING "NEXT PERIOD " WS-NEXT-PERIOD-ID
075000                 " ALREADY CLOSED ON PERIODTB"
075100                 DELIMITED BY SIZE INTO WS-REJECT-REASON
075200             PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
075300         END-IF
075400         GO TO 6000-EXIT
075500     END-IF
075600     IF WS-PERIOD-COUNT = 240
075700         MOVE "NO ROOM ON PERIOD TABLE FOR NEXT PERIOD"
075800             TO WS-REJECT-REASON
075900         PERFORM 2900-REFUSE-CLOSE THRU 2900-EXIT
076000     END-IF.
076100
076200 6000-EXIT.
076300     EXIT.
076400******************************************************************
076500* 6100-SET-MONTH-LENGTH THRU 6100-EXIT - DAYS IN THE MONTH OF
076600* WS-DATE-WORK.  FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY FOUR.
076700******************************************************************
076800 6100-SET-MONTH-LENGTH.
076900
077000     IF WS-DW-MM < 1 OR WS-DW-MM > 12
077100         MOVE 31 TO WS-DAYS-IN-MONTH
077200         GO TO 6100-EXIT
077300     END-IF
077400     MOVE WS-MONTH-LENGTH (WS-DW-MM) TO WS-DAYS-IN-MONTH
077500     IF WS-DW-MM = 2
077600         DIVIDE WS-DW-YY BY 4 GIVING WS-LEAP-QUOTIENT
077700             REMAINDER WS-LEAP-REMAINDER
077800         IF WS-LEAP-REMAINDER = ZERO
077900             MOVE 29 TO WS-DAYS-IN-MONTH
078000         END-IF
078100     END-IF.
078200
078300 6100-EXIT.
078400     EXIT.
078500******************************************************************
078600* 6200-FIND-NEXT-PERIOD THRU 6200-EXIT - LOOKS UP THE NEXT
078700* PERIOD ID ON THE PERIOD TABLE.  ON A HIT WS-PERIOD-IDX IS LEFT
078800* ON THE MATCHING ROW.
078900******************************************************************
079000 6200-FIND-NEXT-PERIOD.
079100
079200     MOVE "N" TO WS-NEXT-FOUND-SWITCH
079300     PERFORM 6210-MATCH-NEXT-PERIOD THRU 6210-EXIT
079400         VARYING WS-PERIOD-IDX FROM 1 BY 1
079500         UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
079600             OR WS-NEXT-PERIOD-FOUND
079700     IF WS-NEXT-PERIOD-FOUND
079800         SET WS-PERIOD-IDX DOWN BY 1
079900     END-IF.
080000
080100 6200-EXIT.
080200     EXIT.
080300******************************************************************
080400* 6210-MATCH-NEXT-PERIOD THRU 6210-EXIT
080500******************************************************************
080600 6210-MATCH-NEXT-PERIOD.
080700
080800     IF WS-PT-PERIOD-ID (WS-PERIOD-IDX) = WS-NEXT-PERIOD-ID
080900         MOVE "Y" TO WS-NEXT-FOUND-SWITCH
081000     END-IF.
081100
081200 6210-EXIT.
081300     EXIT.
081400******************************************************************
081500* 7000-CLOSE-PERIOD THRU 7000-EXIT - EVERYTHING TIED.  MARKS THE
081600* OPEN PERIOD CLOSED WITH TODAY'S DATE, ADDS THE NEXT PERIOD AS
081700* OPEN IF PERIODTB DOES NOT ALREADY HOLD IT, AND WRITES THE
081800* TABLE BACK OVER PERIODTB.
081900******************************************************************
082000 7000-CLOSE-PERIOD.
082100
082200     MOVE "C" TO WS-PT-STATUS (WS-OPEN-SUB)
082300     MOVE WS-CURRENT-DATE TO WS-PT-CLOSE-DATE (WS-OPEN-SUB)
082400     IF NOT WS-NEXT-PERIOD-FOUND
082500         ADD 1 TO WS-PERIOD-COUNT
082600         SET WS-PERIOD-IDX TO WS-PERIOD-COUNT
082700         MOVE WS-NEXT-PERIOD-ID TO WS-PT-PERIOD-ID (WS-PERIOD-IDX)
082800         MOVE WS-NEXT-START TO WS-PT-START-DATE (WS-PERIOD-IDX)
082900         MOVE WS-NEXT-END TO WS-PT-END-DATE (WS-PERIOD-IDX)
083000         MOVE "O" TO WS-PT-STATUS (WS-PERIOD-IDX)
083100         MOVE ZERO TO WS-PT-CLOSE-DATE (WS-PERIOD-IDX)
083200         MOVE SPACES TO WS-PT-RESERVED (WS-PERIOD-IDX)
083300     END-IF
083400
083500     OPEN OUTPUT PERIOD-FILE
083600     IF WS-PERIOD-FS NOT = "00"
083700         MOVE "PERIODTB NOT WRITABLE - PERIOD NOT CLOSED"
083800             TO WS-REJECT-REASON
083900         PERFORM 1900-ABORT-CLOSE THRU 1900-EXIT
084000         GO TO 7000-EXIT
084100     END-IF
084200     PERFORM 7100-WRITE-ONE-PERIOD THRU 7100-EXIT
084300         VARYING WS-PERIOD-IDX FROM 1 BY 1
084400         UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
084500     CLOSE PERIOD-FILE
084600
084700     MOVE SPACES TO WS-OUTPUT-TEXT
084800     STRING "PERIOD " WS-PERIOD-ID " CLOSED " WS-CURRENT-DATE
084900         " BY " WS-CLOSE-OPERATOR-ID
085000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
085100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
085200     MOVE SPACES TO WS-OUTPUT-TEXT
085300     IF WS-NEXT-PERIOD-FOUND
085400         STRING "PERIOD " WS-NEXT-PERIOD-ID
085500             " ALREADY ON PERIODTB - LEFT AS IT STANDS"
085600             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
085700     ELSE
085800         STRING "PERIOD " WS-NEXT-PERIOD-ID " OPENED "
085900             WS-NEXT-START " TO " WS-NEXT-END
086000             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
086100     END-IF
086200     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
086300
086400 7000-EXIT.
086500     EXIT.
086600******************************************************************
086700* 7100-WRITE-ONE-PERIOD THRU 7100-EXIT
086800******************************************************************
086900 7100-WRITE-ONE-PERIOD.
087000
087100     MOVE WS-PERIOD-ENTRY (WS-PERIOD-IDX) TO POSTING-PERIOD-RECORD
087200     WRITE POSTING-PERIOD-RECORD.
087300
087400 7100-EXIT.
087500     EXIT.
087600******************************************************************
087700* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS
087800* AND THE OUTCOME OF THE CLOSE.
087900******************************************************************
088000 8000-SUMMARY-REPORT.
088100
088200     MOVE "END OF PERIOD CLOSE CONTROL TOTALS" TO WS-OUTPUT-TEXT
088300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
088400
088500     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT
088600     MOVE SPACES TO WS-OUTPUT-TEXT
088700     STRING "RUNS CHECKED        " WS-COUNT-EDIT
088800         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
088900     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089000
089100     MOVE WS-OPEN-RUN-COUNT TO WS-COUNT-EDIT
089200     MOVE SPACES TO WS-OUTPUT-TEXT
089300     STRING "RUNS STILL OPEN     " WS-COUNT-EDIT
089400         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
089500     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
089600
089700     MOVE WS-HELD-RUN-COUNT TO WS-COUNT-EDIT
089800     MOVE SPACES TO WS-OUTPUT-TEXT
089900     STRING "RUNS STILL HELD     " WS-COUNT-EDIT
090000         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
090100     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
090200
090300     MOVE WS-ACCT-READ-COUNT TO WS-COUNT-EDIT
090400     MOVE SPACES TO WS-OUTPUT-TEXT
090500     STRING "ACCOUNTS TOTALLED   " WS-COUNT-EDIT
090600         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
090700     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
090800
090900     MOVE WS-GL-ACCOUNT-COUNT TO WS-COUNT-EDIT
091000     MOVE SPACES TO WS-OUTPUT-TEXT
091100     STRING "GL ACCOUNTS LISTED  " WS-COUNT-EDIT
091200         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
091300     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
091400
091500     IF WS-ABORT-REQUESTED OR WS-CLOSE-REFUSED
091600         MOVE SPACES TO WS-OUTPUT-TEXT
091700         STRING "PERIOD " WS-PERIOD-ID
091800             " NOT CLOSED - PERIODTB UNCHANGED"
091900             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
092000         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
092100     END-IF.
092200
092300 8000-EXIT.
092400     EXIT.
092500******************************************************************
092600* 9999-TERMINATE THRU 9999-EXIT - CLOSE THE REPORT.
092700******************************************************************
092800 9999-TERMINATE.
092900
093000     IF WS-RPT-TO-REPORT
093100         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
093200         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
093300         CLOSE CLOSE-RPT-FILE
093400     END-IF.
093500
093600 9999-EXIT.
093700     EXIT.
093800 END PROGRAM PERDCLOS.

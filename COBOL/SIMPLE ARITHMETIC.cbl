001531*                  LONGER BECOMES THE PRIOR-RUN BASELINE, SO A
001532*                  BATCH RUN AFTER A CONSOLE SESSION NO LONGER
001533*                  PRINTS A SPURIOUS VOLUME-SWING WARNING.
001534* 2026-10-15 RH    A BALANCE UPDATE (OPERATION 8) AGAINST AN
001535*                  ACCOUNT THE NEW ACCTMNT MAINTENANCE RUN HAS
001536*                  FROZEN OR CLOSED NOW REJECTS TO CALCREJ WITH
001537*                  ITS OWN REASON TEXT AND LEAVES THE BALANCE
001538*                  ALONE.  ACCTMAST NOW CARRIES THE ACCOUNT NAME,
001539*                  OPEN DATE AND STATUS.
001540* 2026-10-15 RH    A RUNBKOUT CLOSE ENTRY (OUTCOME B) IS NO LONGER
001541*                  TAKEN AS THE PRIOR-RUN VOLUME BASELINE.
001542* 2026-10-15 RH    EVERY REJECT IS NOW ALSO APPENDED TO THE
001543*                  PERSISTENT SUSPENSE FILE (SUSPENSE) AS AN OPEN
001544*                  ITEM STAMPED WITH RUN NUMBER, SOURCE, DATE AND
001545*                  OPERATOR, AND EVERY RESULTOUT DETAIL NOW
001546*                  CARRIES ITS XTRLIST SOURCE (CR-SOURCE-ID) SO
001547*                  THE SUSPENSE LEDGER RUN (SUSPLDG) CAN TELL A
001548*                  REWORKED RESUBMISSION FROM ORIGINAL WORK.
001549* 2026-10-15 RH    EVERY AUDITLOG RECORD NOW CARRIES ITS SEQUENCE
001550*                  WITHIN THE RUN (CA-AUDIT-SEQ-NO) AND IS ALSO
001551*                  WRITTEN TO THE KEYED AUDIT INDEX (AUDITIDX) BY
001552*                  RUN NUMBER AND SEQUENCE AND BY ACCOUNT, SO
001553*                  AUDITQRY CAN ANSWER RUN AND ACCOUNT INQUIRIES
001554*                  WITHOUT SCANNING EVERY GENERATION.
001555* 2026-10-15 RH    AN AUDITIDX OPEN FAILURE IS NOW REPORTED WITH
001556*                  RETURN-CODE 4, AND A CHECKPOINT RESTART NAMES
001557*                  THE RUN IT CONTINUED ON ITS RUNREG CLOSE ENTRY.
001558******************************************************************
001559 IDENTIFICATION DIVISION.
001560 PROGRAM-ID. YOUR-PROGRAM-NAME.
001561 ENVIRONMENT DIVISION.
001562 INPUT-OUTPUT SECTION.
001563 FILE-CONTROL.
001564     SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-FILE-NAME
001565         ORGANIZATION IS LINE SEQUENTIAL
001566         FILE STATUS IS WS-TRANS-FS.
001567     SELECT EXTRACT-LIST-FILE ASSIGN TO "XTRLIST"
001568         ORGANIZATION IS LINE SEQUENTIAL
001569         FILE STATUS IS WS-XLIST-FS.
001570     SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-RESULT-FS.
001600     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-AUDIT-FS.
001622     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITIDX"
001623         ORGANIZATION IS INDEXED
001624         ACCESS MODE IS RANDOM
001625         RECORD KEY IS AX-KEY
001626         ALTERNATE RECORD KEY IS AX-ACCOUNT-ID WITH DUPLICATES
001627         FILE STATUS IS WS-AIDX-FS.
001630     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-CKPT-FS.
001690     SELECT CALCREJ-FILE ASSIGN TO "CALCREJ"
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-CALCREJ-FS.
001712     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001714         ORGANIZATION IS LINE SEQUENTIAL
001716         FILE STATUS IS WS-SUSP-FS.
001720     SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS WS-OPER-FS.
002020     COPY CALCPRT.
002022 FD  RUN-REGISTRY-FILE.
002024     COPY CALCRREG.
002025 FD  SUSPENSE-FILE.
002026     COPY CALCSUSP.
002027 FD  AUDIT-INDEX-FILE.
002028     COPY CALCAIDX.
002030 WORKING-STORAGE SECTION.
002040******************************************************************
002050* CALCULATION FIELDS
002490         88  WS-EXTRACT-FOUND        VALUE "Y".
002492     05  WS-EXTRACT-OPEN-SWITCH  PIC X(01) VALUE "N".
002494         88  WS-EXTRACT-OPEN         VALUE "Y".
002496     05  WS-SUSP-OPEN-SWITCH     PIC X(01) VALUE "N".
002498         88  WS-SUSPENSE-OPEN        VALUE "Y".
002500     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
002510         88  WS-RATE-EOF             VALUE "Y".
002520     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
002530         88  WS-RATE-FOUND           VALUE "Y".
002532     05  WS-AIDX-OPEN-SWITCH     PIC X(01) VALUE "N".
002534         88  WS-AUDIT-INDEX-OPEN     VALUE "Y".
002540     05  WS-STOP-SIGNAL-SWITCH   PIC X(01) VALUE "N".
002550         88  WS-STOP-REQUESTED       VALUE "Y".
002552     05  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
002802 77  WS-PERIOD-FS                PIC X(02).
002804 77  WS-ACCT-FS                  PIC X(02).
002806 77  WS-RUNREG-FS                PIC X(02).
002807 77  WS-SUSP-FS                  PIC X(02).
002808 77  WS-AIDX-FS                  PIC X(02).
002810******************************************************************
002820* DATE AND TIME FOR THE AUDIT LOG
002830******************************************************************
002840 77  WS-CURRENT-DATE             PIC 9(06).
002850 77  WS-CURRENT-TIME             PIC 9(08).
002852 77  WS-AUDIT-SEQ-NO             PIC 9(06) COMP VALUE ZERO.
002860******************************************************************
002870* CHECKPOINT/RESTART CONTROLS
002880******************************************************************
002890 77  WS-LAST-CKPT-SEQ            PIC 9(06) VALUE ZERO.
002900 77  WS-CKPT-SOURCE-ID           PIC X(08) VALUE SPACES.
002905 77  WS-RESTART-OF-RUN           PIC 9(06) VALUE ZERO.
002910 77  WS-CKPT-INTERVAL            PIC 9(03) VALUE 10.
002920 77  WS-RECORD-COUNT             PIC 9(06) COMP VALUE ZERO.
002930 77  WS-CKPT-QUOTIENT            PIC 9(06).
004384             MOVE "Y" TO WS-AUDIT-OPEN-SWITCH
004386         END-IF
004390
004391         OPEN I-O AUDIT-INDEX-FILE
004392         IF WS-AIDX-FS = "35"
004393             OPEN OUTPUT AUDIT-INDEX-FILE
004394         END-IF
004395         IF WS-AIDX-FS = "00"
004396             MOVE "Y" TO WS-AIDX-OPEN-SWITCH
004399         END-IF
004400         IF WS-MODE-BATCH
004402             PERFORM 1400-LOAD-POSTING-PERIOD THRU 1400-EXIT
004404         END-IF
004600                     OPEN EXTEND RESULT-FILE
004610                     IF WS-RESULT-FS NOT = "00"
004620                         OPEN OUTPUT RESULT-FILE
004625                         MOVE ZERO TO WS-RESTART-OF-RUN
004630                         PERFORM 1070-WRITE-RESULT-HEADER THRU
004640                             1070-EXIT
004650                     END-IF
004720                     PERFORM 1070-WRITE-RESULT-HEADER THRU
004730                         1070-EXIT
004740                     OPEN OUTPUT CALCREJ-FILE
004741                 END-IF
004742                 OPEN EXTEND SUSPENSE-FILE
004743                 IF WS-SUSP-FS NOT = "00"
004744                     OPEN OUTPUT SUSPENSE-FILE
004745                 END-IF
004746                 IF WS-SUSP-FS = "00"
004747                     MOVE "Y" TO WS-SUSP-OPEN-SWITCH
004750                 END-IF
004760             END-IF
004770         END-IF
004771         IF NOT WS-AUDIT-INDEX-OPEN
004772             MOVE SPACES TO WS-OUTPUT-TEXT
004773             STRING "AUDITIDX NOT OPENED - STATUS " WS-AIDX-FS
004774                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
004775             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
004776             IF RETURN-CODE < 4
004777                 MOVE 4 TO RETURN-CODE
004778             END-IF
004779         END-IF
004780     END-IF.
004790
004800 1000-EXIT.
005550* RESTART FOR 1000-INITIALIZE'S OPEN-EXTEND DECISION, SINCE
005560* WS-RESTART-SWITCH ITSELF IS TURNED OFF BY 3110-ADVANCE-EXTRACT
005570* ONCE THE CHECKPOINTED EXTRACT IS BEHIND THE RUN.
005572* WS-RESTART-OF-RUN (FROM CK-RUN-NUMBER) IS THE RUN WHOSE
005574* RESULTOUT HEADER THIS RESTART CONTINUES - 9900-CLOSE-RUN-
005576* REGISTRY NAMES IT ON THE CLOSE ENTRY AND 3410-WRITE-CHECKPOINT
005578* CARRIES IT FORWARD TO ANY FURTHER RESTART.
005580******************************************************************
005590 1100-READ-CHECKPOINT.
005600
005620     MOVE SPACES TO WS-CKPT-SOURCE-ID
005630     MOVE "N" TO WS-RESTART-SWITCH
005640     MOVE "N" TO WS-RESTART-ORIG-SWITCH
005645     MOVE ZERO TO WS-RESTART-OF-RUN
005650     OPEN INPUT CKPT-FILE
005660     IF WS-CKPT-FS = "00"
005670         READ CKPT-FILE
005730             MOVE CK-LAST-SEQ-NO TO WS-PREV-SEQ-NO
005740             MOVE CK-RUN-RECORD-COUNT TO WS-RESULT-RECORD-COUNT
005750             MOVE CK-RUN-HASH-TOTAL TO WS-RESULT-HASH-TOTAL
005752             IF CK-RUN-NUMBER NUMERIC
005754                 MOVE CK-RUN-NUMBER TO WS-RESTART-OF-RUN
005756             END-IF
005760         END-IF
005770         CLOSE CKPT-FILE
005780     END-IF.
007600* LATEST CLOSE ENTRY'S FIGURES FOR THE PRIOR-RUN COMPARISON.
007601* A CLOSE ENTRY WITH ZERO TRANS AND ZERO RESULT COUNTS (AN
007602* INTERACTIVE CONSOLE SESSION, OR A BATCH RUN THAT NEVER READ A
007603* RECORD) OR WRITTEN BY RUNBKOUT IS NOT A VOLUME BASELINE -
007604* KEEPING ONE WOULD MAKE THE NEXT BATCH RUN TRIP A SPURIOUS
007605* VOLUME-SWING WARNING.
007606******************************************************************
007607 1610-READ-REGISTRY-ENTRY.
007613             IF RR-RUN-NUMBER > WS-RUN-NUMBER
007614                 MOVE RR-RUN-NUMBER TO WS-RUN-NUMBER
007615             END-IF
007616             IF RR-ENTRY-CLOSE AND NOT RR-OUTCOME-BACKOUT
007617                     AND (RR-TRANS-COUNT > ZERO
007618                         OR RR-RESULT-COUNT > ZERO)
007619                 MOVE "Y" TO WS-PRIOR-RUN-SWITCH
009798     EXIT.
009799******************************************************************
009800* 3300-WRITE-RESULT-RECORD THRU 3300-EXIT - PUBLISH THE RESULT
009801* FOR THE DOWNSTREAM JOB, STAMPED WITH ITS XTRLIST SOURCE.
009802******************************************************************
009810 3300-WRITE-RESULT-RECORD.
009820
009830     INITIALIZE CALC-RESULT-RECORD
009840     MOVE "DET" TO CR-RECORD-TYPE
009850     MOVE CT-SEQ-NO TO CR-SEQ-NO
009855     MOVE WS-CURRENT-SOURCE-ID TO CR-SOURCE-ID
009860     MOVE WS-choice TO CR-OPERATION-CODE
009870     MOVE WS-test1 TO CR-OPERAND-1
009880     MOVE WS-test TO CR-OPERAND-2
010030* 3350-WRITE-REJECT-RECORD THRU 3350-EXIT - CALLED ONLY WHEN
010040* WS-CALC-REJECTED IS SET.  CARRIES THE TRANSACTION FORWARD TO
010050* CALCREJ WITH THE REASON TEXT SO A REJECTED TRANSACTION CAN BE
010060* FIXED AND RESUBMITTED WITHOUT SCANNING THE PRINT REPORT, AND
010065* ONTO THE SUSPENSE FILE AS AN OPEN ITEM.
010070******************************************************************
010080 3350-WRITE-REJECT-RECORD.
010090
010150     MOVE WS-REJECT-REASON TO CJ-REASON
010152     MOVE WS-EFFECTIVE-VALUE-DATE TO CJ-VALUE-DATE
010154     MOVE CT-ACCOUNT-ID TO CJ-ACCOUNT-ID
010155     WRITE CALC-REJECT-RECORD
010156     IF WS-SUSPENSE-OPEN
010157         PERFORM 3360-WRITE-SUSPENSE-ITEM THRU 3360-EXIT
010158     END-IF.
010159
010160 3350-EXIT.
010161     EXIT.
010162******************************************************************
010163* 3360-WRITE-SUSPENSE-ITEM THRU 3360-EXIT - THE REJECT JUST
010164* WRITTEN TO CALCREJ, AS AN OPEN SUSPENSE ITEM STAMPED WITH THIS
010165* RUN'S NUMBER, THE XTRLIST SOURCE BEING READ, THE RUN DATE AND
010166* THE BATCH OPERATOR.  SUSPLDG CLEARS IT ONCE ITS RESUBMISSION
010167* POSTS ON A LATER RUN.
010168******************************************************************
010169 3360-WRITE-SUSPENSE-ITEM.
010170
010171     INITIALIZE SUSPENSE-ITEM-RECORD
010172     MOVE WS-RUN-NUMBER TO SU-RUN-NUMBER
010173     MOVE WS-CURRENT-SOURCE-ID TO SU-SOURCE-ID
010174     MOVE WS-RUN-START-DATE TO SU-REJECT-DATE
010175     MOVE WS-OPERATOR-ID TO SU-OPERATOR-ID
010176     MOVE CJ-SEQ-NO TO SU-SEQ-NO
010177     MOVE CJ-OPERATION-CODE TO SU-OPERATION-CODE
010178     MOVE CJ-OPERAND-1 TO SU-OPERAND-1
010179     MOVE CJ-OPERAND-2 TO SU-OPERAND-2
010180     MOVE CJ-REASON TO SU-REASON
010181     MOVE CJ-VALUE-DATE TO SU-VALUE-DATE
010182     MOVE CJ-ACCOUNT-ID TO SU-ACCOUNT-ID
010183     MOVE "O" TO SU-ITEM-STATUS
010184     WRITE SUSPENSE-ITEM-RECORD.
010185
010186 3360-EXIT.
010190     EXIT.
010200******************************************************************
010210* 3400-CHECKPOINT-IF-DUE THRU 3400-EXIT - EVERY WS-CKPT-INTERVAL
010380* STOP-SIGNAL CAN ALSO FORCE ONE OUTSIDE THE NORMAL INTERVAL.
010390* CK-SOURCE-ID CARRIES WS-CURRENT-SOURCE-ID ALONG WITH CT-SEQ-NO
010400* SO A RESTART KNOWS WHICH CONSOLIDATED EXTRACT CK-LAST-SEQ-NO
010410* BELONGS TO.  CK-RUN-NUMBER IS THE RUN WHOSE HEADER RESULTOUT
010412* CARRIES - THIS RUN, OR ON A RESTART THE RUN IT CONTINUES.
010420******************************************************************
010430 3410-WRITE-CHECKPOINT.
010440
010470     MOVE WS-CURRENT-SOURCE-ID TO CK-SOURCE-ID
010480     MOVE WS-RESULT-RECORD-COUNT TO CK-RUN-RECORD-COUNT
010490     MOVE WS-RESULT-HASH-TOTAL TO CK-RUN-HASH-TOTAL
010492     IF WS-RESTART-OF-RUN > ZERO
010494         MOVE WS-RESTART-OF-RUN TO CK-RUN-NUMBER
010496     ELSE
010497         MOVE WS-RUN-NUMBER TO CK-RUN-NUMBER
010498     END-IF
010500     OPEN OUTPUT CKPT-FILE
010510     WRITE CALC-CKPT-RECORD
010520     CLOSE CKPT-FILE.
012764* TRANSACTION, BEFORE THE OPERAND ECHO AND BEFORE
012765* 6000-PERFORM-CALCULATION, SO BOTH SEE THE ACCOUNT'S RUNNING
012766* BALANCE SUBSTITUTED INTO WS-TEST IN PLACE OF CT-OPERAND-2.
012767* A BLANK ACCOUNT ID, A MASTER THAT NEVER OPENED, OR AN ACCOUNT
012768* NOT ON ACCTMAST OR FROZEN OR CLOSED THERE REJECTS THE
012769* TRANSACTION AS 6050-APPLY-RATE-CODE REJECTS A BAD RATE CODE.
012770******************************************************************
012771 6070-READ-ACCOUNT-BALANCE.
012772
012806                 TO WS-REJECT-REASON
012807             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
012808         NOT INVALID KEY
012809             EVALUATE TRUE
012810                 WHEN AM-STATUS-FROZEN
012811                     MOVE "Y" TO WS-REJECTED-SWITCH
012812                     ADD 1 TO WS-INVALID-COUNT
012813                     MOVE ZERO TO WS-f
012814                     MOVE "INVALID OPERATION - ACCOUNT FROZEN"
012815                         TO WS-OUTPUT-TEXT
012816                     MOVE "ACCOUNT FROZEN - UPDATE REFUSED"
012817                         TO WS-REJECT-REASON
012818                     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
012819                 WHEN AM-STATUS-CLOSED
012820                     MOVE "Y" TO WS-REJECTED-SWITCH
012821                     ADD 1 TO WS-INVALID-COUNT
012822                     MOVE ZERO TO WS-f
012823                     MOVE "INVALID OPERATION - ACCOUNT CLOSED"
012824                         TO WS-OUTPUT-TEXT
012825                     MOVE "ACCOUNT CLOSED - UPDATE REFUSED"
012826                         TO WS-REJECT-REASON
012827                     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
012828                 WHEN OTHER
012829                     MOVE AM-BALANCE TO WS-test
012830                     MOVE AM-BALANCE TO WS-OLD-BALANCE
012831             END-EVALUATE
012832     END-READ.
012833
012834 6070-EXIT.
012835     EXIT.
012836******************************************************************
012837* 6100-DIVIDE-BY-ZERO THRU 6100-EXIT - DIVISOR OF ZERO ON EITHER
012838* THE DIVISION OR REMAINDER OPERATION.  LOGS THE REJECTION AND
012839* RETURNS CONTROL TO THE CALLER WITHOUT ABENDING THE RUN.
012840******************************************************************
012841 6100-DIVIDE-BY-ZERO.
012842
012843     MOVE "Y" TO WS-REJECTED-SWITCH
012850     ADD 1 TO WS-INVALID-COUNT
012860     MOVE ZERO TO WS-f
012870     MOVE "INVALID OPERATION - DIVISION BY ZERO" TO WS-OUTPUT-TEXT
012981     EXIT.
012982******************************************************************
012983* 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT - ONE LOG RECORD PER
012984* CALCULATION, NUMBERED WITHIN THE RUN AND ENTERED ON AUDITIDX.
012985******************************************************************
012986 7000-WRITE-AUDIT-RECORD.
012987
013010     ACCEPT WS-CURRENT-TIME FROM TIME
013020     MOVE WS-CURRENT-DATE TO CA-RUN-DATE
013030     MOVE WS-CURRENT-TIME TO CA-RUN-TIME
013032     ADD 1 TO WS-AUDIT-SEQ-NO
013034     MOVE WS-AUDIT-SEQ-NO TO CA-AUDIT-SEQ-NO
013040     MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID
013050     MOVE WS-choice TO CA-OPERATION-CODE
013060     MOVE WS-test1 TO CA-OPERAND-1
013093     ELSE
013094         MOVE "0" TO CA-STATUS-CODE
013095     END-IF
013096     WRITE CALC-AUDIT-RECORD
013097     IF WS-AUDIT-INDEX-OPEN
013098         PERFORM 7100-WRITE-AUDIT-INDEX THRU 7100-EXIT
013099     END-IF.
013100
013101 7000-EXIT.
013102     EXIT.
013103******************************************************************
013104* 7100-WRITE-AUDIT-INDEX THRU 7100-EXIT - ENTERS THE RECORD JUST
013105* LOGGED ON AUDITIDX, POINTING AT THE LIVE AUDITLOG.  A FAILED
013106* WRITE IS REPORTED BUT DOES NOT STOP THE RUN - THE RECORD IS
013107* STILL ON AUDITLOG AND AUDITARC ENTERS ANY NUMBERED RECORD IT
013108* FINDS MISSING FROM THE INDEX WHEN IT NEXT RUNS.
013109******************************************************************
013110 7100-WRITE-AUDIT-INDEX.
013111
013112     INITIALIZE AUDIT-INDEX-RECORD
013113     MOVE CA-RUN-NUMBER TO AX-RUN-NUMBER
013114     MOVE CA-AUDIT-SEQ-NO TO AX-SEQ-NO
013115     MOVE CA-ACCOUNT-ID TO AX-ACCOUNT-ID
013116     MOVE CA-RUN-DATE TO AX-RUN-DATE
013117     MOVE "AUDITLOG" TO AX-FILE-NAME
013118     MOVE CALC-AUDIT-RECORD TO AX-AUDIT-IMAGE
013119     WRITE AUDIT-INDEX-RECORD
013120         INVALID KEY
013121             MOVE SPACES TO WS-OUTPUT-TEXT
013122             STRING "AUDITIDX WRITE FAILED - STATUS " WS-AIDX-FS
013123                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
013124             PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
013125     END-WRITE.
013126
013127 7100-EXIT.
013128     EXIT.
013130******************************************************************
013140* 8000-SUMMARY-REPORT THRU 8000-EXIT - END-OF-RUN CONTROL TOTALS:
013150* COUNTS BY OPERATION, INVALID/REJECTED COUNT AND GRAND TOTAL.
014872
014873 8500-EXIT.
014874     EXIT.
014875******************************************************************
014876* 9900-CLOSE-RUN-REGISTRY THRU 9900-EXIT - APPENDS THIS RUN'S
014877* CLOSE ENTRY TO THE REGISTRY WITH ITS COUNTS, GRAND TOTAL AND
014878* OUTCOME.  PERFORMED WHENEVER A RUN NUMBER WAS ASSIGNED, EVEN ON
014879* AN ABORT OR A HOLD, SO AN OPEN ENTRY WITH NO CLOSE ALWAYS MEANS
014880* A RUN THAT DIED OUTRIGHT.  ON A RESTART FROM CHECKPOINT RR-
014881* REVERSED-BY-RUN NAMES THE RUN WHOSE RESULTOUT HEADER THIS ONE
014882* CONTINUED (SEE CALCRREG) - RR-RESULT-COUNT HERE INCLUDES THAT
014883* RUN'S CHECKPOINTED RECORDS.
014884******************************************************************
014885 9900-CLOSE-RUN-REGISTRY.
014886
014887     OPEN EXTEND RUN-REGISTRY-FILE
014888     IF WS-RUNREG-FS = "00"
014889         INITIALIZE RUN-REGISTRY-RECORD
014890         MOVE WS-RESTART-OF-RUN TO RR-REVERSED-BY-RUN
014893         MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER
014894         MOVE "C" TO RR-ENTRY-TYPE
014895         ACCEPT WS-CURRENT-DATE FROM DATE
015270             CLOSE TRANS-FILE
015280             CLOSE RESULT-FILE
015290             CLOSE CALCREJ-FILE
015292             IF WS-SUSPENSE-OPEN
015294                 CLOSE SUSPENSE-FILE
015296             END-IF
015300             IF WS-TRANS-EOF
015310                 OPEN OUTPUT CKPT-FILE
015320                 CLOSE CKPT-FILE
015366         MOVE "***** END OF REPORT *****" TO WS-OUTPUT-TEXT
015368         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
015370         CLOSE PRINT-FILE
015372     END-IF
015374     IF WS-AUDIT-INDEX-OPEN
015376         CLOSE AUDIT-INDEX-FILE
015380     END-IF.
015400
015410 9999-EXIT.

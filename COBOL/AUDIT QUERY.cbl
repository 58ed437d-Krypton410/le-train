000900*                 CALC-AUDIT-RECORD MATCHING AN OPERATOR ID
001000*                 AND/OR A RUN-DATE RANGE GIVEN ON THE COMMAND
001100*                 LINE, SO A DISPUTED RESULT CAN BE TRACED BACK
001200*                 WITHOUT READING THE RAW LOG BY HAND.  A RUN
001210*                 NUMBER OR ACCOUNT INQUIRY IS ANSWERED STRAIGHT
001220*                 FROM THE KEYED AUDIT INDEX (AUDITIDX) INSTEAD.
001300* TECTONICS:      cobc
001400******************************************************************
001500* MODIFICATION HISTORY
002199*                  LINE SO OPERATIONS CAN VERIFY THE REPORT
002201*                  PRINTED COMPLETE.  CONSOLE OUTPUT IS
002202*                  UNCHANGED.
002204* 2026-10-15 RH    KEYED LOOKUPS - A PARM OF "RUN NNNNNN" OR
002206*                  "ACCT XXXXXXXX" READS THE RUN'S OR ACCOUNT'S
002208*                  ENTRIES OFF AUDITIDX BY KEY, WITHOUT SCANNING
002210*                  AUDITLOG OR ANY GENERATION, AND NAMES THE AUDIT
002212*                  FILE EACH RECORD NOW LIVES IN.  IF AUDITIDX IS
002214*                  NOT AVAILABLE THE LOOKUP FALLS BACK TO THE FULL
002216*                  SCAN, FILTERED ON THE RUN OR ACCOUNT.  A RUN
002218*                  NUMBER THAT IS NOT NUMERIC OR A MISSING ACCOUNT
002220*                  REJECTS THE INQUIRY WITH RETURN-CODE 16.
002222* 2026-10-15 RH    A KEYED LOOKUP THAT FINDS NOTHING ON AUDITIDX
002224*                  ALSO FALLS BACK TO THE SCAN - RECORDS LOGGED
002226*                  BEFORE THE INDEX EXISTED ARE NOT ON IT - AND
002228*                  EVERY KEYED REPORT ENDS WITH A NOTE SAYING SO.
002230* 2026-10-15 RH    THE CLOSING NOTE NOW SAYS THE INDEX HOLDS ONLY
002232*                  RECORDS LOGGED WHILE IT WAS OPEN, AND THAT
002234*                  AUDITARC ENTERS THE REST WHEN IT NEXT ROLLS.
002290******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. AUDITQRY.
002500 ENVIRONMENT DIVISION.
003100     SELECT AUDIT-RPT-FILE ASSIGN TO "AUDITRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RPT-FS.
003310     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITIDX"
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS AX-KEY
003350         ALTERNATE RECORD KEY IS AX-ACCOUNT-ID WITH DUPLICATES
003360         FILE STATUS IS WS-AIDX-FS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  AUDIT-FILE.
003720     COPY CALCARCD.
003800 FD  AUDIT-RPT-FILE.
003900     COPY CALCPRT.
003910 FD  AUDIT-INDEX-FILE.
003920     COPY CALCAIDX.
004000 WORKING-STORAGE SECTION.
004100******************************************************************
004200* RUN CONTROL SWITCHES
004700     05  WS-RPT-OUTPUT-SWITCH    PIC X(01) VALUE "C".
004800         88  WS-RPT-TO-REPORT        VALUE "P".
004900         88  WS-RPT-TO-CONSOLE       VALUE "C".
004910     05  WS-QRY-MODE-SWITCH      PIC X(01) VALUE "S".
004920         88  WS-MODE-SCAN            VALUE "S".
004930         88  WS-MODE-BY-RUN          VALUE "R".
004940         88  WS-MODE-BY-ACCOUNT      VALUE "A".
004950         88  WS-MODE-REJECTED        VALUE "X".
004960     05  WS-INDEX-FALLBACK-SWITCH PIC X(01) VALUE "N".
004970         88  WS-INDEX-FALLBACK       VALUE "Y".
004980     05  WS-INDEX-EOF-SWITCH     PIC X(01) VALUE "N".
004990         88  WS-INDEX-EOF            VALUE "Y".
005000 77  WS-AUDIT-FS                 PIC X(02).
005010 77  WS-ARCHDIR-FS               PIC X(02).
005100 77  WS-RPT-FS                   PIC X(02).
005110 77  WS-AIDX-FS                  PIC X(02).
005200 77  WS-OUTPUT-TEXT              PIC X(132).
005210******************************************************************
005220* SCAN TARGET - THE ONE SEARCH LOOP IS POINTED AT EACH ARCHIVE
005230* GENERATION IN TURN AND THEN AT THE LIVE LOG BY SWAPPING THIS
006500     05  WS-QRY-TO-DATE          PIC 9(06).
006600 77  WS-EFFECTIVE-TO-DATE        PIC 9(06) VALUE 999999.
006700******************************************************************
006705* KEYED LOOKUP CRITERIA - A FIRST WORD OF "RUN" OR "ACCT" ON THE
006710* COMMAND LINE ASKS FOR ONE RUN NUMBER OR ONE ACCOUNT INSTEAD OF
006715* THE OPERATOR/DATE-RANGE SEARCH.  THE RUN NUMBER MAY BE KEYED
006720* WITHOUT ITS LEADING ZEROS.  AN OPERATOR ID OF RUN OR ACCT
006725* THEREFORE CANNOT BE SEARCHED FOR BY NAME.
006730******************************************************************
006735 01  WS-QRY-KEYED.
006740     05  WS-QRY-KEYWORD          PIC X(08).
006745         88  WS-QRY-RUN-KEYWORD      VALUE "RUN" "run".
006750         88  WS-QRY-ACCT-KEYWORD     VALUE "ACCT" "acct".
006755     05  WS-QRY-RUN-TEXT         PIC X(06) JUSTIFIED RIGHT.
006760     05  WS-QRY-RUN-NUMBER REDEFINES WS-QRY-RUN-TEXT
006765                                 PIC 9(06).
006770     05  WS-QRY-ACCOUNT-ID       PIC X(08).
006775 77  WS-MATCH-FILE-NAME          PIC X(30) VALUE SPACES.
006780******************************************************************
006800* SCAN/MATCH COUNTS FOR THE END-OF-RUN SUMMARY
006900******************************************************************
007000 77  WS-SCAN-COUNT               PIC 9(06) COMP VALUE ZERO.
007800 77  WS-RESULT-EDIT              PIC -(7)9.99.
007900 PROCEDURE DIVISION.
008000******************************************************************
008100* MAIN-PROCEDURE - ENTRY POINT.  A RUN OR ACCOUNT LOOKUP GOES TO
008200* AUDITIDX; ANY OTHER INQUIRY - OR A LOOKUP WHOSE INDEX WILL NOT
008210* OPEN - SCANS THE GENERATIONS AND AUDITLOG TO END-OF-FILE.
008220* EITHER WAY A COUNT SUMMARY FOLLOWS.
008300******************************************************************
008400 MAIN-PROCEDURE.
008500
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008610     IF WS-MODE-BY-RUN OR WS-MODE-BY-ACCOUNT
008620         PERFORM 5000-KEYED-LOOKUP THRU 5000-EXIT
008630     END-IF
008640     IF WS-MODE-SCAN OR WS-INDEX-FALLBACK
008700         PERFORM 1500-SEARCH-ARCHIVES THRU 1500-EXIT
008710         PERFORM 1600-SEARCH-LIVE-LOG THRU 1600-EXIT
008720     END-IF
008800     PERFORM 8000-SUMMARY-REPORT THRU 8000-EXIT
008900     PERFORM 9999-TERMINATE THRU 9999-EXIT
009000     STOP RUN.
009100******************************************************************
009200* 1000-INITIALIZE THRU 1000-EXIT - PARSE THE SEARCH CRITERIA OFF
009210* THE COMMAND LINE (A KEYED RUN OR ACCOUNT LOOKUP, OR OPERATOR
009220* AND DATE RANGE), OPEN AUDIT-RPT-FILE AND TABLE THE ARCHIVE
009310* DIRECTORY.  THE AUDIT FILES THEMSELVES ARE OPENED ONE AT A
009320* TIME BY 2000-SEARCH-CONTROL AS THE SCAN MOVES FROM GENERATION
009330* TO GENERATION AND FINALLY TO THE LIVE LOG.
009700     MOVE SPACES TO WS-PARM-LINE
009800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
009900     INITIALIZE WS-QRY-CRITERIA
009910     MOVE SPACES TO WS-QRY-KEYED
010000     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
010150         INTO WS-QRY-KEYWORD WS-QRY-ACCOUNT-ID
010300     END-UNSTRING
010312     EVALUATE TRUE
010324         WHEN WS-QRY-RUN-KEYWORD
010336             MOVE SPACES TO WS-QRY-ACCOUNT-ID
010348             UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
010360                 INTO WS-QRY-KEYWORD WS-QRY-RUN-TEXT
010372             END-UNSTRING
010384             INSPECT WS-QRY-RUN-TEXT
010396                 REPLACING LEADING SPACES BY ZEROS
010408             IF WS-QRY-RUN-NUMBER NUMERIC
010420                     AND WS-QRY-RUN-NUMBER NOT = ZERO
010432                 MOVE "R" TO WS-QRY-MODE-SWITCH
010444             ELSE
010456                 MOVE "X" TO WS-QRY-MODE-SWITCH
010468             END-IF
010480         WHEN WS-QRY-ACCT-KEYWORD
010492             IF WS-QRY-ACCOUNT-ID NOT = SPACES
010504                 MOVE "A" TO WS-QRY-MODE-SWITCH
010516             ELSE
010528                 MOVE "X" TO WS-QRY-MODE-SWITCH
010540             END-IF
010552         WHEN OTHER
010564             MOVE SPACES TO WS-QRY-KEYED
010576             UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
010588                 INTO WS-QRY-OPERATOR-ID WS-QRY-FROM-DATE
010600                     WS-QRY-TO-DATE
010612             END-UNSTRING
010624             IF WS-QRY-TO-DATE NOT = ZERO
010636                 MOVE WS-QRY-TO-DATE TO WS-EFFECTIVE-TO-DATE
010648             END-IF
010660     END-EVALUATE
010700
010900     OPEN OUTPUT AUDIT-RPT-FILE
011000     IF WS-RPT-FS = "00"
011400     END-IF
011500
011600     MOVE SPACES TO WS-OUTPUT-TEXT
011610     EVALUATE TRUE
011620         WHEN WS-MODE-BY-RUN
011630             STRING "AUDIT QUERY - RUN NUMBER: " WS-QRY-RUN-NUMBER
011640                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
011650         WHEN WS-MODE-BY-ACCOUNT
011660             STRING "AUDIT QUERY - ACCOUNT: " WS-QRY-ACCOUNT-ID
011670                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
011680         WHEN WS-MODE-REJECTED
011690             STRING "RUN NUMBER OR ACCOUNT ID MISSING OR INVALID"
011692                 " - INQUIRY REJECTED"
011694                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
011696             MOVE 16 TO RETURN-CODE
011698         WHEN OTHER
011700             STRING "AUDIT QUERY - OPERATOR: " WS-QRY-OPERATOR-ID
011800                 "  FROM: " WS-QRY-FROM-DATE
011810                 "  TO: " WS-EFFECTIVE-TO-DATE
011900                 DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
011950     END-EVALUATE
012000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
012010
012020     PERFORM 1100-LOAD-ARCHIVE-DIR THRU 1100-EXIT.
015200******************************************************************
015300* 2200-PROCESS-AUDIT-RECORD THRU 2200-EXIT - PRINTS THE RECORD IF
015400* IT FALLS WITHIN THE OPERATOR/DATE-RANGE CRITERIA, THEN READS
015500* THE NEXT ONE.  ON A KEYED LOOKUP FALLEN BACK TO THE SCAN THE
015510* RECORD MUST ALSO CARRY THE RUN OR ACCOUNT ASKED FOR, AND IS
015520* PRINTED IN THE KEYED LOOKUP'S LAYOUT.
015600******************************************************************
015700 2200-PROCESS-AUDIT-RECORD.
015800
015910             CA-OPERATOR-ID = WS-QRY-OPERATOR-ID)
016000             AND CA-RUN-DATE NOT < WS-QRY-FROM-DATE
016100             AND CA-RUN-DATE NOT > WS-EFFECTIVE-TO-DATE
016110         EVALUATE TRUE
016120             WHEN WS-MODE-SCAN
016130                 PERFORM 3000-WRITE-MATCH-LINE THRU 3000-EXIT
016140                 ADD 1 TO WS-MATCH-COUNT
016150             WHEN WS-MODE-BY-RUN
016160                     AND CA-RUN-NUMBER = WS-QRY-RUN-NUMBER
016170                 MOVE WS-AUDIT-FILE-NAME TO WS-MATCH-FILE-NAME
016180                 PERFORM 3100-WRITE-KEYED-LINE THRU 3100-EXIT
016190                 ADD 1 TO WS-MATCH-COUNT
016200             WHEN WS-MODE-BY-ACCOUNT
016210                     AND CA-ACCOUNT-ID = WS-QRY-ACCOUNT-ID
016220                 MOVE WS-AUDIT-FILE-NAME TO WS-MATCH-FILE-NAME
016230                 PERFORM 3100-WRITE-KEYED-LINE THRU 3100-EXIT
016240                 ADD 1 TO WS-MATCH-COUNT
016250         END-EVALUATE
016400     END-IF
016500     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
016600
018500 3000-EXIT.
018600     EXIT.
018700******************************************************************
018704* 3100-WRITE-KEYED-LINE THRU 3100-EXIT - FORMATS ONE RECORD FOUND
018708* BY RUN NUMBER OR ACCOUNT: THE MATCH-LINE FIELDS LED BY THE RUN
018712* NUMBER AND SEQUENCE AND FOLLOWED BY THE ACCOUNT AND THE AUDIT
018716* FILE (AUDITLOG OR A GENERATION) THE RECORD LIVES IN, FROM
018720* WS-MATCH-FILE-NAME.
018724******************************************************************
018728 3100-WRITE-KEYED-LINE.
018732
018736     MOVE CA-OPERAND-1 TO WS-OPERAND1-EDIT
018740     MOVE CA-OPERAND-2 TO WS-OPERAND2-EDIT
018744     MOVE CA-RESULT TO WS-RESULT-EDIT
018748     MOVE SPACES TO WS-OUTPUT-TEXT
018752     STRING CA-RUN-NUMBER " " CA-AUDIT-SEQ-NO " "
018756         CA-RUN-DATE " " CA-RUN-TIME " " CA-OPERATOR-ID " "
018760         CA-OPERATION-CODE " " WS-OPERAND1-EDIT " "
018764         WS-OPERAND2-EDIT " " WS-RESULT-EDIT " "
018768         CA-ACCOUNT-ID " " WS-MATCH-FILE-NAME
018772         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
018776     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
018780
018784 3100-EXIT.
018788     EXIT.
018792******************************************************************
018800* 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT - ROUTES WS-OUTPUT-TEXT TO
018900* AUDITRPT IF IT OPENED CLEANLY, OTHERWISE TO THE CONSOLE.
019000******************************************************************
020210******************************************************************
020220* 4100-PAGE-HEADING THRU 4100-EXIT - PAGE HEADING AND MATCH-LINE
020230* COLUMN HEADING AT THE TOP OF EVERY AUDITRPT PAGE: REPORT
020240* TITLE, INQUIRY DATE/TIME, THE OPERATOR, RUN OR ACCOUNT AND PAGE
020250* NUMBER, SO A FILED PAGE IDENTIFIES ITS INQUIRY BY ITSELF AND A
020260* DROPPED PAGE LEAVES A GAP IN THE NUMBERING.  WRITES PL-TEXT
020270* DIRECTLY - GOING THROUGH 4000-WRITE-OUTPUT-LINE WOULD RECURSE.
020310     ADD 1 TO WS-PAGE-COUNT
020320     MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
020330     MOVE SPACES TO PL-TEXT
020332     EVALUATE TRUE
020334         WHEN WS-MODE-BY-RUN
020336             STRING "AUDIT LOG INQUIRY   DATE " WS-CURRENT-DATE
020338                 "  TIME " WS-CURRENT-TIME
020340                 "  RUN " WS-QRY-RUN-NUMBER
020342                 "  PAGE " WS-PAGE-EDIT
020344                 DELIMITED BY SIZE INTO PL-TEXT
020346         WHEN WS-MODE-BY-ACCOUNT
020348             STRING "AUDIT LOG INQUIRY   DATE " WS-CURRENT-DATE
020350                 "  TIME " WS-CURRENT-TIME
020352                 "  ACCOUNT " WS-QRY-ACCOUNT-ID
020354                 "  PAGE " WS-PAGE-EDIT
020356                 DELIMITED BY SIZE INTO PL-TEXT
020358         WHEN OTHER
020360             STRING "AUDIT LOG INQUIRY   DATE " WS-CURRENT-DATE
020362                 "  TIME " WS-CURRENT-TIME
020364                 "  OPERATOR " WS-QRY-OPERATOR-ID
020370                 "  PAGE " WS-PAGE-EDIT
020380                 DELIMITED BY SIZE INTO PL-TEXT
020385     END-EVALUATE
020390     IF WS-PAGE-COUNT = 1
020400         WRITE CALC-PRINT-RECORD
020410     ELSE
020420         WRITE CALC-PRINT-RECORD AFTER ADVANCING PAGE
020430     END-IF
020440     MOVE SPACES TO PL-TEXT
020442     IF WS-MODE-SCAN OR WS-MODE-REJECTED
020444         STRING "RUN-DT RUN-TIME OPERATOR O    OPERAND-1"
020446             "    OPERAND-2       RESULT"
020448             DELIMITED BY SIZE INTO PL-TEXT
020450     ELSE
020452         STRING "RUN-NO SEQ-NO "
020454             "RUN-DT RUN-TIME OPERATOR O    OPERAND-1"
020456             "    OPERAND-2       RESULT ACCOUNT  AUDIT FILE"
020458             DELIMITED BY SIZE INTO PL-TEXT
020460     END-IF
020470     WRITE CALC-PRINT-RECORD
020480     MOVE SPACES TO PL-TEXT
020490     WRITE CALC-PRINT-RECORD
020520 4100-EXIT.
020530     EXIT.
020531******************************************************************
020532* 5000-KEYED-LOOKUP THRU 5000-EXIT - RUN NUMBER OR ACCOUNT LOOKUP
020533* STRAIGHT OFF AUDITIDX.  A RUN'S ENTRIES ARE READ FROM ITS FIRST
020534* SEQUENCE NUMBER ON THE PRIMARY KEY; AN ACCOUNT'S ARE READ ON THE
020535* ACCOUNT ALTERNATE KEY IN THE ORDER THEY WERE LOGGED.  EACH
020536* ENTRY CARRIES THE AUDIT RECORD ITSELF, SO NO AUDIT FILE IS
020537* OPENED; THE RECORD IS LAID INTO CALC-AUDIT-RECORD FOR THE
020538* LINE.  AN INDEX THAT WILL NOT OPEN, OR THAT HOLDS NOTHING FOR
020539* THE RUN OR ACCOUNT (LOGGED WHILE AUDITIDX WAS SHUT), FALLS
020540* BACK TO THE FILTERED SCAN OF THE AUDIT FILES.
020541******************************************************************
020542 5000-KEYED-LOOKUP.
020543
020544     OPEN INPUT AUDIT-INDEX-FILE
020545     IF WS-AIDX-FS NOT = "00"
020546         MOVE "Y" TO WS-INDEX-FALLBACK-SWITCH
020547         MOVE SPACES TO WS-OUTPUT-TEXT
020548         STRING "AUDIT INDEX AUDITIDX NOT AVAILABLE - STATUS "
020549             WS-AIDX-FS " - SCANNING AUDIT FILES INSTEAD"
020550             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
020551         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
020552         GO TO 5000-EXIT
020553     END-IF
020554
020555     MOVE "N" TO WS-INDEX-EOF-SWITCH
020556     IF WS-MODE-BY-RUN
020557         MOVE WS-QRY-RUN-NUMBER TO AX-RUN-NUMBER
020558         MOVE ZERO TO AX-SEQ-NO
020559         START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AX-KEY
020560             INVALID KEY
020561                 MOVE "Y" TO WS-INDEX-EOF-SWITCH
020562         END-START
020563     ELSE
020564         MOVE WS-QRY-ACCOUNT-ID TO AX-ACCOUNT-ID
020565         START AUDIT-INDEX-FILE KEY IS EQUAL TO AX-ACCOUNT-ID
020566             INVALID KEY
020567                 MOVE "Y" TO WS-INDEX-EOF-SWITCH
020568         END-START
020569     END-IF
020570
020571     IF NOT WS-INDEX-EOF
020572         PERFORM 5100-READ-INDEX-ENTRY THRU 5100-EXIT
020573         PERFORM 5200-PROCESS-INDEX-ENTRY THRU 5200-EXIT
020574             UNTIL WS-INDEX-EOF
020575     END-IF
020576     CLOSE AUDIT-INDEX-FILE
020577
020578     IF WS-MATCH-COUNT = ZERO
020579         MOVE "Y" TO WS-INDEX-FALLBACK-SWITCH
020580         MOVE SPACES TO WS-OUTPUT-TEXT
020581         STRING "NOTHING ON AUDITIDX FOR THIS LOOKUP"
020582             " - SCANNING AUDIT FILES INSTEAD"
020583             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
020584         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
020585     END-IF.
020586
020587 5000-EXIT.
020588     EXIT.
020589******************************************************************
020590* 5100-READ-INDEX-ENTRY THRU 5100-EXIT - NEXT ENTRY ON WHICHEVER
020591* KEY 5000-KEYED-LOOKUP STARTED ON.  THE LOOKUP ENDS AT THE FIRST
020592* ENTRY FOR ANOTHER RUN OR ACCOUNT.
020593******************************************************************
020594 5100-READ-INDEX-ENTRY.
020595
020596     READ AUDIT-INDEX-FILE NEXT RECORD
020597         AT END
020598             MOVE "Y" TO WS-INDEX-EOF-SWITCH
020599             GO TO 5100-EXIT
020600     END-READ
020601     IF WS-MODE-BY-RUN
020602             AND AX-RUN-NUMBER NOT = WS-QRY-RUN-NUMBER
020603         MOVE "Y" TO WS-INDEX-EOF-SWITCH
020604         GO TO 5100-EXIT
020605     END-IF
020606     IF WS-MODE-BY-ACCOUNT
020607             AND AX-ACCOUNT-ID NOT = WS-QRY-ACCOUNT-ID
020608         MOVE "Y" TO WS-INDEX-EOF-SWITCH
020609         GO TO 5100-EXIT
020610     END-IF
020611     ADD 1 TO WS-SCAN-COUNT.
020612
020613 5100-EXIT.
020614     EXIT.
020615******************************************************************
020616* 5200-PROCESS-INDEX-ENTRY THRU 5200-EXIT - PRINTS ONE ENTRY'S
020617* RECORD WITH THE AUDIT FILE IT LIVES IN, THEN READS THE NEXT.
020618******************************************************************
020619 5200-PROCESS-INDEX-ENTRY.
020620
020621     MOVE AX-AUDIT-IMAGE TO CALC-AUDIT-RECORD
020622     MOVE AX-FILE-NAME TO WS-MATCH-FILE-NAME
020623     PERFORM 3100-WRITE-KEYED-LINE THRU 3100-EXIT
020624     ADD 1 TO WS-MATCH-COUNT
020625     PERFORM 5100-READ-INDEX-ENTRY THRU 5100-EXIT.
020626
020627 5200-EXIT.
020628     EXIT.
020629******************************************************************
020630* 8000-SUMMARY-REPORT THRU 8000-EXIT - RECORDS SCANNED VS MATCHED.
020631******************************************************************
020632 8000-SUMMARY-REPORT.
020700
020710     MOVE SPACES TO WS-OUTPUT-TEXT
020720     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021500     MOVE SPACES TO WS-OUTPUT-TEXT
021600     STRING "RECORDS MATCHED  " WS-COUNT-EDIT
021700         DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021800     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021810     IF WS-MODE-BY-RUN OR WS-MODE-BY-ACCOUNT
021820         MOVE SPACES TO WS-OUTPUT-TEXT
021830         STRING "NOTE - KEYED RESULTS COVER ONLY RECORDS LOGGED"
021840             " WHILE AUDITIDX WAS OPEN - A RUN THAT COULD NOT"
021850             " OPEN IT SAID SO ON ITS REPORT (RETURN-CODE 4)"
021860             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021865         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021870         MOVE SPACES TO WS-OUTPUT-TEXT
021875         STRING "       AUDITARC ENTERS ITS RECORDS WHEN IT NEXT"
021880             " ROLLS THE LOG - UNTIL THEN ONLY THE SCAN"
021882             " FINDS THEM"
021885             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
021890         PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
021895     END-IF.
021900
022000 8000-EXIT.
022100     EXIT.
022200******************************************************************
022300* 9999-TERMINATE THRU 9999-EXIT - CLOSE WHATEVER FILES OPENED.
022310* THE AUDIT FILES ARE OPENED AND CLOSED SCAN BY SCAN IN
022320* 2000-SEARCH-CONTROL AND AUDITIDX BY 5000-KEYED-LOOKUP, SO ONLY
022330* THE REPORT IS LEFT.
022400******************************************************************
022500 9999-TERMINATE.
022600

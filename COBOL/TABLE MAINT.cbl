002400*                  CARD AGAINST IT WAS APPLIED CLEAN.  A REJECTED
002500*                  CARD SETS RETURN-CODE 8 SO THE SCHEDULER SEES
002600*                  THE RUN NEEDS A LOOK.
002610* 2026-10-15 RH    OPERTAB CARDS CAN NOW GRANT OR TAKE AWAY
002620*                  SUPERVISOR AUTHORITY (MC-SUPERVISOR-FLAG Y/N).
002630*                  THE FLAG IS CARRIED THROUGH THE TABLE AND THE
002640*                  REWRITE, SHOWN ON INQUIRY AND ON THE REGISTER,
002650*                  AND AUDITED ON TABAUDIT BEFORE AND AFTER.  A
002660*                  CHANGE CARD MAY SET THE FLAG ALONE WITH THE
002670*                  VALUE LEFT BLANK.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TABMAINT.
011800             INDEXED BY WS-OPER-IDX.
011900         10  WS-OP-OPERATOR-ID   PIC X(08).
012000         10  WS-OP-RUN-CEILING   PIC 9(09)V99.
012050         10  WS-OP-SUPERVISOR-FLAG PIC X(01).
012100         10  WS-OP-DELETED-SWITCH PIC X(01).
012200             88  WS-OP-DELETED       VALUE "Y".
012300******************************************************************
014500******************************************************************
014600 77  WS-BEFORE-VALUE             PIC 9(09)V99 VALUE ZERO.
014700 77  WS-AFTER-VALUE              PIC 9(09)V99 VALUE ZERO.
014710 77  WS-BEFORE-SUPV-FLAG         PIC X(01) VALUE SPACE.
014720 77  WS-AFTER-SUPV-FLAG          PIC X(01) VALUE SPACE.
014800******************************************************************
014900* CONTROL TOTALS FOR THE END-OF-RUN SUMMARY
015000******************************************************************
025300                 TO WS-OP-OPERATOR-ID (WS-OPER-COUNT)
025400             MOVE CO-RUN-CEILING
025500                 TO WS-OP-RUN-CEILING (WS-OPER-COUNT)
025510             IF CO-SUPERVISOR
025520                 MOVE "Y" TO WS-OP-SUPERVISOR-FLAG (WS-OPER-COUNT)
025530             ELSE
025540                 MOVE "N" TO WS-OP-SUPERVISOR-FLAG (WS-OPER-COUNT)
025550             END-IF
025600             MOVE "N" TO WS-OP-DELETED-SWITCH (WS-OPER-COUNT)
025700     END-READ.
025800
034700******************************************************************
034800* 3000-EDIT-MAINT-CARD THRU 3000-EXIT - FIELD EDITS COMMON TO
034900* BOTH TABLES: FUNCTION AND TABLE CODES, A NON-BLANK KEY, AND ON
035000* AN ADD OR CHANGE A NUMERIC, NON-ZERO VALUE WITHIN RANGE - BUT
035010* AN OPERTAB CHANGE THAT ONLY SETS THE SUPERVISOR FLAG MAY LEAVE
035020* THE VALUE BLANK, AND ONLY OPERTAB CARDS MAY CARRY THE FLAG.  THE
035100* KEY-ON-FILE AND DUPLICATE-KEY EDITS BELONG TO THE APPLY
035200* PARAGRAPHS, WHICH KNOW WHICH TABLE THEY ARE LOOKING AT.
035300******************************************************************
037700             TO WS-REJECT-REASON
037800         GO TO 3000-EXIT
037900     END-IF
038010     IF NOT MC-SUPV-VALID
038020         MOVE "Y" TO WS-CARD-REJECT-SWITCH
038030         MOVE "SUPERVISOR FLAG NOT Y, N OR BLANK"
038040             TO WS-REJECT-REASON
038050         GO TO 3000-EXIT
038060     END-IF
038070     IF MC-SUPERVISOR-FLAG NOT = SPACE
038075             AND (MC-TABLE-RATE OR MC-FUNC-DELETE
038080                 OR MC-FUNC-INQUIRE)
038085         MOVE "Y" TO WS-CARD-REJECT-SWITCH
038090         MOVE "SUPV FLAG ONLY ON OPERTAB ADD/CHANGE"
038091             TO WS-REJECT-REASON
038092         GO TO 3000-EXIT
038093     END-IF
038094     IF MC-FUNC-CHANGE AND MC-TABLE-OPERATOR
038095             AND MC-VALUE-X = SPACES
038096             AND MC-SUPERVISOR-FLAG NOT = SPACE
038097         GO TO 3000-EXIT
038098     END-IF
038099
038100     IF MC-FUNC-ADD OR MC-FUNC-CHANGE
038200         IF MC-VALUE NOT NUMERIC
038300             MOVE "Y" TO WS-CARD-REJECT-SWITCH
046200* AGAINST WS-OPERATOR-TABLE.  ADD REFUSES A DUPLICATE KEY,
046300* CHANGE AND DELETE REFUSE A KEY NOT ON FILE, AND EVERY APPLIED
046400* UPDATE GOES TO THE CHANGE-AUDIT FILE WITH ITS BEFORE AND AFTER
046500* VALUES.  THE SUPERVISOR FLAG GOES ON AS KEYED ON AN ADD (NONE
046510* IF BLANK) AND IS ONLY TOUCHED ON A CHANGE WHEN ONE IS KEYED.
046600******************************************************************
046700 3300-APPLY-OPERATOR-CARD.
046800
048400                         TO WS-OP-OPERATOR-ID (WS-OPER-COUNT)
048500                     MOVE MC-VALUE
048600                         TO WS-OP-RUN-CEILING (WS-OPER-COUNT)
048610                     IF MC-SUPV-GRANT
048620                         MOVE "Y" TO
048630                             WS-OP-SUPERVISOR-FLAG (WS-OPER-COUNT)
048640                     ELSE
048650                         MOVE "N" TO
048660                             WS-OP-SUPERVISOR-FLAG (WS-OPER-COUNT)
048670                     END-IF
048700                     MOVE "N"
048800                         TO WS-OP-DELETED-SWITCH (WS-OPER-COUNT)
048900                     MOVE ZERO TO WS-BEFORE-VALUE
049000                     MOVE MC-VALUE TO WS-AFTER-VALUE
049010                     MOVE SPACE TO WS-BEFORE-SUPV-FLAG
049020                     MOVE WS-OP-SUPERVISOR-FLAG (WS-OPER-COUNT)
049030                         TO WS-AFTER-SUPV-FLAG
049100                     PERFORM 7000-WRITE-CHANGE-AUDIT THRU
049200                         7000-EXIT
049300                     PERFORM 3800-REPORT-APPLIED-CARD THRU
050100             ELSE
050200                 MOVE WS-OP-RUN-CEILING (WS-OPER-IDX)
050300                     TO WS-BEFORE-VALUE
050310                 MOVE WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
050320                     TO WS-BEFORE-SUPV-FLAG
050330                 IF MC-VALUE-X NOT = SPACES
050400                     MOVE MC-VALUE
050500                         TO WS-OP-RUN-CEILING (WS-OPER-IDX)
050510                 END-IF
050520                 IF MC-SUPERVISOR-FLAG NOT = SPACE
050530                     MOVE MC-SUPERVISOR-FLAG
050540                         TO WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
050550                 END-IF
050600                 MOVE WS-OP-RUN-CEILING (WS-OPER-IDX)
050610                     TO WS-AFTER-VALUE
050620                 MOVE WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
050630                     TO WS-AFTER-SUPV-FLAG
050700                 PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
050800                 PERFORM 3800-REPORT-APPLIED-CARD THRU 3800-EXIT
050900             END-IF
051500                 MOVE WS-OP-RUN-CEILING (WS-OPER-IDX)
051600                     TO WS-BEFORE-VALUE
051700                 MOVE ZERO TO WS-AFTER-VALUE
051710                 MOVE WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
051720                     TO WS-BEFORE-SUPV-FLAG
051730                 MOVE SPACE TO WS-AFTER-SUPV-FLAG
051800                 MOVE "Y" TO WS-OP-DELETED-SWITCH (WS-OPER-IDX)
051900                 PERFORM 7000-WRITE-CHANGE-AUDIT THRU 7000-EXIT
052000                 PERFORM 3800-REPORT-APPLIED-CARD THRU 3800-EXIT
053000                 MOVE SPACES TO WS-OUTPUT-TEXT
053100                 STRING "INQUIRE OPERTAB KEY " MC-KEY
053200                     " CEILING " WS-VALUE-EDIT
053210                     " SUPERVISOR "
053220                     WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
053300                     DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
053400                 PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
053500             END-IF
062100******************************************************************
062200* 3800-REPORT-APPLIED-CARD THRU 3800-EXIT - ONE REGISTER LINE PER
062300* APPLIED ADD/CHANGE/DELETE, SHOWING THE BEFORE AND AFTER VALUES
062400* THE CHANGE-AUDIT RECORD CARRIES (AND, ON OPERTAB, THE BEFORE
062410* AND AFTER SUPERVISOR FLAGS).
062500******************************************************************
062600 3800-REPORT-APPLIED-CARD.
062700
062800     ADD 1 TO WS-APPLIED-COUNT
062900     MOVE WS-BEFORE-VALUE TO WS-VALUE-EDIT
063000     MOVE SPACES TO WS-OUTPUT-TEXT
063010     IF MC-TABLE-OPERATOR
063020         STRING MC-FUNCTION " " MC-TABLE-ID " KEY " MC-KEY
063030             " BEFORE " WS-VALUE-EDIT
063040             " SUPERVISOR " WS-BEFORE-SUPV-FLAG
063050             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063060     ELSE
063100         STRING MC-FUNCTION " " MC-TABLE-ID " KEY " MC-KEY
063200             " BEFORE " WS-VALUE-EDIT
063300             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063310     END-IF
063400     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT
063500     MOVE WS-AFTER-VALUE TO WS-VALUE-EDIT
063600     MOVE SPACES TO WS-OUTPUT-TEXT
063610     IF MC-TABLE-OPERATOR
063620         STRING MC-FUNCTION " " MC-TABLE-ID " KEY " MC-KEY
063630             " AFTER  " WS-VALUE-EDIT
063640             " SUPERVISOR " WS-AFTER-SUPV-FLAG " APPLIED"
063650             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063660     ELSE
063700         STRING MC-FUNCTION " " MC-TABLE-ID " KEY " MC-KEY
063800             " AFTER  " WS-VALUE-EDIT " APPLIED"
063900             DELIMITED BY SIZE INTO WS-OUTPUT-TEXT
063910     END-IF
064000     PERFORM 4000-WRITE-OUTPUT-LINE THRU 4000-EXIT.
064100
064200 3800-EXIT.
070300         INITIALIZE CALC-OPERATOR-RECORD
070400         MOVE WS-OP-OPERATOR-ID (WS-OPER-IDX) TO CO-OPERATOR-ID
070500         MOVE WS-OP-RUN-CEILING (WS-OPER-IDX) TO CO-RUN-CEILING
070550         MOVE WS-OP-SUPERVISOR-FLAG (WS-OPER-IDX)
070560             TO CO-SUPERVISOR-FLAG
070600         WRITE CALC-OPERATOR-RECORD
070700     END-IF.
070800
075700     MOVE MC-KEY TO TA-KEY
075800     MOVE WS-BEFORE-VALUE TO TA-BEFORE-VALUE
075900     MOVE WS-AFTER-VALUE TO TA-AFTER-VALUE
075910     IF MC-TABLE-OPERATOR
075920         MOVE WS-BEFORE-SUPV-FLAG TO TA-BEFORE-SUPV-FLAG
075930         MOVE WS-AFTER-SUPV-FLAG TO TA-AFTER-SUPV-FLAG
075940     END-IF
076000     WRITE TABLE-AUDIT-RECORD.
076100
076200 7000-EXIT.

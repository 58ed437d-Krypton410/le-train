000444* RESULT-FILE STATUS (0=POSTED, 9=REJECTED) SO A LOG READER CAN
000446* ADJUST ITS TOTALS FOR REJECTS.  RECORDS LOGGED BEFORE THESE
000450* FIELDS EXISTED ARE SHORTER AND READ BACK SPACE-FILLED ON THE
000452* RIGHT - A BLANK STATUS READS AS POSTED.  CA-AUDIT-SEQ-NO
000454* NUMBERS THE RECORDS A RUN LOGS FROM 1; WITH CA-RUN-NUMBER IT IS
000456* THE KEY OF THE RECORD'S ENTRY ON THE AUDITIDX INDEX (CALCAIDX).
000458* RECORDS LOGGED BEFORE IT EXISTED CARRY SPACES THERE.
000500******************************************************************
000600 01  CALC-AUDIT-RECORD.
000700     05  CA-RUN-DATE             PIC 9(06).
001350     05  CA-STATUS-CODE          PIC X(01).
001360         88  CA-STATUS-OK            VALUE "0".
001370         88  CA-STATUS-REJECTED      VALUE "9".
001380     05  CA-AUDIT-SEQ-NO         PIC 9(06).
001400     05  CA-RESERVED             PIC X(04).


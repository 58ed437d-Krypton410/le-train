000600* ID AND A TIMESTAMP - THE EVIDENCE TRAIL THE AUDITORS ASK FOR ON
000700* RATE AND CEILING CHANGES.  A ZERO BEFORE-VALUE ON AN ADD AND A
000800* ZERO AFTER-VALUE ON A DELETE MARK THE ENDS OF AN ENTRY'S LIFE.
000810* ON AN OPERTAB RECORD THE BEFORE AND AFTER SUPERVISOR FLAGS SHOW
000820* WHEN SUPERVISOR AUTHORITY WAS GRANTED OR TAKEN AWAY.
000900******************************************************************
001000 01  TABLE-AUDIT-RECORD.
001100     05  TA-RUN-DATE             PIC 9(06).
001600     05  TA-KEY                  PIC X(08).
001700     05  TA-BEFORE-VALUE         PIC 9(09)V99.
001800     05  TA-AFTER-VALUE          PIC 9(09)V99.
001810     05  TA-BEFORE-SUPV-FLAG     PIC X(01).
001820     05  TA-AFTER-SUPV-FLAG      PIC X(01).
001900     05  TA-RESERVED             PIC X(08).

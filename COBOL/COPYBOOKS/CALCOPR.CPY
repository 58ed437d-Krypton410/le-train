000300* RECORD PER OPERATOR ID AUTHORIZED TO RUN THE CALCULATOR, WITH A
000400* PER-RUN DOLLAR CEILING 1000-INITIALIZE AND 8000-SUMMARY-REPORT
000500* CHECK WS-OPERATOR-ID AND WS-GRAND-TOTAL AGAINST.
000510* CO-SUPERVISOR-FLAG MARKS AN ID WITH SUPERVISOR AUTHORITY - THE
000520* ONLY IDS THE RELEASE PROGRAM (RUNRLSE) WILL ACCEPT TO RELEASE
000530* A RUN THE CEILING HELD.  IT IS SET AND CLEARED THROUGH TABMAINT.
000600******************************************************************
000700 01  CALC-OPERATOR-RECORD.
000800     05  CO-OPERATOR-ID          PIC X(08).
000900     05  CO-RUN-CEILING          PIC 9(09)V99.
000910     05  CO-SUPERVISOR-FLAG      PIC X(01).
000920         88  CO-SUPERVISOR           VALUE "Y".
001000     05  CO-RESERVED             PIC X(09).

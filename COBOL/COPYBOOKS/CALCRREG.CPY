000800* RUN THAT DIED.  THE RUN NUMBER IS STAMPED ON EVERY AUDIT
000900* RECORD, THE RESULT-FILE HEADER AND THE SUMMARY REPORT, SO A
001000* DAY WITH THREE RUNS NO LONGER LEAVES ANYONE GUESSING WHICH
001100* RUN PRODUCED WHICH RECORDS.  THE BACKOUT UTILITY (RUNBKOUT)
001110* TAKES A RUN NUMBER OF ITS OWN LIKE ANY OTHER RUN (ITS CLOSE
001120* ENTRY CARRIES OUTCOME B) AND APPENDS A REVERSAL ENTRY (TYPE V)
001130* UNDER THE NUMBER OF THE RUN IT BACKED OUT, WITH
001140* RR-REVERSED-BY-RUN NAMING THE BACKOUT RUN - A RUN WITH A
001150* REVERSAL ENTRY CANNOT BE BACKED OUT AGAIN.  ON THE BACKOUT'S
001160* OWN CLOSE ENTRY RR-REVERSED-BY-RUN NAMES THE RUN IT BACKED OUT.
001170* THE RELEASE PROGRAM (RUNRLSE) APPENDS A RELEASE ENTRY (TYPE L)
001180* UNDER THE NUMBER OF A CEILING-HELD RUN A SUPERVISOR RELEASED,
001190* WITH RR-OPERATOR-ID NAMING THE SUPERVISOR AND THE RUN'S RESULT
001192* COUNT AND HELD GRAND TOTAL - A RELEASED RUN IS NO LONGER HELD.
001193* ON A CALCULATOR CLOSE ENTRY RR-REVERSED-BY-RUN IS ZERO UNLESS
001194* THE RUN WAS A RESTART FROM CHECKPOINT, WHEN IT NAMES THE RUN
001195* WHOSE RESULTOUT HEADER THE RESTART CONTINUED (CK-RUN-NUMBER) -
001196* THAT RUN'S RESULTS ARE IN THE RESTART'S RR-RESULT-COUNT, AND
001197* GLPOST RECORDS THE PAIR ON POSTRUNS UNDER THE NAMED RUN.
001200******************************************************************
001300 01  RUN-REGISTRY-RECORD.
001400     05  RR-RUN-NUMBER           PIC 9(06).
001500     05  RR-ENTRY-TYPE           PIC X(01).
001600         88  RR-ENTRY-OPEN           VALUE "O".
001700         88  RR-ENTRY-CLOSE          VALUE "C".
001710         88  RR-ENTRY-REVERSAL       VALUE "V".
001720         88  RR-ENTRY-RELEASE        VALUE "L".
001800     05  RR-RUN-DATE             PIC 9(06).
001900     05  RR-RUN-TIME             PIC 9(08).
002000     05  RR-OPERATOR-ID          PIC X(08).
002800         88  RR-OUTCOME-STOPPED      VALUE "S".
002900         88  RR-OUTCOME-HELD         VALUE "H".
003000         88  RR-OUTCOME-ABORTED      VALUE "A".
003010         88  RR-OUTCOME-BACKOUT      VALUE "B".
003020     05  RR-REVERSED-BY-RUN      PIC 9(06).
003100     05  RR-RESERVED             PIC X(04).

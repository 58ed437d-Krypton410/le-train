000100******************************************************************
000200* CALCAIDX - AUDIT INDEX RECORD FOR AUDITIDX (INDEXED, KEYED ON
000300* AX-KEY - RUN NUMBER PLUS THE RECORD'S CA-AUDIT-SEQ-NO WITHIN
000400* THE RUN - WITH AX-ACCOUNT-ID AS AN ALTERNATE KEY ALLOWING
000500* DUPLICATES).  ONE ENTRY IS WRITTEN FOR EVERY AUDITLOG RECORD AS
000600* IT IS LOGGED, CARRYING A COPY OF THE RECORD ITSELF IN
000700* AX-AUDIT-IMAGE (CALCAUD LAYOUT) AND, IN AX-FILE-NAME, THE AUDIT
000800* FILE THE RECORD LIVES IN - "AUDITLOG" WHEN LOGGED, REPOINTED BY
000900* AUDITARC TO THE ARCHDIR GENERATION WHEN THE RECORD ROLLS.  A
001000* RUN-NUMBER OR ACCOUNT INQUIRY IS ANSWERED FROM HERE WITHOUT
001100* READING AUDITLOG OR ANY GENERATION.  AX-RUN-DATE IS THE
001200* RECORD'S CA-RUN-DATE.
001300******************************************************************
001400 01  AUDIT-INDEX-RECORD.
001500     05  AX-KEY.
001600         10  AX-RUN-NUMBER       PIC 9(06).
001700         10  AX-SEQ-NO           PIC 9(06).
001800     05  AX-ACCOUNT-ID           PIC X(08).
001900     05  AX-RUN-DATE             PIC 9(06).
002000     05  AX-FILE-NAME            PIC X(30).
002100     05  AX-AUDIT-IMAGE          PIC X(93).
002200     05  AX-RESERVED             PIC X(10).

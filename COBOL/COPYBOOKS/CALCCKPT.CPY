000450* NUMBERS ITS OWN CT-SEQ-NO INDEPENDENTLY, SO A RESTART NEEDS TO
000460* KNOW WHICH SOURCE CK-LAST-SEQ-NO BELONGS TO, NOT JUST THE
000470* NUMBER ITSELF.
000480* CK-RUN-NUMBER IS THE RUN WHOSE RESULTOUT HEADER THE CHECKPOINT
000482* CONTINUES - THE RUN THAT FIRST STOPPED, CARRIED UNCHANGED
000484* THROUGH ANY CHAIN OF RESTARTS - SO A RESTART CAN NAME IT ON ITS
000486* OWN RUNREG CLOSE ENTRY (SEE CALCRREG).
000500******************************************************************
000600 01  CALC-CKPT-RECORD.
000700     05  CK-LAST-SEQ-NO          PIC 9(06).
000710     05  CK-RUN-RECORD-COUNT     PIC 9(06).
000720     05  CK-RUN-HASH-TOTAL       PIC S9(9)V99.
000730     05  CK-SOURCE-ID            PIC X(08).
000750     05  CK-RUN-NUMBER           PIC 9(06).
000800     05  CK-RESERVED             PIC X(01).


000600* ANY TRANSACTION WHOSE VALUE DATE FALLS OUTSIDE IT, SO A
000700* RE-DROPPED OLD EXTRACT CANNOT QUIETLY POST INTO THE WRONG
000800* ACCOUNTING MONTH.  A SITE WITH NO PERIODTB AT ALL KEEPS THE
000900* ORIGINAL ANY-DATE BEHAVIOR.  MONTH-END CLOSE IS RUN BY
000910* PERDCLOS, WHICH CLOSES THE OPEN PERIOD ONLY ONCE RUNREG IS
000920* QUIET AND ACCTMAST TIES TO THE GL CONTROL ACCOUNT, STAMPS THE
000930* CLOSE DATE, AND OPENS THE NEXT PERIOD.
001000******************************************************************
001100 01  POSTING-PERIOD-RECORD.
001200     05  PD-PERIOD-ID            PIC 9(04).
001500     05  PD-STATUS               PIC X(01).
001600         88  PD-STATUS-OPEN          VALUE "O".
001700         88  PD-STATUS-CLOSED        VALUE "C".
001710     05  PD-CLOSE-DATE           PIC 9(06).
001800     05  PD-RESERVED             PIC X(04).

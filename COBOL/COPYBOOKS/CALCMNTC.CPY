000700* KEYED AS ELEVEN DIGITS WITH TWO IMPLIED DECIMALS (SAME FORM
000800* FOR A RUN CEILING OR A RATE PERCENTAGE, E.G. 00000012550 FOR
000900* 125.50) AND IS LEFT BLANK ON A DELETE OR INQUIRE CARD.
000910* ON AN OPERTAB ADD OR CHANGE, MC-SUPERVISOR-FLAG Y GRANTS THE
000920* OPERATOR SUPERVISOR AUTHORITY AND N TAKES IT AWAY; BLANK LEAVES
000930* IT AS IT WAS (NONE ON AN ADD).  A CHANGE CARD THAT ONLY SETS
000940* THE FLAG MAY LEAVE THE VALUE BLANK.
001000******************************************************************
001100 01  TABLE-MAINT-CARD-RECORD.
001200     05  MC-FUNCTION             PIC X(01).
002600     05  MC-VALUE                PIC 9(09)V99.
002700     05  MC-VALUE-X REDEFINES MC-VALUE
002800                                 PIC X(11).
002810     05  MC-SUPERVISOR-FLAG      PIC X(01).
002820         88  MC-SUPV-GRANT           VALUE "Y".
002830         88  MC-SUPV-REVOKE          VALUE "N".
002840         88  MC-SUPV-VALID           VALUE "Y" "N" SPACE.
002900     05  MC-RESERVED             PIC X(09).

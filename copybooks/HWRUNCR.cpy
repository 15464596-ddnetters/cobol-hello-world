000110* CARD, OR BLANK MODE IS A NORMAL RUN.  THE PER-CARD FORCE FLAG
000120* IS UNCHANGED - THAT REMAINS THE DELIBERATE RERUN THAT
000130* REWRITES THE LOGS.
000131*----------------------------------------------------------------
000132* 10/15/2026 JPK  ADDED HW-RM-OPERATOR-ID OUT OF FILLER - THE
000133*                 OPERATOR CALLING THE RESTART.  A RESTART IS
000134*                 ONLY HONORED WHEN THAT OPERATOR HOLDS RESTART
000135*                 AUTHORITY ON THE OPER-AUTH-FILE; OTHERWISE THE
000136*                 RUN GOES AHEAD AS A NORMAL RUN.
000140*================================================================
000150 01  HW-RUN-CTL-RECORD.
000160     05  HW-RM-RUN-MODE          PIC X(08).
000170         88  HW-RM-RESTART                VALUE 'RESTART'.
000172     05  HW-RM-OPERATOR-ID       PIC X(08).
000180     05  FILLER                  PIC X(64).

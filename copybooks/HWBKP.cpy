000010*================================================================
000020* HWBKP.CPY
000030*----------------------------------------------------------------
000040* BACKOUT-PARM-FILE RECORD LAYOUT - THE ONE 80-COLUMN CONTROL
000050* CARD READ BY HWBKOUT.  THE CYCLE DATE NAMES THE SNAPSHOT
000060* WANTED; THE TAKEN DATE AND TIME MAY BE LEFT BLANK TO TAKE
000070* THE NEWEST GENERATION FOR THAT CYCLE DATE, OR GIVEN TO PICK
000080* AN EARLIER ONE WHEN A CYCLE WAS OPENED MORE THAN ONCE.  THE
000090* SCOPE SAYS WHAT TO PUT BACK - D THE DATE-CTL RECORD, S THE
000100* SITE-PARM-FILE, B BOTH.  THE OPERATOR MUST HOLD RESTART
000110* AUTHORITY ON THE OPER-AUTH-FILE, AND THE REASON IS PRINTED
000120* ON THE REPORT AND LOGGED WITH THE AUTHORITY CHECK.
000130*================================================================
000140 01  HW-BACKOUT-PARM-RECORD.
000150     05  HW-BP-CYCLE-DATE        PIC 9(08).
000160     05  HW-BP-TAKEN-DATE        PIC 9(08).
000170     05  HW-BP-TAKEN-DATE-X REDEFINES HW-BP-TAKEN-DATE
000180                                 PIC X(08).
000190     05  HW-BP-TAKEN-TIME        PIC 9(08).
000200     05  HW-BP-TAKEN-TIME-X REDEFINES HW-BP-TAKEN-TIME
000210                                 PIC X(08).
000220     05  HW-BP-SCOPE             PIC X(01).
000230         88  HW-BP-SCOPE-DATE             VALUE 'D'.
000240         88  HW-BP-SCOPE-SITES            VALUE 'S'.
000250         88  HW-BP-SCOPE-BOTH             VALUE 'B'.
000260         88  HW-BP-SCOPE-VALID            VALUE 'D' 'S' 'B'.
000270     05  HW-BP-OPERATOR-ID       PIC X(08).
000280     05  HW-BP-REASON            PIC X(40).
000290     05  FILLER                  PIC X(07).

000010*================================================================
000020* HWOPAR.CPY
000030*----------------------------------------------------------------
000040* OPER-AUTH-FILE RECORD LAYOUT - ONE 80-COLUMN CARD PER OPERATOR
000050* ID, KEPT BY OPERATIONS MANAGEMENT AND READ BY HWOPAUTH.  NAMES
000060* THE SITES THE OPERATOR MAY SUBMIT CARDS FOR (UP TO TEN, OR
000070* '*****' IN ANY SLOT FOR EVERY SITE) AND WHETHER THE OPERATOR
000080* MAY CODE THE PARM-CARD FORCE FLAG OR THE RUN-CTL RESTART MODE.
000090* AN OPERATOR NOT ON FILE MAY DO NEITHER AND RUN NO SITE.
000100*================================================================
000110 01  HW-OPER-AUTH-RECORD.
000120     05  HW-OA-OPERATOR-ID       PIC X(08).
000130     05  HW-OA-FORCE-AUTH        PIC X(01).
000140         88  HW-OA-FORCE-YES              VALUE 'Y'.
000150     05  HW-OA-RESTART-AUTH      PIC X(01).
000160         88  HW-OA-RESTART-YES            VALUE 'Y'.
000170     05  HW-OA-SITE-LIST.
000180         10  HW-OA-SITE-ID       PIC X(05) OCCURS 10 TIMES.
000190     05  FILLER                  PIC X(20).

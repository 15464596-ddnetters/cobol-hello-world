000010*================================================================
000020* HWLVP.CPY
000030*----------------------------------------------------------------
000040* LOG-VERIFY-PARM-FILE RECORD LAYOUT - ONE OPTIONAL 80-COLUMN
000050* CONTROL CARD READ BY HWLOGVFY.  NO CARD, OR A BLANK MODE, IS
000060* AN ORDINARY VERIFY RUN.  MODE R REBASES THE LOG CONTROL FILE
000070* TO WHAT IS ON THE LOGS NOW - USED ONCE WHEN THE CONTROL FILE
000080* IS FIRST BROUGHT IN, AND AFTER A BREAK HAS BEEN RUN DOWN AND
000090* SIGNED OFF.  A REBASE CARD MUST NAME THE OPERATOR, WHO MUST
000100* HOLD RESTART AUTHORITY AND IS PRINTED ON THE REPORT AS THE
000105* ONE ACCOUNTABLE FOR IT.
000110*================================================================
000120 01  HW-LOG-VERIFY-PARM-RECORD.
000130     05  HW-LV-MODE              PIC X(01).
000140         88  HW-LV-VERIFY                 VALUE 'V' ' '.
000150         88  HW-LV-REBASE                 VALUE 'R'.
000160     05  HW-LV-OPERATOR-ID       PIC X(08).
000170     05  FILLER                  PIC X(71).

000010*================================================================
000020* HWLTXR.CPY
000030*----------------------------------------------------------------
000040* LANG-TRAN-FILE RECORD LAYOUT - ONE 80-COLUMN MAINTENANCE CARD
000050* PER LANG-FILE ACTION, READ BY HWLANGM.  ACTION IS ADD, CHANGE,
000060* OR DELETE; LANG CODE AND SHIFT CODE ARE BOTH REQUIRED AND
000070* TOGETHER NAME THE ROW.  ADD AND CHANGE MUST CARRY THE GREETING
000080* TEXT - IT IS THE ONLY FIELD ON THE ROW TO CHANGE.  DELETE
000090* READS ONLY THE ACTION AND THE KEY.
000100*================================================================
000110 01  HW-LANG-TRAN-RECORD.
000120     05  HW-LX-ACTION            PIC X(06).
000130         88  HW-LX-ADD                    VALUE 'ADD   '.
000140         88  HW-LX-CHANGE                 VALUE 'CHANGE'.
000150         88  HW-LX-DELETE                 VALUE 'DELETE'.
000160     05  HW-LX-LANG-CODE         PIC X(02).
000170     05  HW-LX-SHIFT-CODE        PIC X(01).
000180     05  HW-LX-GREETING-TEXT     PIC X(30).
000190     05  FILLER                  PIC X(41).

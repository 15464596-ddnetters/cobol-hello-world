000010*================================================================
000020* HWLANGR.CPY
000030*----------------------------------------------------------------
000040* LANG-FILE RECORD LAYOUT - ONE ROW PER LANGUAGE CODE AND SHIFT
000050* CODE, KEYED BY THE PAIR, CARRYING THE GREETING TEXT FOR THAT
000060* CREW.  READ BY HWGREET FOR EVERY LANG/SHIFT LOOKUP IN THE
000070* SUITE AND MAINTAINED ONLY THROUGH HWLANGM, SO A NEW CREW IS A
000080* MAINTENANCE CARD INSTEAD OF A RECOMPILE.  REPLACES THE
000090* COMPILED-IN HWLANG TABLE.
000100*================================================================
000110 01  HW-LANG-RECORD.
000120     05  HW-LR-KEY.
000130         10  HW-LR-LANG-CODE     PIC X(02).
000140         10  HW-LR-SHIFT-CODE    PIC X(01).
000150     05  HW-LR-GREETING-TEXT     PIC X(30).
000160     05  FILLER                  PIC X(07).

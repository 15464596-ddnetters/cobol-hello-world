000210*                 HWGREET'S LOOKUP IS KEYED OFF LANG/SHIFT ONLY
000220*                 AND NEVER READ EITHER FIELD, SO THEY WERE DEAD
000230*                 PARAMETERS ON THE CALL INTERFACE.
000232* 10/15/2026 JPK  HWGREET NOW READS THE KEYED LANG-FILE.
000234*                 HW-LK-RETURN-CODE IS 0 FOR A MATCH, 4 FOR NO
000236*                 MATCH OR NO CODE PASSED, AND 8 WHEN THE
000238*                 LANG-FILE COULD NOT BE OPENED.
000240*================================================================
000250 01  HW-LINKAGE-PARM.
000260     05  HW-LK-LANG-CODE         PIC X(02).

000010*================================================================
000020* HWCRWR.CPY
000030*----------------------------------------------------------------
000040* CREW-ROSTER-FILE RECORD LAYOUT - ONE 80-COLUMN CARD PER SITE
000050* AND SHIFT, LOGICALLY KEYED BY SITE-ID PLUS SHIFT CODE, NAMING
000060* THE LANGUAGE CODE OF THE CREW THAT WORKS THAT SHIFT AT THAT
000070* SITE.  READ BY HWPRMBLD WHEN IT CUTS THE NIGHTLY PARM DECK:
000080* THE SHIFT ON ITS CONTROL CARD PICKS EACH SITE'S ROW, AND THE
000090* ROW'S LANG/SHIFT PAIR GOES ON THE SITE'S CARD.  THE CREW NAME
000100* IS FOR THE PEOPLE WHO KEEP THE ROSTER AND IS NOT READ.
000110*================================================================
000120 01  HW-CREW-RECORD.
000130     05  HW-CW-KEY.
000140         10  HW-CW-SITE-ID       PIC X(05).
000150         10  HW-CW-SHIFT-CODE    PIC X(01).
000160     05  HW-CW-LANG-CODE         PIC X(02).
000170     05  HW-CW-CREW-NAME         PIC X(20).
000180     05  FILLER                  PIC X(52).

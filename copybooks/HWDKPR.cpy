000010*================================================================
000020* HWDKPR.CPY
000030*----------------------------------------------------------------
000040* DECK-BUILD CONTROL CARD LAYOUT - ONE 80-COLUMN CARD READ BY
000050* HWPRMBLD: THE SHIFT CODE OF THE CREW ON DUTY TONIGHT, WHICH
000060* PICKS EACH SITE'S CREW ROSTER ROW, AND THE OPERATOR ID OF
000070* WHOEVER RUNS THE BUILD, WHICH GOES ON EVERY GENERATED CARD
000080* UNLESS AN OVERRIDE CARD NAMES ANOTHER.
000090*================================================================
000100 01  HW-DECK-PARM-RECORD.
000110     05  HW-DP-SHIFT-CODE        PIC X(01).
000120     05  HW-DP-OPERATOR-ID       PIC X(08).
000130     05  FILLER                  PIC X(71).

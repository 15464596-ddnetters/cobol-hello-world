000010*================================================================
000020* HWALRP.CPY
000030*----------------------------------------------------------------
000040* ALERT-DIGEST-PARM-FILE RECORD LAYOUT - ONE 80-COLUMN CONTROL
000050* CARD READ BY HWALRPT, GIVING THE START OF THE DIGEST WINDOW
000060* (YYYYMMDD AND HHMM - NORMALLY LAST EVENING'S BATCH WINDOW
000070* OPEN).  EVERY ALERT RAISED FROM THEN ON IS LISTED WITH ITS
000080* ACKNOWLEDGEMENT STATE; ANY OLDER ALERT NOBODY HAS CLOSED OUT
000090* IS LISTED SEPARATELY AS CARRIED OPEN.
000100*================================================================
000110 01  HW-ALERT-DIGEST-PARM-RECORD.
000120     05  HW-AD-FROM-DATE         PIC 9(08).
000130     05  HW-AD-FROM-HHMM         PIC 9(04).
000140     05  FILLER                  PIC X(68).

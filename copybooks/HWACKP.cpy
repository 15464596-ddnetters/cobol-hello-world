000010*================================================================
000020* HWACKP.CPY
000030*----------------------------------------------------------------
000040* ACK-PARM-FILE RECORD LAYOUT - ONE 80-COLUMN CONTROL CARD READ
000050* BY HWACKREC.  THE CYCLE DATE IS THE EXTRACT JUST SENT - THE
000060* SAME DATE CODED ON THE HWEXTRCT CARD.  THE FROM DATE WIDENS
000070* THE CHECK TO EVERY EXTRACT SENT FOR A CYCLE DATE FROM THERE
000080* UP TO THE CYCLE DATE, SO A SEND THAT IS STILL OUTSTANDING
000090* KEEPS SHOWING UNTIL IT IS RESOLVED; ZEROS CHECK THE CYCLE DATE
000100* ALONE.
000110*================================================================
000120 01  HW-ACK-PARM-RECORD.
000130     05  HW-KP-CYCLE-DATE        PIC 9(08).
000140     05  HW-KP-FROM-DATE         PIC 9(08).
000150     05  FILLER                  PIC X(64).

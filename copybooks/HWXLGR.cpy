000010*================================================================
000020* HWXLGR.CPY
000030*----------------------------------------------------------------
000040* EXTRACT-LOG-FILE RECORD LAYOUT - ONE ROW APPENDED BY HWEXTRCT
000050* FOR EVERY EXTRACT IT SENDS: THE CYCLE DATE ON THE HEADER, THE
000060* DETAIL COUNT ON THE TRAILER, AND WHEN IT WAS WRITTEN.  A
000070* RESEND ADDS A NEWER ROW FOR THE SAME CYCLE DATE; HWACKREC
000080* RECONCILES THE NEWEST ROW PER CYCLE DATE AGAINST THE
000090* SCHEDULER'S ACKNOWLEDGEMENT.
000100*================================================================
000110 01  HW-EXTRACT-LOG-RECORD.
000120     05  HW-XL-CYCLE-DATE        PIC 9(08).
000130     05  HW-XL-DETAIL-CNT        PIC 9(06).
000140     05  HW-XL-SEND-DATE         PIC 9(08).
000150     05  HW-XL-SEND-TIME         PIC 9(08).
000160     05  FILLER                  PIC X(50).

000010*================================================================
000020* HWAKR.CPY
000030*----------------------------------------------------------------
000040* ALERT-ACK-FILE RECORD LAYOUT - ONE 80-COLUMN CARD PER ALERT
000050* CLOSED OUT BY THE SHIFT.  THE ALERT DATE, ALERT TIME,
000060* PROGRAM, JOB AND SITE ARE COPIED FROM THE ALERT'S LINE ON
000070* THE HWALRPT DIGEST; THE OPERATOR AND A SHORT NOTE SAY WHO
000080* CLOSED IT AND HOW.  AN ALERT WITH NO MATCHING CARD IS STILL
000085* OPEN.
000090*================================================================
000100 01  HW-ALERT-ACK-RECORD.
000110     05  HW-AK-ALERT-DATE        PIC 9(08).
000120     05  HW-AK-ALERT-TIME        PIC 9(08).
000130     05  HW-AK-PROGRAM           PIC X(10).
000133     05  HW-AK-JOB-NAME          PIC X(08).
000136     05  HW-AK-SITE-ID           PIC X(05).
000140     05  HW-AK-OPERATOR-ID       PIC X(08).
000150     05  HW-AK-ACK-NOTE          PIC X(33).

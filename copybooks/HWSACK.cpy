000010*================================================================
000020* HWSACK.CPY
000030*----------------------------------------------------------------
000040* SCHEDULER ACKNOWLEDGEMENT WORK AREA - ONE ROW OF THE ACK FILE
000050* THE ENTERPRISE SCHEDULER RETURNS, SPLIT ON ITS PIPE
000060* DELIMITERS BY HWACKREC.  TWO ROW TYPES:
000070*   ACK|CYCLE DATE|RECEIVED|ACCEPTED|REJECTED
000080*       ONE PER EXTRACT LOADED - COUNTS ZERO-FILLED TO SIX
000090*       DIGITS, THE SAME PICTURE AS THE EXTRACT TRAILER COUNT.
000100*       A RESEND IS ACKNOWLEDGED BY A NEWER ACK ROW.
000110*   REJ|CYCLE DATE|JOB NAME|REASON
000120*       ONE PER DETAIL RECORD REJECTED, FOLLOWING ITS ACK ROW.
000130*================================================================
000140 01  HW-SCHED-ACK-AREA.
000150     05  HW-SA-REC-TYPE          PIC X(03).
000160         88  HW-SA-ACK-ROW                VALUE 'ACK'.
000170         88  HW-SA-REJ-ROW                VALUE 'REJ'.
000180     05  HW-SA-CYCLE-X           PIC X(08).
000190     05  HW-SA-CYCLE-N REDEFINES HW-SA-CYCLE-X
000200                                 PIC 9(08).
000210     05  HW-SA-RECEIVED-X        PIC X(06).
000220     05  HW-SA-RECEIVED-N REDEFINES HW-SA-RECEIVED-X
000230                                 PIC 9(06).
000240     05  HW-SA-ACCEPTED-X        PIC X(06).
000250     05  HW-SA-ACCEPTED-N REDEFINES HW-SA-ACCEPTED-X
000260                                 PIC 9(06).
000270     05  HW-SA-REJECTED-X        PIC X(06).
000280     05  HW-SA-REJECTED-N REDEFINES HW-SA-REJECTED-X
000290                                 PIC 9(06).
000300     05  HW-SA-JOB-NAME          PIC X(08).
000310     05  HW-SA-REASON            PIC X(40).

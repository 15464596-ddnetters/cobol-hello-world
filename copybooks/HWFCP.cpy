000010*================================================================
000020* HWFCP.CPY
000030*----------------------------------------------------------------
000040* FORECAST-PARM-FILE RECORD LAYOUT - ONE 80-COLUMN CONTROL CARD
000050* READ BY HWFCST, HOLDING THE DEADLINE THE CYCLE IS FORECAST
000060* AGAINST.  A BLANK DEADLINE TIME IS THE 06:00 ONLINE START; A
000070* BLANK DEADLINE DATE IS THE CYCLE DATE ITSELF.  THE HISTORY
000080* WINDOW IS HOW MANY DAYS OF END-OF-RUN HEARTBEAT ROWS BEFORE
000090* THE CYCLE DATE ARE AVERAGED (BLANK = 31, AS HWELARPT TRENDS);
000100* THE DEFAULT MINUTES ARE ASSUMED FOR A JOB WITH NO FINISHED RUN
000110* IN THAT WINDOW (BLANK = 60).  THE REDEFINES GIVE THE
000120* BLANK-FIELD TESTS AN ALPHANUMERIC VIEW OF EACH FIELD.
000130*================================================================
000140 01  HW-FORECAST-PARM-RECORD.
000150     05  HW-FC-DEADLINE-HHMM     PIC 9(04).
000160     05  HW-FC-DEADLINE-HHMM-X REDEFINES HW-FC-DEADLINE-HHMM
000170                                 PIC X(04).
000180     05  HW-FC-DEADLINE-DATE     PIC 9(08).
000190     05  HW-FC-DEADLINE-DATE-X REDEFINES HW-FC-DEADLINE-DATE
000200                                 PIC X(08).
000210     05  HW-FC-HISTORY-DAYS      PIC 9(03).
000220     05  HW-FC-HISTORY-DAYS-X REDEFINES HW-FC-HISTORY-DAYS
000230                                 PIC X(03).
000240     05  HW-FC-DEFAULT-MINS      PIC 9(04).
000250     05  HW-FC-DEFAULT-MINS-X REDEFINES HW-FC-DEFAULT-MINS
000260                                 PIC X(04).
000270     05  FILLER                  PIC X(61).

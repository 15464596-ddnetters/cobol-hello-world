000010*================================================================
000020* HWALRTL.CPY
000030*----------------------------------------------------------------
000040* CALL-LINKAGE PARAMETER RECORD FOR HWALERT, THE CALLABLE
000050* ALERT-SERVICES SUBROUTINE.  A CALLING PROGRAM THAT HITS A
000060* BLOCKING CONDITION SETS THE SEVERITY (C = CRITICAL - THE
000070* CYCLE OR STREAM IS BLOCKED, E = ERROR - A JOB IS HELD OR A
000080* STEP FAILED, W = WARNING - A JOB IS RUNNING PAST ITS SLA),
000090* ITS OWN PROGRAM NAME, THE JOB AND SITE CONCERNED (BLANK WHEN
000100* THE CONDITION IS NOT ABOUT ONE JOB OR SITE), THE CONDITION
000110* TEXT AND THE CYCLE DATE, AND CODES CALL 'HWALERT' USING
000120* HW-ALERT-PARM.  HWALERT STAMPS THE TIME, APPENDS THE ROW TO
000130* THE ALERT LOG, AND HANDS BACK A COMPLETION CODE IN
000140* HW-AL-RETURN-CODE (ZERO = LOGGED, 8 = ALERT LOG NOT
000150* AVAILABLE - THE ALERT WAS STILL DISPLAYED ON THE CONSOLE).
000160* THE CALLER'S OWN RETURN CODE IS NEVER CHANGED BY AN ALERT.
000170*================================================================
000180 01  HW-ALERT-PARM.
000190     05  HW-AL-SEVERITY          PIC X(01).
000200         88  HW-AL-CRITICAL               VALUE 'C'.
000210         88  HW-AL-ERROR                  VALUE 'E'.
000220         88  HW-AL-WARNING                VALUE 'W'.
000230     05  HW-AL-PROGRAM           PIC X(10).
000240     05  HW-AL-JOB-NAME          PIC X(08).
000250     05  HW-AL-SITE-ID           PIC X(05).
000260     05  HW-AL-CONDITION         PIC X(50).
000270     05  HW-AL-CYCLE-DATE        PIC 9(08).
000280     05  HW-AL-RETURN-CODE       PIC 9(04).

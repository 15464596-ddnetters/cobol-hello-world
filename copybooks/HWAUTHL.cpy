000010*================================================================
000020* HWAUTHL.CPY
000030*----------------------------------------------------------------
000040* CALL-LINKAGE PARAMETER RECORD FOR HWOPAUTH, THE CALLABLE
000050* OPERATOR-AUTHORITY SUBROUTINE.  A CALLING PROGRAM SETS THE
000060* CHECK TYPE (S = MAY RUN THE SITE, F = MAY FORCE A RERUN OF IT,
000070* R = MAY RESTART THE RUN), THE LOG OPTION (A = LOG EVERY
000080* OUTCOME, R = LOG REFUSALS ONLY, N = NO LOG ROW), ITS OWN
000090* PROGRAM NAME, AND THE OPERATOR, SITE AND JOB IN QUESTION, AND
000100* CODES CALL 'HWOPAUTH' USING HW-AUTH-PARM.  A BLANK SITE SKIPS
000110* THE SITE TEST - A RESTART IS RUN-WIDE, NOT PER SITE.  HWOPAUTH
000120* HANDS BACK A COMPLETION CODE IN HW-AU-RETURN-CODE (ZERO =
000130* AUTHORIZED, 4 = REFUSED, 8 = AUTHORITY FILE NOT AVAILABLE,
000140* WHICH THE CALLER TREATS AS REFUSED) AND THE REFUSAL REASON IN
000150* HW-AU-REASON.  LOGGED OUTCOMES GO TO THE OVERRIDE LOG THAT
000160* HWOVRRPT REPORTS MONTHLY.
000170*================================================================
000180 01  HW-AUTH-PARM.
000190     05  HW-AU-CHECK-TYPE        PIC X(01).
000200         88  HW-AU-CHECK-SITE             VALUE 'S'.
000210         88  HW-AU-CHECK-FORCE            VALUE 'F'.
000220         88  HW-AU-CHECK-RESTART          VALUE 'R'.
000230     05  HW-AU-LOG-OPTION        PIC X(01).
000240         88  HW-AU-LOG-ALL                VALUE 'A'.
000250         88  HW-AU-LOG-REFUSED            VALUE 'R'.
000260         88  HW-AU-LOG-NONE               VALUE 'N'.
000270     05  HW-AU-PROGRAM           PIC X(10).
000280     05  HW-AU-OPERATOR-ID       PIC X(08).
000290     05  HW-AU-SITE-ID           PIC X(05).
000300     05  HW-AU-JOB-NAME          PIC X(08).
000310     05  HW-AU-REASON            PIC X(40).
000320     05  HW-AU-RETURN-CODE       PIC 9(04).

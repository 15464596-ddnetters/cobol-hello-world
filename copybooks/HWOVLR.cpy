000010*================================================================
000020* HWOVLR.CPY
000030*----------------------------------------------------------------
000040* OVERRIDE-LOG-FILE RECORD LAYOUT - ONE ROW PER AUTHORITY CHECK
000050* HWOPAUTH WAS ASKED TO LOG: WHEN, WHICH PROGRAM ASKED, THE
000060* OPERATOR, SITE AND JOB, THE KIND OF CHECK (S = SITE, F =
000070* FORCE, R = RESTART), WHETHER IT WAS GRANTED OR REFUSED, AND
000080* THE REFUSAL REASON.  HELLOWORLD LOGS EVERY FORCE AND RESTART
000090* IT IS ASKED TO HONOR; HWPARMED LOGS ITS REFUSALS.  APPEND
000100* ONLY; HWOVRRPT READS IT FOR THE MONTHLY OVERRIDE-USAGE REPORT.
000110*================================================================
000120 01  HW-OVR-LOG-RECORD.
000130     05  HW-OL-LOG-DATE          PIC 9(08).
000140     05  HW-OL-LOG-TIME          PIC 9(08).
000150     05  HW-OL-PROGRAM           PIC X(10).
000160     05  HW-OL-OPERATOR-ID       PIC X(08).
000170     05  HW-OL-SITE-ID           PIC X(05).
000180     05  HW-OL-JOB-NAME          PIC X(08).
000190     05  HW-OL-CHECK-TYPE        PIC X(01).
000200         88  HW-OL-CHECK-SITE             VALUE 'S'.
000210         88  HW-OL-CHECK-FORCE            VALUE 'F'.
000220         88  HW-OL-CHECK-RESTART          VALUE 'R'.
000230     05  HW-OL-OUTCOME           PIC X(01).
000240         88  HW-OL-GRANTED                VALUE 'G'.
000250         88  HW-OL-REFUSED                VALUE 'R'.
000260     05  HW-OL-REASON            PIC X(40).
000270     05  FILLER                  PIC X(11).

000270*                  ANYTHING IS PAST CRITICAL OR STARTED WITHOUT
000280*                  A CHECKPOINT, SO THE PAGE CAN GO OUT AT 02:30
000290*                  INSTEAD OF 08:00.
000291* 10/15/2026 JPK   EACH JOB PAST ITS CRITICAL THRESHOLD NOW ALSO
000292*                  RAISES A WARNING ALERT THROUGH HWALERT, SO
000293*                  THE PAGE GOES OUT FROM THE ALERT LOG WITH
000294*                  EVERY OTHER BLOCKING CONDITION IN THE SUITE.
000300*----------------------------------------------------------------
000310*================================================================
000320 ENVIRONMENT DIVISION.
000820*----------------------------------------------------------------
000830     COPY HWPRTL.
000840     COPY HWRPTR.
000841     COPY HWALRTL.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
004590*    STATE, AND MINUTES AGAINST ITS SLA.  A JOB NOT STARTED YET
004600*    IS MEASURED AGAINST THE CLOCK ON THE WALL; ONE THAT IS
004610*    STARTED BUT HAS NO CHECKPOINT ROW GETS THE LOUD FLAG.
004611*    A JOB PAST CRITICAL RAISES A WARNING ALERT.
004620*----------------------------------------------------------------
004630 5100-REPORT-ONE-SLA-JOB.
004640     MOVE SPACES TO WS-FLAG-X.
005170         IF WS-LATE-MINS > WS-SL-CRIT-MINS(WS-SL-SUB)
005180             MOVE 'CRIT   ' TO WS-STATUS-X
005190             ADD 1 TO WS-CRIT-CNT
005191             PERFORM 5130-RAISE-CRIT-ALERT THRU 5130-EXIT
005200         END-IF
005210     END-IF.
005220     MOVE WS-LATE-MINS TO WS-MINS-EDIT.
005560     IF WS-CJ-JOB-NAME(WS-CJ-SUB) = WS-SL-JOB-NAME(WS-SL-SUB)
005570         MOVE WS-CJ-SUB TO WS-CJ-HIT
005580     END-IF.
005581 5120-EXIT.
005582     EXIT.
005583*----------------------------------------------------------------
005584*    5130-RAISE-CRIT-ALERT
005585*    RAISE THE WARNING ALERT FOR AN SLA JOB PAST ITS CRITICAL
005586*    THRESHOLD, WITH THE MINUTES LATE IN THE CONDITION TEXT.
005587*----------------------------------------------------------------
005588 5130-RAISE-CRIT-ALERT.
005589     MOVE WS-LATE-MINS TO WS-MINS-EDIT.
005590     MOVE SPACES           TO HW-ALERT-PARM.
005591     SET HW-AL-WARNING     TO TRUE.
005592     MOVE 'HWSTATUS'       TO HW-AL-PROGRAM.
005593     MOVE WS-SL-JOB-NAME(WS-SL-SUB) TO HW-AL-JOB-NAME.
005594     STRING 'PAST SLA CRITICAL THRESHOLD - MINUTES LATE '
005596                                  DELIMITED BY SIZE
005598            WS-MINS-EDIT          DELIMITED BY SIZE
005600         INTO HW-AL-CONDITION.
005602     MOVE WS-CYCLE-DATE    TO HW-AL-CYCLE-DATE.
005604     CALL 'HWALERT' USING HW-ALERT-PARM.
005606 5130-EXIT.
005608     EXIT.
005610*----------------------------------------------------------------
005620*    5500-REPORT-NO-SLA-JOBS
005630*    LIST ANY JOB THAT HEARTBEAT ON THE CYCLE DATE BUT IS NOT

000224*                  CYCLE-IN-PROGRESS MARKER HELLOWORLD SETS AT
000226*                  CYCLE OPEN, SO THE NEXT NIGHT'S CYCLE CAN
000228*                  OPEN - SEE HWDATER.
000229* 10/15/2026 JPK   NO NEXT BUSINESS DAY ON THE CALENDAR NOW
000230*                  RAISES A CRITICAL ALERT THROUGH HWALERT -
000231*                  THE DATE IS NOT ROLLED, SO TONIGHT'S CYCLE
000232*                  WILL NOT OPEN UNTIL THE CALENDAR IS LOADED.
000233* 10/15/2026 JPK   CALFILE NOW ALSO CARRIES THE REGIONAL
000234*                  CALENDARS.  THE ROLL READS THE SHOP CALENDAR
000235*                  ROWS (REGION BLANK) ONLY.
000237*----------------------------------------------------------------
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260*================================================================
000520     COPY HWCALR.
000530*
000540 WORKING-STORAGE SECTION.
000541*----------------------------------------------------------------
000542* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWALERT
000543*----------------------------------------------------------------
000544     COPY HWALRTL.
000550*----------------------------------------------------------------
000560* SWITCHES
000570*----------------------------------------------------------------
001450*    STRICTLY AFTER THE DATE THE CYCLE JUST CLOSED.  WEEKEND
001460*    AND HOLIDAY ROWS READ PAST; A CALENDAR THAT RUNS OUT
001470*    BEFORE A BUSINESS DAY TURNS UP MEANS OPS HAS NOT LOADED
001471*    NEXT YEAR YET - FAIL THE STEP RATHER THAN GUESS, AND
001472*    RAISE A CRITICAL ALERT: THE NEXT CYCLE CANNOT OPEN.
001490*----------------------------------------------------------------
001500 2000-FIND-NEXT-BUS-DATE.
001510     IF WS-ABORT-YES
001590                 ' - DATE-CTL-FILE LEFT UNCHANGED'
001600         SET WS-ABORT-YES TO TRUE
001610         MOVE 8 TO WS-RETURN-CODE
001611         PERFORM 2100-RAISE-ROLL-ALERT THRU 2100-EXIT
001620     END-IF.
001630 2000-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660*    2010-READ-CAL-REC
001661*    READ ONE CALENDAR ROW AND TEST IT.  REGIONAL CALENDAR
001662*    ROWS ARE PASSED OVER - THE CYCLE DATE ROLLS ON THE SHOP
001663*    CALENDAR.
001680*----------------------------------------------------------------
001690 2010-READ-CAL-REC.
001700     READ CALENDAR-FILE
001750     IF HW-CA-CAL-DATE NOT NUMERIC
001760         GO TO 2010-EXIT
001770     END-IF.
001772     IF HW-CA-REGION-CODE NOT = SPACES
001774         GO TO 2010-EXIT
001776     END-IF.
001780     IF HW-CA-CAL-DATE > WS-OLD-NEXT-DATE
001790        AND HW-CA-BUSINESS-DAY
001800         MOVE HW-CA-CAL-DATE TO WS-NEW-NEXT-DATE
001810         SET WS-NEXT-FOUND-YES TO TRUE
001820     END-IF.
001830 2010-EXIT.
001831     EXIT.
001832*----------------------------------------------------------------
001833*    2100-RAISE-ROLL-ALERT
001834*    RAISE THE CRITICAL ALERT FOR A DATE ROLL THAT FOUND NO
001835*    NEXT BUSINESS DAY.  THE CYCLE DATE IS THE ONE JUST CLOSED.
001836*----------------------------------------------------------------
001837 2100-RAISE-ROLL-ALERT.
001838     MOVE SPACES           TO HW-ALERT-PARM.
001839     SET HW-AL-CRITICAL    TO TRUE.
001840     MOVE 'HWDATRL'        TO HW-AL-PROGRAM.
001841     MOVE 'NO NEXT BUSINESS DAY ON CALENDAR - DATE NOT ROLLED'
001842         TO HW-AL-CONDITION.
001843     MOVE WS-OLD-NEXT-DATE TO HW-AL-CYCLE-DATE.
001844     CALL 'HWALERT' USING HW-ALERT-PARM.
001846 2100-EXIT.
001848     EXIT.
001850*----------------------------------------------------------------
001860*    3000-REWRITE-DATE-CTL
001870*    ROLL THE DATE-CONTROL RECORD FORWARD AND MARK END-OF-DAY

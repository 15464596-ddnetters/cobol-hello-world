000270*                  HWPRINT PRINT-SERVICES SUBROUTINE - STANDARD
000280*                  COMPANY HEADER WITH PAGE NUMBERS, AUTOMATIC
000290*                  PAGE BREAKS, AND AN END-OF-REPORT CONTROL
000291*                  TOTALS BLOCK - INSTEAD OF A PRIVATE FD.
000292* 10/15/2026 JPK   THE LANG/SHIFT EDIT NOW CHECKS THE KEYED
000293*                  LANG-FILE (THROUGH HWGREET, AS BEFORE) - THE
000294*                  SAME ROWS HELLOWORLD GREETS FROM, SO THE TWO
000295*                  CANNOT DISAGREE.  A LANG-FILE THAT WILL NOT
000296*                  OPEN FAILS THE CARD WITH ITS OWN MESSAGE.
000298* 10/15/2026 JPK   NEW AUTHORITY EDIT AGAINST THE OPER-AUTH-FILE
000300*                  THROUGH HWOPAUTH: THE CARD'S OPERATOR MUST
000302*                  BE ALLOWED TO RUN ITS SITE, AND A CARD WITH
000304*                  THE FORCE FLAG SET MUST COME FROM AN
000306*                  OPERATOR WHO MAY FORCE.  REFUSED CARDS ARE
000308*                  REJECTED HERE AND LOGGED FOR HWOVRRPT.
000310*----------------------------------------------------------------
000320*================================================================
000330 ENVIRONMENT DIVISION.
000710     COPY HWDAYSL.
000720     COPY HWPRTL.
000730     COPY HWRPTR.
000731     COPY HWAUTHL.
000740*----------------------------------------------------------------
000750* SWITCHES
000760*----------------------------------------------------------------
001760     PERFORM 3300-EDIT-LANG-SHIFT THRU 3300-EXIT.
001770     PERFORM 3400-EDIT-OPERATOR-ID THRU 3400-EXIT.
001780     PERFORM 3500-EDIT-FORCE-FLAG THRU 3500-EXIT.
001781     PERFORM 3600-EDIT-AUTHORITY THRU 3600-EXIT.
001790     IF WS-CARD-ERROR-YES
001800         ADD 1 TO WS-CARDS-ERROR-CNT
001810     ELSE
002450     EXIT.
002460*----------------------------------------------------------------
002470*    3300-EDIT-LANG-SHIFT
002480*    A CODED LANG/SHIFT PAIR MUST BE AN ACTUAL ROW ON THE
002490*    LANG-FILE - HWGREET ANSWERS THAT FOR THE WHOLE SUITE.  A
002500*    BLANK LANG CODE MEANS THE SITE DEFAULT AND IS FINE.  A
002510*    LANG-FILE HWGREET COULD NOT OPEN FAILS THE CARD TOO.
002520*----------------------------------------------------------------
002530 3300-EDIT-LANG-SHIFT.
002540     IF HW-PR-LANG-CODE = SPACES
002570     MOVE HW-PR-LANG-CODE  TO HW-LK-LANG-CODE.
002580     MOVE HW-PR-SHIFT-CODE TO HW-LK-SHIFT-CODE.
002590     CALL 'HWGREET' USING HW-LINKAGE-PARM.
002591     IF HW-LK-RETURN-CODE = 8
002592         MOVE 'LANG-FILE NOT AVAILABLE - LANG/SHIFT UNCHECKED'
002593             TO WS-ERROR-TEXT
002594         PERFORM 5000-PRINT-CARD-ERROR THRU 5000-EXIT
002595         GO TO 3300-EXIT
002596     END-IF.
002600     IF HW-LK-RETURN-CODE NOT = ZERO
002612         MOVE 'LANG/SHIFT CODE NOT ON LANG-FILE'
002620             TO WS-ERROR-TEXT
002630         PERFORM 5000-PRINT-CARD-ERROR THRU 5000-EXIT
002640     END-IF.
002870        AND HW-PR-FORCE-FLAG NOT = SPACE
002880         MOVE 'FORCE FLAG NOT Y OR BLANK' TO WS-ERROR-TEXT
002890         PERFORM 5000-PRINT-CARD-ERROR THRU 5000-EXIT
002891     END-IF.
002892 3500-EXIT.
002893     EXIT.
002894*----------------------------------------------------------------
002895*    3600-EDIT-AUTHORITY
002896*    THE OPERATOR MUST BE AUTHORIZED FOR THE CARD'S SITE, AND
002897*    FOR FORCE WHEN THE FLAG IS SET.  A BLANK OPERATOR WAS
002898*    ALREADY REJECTED BY 3400; AN AUTHORITY FILE THAT WILL NOT
002899*    OPEN REJECTS THE CARD - NOTHING IS AUTHORIZED BY DEFAULT.
002900*    ONLY REFUSALS ARE LOGGED FROM THE EDIT.
002901*----------------------------------------------------------------
002902 3600-EDIT-AUTHORITY.
002903     IF HW-PR-OPERATOR-ID = SPACES
002904         GO TO 3600-EXIT
002905     END-IF.
002906     MOVE SPACES             TO HW-AUTH-PARM.
002907     SET HW-AU-CHECK-SITE    TO TRUE.
002908     SET HW-AU-LOG-REFUSED   TO TRUE.
002909     MOVE 'HWPARMED'         TO HW-AU-PROGRAM.
002910     MOVE HW-PR-OPERATOR-ID  TO HW-AU-OPERATOR-ID.
002911     MOVE HW-PR-SITE-ID      TO HW-AU-SITE-ID.
002912     MOVE HW-PR-JOB-NAME     TO HW-AU-JOB-NAME.
002913     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
002914     IF HW-AU-RETURN-CODE NOT = ZERO
002915         MOVE HW-AU-REASON TO WS-ERROR-TEXT
002916         PERFORM 5000-PRINT-CARD-ERROR THRU 5000-EXIT
002917         GO TO 3600-EXIT
002918     END-IF.
002919     IF NOT HW-PR-FORCE-YES
002920         GO TO 3600-EXIT
002921     END-IF.
002922     SET HW-AU-CHECK-FORCE   TO TRUE.
002923     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
002924     IF HW-AU-RETURN-CODE NOT = ZERO
002925         MOVE HW-AU-REASON TO WS-ERROR-TEXT
002926         PERFORM 5000-PRINT-CARD-ERROR THRU 5000-EXIT
002927     END-IF.
002928 3600-EXIT.
002929     EXIT.
002930*----------------------------------------------------------------
002940*    5000-PRINT-CARD-ERROR
002950*    PRINT ONE EDIT ERROR LINE - CARD NUMBER, JOB NAME, SITE,

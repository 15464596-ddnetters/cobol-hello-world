000190*                  TO CALL FOR A LANGUAGE/SHIFT-AWARE GREETING
000200*                  LINE INSTEAD OF SPINNING UP A WHOLE JOB STEP
000210*                  JUST TO PRINT A BANNER.
000211* 10/15/2026 JPK   GREETINGS NOW COME FROM THE KEYED LANG-FILE,
000212*                  MAINTAINED BY THE NEW HWLANGM RUN, INSTEAD OF
000213*                  THE COMPILED-IN HWLANG TABLE - A NEW CREW NO
000214*                  LONGER MEANS RECOMPILING EVERY CALLER.  THE
000215*                  FILE IS OPENED ON THE FIRST CALL AND LEFT
000216*                  OPEN FOR THE RUN UNIT.  RETURN CODE 8 NOW
000217*                  MEANS THE FILE COULD NOT BE OPENED.
000220*----------------------------------------------------------------
000230*================================================================
000240 ENVIRONMENT DIVISION.
000270     SOURCE-COMPUTER.   IBM-370.
000280     OBJECT-COMPUTER.   IBM-370.
000290*
000291 INPUT-OUTPUT SECTION.
000292 FILE-CONTROL.
000293     SELECT LANG-FILE
000294         ASSIGN TO "LANGFILE"
000295         ORGANIZATION IS INDEXED
000296         ACCESS MODE IS RANDOM
000297         RECORD KEY IS HW-LR-KEY
000298         FILE STATUS IS WS-LANG-FILE-STATUS.
000299*
000300*================================================================
000310 DATA DIVISION.
000320*================================================================
000321 FILE SECTION.
000322 FD  LANG-FILE
000323     LABEL RECORDS ARE STANDARD.
000324     COPY HWLANGR.
000325*
000330 WORKING-STORAGE SECTION.
000340*----------------------------------------------------------------
000390* SWITCHES - THE OPEN SWITCHES ARE SET ONCE ON THE FIRST CALL
000395* AND CARRY ACROSS CALLS FOR THE REST OF THE RUN UNIT.
000400*----------------------------------------------------------------
000410 77  WS-LANG-FOUND-SW           PIC X(01)  VALUE 'N'.
000420     88  WS-LANG-FOUND-YES                 VALUE 'Y'.
000430     88  WS-LANG-FOUND-NO                  VALUE 'N'.
000432 77  WS-LANG-FILE-STATUS        PIC X(02)  VALUE '00'.
000433     88  WS-LANG-GOOD                      VALUE '00'.
000434 77  WS-LANG-TRIED-SW           PIC X(01)  VALUE 'N'.
000435     88  WS-LANG-TRIED-YES                 VALUE 'Y'.
000436     88  WS-LANG-TRIED-NO                  VALUE 'N'.
000437 77  WS-LANG-OPEN-SW            PIC X(01)  VALUE 'N'.
000438     88  WS-LANG-OPEN-YES                  VALUE 'Y'.
000439     88  WS-LANG-OPEN-NO                   VALUE 'N'.
000440*
000450*================================================================
000460 LINKAGE SECTION.
000510*================================================================
000520*----------------------------------------------------------------
000530*    0000-MAINLINE
000540*    LOOK UP THE CALLER'S LANGUAGE/SHIFT CODE ON THE LANG-FILE
000550*    AND HAND BACK THE MATCHING GREETING LINE.  RETURN CODE 4
000560*    MEANS NO MATCH (OR NO CODE WAS PASSED AT ALL); 8 MEANS THE
000565*    LANG-FILE COULD NOT BE OPENED.  EITHER WAY THE CALLER
000567*    FALLS BACK TO ITS OWN DEFAULT GREETING.
000570*----------------------------------------------------------------
000580 0000-MAINLINE.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000700     SET WS-LANG-FOUND-NO TO TRUE.
000710     MOVE SPACES TO HW-LK-BANNER-TEXT.
000720     MOVE ZERO   TO HW-LK-RETURN-CODE.
000721     IF WS-LANG-TRIED-NO
000722         SET WS-LANG-TRIED-YES TO TRUE
000723         OPEN INPUT LANG-FILE
000724         IF WS-LANG-GOOD
000725             SET WS-LANG-OPEN-YES TO TRUE
000726         END-IF
000727     END-IF.
000730 1000-EXIT.
000740     EXIT.
000750*----------------------------------------------------------------
000760*    2000-LOOKUP-LANG
000770*    READ THE LANG-FILE ROW FOR THE CALLER'S LANG/SHIFT CODE.
000780*----------------------------------------------------------------
000790 2000-LOOKUP-LANG.
000800     IF HW-LK-LANG-CODE = SPACES
000810         MOVE 4 TO HW-LK-RETURN-CODE
000820         GO TO 2000-EXIT
000830     END-IF.
000833     IF WS-LANG-OPEN-NO
000836         MOVE 8 TO HW-LK-RETURN-CODE
000839         GO TO 2000-EXIT
000842     END-IF.
000845     MOVE HW-LK-LANG-CODE  TO HW-LR-LANG-CODE.
000848     MOVE HW-LK-SHIFT-CODE TO HW-LR-SHIFT-CODE.
000851     READ LANG-FILE
000854         INVALID KEY
000857             SET WS-LANG-FOUND-NO TO TRUE
000860         NOT INVALID KEY
000863             SET WS-LANG-FOUND-YES TO TRUE
000866     END-READ.
000869     IF WS-LANG-FOUND-YES
000872         MOVE HW-LR-GREETING-TEXT TO HW-LK-BANNER-TEXT
000875     ELSE
000880         MOVE 4 TO HW-LK-RETURN-CODE
000890     END-IF.
000900 2000-EXIT.
000910     EXIT.

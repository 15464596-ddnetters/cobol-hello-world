000200*                  OR THE NEWEST ROW IS FROM A PRIOR DATE.  A
000210*                  MISSING OR BLANK PARM CARD ALSO GATES AT 12 -
000220*                  WHEN IN DOUBT, HOLD THE STREAM.
000221* 10/15/2026 JPK   A HELD GATE NOW ALSO RAISES AN ALERT THROUGH
000222*                  HWALERT - CRITICAL AT 12, ERROR AT 8 - WITH
000223*                  THE REASON THE STREAM WAS HELD.
000230*----------------------------------------------------------------
000240*================================================================
000250 ENVIRONMENT DIVISION.
000520     COPY HWCKPTR.
000530*
000540 WORKING-STORAGE SECTION.
000542*----------------------------------------------------------------
000544* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWALERT
000546*----------------------------------------------------------------
000548     COPY HWALRTL.
000550*----------------------------------------------------------------
000560* SWITCHES
000570*----------------------------------------------------------------
000830 77  WS-BEST-DATE               PIC 9(08)  VALUE ZERO.
000840 77  WS-BEST-TIME               PIC 9(08)  VALUE ZERO.
000850 77  WS-BEST-FLAG               PIC X(01)  VALUE SPACE.
000851 77  WS-HOLD-REASON             PIC X(50)  VALUE SPACES.
000860*================================================================
000870 PROCEDURE DIVISION.
000880*================================================================
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950     PERFORM 2000-SCAN-CHECKPOINTS THRU 2000-EXIT.
000960     PERFORM 3000-SET-GATE-VERDICT THRU 3000-EXIT.
000961     PERFORM 7000-RAISE-GATE-ALERT THRU 7000-EXIT.
000970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000980     GOBACK.
000990*----------------------------------------------------------------
001130                 'STREAM HELD'
001140         SET WS-ABORT-YES TO TRUE
001150         MOVE 12 TO WS-RETURN-CODE
001151         MOVE 'GATE PARM FILE DID NOT OPEN - STREAM HELD'
001152             TO WS-HOLD-REASON
001160     END-IF.
001170     IF WS-ABORT-NO
001180         READ GATE-PARM-FILE
001210                         'STREAM HELD'
001220                 SET WS-ABORT-YES TO TRUE
001230                 MOVE 12 TO WS-RETURN-CODE
001231                 MOVE 'GATE PARM CARD MISSING - STREAM HELD'
001232                     TO WS-HOLD-REASON
001240         END-READ
001250     END-IF.
001260     IF WS-ABORT-NO
001290                     'STREAM HELD'
001300             SET WS-ABORT-YES TO TRUE
001310             MOVE 12 TO WS-RETURN-CODE
001311             MOVE 'GATE PARM RUN ID BLANK - STREAM HELD'
001312                 TO WS-HOLD-REASON
001320         ELSE
001330             MOVE HW-GP-RUN-ID TO WS-GATE-RUN-ID
001340         END-IF
001440                 'STREAM HELD'
001450         SET WS-ABORT-YES TO TRUE
001460         MOVE 12 TO WS-RETURN-CODE
001461         MOVE 'CHECKPOINT FILE DID NOT OPEN - STREAM HELD'
001462             TO WS-HOLD-REASON
001470     END-IF.
001480 1000-EXIT.
001490     EXIT.
002010         DISPLAY 'HWCKGATE - NO CHECKPOINT ROW FOR '
002020                 WS-GATE-RUN-ID ' - STREAM HELD'
002030         MOVE 12 TO WS-RETURN-CODE
002031         MOVE 'NO CHECKPOINT ROW FOR RUN ID - STREAM HELD'
002032             TO WS-HOLD-REASON
002040         GO TO 3000-EXIT
002050     END-IF.
002060     IF WS-BEST-DATE NOT = WS-CYCLE-DATE
002080                 WS-GATE-RUN-ID ' IS DATED ' WS-BEST-DATE
002090                 ' - STALE - STREAM HELD'
002100         MOVE 12 TO WS-RETURN-CODE
002101         MOVE 'NEWEST CHECKPOINT IS STALE - STREAM HELD'
002102             TO WS-HOLD-REASON
002110         GO TO 3000-EXIT
002120     END-IF.
002130     IF WS-BEST-FLAG = 'C'
002200                 ' INCOMPLETE FOR ' WS-CYCLE-DATE
002210                 ' - STREAM HELD'
002220         MOVE 8 TO WS-RETURN-CODE
002221         MOVE 'CHECKPOINT INCOMPLETE FOR TODAY - STREAM HELD'
002222             TO WS-HOLD-REASON
002230     END-IF.
002231 3000-EXIT.
002232     EXIT.
002233*----------------------------------------------------------------
002234*    7000-RAISE-GATE-ALERT
002235*    A HELD GATE RAISES AN ALERT - CRITICAL WHEN THE GATE
002236*    HOLDS AT 12 (NO USABLE CHECKPOINT, OR THE GATE COULD NOT
002237*    LOOK), ERROR WHEN IT HOLDS AT 8 ON AN INCOMPLETE RUN.  A
002238*    RELEASED GATE RAISES NOTHING.
002239*----------------------------------------------------------------
002240 7000-RAISE-GATE-ALERT.
002241     IF WS-RETURN-CODE < 8
002242         GO TO 7000-EXIT
002243     END-IF.
002244     MOVE SPACES            TO HW-ALERT-PARM.
002245     IF WS-RETURN-CODE > 8
002246         SET HW-AL-CRITICAL TO TRUE
002247     ELSE
002248         SET HW-AL-ERROR    TO TRUE
002249     END-IF.
002250     MOVE 'HWCKGATE'        TO HW-AL-PROGRAM.
002251     MOVE WS-GATE-RUN-ID    TO HW-AL-JOB-NAME.
002252     MOVE WS-HOLD-REASON    TO HW-AL-CONDITION.
002253     MOVE WS-CYCLE-DATE     TO HW-AL-CYCLE-DATE.
002254     CALL 'HWALERT' USING HW-ALERT-PARM.
002256 7000-EXIT.
002258     EXIT.
002260*----------------------------------------------------------------
002270*    8000-TERMINATE
002280*    CLOSE FILES AND END THE RUN.

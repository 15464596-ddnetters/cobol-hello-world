000290*                  THE BEFORE IMAGE.  HWSCHRPT PRINTS A SITE'S
000291*                  HISTORY BACK ON REQUEST.  REJECTED CARDS
000292*                  TOUCH NEITHER FILE, AS BEFORE.
000293* 10/15/2026 JPK   CARDS NOW CARRY THE SITE'S JOB NAME FOR THE
000294*                  NEW HWPRMBLD NIGHTLY DECK BUILD.  ADD STORES
000295*                  IT AS CODED (BLANK KEEPS THE SITE OUT OF THE
000296*                  DECK); CHANGE OVERLAYS IT ONLY WHEN CODED.
000297*                  THE BEFORE LISTING SHOWS IT PER SITE.
000298* 10/15/2026 JPK   CARDS NOW CARRY THE SITE'S PROCESSING REGION
000299*                  FOR THE REGIONAL CALENDARS.  ADD STORES IT AS
000300*                  CODED (BLANK = SHOP CALENDAR); CHANGE OVERLAYS
000301*                  IT ONLY WHEN CODED.  LISTED PER SITE.
000302* 10/15/2026 JPK   CARDS NOW CARRY THE SITE'S COST CENTER FOR THE
000303*                  HWCHGBK MONTHLY CHARGEBACK.  ADD STORES IT AS
000304*                  CODED; CHANGE OVERLAYS IT ONLY WHEN CODED.
000305*                  LISTED PER SITE.
000306* 10/15/2026 JPK   CHANGE-HISTORY ROWS NOW CARRY THE BEFORE AND
000307*                  AFTER JOB NAME, REGION AND COST CENTER TOO.
000308*----------------------------------------------------------------
000309*================================================================
000310 ENVIRONMENT DIVISION.
000320*================================================================
000330 CONFIGURATION SECTION.
001109 01  WS-NEW-GREETING            PIC X(30)  VALUE SPACES.
001110 01  WS-NEW-REPORT-FLAG         PIC X(01)  VALUE SPACE.
001111 01  WS-NEW-ACTIVE-FLAG         PIC X(01)  VALUE SPACE.
001112 01  WS-HIST-CODES.
001113     05  WS-OLD-JOB-NAME         PIC X(08).
001114     05  WS-OLD-REGION-CODE      PIC X(02).
001115     05  WS-OLD-COST-CENTER      PIC X(06).
001116     05  WS-NEW-JOB-NAME         PIC X(08).
001117     05  WS-NEW-REGION-CODE      PIC X(02).
001118     05  WS-NEW-COST-CENTER      PIC X(06).
001110*================================================================
001120 PROCEDURE DIVISION.
001130*================================================================
002350            HW-SR-REPORT-FLAG       DELIMITED BY SIZE
002360            '  ACTIVE '             DELIMITED BY SIZE
002370            HW-SR-ACTIVE-FLAG       DELIMITED BY SIZE
002372            '  JOB '                DELIMITED BY SIZE
002374            HW-SR-JOB-NAME          DELIMITED BY SIZE
002375            '  REGION '             DELIMITED BY SIZE
002376            HW-SR-REGION-CODE       DELIMITED BY SIZE
002377            '  COST CTR '           DELIMITED BY SIZE
002378            HW-SR-COST-CENTER       DELIMITED BY SIZE
002380         INTO HW-RL-TEXT.
002390     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
002400 2110-EXIT.
002694     MOVE SPACES TO WS-NEW-GREETING.
002695     MOVE SPACE  TO WS-NEW-REPORT-FLAG.
002696     MOVE SPACE  TO WS-NEW-ACTIVE-FLAG.
002697     MOVE SPACES TO WS-HIST-CODES.
002700     PERFORM 3100-EDIT-TRAN THRU 3100-EXIT.
002710     IF WS-REJECT-YES
002720         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
003520     MOVE HW-TX-GREETING-TEXT TO HW-SR-GREETING-TEXT.
003530     MOVE HW-TX-REPORT-FLAG   TO HW-SR-REPORT-FLAG.
003540     MOVE HW-TX-ACTIVE-FLAG   TO HW-SR-ACTIVE-FLAG.
003545     MOVE HW-TX-JOB-NAME      TO HW-SR-JOB-NAME.
003546     MOVE HW-TX-REGION-CODE   TO HW-SR-REGION-CODE.
003547     MOVE HW-TX-COST-CENTER   TO HW-SR-COST-CENTER.
003550     WRITE HW-SITE-RECORD
003560         INVALID KEY
003570             SET WS-REJECT-YES TO TRUE
003600     IF WS-REJECT-NO
003610         ADD 1 TO WS-ADD-CNT
003612         MOVE HW-SR-GREETING-TEXT TO WS-NEW-GREETING
003613         MOVE HW-SR-REPORT-FLAG   TO WS-NEW-REPORT-FLAG
003614         MOVE HW-SR-ACTIVE-FLAG   TO WS-NEW-ACTIVE-FLAG
003615         MOVE HW-SR-JOB-NAME      TO WS-NEW-JOB-NAME
003616         MOVE HW-SR-REGION-CODE   TO WS-NEW-REGION-CODE
003617         MOVE HW-SR-COST-CENTER   TO WS-NEW-COST-CENTER
003618         PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
003620     END-IF.
003630 3200-EXIT.
003792     MOVE HW-SR-GREETING-TEXT TO WS-OLD-GREETING.
003794     MOVE HW-SR-REPORT-FLAG   TO WS-OLD-REPORT-FLAG.
003796     MOVE HW-SR-ACTIVE-FLAG   TO WS-OLD-ACTIVE-FLAG.
003797     MOVE HW-SR-JOB-NAME      TO WS-OLD-JOB-NAME.
003798     MOVE HW-SR-REGION-CODE   TO WS-OLD-REGION-CODE.
003799     MOVE HW-SR-COST-CENTER   TO WS-OLD-COST-CENTER.
003800     IF HW-TX-GREETING-TEXT NOT = SPACES
003810         MOVE HW-TX-GREETING-TEXT TO HW-SR-GREETING-TEXT
003820     END-IF.
003860     IF HW-TX-ACTIVE-FLAG NOT = SPACE
003870         MOVE HW-TX-ACTIVE-FLAG TO HW-SR-ACTIVE-FLAG
003880     END-IF.
003881     IF HW-TX-JOB-NAME NOT = SPACES
003882         MOVE HW-TX-JOB-NAME TO HW-SR-JOB-NAME
003883     END-IF.
003884     IF HW-TX-REGION-CODE NOT = SPACES
003885         MOVE HW-TX-REGION-CODE TO HW-SR-REGION-CODE
003886     END-IF.
003887     IF HW-TX-COST-CENTER NOT = SPACES
003888         MOVE HW-TX-COST-CENTER TO HW-SR-COST-CENTER
003889     END-IF.
003890     REWRITE HW-SITE-RECORD
003900         INVALID KEY
003910             SET WS-REJECT-YES TO TRUE
003940     IF WS-REJECT-NO
003950         ADD 1 TO WS-CHANGE-CNT
003952         MOVE HW-SR-GREETING-TEXT TO WS-NEW-GREETING
003953         MOVE HW-SR-REPORT-FLAG   TO WS-NEW-REPORT-FLAG
003954         MOVE HW-SR-ACTIVE-FLAG   TO WS-NEW-ACTIVE-FLAG
003955         MOVE HW-SR-JOB-NAME      TO WS-NEW-JOB-NAME
003956         MOVE HW-SR-REGION-CODE   TO WS-NEW-REGION-CODE
003957         MOVE HW-SR-COST-CENTER   TO WS-NEW-COST-CENTER
003958         PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
003960     END-IF.
003970 3300-EXIT.
004054         GO TO 3400-EXIT
004056     END-IF.
004058     MOVE HW-SR-GREETING-TEXT TO WS-OLD-GREETING.
004059     MOVE HW-SR-REPORT-FLAG   TO WS-OLD-REPORT-FLAG.
004060     MOVE HW-SR-ACTIVE-FLAG   TO WS-OLD-ACTIVE-FLAG.
004061     MOVE HW-SR-JOB-NAME      TO WS-OLD-JOB-NAME.
004062     MOVE HW-SR-REGION-CODE   TO WS-OLD-REGION-CODE.
004063     MOVE HW-SR-COST-CENTER   TO WS-OLD-COST-CENTER.
004064     DELETE SITE-PARM-FILE RECORD
004066         INVALID KEY
004070             SET WS-REJECT-YES TO TRUE
004159     MOVE WS-NEW-GREETING    TO HW-SH-NEW-GREETING.
004160     MOVE WS-NEW-REPORT-FLAG TO HW-SH-NEW-REPORT-FLAG.
004161     MOVE WS-NEW-ACTIVE-FLAG TO HW-SH-NEW-ACTIVE-FLAG.
004162     MOVE WS-HIST-CODES      TO HW-SH-SITE-CODES.
004163     WRITE HW-SITE-HIST-RECORD.
004164 3700-EXIT.
004165     EXIT.
004150*----------------------------------------------------------------
004160*    3800-PRINT-APPLIED
004170*    PRINT THE DISPOSITION LINE FOR AN APPLIED CARD.

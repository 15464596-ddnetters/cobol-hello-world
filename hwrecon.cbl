000410*                  HEARTBEAT END-OF-RUN ROWS (ANY ROW CARRYING
000420*                  AN END DATE) ARE PASSED OVER - THE START ROW
000430*                  IS THE EVIDENCE THE CHECKPOINT MATCH WANTS.
000431* 10/15/2026 JPK   THE RUN DATE GAP CHECK IS NOW PER SITE.  EACH
000432*                  JOB'S RUN DATES ARE JUDGED AGAINST ITS SITE'S
000433*                  OWN CALENDAR OFF CALFILE (THE REGION ON ITS
000434*                  SITEPARM ROW, ELSE THE SHOP CALENDAR), AND
000435*                  ONLY BUSINESS DAYS MISSED ARE FLAGGED - A
000436*                  REGIONAL HOLIDAY OR A WEEKEND IS NO LONGER A
000437*                  GAP.  A DAY NO CALENDAR COVERS IS JUDGED ON
000438*                  THE DAY OF THE WEEK ALONE.
000440*----------------------------------------------------------------
000450*================================================================
000460 ENVIRONMENT DIVISION.
000660     SELECT HEARTBEAT-FILE
000670         ASSIGN TO "HBFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000681         FILE STATUS IS WS-HB-FILE-STATUS.
000682     SELECT CALENDAR-FILE
000683         ASSIGN TO "CALFILE"
000684         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-CAL-FILE-STATUS.
000688     SELECT SITE-PARM-FILE
000690         ASSIGN TO "SITEPARM"
000692         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS SEQUENTIAL
000696         RECORD KEY IS HW-SR-SITE-ID
000698         FILE STATUS IS WS-SITE-FILE-STATUS.
000700     SELECT SORT-WORK-FILE
000710         ASSIGN TO "SORTWK".
000720*
000900     LABEL RECORDS ARE STANDARD.
000910     COPY HWHBR.
000920*
000921 FD  CALENDAR-FILE
000922     LABEL RECORDS ARE STANDARD.
000923     COPY HWCALR.
000924*
000925 FD  SITE-PARM-FILE
000926     LABEL RECORDS ARE STANDARD.
000927     COPY HWSITER.
000928*
000930 SD  SORT-WORK-FILE.
000940 01  HW-SORT-RECORD.
000950     05  HW-SO-RUN-DATE          PIC 9(08).
001570     88  WS-GRP-HB-START-NO                VALUE 'N'.
001580 77  WS-GRP-CKPT-SW             PIC X(01)  VALUE 'N'.
001590     88  WS-GRP-CKPT-YES                   VALUE 'Y'.
001591     88  WS-GRP-CKPT-NO                    VALUE 'N'.
001592 77  WS-CAL-FILE-STATUS         PIC X(02)  VALUE '00'.
001593     88  WS-CAL-FOUND                      VALUE '00'.
001594 77  WS-CAL-EOF-SW              PIC X(01)  VALUE 'N'.
001596     88  WS-CAL-EOF-YES                    VALUE 'Y'.
001598     88  WS-CAL-EOF-NO                     VALUE 'N'.
001600 77  WS-SITE-FILE-STATUS        PIC X(02)  VALUE '00'.
001602     88  WS-SITE-FOUND                     VALUE '00'.
001604 77  WS-SITE-EOF-SW             PIC X(01)  VALUE 'N'.
001606     88  WS-SITE-EOF-YES                   VALUE 'Y'.
001608     88  WS-SITE-EOF-NO                    VALUE 'N'.
001610*----------------------------------------------------------------
001620* RETURN CODE, RUN DATE, DATE WINDOW, AND COUNTERS
001630*----------------------------------------------------------------
001730 77  WS-BAD-DATE-CNT            PIC S9(05) COMP VALUE ZERO.
001740 77  WS-EXCEPTION-CNT           PIC S9(05) COMP VALUE ZERO.
001750 77  WS-GAP-DAYS                PIC S9(05) COMP VALUE ZERO.
001751 77  WS-DAY-NBR-PRIOR           PIC S9(08) COMP VALUE ZERO.
001752 77  WS-GAP-FROM-NBR            PIC S9(08) COMP VALUE ZERO.
001753 77  WS-GAP-DAY-NBR             PIC S9(08) COMP VALUE ZERO.
001754 77  WS-DOW-QUOT                PIC S9(08) COMP VALUE ZERO.
001755 77  WS-DOW-REM                 PIC S9(04) COMP VALUE ZERO.
001756 77  WS-CAL-ROW-SKIP-CNT        PIC S9(05) COMP VALUE ZERO.
001757 77  WS-TABLE-FULL-CNT          PIC S9(05) COMP VALUE ZERO.
001758*----------------------------------------------------------------
001759* CALENDARS OFF CALFILE - ONE SLOT PER CALENDAR (THE SHOP'S, WITH
001760* A BLANK REGION, AND ONE PER REGION), EACH HOLDING THE DAY TYPE
001761* OF UP TO A YEAR OF DAYS FROM THE FIRST DAY NUMBER IT CARRIES.
001762* A DAY TYPE OF SPACE IS A DAY THE CALENDAR DOES NOT COVER.
001763*----------------------------------------------------------------
001764 77  WS-CS-MAX                  PIC S9(04) COMP VALUE ZERO.
001765 77  WS-CS-SUB                  PIC S9(04) COMP VALUE ZERO.
001766 77  WS-CS-HIT                  PIC S9(04) COMP VALUE ZERO.
001767 77  WS-CS-DAY-SUB              PIC S9(08) COMP VALUE ZERO.
001768 77  WS-CS-FIND-REGION          PIC X(02)  VALUE SPACES.
001769 01  WS-CALENDAR-TABLE.
001770     05  WS-CS-ENTRY OCCURS 21 TIMES.
001771         10  WS-CS-REGION        PIC X(02).
001772         10  WS-CS-FIRST-DAY     PIC S9(08) COMP.
001773         10  WS-CS-DAY-TYPE      PIC X(01) OCCURS 366 TIMES.
001774*----------------------------------------------------------------
001775* JOB NAME TO REGION OFF SITEPARM, AND EACH JOB'S PRIOR RUN DATE
001776* FOR THE GAP CHECK.  500 JOBS IS FAR PAST THE SHOP'S SITE COUNT;
001777* AN OVERFLOW IS COUNTED AND FLAGGED, NEVER SILENT.
001778*----------------------------------------------------------------
001779 77  WS-JR-MAX                  PIC S9(04) COMP VALUE ZERO.
001780 77  WS-JR-SUB                  PIC S9(04) COMP VALUE ZERO.
001781 77  WS-JR-HIT                  PIC S9(04) COMP VALUE ZERO.
001782 01  WS-JOB-REGION-TABLE.
001783     05  WS-JR-ENTRY OCCURS 500 TIMES.
001784         10  WS-JR-JOB           PIC X(08).
001785         10  WS-JR-REGION        PIC X(02).
001786 77  WS-JP-MAX                  PIC S9(04) COMP VALUE ZERO.
001787 77  WS-JP-SUB                  PIC S9(04) COMP VALUE ZERO.
001788 77  WS-JP-HIT                  PIC S9(04) COMP VALUE ZERO.
001789 01  WS-JOB-PRIOR-TABLE.
001790     05  WS-JP-ENTRY OCCURS 500 TIMES.
001791         10  WS-JP-JOB           PIC X(08).
001792         10  WS-JP-DAY-NBR       PIC S9(08) COMP.
001793         10  WS-JP-DATE          PIC 9(08).
001794*----------------------------------------------------------------
001796* CONTROL-BREAK GROUP STATE - THE (RUN DATE, JOB NAME) GROUP IN
001798* HAND AS THE SORTED STREAM RETURNS, AND THE JOB'S PRIOR RUN
001800* DATE FOR THE CALENDAR GAP CHECK.
001810*----------------------------------------------------------------
001820 01  WS-GRP-DATE                PIC 9(08)  VALUE ZERO.
002240*    IS ITSELF A RECONCILIATION EXCEPTION - FLAG IT AND CARRY
002250*    ON TREATING IT AS EMPTY SO THE OTHER TWO STILL GET
002260*    CHECKED.  NO WINDOW CARD, OR A BLANK ONE, IS THE FULL-
002261*    HISTORY RECON.  THE CALENDARS AND THE SITES' REGIONS ARE
002262*    TABLED FOR THE GAP CHECK.
002280*----------------------------------------------------------------
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670             TO HW-RL-TEXT
002680         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002690     END-IF.
002691     PERFORM 1200-LOAD-CALENDARS THRU 1200-EXIT.
002692     PERFORM 1300-LOAD-SITE-REGIONS THRU 1300-EXIT.
002700 1000-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
003150     IF HW-RW-TO-DATE = ZERO
003160         MOVE 99999999 TO WS-WIN-TO-DATE
003170     ELSE
003171         MOVE HW-RW-TO-DATE TO WS-WIN-TO-DATE
003172     END-IF.
003173     SET WS-FULL-HISTORY-NO TO TRUE.
003174     MOVE WS-WIN-FROM-DATE TO WS-DATE-X.
003175     MOVE WS-WIN-TO-DATE   TO WS-DATE-X2.
003176     MOVE SPACES TO HW-RL-TEXT.
003177     STRING 'RECON WINDOW FROM '    DELIMITED BY SIZE
003178            WS-DATE-X               DELIMITED BY SIZE
003179            ' TO '                  DELIMITED BY SIZE
003180            WS-DATE-X2              DELIMITED BY SIZE
003181         INTO HW-RL-TEXT.
003182     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003183 1100-EXIT.
003184     EXIT.
003185*----------------------------------------------------------------
003186*    1200-LOAD-CALENDARS
003187*    TABLE THE DAY TYPES OF EVERY CALENDAR ON CALFILE.  NO
003188*    CALFILE IS NOT FATAL - THE GAP CHECK FALLS BACK TO THE DAY
003189*    OF THE WEEK - BUT IT IS NOTED ON THE REPORT.
003190*----------------------------------------------------------------
003191 1200-LOAD-CALENDARS.
003192     MOVE SPACES TO WS-CALENDAR-TABLE.
003193     OPEN INPUT CALENDAR-FILE.
003194     IF NOT WS-CAL-FOUND
003195         MOVE SPACES TO HW-RL-TEXT
003196         MOVE 'NO CALENDAR FILE - GAPS JUDGED ON WEEKDAYS ONLY'
003197             TO HW-RL-TEXT
003198         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003199         GO TO 1200-EXIT
003200     END-IF.
003201     SET WS-CAL-EOF-NO TO TRUE.
003202     PERFORM 1210-LOAD-CAL-REC THRU 1210-EXIT
003203         UNTIL WS-CAL-EOF-YES.
003204     CLOSE CALENDAR-FILE.
003205 1200-EXIT.
003206     EXIT.
003207*----------------------------------------------------------------
003208*    1210-LOAD-CAL-REC
003209*    READ ONE CALENDAR ROW AND POST ITS DAY TYPE TO ITS
003210*    CALENDAR'S SLOT.  THE FIRST ROW SEEN FOR A REGION FIXES
003211*    THE SLOT'S FIRST DAY.  A ROW THAT WILL NOT EDIT, FALLS
003212*    OUTSIDE ITS SLOT'S YEAR, OR FINDS NO FREE SLOT IS COUNTED.
003213*----------------------------------------------------------------
003214 1210-LOAD-CAL-REC.
003215     READ CALENDAR-FILE
003216         AT END
003217             SET WS-CAL-EOF-YES TO TRUE
003218             GO TO 1210-EXIT
003219     END-READ.
003220     IF HW-CA-CAL-DATE NOT NUMERIC
003221         ADD 1 TO WS-CAL-ROW-SKIP-CNT
003222         GO TO 1210-EXIT
003223     END-IF.
003224     MOVE HW-CA-CAL-DATE TO HW-DY-DATE.
003225     CALL 'HWDAYS' USING HW-DAYS-PARM.
003226     IF HW-DY-RETURN-CODE NOT = ZERO
003227         ADD 1 TO WS-CAL-ROW-SKIP-CNT
003228         GO TO 1210-EXIT
003229     END-IF.
003230     MOVE HW-CA-REGION-CODE TO WS-CS-FIND-REGION.
003231     PERFORM 1220-FIND-CAL-SLOT THRU 1220-EXIT.
003232     IF WS-CS-HIT = ZERO
003233         IF WS-CS-MAX >= 21
003234             ADD 1 TO WS-CAL-ROW-SKIP-CNT
003235             GO TO 1210-EXIT
003236         END-IF
003237         ADD 1 TO WS-CS-MAX
003238         MOVE WS-CS-MAX TO WS-CS-HIT
003239         MOVE HW-CA-REGION-CODE TO WS-CS-REGION(WS-CS-HIT)
003240         MOVE HW-DY-DAY-NUMBER TO WS-CS-FIRST-DAY(WS-CS-HIT)
003241     END-IF.
003242     COMPUTE WS-CS-DAY-SUB =
003243         HW-DY-DAY-NUMBER - WS-CS-FIRST-DAY(WS-CS-HIT) + 1.
003244     IF WS-CS-DAY-SUB < 1 OR WS-CS-DAY-SUB > 366
003245         ADD 1 TO WS-CAL-ROW-SKIP-CNT
003246         GO TO 1210-EXIT
003247     END-IF.
003248     MOVE HW-CA-DAY-TYPE
003249         TO WS-CS-DAY-TYPE(WS-CS-HIT, WS-CS-DAY-SUB).
003250 1210-EXIT.
003251     EXIT.
003252*----------------------------------------------------------------
003253*    1220-FIND-CAL-SLOT
003254*    FIND THE CALENDAR SLOT FOR THE REGION IN WS-CS-FIND-REGION.
003255*    WS-CS-HIT COMES BACK ZERO WHEN THERE IS NONE.
003256*----------------------------------------------------------------
003257 1220-FIND-CAL-SLOT.
003258     MOVE ZERO TO WS-CS-HIT.
003259     PERFORM 1230-MATCH-CAL-SLOT THRU 1230-EXIT
003260         VARYING WS-CS-SUB FROM 1 BY 1
003261         UNTIL WS-CS-SUB > WS-CS-MAX OR WS-CS-HIT > ZERO.
003262 1220-EXIT.
003263     EXIT.
003264*----------------------------------------------------------------
003265*    1230-MATCH-CAL-SLOT
003266*    TEST ONE CALENDAR SLOT AGAINST THE REGION WANTED.
003267*----------------------------------------------------------------
003268 1230-MATCH-CAL-SLOT.
003269     IF WS-CS-REGION(WS-CS-SUB) = WS-CS-FIND-REGION
003270         MOVE WS-CS-SUB TO WS-CS-HIT
003271     END-IF.
003272 1230-EXIT.
003273     EXIT.
003274*----------------------------------------------------------------
003275*    1300-LOAD-SITE-REGIONS
003276*    TABLE EACH SITE'S JOB NAME AGAINST ITS REGION.  NO
003277*    SITEPARM PUTS EVERY JOB ON THE SHOP CALENDAR, AND SAYS SO.
003278*----------------------------------------------------------------
003279 1300-LOAD-SITE-REGIONS.
003280     OPEN INPUT SITE-PARM-FILE.
003281     IF NOT WS-SITE-FOUND
003282         MOVE SPACES TO HW-RL-TEXT
003283         MOVE 'NO SITE FILE - ALL JOBS JUDGED ON SHOP CALENDAR'
003284             TO HW-RL-TEXT
003285         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003286         GO TO 1300-EXIT
003287     END-IF.
003288     SET WS-SITE-EOF-NO TO TRUE.
003289     PERFORM 1310-LOAD-SITE-REC THRU 1310-EXIT
003290         UNTIL WS-SITE-EOF-YES.
003291     CLOSE SITE-PARM-FILE.
003292 1300-EXIT.
003293     EXIT.
003294*----------------------------------------------------------------
003295*    1310-LOAD-SITE-REC
003296*    READ ONE SITE ROW AND TABLE ITS JOB NAME IF IT RUNS TO A
003297*    REGIONAL CALENDAR - EVERY OTHER JOB IS ON THE SHOP'S.
003298*----------------------------------------------------------------
003299 1310-LOAD-SITE-REC.
003300     READ SITE-PARM-FILE
003301         AT END
003302             SET WS-SITE-EOF-YES TO TRUE
003303             GO TO 1310-EXIT
003304     END-READ.
003305     IF HW-SR-JOB-NAME = SPACES
003306        OR HW-SR-REGION-CODE = SPACES
003307         GO TO 1310-EXIT
003308     END-IF.
003309     IF WS-JR-MAX >= 500
003310         ADD 1 TO WS-TABLE-FULL-CNT
003311         GO TO 1310-EXIT
003312     END-IF.
003313     ADD 1 TO WS-JR-MAX.
003314     MOVE HW-SR-JOB-NAME    TO WS-JR-JOB(WS-JR-MAX).
003315     MOVE HW-SR-REGION-CODE TO WS-JR-REGION(WS-JR-MAX).
003316 1310-EXIT.
003318     EXIT.
003320*----------------------------------------------------------------
003330*    2000-RELEASE-LOG-ROWS
003340*    SORT INPUT PROCEDURE - READ ALL THREE LOG FILES AND
004520*    GROUP THE ROW TYPES TELL THE WHOLE STORY: AN AUDIT ROW
004530*    WITH A NONZERO CODE, A CHECKPOINT FLAGGED INCOMPLETE, OR
004540*    A HEARTBEAT GROUP THAT CLOSES WITHOUT EVER SHOWING A
004541*    CHECKPOINT.  EACH NEW GROUP ALSO FEEDS THE JOB'S
004542*    CALENDAR GAP CHECK.
004570*----------------------------------------------------------------
004580 4000-MATCH-SORTED-ROWS.
004590     PERFORM 4100-TAKE-SORTED-REC THRU 4100-EXIT
004810         PERFORM 4500-CLOSE-OUT-GROUP THRU 4500-EXIT
004820     END-IF.
004830     IF WS-GROUP-OPEN-NO
004831         PERFORM 4600-CHECK-DATE-GAP THRU 4600-EXIT
004870         MOVE HW-SO-RUN-DATE TO WS-GRP-DATE
004880         MOVE HW-SO-JOB-NAME TO WS-GRP-JOB
004890         SET WS-GROUP-OPEN-YES TO TRUE
005350*----------------------------------------------------------------
005360*    4600-CHECK-DATE-GAP
005370*    COMPARE THE NEW RUN DATE OFF THE SORTED STREAM AGAINST
005371*    THE JOB'S PRIOR RUN DATE AND COUNT THE BUSINESS DAYS
005372*    BETWEEN THEM ON THE JOB'S OWN CALENDAR - ITS SITE'S REGION,
005373*    OR THE SHOP CALENDAR WHEN THE SITE HAS NO REGION OR THE
005374*    REGION HAS NO CALENDAR.  WEEKENDS AND THE CALENDAR'S OWN
005375*    HOLIDAYS ARE NOT GAPS; AN UNEXPLAINED BUSINESS DAY HOLE IS
005376*    A CYCLE THAT NEVER RAN FOR THAT SITE.
005420*----------------------------------------------------------------
005430 4600-CHECK-DATE-GAP.
005440     MOVE HW-SO-RUN-DATE TO HW-DY-DATE.
005450     CALL 'HWDAYS' USING HW-DAYS-PARM.
005460     IF HW-DY-RETURN-CODE NOT = ZERO
005490         GO TO 4600-EXIT
005500     END-IF.
005501     MOVE ZERO TO WS-JP-HIT.
005502     PERFORM 4620-FIND-JOB-PRIOR THRU 4620-EXIT
005503         VARYING WS-JP-SUB FROM 1 BY 1
005504         UNTIL WS-JP-SUB > WS-JP-MAX OR WS-JP-HIT > ZERO.
005505     IF WS-JP-HIT = ZERO
005506         IF WS-JP-MAX >= 500
005507             ADD 1 TO WS-TABLE-FULL-CNT
005508             GO TO 4600-EXIT
005509         END-IF
005510         ADD 1 TO WS-JP-MAX
005511         MOVE HW-SO-JOB-NAME   TO WS-JP-JOB(WS-JP-MAX)
005512         MOVE HW-DY-DAY-NUMBER TO WS-JP-DAY-NBR(WS-JP-MAX)
005513         MOVE HW-SO-RUN-DATE   TO WS-JP-DATE(WS-JP-MAX)
005514         GO TO 4600-EXIT
005515     END-IF.
005516     MOVE WS-JP-DAY-NBR(WS-JP-HIT) TO WS-DAY-NBR-PRIOR.
005517     MOVE WS-JP-DATE(WS-JP-HIT)    TO WS-PRIOR-DATE.
005518     MOVE HW-DY-DAY-NUMBER TO WS-JP-DAY-NBR(WS-JP-HIT).
005519     MOVE HW-SO-RUN-DATE   TO WS-JP-DATE(WS-JP-HIT).
005520     PERFORM 4630-FIND-JOB-CALENDAR THRU 4630-EXIT.
005521     MOVE ZERO TO WS-GAP-DAYS.
005522     COMPUTE WS-GAP-FROM-NBR = WS-DAY-NBR-PRIOR + 1.
005523     PERFORM 4610-COUNT-MISSED-DAY THRU 4610-EXIT
005524         VARYING WS-GAP-DAY-NBR FROM WS-GAP-FROM-NBR BY 1
005525         UNTIL WS-GAP-DAY-NBR >= HW-DY-DAY-NUMBER.
005526     IF WS-GAP-DAYS > ZERO
005540         ADD 1 TO WS-EXCEPTION-CNT
005550         MOVE WS-PRIOR-DATE  TO WS-DATE-X
005560         MOVE HW-SO-RUN-DATE TO WS-DATE-X2
005570         MOVE WS-GAP-DAYS    TO WS-COUNT-EDIT
005580         MOVE SPACES TO HW-RL-TEXT
005581         STRING 'RUN DATE GAP  JOB '    DELIMITED BY SIZE
005582                HW-SO-JOB-NAME          DELIMITED BY SIZE
005583                '  NO LOG ROWS BETWEEN ' DELIMITED BY SIZE
005610                WS-DATE-X               DELIMITED BY SIZE
005620                ' AND '                 DELIMITED BY SIZE
005630                WS-DATE-X2              DELIMITED BY SIZE
005631                '  BUSINESS DAYS MISSED '
005632                                        DELIMITED BY SIZE
005650                WS-COUNT-EDIT           DELIMITED BY SIZE
005651             INTO HW-RL-TEXT
005652         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
005653     END-IF.
005654 4600-EXIT.
005655     EXIT.
005656*----------------------------------------------------------------
005657*    4610-COUNT-MISSED-DAY
005658*    COUNT ONE DAY BETWEEN THE JOB'S TWO RUN DATES IF IT IS A
005659*    BUSINESS DAY ON THE JOB'S CALENDAR.  A DAY THE CALENDAR
005660*    DOES NOT COVER IS A BUSINESS DAY UNLESS IT IS A SATURDAY
005661*    OR SUNDAY - DAY NUMBER 1 WAS A MONDAY, SO REMAINDER 6 IS
005662*    SATURDAY AND 0 IS SUNDAY.
005663*----------------------------------------------------------------
005664 4610-COUNT-MISSED-DAY.
005665     IF WS-CS-HIT > ZERO
005666         COMPUTE WS-CS-DAY-SUB =
005667             WS-GAP-DAY-NBR - WS-CS-FIRST-DAY(WS-CS-HIT) + 1
005668         IF WS-CS-DAY-SUB NOT < 1 AND WS-CS-DAY-SUB NOT > 366
005669             IF WS-CS-DAY-TYPE(WS-CS-HIT, WS-CS-DAY-SUB)
005670                    NOT = SPACE
005671                 IF WS-CS-DAY-TYPE(WS-CS-HIT, WS-CS-DAY-SUB) = 'B'
005672                     ADD 1 TO WS-GAP-DAYS
005673                 END-IF
005674                 GO TO 4610-EXIT
005675             END-IF
005676         END-IF
005677     END-IF.
005678     DIVIDE WS-GAP-DAY-NBR BY 7
005679         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
005680     IF WS-DOW-REM NOT = 6 AND WS-DOW-REM NOT = ZERO
005681         ADD 1 TO WS-GAP-DAYS
005682     END-IF.
005683 4610-EXIT.
005684     EXIT.
005685*----------------------------------------------------------------
005686*    4620-FIND-JOB-PRIOR
005687*    TEST ONE PRIOR-RUN TABLE ROW AGAINST THE JOB IN HAND.
005688*----------------------------------------------------------------
005689 4620-FIND-JOB-PRIOR.
005690     IF WS-JP-JOB(WS-JP-SUB) = HW-SO-JOB-NAME
005691         MOVE WS-JP-SUB TO WS-JP-HIT
005692     END-IF.
005693 4620-EXIT.
005694     EXIT.
005695*----------------------------------------------------------------
005696*    4630-FIND-JOB-CALENDAR
005697*    PICK THE CALENDAR SLOT THE JOB IN HAND IS JUDGED ON -
005698*    ITS SITE'S REGIONAL CALENDAR WHEN THERE IS ONE, ELSE THE
005699*    SHOP CALENDAR.  WS-CS-HIT COMES BACK ZERO WHEN NEITHER IS
005700*    ON FILE.
005701*----------------------------------------------------------------
005702 4630-FIND-JOB-CALENDAR.
005703     MOVE ZERO TO WS-JR-HIT.
005704     PERFORM 4640-MATCH-JOB-REGION THRU 4640-EXIT
005705         VARYING WS-JR-SUB FROM 1 BY 1
005706         UNTIL WS-JR-SUB > WS-JR-MAX OR WS-JR-HIT > ZERO.
005707     MOVE ZERO TO WS-CS-HIT.
005708     IF WS-JR-HIT > ZERO
005709         MOVE WS-JR-REGION(WS-JR-HIT) TO WS-CS-FIND-REGION
005710         PERFORM 1220-FIND-CAL-SLOT THRU 1220-EXIT
005711     END-IF.
005712     IF WS-CS-HIT = ZERO
005713         MOVE SPACES TO WS-CS-FIND-REGION
005714         PERFORM 1220-FIND-CAL-SLOT THRU 1220-EXIT
005715     END-IF.
005716 4630-EXIT.
005717     EXIT.
005718*----------------------------------------------------------------
005719*    4640-MATCH-JOB-REGION
005720*    TEST ONE JOB-REGION TABLE ROW AGAINST THE JOB IN HAND.
005721*----------------------------------------------------------------
005722 4640-MATCH-JOB-REGION.
005723     IF WS-JR-JOB(WS-JR-SUB) = HW-SO-JOB-NAME
005724         MOVE WS-JR-SUB TO WS-JR-HIT
005725     END-IF.
005726 4640-EXIT.
005728     EXIT.
005730*----------------------------------------------------------------
005740*    5200-FLAG-INCOMPLETE
005750*    PRINT ONE CHECKPOINT ROW FLAGGED INCOMPLETE - A RUN THAT
006740         STRING 'ROWS WITH UNUSABLE DATES : ' DELIMITED BY SIZE
006750                WS-COUNT-EDIT                 DELIMITED BY SIZE
006760             INTO HW-RL-TEXT
006761         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006762     END-IF.
006763     IF WS-CAL-ROW-SKIP-CNT > ZERO
006764         MOVE SPACES TO HW-RL-TEXT
006765         MOVE WS-CAL-ROW-SKIP-CNT TO WS-COUNT-EDIT
006766         STRING 'CALENDAR ROWS NOT TABLED : ' DELIMITED BY SIZE
006767                WS-COUNT-EDIT                 DELIMITED BY SIZE
006768             INTO HW-RL-TEXT
006769         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006770     END-IF.
006771     IF WS-TABLE-FULL-CNT > ZERO
006772         MOVE SPACES TO HW-RL-TEXT
006773         MOVE WS-TABLE-FULL-CNT TO WS-COUNT-EDIT
006774         STRING 'JOB TABLE OVERFLOWS. . . : ' DELIMITED BY SIZE
006776                WS-COUNT-EDIT                 DELIMITED BY SIZE
006778             INTO HW-RL-TEXT
006780         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006782         IF WS-RETURN-CODE < 8
006784             MOVE 8 TO WS-RETURN-CODE
006786         END-IF
006788     END-IF.
006790     MOVE SPACES TO HW-RL-TEXT.
006800     MOVE WS-EXCEPTION-CNT TO WS-COUNT-EDIT.
006810     STRING 'EXCEPTIONS FLAGGED . . . : ' DELIMITED BY SIZE

000250*                  HWPRINT.  A CALENDAR THAT FAILS VERIFY ENDS
000260*                  THE STEP AT 8 SO OPS LOADS A VERIFIED
000270*                  CALENDAR, NOT A HAND-TYPED ONE - LAST JANUARY
000271*                  A MISSING WEEK NEARLY STALLED THE DATE ROLL.
000272* 10/15/2026 JPK   REGIONAL CALENDARS.  A HOLIDAY CARD NOW CARRIES
000273*                  A REGION CODE (BLANK = SHOP-WIDE).  THE SHOP
000274*                  CALENDAR IS BUILT FROM THE SHOP-WIDE CARDS AS
000275*                  BEFORE, THEN ONE CALENDAR PER REGION FOUND ON
000276*                  THE DECK FROM THE SHOP-WIDE CARDS PLUS THAT
000277*                  REGION'S OWN, ALL TO THE ONE CALFILE WITH THE
000278*                  REGION ON EACH ROW.  EACH CALENDAR IS VERIFIED
000280*                  ON ITS OWN AND REPORTED ON ITS OWN; THE
000282*                  SUMMARY COUNTS ARE TOTALS OVER ALL CALENDARS.
000284*                  HOLIDAY TABLE RAISED TO 300 CARDS.
000286*                  A REJECTED HOLIDAY CARD STILL ENDS THE STEP
000288*                  AT 8.
000290*----------------------------------------------------------------
000300*================================================================
000310 ENVIRONMENT DIVISION.
001140 77  WS-ROWS-VERIFIED-CNT       PIC S9(05) COMP VALUE ZERO.
001150 77  WS-WEEKS-VERIFIED-CNT      PIC S9(05) COMP VALUE ZERO.
001160 77  WS-EXCEPTION-CNT           PIC S9(05) COMP VALUE ZERO.
001161 77  WS-CAL-BUILT-CNT           PIC S9(05) COMP VALUE ZERO.
001162 77  WS-PASS-ROW-CNT            PIC S9(05) COMP VALUE ZERO.
001163 77  WS-PASS-EXC-START          PIC S9(05) COMP VALUE ZERO.
001164 77  WS-PASS-EXC-CNT            PIC S9(05) COMP VALUE ZERO.
001170*----------------------------------------------------------------
001171* HOLIDAY TABLE LOADED OFF THE CARD DECK.  300 CARDS IN ONE
001172* YEAR, SHOP-WIDE AND REGIONAL TOGETHER, IS FAR PAST ANY REAL
001173* DECK; AN OVERFLOW IS COUNTED AND FLAGGED, NEVER SILENT.
001210*----------------------------------------------------------------
001220 77  WS-HO-MAX                  PIC S9(04) COMP VALUE ZERO.
001230 77  WS-HO-SUB                  PIC S9(04) COMP VALUE ZERO.
001240 77  WS-HO-HIT                  PIC S9(04) COMP VALUE ZERO.
001250 01  WS-HOLIDAY-TABLE.
001251     05  WS-HO-ENTRY OCCURS 300 TIMES.
001270         10  WS-HO-DATE          PIC 9(08).
001271         10  WS-HO-DESC          PIC X(20).
001272         10  WS-HO-REGION        PIC X(02).
001273*----------------------------------------------------------------
001274* REGION TABLE - ONE ENTRY PER REGION CODE FOUND ON THE HOLIDAY
001275* DECK, IN THE ORDER FIRST SEEN.  EACH ENTRY GETS ITS OWN
001276* CALENDAR.  THE REGION BEING BUILT OR VERIFIED IS IN
001277* WS-BLD-REGION - SPACES FOR THE SHOP CALENDAR.
001278*----------------------------------------------------------------
001279 77  WS-RG-MAX                  PIC S9(04) COMP VALUE ZERO.
001280 77  WS-RG-SUB                  PIC S9(04) COMP VALUE ZERO.
001281 77  WS-RG-HIT                  PIC S9(04) COMP VALUE ZERO.
001282 77  WS-BLD-REGION              PIC X(02)  VALUE SPACES.
001283 01  WS-REGION-TABLE.
001284     05  WS-RG-ENTRY OCCURS 20 TIMES.
001285         10  WS-RG-CODE          PIC X(02).
001286         10  WS-RG-HOL-CNT       PIC S9(05) COMP.
001288         10  WS-RG-EXC-CNT       PIC S9(05) COMP.
001290*----------------------------------------------------------------
001300* BUILD AND VERIFY WORK AREAS.  THE SERIAL DAY NUMBER OUT OF
001310* HWDAYS GIVES THE DAY OF WEEK DIRECTLY - DAY NUMBER 1 WAS A
001510 01  WS-DATE-X                  PIC X(08)  VALUE SPACES.
001520 01  WS-YEAR-X                  PIC X(04)  VALUE SPACES.
001530 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
001531 01  WS-EXC-EDIT                PIC ZZ,ZZ9 VALUE ZERO.
001540*================================================================
001550 PROCEDURE DIVISION.
001560*================================================================
001570*----------------------------------------------------------------
001580*    0000-MAINLINE
001590*    CONTROLS THE OVERALL FLOW OF THE PROGRAM - READ THE BUILD
001591*    CARD, LOAD THE HOLIDAY DECK, BUILD THE SHOP AND REGIONAL
001592*    CALENDARS, THEN READ THE FINISHED FILE BACK AND VERIFY EACH
001593*    CALENDAR IN TURN.
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF WS-ABORT-NO
001660         PERFORM 1500-LOAD-HOLIDAYS THRU 1500-EXIT
001670         PERFORM 2000-BUILD-CALENDAR THRU 2000-EXIT
001671         MOVE SPACES TO WS-BLD-REGION
001680         PERFORM 3000-VERIFY-CALENDAR THRU 3000-EXIT
001681         PERFORM 3500-VERIFY-REGION THRU 3500-EXIT
001682             VARYING WS-RG-SUB FROM 1 BY 1
001683             UNTIL WS-RG-SUB > WS-RG-MAX
001690     END-IF.
001700     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
001710     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002580*    READ AND TABLE ONE HOLIDAY CARD.  A CARD WHOSE DATE WILL
002590*    NOT EDIT, OR IS NOT IN THE BUILD YEAR, IS REJECTED WITH AN
002600*    EXCEPTION LINE - A HOLIDAY QUIETLY DROPPED BECOMES A
002601*    BUSINESS DAY THE CYCLE RUNS ON.  A CODED REGION NOT YET
002602*    SEEN IS ADDED TO THE REGION TABLE.
002620*----------------------------------------------------------------
002630 1510-LOAD-HOL-CARD.
002640     READ HOLIDAY-CARD-FILE
002970         IF WS-RETURN-CODE = ZERO
002980             MOVE 4 TO WS-RETURN-CODE
002990         END-IF
002991         GO TO 1510-EXIT
002992     END-IF.
002993     IF HW-HO-REGION-CODE NOT = SPACES
002994         MOVE ZERO TO WS-RG-HIT
002995         PERFORM 1520-FIND-REGION THRU 1520-EXIT
002996             VARYING WS-RG-SUB FROM 1 BY 1
002997             UNTIL WS-RG-SUB > WS-RG-MAX OR WS-RG-HIT > ZERO
002998         IF WS-RG-HIT = ZERO
002999             IF WS-RG-MAX >= 20
003000                 ADD 1 TO WS-HOL-REJ-CNT
003001                 ADD 1 TO WS-EXCEPTION-CNT
003002                 MOVE SPACES TO HW-RL-TEXT
003003                 STRING 'REGION TABLE FULL - CARD FOR REGION '
003004                                        DELIMITED BY SIZE
003005                        HW-HO-REGION-CODE DELIMITED BY SIZE
003006                        ' NOT TYPED'    DELIMITED BY SIZE
003007                     INTO HW-RL-TEXT
003008                 PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003009                 IF WS-RETURN-CODE = ZERO
003010                     MOVE 4 TO WS-RETURN-CODE
003011                 END-IF
003012                 GO TO 1510-EXIT
003013             END-IF
003014             ADD 1 TO WS-RG-MAX
003015             MOVE HW-HO-REGION-CODE TO WS-RG-CODE(WS-RG-MAX)
003016             MOVE ZERO TO WS-RG-HOL-CNT(WS-RG-MAX)
003017             MOVE ZERO TO WS-RG-EXC-CNT(WS-RG-MAX)
003018         END-IF
003019     END-IF.
003020     ADD 1 TO WS-HO-MAX.
003030     MOVE HW-HO-HOL-DATE    TO WS-HO-DATE(WS-HO-MAX).
003040     MOVE HW-HO-DESCRIPTION TO WS-HO-DESC(WS-HO-MAX).
003041     MOVE HW-HO-REGION-CODE TO WS-HO-REGION(WS-HO-MAX).
003050 1510-EXIT.
003051     EXIT.
003052*----------------------------------------------------------------
003053*    1520-FIND-REGION
003054*    TEST ONE REGION TABLE ROW AGAINST THE CARD IN HAND.
003056*----------------------------------------------------------------
003058 1520-FIND-REGION.
003060     IF WS-RG-CODE(WS-RG-SUB) = HW-HO-REGION-CODE
003062         MOVE WS-RG-SUB TO WS-RG-HIT
003064     END-IF.
003066 1520-EXIT.
003068     EXIT.
003070*----------------------------------------------------------------
003080*    2000-BUILD-CALENDAR
003082*    WRITE EVERY DATE OF THE BUILD YEAR IN ASCENDING ORDER, FIRST
003083*    FOR THE SHOP CALENDAR AND THEN FOR EACH REGION IN TURN.
003100*    HWDAYS EDITS EACH CANDIDATE DAY, SO SHORT MONTHS AND THE
003110*    LEAP FEBRUARY FALL OUT OF THE SAME LOOP WITHOUT A TABLE
003120*    HERE.
003210         SET WS-ABORT-YES TO TRUE
003220         MOVE 8 TO WS-RETURN-CODE
003230         GO TO 2000-EXIT
003231     END-IF.
003232     MOVE SPACES TO WS-BLD-REGION.
003233     PERFORM 2005-BUILD-ONE-CALENDAR THRU 2005-EXIT.
003234     PERFORM 2040-BUILD-REGION THRU 2040-EXIT
003235         VARYING WS-RG-SUB FROM 1 BY 1
003236         UNTIL WS-RG-SUB > WS-RG-MAX.
003237     CLOSE CALENDAR-FILE.
003238 2000-EXIT.
003239     EXIT.
003240*----------------------------------------------------------------
003241*    2005-BUILD-ONE-CALENDAR
003242*    WRITE ONE CALENDAR'S ROWS FOR THE REGION IN WS-BLD-REGION.
003244*----------------------------------------------------------------
003246 2005-BUILD-ONE-CALENDAR.
003248     ADD 1 TO WS-CAL-BUILT-CNT.
003250     PERFORM 2010-BUILD-ONE-MONTH THRU 2010-EXIT
003260         VARYING WS-BLD-MONTH FROM 1 BY 1
003270         UNTIL WS-BLD-MONTH > 12.
003271 2005-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320*    2010-BUILD-ONE-MONTH
003420*    2020-BUILD-ONE-DAY
003430*    TYPE AND WRITE ONE CANDIDATE DATE - HOLIDAY CARD FIRST,
003440*    THEN WEEKEND OFF THE DAY OF WEEK, OTHERWISE BUSINESS DAY.
003441*    A CARD IS USED WHEN IT LANDS ON ITS OWN CALENDAR - A
003442*    SHOP-WIDE CARD ON THE SHOP CALENDAR, A REGIONAL CARD ON
003443*    ITS REGION'S.
003450*    A CANDIDATE HWDAYS REJECTS (30TH OF FEBRUARY AND FRIENDS)
003460*    SIMPLY DOES NOT EXIST THIS MONTH.
003470*----------------------------------------------------------------
003630         MOVE 'H' TO HW-CA-DAY-TYPE
003640         MOVE WS-HO-DESC(WS-HO-HIT) TO HW-CA-DESCRIPTION
003650         ADD 1 TO WS-HOLIDAY-CNT
003651         IF WS-HO-REGION(WS-HO-HIT) = WS-BLD-REGION
003652             ADD 1 TO WS-HOL-USED-CNT
003653         END-IF
003654         IF WS-BLD-REGION NOT = SPACES
003655             ADD 1 TO WS-RG-HOL-CNT(WS-RG-SUB)
003656         END-IF
003670     ELSE
003680         DIVIDE HW-DY-DAY-NUMBER BY 7
003690             GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
003770             ADD 1 TO WS-BUS-DAY-CNT
003780         END-IF
003790     END-IF.
003791     MOVE WS-BLD-REGION TO HW-CA-REGION-CODE.
003800     WRITE HW-CAL-RECORD.
003810     ADD 1 TO WS-ROWS-WRITTEN-CNT.
003820 2020-EXIT.
003840*----------------------------------------------------------------
003850*    2030-FIND-HOLIDAY
003860*    TEST ONE HOLIDAY TABLE ROW AGAINST THE DATE IN HAND.
003861*    A SHOP-WIDE CARD COUNTS ON EVERY CALENDAR, A REGIONAL
003862*    CARD ONLY ON ITS OWN REGION'S.
003870*----------------------------------------------------------------
003880 2030-FIND-HOLIDAY.
003890     IF WS-HO-DATE(WS-HO-SUB) = WS-BUILD-DATE
003891        AND (WS-HO-REGION(WS-HO-SUB) = SPACES
003892          OR WS-HO-REGION(WS-HO-SUB) = WS-BLD-REGION)
003900         MOVE WS-HO-SUB TO WS-HO-HIT
003910     END-IF.
003920 2030-EXIT.
003930     EXIT.
003931*----------------------------------------------------------------
003932*    2040-BUILD-REGION
003933*    WRITE THE CALENDAR FOR ONE REGION IN THE REGION TABLE.
003934*----------------------------------------------------------------
003935 2040-BUILD-REGION.
003936     MOVE WS-RG-CODE(WS-RG-SUB) TO WS-BLD-REGION.
003937     PERFORM 2005-BUILD-ONE-CALENDAR THRU 2005-EXIT.
003938 2040-EXIT.
003939     EXIT.
003940*----------------------------------------------------------------
003950*    3000-VERIFY-CALENDAR
003960*    READ THE FINISHED FILE BACK AND PROVE IT IS LOADABLE:
004000*    IS DECEMBER 31, AND EVERY COMPLETE MONDAY-TO-SUNDAY
004010*    WEEK HAS AT LEAST ONE BUSINESS DAY - THE PARTIAL WEEKS
004012*    AT THE YEAR BOUNDARY BELONG TO THE NEIGHBORING YEARS'
004013*    CALENDARS AND ARE NOT HELD TO THE RULE.  ONE PASS PROVES
004014*    THE ONE CALENDAR NAMED IN WS-BLD-REGION; ROWS OF THE OTHER
004015*    CALENDARS ON THE FILE ARE PASSED OVER.  A REJECTED
004016*    HOLIDAY CARD FAILS EVERY CALENDAR TOO - THE HOLIDAY IT
004017*    CARRIED IS A BUSINESS DAY ON THE FILE.
004020*----------------------------------------------------------------
004030 3000-VERIFY-CALENDAR.
004040     OPEN INPUT CALENDAR-FILE.
004080             TO HW-RL-TEXT
004090         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004100         MOVE 8 TO WS-RETURN-CODE
004101         MOVE 1 TO WS-PASS-EXC-CNT
004110         GO TO 3000-EXIT
004120     END-IF.
004130     MOVE SPACES TO HW-RL-TEXT.
004140     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004141     IF WS-BLD-REGION = SPACES
004142         MOVE 'VERIFY EXCEPTIONS - SHOP CALENDAR' TO HW-RL-TEXT
004143     ELSE
004144         STRING 'VERIFY EXCEPTIONS - REGION '
004145                                        DELIMITED BY SIZE
004146                WS-BLD-REGION           DELIMITED BY SIZE
004147                ' CALENDAR'             DELIMITED BY SIZE
004148             INTO HW-RL-TEXT
004149     END-IF.
004160     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004161     MOVE ZERO TO WS-PASS-ROW-CNT.
004162     MOVE WS-EXCEPTION-CNT TO WS-PASS-EXC-START.
004163     SET WS-WEEK-FULL-NO TO TRUE.
004170     MOVE WS-CAL-YEAR TO WS-BD-YEAR.
004180     MOVE 01 TO WS-BD-MONTH.
004190     MOVE 01 TO WS-BD-DAY.
004300         UNTIL WS-CAL-EOF-YES.
004310     CLOSE CALENDAR-FILE.
004320*    CLOSE OUT THE FINAL PARTIAL WEEK AND THE YEAR-END TESTS.
004321     IF WS-PASS-ROW-CNT > ZERO
004332*        THE FINAL WEEK IS ONLY COMPLETE WHEN THE YEAR ENDED
004334*        ON A SUNDAY - OTHERWISE IT BELONGS TO NEXT YEAR'S
004336*        CALENDAR AND IS NOT HELD TO THE BUSINESS-DAY RULE.
004370         END-IF
004380     ELSE
004390         MOVE SPACES TO HW-RL-TEXT
004391         MOVE 'NO ROWS ON FILE FOR THIS CALENDAR' TO HW-RL-TEXT
004410         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004420         ADD 1 TO WS-EXCEPTION-CNT
004430     END-IF.
004431     COMPUTE WS-PASS-EXC-CNT =
004432         WS-EXCEPTION-CNT - WS-PASS-EXC-START.
004433     IF WS-PASS-EXC-CNT = ZERO
004450         MOVE SPACES TO HW-RL-TEXT
004460         MOVE '  (NONE - CALENDAR VERIFIED CLEAN)'
004470             TO HW-RL-TEXT
004490     ELSE
004500         MOVE 8 TO WS-RETURN-CODE
004510     END-IF.
004512     IF WS-HOL-REJ-CNT > ZERO
004514         MOVE 8 TO WS-RETURN-CODE
004516     END-IF.
004520 3000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550*    3010-VERIFY-CAL-REC
004560*    VERIFY ONE ROW OF THE FINISHED CALENDAR AGAINST THE ROW
004561*    BEFORE IT.  A ROW OF ANOTHER CALENDAR IS SKIPPED.
004580*----------------------------------------------------------------
004590 3010-VERIFY-CAL-REC.
004600     READ CALENDAR-FILE
004620             SET WS-CAL-EOF-YES TO TRUE
004630             GO TO 3010-EXIT
004640     END-READ.
004641     IF HW-CA-REGION-CODE NOT = WS-BLD-REGION
004642         GO TO 3010-EXIT
004643     END-IF.
004650     ADD 1 TO WS-ROWS-VERIFIED-CNT.
004651     ADD 1 TO WS-PASS-ROW-CNT.
004660     IF HW-CA-CAL-DATE NOT NUMERIC
004670         ADD 1 TO WS-EXCEPTION-CNT
004680         MOVE SPACES TO HW-RL-TEXT
004840         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004850         GO TO 3010-EXIT
004860     END-IF.
004861     IF WS-PASS-ROW-CNT = 1
004880         IF HW-CA-CAL-DATE NOT = WS-FIRST-DATE
004890             ADD 1 TO WS-EXCEPTION-CNT
004900             MOVE HW-CA-CAL-DATE TO WS-DATE-X
005170         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
005175     MOVE WS-DOW-REM TO WS-LAST-DOW-REM.
005180     IF WS-DOW-REM = 1
005181         IF WS-PASS-ROW-CNT > 1
005190             PERFORM 3100-CLOSE-OUT-WEEK THRU 3100-EXIT
005192         END-IF
005194         SET WS-WEEK-FULL-YES TO TRUE
005580         INTO HW-RL-TEXT.
005590     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005600 3200-EXIT.
005601     EXIT.
005602*----------------------------------------------------------------
005603*    3500-VERIFY-REGION
005604*    VERIFY THE CALENDAR FOR ONE REGION IN THE REGION TABLE AND
005605*    KEEP ITS EXCEPTION COUNT FOR THE SUMMARY.
005606*----------------------------------------------------------------
005607 3500-VERIFY-REGION.
005608     MOVE WS-RG-CODE(WS-RG-SUB) TO WS-BLD-REGION.
005610     MOVE ZERO TO WS-PASS-EXC-CNT.
005612     PERFORM 3000-VERIFY-CALENDAR THRU 3000-EXIT.
005614     MOVE WS-PASS-EXC-CNT TO WS-RG-EXC-CNT(WS-RG-SUB).
005616 3500-EXIT.
005618     EXIT.
005620*----------------------------------------------------------------
005630*    6000-WRITE-RPT-LINE
005640*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
005935         INTO HW-RL-TEXT.
005936     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005940     MOVE SPACES TO HW-RL-TEXT.
005941     MOVE WS-CAL-BUILT-CNT TO WS-COUNT-EDIT.
005942     STRING 'CALENDARS BUILT. . . . . : ' DELIMITED BY SIZE
005943            WS-COUNT-EDIT                 DELIMITED BY SIZE
005944         INTO HW-RL-TEXT.
005945     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005946     MOVE SPACES TO HW-RL-TEXT.
005950     MOVE WS-ROWS-WRITTEN-CNT TO WS-COUNT-EDIT.
005960     STRING 'CALENDAR ROWS WRITTEN. . : ' DELIMITED BY SIZE
005970            WS-COUNT-EDIT                 DELIMITED BY SIZE
006270            WS-COUNT-EDIT                 DELIMITED BY SIZE
006280         INTO HW-RL-TEXT.
006290     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006291     PERFORM 7010-WRITE-REGION-LINE THRU 7010-EXIT
006292         VARYING WS-RG-SUB FROM 1 BY 1
006293         UNTIL WS-RG-SUB > WS-RG-MAX.
006300 7000-EXIT.
006301     EXIT.
006302*----------------------------------------------------------------
006303*    7010-WRITE-REGION-LINE
006304*    PRINT ONE REGION'S HOLIDAY AND VERIFY COUNTS.
006305*----------------------------------------------------------------
006306 7010-WRITE-REGION-LINE.
006307     MOVE SPACES TO HW-RL-TEXT.
006308     MOVE WS-RG-HOL-CNT(WS-RG-SUB) TO WS-COUNT-EDIT.
006309     MOVE WS-RG-EXC-CNT(WS-RG-SUB) TO WS-EXC-EDIT.
006310     STRING 'REGION '                     DELIMITED BY SIZE
006311            WS-RG-CODE(WS-RG-SUB)         DELIMITED BY SIZE
006312            ' CALENDAR . . : HOLIDAYS '   DELIMITED BY SIZE
006313            WS-COUNT-EDIT                 DELIMITED BY SIZE
006314            '  VERIFY EXCEPTIONS '        DELIMITED BY SIZE
006315            WS-EXC-EDIT                   DELIMITED BY SIZE
006316         INTO HW-RL-TEXT.
006317     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006318 7010-EXIT.
006319     EXIT.
006320*----------------------------------------------------------------
006330*    8000-TERMINATE
006340*    CLOSE FILES AND END THE RUN.

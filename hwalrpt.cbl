000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWALRPT.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - MORNING ALERT DIGEST AND
000140*                  ACKNOWLEDGEMENT REPORT OFF THE ALERT LOG
000150*                  HWALERT WRITES.  TAKES THE START OF THE
000160*                  DIGEST WINDOW ON A ONE-CARD PARM FILE AND THE
000170*                  SHIFT'S ACKNOWLEDGEMENT CARDS ON THE ALERT-ACK
000180*                  FILE.  LISTS EVERY ALERT RAISED IN THE WINDOW
000190*                  WITH WHO CLOSED IT OUT, OR OPEN; THEN EVERY
000200*                  OLDER ALERT STILL OPEN; THEN ANY ACK CARD THAT
000210*                  MATCHES NO ALERT, SO A MISKEYED CARD CANNOT
000220*                  LOOK LIKE A CLOSED ALERT.  RETURN CODE 4 WHILE
000230*                  ANY ALERT IS STILL OPEN.
000240*----------------------------------------------------------------
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270*================================================================
000280 CONFIGURATION SECTION.
000290     SOURCE-COMPUTER.   IBM-370.
000300     OBJECT-COMPUTER.   IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ALRPT-PARM-FILE
000350         ASSIGN TO "ALRPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-FILE-STATUS.
000380     SELECT ALERT-LOG-FILE
000390         ASSIGN TO "ALERTLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ALOG-FILE-STATUS.
000420     SELECT ALERT-ACK-FILE
000430         ASSIGN TO "ALERTACK"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ACK-FILE-STATUS.
000460*
000470*================================================================
000480 DATA DIVISION.
000490*================================================================
000500 FILE SECTION.
000510 FD  ALRPT-PARM-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY HWALRP.
000540*
000550 FD  ALERT-LOG-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY HWALRR.
000580*
000590 FD  ALERT-ACK-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY HWAKR.
000620*
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
000660* PRINT-LINE WORK AREA THE REPORT PARAGRAPHS BUILD INTO -
000670* HWPRINT OWNS THE PRINT FILE ITSELF.
000680*----------------------------------------------------------------
000690     COPY HWPRTL.
000700     COPY HWRPTR.
000710*----------------------------------------------------------------
000720* SWITCHES
000730*----------------------------------------------------------------
000740 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
000750     88  WS-PARM-FOUND                     VALUE '00'.
000760 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
000770     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
000780     88  WS-PARM-OPEN-NO                   VALUE 'N'.
000790 77  WS-ALOG-FILE-STATUS        PIC X(02)  VALUE '00'.
000800     88  WS-ALOG-FOUND                     VALUE '00'.
000810 77  WS-ALOG-OPEN-SW            PIC X(01)  VALUE 'N'.
000820     88  WS-ALOG-OPEN-YES                  VALUE 'Y'.
000830     88  WS-ALOG-OPEN-NO                   VALUE 'N'.
000840 77  WS-ALOG-EOF-SW             PIC X(01)  VALUE 'N'.
000850     88  WS-ALOG-EOF-YES                   VALUE 'Y'.
000860     88  WS-ALOG-EOF-NO                    VALUE 'N'.
000870 77  WS-ACK-FILE-STATUS         PIC X(02)  VALUE '00'.
000880     88  WS-ACK-FOUND                      VALUE '00'.
000890 77  WS-ACK-EOF-SW              PIC X(01)  VALUE 'N'.
000900     88  WS-ACK-EOF-YES                    VALUE 'Y'.
000910     88  WS-ACK-EOF-NO                     VALUE 'N'.
000920 77  WS-IN-WINDOW-SW            PIC X(01)  VALUE 'N'.
000930     88  WS-IN-WINDOW-YES                  VALUE 'Y'.
000940     88  WS-IN-WINDOW-NO                   VALUE 'N'.
000950 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
000960     88  WS-ABORT-YES                      VALUE 'Y'.
000970     88  WS-ABORT-NO                       VALUE 'N'.
000980*----------------------------------------------------------------
000990* RETURN CODE, RUN DATE, WINDOW START, COUNTERS
001000*----------------------------------------------------------------
001010 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001020 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001030 77  WS-FROM-DATE               PIC 9(08)  VALUE ZERO.
001040 77  WS-FROM-TIME               PIC 9(08)  VALUE ZERO.
001050 01  WS-FROM-HHMM               PIC 9(04)  VALUE ZERO.
001060 01  WS-FROM-HHMM-R REDEFINES WS-FROM-HHMM.
001070     05  WS-FH-HH                PIC 9(02).
001080     05  WS-FH-MM                PIC 9(02).
001090 77  WS-ALOG-READ-CNT           PIC S9(07) COMP VALUE ZERO.
001100 77  WS-WINDOW-CNT              PIC S9(07) COMP VALUE ZERO.
001110 77  WS-WIN-CRIT-CNT            PIC S9(07) COMP VALUE ZERO.
001120 77  WS-WIN-ERROR-CNT           PIC S9(07) COMP VALUE ZERO.
001130 77  WS-WIN-WARN-CNT            PIC S9(07) COMP VALUE ZERO.
001140 77  WS-WIN-OPEN-CNT            PIC S9(07) COMP VALUE ZERO.
001150 77  WS-CARRIED-CNT             PIC S9(07) COMP VALUE ZERO.
001160 77  WS-ACK-READ-CNT            PIC S9(05) COMP VALUE ZERO.
001170 77  WS-ACK-UNMATCHED-CNT       PIC S9(05) COMP VALUE ZERO.
001180 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
001190*----------------------------------------------------------------
001200* ACKNOWLEDGEMENT TABLE.  500 CARDS IS MANY WEEKS OF CLOSED
001210* ALERTS; A CARD PAST THE END IS COUNTED AND FLAGGED, NEVER
001220* SILENT - ITS ALERT SIMPLY STAYS OPEN ON THE DIGEST.
001230*----------------------------------------------------------------
001240 77  WS-AK-MAX                  PIC S9(04) COMP VALUE ZERO.
001250 77  WS-AK-SUB                  PIC S9(04) COMP VALUE ZERO.
001260 77  WS-AK-HIT                  PIC S9(04) COMP VALUE ZERO.
001270 01  WS-ACK-TABLE.
001280     05  WS-AK-ENTRY OCCURS 500 TIMES.
001290         10  WS-AK-ALERT-DATE    PIC 9(08).
001300         10  WS-AK-ALERT-TIME    PIC 9(08).
001310         10  WS-AK-PROGRAM       PIC X(10).
001313         10  WS-AK-JOB-NAME      PIC X(08).
001316         10  WS-AK-SITE-ID       PIC X(05).
001320         10  WS-AK-OPERATOR-ID   PIC X(08).
001330         10  WS-AK-ACK-NOTE      PIC X(33).
001340         10  WS-AK-USED-SW       PIC X(01).
001350*----------------------------------------------------------------
001360* REPORT WORK AREAS
001370*----------------------------------------------------------------
001380 01  WS-STATUS-X                PIC X(12)  VALUE SPACES.
001390 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
001400*================================================================
001410 PROCEDURE DIVISION.
001420*================================================================
001430*----------------------------------------------------------------
001440*    0000-MAINLINE
001450*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     IF WS-ABORT-NO
001500         PERFORM 1100-LOAD-ACK-TABLE THRU 1100-EXIT
001510         PERFORM 2000-LIST-WINDOW THRU 2000-EXIT
001520         PERFORM 3000-LIST-CARRIED-OPEN THRU 3000-EXIT
001530         PERFORM 4000-LIST-UNMATCHED-ACKS THRU 4000-EXIT
001540     END-IF.
001550     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
001560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001570     GOBACK.
001580*----------------------------------------------------------------
001590*    1000-INITIALIZE
001600*    READ AND EDIT THE WINDOW CARD AND WRITE THE REPORT HEADER.
001610*    A MISSING OR UNEDITABLE CARD STOPS THE RUN - A DIGEST OF
001620*    THE WRONG NIGHT IS WORSE THAN NONE.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001660     SET HW-PS-OPEN-RPT TO TRUE.
001670     MOVE 'HWALRPT' TO HW-PS-REPORT-ID.
001680     MOVE 'ALERT DIGEST AND ACKNOWLEDGEMENT REPORT'
001690         TO HW-PS-REPORT-TITLE.
001700     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
001710     CALL 'HWPRINT' USING HW-PRINT-PARM.
001720     SET HW-PS-PRINT-LINE TO TRUE.
001730     MOVE ' ' TO HW-RL-CTL.
001740     OPEN INPUT ALRPT-PARM-FILE.
001750     IF WS-PARM-FOUND
001760         SET WS-PARM-OPEN-YES TO TRUE
001770     ELSE
001780         MOVE 'DIGEST WINDOW CARD FILE DID NOT OPEN - NO REPORT'
001790             TO HW-RL-TEXT
001800         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
001810         SET WS-ABORT-YES TO TRUE
001820         MOVE 8 TO WS-RETURN-CODE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     READ ALRPT-PARM-FILE
001860         AT END
001870             MOVE 'DIGEST WINDOW CARD MISSING - NO REPORT'
001880                 TO HW-RL-TEXT
001890             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
001900             SET WS-ABORT-YES TO TRUE
001910             MOVE 8 TO WS-RETURN-CODE
001920     END-READ.
001930     IF WS-ABORT-YES
001940         GO TO 1000-EXIT
001950     END-IF.
001960     IF HW-AD-FROM-DATE NOT NUMERIC
001970        OR HW-AD-FROM-HHMM NOT NUMERIC
001980         MOVE 'DIGEST WINDOW START NOT NUMERIC - NO REPORT'
001990             TO HW-RL-TEXT
002000         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002010         SET WS-ABORT-YES TO TRUE
002020         MOVE 8 TO WS-RETURN-CODE
002030         GO TO 1000-EXIT
002040     END-IF.
002050     MOVE HW-AD-FROM-HHMM TO WS-FROM-HHMM.
002060     IF WS-FH-HH > 23 OR WS-FH-MM > 59
002070         MOVE 'DIGEST WINDOW START TIME NOT A USABLE HHMM'
002080             TO HW-RL-TEXT
002090         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002100         SET WS-ABORT-YES TO TRUE
002110         MOVE 8 TO WS-RETURN-CODE
002120         GO TO 1000-EXIT
002130     END-IF.
002140     MOVE HW-AD-FROM-DATE TO WS-FROM-DATE.
002150     COMPUTE WS-FROM-TIME = WS-FROM-HHMM * 10000.
002160     MOVE SPACES TO HW-RL-TEXT.
002170     STRING 'ALERTS RAISED FROM '   DELIMITED BY SIZE
002180            HW-AD-FROM-DATE         DELIMITED BY SIZE
002190            ' AT '                  DELIMITED BY SIZE
002200            HW-AD-FROM-HHMM         DELIMITED BY SIZE
002210            ' ONWARD, AND EVERY OLDER ALERT STILL OPEN'
002220                                    DELIMITED BY SIZE
002230         INTO HW-RL-TEXT.
002240     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280*    1100-LOAD-ACK-TABLE
002290*    TABLE THE SHIFT'S ACKNOWLEDGEMENT CARDS.  NO ACK FILE AT
002300*    ALL MEANS NOTHING HAS BEEN CLOSED OUT YET.
002310*----------------------------------------------------------------
002320 1100-LOAD-ACK-TABLE.
002330     OPEN INPUT ALERT-ACK-FILE.
002340     IF NOT WS-ACK-FOUND
002350         MOVE SPACES TO HW-RL-TEXT
002360         MOVE 'ALERT ACK FILE NOT FOUND - NO ALERTS CLOSED OUT'
002370             TO HW-RL-TEXT
002380         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002390         GO TO 1100-EXIT
002400     END-IF.
002410     PERFORM 1110-LOAD-ACK-REC THRU 1110-EXIT
002420         UNTIL WS-ACK-EOF-YES.
002430     CLOSE ALERT-ACK-FILE.
002440 1100-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470*    1110-LOAD-ACK-REC
002480*    READ AND TABLE ONE ACK CARD.  A CARD WHOSE ALERT DATE OR
002490*    TIME WILL NOT EDIT CANNOT MATCH ANYTHING - IT IS COUNTED.
002500*----------------------------------------------------------------
002510 1110-LOAD-ACK-REC.
002520     READ ALERT-ACK-FILE
002530         AT END
002540             SET WS-ACK-EOF-YES TO TRUE
002550             GO TO 1110-EXIT
002560     END-READ.
002570     ADD 1 TO WS-ACK-READ-CNT.
002580     IF HW-AK-ALERT-DATE NOT NUMERIC
002590        OR HW-AK-ALERT-TIME NOT NUMERIC
002600         ADD 1 TO WS-DROPPED-CNT
002610         GO TO 1110-EXIT
002620     END-IF.
002630     IF WS-AK-MAX >= 500
002640         ADD 1 TO WS-DROPPED-CNT
002650         GO TO 1110-EXIT
002660     END-IF.
002670     ADD 1 TO WS-AK-MAX.
002680     MOVE HW-AK-ALERT-DATE  TO WS-AK-ALERT-DATE(WS-AK-MAX).
002690     MOVE HW-AK-ALERT-TIME  TO WS-AK-ALERT-TIME(WS-AK-MAX).
002700     MOVE HW-AK-PROGRAM     TO WS-AK-PROGRAM(WS-AK-MAX).
002703     MOVE HW-AK-JOB-NAME    TO WS-AK-JOB-NAME(WS-AK-MAX).
002706     MOVE HW-AK-SITE-ID     TO WS-AK-SITE-ID(WS-AK-MAX).
002710     MOVE HW-AK-OPERATOR-ID TO WS-AK-OPERATOR-ID(WS-AK-MAX).
002720     MOVE HW-AK-ACK-NOTE    TO WS-AK-ACK-NOTE(WS-AK-MAX).
002730     MOVE 'N'               TO WS-AK-USED-SW(WS-AK-MAX).
002740 1110-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770*    2000-LIST-WINDOW
002780*    FIRST PASS OF THE ALERT LOG - LIST EVERY ALERT RAISED IN
002790*    THE WINDOW WITH ITS ACKNOWLEDGEMENT STATE.
002800*----------------------------------------------------------------
002810 2000-LIST-WINDOW.
002820     MOVE SPACES TO HW-RL-TEXT.
002830     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002840     MOVE 'ALERTS RAISED IN THE WINDOW' TO HW-RL-TEXT.
002850     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002860     PERFORM 5000-WRITE-COL-HEADS THRU 5000-EXIT.
002870     OPEN INPUT ALERT-LOG-FILE.
002880     IF NOT WS-ALOG-FOUND
002890         MOVE SPACES TO HW-RL-TEXT
002900         MOVE '  (ALERT LOG NOT FOUND - NO ALERTS LOGGED)'
002910             TO HW-RL-TEXT
002920         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002930         IF WS-RETURN-CODE = ZERO
002940             MOVE 4 TO WS-RETURN-CODE
002950         END-IF
002960         GO TO 2000-EXIT
002970     END-IF.
002980     SET WS-ALOG-OPEN-YES TO TRUE.
002990     SET WS-ALOG-EOF-NO TO TRUE.
003000     PERFORM 2010-LIST-WINDOW-REC THRU 2010-EXIT
003010         UNTIL WS-ALOG-EOF-YES.
003020     CLOSE ALERT-LOG-FILE.
003030     SET WS-ALOG-OPEN-NO TO TRUE.
003040     IF WS-WINDOW-CNT = ZERO
003050         MOVE SPACES TO HW-RL-TEXT
003060         MOVE '  (NO ALERTS RAISED IN THE WINDOW)' TO HW-RL-TEXT
003070         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003080     END-IF.
003090 2000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120*    2010-LIST-WINDOW-REC
003130*    READ ONE ALERT ROW; LIST IT IF IT FALLS IN THE WINDOW.
003140*----------------------------------------------------------------
003150 2010-LIST-WINDOW-REC.
003160     READ ALERT-LOG-FILE
003170         AT END
003180             SET WS-ALOG-EOF-YES TO TRUE
003190             GO TO 2010-EXIT
003200     END-READ.
003210     ADD 1 TO WS-ALOG-READ-CNT.
003220     IF HW-AT-ALERT-DATE NOT NUMERIC
003230        OR HW-AT-ALERT-TIME NOT NUMERIC
003240         ADD 1 TO WS-DROPPED-CNT
003250         GO TO 2010-EXIT
003260     END-IF.
003270     PERFORM 2100-TEST-WINDOW THRU 2100-EXIT.
003280     IF WS-IN-WINDOW-NO
003290         GO TO 2010-EXIT
003300     END-IF.
003310     ADD 1 TO WS-WINDOW-CNT.
003320     EVALUATE TRUE
003330         WHEN HW-AT-CRITICAL
003340             ADD 1 TO WS-WIN-CRIT-CNT
003350         WHEN HW-AT-ERROR
003360             ADD 1 TO WS-WIN-ERROR-CNT
003370         WHEN OTHER
003380             ADD 1 TO WS-WIN-WARN-CNT
003390     END-EVALUATE.
003400     PERFORM 2200-FIND-ACK THRU 2200-EXIT.
003410     IF WS-AK-HIT = ZERO
003420         ADD 1 TO WS-WIN-OPEN-CNT
003430     END-IF.
003440     PERFORM 5100-WRITE-ALERT-LINE THRU 5100-EXIT.
003450 2010-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480*    2100-TEST-WINDOW
003490*    AN ALERT IS IN THE WINDOW WHEN IT WAS RAISED AT OR AFTER
003500*    THE WINDOW START ON THE CARD.
003510*----------------------------------------------------------------
003520 2100-TEST-WINDOW.
003530     SET WS-IN-WINDOW-NO TO TRUE.
003540     IF HW-AT-ALERT-DATE > WS-FROM-DATE
003550        OR (HW-AT-ALERT-DATE = WS-FROM-DATE
003560            AND HW-AT-ALERT-TIME >= WS-FROM-TIME)
003570         SET WS-IN-WINDOW-YES TO TRUE
003580     END-IF.
003590 2100-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620*    2200-FIND-ACK
003630*    FIND THE ACK CARD FOR THE ALERT ROW IN HAND - SAME ALERT
003640*    DATE, TIME, PROGRAM, JOB AND SITE - AND MARK THE CARD USED.
003650*----------------------------------------------------------------
003660 2200-FIND-ACK.
003670     MOVE ZERO TO WS-AK-HIT.
003680     PERFORM 2210-MATCH-ACK-ROW THRU 2210-EXIT
003690         VARYING WS-AK-SUB FROM 1 BY 1
003700         UNTIL WS-AK-SUB > WS-AK-MAX OR WS-AK-HIT > ZERO.
003710     IF WS-AK-HIT > ZERO
003720         MOVE 'Y' TO WS-AK-USED-SW(WS-AK-HIT)
003730     END-IF.
003740 2200-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770*    2210-MATCH-ACK-ROW
003780*    TEST ONE ACK TABLE ROW AGAINST THE ALERT ROW IN HAND.
003790*----------------------------------------------------------------
003800 2210-MATCH-ACK-ROW.
003810     IF WS-AK-ALERT-DATE(WS-AK-SUB) = HW-AT-ALERT-DATE
003820        AND WS-AK-ALERT-TIME(WS-AK-SUB) = HW-AT-ALERT-TIME
003830        AND WS-AK-PROGRAM(WS-AK-SUB) = HW-AT-PROGRAM
003833        AND WS-AK-JOB-NAME(WS-AK-SUB) = HW-AT-JOB-NAME
003836        AND WS-AK-SITE-ID(WS-AK-SUB) = HW-AT-SITE-ID
003840         MOVE WS-AK-SUB TO WS-AK-HIT
003850     END-IF.
003860 2210-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*    3000-LIST-CARRIED-OPEN
003900*    SECOND PASS OF THE ALERT LOG - LIST EVERY ALERT RAISED
003910*    BEFORE THE WINDOW THAT NOBODY HAS CLOSED OUT.
003920*----------------------------------------------------------------
003930 3000-LIST-CARRIED-OPEN.
003940     MOVE SPACES TO HW-RL-TEXT.
003950     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003960     MOVE 'OLDER ALERTS STILL OPEN' TO HW-RL-TEXT.
003970     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003980     PERFORM 5000-WRITE-COL-HEADS THRU 5000-EXIT.
003990     OPEN INPUT ALERT-LOG-FILE.
004000     IF WS-ALOG-FOUND
004010         SET WS-ALOG-OPEN-YES TO TRUE
004020         SET WS-ALOG-EOF-NO TO TRUE
004030         PERFORM 3010-LIST-CARRIED-REC THRU 3010-EXIT
004040             UNTIL WS-ALOG-EOF-YES
004050         CLOSE ALERT-LOG-FILE
004060         SET WS-ALOG-OPEN-NO TO TRUE
004070     END-IF.
004080     IF WS-CARRIED-CNT = ZERO
004090         MOVE SPACES TO HW-RL-TEXT
004100         MOVE '  (NONE)' TO HW-RL-TEXT
004110         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004120     END-IF.
004130 3000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160*    3010-LIST-CARRIED-REC
004170*    READ ONE ALERT ROW; LIST IT IF IT IS OLDER THAN THE WINDOW
004180*    AND STILL HAS NO ACK CARD.  BAD ROWS WERE COUNTED ON THE
004190*    FIRST PASS.
004200*----------------------------------------------------------------
004210 3010-LIST-CARRIED-REC.
004220     READ ALERT-LOG-FILE
004230         AT END
004240             SET WS-ALOG-EOF-YES TO TRUE
004250             GO TO 3010-EXIT
004260     END-READ.
004270     IF HW-AT-ALERT-DATE NOT NUMERIC
004280        OR HW-AT-ALERT-TIME NOT NUMERIC
004290         GO TO 3010-EXIT
004300     END-IF.
004310     PERFORM 2100-TEST-WINDOW THRU 2100-EXIT.
004320     IF WS-IN-WINDOW-YES
004330         GO TO 3010-EXIT
004340     END-IF.
004350     PERFORM 2200-FIND-ACK THRU 2200-EXIT.
004360     IF WS-AK-HIT > ZERO
004370         GO TO 3010-EXIT
004380     END-IF.
004390     ADD 1 TO WS-CARRIED-CNT.
004400     PERFORM 5100-WRITE-ALERT-LINE THRU 5100-EXIT.
004410 3010-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    4000-LIST-UNMATCHED-ACKS
004450*    LIST EVERY ACK CARD THAT MATCHED NO ALERT ON EITHER PASS -
004460*    MOST LIKELY A MISKEYED ALERT TIME.
004470*----------------------------------------------------------------
004480 4000-LIST-UNMATCHED-ACKS.
004490     PERFORM 4010-TEST-ONE-ACK THRU 4010-EXIT
004500         VARYING WS-AK-SUB FROM 1 BY 1
004510         UNTIL WS-AK-SUB > WS-AK-MAX.
004520 4000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550*    4010-TEST-ONE-ACK
004560*    PRINT ONE UNMATCHED ACK CARD, WITH A HEADING BEFORE THE
004570*    FIRST.
004580*----------------------------------------------------------------
004590 4010-TEST-ONE-ACK.
004600     IF WS-AK-USED-SW(WS-AK-SUB) = 'Y'
004610         GO TO 4010-EXIT
004620     END-IF.
004630     ADD 1 TO WS-ACK-UNMATCHED-CNT.
004640     IF WS-ACK-UNMATCHED-CNT = 1
004650         MOVE SPACES TO HW-RL-TEXT
004660         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004670         MOVE 'ACK CARDS MATCHING NO ALERT' TO HW-RL-TEXT
004680         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004690     END-IF.
004700     MOVE SPACES TO HW-RL-TEXT.
004710     MOVE WS-AK-ALERT-DATE(WS-AK-SUB)  TO HW-RL-TEXT(1:8).
004720     MOVE WS-AK-ALERT-TIME(WS-AK-SUB)  TO HW-RL-TEXT(10:8).
004730     MOVE WS-AK-PROGRAM(WS-AK-SUB)     TO HW-RL-TEXT(22:10).
004740     MOVE WS-AK-JOB-NAME(WS-AK-SUB)    TO HW-RL-TEXT(33:8).
004745     MOVE WS-AK-SITE-ID(WS-AK-SUB)     TO HW-RL-TEXT(42:5).
004750     MOVE WS-AK-OPERATOR-ID(WS-AK-SUB) TO HW-RL-TEXT(48:8).
004755     MOVE WS-AK-ACK-NOTE(WS-AK-SUB)    TO HW-RL-TEXT(57:33).
004760     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004770 4010-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800*    5000-WRITE-COL-HEADS
004810*    PRINT THE COLUMN HEADINGS OVER AN ALERT LISTING.  THE ALERT
004820*    DATE, TIME, PROGRAM, JOB AND SITE ARE WHAT AN ACK CARD
004825*    QUOTES.
004830*----------------------------------------------------------------
004840 5000-WRITE-COL-HEADS.
004850     MOVE SPACES TO HW-RL-TEXT.
004860     MOVE 'ALERT DT ALERT TM SEV PROGRAM    JOB      SITE'
004870         TO HW-RL-TEXT.
004880     MOVE 'CYCLE'     TO HW-RL-TEXT(48:5).
004890     MOVE 'CONDITION' TO HW-RL-TEXT(57:9).
004900     MOVE 'STATUS'    TO HW-RL-TEXT(108:6).
004910     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004920 5000-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950*    5100-WRITE-ALERT-LINE
004960*    PRINT ONE ALERT LINE.  CALLERS HAVE ALREADY LOOKED FOR ITS
004970*    ACK CARD; THE STATUS COLUMN SAYS WHO CLOSED IT, OR OPEN.
004980*----------------------------------------------------------------
004990 5100-WRITE-ALERT-LINE.
005000     IF WS-AK-HIT > ZERO
005010         MOVE SPACES TO WS-STATUS-X
005020         STRING 'ACK '                        DELIMITED BY SIZE
005030                WS-AK-OPERATOR-ID(WS-AK-HIT)  DELIMITED BY SIZE
005040             INTO WS-STATUS-X
005050     ELSE
005060         MOVE '** OPEN **' TO WS-STATUS-X
005070     END-IF.
005080     MOVE SPACES TO HW-RL-TEXT.
005090     MOVE HW-AT-ALERT-DATE TO HW-RL-TEXT(1:8).
005100     MOVE HW-AT-ALERT-TIME TO HW-RL-TEXT(10:8).
005110     MOVE HW-AT-SEVERITY   TO HW-RL-TEXT(20:1).
005120     MOVE HW-AT-PROGRAM    TO HW-RL-TEXT(22:10).
005130     MOVE HW-AT-JOB-NAME   TO HW-RL-TEXT(33:8).
005140     MOVE HW-AT-SITE-ID    TO HW-RL-TEXT(42:5).
005150     MOVE HW-AT-CYCLE-DATE TO HW-RL-TEXT(48:8).
005160     MOVE HW-AT-CONDITION  TO HW-RL-TEXT(57:50).
005170     MOVE WS-STATUS-X      TO HW-RL-TEXT(108:12).
005180     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005190 5100-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220*    6000-WRITE-RPT-LINE
005230*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
005240*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
005250*    SPACING AFTER EACH LINE.
005260*----------------------------------------------------------------
005270 6000-WRITE-RPT-LINE.
005280     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
005290     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
005300     CALL 'HWPRINT' USING HW-PRINT-PARM.
005310     MOVE ' ' TO HW-RL-CTL.
005320 6000-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350*    7000-WRITE-RPT-TRAILER
005360*    PRINT THE CONTROL COUNTS.  ANY ALERT STILL OPEN, OR ANY
005370*    ACK CARD THAT MATCHED NOTHING, ENDS THE STEP AT 4.
005380*----------------------------------------------------------------
005390 7000-WRITE-RPT-TRAILER.
005400     SET HW-PS-PRINT-TOTAL TO TRUE.
005410     MOVE SPACES TO HW-RL-TEXT.
005420     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005430     MOVE WS-ALOG-READ-CNT TO WS-COUNT-EDIT.
005440     STRING 'ALERT ROWS READ. . . . . : ' DELIMITED BY SIZE
005450            WS-COUNT-EDIT                 DELIMITED BY SIZE
005460         INTO HW-RL-TEXT.
005470     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005480     MOVE SPACES TO HW-RL-TEXT.
005490     MOVE WS-WINDOW-CNT TO WS-COUNT-EDIT.
005500     STRING 'RAISED IN WINDOW . . . . : ' DELIMITED BY SIZE
005510            WS-COUNT-EDIT                 DELIMITED BY SIZE
005520         INTO HW-RL-TEXT.
005530     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005540     MOVE SPACES TO HW-RL-TEXT.
005550     MOVE WS-WIN-CRIT-CNT TO WS-COUNT-EDIT.
005560     STRING '  CRITICAL . . . . . . . : ' DELIMITED BY SIZE
005570            WS-COUNT-EDIT                 DELIMITED BY SIZE
005580         INTO HW-RL-TEXT.
005590     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005600     MOVE SPACES TO HW-RL-TEXT.
005610     MOVE WS-WIN-ERROR-CNT TO WS-COUNT-EDIT.
005620     STRING '  ERROR. . . . . . . . . : ' DELIMITED BY SIZE
005630            WS-COUNT-EDIT                 DELIMITED BY SIZE
005640         INTO HW-RL-TEXT.
005650     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005660     MOVE SPACES TO HW-RL-TEXT.
005670     MOVE WS-WIN-WARN-CNT TO WS-COUNT-EDIT.
005680     STRING '  WARNING. . . . . . . . : ' DELIMITED BY SIZE
005690            WS-COUNT-EDIT                 DELIMITED BY SIZE
005700         INTO HW-RL-TEXT.
005710     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005720     MOVE SPACES TO HW-RL-TEXT.
005730     MOVE WS-WIN-OPEN-CNT TO WS-COUNT-EDIT.
005740     STRING 'WINDOW ALERTS STILL OPEN : ' DELIMITED BY SIZE
005750            WS-COUNT-EDIT                 DELIMITED BY SIZE
005760         INTO HW-RL-TEXT.
005770     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005780     MOVE SPACES TO HW-RL-TEXT.
005790     MOVE WS-CARRIED-CNT TO WS-COUNT-EDIT.
005800     STRING 'OLDER ALERTS STILL OPEN. : ' DELIMITED BY SIZE
005810            WS-COUNT-EDIT                 DELIMITED BY SIZE
005820         INTO HW-RL-TEXT.
005830     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005840     MOVE SPACES TO HW-RL-TEXT.
005850     MOVE WS-ACK-READ-CNT TO WS-COUNT-EDIT.
005860     STRING 'ACK CARDS READ . . . . . : ' DELIMITED BY SIZE
005870            WS-COUNT-EDIT                 DELIMITED BY SIZE
005880         INTO HW-RL-TEXT.
005890     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005900     MOVE SPACES TO HW-RL-TEXT.
005910     MOVE WS-ACK-UNMATCHED-CNT TO WS-COUNT-EDIT.
005920     STRING 'ACK CARDS MATCHING NONE. : ' DELIMITED BY SIZE
005930            WS-COUNT-EDIT                 DELIMITED BY SIZE
005940         INTO HW-RL-TEXT.
005950     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005960     IF WS-DROPPED-CNT > ZERO
005970         MOVE SPACES TO HW-RL-TEXT
005980         MOVE WS-DROPPED-CNT TO WS-COUNT-EDIT
005990         STRING 'ROWS SKIPPED (BAD DATA OR TABLE FULL): '
006000                                          DELIMITED BY SIZE
006010                WS-COUNT-EDIT             DELIMITED BY SIZE
006020             INTO HW-RL-TEXT
006030         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006040     END-IF.
006050     IF WS-RETURN-CODE = ZERO
006060        AND (WS-WIN-OPEN-CNT > ZERO OR WS-CARRIED-CNT > ZERO
006070             OR WS-ACK-UNMATCHED-CNT > ZERO
006080             OR WS-DROPPED-CNT > ZERO)
006090         MOVE 4 TO WS-RETURN-CODE
006100     END-IF.
006110 7000-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    8000-TERMINATE
006150*    CLOSE FILES AND END THE RUN.
006160*----------------------------------------------------------------
006170 8000-TERMINATE.
006180     IF WS-PARM-OPEN-YES
006190         CLOSE ALRPT-PARM-FILE
006200     END-IF.
006210     IF WS-ALOG-OPEN-YES
006220         CLOSE ALERT-LOG-FILE
006230     END-IF.
006240     SET HW-PS-CLOSE-RPT TO TRUE.
006250     CALL 'HWPRINT' USING HW-PRINT-PARM.
006260     MOVE WS-RETURN-CODE TO RETURN-CODE.
006270 8000-EXIT.
006280     EXIT.

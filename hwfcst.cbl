000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWFCST.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - PROJECTED CYCLE-COMPLETION
000140*                  FORECAST AGAINST THE ONLINE DEADLINE.  HWSTATUS
000150*                  SAYS WHAT HAS STARTED AND WHAT IS LATE AGAINST
000160*                  ITS SLA; THIS PROGRAM SAYS WHETHER THE WHOLE
000170*                  CYCLE WILL BE DONE BEFORE THE ONLINE DAY OPENS.
000180*                  FOR EVERY ACTIVE SITE IT TAKES TONIGHT'S
000190*                  HEARTBEAT AND CHECKPOINT PROGRESS AND PROJECTS
000200*                  AN END TIME FROM THE JOB'S AVERAGE ELAPSED TIME
000210*                  OVER ITS RECENT END-OF-RUN HEARTBEAT ROWS (THE
000220*                  SAME DATA HWELARPT TRENDS).  IT PRINTS THE
000230*                  PROJECTED CYCLE END AND THE JOBS DRIVING IT,
000240*                  AND ENDS AT RETURN CODE 8 WITH AN ERROR ALERT
000250*                  WHEN THE PROJECTION CROSSES THE DEADLINE ON THE
000260*                  FORECAST CARD - SO THE ESCALATION CALL GOES OUT
000270*                  AT 01:30 INSTEAD OF AT 05:50.
000280*----------------------------------------------------------------
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310*================================================================
000320 CONFIGURATION SECTION.
000330     SOURCE-COMPUTER.   IBM-370.
000340     OBJECT-COMPUTER.   IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FCST-PARM-FILE
000390         ASSIGN TO "FCSTPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420     SELECT DATE-CTL-FILE
000430         ASSIGN TO "DATECTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DATE-FILE-STATUS.
000460     SELECT CALENDAR-FILE
000470         ASSIGN TO "CALFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CAL-FILE-STATUS.
000500     SELECT SLA-FILE
000510         ASSIGN TO "SLAFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SLA-FILE-STATUS.
000540     SELECT HEARTBEAT-FILE
000550         ASSIGN TO "HBFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HB-FILE-STATUS.
000580     SELECT CHECKPOINT-FILE
000590         ASSIGN TO "CKPTFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CKPT-FILE-STATUS.
000620     SELECT SITE-PARM-FILE
000630         ASSIGN TO "SITEPARM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS HW-SR-SITE-ID
000670         FILE STATUS IS WS-SITE-FILE-STATUS.
000680*
000690*================================================================
000700 DATA DIVISION.
000710*================================================================
000720 FILE SECTION.
000730 FD  FCST-PARM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY HWFCP.
000760*
000770 FD  DATE-CTL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY HWDATER.
000800*
000810 FD  CALENDAR-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY HWCALR.
000840*
000850 FD  SLA-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY HWSLAR.
000880*
000890 FD  HEARTBEAT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY HWHBR.
000920*
000930 FD  CHECKPOINT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY HWCKPTR.
000960*
000970 FD  SITE-PARM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY HWSITER.
001000*
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWDAYS, HWPRINT
001040* AND HWALERT, AND THE PRINT-LINE WORK AREA THE REPORT
001050* PARAGRAPHS BUILD INTO - HWPRINT OWNS THE PRINT FILE ITSELF.
001060*----------------------------------------------------------------
001070     COPY HWDAYSL.
001080     COPY HWPRTL.
001090     COPY HWRPTR.
001100     COPY HWALRTL.
001110*----------------------------------------------------------------
001120* SWITCHES
001130*----------------------------------------------------------------
001140 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
001150     88  WS-PARM-FOUND                     VALUE '00'.
001160 77  WS-DATE-FILE-STATUS        PIC X(02)  VALUE '00'.
001170     88  WS-DATE-FILE-FOUND                VALUE '00'.
001180 77  WS-CAL-FILE-STATUS         PIC X(02)  VALUE '00'.
001190     88  WS-CAL-FOUND                      VALUE '00'.
001200 77  WS-SLA-FILE-STATUS         PIC X(02)  VALUE '00'.
001210     88  WS-SLA-FOUND                      VALUE '00'.
001220 77  WS-HB-FILE-STATUS          PIC X(02)  VALUE '00'.
001230     88  WS-HB-FOUND                       VALUE '00'.
001240 77  WS-CKPT-FILE-STATUS        PIC X(02)  VALUE '00'.
001250     88  WS-CKPT-FOUND                     VALUE '00'.
001260 77  WS-SITE-FILE-STATUS        PIC X(02)  VALUE '00'.
001270     88  WS-SITE-FOUND                     VALUE '00'.
001280 77  WS-FILE-EOF-SW             PIC X(01)  VALUE 'N'.
001290     88  WS-FILE-EOF-YES                   VALUE 'Y'.
001300     88  WS-FILE-EOF-NO                    VALUE 'N'.
001310 77  WS-CARD-SW                 PIC X(01)  VALUE 'N'.
001320     88  WS-CARD-YES                       VALUE 'Y'.
001330     88  WS-CARD-NO                        VALUE 'N'.
001340 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
001350     88  WS-ABORT-YES                      VALUE 'Y'.
001360     88  WS-ABORT-NO                       VALUE 'N'.
001370 77  WS-OPEN-SITE-SW            PIC X(01)  VALUE 'N'.
001380     88  WS-OPEN-SITE-YES                  VALUE 'Y'.
001390     88  WS-OPEN-SITE-NO                   VALUE 'N'.
001400 77  WS-DONE-SITE-SW            PIC X(01)  VALUE 'N'.
001410     88  WS-DONE-SITE-YES                  VALUE 'Y'.
001420     88  WS-DONE-SITE-NO                   VALUE 'N'.
001430*----------------------------------------------------------------
001440* RETURN CODE, CYCLE DATE, TIME OF DAY, DEADLINE, AND CONTROL
001450* CARD VALUES.  EVERY CLOCK TIME IS HELD AS MINUTES FROM
001460* MIDNIGHT STARTING THE CYCLE DATE, SO A RUN THAT CROSSES
001470* MIDNIGHT OR A DEADLINE ON A LATER DAY COMPARES STRAIGHT.
001480*----------------------------------------------------------------
001490 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001500 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001510 77  WS-CYCLE-DATE              PIC 9(08)  VALUE ZERO.
001520 77  WS-NOW-TIME                PIC 9(08)  VALUE ZERO.
001530 77  WS-NOW-ABS                 PIC S9(07) COMP VALUE ZERO.
001540 77  WS-CYCLE-DAY-NBR           PIC S9(08) COMP VALUE ZERO.
001550 77  WS-START-DAY-NBR           PIC S9(08) COMP VALUE ZERO.
001560 77  WS-END-DAY-NBR             PIC S9(08) COMP VALUE ZERO.
001570 77  WS-ROW-AGE-DAYS            PIC S9(08) COMP VALUE ZERO.
001580 77  WS-DEADLINE-HHMM           PIC 9(04)  VALUE 0600.
001590 77  WS-DEADLINE-DATE           PIC 9(08)  VALUE ZERO.
001600 77  WS-DEADLINE-ABS            PIC S9(07) COMP VALUE ZERO.
001610 77  WS-WINDOW-DAYS             PIC S9(04) COMP VALUE 31.
001620 77  WS-DEFAULT-MINS            PIC S9(05) COMP VALUE 60.
001630 01  WS-ALERT-REASON            PIC X(50)  VALUE SPACES.
001640*----------------------------------------------------------------
001650* COUNTERS
001660*----------------------------------------------------------------
001670 77  WS-HB-READ-CNT             PIC S9(07) COMP VALUE ZERO.
001680 77  WS-HIST-RUN-CNT            PIC S9(07) COMP VALUE ZERO.
001690 77  WS-CKPT-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001700 77  WS-SITE-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001710 77  WS-DONE-CNT                PIC S9(05) COMP VALUE ZERO.
001720 77  WS-RUNNING-CNT             PIC S9(05) COMP VALUE ZERO.
001730 77  WS-FAILED-CNT              PIC S9(05) COMP VALUE ZERO.
001740 77  WS-WAITING-CNT             PIC S9(05) COMP VALUE ZERO.
001750 77  WS-HOLIDAY-CNT             PIC S9(05) COMP VALUE ZERO.
001760 77  WS-NO-HIST-CNT             PIC S9(05) COMP VALUE ZERO.
001770 77  WS-PAST-CNT                PIC S9(05) COMP VALUE ZERO.
001780 77  WS-DRIVER-CNT              PIC S9(05) COMP VALUE ZERO.
001790 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
001800*----------------------------------------------------------------
001810* SLA THRESHOLD TABLE - ONLY THE EXPECTED START IS WANTED HERE,
001820* SO A JOB THAT HAS NOT STARTED IS NOT PROJECTED TO START BEFORE
001830* THE SCHEDULER WILL RELEASE IT.
001840*----------------------------------------------------------------
001850 77  WS-SL-MAX                  PIC S9(04) COMP VALUE ZERO.
001860 77  WS-SL-SUB                  PIC S9(04) COMP VALUE ZERO.
001870 77  WS-SL-HIT                  PIC S9(04) COMP VALUE ZERO.
001880 01  WS-SLA-TABLE.
001890     05  WS-SL-ENTRY OCCURS 100 TIMES.
001900         10  WS-SL-JOB-NAME      PIC X(08).
001910         10  WS-SL-EXP-MINS      PIC S9(05) COMP.
001920*----------------------------------------------------------------
001930* PER-JOB TABLE - ELAPSED-TIME HISTORY (RUN COUNT, TOTAL AND
001940* LONGEST MINUTES OVER THE HISTORY WINDOW) AND TONIGHT'S NEWEST
001950* RUN: ITS START TIME, WHERE IT GOT TO (S = STARTED, E = ENDED,
001960* F = FAILED, SPACE = NO HEARTBEAT TONIGHT) AND, ONCE ENDED, ITS
001970* END IN CYCLE MINUTES.  500 JOBS IS FAR PAST TODAY'S STREAM; AN
001980* OVERFLOW IS COUNTED AND FLAGGED, NEVER SILENT.
001990*----------------------------------------------------------------
002000 77  WS-JB-MAX                  PIC S9(04) COMP VALUE ZERO.
002010 77  WS-JB-SUB                  PIC S9(04) COMP VALUE ZERO.
002020 77  WS-JB-HIT                  PIC S9(04) COMP VALUE ZERO.
002030 01  WS-JOB-TABLE.
002040     05  WS-JB-ENTRY OCCURS 500 TIMES.
002050         10  WS-JB-JOB-NAME      PIC X(08).
002060         10  WS-JB-RUN-CNT       PIC S9(05) COMP.
002070         10  WS-JB-TOT-MINS      PIC S9(08) COMP.
002080         10  WS-JB-MAX-MINS      PIC S9(05) COMP.
002090         10  WS-JB-TN-STATE      PIC X(01).
002100         10  WS-JB-TN-START-TIME PIC 9(08).
002110         10  WS-JB-TN-END-ABS    PIC S9(07) COMP.
002120*----------------------------------------------------------------
002130* TONIGHT'S CHECKPOINTS - NEWEST COMPLETION FLAG PER JOB ON THE
002140* CYCLE DATE.
002150*----------------------------------------------------------------
002160 77  WS-CJ-MAX                  PIC S9(04) COMP VALUE ZERO.
002170 77  WS-CJ-SUB                  PIC S9(04) COMP VALUE ZERO.
002180 77  WS-CJ-HIT                  PIC S9(04) COMP VALUE ZERO.
002190 01  WS-CK-JOB-TABLE.
002200     05  WS-CJ-ENTRY OCCURS 500 TIMES.
002210         10  WS-CJ-JOB-NAME      PIC X(08).
002220         10  WS-CJ-FLAG          PIC X(01).
002230         10  WS-CJ-TIME          PIC 9(08).
002240*----------------------------------------------------------------
002250* REGIONS ON HOLIDAY FOR THE CYCLE DATE, OFF THE REGIONAL
002260* CALENDARS IN CALFILE - HELLOWORLD SKIPS THEIR SITES, SO THEY
002270* ARE NEVER WAITED FOR.  20 REGIONS IS FAR PAST THE SHOP'S
002280* COUNT; AN OVERFLOW IS COUNTED AND FLAGGED, NEVER SILENT.
002290*----------------------------------------------------------------
002300 77  WS-RH-MAX                  PIC S9(04) COMP VALUE ZERO.
002310 77  WS-RH-SUB                  PIC S9(04) COMP VALUE ZERO.
002320 77  WS-RH-HIT                  PIC S9(04) COMP VALUE ZERO.
002330 01  WS-REGION-HOL-TABLE.
002340     05  WS-RH-ENTRY OCCURS 20 TIMES.
002350         10  WS-RH-REGION        PIC X(02).
002360*----------------------------------------------------------------
002370* SITE FORECAST TABLE - ONE ROW PER ACTIVE SITE THAT RUNS UNDER
002380* A JOB NAME, WITH WHERE IT STANDS, ITS (PROJECTED) START AND
002390* END IN CYCLE MINUTES, THE ELAPSED MINUTES PROJECTED ON, AND
002400* WHETHER THOSE CAME FROM HISTORY OR THE CARD DEFAULT.
002410*----------------------------------------------------------------
002420 77  WS-ST-MAX                  PIC S9(04) COMP VALUE ZERO.
002430 77  WS-ST-SUB                  PIC S9(04) COMP VALUE ZERO.
002440 01  WS-SITE-TABLE.
002450     05  WS-ST-ENTRY OCCURS 500 TIMES.
002460         10  WS-ST-SITE-ID       PIC X(05).
002470         10  WS-ST-JOB-NAME      PIC X(08).
002480         10  WS-ST-STATE         PIC X(01).
002490             88  WS-ST-ENDED               VALUE 'D'.
002500             88  WS-ST-RUNNING             VALUE 'R'.
002510             88  WS-ST-OVERRUN             VALUE 'O'.
002520             88  WS-ST-FAILED              VALUE 'F'.
002530             88  WS-ST-WAITING             VALUE 'W'.
002540             88  WS-ST-HOLIDAY             VALUE 'H'.
002550             88  WS-ST-FINISHED            VALUE 'D' 'H'.
002560         10  WS-ST-START-ABS     PIC S9(07) COMP.
002570         10  WS-ST-END-ABS       PIC S9(07) COMP.
002580         10  WS-ST-EXP-MINS      PIC S9(05) COMP.
002590         10  WS-ST-BASIS         PIC X(01).
002600             88  WS-ST-BASIS-HISTORY       VALUE 'H'.
002610             88  WS-ST-BASIS-DEFAULT       VALUE 'D'.
002620*----------------------------------------------------------------
002630* PROJECTION RESULTS - THE LATEST PROJECTED END OF ANY SITE NOT
002640* YET FINISHED, THE LATEST ACTUAL END OF ANY FINISHED SITE, AND
002650* THE CYCLE END THAT IS THE LATER OF THE TWO.
002660*----------------------------------------------------------------
002670 77  WS-PROJ-END-ABS            PIC S9(07) COMP VALUE ZERO.
002680 77  WS-LAST-END-ABS            PIC S9(07) COMP VALUE ZERO.
002690 77  WS-CYCLE-END-ABS           PIC S9(07) COMP VALUE ZERO.
002700 77  WS-MARGIN-MINS             PIC S9(07) COMP VALUE ZERO.
002710*----------------------------------------------------------------
002720* TIME ARITHMETIC WORK AREAS
002730*----------------------------------------------------------------
002740 01  WS-HHMM-WORK               PIC 9(04)  VALUE ZERO.
002750 01  WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
002760     05  WS-HW-HH                PIC 9(02).
002770     05  WS-HW-MM                PIC 9(02).
002780 77  WS-LOOKUP-JOB              PIC X(08)  VALUE SPACES.
002790 77  WS-ABS-DATE                PIC 9(08)  VALUE ZERO.
002800 77  WS-ABS-TIME                PIC 9(08)  VALUE ZERO.
002810 77  WS-ABS-MINS                PIC S9(07) COMP VALUE ZERO.
002820 77  WS-START-MINS              PIC S9(05) COMP VALUE ZERO.
002830 77  WS-END-MINS                PIC S9(05) COMP VALUE ZERO.
002840 77  WS-ELAPSED-MINS            PIC S9(08) COMP VALUE ZERO.
002850 77  WS-AVG-MINS                PIC S9(05) COMP VALUE ZERO.
002860 77  WS-FMT-MINS                PIC S9(07) COMP VALUE ZERO.
002870 77  WS-FMT-DAY                 PIC S9(04) COMP VALUE ZERO.
002880 77  WS-FMT-REM                 PIC S9(05) COMP VALUE ZERO.
002890 01  WS-FMT-HHMM.
002900     05  WS-FMT-HH               PIC 9(02).
002910     05  FILLER                  PIC X(01)  VALUE ':'.
002920     05  WS-FMT-MM               PIC 9(02).
002930 01  WS-FMT-X                   PIC X(08)  VALUE SPACES.
002940 01  WS-DAY-EDIT                PIC +9     VALUE ZERO.
002950*----------------------------------------------------------------
002960* REPORT WORK AREAS
002970*----------------------------------------------------------------
002980 01  WS-DATE-X                  PIC X(08)  VALUE SPACES.
002990 01  WS-TIME-X                  PIC X(08)  VALUE SPACES.
003000 01  WS-DEADLINE-X              PIC X(08)  VALUE SPACES.
003010 01  WS-STATUS-X                PIC X(10)  VALUE SPACES.
003020 01  WS-FLAG-X                  PIC X(30)  VALUE SPACES.
003030 01  WS-MINS-EDIT               PIC ----9  VALUE ZERO.
003040 01  WS-BIG-MINS-EDIT           PIC --,--9 VALUE ZERO.
003050 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
003060*================================================================
003070 PROCEDURE DIVISION.
003080*================================================================
003090*----------------------------------------------------------------
003100*    0000-MAINLINE
003110*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
003120*----------------------------------------------------------------
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF WS-ABORT-NO
003160         PERFORM 1100-LOAD-REGION-HOLIDAYS THRU 1100-EXIT
003170         PERFORM 2000-LOAD-SLA-TABLE THRU 2000-EXIT
003180         PERFORM 3000-LOAD-HEARTBEATS THRU 3000-EXIT
003190         PERFORM 4000-LOAD-CHECKPOINTS THRU 4000-EXIT
003200         PERFORM 4500-LOAD-SITES THRU 4500-EXIT
003210     END-IF.
003220     IF WS-ABORT-NO
003230         PERFORM 5000-REPORT-FORECAST-BOARD THRU 5000-EXIT
003240         PERFORM 5500-REPORT-DRIVERS THRU 5500-EXIT
003250         PERFORM 5800-REPORT-VERDICT THRU 5800-EXIT
003260     END-IF.
003270     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
003280     PERFORM 7500-RAISE-FORECAST-ALERT THRU 7500-EXIT.
003290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003300     GOBACK.
003310*----------------------------------------------------------------
003320*    1000-INITIALIZE
003330*    FIX THE TIME OF DAY, PICK TONIGHT'S CYCLE DATE OFF THE
003340*    DATE-CTL RECORD (THE SYSTEM DATE WITH A NOTE WHEN THERE IS
003350*    NONE, AS HWSTATUS DOES), AND READ THE FORECAST CARD.
003360*----------------------------------------------------------------
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-NOW-TIME FROM TIME.
003400     SET HW-PS-OPEN-RPT TO TRUE.
003410     MOVE 'HWFCST' TO HW-PS-REPORT-ID.
003420     MOVE 'CYCLE COMPLETION FORECAST VS DEADLINE'
003430         TO HW-PS-REPORT-TITLE.
003440     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
003450     CALL 'HWPRINT' USING HW-PRINT-PARM.
003460     SET HW-PS-PRINT-LINE TO TRUE.
003470     MOVE ' ' TO HW-RL-CTL.
003480     MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
003490     OPEN INPUT DATE-CTL-FILE.
003500     IF WS-DATE-FILE-FOUND
003510         READ DATE-CTL-FILE
003520             AT END
003530                 CONTINUE
003540         END-READ
003550         IF WS-DATE-FILE-FOUND
003560            AND HW-DR-NEXT-PROC-DATE NUMERIC
003570            AND HW-DR-NEXT-PROC-DATE > ZERO
003580             MOVE HW-DR-NEXT-PROC-DATE TO WS-CYCLE-DATE
003590         END-IF
003600         CLOSE DATE-CTL-FILE
003610     ELSE
003620         MOVE SPACES TO HW-RL-TEXT
003630         MOVE 'DATE-CTL-FILE DID NOT OPEN - USING SYSTEM DATE'
003640             TO HW-RL-TEXT
003650         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003660     END-IF.
003670     MOVE WS-CYCLE-DATE TO HW-DY-DATE.
003680     CALL 'HWDAYS' USING HW-DAYS-PARM.
003690     IF HW-DY-RETURN-CODE NOT = ZERO
003700         MOVE SPACES TO HW-RL-TEXT
003710         MOVE 'CYCLE DATE IS NOT A CALENDAR DATE - NO FORECAST'
003720             TO HW-RL-TEXT
003730         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003740         MOVE 'CYCLE DATE UNUSABLE - NO FORECAST MADE'
003750             TO WS-ALERT-REASON
003760         SET WS-ABORT-YES TO TRUE
003770         MOVE 12 TO WS-RETURN-CODE
003780         GO TO 1000-EXIT
003790     END-IF.
003800     MOVE HW-DY-DAY-NUMBER TO WS-CYCLE-DAY-NBR.
003810     MOVE WS-RUN-DATE TO WS-ABS-DATE.
003820     MOVE WS-NOW-TIME TO WS-ABS-TIME.
003830     PERFORM 3900-STAMP-TO-ABS THRU 3900-EXIT.
003840     MOVE WS-ABS-MINS TO WS-NOW-ABS.
003850     MOVE WS-CYCLE-DATE TO WS-DEADLINE-DATE.
003860     PERFORM 1050-READ-FORECAST-CARD THRU 1050-EXIT.
003870     IF WS-ABORT-YES
003880         GO TO 1000-EXIT
003890     END-IF.
003900     MOVE WS-CYCLE-DATE TO WS-DATE-X.
003910     MOVE WS-NOW-TIME   TO WS-TIME-X.
003920     MOVE SPACES TO HW-RL-TEXT.
003930     STRING 'CYCLE DATE '           DELIMITED BY SIZE
003940            WS-DATE-X               DELIMITED BY SIZE
003950            '  FORECAST CUT AT '    DELIMITED BY SIZE
003960            WS-TIME-X               DELIMITED BY SIZE
003970         INTO HW-RL-TEXT.
003980     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003990     MOVE WS-DEADLINE-ABS TO WS-FMT-MINS.
004000     PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT.
004010     MOVE WS-DEADLINE-DATE TO WS-DATE-X.
004020     MOVE WS-WINDOW-DAYS   TO WS-MINS-EDIT.
004030     MOVE WS-DEFAULT-MINS  TO WS-COUNT-EDIT.
004040     MOVE SPACES TO HW-RL-TEXT.
004050     STRING 'DEADLINE '             DELIMITED BY SIZE
004060            WS-FMT-HHMM             DELIMITED BY SIZE
004070            ' ON '                  DELIMITED BY SIZE
004080            WS-DATE-X               DELIMITED BY SIZE
004090            '  HISTORY DAYS '       DELIMITED BY SIZE
004100            WS-MINS-EDIT            DELIMITED BY SIZE
004110            '  NO-HISTORY MINS '    DELIMITED BY SIZE
004120            WS-COUNT-EDIT           DELIMITED BY SIZE
004130         INTO HW-RL-TEXT.
004140     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004150 1000-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180*    1050-READ-FORECAST-CARD
004190*    READ AND EDIT THE FORECAST CARD.  NO CARD AT ALL RUNS ON
004200*    THE STANDING 06:00 DEADLINE WITH A NOTE AT RETURN CODE 4,
004210*    SINCE A FORECAST THE OPERATOR CANNOT RUN HELPS NOBODY AT
004220*    01:30.  A CARD THAT IS THERE BUT WILL NOT EDIT STOPS THE RUN
004230*    AT 12 - WHEN IN DOUBT ABOUT THE DEADLINE, ESCALATE.
004240*----------------------------------------------------------------
004250 1050-READ-FORECAST-CARD.
004260     OPEN INPUT FCST-PARM-FILE.
004270     IF WS-PARM-FOUND
004280         READ FCST-PARM-FILE
004290             AT END
004300                 CONTINUE
004310             NOT AT END
004320                 SET WS-CARD-YES TO TRUE
004330         END-READ
004340         CLOSE FCST-PARM-FILE
004350     END-IF.
004360     IF WS-CARD-NO
004370         MOVE SPACES TO HW-RL-TEXT
004380         MOVE 'FORECAST CARD MISSING - 06:00 DEADLINE USED'
004390             TO HW-RL-TEXT
004400         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004410         MOVE 4 TO WS-RETURN-CODE
004420         GO TO 1050-CALC-DEADLINE
004430     END-IF.
004440     IF HW-FC-DEADLINE-HHMM-X NOT = SPACES
004450         IF HW-FC-DEADLINE-HHMM NOT NUMERIC
004460             GO TO 1050-BAD-CARD
004470         END-IF
004480         MOVE HW-FC-DEADLINE-HHMM TO WS-HHMM-WORK
004490         IF WS-HW-HH > 23 OR WS-HW-MM > 59
004500             GO TO 1050-BAD-CARD
004510         END-IF
004520         MOVE HW-FC-DEADLINE-HHMM TO WS-DEADLINE-HHMM
004530     END-IF.
004540     IF HW-FC-DEADLINE-DATE-X NOT = SPACES
004550         IF HW-FC-DEADLINE-DATE NOT NUMERIC
004560             GO TO 1050-BAD-CARD
004570         END-IF
004580         MOVE HW-FC-DEADLINE-DATE TO HW-DY-DATE
004590         CALL 'HWDAYS' USING HW-DAYS-PARM
004600         IF HW-DY-RETURN-CODE NOT = ZERO
004610            OR HW-DY-DAY-NUMBER < WS-CYCLE-DAY-NBR
004620             GO TO 1050-BAD-CARD
004630         END-IF
004640         MOVE HW-FC-DEADLINE-DATE TO WS-DEADLINE-DATE
004650     END-IF.
004660     IF HW-FC-HISTORY-DAYS-X NOT = SPACES
004670         IF HW-FC-HISTORY-DAYS NOT NUMERIC
004680            OR HW-FC-HISTORY-DAYS = ZERO
004690             GO TO 1050-BAD-CARD
004700         END-IF
004710         MOVE HW-FC-HISTORY-DAYS TO WS-WINDOW-DAYS
004720     END-IF.
004730     IF HW-FC-DEFAULT-MINS-X NOT = SPACES
004740         IF HW-FC-DEFAULT-MINS NOT NUMERIC
004750             GO TO 1050-BAD-CARD
004760         END-IF
004770         MOVE HW-FC-DEFAULT-MINS TO WS-DEFAULT-MINS
004780     END-IF.
004790 1050-CALC-DEADLINE.
004800     MOVE WS-DEADLINE-DATE TO WS-ABS-DATE.
004810     MOVE ZERO TO WS-ABS-TIME.
004820     MOVE WS-DEADLINE-HHMM TO WS-ABS-TIME(1:4).
004830     PERFORM 3900-STAMP-TO-ABS THRU 3900-EXIT.
004840     MOVE WS-ABS-MINS TO WS-DEADLINE-ABS.
004850     GO TO 1050-EXIT.
004860 1050-BAD-CARD.
004870     MOVE SPACES TO HW-RL-TEXT.
004880     MOVE 'FORECAST CARD WILL NOT EDIT - NO FORECAST MADE'
004890         TO HW-RL-TEXT.
004900     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004910     MOVE SPACES TO HW-RL-TEXT.
004920     STRING 'CARD: '                DELIMITED BY SIZE
004930            HW-FORECAST-PARM-RECORD DELIMITED BY SIZE
004940         INTO HW-RL-TEXT.
004950     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004960     MOVE 'FORECAST CARD UNUSABLE - NO FORECAST MADE'
004970         TO WS-ALERT-REASON.
004980     SET WS-ABORT-YES TO TRUE.
004990     MOVE 12 TO WS-RETURN-CODE.
005000 1050-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    1100-LOAD-REGION-HOLIDAYS
005040*    TABLE EVERY REGION WHOSE CALENDAR TYPES THE CYCLE DATE A
005050*    HOLIDAY, AS HELLOWORLD DOES.  NO CALFILE MEANS NO REGION IS
005060*    ON HOLIDAY, SO EVERY SITE IS WAITED FOR.
005070*----------------------------------------------------------------
005080 1100-LOAD-REGION-HOLIDAYS.
005090     OPEN INPUT CALENDAR-FILE.
005100     IF NOT WS-CAL-FOUND
005110         MOVE SPACES TO HW-RL-TEXT
005120         MOVE 'CALFILE NOT AVAILABLE - NO REGION HOLIDAYS'
005130             TO HW-RL-TEXT
005140         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
005150         GO TO 1100-EXIT
005160     END-IF.
005170     SET WS-FILE-EOF-NO TO TRUE.
005180     PERFORM 1110-LOAD-REGION-HOL-REC THRU 1110-EXIT
005190         UNTIL WS-FILE-EOF-YES.
005200     CLOSE CALENDAR-FILE.
005210 1100-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240*    1110-LOAD-REGION-HOL-REC
005250*    READ ONE CALENDAR ROW AND TABLE IT IF IT IS A REGIONAL
005260*    HOLIDAY ON THE CYCLE DATE.
005270*----------------------------------------------------------------
005280 1110-LOAD-REGION-HOL-REC.
005290     READ CALENDAR-FILE
005300         AT END
005310             SET WS-FILE-EOF-YES TO TRUE
005320             GO TO 1110-EXIT
005330     END-READ.
005340     IF HW-CA-REGION-CODE = SPACES
005350        OR HW-CA-CAL-DATE NOT = WS-CYCLE-DATE
005360        OR NOT HW-CA-HOLIDAY
005370         GO TO 1110-EXIT
005380     END-IF.
005390     IF WS-RH-MAX >= 20
005400         ADD 1 TO WS-DROPPED-CNT
005410         GO TO 1110-EXIT
005420     END-IF.
005430     ADD 1 TO WS-RH-MAX.
005440     MOVE HW-CA-REGION-CODE TO WS-RH-REGION(WS-RH-MAX).
005450 1110-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480*    2000-LOAD-SLA-TABLE
005490*    PULL EACH JOB'S EXPECTED START OFF THE SLA THRESHOLD FILE.
005500*    WITHOUT IT A JOB NOT YET STARTED IS PROJECTED FROM NOW.
005510*----------------------------------------------------------------
005520 2000-LOAD-SLA-TABLE.
005530     OPEN INPUT SLA-FILE.
005540     IF NOT WS-SLA-FOUND
005550         MOVE SPACES TO HW-RL-TEXT
005560         MOVE 'SLA FILE NOT AVAILABLE - WAITING JOBS START NOW'
005570             TO HW-RL-TEXT
005580         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
005590         GO TO 2000-EXIT
005600     END-IF.
005610     SET WS-FILE-EOF-NO TO TRUE.
005620     PERFORM 2010-LOAD-SLA-REC THRU 2010-EXIT
005630         UNTIL WS-FILE-EOF-YES.
005640     CLOSE SLA-FILE.
005650 2000-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    2010-LOAD-SLA-REC
005690*    READ AND TABLE ONE SLA ROW'S EXPECTED START AS CYCLE
005700*    MINUTES.  A ROW THAT WILL NOT EDIT IS SKIPPED AND COUNTED.
005710*----------------------------------------------------------------
005720 2010-LOAD-SLA-REC.
005730     READ SLA-FILE
005740         AT END
005750             SET WS-FILE-EOF-YES TO TRUE
005760             GO TO 2010-EXIT
005770     END-READ.
005780     IF HW-SL-JOB-NAME = SPACES
005790        OR HW-SL-EXPECT-START NOT NUMERIC
005800         ADD 1 TO WS-DROPPED-CNT
005810         GO TO 2010-EXIT
005820     END-IF.
005830     IF WS-SL-MAX >= 100
005840         ADD 1 TO WS-DROPPED-CNT
005850         GO TO 2010-EXIT
005860     END-IF.
005870     ADD 1 TO WS-SL-MAX.
005880     MOVE HW-SL-JOB-NAME     TO WS-SL-JOB-NAME(WS-SL-MAX).
005890     MOVE HW-SL-EXPECT-START TO WS-HHMM-WORK.
005900     COMPUTE WS-SL-EXP-MINS(WS-SL-MAX) =
005910         (WS-HW-HH * 60) + WS-HW-MM.
005920 2010-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950*    3000-LOAD-HEARTBEATS
005960*    ONE PASS OF THE HEARTBEAT FILE SERVES BOTH HALVES OF THE
005970*    FORECAST: ROWS STARTED ON THE CYCLE DATE SAY WHERE EACH JOB
005980*    HAS GOT TO TONIGHT, AND ENDED ROWS STARTED INSIDE THE
005990*    HISTORY WINDOW BEFORE IT GIVE EACH JOB'S ELAPSED-TIME
006000*    HISTORY.  NO HEARTBEAT FILE MEANS NOTHING HAS STARTED AND
006010*    THERE IS NO HISTORY - EVERY JOB IS PROJECTED ON THE DEFAULT.
006020*----------------------------------------------------------------
006030 3000-LOAD-HEARTBEATS.
006040     OPEN INPUT HEARTBEAT-FILE.
006050     IF NOT WS-HB-FOUND
006060         MOVE SPACES TO HW-RL-TEXT
006070         MOVE 'HEARTBEAT FILE NOT FOUND - NO HISTORY OR STARTS'
006080             TO HW-RL-TEXT
006090         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006100         GO TO 3000-EXIT
006110     END-IF.
006120     SET WS-FILE-EOF-NO TO TRUE.
006130     PERFORM 3010-LOAD-HB-REC THRU 3010-EXIT
006140         UNTIL WS-FILE-EOF-YES.
006150     CLOSE HEARTBEAT-FILE.
006160 3000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190*    3010-LOAD-HB-REC
006200*    READ ONE HEARTBEAT ROW AND SEND IT TO TONIGHT'S PROGRESS OR
006210*    TO THE JOB'S HISTORY.  ROWS THAT ARE NEITHER ARE PASSED BY.
006220*----------------------------------------------------------------
006230 3010-LOAD-HB-REC.
006240     READ HEARTBEAT-FILE
006250         AT END
006260             SET WS-FILE-EOF-YES TO TRUE
006270             GO TO 3010-EXIT
006280     END-READ.
006290     ADD 1 TO WS-HB-READ-CNT.
006300     IF HW-HB-JOB-NAME = SPACES
006310        OR HW-HB-START-DATE NOT NUMERIC
006320        OR HW-HB-START-TIME NOT NUMERIC
006330         ADD 1 TO WS-DROPPED-CNT
006340         GO TO 3010-EXIT
006350     END-IF.
006360     IF HW-HB-START-DATE = WS-CYCLE-DATE
006370         PERFORM 3100-POST-TONIGHT THRU 3100-EXIT
006380     ELSE
006390         IF HW-HB-ENDED
006400             PERFORM 3200-POST-HISTORY THRU 3200-EXIT
006410         END-IF
006420     END-IF.
006430 3010-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460*    3100-POST-TONIGHT
006470*    POST A CYCLE-DATE ROW TO ITS JOB.  ONLY THE NEWEST RUN
006480*    COUNTS - A RESTART SUPERSEDES THE RUN IT RESTARTS - AND FOR
006490*    THAT RUN AN END-OF-RUN ROW OUTRANKS ITS START ROW.
006500*----------------------------------------------------------------
006510 3100-POST-TONIGHT.
006520     MOVE HW-HB-JOB-NAME TO WS-LOOKUP-JOB.
006530     PERFORM 3300-FIND-JOB-ROW THRU 3300-EXIT.
006540     IF WS-JB-HIT = ZERO
006550         GO TO 3100-EXIT
006560     END-IF.
006570     IF WS-JB-TN-STATE(WS-JB-HIT) NOT = SPACE
006580         IF HW-HB-START-TIME < WS-JB-TN-START-TIME(WS-JB-HIT)
006590             GO TO 3100-EXIT
006600         END-IF
006610         IF HW-HB-START-TIME = WS-JB-TN-START-TIME(WS-JB-HIT)
006620            AND HW-HB-STARTED
006630             GO TO 3100-EXIT
006640         END-IF
006650     END-IF.
006660     MOVE HW-HB-START-TIME TO WS-JB-TN-START-TIME(WS-JB-HIT).
006670     MOVE ZERO TO WS-JB-TN-END-ABS(WS-JB-HIT).
006680     EVALUATE TRUE
006690         WHEN HW-HB-ENDED
006700             MOVE 'E' TO WS-JB-TN-STATE(WS-JB-HIT)
006710         WHEN HW-HB-FAILED
006720             MOVE 'F' TO WS-JB-TN-STATE(WS-JB-HIT)
006730         WHEN OTHER
006740             MOVE 'S' TO WS-JB-TN-STATE(WS-JB-HIT)
006750     END-EVALUATE.
006760     IF HW-HB-ENDED OR HW-HB-FAILED
006770         IF HW-HB-END-DATE NUMERIC
006780            AND HW-HB-END-DATE > ZERO
006790            AND HW-HB-END-TIME NUMERIC
006800             MOVE HW-HB-END-DATE TO WS-ABS-DATE
006810             MOVE HW-HB-END-TIME TO WS-ABS-TIME
006820         ELSE
006830             MOVE HW-HB-START-DATE TO WS-ABS-DATE
006840             MOVE HW-HB-START-TIME TO WS-ABS-TIME
006850         END-IF
006860         PERFORM 3900-STAMP-TO-ABS THRU 3900-EXIT
006870         MOVE WS-ABS-MINS TO WS-JB-TN-END-ABS(WS-JB-HIT)
006880     END-IF.
006890 3100-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920*    3200-POST-HISTORY
006930*    POST ONE ENDED RUN INSIDE THE HISTORY WINDOW TO ITS JOB'S
006940*    ELAPSED-TIME HISTORY, WORKED OUT AS HWELARPT DOES.  FAILED
006950*    RUNS ARE LEFT OUT - HOW LONG A RUN TOOK TO FALL OVER SAYS
006960*    NOTHING ABOUT HOW LONG IT TAKES TO FINISH.
006970*----------------------------------------------------------------
006980 3200-POST-HISTORY.
006990     IF HW-HB-END-DATE NOT NUMERIC
007000        OR HW-HB-END-DATE = ZERO
007010        OR HW-HB-END-TIME NOT NUMERIC
007020         GO TO 3200-EXIT
007030     END-IF.
007040     MOVE HW-HB-START-DATE TO HW-DY-DATE.
007050     CALL 'HWDAYS' USING HW-DAYS-PARM.
007060     IF HW-DY-RETURN-CODE NOT = ZERO
007070         ADD 1 TO WS-DROPPED-CNT
007080         GO TO 3200-EXIT
007090     END-IF.
007100     MOVE HW-DY-DAY-NUMBER TO WS-START-DAY-NBR.
007110     COMPUTE WS-ROW-AGE-DAYS =
007120         WS-CYCLE-DAY-NBR - WS-START-DAY-NBR.
007130     IF WS-ROW-AGE-DAYS > WS-WINDOW-DAYS
007140        OR WS-ROW-AGE-DAYS < 1
007150         GO TO 3200-EXIT
007160     END-IF.
007170     MOVE HW-HB-END-DATE TO HW-DY-DATE.
007180     CALL 'HWDAYS' USING HW-DAYS-PARM.
007190     IF HW-DY-RETURN-CODE NOT = ZERO
007200         ADD 1 TO WS-DROPPED-CNT
007210         GO TO 3200-EXIT
007220     END-IF.
007230     MOVE HW-DY-DAY-NUMBER TO WS-END-DAY-NBR.
007240     MOVE HW-HB-START-TIME(1:4) TO WS-HHMM-WORK.
007250     COMPUTE WS-START-MINS = (WS-HW-HH * 60) + WS-HW-MM.
007260     MOVE HW-HB-END-TIME(1:4) TO WS-HHMM-WORK.
007270     COMPUTE WS-END-MINS = (WS-HW-HH * 60) + WS-HW-MM.
007280     COMPUTE WS-ELAPSED-MINS =
007290         ((WS-END-DAY-NBR - WS-START-DAY-NBR) * 1440)
007300         + WS-END-MINS - WS-START-MINS.
007310     IF WS-ELAPSED-MINS < ZERO
007320         ADD 1 TO WS-DROPPED-CNT
007330         GO TO 3200-EXIT
007340     END-IF.
007350     MOVE HW-HB-JOB-NAME TO WS-LOOKUP-JOB.
007360     PERFORM 3300-FIND-JOB-ROW THRU 3300-EXIT.
007370     IF WS-JB-HIT = ZERO
007380         GO TO 3200-EXIT
007390     END-IF.
007400     ADD 1 TO WS-HIST-RUN-CNT.
007410     ADD 1 TO WS-JB-RUN-CNT(WS-JB-HIT).
007420     ADD WS-ELAPSED-MINS TO WS-JB-TOT-MINS(WS-JB-HIT).
007430     IF WS-ELAPSED-MINS > WS-JB-MAX-MINS(WS-JB-HIT)
007440         MOVE WS-ELAPSED-MINS TO WS-JB-MAX-MINS(WS-JB-HIT)
007450     END-IF.
007460 3200-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490*    3300-FIND-JOB-ROW
007500*    FIND WS-LOOKUP-JOB ON THE JOB TABLE, ADDING IT WHEN IT IS
007510*    NEW.  WS-JB-HIT IS LEFT ZERO ONLY WHEN THE TABLE IS FULL.
007520*----------------------------------------------------------------
007530 3300-FIND-JOB-ROW.
007540     MOVE ZERO TO WS-JB-HIT.
007550     PERFORM 3310-MATCH-JOB-ROW THRU 3310-EXIT
007560         VARYING WS-JB-SUB FROM 1 BY 1
007570         UNTIL WS-JB-SUB > WS-JB-MAX OR WS-JB-HIT > ZERO.
007580     IF WS-JB-HIT > ZERO
007590         GO TO 3300-EXIT
007600     END-IF.
007610     IF WS-JB-MAX >= 500
007620         ADD 1 TO WS-DROPPED-CNT
007630         GO TO 3300-EXIT
007640     END-IF.
007650     ADD 1 TO WS-JB-MAX.
007660     MOVE WS-JB-MAX     TO WS-JB-HIT.
007670     MOVE WS-LOOKUP-JOB TO WS-JB-JOB-NAME(WS-JB-HIT).
007680     MOVE ZERO  TO WS-JB-RUN-CNT(WS-JB-HIT).
007690     MOVE ZERO  TO WS-JB-TOT-MINS(WS-JB-HIT).
007700     MOVE ZERO  TO WS-JB-MAX-MINS(WS-JB-HIT).
007710     MOVE SPACE TO WS-JB-TN-STATE(WS-JB-HIT).
007720     MOVE ZERO  TO WS-JB-TN-START-TIME(WS-JB-HIT).
007730     MOVE ZERO  TO WS-JB-TN-END-ABS(WS-JB-HIT).
007740 3300-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770*    3310-MATCH-JOB-ROW
007780*    TEST ONE JOB TABLE ROW AGAINST THE JOB BEING LOOKED UP.
007790*----------------------------------------------------------------
007800 3310-MATCH-JOB-ROW.
007810     IF WS-JB-JOB-NAME(WS-JB-SUB) = WS-LOOKUP-JOB
007820         MOVE WS-JB-SUB TO WS-JB-HIT
007830     END-IF.
007840 3310-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870*    3900-STAMP-TO-ABS
007880*    TURN THE DATE AND HHMMSSHH TIME IN WS-ABS-DATE/WS-ABS-TIME
007890*    INTO MINUTES FROM MIDNIGHT STARTING THE CYCLE DATE.  A DATE
007900*    HWDAYS WILL NOT TAKE IS TREATED AS THE CYCLE DATE.
007910*----------------------------------------------------------------
007920 3900-STAMP-TO-ABS.
007930     MOVE WS-ABS-TIME(1:4) TO WS-HHMM-WORK.
007940     COMPUTE WS-ABS-MINS = (WS-HW-HH * 60) + WS-HW-MM.
007950     MOVE WS-ABS-DATE TO HW-DY-DATE.
007960     CALL 'HWDAYS' USING HW-DAYS-PARM.
007970     IF HW-DY-RETURN-CODE = ZERO
007980         COMPUTE WS-ABS-MINS = WS-ABS-MINS
007990             + ((HW-DY-DAY-NUMBER - WS-CYCLE-DAY-NBR) * 1440)
008000     END-IF.
008010 3900-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040*    4000-LOAD-CHECKPOINTS
008050*    TABLE THE NEWEST COMPLETION FLAG PER JOB FOR THE CYCLE
008060*    DATE - THE LOG IS APPENDED IN RUN ORDER, SO THE LAST WORD
008070*    WINS.  NO CHECKPOINT FILE MEANS NOTHING IS COMPLETE YET.
008080*----------------------------------------------------------------
008090 4000-LOAD-CHECKPOINTS.
008100     OPEN INPUT CHECKPOINT-FILE.
008110     IF NOT WS-CKPT-FOUND
008120         MOVE SPACES TO HW-RL-TEXT
008130         MOVE 'CHECKPOINT FILE NOT FOUND - NOTHING COMPLETE YET'
008140             TO HW-RL-TEXT
008150         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
008160         GO TO 4000-EXIT
008170     END-IF.
008180     SET WS-FILE-EOF-NO TO TRUE.
008190     PERFORM 4010-LOAD-CKPT-REC THRU 4010-EXIT
008200         UNTIL WS-FILE-EOF-YES.
008210     CLOSE CHECKPOINT-FILE.
008220 4000-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250*    4010-LOAD-CKPT-REC
008260*    READ ONE CHECKPOINT ROW AND POST ITS JOB'S NEWEST FLAG.
008270*----------------------------------------------------------------
008280 4010-LOAD-CKPT-REC.
008290     READ CHECKPOINT-FILE
008300         AT END
008310             SET WS-FILE-EOF-YES TO TRUE
008320             GO TO 4010-EXIT
008330     END-READ.
008340     ADD 1 TO WS-CKPT-READ-CNT.
008350     IF HW-CK-RUN-DATE NOT = WS-CYCLE-DATE
008360         GO TO 4010-EXIT
008370     END-IF.
008380     MOVE HW-CK-RUN-ID TO WS-LOOKUP-JOB.
008390     PERFORM 4020-FIND-CKPT-JOB THRU 4020-EXIT.
008400     IF WS-CJ-HIT > ZERO
008410         IF HW-CK-RUN-TIME >= WS-CJ-TIME(WS-CJ-HIT)
008420             MOVE HW-CK-COMPLETION-FLAG
008430                 TO WS-CJ-FLAG(WS-CJ-HIT)
008440             MOVE HW-CK-RUN-TIME TO WS-CJ-TIME(WS-CJ-HIT)
008450         END-IF
008460         GO TO 4010-EXIT
008470     END-IF.
008480     IF WS-CJ-MAX >= 500
008490         ADD 1 TO WS-DROPPED-CNT
008500         GO TO 4010-EXIT
008510     END-IF.
008520     ADD 1 TO WS-CJ-MAX.
008530     MOVE HW-CK-RUN-ID          TO WS-CJ-JOB-NAME(WS-CJ-MAX).
008540     MOVE HW-CK-COMPLETION-FLAG TO WS-CJ-FLAG(WS-CJ-MAX).
008550     MOVE HW-CK-RUN-TIME        TO WS-CJ-TIME(WS-CJ-MAX).
008560 4010-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590*    4020-FIND-CKPT-JOB
008600*    FIND WS-LOOKUP-JOB ON THE CHECKPOINT TABLE.
008610*----------------------------------------------------------------
008620 4020-FIND-CKPT-JOB.
008630     MOVE ZERO TO WS-CJ-HIT.
008640     PERFORM 4030-MATCH-CKPT-JOB THRU 4030-EXIT
008650         VARYING WS-CJ-SUB FROM 1 BY 1
008660         UNTIL WS-CJ-SUB > WS-CJ-MAX OR WS-CJ-HIT > ZERO.
008670 4020-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------
008700*    4030-MATCH-CKPT-JOB
008710*    TEST ONE CHECKPOINT TABLE ROW AGAINST THE JOB LOOKED UP.
008720*----------------------------------------------------------------
008730 4030-MATCH-CKPT-JOB.
008740     IF WS-CJ-JOB-NAME(WS-CJ-SUB) = WS-LOOKUP-JOB
008750         MOVE WS-CJ-SUB TO WS-CJ-HIT
008760     END-IF.
008770 4030-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------
008800*    4500-LOAD-SITES
008810*    TABLE AND PROJECT EVERY ACTIVE SITE THAT RUNS UNDER A JOB
008820*    NAME.  WITHOUT SITEPARM THERE IS NOTHING TO FORECAST, SO
008830*    THE RUN STOPS AT 12 AND THE CALL GOES OUT ANYWAY.
008840*----------------------------------------------------------------
008850 4500-LOAD-SITES.
008860     OPEN INPUT SITE-PARM-FILE.
008870     IF NOT WS-SITE-FOUND
008880         MOVE SPACES TO HW-RL-TEXT
008890         MOVE 'SITE FILE DID NOT OPEN - NO FORECAST MADE'
008900             TO HW-RL-TEXT
008910         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
008920         MOVE 'SITE FILE UNAVAILABLE - NO FORECAST MADE'
008930             TO WS-ALERT-REASON
008940         SET WS-ABORT-YES TO TRUE
008950         MOVE 12 TO WS-RETURN-CODE
008960         GO TO 4500-EXIT
008970     END-IF.
008980     SET WS-FILE-EOF-NO TO TRUE.
008990     PERFORM 4510-LOAD-SITE-REC THRU 4510-EXIT
009000         UNTIL WS-FILE-EOF-YES.
009010     CLOSE SITE-PARM-FILE.
009020     IF WS-OPEN-SITE-YES AND WS-DONE-SITE-YES
009030         IF WS-PROJ-END-ABS > WS-LAST-END-ABS
009040             MOVE WS-PROJ-END-ABS TO WS-CYCLE-END-ABS
009050         ELSE
009060             MOVE WS-LAST-END-ABS TO WS-CYCLE-END-ABS
009070         END-IF
009080     ELSE
009090         IF WS-OPEN-SITE-YES
009100             MOVE WS-PROJ-END-ABS TO WS-CYCLE-END-ABS
009110         ELSE
009120             MOVE WS-LAST-END-ABS TO WS-CYCLE-END-ABS
009130         END-IF
009140     END-IF.
009150 4500-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------
009180*    4510-LOAD-SITE-REC
009190*    READ ONE SITE ROW AND, IF IT RUNS TONIGHT, TABLE AND PROJECT
009200*    IT.  A SITE IN A REGION ON HOLIDAY IS TABLED AS FINISHED -
009210*    HELLOWORLD WILL SKIP IT.
009220*----------------------------------------------------------------
009230 4510-LOAD-SITE-REC.
009240     READ SITE-PARM-FILE
009250         AT END
009260             SET WS-FILE-EOF-YES TO TRUE
009270             GO TO 4510-EXIT
009280     END-READ.
009290     ADD 1 TO WS-SITE-READ-CNT.
009300     IF HW-SR-ACTIVE-NO
009310        OR HW-SR-JOB-NAME = SPACES
009320         GO TO 4510-EXIT
009330     END-IF.
009340     IF WS-ST-MAX >= 500
009350         ADD 1 TO WS-DROPPED-CNT
009360         GO TO 4510-EXIT
009370     END-IF.
009380     ADD 1 TO WS-ST-MAX.
009390     MOVE WS-ST-MAX TO WS-ST-SUB.
009400     MOVE HW-SR-SITE-ID  TO WS-ST-SITE-ID(WS-ST-SUB).
009410     MOVE HW-SR-JOB-NAME TO WS-ST-JOB-NAME(WS-ST-SUB).
009420     MOVE ZERO  TO WS-ST-START-ABS(WS-ST-SUB).
009430     MOVE ZERO  TO WS-ST-END-ABS(WS-ST-SUB).
009440     MOVE ZERO  TO WS-ST-EXP-MINS(WS-ST-SUB).
009450     MOVE SPACE TO WS-ST-BASIS(WS-ST-SUB).
009460     MOVE ZERO TO WS-RH-HIT.
009470     IF HW-SR-REGION-CODE NOT = SPACES
009480         PERFORM 4520-MATCH-REGION-HOL THRU 4520-EXIT
009490             VARYING WS-RH-SUB FROM 1 BY 1
009500             UNTIL WS-RH-SUB > WS-RH-MAX OR WS-RH-HIT > ZERO
009510     END-IF.
009520     IF WS-RH-HIT > ZERO
009530         SET WS-ST-HOLIDAY(WS-ST-SUB) TO TRUE
009540         ADD 1 TO WS-HOLIDAY-CNT
009550         GO TO 4510-EXIT
009560     END-IF.
009570     PERFORM 4600-PROJECT-SITE THRU 4600-EXIT.
009580 4510-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610*    4520-MATCH-REGION-HOL
009620*    TEST ONE REGION HOLIDAY TABLE ROW AGAINST THE SITE IN HAND.
009630*----------------------------------------------------------------
009640 4520-MATCH-REGION-HOL.
009650     IF WS-RH-REGION(WS-RH-SUB) = HW-SR-REGION-CODE
009660         MOVE WS-RH-SUB TO WS-RH-HIT
009670     END-IF.
009680 4520-EXIT.
009690     EXIT.
009700*----------------------------------------------------------------
009710*    4600-PROJECT-SITE
009720*    WORK OUT WHERE THE SITE AT WS-ST-SUB STANDS AND WHEN IT WILL
009730*    END.  THE ELAPSED TIME PROJECTED ON IS THE JOB'S AVERAGE
009740*    OVER THE HISTORY WINDOW, OR THE CARD DEFAULT WHEN IT HAS NO
009750*    FINISHED RUN THERE.
009760*      ENDED, OR CHECKPOINTED COMPLETE - FINISHED, AT ITS END.
009770*      RUNNING   - START PLUS THE AVERAGE.  A RUN ALREADY PAST ITS
009780*                  AVERAGE IS PROJECTED TO ITS LONGEST RUN, AND
009790*                  ONE PAST THAT TOO TO NOW - IT IS OVERRUNNING.
009800*      FAILED    - A RERUN STARTING NOW.
009810*      NOT YET STARTED - FROM THE LATER OF NOW AND ITS SLA
009820*                  EXPECTED START.
009830*----------------------------------------------------------------
009840 4600-PROJECT-SITE.
009850     MOVE WS-ST-JOB-NAME(WS-ST-SUB) TO WS-LOOKUP-JOB.
009860     PERFORM 3300-FIND-JOB-ROW THRU 3300-EXIT.
009870     PERFORM 4020-FIND-CKPT-JOB THRU 4020-EXIT.
009880     IF WS-JB-HIT > ZERO
009890         IF WS-JB-RUN-CNT(WS-JB-HIT) > ZERO
009900             DIVIDE WS-JB-TOT-MINS(WS-JB-HIT)
009910                 BY WS-JB-RUN-CNT(WS-JB-HIT)
009920                 GIVING WS-AVG-MINS
009930             MOVE WS-AVG-MINS TO WS-ST-EXP-MINS(WS-ST-SUB)
009940             SET WS-ST-BASIS-HISTORY(WS-ST-SUB) TO TRUE
009950         END-IF
009960     END-IF.
009970     IF NOT WS-ST-BASIS-HISTORY(WS-ST-SUB)
009980         MOVE WS-DEFAULT-MINS TO WS-ST-EXP-MINS(WS-ST-SUB)
009990         SET WS-ST-BASIS-DEFAULT(WS-ST-SUB) TO TRUE
010000     END-IF.
010010     EVALUATE TRUE
010020         WHEN WS-JB-HIT > ZERO
010030          AND WS-JB-TN-STATE(WS-JB-HIT) = 'E'
010040             SET WS-ST-ENDED(WS-ST-SUB) TO TRUE
010050             MOVE WS-JB-TN-END-ABS(WS-JB-HIT)
010060                 TO WS-ST-END-ABS(WS-ST-SUB)
010070         WHEN WS-CJ-HIT > ZERO
010080          AND WS-CJ-FLAG(WS-CJ-HIT) = 'C'
010090             SET WS-ST-ENDED(WS-ST-SUB) TO TRUE
010100             MOVE WS-CYCLE-DATE       TO WS-ABS-DATE
010110             MOVE WS-CJ-TIME(WS-CJ-HIT) TO WS-ABS-TIME
010120             PERFORM 3900-STAMP-TO-ABS THRU 3900-EXIT
010130             MOVE WS-ABS-MINS TO WS-ST-END-ABS(WS-ST-SUB)
010140         WHEN WS-JB-HIT > ZERO
010150          AND WS-JB-TN-STATE(WS-JB-HIT) = 'S'
010160             PERFORM 4610-PROJECT-RUNNING THRU 4610-EXIT
010170         WHEN WS-JB-HIT > ZERO
010180          AND WS-JB-TN-STATE(WS-JB-HIT) = 'F'
010190             SET WS-ST-FAILED(WS-ST-SUB) TO TRUE
010200             ADD 1 TO WS-FAILED-CNT
010210             MOVE WS-NOW-ABS TO WS-ST-START-ABS(WS-ST-SUB)
010220         WHEN OTHER
010230             PERFORM 4620-PROJECT-WAITING THRU 4620-EXIT
010240     END-EVALUATE.
010250     IF WS-ST-ENDED(WS-ST-SUB)
010260         ADD 1 TO WS-DONE-CNT
010270         IF WS-DONE-SITE-NO
010280            OR WS-ST-END-ABS(WS-ST-SUB) > WS-LAST-END-ABS
010290             MOVE WS-ST-END-ABS(WS-ST-SUB) TO WS-LAST-END-ABS
010300         END-IF
010310         SET WS-DONE-SITE-YES TO TRUE
010320         GO TO 4600-EXIT
010330     END-IF.
010340     IF WS-ST-FAILED(WS-ST-SUB) OR WS-ST-WAITING(WS-ST-SUB)
010350         COMPUTE WS-ST-END-ABS(WS-ST-SUB) =
010360             WS-ST-START-ABS(WS-ST-SUB)
010370             + WS-ST-EXP-MINS(WS-ST-SUB)
010380     END-IF.
010390     IF WS-ST-BASIS-DEFAULT(WS-ST-SUB)
010400         ADD 1 TO WS-NO-HIST-CNT
010410     END-IF.
010420     IF WS-ST-END-ABS(WS-ST-SUB) > WS-DEADLINE-ABS
010430         ADD 1 TO WS-PAST-CNT
010440     END-IF.
010450     IF WS-OPEN-SITE-NO
010460        OR WS-ST-END-ABS(WS-ST-SUB) > WS-PROJ-END-ABS
010470         MOVE WS-ST-END-ABS(WS-ST-SUB) TO WS-PROJ-END-ABS
010480     END-IF.
010490     SET WS-OPEN-SITE-YES TO TRUE.
010500 4600-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------
010530*    4610-PROJECT-RUNNING
010540*    PROJECT THE END OF A SITE WHOSE JOB IS RUNNING NOW.
010550*----------------------------------------------------------------
010560 4610-PROJECT-RUNNING.
010570     ADD 1 TO WS-RUNNING-CNT.
010580     SET WS-ST-RUNNING(WS-ST-SUB) TO TRUE.
010590     MOVE WS-CYCLE-DATE TO WS-ABS-DATE.
010600     MOVE WS-JB-TN-START-TIME(WS-JB-HIT) TO WS-ABS-TIME.
010610     PERFORM 3900-STAMP-TO-ABS THRU 3900-EXIT.
010620     MOVE WS-ABS-MINS TO WS-ST-START-ABS(WS-ST-SUB).
010630     COMPUTE WS-ST-END-ABS(WS-ST-SUB) =
010640         WS-ST-START-ABS(WS-ST-SUB) + WS-ST-EXP-MINS(WS-ST-SUB).
010650     IF WS-ST-END-ABS(WS-ST-SUB) >= WS-NOW-ABS
010660         GO TO 4610-EXIT
010670     END-IF.
010680     SET WS-ST-OVERRUN(WS-ST-SUB) TO TRUE.
010690     IF WS-ST-BASIS-HISTORY(WS-ST-SUB)
010700         COMPUTE WS-ST-END-ABS(WS-ST-SUB) =
010710             WS-ST-START-ABS(WS-ST-SUB)
010720             + WS-JB-MAX-MINS(WS-JB-HIT)
010730     END-IF.
010740     IF WS-ST-END-ABS(WS-ST-SUB) < WS-NOW-ABS
010750         MOVE WS-NOW-ABS TO WS-ST-END-ABS(WS-ST-SUB)
010760     END-IF.
010770 4610-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800*    4620-PROJECT-WAITING
010810*    PROJECT THE START OF A SITE WHOSE JOB HAS NOT STARTED - NOW,
010820*    OR ITS SLA EXPECTED START IF THAT IS STILL TO COME.
010830*----------------------------------------------------------------
010840 4620-PROJECT-WAITING.
010850     ADD 1 TO WS-WAITING-CNT.
010860     SET WS-ST-WAITING(WS-ST-SUB) TO TRUE.
010870     MOVE WS-NOW-ABS TO WS-ST-START-ABS(WS-ST-SUB).
010880     MOVE ZERO TO WS-SL-HIT.
010890     PERFORM 4630-MATCH-SLA-JOB THRU 4630-EXIT
010900         VARYING WS-SL-SUB FROM 1 BY 1
010910         UNTIL WS-SL-SUB > WS-SL-MAX OR WS-SL-HIT > ZERO.
010920     IF WS-SL-HIT > ZERO
010930         IF WS-SL-EXP-MINS(WS-SL-HIT) > WS-NOW-ABS
010940             MOVE WS-SL-EXP-MINS(WS-SL-HIT)
010950                 TO WS-ST-START-ABS(WS-ST-SUB)
010960         END-IF
010970     END-IF.
010980 4620-EXIT.
010990     EXIT.
011000*----------------------------------------------------------------
011010*    4630-MATCH-SLA-JOB
011020*    TEST ONE SLA TABLE ROW AGAINST THE JOB LOOKED UP.
011030*----------------------------------------------------------------
011040 4630-MATCH-SLA-JOB.
011050     IF WS-SL-JOB-NAME(WS-SL-SUB) = WS-LOOKUP-JOB
011060         MOVE WS-SL-SUB TO WS-SL-HIT
011070     END-IF.
011080 4630-EXIT.
011090     EXIT.
011100*----------------------------------------------------------------
011110*    5000-REPORT-FORECAST-BOARD
011120*    PRINT ONE LINE PER SITE - WHERE IT STANDS, WHEN IT STARTED
011130*    (OR IS PROJECTED TO), THE MINUTES PROJECTED ON, AND WHEN IT
011140*    ENDED OR IS PROJECTED TO END.  TIMES ON A LATER DAY THAN THE
011150*    CYCLE DATE CARRY A +1.
011160*----------------------------------------------------------------
011170 5000-REPORT-FORECAST-BOARD.
011180     MOVE SPACES TO HW-RL-TEXT.
011190     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011200     MOVE SPACES TO HW-RL-TEXT.
011210     MOVE 'SITE'      TO HW-RL-TEXT(1:4).
011220     MOVE 'JOB'       TO HW-RL-TEXT(8:3).
011230     MOVE 'STATUS'    TO HW-RL-TEXT(18:6).
011240     MOVE 'START'     TO HW-RL-TEXT(30:5).
011250     MOVE 'MINS'      TO HW-RL-TEXT(40:4).
011260     MOVE 'END'       TO HW-RL-TEXT(46:3).
011270     MOVE 'FLAG'      TO HW-RL-TEXT(56:4).
011280     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011290     PERFORM 5010-REPORT-ONE-SITE THRU 5010-EXIT
011300         VARYING WS-ST-SUB FROM 1 BY 1
011310         UNTIL WS-ST-SUB > WS-ST-MAX.
011320     IF WS-ST-MAX = ZERO
011330         MOVE SPACES TO HW-RL-TEXT
011340         MOVE '  (NO ACTIVE SITE RUNS UNDER A JOB NAME)'
011350             TO HW-RL-TEXT
011360         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
011370     END-IF.
011380 5000-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------
011410*    5010-REPORT-ONE-SITE
011420*    PRINT ONE SITE'S FORECAST LINE.
011430*----------------------------------------------------------------
011440 5010-REPORT-ONE-SITE.
011450     MOVE SPACES TO HW-RL-TEXT.
011460     MOVE WS-ST-SITE-ID(WS-ST-SUB)  TO HW-RL-TEXT(1:5).
011470     MOVE WS-ST-JOB-NAME(WS-ST-SUB) TO HW-RL-TEXT(8:8).
011480     MOVE SPACES TO WS-FLAG-X.
011490     EVALUATE TRUE
011500         WHEN WS-ST-HOLIDAY(WS-ST-SUB)
011510             MOVE 'HOLIDAY'   TO WS-STATUS-X
011520         WHEN WS-ST-ENDED(WS-ST-SUB)
011530             MOVE 'ENDED'     TO WS-STATUS-X
011540         WHEN WS-ST-RUNNING(WS-ST-SUB)
011550             MOVE 'RUNNING'   TO WS-STATUS-X
011560         WHEN WS-ST-OVERRUN(WS-ST-SUB)
011570             MOVE 'OVERRUN'   TO WS-STATUS-X
011580         WHEN WS-ST-FAILED(WS-ST-SUB)
011590             MOVE 'FAILED'    TO WS-STATUS-X
011600         WHEN OTHER
011610             MOVE 'NOT START' TO WS-STATUS-X
011620     END-EVALUATE.
011630     MOVE WS-STATUS-X TO HW-RL-TEXT(18:10).
011640     IF WS-ST-HOLIDAY(WS-ST-SUB)
011650         MOVE 'REGION HOLIDAY - NOT RUN' TO HW-RL-TEXT(56:24)
011660         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
011670         GO TO 5010-EXIT
011680     END-IF.
011690     IF NOT WS-ST-ENDED(WS-ST-SUB)
011700         MOVE WS-ST-START-ABS(WS-ST-SUB) TO WS-FMT-MINS
011710         PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT
011720         MOVE WS-FMT-X TO HW-RL-TEXT(30:8)
011730         MOVE WS-ST-EXP-MINS(WS-ST-SUB) TO WS-MINS-EDIT
011740         MOVE WS-MINS-EDIT TO HW-RL-TEXT(39:5)
011750         IF WS-ST-END-ABS(WS-ST-SUB) > WS-DEADLINE-ABS
011760             MOVE '** PAST DEADLINE' TO WS-FLAG-X(1:16)
011770         END-IF
011780         IF WS-ST-BASIS-DEFAULT(WS-ST-SUB)
011790             MOVE 'NO HISTORY' TO WS-FLAG-X(19:10)
011800         END-IF
011810     END-IF.
011820     MOVE WS-ST-END-ABS(WS-ST-SUB) TO WS-FMT-MINS.
011830     PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT.
011840     MOVE WS-FMT-X TO HW-RL-TEXT(46:8).
011850     MOVE WS-FLAG-X TO HW-RL-TEXT(56:30).
011860     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011870 5010-EXIT.
011880     EXIT.
011890*----------------------------------------------------------------
011900*    5500-REPORT-DRIVERS
011910*    LIST THE JOBS DRIVING THE PROJECTED END - EVERY SITE NOT YET
011920*    FINISHED THAT IS PROJECTED PAST THE DEADLINE, AND WHICHEVER
011930*    SITE SETS THE LATEST PROJECTED END EVEN WHEN IT IS INSIDE.
011940*----------------------------------------------------------------
011950 5500-REPORT-DRIVERS.
011960     MOVE SPACES TO HW-RL-TEXT.
011970     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011980     MOVE 'JOBS DRIVING THE PROJECTED CYCLE END' TO HW-RL-TEXT.
011990     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012000     IF WS-OPEN-SITE-NO
012010         MOVE SPACES TO HW-RL-TEXT
012020         MOVE '  (NONE - EVERY SITE HAS FINISHED)' TO HW-RL-TEXT
012030         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
012040         GO TO 5500-EXIT
012050     END-IF.
012060     PERFORM 5510-REPORT-ONE-DRIVER THRU 5510-EXIT
012070         VARYING WS-ST-SUB FROM 1 BY 1
012080         UNTIL WS-ST-SUB > WS-ST-MAX.
012090 5500-EXIT.
012100     EXIT.
012110*----------------------------------------------------------------
012120*    5510-REPORT-ONE-DRIVER
012130*    PRINT THE SITE AT WS-ST-SUB IF IT IS DRIVING THE END, WITH
012140*    ITS MINUTES OVER (OR INSIDE) THE DEADLINE.
012150*----------------------------------------------------------------
012160 5510-REPORT-ONE-DRIVER.
012170     IF WS-ST-FINISHED(WS-ST-SUB)
012180         GO TO 5510-EXIT
012190     END-IF.
012200     IF WS-ST-END-ABS(WS-ST-SUB) NOT > WS-DEADLINE-ABS
012210        AND WS-ST-END-ABS(WS-ST-SUB) NOT = WS-PROJ-END-ABS
012220         GO TO 5510-EXIT
012230     END-IF.
012240     ADD 1 TO WS-DRIVER-CNT.
012250     MOVE WS-ST-END-ABS(WS-ST-SUB) TO WS-FMT-MINS.
012260     PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT.
012270     MOVE SPACES TO HW-RL-TEXT.
012280     MOVE WS-ST-SITE-ID(WS-ST-SUB)  TO HW-RL-TEXT(3:5).
012290     MOVE WS-ST-JOB-NAME(WS-ST-SUB) TO HW-RL-TEXT(10:8).
012300     MOVE 'ENDS'                    TO HW-RL-TEXT(20:4).
012310     MOVE WS-FMT-X                  TO HW-RL-TEXT(25:8).
012320     COMPUTE WS-MARGIN-MINS =
012330         WS-ST-END-ABS(WS-ST-SUB) - WS-DEADLINE-ABS.
012340     IF WS-MARGIN-MINS > ZERO
012350         MOVE WS-MARGIN-MINS TO WS-BIG-MINS-EDIT
012360         MOVE WS-BIG-MINS-EDIT TO HW-RL-TEXT(35:6)
012370         MOVE 'MINS PAST DEADLINE' TO HW-RL-TEXT(42:18)
012380     ELSE
012390         COMPUTE WS-MARGIN-MINS = ZERO - WS-MARGIN-MINS
012400         MOVE WS-MARGIN-MINS TO WS-BIG-MINS-EDIT
012410         MOVE WS-BIG-MINS-EDIT TO HW-RL-TEXT(35:6)
012420         MOVE 'MINS TO SPARE' TO HW-RL-TEXT(42:13)
012430     END-IF.
012440     IF WS-ST-END-ABS(WS-ST-SUB) = WS-PROJ-END-ABS
012450         MOVE '- SETS THE CYCLE END' TO HW-RL-TEXT(62:20)
012460     END-IF.
012470     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012480 5510-EXIT.
012490     EXIT.
012500*----------------------------------------------------------------
012510*    5800-REPORT-VERDICT
012520*    PRINT THE PROJECTED CYCLE END AGAINST THE DEADLINE.  ANY
012530*    SITE PROJECTED PAST IT ENDS THE RUN AT 8 SO THE ESCALATION
012540*    CALL IS MADE NOW.  A SITE THAT HAS ALREADY FINISHED LATE IS
012550*    HISTORY, NOT A FORECAST, AND DOES NOT RAISE THE CODE.
012560*----------------------------------------------------------------
012570 5800-REPORT-VERDICT.
012580     MOVE SPACES TO HW-RL-TEXT.
012590     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012600     MOVE WS-DEADLINE-ABS TO WS-FMT-MINS.
012610     PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT.
012620     MOVE WS-FMT-X TO WS-DEADLINE-X.
012630     MOVE SPACES TO HW-RL-TEXT.
012640     STRING 'ONLINE DEADLINE. . . . . : ' DELIMITED BY SIZE
012650            WS-DEADLINE-X                 DELIMITED BY SIZE
012660         INTO HW-RL-TEXT.
012670     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012680     IF WS-ST-MAX = ZERO
012690        OR (WS-OPEN-SITE-NO AND WS-DONE-SITE-NO)
012700         GO TO 5800-EXIT
012710     END-IF.
012720     MOVE WS-CYCLE-END-ABS TO WS-FMT-MINS.
012730     PERFORM 6100-FORMAT-ABS-TIME THRU 6100-EXIT.
012740     MOVE SPACES TO HW-RL-TEXT.
012750     IF WS-OPEN-SITE-YES
012760         STRING 'PROJECTED CYCLE END. . . : ' DELIMITED BY SIZE
012770                WS-FMT-X                      DELIMITED BY SIZE
012780             INTO HW-RL-TEXT
012790     ELSE
012800         STRING 'CYCLE COMPLETE - ENDED . : ' DELIMITED BY SIZE
012810                WS-FMT-X                      DELIMITED BY SIZE
012820             INTO HW-RL-TEXT
012830     END-IF.
012840     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012850     IF WS-OPEN-SITE-NO
012860         GO TO 5800-EXIT
012870     END-IF.
012880     COMPUTE WS-MARGIN-MINS = WS-PROJ-END-ABS - WS-DEADLINE-ABS.
012890     MOVE SPACES TO HW-RL-TEXT.
012900     IF WS-PAST-CNT > ZERO
012910         MOVE WS-MARGIN-MINS TO WS-BIG-MINS-EDIT
012920         STRING 'MINS PAST DEADLINE . . . : ' DELIMITED BY SIZE
012930                WS-BIG-MINS-EDIT              DELIMITED BY SIZE
012940                '  - ESCALATE NOW'            DELIMITED BY SIZE
012950             INTO HW-RL-TEXT
012960         MOVE SPACES TO WS-ALERT-REASON
012970         STRING 'PROJECTED CYCLE END '        DELIMITED BY SIZE
012980                WS-FMT-X                      DELIMITED BY SPACE
012990                ' PAST DEADLINE '             DELIMITED BY SIZE
013000                WS-DEADLINE-X                 DELIMITED BY SPACE
013010             INTO WS-ALERT-REASON
013020         IF WS-RETURN-CODE < 8
013030             MOVE 8 TO WS-RETURN-CODE
013040         END-IF
013050     ELSE
013060         COMPUTE WS-MARGIN-MINS = ZERO - WS-MARGIN-MINS
013070         MOVE WS-MARGIN-MINS TO WS-BIG-MINS-EDIT
013080         STRING 'MINS TO SPARE. . . . . . : ' DELIMITED BY SIZE
013090                WS-BIG-MINS-EDIT              DELIMITED BY SIZE
013100             INTO HW-RL-TEXT
013110     END-IF.
013120     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013130 5800-EXIT.
013140     EXIT.
013150*----------------------------------------------------------------
013160*    6000-WRITE-RPT-LINE
013170*    HAND ONE BUILT LINE TO HWPRINT.
013180*----------------------------------------------------------------
013190 6000-WRITE-RPT-LINE.
013200     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
013210     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
013220     CALL 'HWPRINT' USING HW-PRINT-PARM.
013230     MOVE ' ' TO HW-RL-CTL.
013240 6000-EXIT.
013250     EXIT.
013260*----------------------------------------------------------------
013270*    6100-FORMAT-ABS-TIME
013280*    EDIT THE CYCLE MINUTES IN WS-FMT-MINS AS HH:MM IN WS-FMT-HHMM
013290*    AND WS-FMT-X, THE LATTER FOLLOWED BY A DAY OFFSET (+1, -1)
013300*    WHEN THE TIME FALLS ON ANOTHER DAY THAN THE CYCLE DATE.
013310*----------------------------------------------------------------
013320 6100-FORMAT-ABS-TIME.
013330     MOVE ZERO TO WS-FMT-DAY.
013340     PERFORM 6110-RAISE-FMT-MINS THRU 6110-EXIT
013350         UNTIL WS-FMT-MINS NOT < ZERO.
013360     DIVIDE WS-FMT-MINS BY 1440
013370         GIVING WS-FMT-REM REMAINDER WS-FMT-MINS.
013380     ADD WS-FMT-REM TO WS-FMT-DAY.
013390     DIVIDE WS-FMT-MINS BY 60
013400         GIVING WS-FMT-HH REMAINDER WS-FMT-REM.
013410     MOVE WS-FMT-REM TO WS-FMT-MM.
013420     MOVE SPACES TO WS-FMT-X.
013430     MOVE WS-FMT-HHMM TO WS-FMT-X(1:5).
013440     IF WS-FMT-DAY NOT = ZERO
013450         MOVE WS-FMT-DAY TO WS-DAY-EDIT
013460         MOVE WS-DAY-EDIT TO WS-FMT-X(6:2)
013470     END-IF.
013480 6100-EXIT.
013490     EXIT.
013500*----------------------------------------------------------------
013510*    6110-RAISE-FMT-MINS
013520*    BRING A TIME BEFORE THE CYCLE DATE FORWARD ONE DAY.
013530*----------------------------------------------------------------
013540 6110-RAISE-FMT-MINS.
013550     ADD 1440 TO WS-FMT-MINS.
013560     SUBTRACT 1 FROM WS-FMT-DAY.
013570 6110-EXIT.
013580     EXIT.
013590*----------------------------------------------------------------
013600*    7000-WRITE-RPT-TRAILER
013610*    WRITE THE CONTROL COUNTS.  A SITE PROJECTED ON THE DEFAULT
013620*    FOR WANT OF HISTORY, OR A ROW SKIPPED FOR BAD DATA OR A FULL
013630*    TABLE, MAKES THE FORECAST LESS SURE AND RAISES THE CODE TO 4.
013640*----------------------------------------------------------------
013650 7000-WRITE-RPT-TRAILER.
013660     SET HW-PS-PRINT-TOTAL TO TRUE.
013670     MOVE SPACES TO HW-RL-TEXT.
013680     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013690     MOVE WS-HB-READ-CNT TO WS-COUNT-EDIT.
013700     STRING 'HEARTBEAT ROWS READ. . . : ' DELIMITED BY SIZE
013710            WS-COUNT-EDIT                 DELIMITED BY SIZE
013720         INTO HW-RL-TEXT.
013730     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013740     MOVE SPACES TO HW-RL-TEXT.
013750     MOVE WS-HIST-RUN-CNT TO WS-COUNT-EDIT.
013760     STRING 'HISTORY RUNS AVERAGED. . : ' DELIMITED BY SIZE
013770            WS-COUNT-EDIT                 DELIMITED BY SIZE
013780         INTO HW-RL-TEXT.
013790     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013800     MOVE SPACES TO HW-RL-TEXT.
013810     MOVE WS-ST-MAX TO WS-COUNT-EDIT.
013820     STRING 'SITES ON THE FORECAST. . : ' DELIMITED BY SIZE
013830            WS-COUNT-EDIT                 DELIMITED BY SIZE
013840         INTO HW-RL-TEXT.
013850     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013860     MOVE SPACES TO HW-RL-TEXT.
013870     MOVE WS-DONE-CNT TO WS-COUNT-EDIT.
013880     STRING 'SITES ENDED. . . . . . . : ' DELIMITED BY SIZE
013890            WS-COUNT-EDIT                 DELIMITED BY SIZE
013900         INTO HW-RL-TEXT.
013910     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013920     MOVE SPACES TO HW-RL-TEXT.
013930     MOVE WS-RUNNING-CNT TO WS-COUNT-EDIT.
013940     STRING 'SITES RUNNING. . . . . . : ' DELIMITED BY SIZE
013950            WS-COUNT-EDIT                 DELIMITED BY SIZE
013960         INTO HW-RL-TEXT.
013970     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013980     MOVE SPACES TO HW-RL-TEXT.
013990     MOVE WS-FAILED-CNT TO WS-COUNT-EDIT.
014000     STRING 'SITES FAILED - RERUN . . : ' DELIMITED BY SIZE
014010            WS-COUNT-EDIT                 DELIMITED BY SIZE
014020         INTO HW-RL-TEXT.
014030     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
014040     MOVE SPACES TO HW-RL-TEXT.
014050     MOVE WS-WAITING-CNT TO WS-COUNT-EDIT.
014060     STRING 'SITES NOT YET STARTED. . : ' DELIMITED BY SIZE
014070            WS-COUNT-EDIT                 DELIMITED BY SIZE
014080         INTO HW-RL-TEXT.
014090     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
014100     MOVE SPACES TO HW-RL-TEXT.
014110     MOVE WS-HOLIDAY-CNT TO WS-COUNT-EDIT.
014120     STRING 'SITES ON REGION HOLIDAY. : ' DELIMITED BY SIZE
014130            WS-COUNT-EDIT                 DELIMITED BY SIZE
014140         INTO HW-RL-TEXT.
014150     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
014160     MOVE SPACES TO HW-RL-TEXT.
014170     MOVE WS-NO-HIST-CNT TO WS-COUNT-EDIT.
014180     STRING 'PROJECTED WITH NO HISTORY: ' DELIMITED BY SIZE
014190            WS-COUNT-EDIT                 DELIMITED BY SIZE
014200         INTO HW-RL-TEXT.
014210     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
014220     MOVE SPACES TO HW-RL-TEXT.
014230     MOVE WS-PAST-CNT TO WS-COUNT-EDIT.
014240     STRING 'PROJECTED PAST DEADLINE. : ' DELIMITED BY SIZE
014250            WS-COUNT-EDIT                 DELIMITED BY SIZE
014260         INTO HW-RL-TEXT.
014270     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
014280     IF WS-DROPPED-CNT > ZERO
014290         MOVE SPACES TO HW-RL-TEXT
014300         MOVE WS-DROPPED-CNT TO WS-COUNT-EDIT
014310         STRING 'ROWS SKIPPED (BAD DATA OR TABLE FULL): '
014320                                          DELIMITED BY SIZE
014330                WS-COUNT-EDIT             DELIMITED BY SIZE
014340             INTO HW-RL-TEXT
014350         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
014360     END-IF.
014370     IF (WS-NO-HIST-CNT > ZERO OR WS-DROPPED-CNT > ZERO)
014380        AND WS-RETURN-CODE < 4
014390         MOVE 4 TO WS-RETURN-CODE
014400     END-IF.
014410 7000-EXIT.
014420     EXIT.
014430*----------------------------------------------------------------
014440*    7500-RAISE-FORECAST-ALERT
014450*    A FORECAST PAST THE DEADLINE RAISES AN ERROR ALERT NAMING
014460*    THE JOB THAT SETS THE PROJECTED END; A RUN THAT COULD NOT
014470*    FORECAST AT ALL RAISES A CRITICAL ONE, AS HWCKGATE DOES.
014480*----------------------------------------------------------------
014490 7500-RAISE-FORECAST-ALERT.
014500     IF WS-RETURN-CODE < 8
014510         GO TO 7500-EXIT
014520     END-IF.
014530     MOVE SPACES            TO HW-ALERT-PARM.
014540     IF WS-RETURN-CODE > 8
014550         SET HW-AL-CRITICAL TO TRUE
014560     ELSE
014570         SET HW-AL-ERROR    TO TRUE
014580         PERFORM 7510-FIND-END-SETTER THRU 7510-EXIT
014590             VARYING WS-ST-SUB FROM 1 BY 1
014600             UNTIL WS-ST-SUB > WS-ST-MAX
014610                OR HW-AL-JOB-NAME NOT = SPACES
014620     END-IF.
014630     MOVE 'HWFCST'          TO HW-AL-PROGRAM.
014640     MOVE WS-ALERT-REASON   TO HW-AL-CONDITION.
014650     MOVE WS-CYCLE-DATE     TO HW-AL-CYCLE-DATE.
014660     MOVE WS-RETURN-CODE    TO HW-AL-RETURN-CODE.
014670     CALL 'HWALERT' USING HW-ALERT-PARM.
014680 7500-EXIT.
014690     EXIT.
014700*----------------------------------------------------------------
014710*    7510-FIND-END-SETTER
014720*    NAME THE FIRST SITE NOT YET FINISHED THAT SETS THE LATEST
014730*    PROJECTED END ON THE ALERT.
014740*----------------------------------------------------------------
014750 7510-FIND-END-SETTER.
014760     IF NOT WS-ST-FINISHED(WS-ST-SUB)
014770        AND WS-ST-END-ABS(WS-ST-SUB) = WS-PROJ-END-ABS
014780         MOVE WS-ST-JOB-NAME(WS-ST-SUB) TO HW-AL-JOB-NAME
014790         MOVE WS-ST-SITE-ID(WS-ST-SUB)  TO HW-AL-SITE-ID
014800     END-IF.
014810 7510-EXIT.
014820     EXIT.
014830*----------------------------------------------------------------
014840*    8000-TERMINATE
014850*    CLOSE THE REPORT AND END THE RUN.  EVERY INPUT FILE IS
014860*    CLOSED BY THE PARAGRAPH THAT READ IT.
014870*----------------------------------------------------------------
014880 8000-TERMINATE.
014890     SET HW-PS-CLOSE-RPT TO TRUE.
014900     CALL 'HWPRINT' USING HW-PRINT-PARM.
014910     MOVE WS-RETURN-CODE TO RETURN-CODE.
014920 8000-EXIT.
014930     EXIT.

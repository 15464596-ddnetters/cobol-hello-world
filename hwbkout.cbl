000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWBKOUT.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - CONTROLLED BACKOUT OF THE
000140*                  CYCLE STATE.  PUTS BACK THE DATE-CTL RECORD,
000150*                  THE SITE-PARM-FILE, OR BOTH, FROM A SNAPSHOT
000160*                  GENERATION HELLOWORLD TOOK AT CYCLE OPEN, SO A
000170*                  DATE ROLL THAT DIED HALF WAY OR A BAD SITE
000180*                  MAINTENANCE RUN IS RECOVERED FROM A KNOWN
000190*                  IMAGE INSTEAD OF BY HAND-EDITING THE DATE
000200*                  RECORD.  THE GENERATION IS NAMED ON A ONE-CARD
000210*                  PARM FILE (HWBKP).  THE CARD'S OPERATOR MUST
000220*                  HOLD RESTART AUTHORITY, AND THE RUN REFUSES AT
000230*                  RETURN CODE 12, CHANGING NOTHING, UNLESS THE
000240*                  CYCLE IS IN A STATE THAT IS SAFE TO BACK OUT.
000250*                  EVERY SITE PUT BACK GETS A BKOUT ROW ON THE
000260*                  SITE-HIST-FILE, THE REPORT SHOWS THE BEFORE AND
000270*                  AFTER IMAGE OF EVERYTHING CHANGED, AND THE RUN
000271*                  IS ROWED ON THE AUDIT LOG.  ON A BOTH BACKOUT
000272*                  THE DATE-CTL RECORD IS ONLY PUT BACK WHEN EVERY
000273*                  SITE WENT BACK CLEAN.
000290*----------------------------------------------------------------
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320*================================================================
000330 CONFIGURATION SECTION.
000340     SOURCE-COMPUTER.   IBM-370.
000350     OBJECT-COMPUTER.   IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BACKOUT-PARM-FILE
000400         ASSIGN TO "BKOPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-FILE-STATUS.
000430     SELECT SNAP-FILE
000440         ASSIGN TO "SNAPFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SNAP-FILE-STATUS.
000470     SELECT DATE-CTL-FILE
000480         ASSIGN TO "DATECTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DATE-FILE-STATUS.
000510     SELECT SITE-PARM-FILE
000520         ASSIGN TO "SITEPARM"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HW-SR-SITE-ID
000560         FILE STATUS IS WS-SITE-FILE-STATUS.
000570     SELECT HEARTBEAT-FILE
000580         ASSIGN TO "HBFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HB-FILE-STATUS.
000610     SELECT SITE-HIST-FILE
000620         ASSIGN TO "SITEHIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-HIST-FILE-STATUS.
000650     SELECT AUDIT-FILE
000660         ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000690*
000700*================================================================
000710 DATA DIVISION.
000720*================================================================
000730 FILE SECTION.
000740 FD  BACKOUT-PARM-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY HWBKP.
000770*
000780 FD  SNAP-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY HWSNPR.
000810*
000820 FD  DATE-CTL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY HWDATER.
000850*
000860 FD  SITE-PARM-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY HWSITER.
000890*
000900 FD  HEARTBEAT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  HW-HB-REC                  PIC X(52).
000930*
000940 FD  SITE-HIST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY HWSCHR.
000970*
000980 FD  AUDIT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY HWAUDR.
001010*
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWPRINT,
001050* HWOPAUTH AND HWLOGCT, AND THE PRINT-LINE WORK AREA THE REPORT
001060* PARAGRAPHS BUILD INTO - HWPRINT OWNS THE PRINT FILE ITSELF.
001070*----------------------------------------------------------------
001080     COPY HWPRTL.
001090     COPY HWRPTR.
001100     COPY HWAUTHL.
001110     COPY HWLGCL.
001120*----------------------------------------------------------------
001130* HEARTBEAT ROW WORK AREA
001140*----------------------------------------------------------------
001150     COPY HWHBR.
001160*----------------------------------------------------------------
001170* SWITCHES
001180*----------------------------------------------------------------
001190 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
001200     88  WS-PARM-FOUND                     VALUE '00'.
001210 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
001220     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
001230     88  WS-PARM-OPEN-NO                   VALUE 'N'.
001240 77  WS-SNAP-FILE-STATUS        PIC X(02)  VALUE '00'.
001250     88  WS-SNAP-FOUND                     VALUE '00'.
001260 77  WS-DATE-FILE-STATUS        PIC X(02)  VALUE '00'.
001270     88  WS-DATE-FOUND                     VALUE '00'.
001280 77  WS-SITE-FILE-STATUS        PIC X(02)  VALUE '00'.
001290     88  WS-SITE-FOUND                     VALUE '00'.
001300 77  WS-SITE-OPEN-SW            PIC X(01)  VALUE 'N'.
001310     88  WS-SITE-OPEN-YES                  VALUE 'Y'.
001320     88  WS-SITE-OPEN-NO                   VALUE 'N'.
001330 77  WS-HB-FILE-STATUS          PIC X(02)  VALUE '00'.
001340     88  WS-HB-FOUND                       VALUE '00'.
001350 77  WS-HIST-FILE-STATUS        PIC X(02)  VALUE '00'.
001360     88  WS-HIST-FOUND                     VALUE '00'.
001370 77  WS-HIST-OPEN-SW            PIC X(01)  VALUE 'N'.
001380     88  WS-HIST-OPEN-YES                  VALUE 'Y'.
001390     88  WS-HIST-OPEN-NO                   VALUE 'N'.
001400 77  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE '00'.
001410     88  WS-AUDIT-FOUND                    VALUE '00'.
001420 77  WS-FILE-EOF-SW             PIC X(01)  VALUE 'N'.
001430     88  WS-FILE-EOF-YES                   VALUE 'Y'.
001440     88  WS-FILE-EOF-NO                    VALUE 'N'.
001450 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
001460     88  WS-ABORT-YES                      VALUE 'Y'.
001470     88  WS-ABORT-NO                       VALUE 'N'.
001480 77  WS-REFUSE-SW               PIC X(01)  VALUE 'N'.
001490     88  WS-REFUSE-YES                     VALUE 'Y'.
001500     88  WS-REFUSE-NO                      VALUE 'N'.
001510 77  WS-PICK-NEWEST-SW          PIC X(01)  VALUE 'Y'.
001520     88  WS-PICK-NEWEST-YES                VALUE 'Y'.
001530     88  WS-PICK-NEWEST-NO                 VALUE 'N'.
001540 77  WS-IN-TARGET-SW            PIC X(01)  VALUE 'N'.
001550     88  WS-IN-TARGET-YES                  VALUE 'Y'.
001560     88  WS-IN-TARGET-NO                   VALUE 'N'.
001570 77  WS-TG-FOUND-SW             PIC X(01)  VALUE 'N'.
001580     88  WS-TG-FOUND-YES                   VALUE 'Y'.
001590     88  WS-TG-FOUND-NO                    VALUE 'N'.
001600 77  WS-TG-COMPLETE-SW          PIC X(01)  VALUE 'N'.
001610     88  WS-TG-COMPLETE-YES                VALUE 'Y'.
001620     88  WS-TG-COMPLETE-NO                 VALUE 'N'.
001630 77  WS-DATE-EMPTY-SW           PIC X(01)  VALUE 'Y'.
001640     88  WS-DATE-EMPTY-YES                 VALUE 'Y'.
001650     88  WS-DATE-EMPTY-NO                  VALUE 'N'.
001660 77  WS-DATE-DONE-SW            PIC X(01)  VALUE 'N'.
001670     88  WS-DATE-DONE-YES                  VALUE 'Y'.
001680     88  WS-DATE-DONE-NO                   VALUE 'N'.
001690 77  WS-AUDIT-FAIL-SW           PIC X(01)  VALUE 'N'.
001700     88  WS-AUDIT-FAIL-YES                 VALUE 'Y'.
001710     88  WS-AUDIT-FAIL-NO                  VALUE 'N'.
001720*----------------------------------------------------------------
001730* RETURN CODE, RUN TIMESTAMP, AND COUNTERS
001740*----------------------------------------------------------------
001750 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001760 77  WS-SNAP-READ-CNT           PIC S9(07) COMP VALUE ZERO.
001770 77  WS-SNAP-GEN-CNT            PIC S9(05) COMP VALUE ZERO.
001780 77  WS-SNAP-BAD-CNT            PIC S9(05) COMP VALUE ZERO.
001790 77  WS-HB-READ-CNT             PIC S9(07) COMP VALUE ZERO.
001800 77  WS-INFLIGHT-CNT            PIC S9(05) COMP VALUE ZERO.
001810 77  WS-SITE-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001820 77  WS-SITE-SAME-CNT           PIC S9(05) COMP VALUE ZERO.
001830 77  WS-SITE-REWRITE-CNT        PIC S9(05) COMP VALUE ZERO.
001840 77  WS-SITE-READD-CNT          PIC S9(05) COMP VALUE ZERO.
001850 77  WS-SITE-REMOVE-CNT         PIC S9(05) COMP VALUE ZERO.
001860 77  WS-SITE-ERROR-CNT          PIC S9(05) COMP VALUE ZERO.
001870 77  WS-HIST-WRITE-CNT          PIC S9(05) COMP VALUE ZERO.
001880 77  WS-HIST-FAIL-CNT           PIC S9(05) COMP VALUE ZERO.
001890 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001900 01  WS-RUN-TIME                PIC 9(08)  VALUE ZERO.
001910 01  WS-REFUSE-REASON           PIC X(50)  VALUE SPACES.
001920 01  WS-CHANGE-TEXT             PIC X(30)  VALUE SPACES.
001930 01  WS-CHANGE-SITE-ID          PIC X(05)  VALUE SPACES.
001940*----------------------------------------------------------------
001950* SNAPSHOT STAMPS - A GENERATION IS NAMED BY THE DATE AND TIME
001960* IT WAS TAKEN.  THE CARD'S STAMP, THE STAMP OF THE ROW JUST
001970* READ, THE GENERATION CHOSEN, AND THE NEWEST ON FILE.
001980*----------------------------------------------------------------
001990 01  WS-CARD-STAMP.
002000     05  WS-CS-DATE              PIC 9(08)  VALUE ZERO.
002010     05  WS-CS-TIME              PIC 9(08)  VALUE ZERO.
002020 01  WS-ROW-STAMP.
002030     05  WS-RS-DATE              PIC 9(08)  VALUE ZERO.
002040     05  WS-RS-TIME              PIC 9(08)  VALUE ZERO.
002050 01  WS-TG-STAMP.
002060     05  WS-TG-DATE              PIC 9(08)  VALUE ZERO.
002070     05  WS-TG-TIME              PIC 9(08)  VALUE ZERO.
002080 01  WS-NEWEST-STAMP.
002090     05  WS-NW-DATE              PIC 9(08)  VALUE ZERO.
002100     05  WS-NW-TIME              PIC 9(08)  VALUE ZERO.
002110 01  WS-TG-CYCLE-DATE           PIC 9(08)  VALUE ZERO.
002120 01  WS-TG-SITES-FLAG           PIC X(01)  VALUE SPACE.
002130     88  WS-TG-SITES-TAKEN                 VALUE 'Y'.
002140*----------------------------------------------------------------
002150* DATE-CTL IMAGES - THE RECORD ON FILE NOW, AND THE ONE SAVED IN
002160* THE CHOSEN GENERATION.  WS-PD-DATE-RECORD IS THE ONE
002170* 5500-PRINT-DATE-IMAGE PRINTS.
002180*----------------------------------------------------------------
002190 01  WS-CUR-DATE-RECORD.
002200     05  WS-CD-NEXT-PROC-DATE    PIC 9(08).
002210     05  WS-CD-PRIOR-BUS-DATE    PIC 9(08).
002220     05  WS-CD-EOD-STATUS        PIC X(01).
002230         88  WS-CD-EOD-INCOMPLETE         VALUE 'I'.
002240     05  WS-CD-CYCLE-STATUS      PIC X(01).
002250         88  WS-CD-CYCLE-OPEN             VALUE 'O'.
002260 01  WS-TG-DATE-IMAGE           PIC X(18)  VALUE SPACES.
002270 01  WS-PD-DATE-RECORD.
002280     05  WS-PD-NEXT-PROC-DATE    PIC X(08).
002290     05  WS-PD-PRIOR-BUS-DATE    PIC X(08).
002300     05  WS-PD-EOD-STATUS        PIC X(01).
002310     05  WS-PD-CYCLE-STATUS      PIC X(01).
002320*----------------------------------------------------------------
002330* SITE IMAGES - BEFORE AND AFTER OF ONE SITE PUT BACK, AND THE
002340* ONE 5010-PRINT-SITE-IMAGE PRINTS.  ALL THREE ARE THE HWSITER
002350* LAYOUT.
002360*----------------------------------------------------------------
002370 01  WS-OLD-SITE.
002380     05  WS-OS-SITE-ID           PIC X(05).
002390     05  WS-OS-GREETING-TEXT     PIC X(30).
002400     05  WS-OS-REPORT-FLAG       PIC X(01).
002410     05  WS-OS-ACTIVE-FLAG       PIC X(01).
002411     05  WS-OS-JOB-NAME          PIC X(08).
002412     05  WS-OS-REGION-CODE       PIC X(02).
002413     05  WS-OS-COST-CENTER       PIC X(06).
002414     05  FILLER                  PIC X(01).
002430 01  WS-NEW-SITE.
002440     05  WS-NS-SITE-ID           PIC X(05).
002450     05  WS-NS-GREETING-TEXT     PIC X(30).
002460     05  WS-NS-REPORT-FLAG       PIC X(01).
002470     05  WS-NS-ACTIVE-FLAG       PIC X(01).
002471     05  WS-NS-JOB-NAME          PIC X(08).
002472     05  WS-NS-REGION-CODE       PIC X(02).
002473     05  WS-NS-COST-CENTER       PIC X(06).
002474     05  FILLER                  PIC X(01).
002490 01  WS-IMG-LABEL               PIC X(10)  VALUE SPACES.
002500 01  WS-IMG-SITE.
002510     05  WS-IS-SITE-ID           PIC X(05).
002520     05  WS-IS-GREETING-TEXT     PIC X(30).
002530     05  WS-IS-REPORT-FLAG       PIC X(01).
002540     05  WS-IS-ACTIVE-FLAG       PIC X(01).
002550     05  WS-IS-JOB-NAME          PIC X(08).
002560     05  WS-IS-REGION-CODE       PIC X(02).
002570     05  WS-IS-COST-CENTER       PIC X(06).
002580     05  FILLER                  PIC X(01).
002590*----------------------------------------------------------------
002600* SNAPSHOT SITE TABLE - THE S ROWS OF THE CHOSEN GENERATION.
002610* 500 MATCHES THE SITE TABLES HWRECON AND HWCHGBK KEEP OFF THE
002620* SAME FILE.  A GENERATION THAT WILL NOT FIT IS NEVER PUT BACK
002630* IN PART - THE RUN REFUSES.
002640*----------------------------------------------------------------
002650 77  WS-SS-MAX                  PIC S9(04) COMP VALUE ZERO.
002660 77  WS-SS-SUB                  PIC S9(04) COMP VALUE ZERO.
002670 77  WS-SS-HIT                  PIC S9(04) COMP VALUE ZERO.
002680 77  WS-SS-OVERFLOW-CNT         PIC S9(05) COMP VALUE ZERO.
002690 01  WS-SNAP-SITE-TABLE.
002700     05  WS-SS-ENTRY OCCURS 500 TIMES.
002710         10  WS-SS-IMAGE         PIC X(54).
002720         10  WS-SS-IMAGE-R REDEFINES WS-SS-IMAGE.
002730             15  WS-SS-SITE-ID   PIC X(05).
002740             15  FILLER          PIC X(49).
002750         10  WS-SS-SEEN-SW       PIC X(01).
002760             88  WS-SS-SEEN              VALUE 'Y'.
002770*----------------------------------------------------------------
002780* IN-FLIGHT TABLE - HEARTBEAT STARTED ROWS SINCE THE SNAPSHOT
002790* WAS TAKEN, CROSSED OFF AS THEIR ENDED OR FAILED ROW TURNS UP.
002800* WHAT IS LEFT IS STILL RUNNING.  AN OVERFLOW CANNOT PROVE THE
002810* CYCLE QUIET, SO IT REFUSES LIKE A RUN IN FLIGHT.
002820*----------------------------------------------------------------
002830 77  WS-IF-MAX                  PIC S9(04) COMP VALUE ZERO.
002840 77  WS-IF-SUB                  PIC S9(04) COMP VALUE ZERO.
002850 77  WS-IF-HIT                  PIC S9(04) COMP VALUE ZERO.
002860 77  WS-IF-OVERFLOW-CNT         PIC S9(05) COMP VALUE ZERO.
002870 01  WS-IN-FLIGHT-TABLE.
002880     05  WS-IF-ENTRY OCCURS 500 TIMES.
002890         10  WS-IF-JOB-NAME      PIC X(08).
002900         10  WS-IF-START-DATE    PIC 9(08).
002910         10  WS-IF-START-TIME    PIC 9(08).
002920         10  WS-IF-OPEN-SW       PIC X(01).
002930             88  WS-IF-OPEN              VALUE 'Y'.
002940*----------------------------------------------------------------
002950* REPORT WORK AREAS
002960*----------------------------------------------------------------
002970 01  WS-DATE-X                  PIC X(08)  VALUE SPACES.
002980 01  WS-TIME-X                  PIC X(08)  VALUE SPACES.
002990 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
003000 01  WS-RC-EDIT                 PIC ZZZ9   VALUE ZERO.
003010*================================================================
003020 PROCEDURE DIVISION.
003030*================================================================
003040*----------------------------------------------------------------
003050*    0000-MAINLINE
003060*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.  NOTHING IS
003070*    CHANGED UNTIL THE CARD, THE OPERATOR, THE SNAPSHOT AND THE
003080*    CYCLE STATE HAVE ALL PASSED.  THE SITES GO BACK BEFORE THE
003090*    DATE RECORD, SO THE CYCLE STATE IS THE LAST THING TO MOVE.
003100*----------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF WS-ABORT-NO
003140         PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
003150     END-IF.
003160     IF WS-ABORT-NO AND WS-REFUSE-NO
003170         PERFORM 2000-FIND-SNAPSHOT THRU 2000-EXIT
003180     END-IF.
003190     IF WS-ABORT-NO AND WS-REFUSE-NO
003200         PERFORM 3000-CHECK-SAFE-STATE THRU 3000-EXIT
003210     END-IF.
003220     IF WS-ABORT-NO AND WS-REFUSE-NO
003230         IF HW-BP-SCOPE-SITES OR HW-BP-SCOPE-BOTH
003240             PERFORM 4000-RESTORE-SITES THRU 4000-EXIT
003250         END-IF
003260         IF HW-BP-SCOPE-DATE OR HW-BP-SCOPE-BOTH
003261             IF WS-SITE-ERROR-CNT = ZERO
003262                 PERFORM 4500-RESTORE-DATE-CTL THRU 4500-EXIT
003263             ELSE
003264                 PERFORM 4600-HOLD-DATE-CTL THRU 4600-EXIT
003265             END-IF
003280         END-IF
003290     END-IF.
003300     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
003310     PERFORM 7500-WRITE-RPT-TRAILER THRU 7500-EXIT.
003320     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003330     GOBACK.
003340*----------------------------------------------------------------
003350*    1000-INITIALIZE
003360*    WRITE THE REPORT HEADER, THEN READ AND EDIT THE BACKOUT
003370*    CARD.  A MISSING OR UNEDITABLE CARD STOPS THE RUN AT
003380*    RETURN CODE 8 WITH NOTHING CHANGED.
003390*----------------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003420     ACCEPT WS-RUN-TIME FROM TIME.
003430     SET HW-PS-OPEN-RPT TO TRUE.
003440     MOVE 'HWBKOUT' TO HW-PS-REPORT-ID.
003450     MOVE 'CYCLE STATE BACKOUT FROM SNAPSHOT'
003460         TO HW-PS-REPORT-TITLE.
003470     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
003480     CALL 'HWPRINT' USING HW-PRINT-PARM.
003490     SET HW-PS-PRINT-LINE TO TRUE.
003500     MOVE ' ' TO HW-RL-CTL.
003510     OPEN INPUT BACKOUT-PARM-FILE.
003520     IF WS-PARM-FOUND
003530         SET WS-PARM-OPEN-YES TO TRUE
003540     ELSE
003550         MOVE SPACES TO HW-RL-TEXT
003560         MOVE 'BACKOUT CARD DID NOT OPEN - NOTHING CHANGED'
003570             TO HW-RL-TEXT
003580         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003590         SET WS-ABORT-YES TO TRUE
003600         MOVE 8 TO WS-RETURN-CODE
003610         GO TO 1000-EXIT
003620     END-IF.
003630     READ BACKOUT-PARM-FILE
003640         AT END
003650             MOVE SPACES TO HW-RL-TEXT
003660             MOVE 'BACKOUT CARD MISSING - NOTHING CHANGED'
003670                 TO HW-RL-TEXT
003680             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003690             SET WS-ABORT-YES TO TRUE
003700             MOVE 8 TO WS-RETURN-CODE
003710     END-READ.
003720     IF WS-ABORT-YES
003730         GO TO 1000-EXIT
003740     END-IF.
003750     PERFORM 1010-PRINT-CARD THRU 1010-EXIT.
003760     MOVE SPACES TO WS-REFUSE-REASON.
003770     IF HW-BP-CYCLE-DATE NOT NUMERIC
003780        OR HW-BP-CYCLE-DATE = ZERO
003790         MOVE 'CYCLE DATE NOT NUMERIC' TO WS-REFUSE-REASON
003800     END-IF.
003810     IF HW-BP-TAKEN-DATE-X = SPACES
003820        AND HW-BP-TAKEN-TIME-X = SPACES
003830         SET WS-PICK-NEWEST-YES TO TRUE
003840     ELSE
003850         SET WS-PICK-NEWEST-NO TO TRUE
003860         IF HW-BP-TAKEN-DATE NOT NUMERIC
003870            OR HW-BP-TAKEN-TIME NOT NUMERIC
003880             MOVE 'SNAPSHOT DATE AND TIME MUST BOTH BE NUMERIC'
003890                 TO WS-REFUSE-REASON
003900         ELSE
003910             MOVE HW-BP-TAKEN-DATE TO WS-CS-DATE
003920             MOVE HW-BP-TAKEN-TIME TO WS-CS-TIME
003930         END-IF
003940     END-IF.
003950     IF NOT HW-BP-SCOPE-VALID
003960         MOVE 'SCOPE MUST BE D, S OR B' TO WS-REFUSE-REASON
003970     END-IF.
003980     IF HW-BP-OPERATOR-ID = SPACES
003990         MOVE 'OPERATOR ID MISSING' TO WS-REFUSE-REASON
004000     END-IF.
004010     IF HW-BP-REASON = SPACES
004020         MOVE 'REASON FOR THE BACKOUT MISSING' TO WS-REFUSE-REASON
004030     END-IF.
004040     IF WS-REFUSE-REASON NOT = SPACES
004050         MOVE SPACES TO HW-RL-TEXT
004060         STRING 'BACKOUT CARD REJECTED - ' DELIMITED BY SIZE
004070                WS-REFUSE-REASON           DELIMITED BY SIZE
004080             INTO HW-RL-TEXT
004090         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004100         SET WS-ABORT-YES TO TRUE
004110         MOVE 8 TO WS-RETURN-CODE
004120     END-IF.
004130 1000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160*    1010-PRINT-CARD
004170*    ECHO THE BACKOUT CARD AT THE HEAD OF THE REPORT.
004180*----------------------------------------------------------------
004190 1010-PRINT-CARD.
004200     MOVE SPACES TO HW-RL-TEXT.
004210     STRING 'CYCLE DATE . . . . . . . : ' DELIMITED BY SIZE
004220            HW-BP-CYCLE-DATE              DELIMITED BY SIZE
004230         INTO HW-RL-TEXT.
004240     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004250     MOVE SPACES TO HW-RL-TEXT.
004260     IF HW-BP-TAKEN-DATE-X = SPACES
004270        AND HW-BP-TAKEN-TIME-X = SPACES
004280         MOVE 'SNAPSHOT ASKED FOR . . . : NEWEST FOR THE CYCLE'
004290             TO HW-RL-TEXT
004300     ELSE
004310         STRING 'SNAPSHOT ASKED FOR . . . : TAKEN '
004320                                          DELIMITED BY SIZE
004330                HW-BP-TAKEN-DATE-X        DELIMITED BY SIZE
004340                ' '                       DELIMITED BY SIZE
004350                HW-BP-TAKEN-TIME-X        DELIMITED BY SIZE
004360             INTO HW-RL-TEXT
004370     END-IF.
004380     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004390     MOVE SPACES TO HW-RL-TEXT.
004400     STRING 'SCOPE. . . . . . . . . . : ' DELIMITED BY SIZE
004410            HW-BP-SCOPE                   DELIMITED BY SIZE
004420            '  (D DATE-CTL, S SITES, B BOTH)'
004430                                          DELIMITED BY SIZE
004440         INTO HW-RL-TEXT.
004450     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004460     MOVE SPACES TO HW-RL-TEXT.
004470     STRING 'OPERATOR . . . . . . . . : ' DELIMITED BY SIZE
004480            HW-BP-OPERATOR-ID             DELIMITED BY SIZE
004490         INTO HW-RL-TEXT.
004500     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004510     MOVE SPACES TO HW-RL-TEXT.
004520     STRING 'REASON . . . . . . . . . : ' DELIMITED BY SIZE
004530            HW-BP-REASON                  DELIMITED BY SIZE
004540         INTO HW-RL-TEXT.
004550     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004560     MOVE SPACES TO HW-RL-TEXT.
004570     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004580 1010-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610*    1100-CHECK-AUTHORITY
004620*    A BACKOUT PUTS A CYCLE BACK THE WAY A RESTART RESUMES ONE,
004630*    SO THE CARD'S OPERATOR MUST HOLD RESTART AUTHORITY.  THE
004640*    CHECK IS LOGGED EITHER WAY, SO THE MONTHLY OVERRIDE REPORT
004650*    SHOWS EVERY BACKOUT ASKED FOR.
004660*----------------------------------------------------------------
004670 1100-CHECK-AUTHORITY.
004680     MOVE SPACES             TO HW-AUTH-PARM.
004690     SET HW-AU-CHECK-RESTART TO TRUE.
004700     SET HW-AU-LOG-ALL       TO TRUE.
004710     MOVE 'HWBKOUT'          TO HW-AU-PROGRAM.
004720     MOVE HW-BP-OPERATOR-ID  TO HW-AU-OPERATOR-ID.
004730     MOVE 'HWBKOUT'          TO HW-AU-JOB-NAME.
004740     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
004750     IF HW-AU-RETURN-CODE NOT = ZERO
004760         MOVE HW-AU-REASON TO WS-REFUSE-REASON
004770         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
004780     END-IF.
004790 1100-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820*    2000-FIND-SNAPSHOT
004830*    READ THE SNAPSHOT FILE THROUGH, TABLING THE S ROWS OF THE
004840*    GENERATION ASKED FOR - THE LAST ONE ON FILE FOR THE CYCLE
004850*    DATE WHEN THE CARD GIVES NO STAMP - AND NOTING THE NEWEST
004860*    GENERATION OF ALL.  A GENERATION NOT FOUND, CUT SHORT, OR
004870*    TAKEN WITHOUT ITS SITES WHEN SITES ARE WANTED IS REFUSED.
004880*----------------------------------------------------------------
004890 2000-FIND-SNAPSHOT.
004900     OPEN INPUT SNAP-FILE.
004910     IF NOT WS-SNAP-FOUND
004920         MOVE 'SNAPSHOT FILE NOT AVAILABLE' TO WS-REFUSE-REASON
004930         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
004940         GO TO 2000-EXIT
004950     END-IF.
004960     SET WS-FILE-EOF-NO TO TRUE.
004970     PERFORM 2010-READ-SNAP-REC THRU 2010-EXIT
004980         UNTIL WS-FILE-EOF-YES.
004990     CLOSE SNAP-FILE.
005000     IF WS-TG-FOUND-NO
005010         MOVE 'NO SNAPSHOT ON FILE FOR THAT CYCLE DATE AND TIME'
005020             TO WS-REFUSE-REASON
005030         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
005040         GO TO 2000-EXIT
005050     END-IF.
005060     MOVE WS-TG-DATE TO WS-DATE-X.
005070     MOVE WS-TG-TIME TO WS-TIME-X.
005080     MOVE SPACES TO HW-RL-TEXT.
005090     STRING 'SNAPSHOT USED. . . . . . : TAKEN '
005100                                          DELIMITED BY SIZE
005110            WS-DATE-X                     DELIMITED BY SIZE
005120            ' '                           DELIMITED BY SIZE
005130            WS-TIME-X                     DELIMITED BY SIZE
005140         INTO HW-RL-TEXT.
005150     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005160     IF WS-TG-COMPLETE-NO
005170         MOVE 'SNAPSHOT INCOMPLETE - NAME AN EARLIER ONE BY TIME'
005180             TO WS-REFUSE-REASON
005190         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
005200         GO TO 2000-EXIT
005210     END-IF.
005220     IF HW-BP-SCOPE-DATE
005230         GO TO 2000-EXIT
005240     END-IF.
005250     IF NOT WS-TG-SITES-TAKEN
005260         MOVE 'SNAPSHOT HOLDS NO SITE FILE IMAGE - USE SCOPE D'
005270             TO WS-REFUSE-REASON
005280         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
005290         GO TO 2000-EXIT
005300     END-IF.
005310     IF WS-SS-OVERFLOW-CNT > ZERO
005320         MOVE 'SNAPSHOT HAS MORE SITES THAN THE TABLE HOLDS'
005330             TO WS-REFUSE-REASON
005340         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
005350         GO TO 2000-EXIT
005360     END-IF.
005370     MOVE SPACES TO HW-RL-TEXT.
005380     MOVE WS-SS-MAX TO WS-COUNT-EDIT.
005390     STRING 'SITES IN SNAPSHOT. . . . : ' DELIMITED BY SIZE
005400            WS-COUNT-EDIT                 DELIMITED BY SIZE
005410         INTO HW-RL-TEXT.
005420     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005430 2000-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460*    2010-READ-SNAP-REC
005470*    READ ONE SNAPSHOT ROW AND ROUTE IT BY ROW TYPE.
005480*----------------------------------------------------------------
005490 2010-READ-SNAP-REC.
005500     READ SNAP-FILE
005510         AT END
005520             SET WS-FILE-EOF-YES TO TRUE
005530             GO TO 2010-EXIT
005540     END-READ.
005550     ADD 1 TO WS-SNAP-READ-CNT.
005560     MOVE HW-SN-TAKEN-DATE TO WS-RS-DATE.
005570     MOVE HW-SN-TAKEN-TIME TO WS-RS-TIME.
005580     EVALUATE TRUE
005590         WHEN HW-SN-HEADER-REC
005600             PERFORM 2100-START-GENERATION THRU 2100-EXIT
005610         WHEN HW-SN-SITE-REC
005620             PERFORM 2200-TABLE-SNAP-SITE THRU 2200-EXIT
005630         WHEN HW-SN-TRAILER-REC
005640             PERFORM 2300-END-GENERATION THRU 2300-EXIT
005650         WHEN OTHER
005660             ADD 1 TO WS-SNAP-BAD-CNT
005670     END-EVALUATE.
005680 2010-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710*    2100-START-GENERATION
005720*    AN H ROW OPENS A GENERATION.  IT IS ALWAYS THE NEWEST SO
005730*    FAR; IF IT IS THE ONE ASKED FOR, START TABLING IT AFRESH -
005740*    A LATER MATCH FOR THE SAME CYCLE DATE REPLACES AN EARLIER.
005750*----------------------------------------------------------------
005760 2100-START-GENERATION.
005770     ADD 1 TO WS-SNAP-GEN-CNT.
005780     MOVE WS-ROW-STAMP TO WS-NEWEST-STAMP.
005790     SET WS-IN-TARGET-NO TO TRUE.
005800     IF HW-SN-CYCLE-DATE NOT = HW-BP-CYCLE-DATE
005810         GO TO 2100-EXIT
005820     END-IF.
005830     IF WS-PICK-NEWEST-NO
005840        AND WS-ROW-STAMP NOT = WS-CARD-STAMP
005850         GO TO 2100-EXIT
005860     END-IF.
005870     SET WS-IN-TARGET-YES   TO TRUE.
005880     SET WS-TG-FOUND-YES    TO TRUE.
005890     SET WS-TG-COMPLETE-NO  TO TRUE.
005900     MOVE WS-ROW-STAMP      TO WS-TG-STAMP.
005910     MOVE HW-SN-CYCLE-DATE  TO WS-TG-CYCLE-DATE.
005920     MOVE HW-SN-DATE-IMAGE  TO WS-TG-DATE-IMAGE.
005930     MOVE HW-SN-SITES-FLAG  TO WS-TG-SITES-FLAG.
005940     MOVE ZERO TO WS-SS-MAX.
005950     MOVE ZERO TO WS-SS-OVERFLOW-CNT.
005960 2100-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990*    2200-TABLE-SNAP-SITE
006000*    TABLE ONE S ROW OF THE GENERATION BEING TABLED.
006010*----------------------------------------------------------------
006020 2200-TABLE-SNAP-SITE.
006030     IF WS-IN-TARGET-NO
006040        OR WS-ROW-STAMP NOT = WS-TG-STAMP
006050         GO TO 2200-EXIT
006060     END-IF.
006070     IF WS-SS-MAX >= 500
006080         ADD 1 TO WS-SS-OVERFLOW-CNT
006090         GO TO 2200-EXIT
006100     END-IF.
006110     ADD 1 TO WS-SS-MAX.
006120     MOVE HW-SN-SITE-IMAGE TO WS-SS-IMAGE(WS-SS-MAX).
006130     MOVE 'N' TO WS-SS-SEEN-SW(WS-SS-MAX).
006140 2200-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170*    2300-END-GENERATION
006180*    A T ROW CLOSES THE GENERATION.  IT IS COMPLETE ONLY WHEN
006190*    ITS COUNT MATCHES THE S ROWS SEEN.
006200*----------------------------------------------------------------
006210 2300-END-GENERATION.
006220     IF WS-IN-TARGET-NO
006230        OR WS-ROW-STAMP NOT = WS-TG-STAMP
006240         GO TO 2300-EXIT
006250     END-IF.
006260     IF HW-SN-SITE-CNT = WS-SS-MAX + WS-SS-OVERFLOW-CNT
006270         SET WS-TG-COMPLETE-YES TO TRUE
006280     END-IF.
006290     SET WS-IN-TARGET-NO TO TRUE.
006300 2300-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330*    3000-CHECK-SAFE-STATE
006340*    DECIDE WHETHER THE CYCLE IS IN A STATE THAT IS SAFE TO
006350*    BACK OUT, FROM THE DATE-CTL RECORD AS IT STANDS:
006360*      - NO RECORD (A ROLL DIED BETWEEN ITS OPEN AND ITS
006370*        WRITE): ONLY THE NEWEST SNAPSHOT ON FILE MAY GO BACK,
006380*        SINCE THERE IS NO DATE LEFT TO CHECK IT AGAINST.
006390*      - OTHERWISE THE SNAPSHOT MUST BE FOR THE CYCLE NOW DUE
006400*        OR THE ONE BEFORE IT - NEVER AN OLDER DAY.
006410*      - A CYCLE MARKED OPEN (AND NOT A ROLL LEFT INCOMPLETE)
006420*        MAY GO BACK ONLY WHEN NO RUN STARTED SINCE THE
006430*        SNAPSHOT IS STILL IN FLIGHT.
006440*    WHEN SITES ARE WANTED THE SITE FILE MUST ALSO OPEN FOR
006450*    UPDATE BEFORE ANYTHING IS TOUCHED.
006460*----------------------------------------------------------------
006470 3000-CHECK-SAFE-STATE.
006480     PERFORM 3100-READ-DATE-CTL THRU 3100-EXIT.
006490     MOVE SPACES TO HW-RL-TEXT.
006500     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006510     MOVE 'CURRENT' TO WS-IMG-LABEL.
006520     IF WS-DATE-EMPTY-YES
006530         MOVE SPACES TO WS-PD-DATE-RECORD
006540     ELSE
006550         MOVE WS-CUR-DATE-RECORD TO WS-PD-DATE-RECORD
006560     END-IF.
006570     PERFORM 5500-PRINT-DATE-IMAGE THRU 5500-EXIT.
006580     MOVE 'SNAPSHOT' TO WS-IMG-LABEL.
006590     MOVE WS-TG-DATE-IMAGE TO WS-PD-DATE-RECORD.
006600     PERFORM 5500-PRINT-DATE-IMAGE THRU 5500-EXIT.
006610     IF WS-DATE-EMPTY-YES
006620         IF WS-TG-STAMP NOT = WS-NEWEST-STAMP
006630             MOVE 'DATE-CTL EMPTY - ONLY NEWEST SNAPSHOT ALLOWED'
006640                 TO WS-REFUSE-REASON
006650             PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
006660             GO TO 3000-EXIT
006670         END-IF
006680     ELSE
006690         IF WS-TG-CYCLE-DATE NOT = WS-CD-NEXT-PROC-DATE
006700            AND WS-TG-CYCLE-DATE NOT = WS-CD-PRIOR-BUS-DATE
006710             MOVE 'SNAPSHOT IS NOT FOR THE CURRENT OR PRIOR CYCLE'
006720                 TO WS-REFUSE-REASON
006730             PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
006740             GO TO 3000-EXIT
006750         END-IF
006760         IF WS-CD-CYCLE-OPEN AND NOT WS-CD-EOD-INCOMPLETE
006770             PERFORM 3200-CHECK-IN-FLIGHT THRU 3200-EXIT
006780         END-IF
006790     END-IF.
006800     IF WS-REFUSE-YES
006810         GO TO 3000-EXIT
006820     END-IF.
006830     IF HW-BP-SCOPE-DATE
006840         GO TO 3000-EXIT
006850     END-IF.
006860     OPEN I-O SITE-PARM-FILE.
006870     IF WS-SITE-FOUND
006880         SET WS-SITE-OPEN-YES TO TRUE
006890     ELSE
006900         MOVE 'SITE-PARM-FILE WILL NOT OPEN FOR UPDATE'
006910             TO WS-REFUSE-REASON
006920         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
006930     END-IF.
006940 3000-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970*    3100-READ-DATE-CTL
006980*    READ THE ONE DATE-CTL RECORD AS IT STANDS.  A MISSING FILE
006990*    AND AN EMPTY ONE BOTH COUNT AS NO RECORD.
007000*----------------------------------------------------------------
007010 3100-READ-DATE-CTL.
007020     SET WS-DATE-EMPTY-YES TO TRUE.
007030     MOVE SPACES TO WS-CUR-DATE-RECORD.
007040     OPEN INPUT DATE-CTL-FILE.
007050     IF NOT WS-DATE-FOUND
007060         GO TO 3100-EXIT
007070     END-IF.
007080     READ DATE-CTL-FILE
007090         NOT AT END
007100             MOVE HW-DATE-RECORD TO WS-CUR-DATE-RECORD
007110             SET WS-DATE-EMPTY-NO TO TRUE
007120     END-READ.
007130     CLOSE DATE-CTL-FILE.
007140 3100-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------
007170*    3200-CHECK-IN-FLIGHT
007180*    TABLE EVERY HEARTBEAT STARTED ROW SINCE THE SNAPSHOT WAS
007190*    TAKEN AND CROSS IT OFF WHEN ITS ENDED OR FAILED ROW TURNS
007200*    UP.  ANY LEFT OPEN ARE PRINTED AND THE BACKOUT REFUSED.  NO
007210*    HEARTBEAT FILE MEANS NOTHING HAS STARTED.
007220*----------------------------------------------------------------
007230 3200-CHECK-IN-FLIGHT.
007240     OPEN INPUT HEARTBEAT-FILE.
007250     IF NOT WS-HB-FOUND
007260         GO TO 3200-EXIT
007270     END-IF.
007280     SET WS-FILE-EOF-NO TO TRUE.
007290     PERFORM 3210-READ-HB-REC THRU 3210-EXIT
007300         UNTIL WS-FILE-EOF-YES.
007310     CLOSE HEARTBEAT-FILE.
007320     PERFORM 3230-PRINT-IN-FLIGHT THRU 3230-EXIT
007330         VARYING WS-IF-SUB FROM 1 BY 1
007340         UNTIL WS-IF-SUB > WS-IF-MAX.
007350     IF WS-IF-OVERFLOW-CNT > ZERO
007360         MOVE 'IN-FLIGHT TABLE FULL - CANNOT PROVE CYCLE QUIET'
007370             TO WS-REFUSE-REASON
007380         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
007390         GO TO 3200-EXIT
007400     END-IF.
007410     IF WS-INFLIGHT-CNT > ZERO
007420         MOVE 'CYCLE OPEN WITH A RUN STILL IN FLIGHT'
007430             TO WS-REFUSE-REASON
007440         PERFORM 3900-REFUSE-BACKOUT THRU 3900-EXIT
007450     END-IF.
007460 3200-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490*    3210-READ-HB-REC
007500*    READ ONE HEARTBEAT ROW.  A STARTED ROW SINCE THE SNAPSHOT
007510*    IS TABLED OPEN; AN ENDED OR FAILED ROW CLOSES ITS MATCH ON
007520*    JOB NAME AND START DATE AND TIME.
007530*----------------------------------------------------------------
007540 3210-READ-HB-REC.
007550     READ HEARTBEAT-FILE INTO HW-HB-RECORD
007560         AT END
007570             SET WS-FILE-EOF-YES TO TRUE
007580             GO TO 3210-EXIT
007590     END-READ.
007600     ADD 1 TO WS-HB-READ-CNT.
007610     MOVE HW-HB-START-DATE TO WS-RS-DATE.
007620     MOVE HW-HB-START-TIME TO WS-RS-TIME.
007630     IF WS-ROW-STAMP < WS-TG-STAMP
007640         GO TO 3210-EXIT
007650     END-IF.
007660     IF HW-HB-STARTED
007670         IF WS-IF-MAX >= 500
007680             ADD 1 TO WS-IF-OVERFLOW-CNT
007690         ELSE
007700             ADD 1 TO WS-IF-MAX
007710             MOVE HW-HB-JOB-NAME   TO WS-IF-JOB-NAME(WS-IF-MAX)
007720             MOVE HW-HB-START-DATE TO WS-IF-START-DATE(WS-IF-MAX)
007730             MOVE HW-HB-START-TIME TO WS-IF-START-TIME(WS-IF-MAX)
007740             MOVE 'Y'              TO WS-IF-OPEN-SW(WS-IF-MAX)
007750         END-IF
007760         GO TO 3210-EXIT
007770     END-IF.
007780     MOVE ZERO TO WS-IF-HIT.
007790     PERFORM 3220-MATCH-IN-FLIGHT THRU 3220-EXIT
007800         VARYING WS-IF-SUB FROM 1 BY 1
007810         UNTIL WS-IF-SUB > WS-IF-MAX OR WS-IF-HIT > ZERO.
007820     IF WS-IF-HIT > ZERO
007830         MOVE 'N' TO WS-IF-OPEN-SW(WS-IF-HIT)
007840     END-IF.
007850 3210-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------
007880*    3220-MATCH-IN-FLIGHT
007890*    TEST ONE OPEN IN-FLIGHT ROW AGAINST THE END ROW JUST READ.
007900*----------------------------------------------------------------
007910 3220-MATCH-IN-FLIGHT.
007920     IF WS-IF-OPEN(WS-IF-SUB)
007930        AND WS-IF-JOB-NAME(WS-IF-SUB)   = HW-HB-JOB-NAME
007940        AND WS-IF-START-DATE(WS-IF-SUB) = HW-HB-START-DATE
007950        AND WS-IF-START-TIME(WS-IF-SUB) = HW-HB-START-TIME
007960         MOVE WS-IF-SUB TO WS-IF-HIT
007970     END-IF.
007980 3220-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------
008010*    3230-PRINT-IN-FLIGHT
008020*    PRINT ONE RUN STILL IN FLIGHT.
008030*----------------------------------------------------------------
008040 3230-PRINT-IN-FLIGHT.
008050     IF NOT WS-IF-OPEN(WS-IF-SUB)
008060         GO TO 3230-EXIT
008070     END-IF.
008080     ADD 1 TO WS-INFLIGHT-CNT.
008090     MOVE WS-IF-START-DATE(WS-IF-SUB) TO WS-DATE-X.
008100     MOVE WS-IF-START-TIME(WS-IF-SUB) TO WS-TIME-X.
008110     MOVE SPACES TO HW-RL-TEXT.
008120     STRING '  IN FLIGHT  JOB '           DELIMITED BY SIZE
008130            WS-IF-JOB-NAME(WS-IF-SUB)     DELIMITED BY SIZE
008140            '  STARTED '                  DELIMITED BY SIZE
008150            WS-DATE-X                     DELIMITED BY SIZE
008160            ' '                           DELIMITED BY SIZE
008170            WS-TIME-X                     DELIMITED BY SIZE
008180         INTO HW-RL-TEXT.
008190     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008200 3230-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230*    3900-REFUSE-BACKOUT
008240*    REFUSE THE BACKOUT AT RETURN CODE 12 WITH THE REASON IN
008250*    WS-REFUSE-REASON.  NOTHING HAS BEEN CHANGED.
008260*----------------------------------------------------------------
008270 3900-REFUSE-BACKOUT.
008280     SET WS-REFUSE-YES TO TRUE.
008290     MOVE 12 TO WS-RETURN-CODE.
008300     MOVE SPACES TO HW-RL-TEXT.
008310     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008320     MOVE SPACES TO HW-RL-TEXT.
008330     STRING '*** BACKOUT REFUSED - ' DELIMITED BY SIZE
008340            WS-REFUSE-REASON         DELIMITED BY SIZE
008350         INTO HW-RL-TEXT.
008360     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008370     MOVE SPACES TO HW-RL-TEXT.
008380     MOVE '*** NOTHING HAS BEEN CHANGED' TO HW-RL-TEXT.
008390     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008400     DISPLAY 'HWBKOUT - BACKOUT REFUSED - ' WS-REFUSE-REASON.
008410 3900-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440*    4000-RESTORE-SITES
008450*    PUT THE SITE-PARM-FILE BACK TO THE SNAPSHOT.  ONE PASS OVER
008460*    THE FILE REWRITES EACH SITE THAT DIFFERS FROM ITS SNAPSHOT
008470*    IMAGE AND DELETES EACH SITE THE SNAPSHOT DOES NOT HOLD;
008480*    THEN EVERY SNAPSHOT SITE NOT SEEN ON THE FILE IS ADDED
008490*    BACK.  SITES THAT MATCH ARE LEFT ALONE.
008500*----------------------------------------------------------------
008510 4000-RESTORE-SITES.
008520     MOVE SPACES TO HW-RL-TEXT.
008530     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008540     MOVE 'SITE-PARM-FILE BACKOUT' TO HW-RL-TEXT.
008550     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008560*    THE CHANGE-HISTORY FILE IS OPENED EXTEND AND CREATED ON
008570*    THE SPOT WHEN IT DOES NOT EXIST YET, AS HWSITEM DOES.
008580     OPEN EXTEND SITE-HIST-FILE.
008590     IF NOT WS-HIST-FOUND
008600         OPEN OUTPUT SITE-HIST-FILE
008610     END-IF.
008620     IF WS-HIST-FOUND
008630         SET WS-HIST-OPEN-YES TO TRUE
008640     ELSE
008650         DISPLAY 'HWBKOUT - SITEHIST DID NOT OPEN - SITE CHANGES '
008660                 'NOT LOGGED'
008670         IF WS-RETURN-CODE < 4
008680             MOVE 4 TO WS-RETURN-CODE
008690         END-IF
008700     END-IF.
008710     SET WS-FILE-EOF-NO TO TRUE.
008720     MOVE LOW-VALUES TO HW-SR-SITE-ID.
008730     START SITE-PARM-FILE KEY NOT LESS THAN HW-SR-SITE-ID
008740         INVALID KEY
008750             SET WS-FILE-EOF-YES TO TRUE
008760     END-START.
008770     PERFORM 4010-RESTORE-SITE-REC THRU 4010-EXIT
008780         UNTIL WS-FILE-EOF-YES.
008790     PERFORM 4100-ADD-BACK-SITE THRU 4100-EXIT
008800         VARYING WS-SS-SUB FROM 1 BY 1
008810         UNTIL WS-SS-SUB > WS-SS-MAX.
008820     IF WS-HIST-OPEN-YES
008830         CLOSE SITE-HIST-FILE
008840     END-IF.
008850     IF WS-SITE-REWRITE-CNT = ZERO
008860        AND WS-SITE-READD-CNT = ZERO
008870        AND WS-SITE-REMOVE-CNT = ZERO
008880        AND WS-SITE-ERROR-CNT = ZERO
008890         MOVE SPACES TO HW-RL-TEXT
008900         MOVE '  (EVERY SITE ALREADY MATCHES THE SNAPSHOT)'
008910             TO HW-RL-TEXT
008920         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
008930     END-IF.
008940 4000-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970*    4010-RESTORE-SITE-REC
008980*    READ THE NEXT SITE ON FILE AND PUT IT BACK TO ITS SNAPSHOT
008990*    IMAGE, OR DELETE IT WHEN THE SNAPSHOT DOES NOT HOLD IT.
009000*----------------------------------------------------------------
009010 4010-RESTORE-SITE-REC.
009020     READ SITE-PARM-FILE NEXT RECORD
009030         AT END
009040             SET WS-FILE-EOF-YES TO TRUE
009050             GO TO 4010-EXIT
009060     END-READ.
009070     IF NOT WS-SITE-FOUND
009080         SET WS-FILE-EOF-YES TO TRUE
009090         PERFORM 4900-SITE-UPDATE-ERROR THRU 4900-EXIT
009100         GO TO 4010-EXIT
009110     END-IF.
009120     ADD 1 TO WS-SITE-READ-CNT.
009130     MOVE HW-SR-SITE-ID TO WS-CHANGE-SITE-ID.
009140     MOVE ZERO TO WS-SS-HIT.
009150     PERFORM 4020-MATCH-SNAP-SITE THRU 4020-EXIT
009160         VARYING WS-SS-SUB FROM 1 BY 1
009170         UNTIL WS-SS-SUB > WS-SS-MAX OR WS-SS-HIT > ZERO.
009180     IF WS-SS-HIT = ZERO
009190         MOVE HW-SITE-RECORD TO WS-OLD-SITE
009200         MOVE SPACES         TO WS-NEW-SITE
009210         DELETE SITE-PARM-FILE RECORD
009220             INVALID KEY
009230                 PERFORM 4900-SITE-UPDATE-ERROR THRU 4900-EXIT
009240                 GO TO 4010-EXIT
009250         END-DELETE
009260         ADD 1 TO WS-SITE-REMOVE-CNT
009270         MOVE 'REMOVED - NOT IN SNAPSHOT' TO WS-CHANGE-TEXT
009280         PERFORM 5000-RECORD-SITE-CHANGE THRU 5000-EXIT
009290         GO TO 4010-EXIT
009300     END-IF.
009310     MOVE 'Y' TO WS-SS-SEEN-SW(WS-SS-HIT).
009320     IF WS-SS-IMAGE(WS-SS-HIT) = HW-SITE-RECORD
009330         ADD 1 TO WS-SITE-SAME-CNT
009340         GO TO 4010-EXIT
009350     END-IF.
009360     MOVE HW-SITE-RECORD         TO WS-OLD-SITE.
009370     MOVE WS-SS-IMAGE(WS-SS-HIT) TO WS-NEW-SITE.
009380     MOVE WS-SS-IMAGE(WS-SS-HIT) TO HW-SITE-RECORD.
009390     REWRITE HW-SITE-RECORD
009400         INVALID KEY
009410             PERFORM 4900-SITE-UPDATE-ERROR THRU 4900-EXIT
009420             GO TO 4010-EXIT
009430     END-REWRITE.
009440     ADD 1 TO WS-SITE-REWRITE-CNT.
009450     MOVE 'PUT BACK TO SNAPSHOT IMAGE' TO WS-CHANGE-TEXT.
009460     PERFORM 5000-RECORD-SITE-CHANGE THRU 5000-EXIT.
009470 4010-EXIT.
009480     EXIT.
009490*----------------------------------------------------------------
009500*    4020-MATCH-SNAP-SITE
009510*    TEST ONE SNAPSHOT SITE AGAINST THE SITE JUST READ.
009520*----------------------------------------------------------------
009530 4020-MATCH-SNAP-SITE.
009540     IF WS-SS-SITE-ID(WS-SS-SUB) = WS-CHANGE-SITE-ID
009550         MOVE WS-SS-SUB TO WS-SS-HIT
009560     END-IF.
009570 4020-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------
009600*    4100-ADD-BACK-SITE
009610*    ADD BACK ONE SNAPSHOT SITE THAT IS NO LONGER ON FILE.
009620*----------------------------------------------------------------
009630 4100-ADD-BACK-SITE.
009640     IF WS-SS-SEEN(WS-SS-SUB)
009650         GO TO 4100-EXIT
009660     END-IF.
009670     MOVE WS-SS-SITE-ID(WS-SS-SUB) TO WS-CHANGE-SITE-ID.
009680     MOVE SPACES                   TO WS-OLD-SITE.
009690     MOVE WS-SS-IMAGE(WS-SS-SUB)   TO WS-NEW-SITE.
009700     MOVE WS-SS-IMAGE(WS-SS-SUB)   TO HW-SITE-RECORD.
009710     WRITE HW-SITE-RECORD
009720         INVALID KEY
009730             PERFORM 4900-SITE-UPDATE-ERROR THRU 4900-EXIT
009740             GO TO 4100-EXIT
009750     END-WRITE.
009760     ADD 1 TO WS-SITE-READD-CNT.
009770     MOVE 'ADDED BACK FROM SNAPSHOT' TO WS-CHANGE-TEXT.
009780     PERFORM 5000-RECORD-SITE-CHANGE THRU 5000-EXIT.
009790 4100-EXIT.
009800     EXIT.
009810*----------------------------------------------------------------
009820*    4500-RESTORE-DATE-CTL
009830*    PUT THE DATE-CTL RECORD BACK TO THE SNAPSHOT IMAGE.  THE
009840*    FILE IS ONE RECORD, SO IT IS REWRITTEN BY OPENING OUTPUT,
009850*    THE SAME WAY HWDATRL AND HELLOWORLD REWRITE IT.  A RECORD
009860*    THAT ALREADY MATCHES IS LEFT ALONE.
009870*----------------------------------------------------------------
009880 4500-RESTORE-DATE-CTL.
009890     MOVE SPACES TO HW-RL-TEXT.
009900     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
009910     MOVE 'DATE-CTL BACKOUT' TO HW-RL-TEXT.
009920     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
009930     IF WS-DATE-EMPTY-NO
009940        AND WS-CUR-DATE-RECORD = WS-TG-DATE-IMAGE
009950         MOVE SPACES TO HW-RL-TEXT
009960         MOVE '  (DATE-CTL ALREADY MATCHES THE SNAPSHOT)'
009970             TO HW-RL-TEXT
009980         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
009990         GO TO 4500-EXIT
010000     END-IF.
010010     OPEN OUTPUT DATE-CTL-FILE.
010020     IF NOT WS-DATE-FOUND
010030         MOVE SPACES TO HW-RL-TEXT
010040         MOVE '  DATE-CTL DID NOT OPEN FOR OUTPUT - NOT PUT BACK'
010050             TO HW-RL-TEXT
010060         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
010070         DISPLAY 'HWBKOUT - DATE-CTL-FILE DID NOT OPEN OUTPUT - '
010080                 'DATE RECORD NOT PUT BACK'
010090         MOVE 8 TO WS-RETURN-CODE
010100         GO TO 4500-EXIT
010110     END-IF.
010120     MOVE WS-TG-DATE-IMAGE TO HW-DATE-RECORD.
010130     WRITE HW-DATE-RECORD.
010140     CLOSE DATE-CTL-FILE.
010150     SET WS-DATE-DONE-YES TO TRUE.
010160     MOVE 'BEFORE' TO WS-IMG-LABEL.
010170     IF WS-DATE-EMPTY-YES
010180         MOVE SPACES TO WS-PD-DATE-RECORD
010190     ELSE
010200         MOVE WS-CUR-DATE-RECORD TO WS-PD-DATE-RECORD
010210     END-IF.
010220     PERFORM 5500-PRINT-DATE-IMAGE THRU 5500-EXIT.
010230     MOVE 'AFTER' TO WS-IMG-LABEL.
010240     MOVE WS-TG-DATE-IMAGE TO WS-PD-DATE-RECORD.
010250     PERFORM 5500-PRINT-DATE-IMAGE THRU 5500-EXIT.
010260 4500-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010281*    4600-HOLD-DATE-CTL
010282*    A SITE THAT DID NOT GO BACK LEAVES THE SITE FILE PART WAY
010283*    BETWEEN TWO CYCLES, SO THE DATE-CTL RECORD IS NOT PUT BACK
010284*    UNDER IT.  THE RUN ALREADY STANDS AT RETURN CODE 8 FROM
010285*    4900-SITE-UPDATE-ERROR - PUT THE SITES RIGHT AND RERUN.
010286*----------------------------------------------------------------
010287 4600-HOLD-DATE-CTL.
010288     MOVE SPACES TO HW-RL-TEXT.
010289     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010290     MOVE 'DATE-CTL NOT RESTORED - SITE ERRORS' TO HW-RL-TEXT.
010291     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010292     IF WS-RETURN-CODE < 8
010293         MOVE 8 TO WS-RETURN-CODE
010294     END-IF.
010295 4600-EXIT.
010296     EXIT.
010297*----------------------------------------------------------------
010298*    4900-SITE-UPDATE-ERROR
010300*    A SITE THAT COULD NOT BE READ, REWRITTEN, DELETED OR ADDED.
010310*    THE BACKOUT CARRIES ON WITH THE REST, BUT ENDS AT RETURN
010320*    CODE 8 SO THE FILE IS CHECKED BEFORE THE CYCLE RUNS.
010330*----------------------------------------------------------------
010340 4900-SITE-UPDATE-ERROR.
010350     ADD 1 TO WS-SITE-ERROR-CNT.
010360     IF WS-RETURN-CODE < 8
010370         MOVE 8 TO WS-RETURN-CODE
010380     END-IF.
010390     MOVE SPACES TO HW-RL-TEXT.
010400     STRING '  SITE '                DELIMITED BY SIZE
010410            HW-SR-SITE-ID           DELIMITED BY SIZE
010420            '  UPDATE FAILED - FILE STATUS '
010430                                    DELIMITED BY SIZE
010440            WS-SITE-FILE-STATUS     DELIMITED BY SIZE
010450         INTO HW-RL-TEXT.
010460     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010470 4900-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500*    5000-RECORD-SITE-CHANGE
010510*    PRINT ONE SITE PUT BACK WITH ITS BEFORE AND AFTER IMAGES,
010520*    AND ROW IT ON THE SITE-HIST-FILE AS A BKOUT ACTION.
010530*----------------------------------------------------------------
010540 5000-RECORD-SITE-CHANGE.
010550     MOVE SPACES TO HW-RL-TEXT.
010560     STRING '  SITE '                DELIMITED BY SIZE
010570            WS-CHANGE-SITE-ID       DELIMITED BY SIZE
010580            '  '                    DELIMITED BY SIZE
010590            WS-CHANGE-TEXT          DELIMITED BY SIZE
010600         INTO HW-RL-TEXT.
010610     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010620     MOVE 'BEFORE' TO WS-IMG-LABEL.
010630     MOVE WS-OLD-SITE TO WS-IMG-SITE.
010640     PERFORM 5010-PRINT-SITE-IMAGE THRU 5010-EXIT.
010650     MOVE 'AFTER' TO WS-IMG-LABEL.
010660     MOVE WS-NEW-SITE TO WS-IMG-SITE.
010670     PERFORM 5010-PRINT-SITE-IMAGE THRU 5010-EXIT.
010680     IF WS-HIST-OPEN-NO
010690         GO TO 5000-EXIT
010700     END-IF.
010710     MOVE WS-RUN-DATE         TO HW-SH-RUN-DATE.
010720     MOVE WS-RUN-TIME         TO HW-SH-RUN-TIME.
010730     MOVE 'BKOUT'             TO HW-SH-ACTION.
010740     MOVE WS-CHANGE-SITE-ID   TO HW-SH-SITE-ID.
010750     MOVE WS-OS-GREETING-TEXT TO HW-SH-OLD-GREETING.
010760     MOVE WS-OS-REPORT-FLAG   TO HW-SH-OLD-REPORT-FLAG.
010770     MOVE WS-OS-ACTIVE-FLAG   TO HW-SH-OLD-ACTIVE-FLAG.
010771     MOVE WS-OS-JOB-NAME      TO HW-SH-OLD-JOB-NAME.
010772     MOVE WS-OS-REGION-CODE   TO HW-SH-OLD-REGION-CODE.
010773     MOVE WS-OS-COST-CENTER   TO HW-SH-OLD-COST-CENTER.
010780     MOVE WS-NS-GREETING-TEXT TO HW-SH-NEW-GREETING.
010790     MOVE WS-NS-REPORT-FLAG   TO HW-SH-NEW-REPORT-FLAG.
010800     MOVE WS-NS-ACTIVE-FLAG   TO HW-SH-NEW-ACTIVE-FLAG.
010801     MOVE WS-NS-JOB-NAME      TO HW-SH-NEW-JOB-NAME.
010802     MOVE WS-NS-REGION-CODE   TO HW-SH-NEW-REGION-CODE.
010803     MOVE WS-NS-COST-CENTER   TO HW-SH-NEW-COST-CENTER.
010810     WRITE HW-SITE-HIST-RECORD.
010820     IF WS-HIST-FOUND
010830         ADD 1 TO WS-HIST-WRITE-CNT
010840     ELSE
010850         ADD 1 TO WS-HIST-FAIL-CNT
010860         IF WS-RETURN-CODE < 4
010870             MOVE 4 TO WS-RETURN-CODE
010880         END-IF
010890     END-IF.
010900 5000-EXIT.
010910     EXIT.
010920*----------------------------------------------------------------
010930*    5010-PRINT-SITE-IMAGE
010940*    PRINT ONE SITE IMAGE UNDER THE LABEL IN WS-IMG-LABEL.  A
010950*    BLANK IMAGE IS A SITE THAT WAS NOT ON FILE ON THAT SIDE.
010960*----------------------------------------------------------------
010970 5010-PRINT-SITE-IMAGE.
010980     MOVE SPACES TO HW-RL-TEXT.
010990     IF WS-IMG-SITE = SPACES
011000         STRING '    '                DELIMITED BY SIZE
011010                WS-IMG-LABEL          DELIMITED BY SIZE
011020                '(NOT ON FILE)'       DELIMITED BY SIZE
011030             INTO HW-RL-TEXT
011040     ELSE
011050         STRING '    '                DELIMITED BY SIZE
011060                WS-IMG-LABEL          DELIMITED BY SIZE
011070                'GREETING '           DELIMITED BY SIZE
011080                WS-IS-GREETING-TEXT   DELIMITED BY SIZE
011090                '  REPORT '           DELIMITED BY SIZE
011100                WS-IS-REPORT-FLAG     DELIMITED BY SIZE
011110                '  ACTIVE '           DELIMITED BY SIZE
011120                WS-IS-ACTIVE-FLAG     DELIMITED BY SIZE
011130                '  JOB '              DELIMITED BY SIZE
011140                WS-IS-JOB-NAME        DELIMITED BY SIZE
011150                '  REGION '           DELIMITED BY SIZE
011160                WS-IS-REGION-CODE     DELIMITED BY SIZE
011170                '  COST CTR '         DELIMITED BY SIZE
011180                WS-IS-COST-CENTER     DELIMITED BY SIZE
011190             INTO HW-RL-TEXT
011200     END-IF.
011210     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011220 5010-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------
011250*    5500-PRINT-DATE-IMAGE
011260*    PRINT ONE DATE-CTL IMAGE UNDER THE LABEL IN WS-IMG-LABEL.
011270*    A BLANK IMAGE IS A FILE WITH NO RECORD ON IT.
011280*----------------------------------------------------------------
011290 5500-PRINT-DATE-IMAGE.
011300     MOVE SPACES TO HW-RL-TEXT.
011310     IF WS-PD-DATE-RECORD = SPACES
011320         STRING 'DATE-CTL '           DELIMITED BY SIZE
011330                WS-IMG-LABEL          DELIMITED BY SIZE
011340                '(NO RECORD)'         DELIMITED BY SIZE
011350             INTO HW-RL-TEXT
011360     ELSE
011370         STRING 'DATE-CTL '           DELIMITED BY SIZE
011380                WS-IMG-LABEL          DELIMITED BY SIZE
011390                'NEXT PROC '          DELIMITED BY SIZE
011400                WS-PD-NEXT-PROC-DATE  DELIMITED BY SIZE
011410                '  PRIOR BUS '        DELIMITED BY SIZE
011420                WS-PD-PRIOR-BUS-DATE  DELIMITED BY SIZE
011430                '  EOD '              DELIMITED BY SIZE
011440                WS-PD-EOD-STATUS      DELIMITED BY SIZE
011450                '  CYCLE '            DELIMITED BY SIZE
011460                WS-PD-CYCLE-STATUS    DELIMITED BY SIZE
011470             INTO HW-RL-TEXT
011480     END-IF.
011490     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011500 5500-EXIT.
011510     EXIT.
011520*----------------------------------------------------------------
011530*    6000-WRITE-RPT-LINE
011540*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
011550*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
011560*    SPACING AFTER EACH LINE.
011570*----------------------------------------------------------------
011580 6000-WRITE-RPT-LINE.
011590     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
011600     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
011610     CALL 'HWPRINT' USING HW-PRINT-PARM.
011620     MOVE ' ' TO HW-RL-CTL.
011630 6000-EXIT.
011640     EXIT.
011650*----------------------------------------------------------------
011660*    7000-WRITE-AUDIT-REC
011670*    APPEND THIS RUN'S ROW TO THE BATCH AUDIT LOG - APPLIED,
011680*    REFUSED OR REJECTED ALIKE - AND POST IT TO THE LOG CONTROL
011690*    TOTALS THROUGH HWLOGCT.  THE LOG IS CREATED ON THE SPOT
011700*    WHEN IT DOES NOT EXIST YET, AS HELLOWORLD DOES.
011710*----------------------------------------------------------------
011720 7000-WRITE-AUDIT-REC.
011730     OPEN EXTEND AUDIT-FILE.
011740     IF NOT WS-AUDIT-FOUND
011750         OPEN OUTPUT AUDIT-FILE
011760     END-IF.
011770     IF NOT WS-AUDIT-FOUND
011780         SET WS-AUDIT-FAIL-YES TO TRUE
011790         DISPLAY 'HWBKOUT - AUDITLOG DID NOT OPEN - RUN NOT '
011800                 'LOGGED'
011810         IF WS-RETURN-CODE < 4
011820             MOVE 4 TO WS-RETURN-CODE
011830         END-IF
011840         GO TO 7000-EXIT
011850     END-IF.
011860     MOVE 'HWBKOUT'        TO HW-AR-JOB-NAME.
011870     MOVE WS-RUN-DATE      TO HW-AR-RUN-DATE.
011880     MOVE WS-RUN-TIME      TO HW-AR-RUN-TIME.
011890     MOVE WS-RETURN-CODE   TO HW-AR-RETURN-CODE.
011900     WRITE HW-AUDIT-RECORD.
011910     MOVE 'AUDITLOG'       TO HW-LG-LOG-NAME.
011920     MOVE HW-AUDIT-RECORD  TO HW-LG-ROW-IMAGE.
011930     SET HW-LG-ADD-ROW     TO TRUE.
011940     MOVE 'HWBKOUT'        TO HW-LG-PROGRAM.
011950     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
011960     IF HW-LG-RETURN-CODE NOT = ZERO
011970         SET WS-AUDIT-FAIL-YES TO TRUE
011980         DISPLAY 'HWBKOUT - AUDIT ROW NOT POSTED TO LOG CONTROL '
011990                 'TOTALS'
012000         IF WS-RETURN-CODE < 4
012010             MOVE 4 TO WS-RETURN-CODE
012020         END-IF
012030     END-IF.
012040     CLOSE AUDIT-FILE.
012050 7000-EXIT.
012060     EXIT.
012070*----------------------------------------------------------------
012080*    7500-WRITE-RPT-TRAILER
012090*    PRINT THE CONTROL COUNTS AND THE RETURN CODE.
012100*----------------------------------------------------------------
012110 7500-WRITE-RPT-TRAILER.
012120     SET HW-PS-PRINT-TOTAL TO TRUE.
012130     MOVE SPACES TO HW-RL-TEXT.
012140     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012150     MOVE WS-SNAP-READ-CNT TO WS-COUNT-EDIT.
012160     STRING 'SNAPSHOT ROWS READ . . . : ' DELIMITED BY SIZE
012170            WS-COUNT-EDIT                 DELIMITED BY SIZE
012180         INTO HW-RL-TEXT.
012190     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012200     MOVE SPACES TO HW-RL-TEXT.
012210     MOVE WS-SNAP-GEN-CNT TO WS-COUNT-EDIT.
012220     STRING 'GENERATIONS ON FILE. . . : ' DELIMITED BY SIZE
012230            WS-COUNT-EDIT                 DELIMITED BY SIZE
012240         INTO HW-RL-TEXT.
012250     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012260     MOVE SPACES TO HW-RL-TEXT.
012270     MOVE WS-SITE-READ-CNT TO WS-COUNT-EDIT.
012280     STRING 'SITES ON FILE READ . . . : ' DELIMITED BY SIZE
012290            WS-COUNT-EDIT                 DELIMITED BY SIZE
012300         INTO HW-RL-TEXT.
012310     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012320     MOVE SPACES TO HW-RL-TEXT.
012330     MOVE WS-SITE-SAME-CNT TO WS-COUNT-EDIT.
012340     STRING 'SITES ALREADY MATCHING . : ' DELIMITED BY SIZE
012350            WS-COUNT-EDIT                 DELIMITED BY SIZE
012360         INTO HW-RL-TEXT.
012370     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012380     MOVE SPACES TO HW-RL-TEXT.
012390     MOVE WS-SITE-REWRITE-CNT TO WS-COUNT-EDIT.
012400     STRING 'SITES PUT BACK . . . . . : ' DELIMITED BY SIZE
012410            WS-COUNT-EDIT                 DELIMITED BY SIZE
012420         INTO HW-RL-TEXT.
012430     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012440     MOVE SPACES TO HW-RL-TEXT.
012450     MOVE WS-SITE-READD-CNT TO WS-COUNT-EDIT.
012460     STRING 'SITES ADDED BACK . . . . : ' DELIMITED BY SIZE
012470            WS-COUNT-EDIT                 DELIMITED BY SIZE
012480         INTO HW-RL-TEXT.
012490     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012500     MOVE SPACES TO HW-RL-TEXT.
012510     MOVE WS-SITE-REMOVE-CNT TO WS-COUNT-EDIT.
012520     STRING 'SITES REMOVED. . . . . . : ' DELIMITED BY SIZE
012530            WS-COUNT-EDIT                 DELIMITED BY SIZE
012540         INTO HW-RL-TEXT.
012550     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012560     MOVE SPACES TO HW-RL-TEXT.
012570     MOVE WS-HIST-WRITE-CNT TO WS-COUNT-EDIT.
012580     STRING 'SITE HISTORY ROWS. . . . : ' DELIMITED BY SIZE
012590            WS-COUNT-EDIT                 DELIMITED BY SIZE
012600         INTO HW-RL-TEXT.
012610     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012620     MOVE SPACES TO HW-RL-TEXT.
012630     IF WS-DATE-DONE-YES
012640         MOVE 'DATE-CTL PUT BACK. . . . : YES' TO HW-RL-TEXT
012650     ELSE
012660         MOVE 'DATE-CTL PUT BACK. . . . : NO' TO HW-RL-TEXT
012670     END-IF.
012680     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
012690     IF WS-SITE-ERROR-CNT > ZERO
012700         MOVE SPACES TO HW-RL-TEXT
012710         MOVE WS-SITE-ERROR-CNT TO WS-COUNT-EDIT
012720         STRING 'SITE UPDATES FAILED - CHECK THE FILE: '
012730                                          DELIMITED BY SIZE
012740                WS-COUNT-EDIT             DELIMITED BY SIZE
012750             INTO HW-RL-TEXT
012760         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
012770     END-IF.
012780     IF WS-HIST-FAIL-CNT > ZERO
012790        OR (WS-HIST-OPEN-NO AND WS-SITE-OPEN-YES)
012800         MOVE SPACES TO HW-RL-TEXT
012810         MOVE 'SITE HISTORY NOT FULLY WRITTEN - SEE CONSOLE'
012820             TO HW-RL-TEXT
012830         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
012840     END-IF.
012850     IF WS-SNAP-BAD-CNT > ZERO
012860         MOVE SPACES TO HW-RL-TEXT
012870         MOVE WS-SNAP-BAD-CNT TO WS-COUNT-EDIT
012880         STRING 'SNAPSHOT ROWS OF NO KNOWN TYPE: '
012890                                          DELIMITED BY SIZE
012900                WS-COUNT-EDIT             DELIMITED BY SIZE
012910             INTO HW-RL-TEXT
012920         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
012930     END-IF.
012940     IF WS-AUDIT-FAIL-YES
012950         MOVE SPACES TO HW-RL-TEXT
012960         MOVE 'AUDIT LOG ROW NOT WRITTEN OR POSTED - SEE CONSOLE'
012970             TO HW-RL-TEXT
012980         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
012990     END-IF.
013000     MOVE SPACES TO HW-RL-TEXT.
013010     MOVE WS-RETURN-CODE TO WS-RC-EDIT.
013020     STRING 'RETURN CODE. . . . . . . : ' DELIMITED BY SIZE
013030            WS-RC-EDIT                    DELIMITED BY SIZE
013040         INTO HW-RL-TEXT.
013050     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
013060 7500-EXIT.
013070     EXIT.
013080*----------------------------------------------------------------
013090*    8000-TERMINATE
013100*    CLOSE FILES AND END THE RUN.
013110*----------------------------------------------------------------
013120 8000-TERMINATE.
013130     IF WS-PARM-OPEN-YES
013140         CLOSE BACKOUT-PARM-FILE
013150     END-IF.
013160     IF WS-SITE-OPEN-YES
013170         CLOSE SITE-PARM-FILE
013180     END-IF.
013190     SET HW-PS-CLOSE-RPT TO TRUE.
013200     CALL 'HWPRINT' USING HW-PRINT-PARM.
013210     MOVE WS-RETURN-CODE TO RETURN-CODE.
013220 8000-EXIT.
013230     EXIT.

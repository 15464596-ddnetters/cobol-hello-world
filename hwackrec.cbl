000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWACKREC.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - RECONCILES THE ENTERPRISE
000140*                  SCHEDULER'S RETURNED ACKNOWLEDGEMENT FILE
000150*                  AGAINST THE EXTRACT SEND ROWS HWEXTRCT APPENDS
000160*                  TO EXTLOG.  FOR EVERY CYCLE DATE IN THE RANGE
000170*                  ON A ONE-CARD PARM FILE, THE NEWEST SEND IS
000180*                  MATCHED TO THE NEWEST ACK ROW; UNACKNOWLEDGED,
000190*                  SHORT-COUNT AND REJECTED EXTRACTS ARE LISTED,
000200*                  REJECTS WITH THEIR JOB AND REASON.  SETS A
000210*                  RETURN CODE JCL CAN COND THE NEXT EXTRACT ON:
000220*                  12 WHEN ANY EXTRACT IS UNACKNOWLEDGED OR WAS
000230*                  NEVER SENT, 8 WHEN ANY IS SHORT OR REJECTED,
000240*                  4 FOR UNREADABLE ROWS OR AN ACK WITH NO SEND.
000250*                  A MISSING OR BAD CARD ALSO HOLDS AT 12 - WHEN
000260*                  IN DOUBT, HOLD THE STREAM.  A HOLD OR A REJECT
000270*                  ALSO RAISES AN ALERT THROUGH HWALERT.
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
000380     SELECT ACK-PARM-FILE
000390         ASSIGN TO "ACKPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420     SELECT EXTRACT-LOG-FILE
000430         ASSIGN TO "EXTLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-XLOG-FILE-STATUS.
000460     SELECT SCHED-ACK-FILE
000470         ASSIGN TO "ACKFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ACK-FILE-STATUS.
000500*
000510*================================================================
000520 DATA DIVISION.
000530*================================================================
000540 FILE SECTION.
000550 FD  ACK-PARM-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY HWACKP.
000580*
000590 FD  EXTRACT-LOG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY HWXLGR.
000620*
000630 FD  SCHED-ACK-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  HW-SCHED-ACK-RECORD        PIC X(80).
000660*
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWPRINT AND
000700* HWALERT, AND THE PRINT-LINE WORK AREA THE REPORT PARAGRAPHS
000710* BUILD INTO - HWPRINT OWNS THE PRINT FILE ITSELF.
000720*----------------------------------------------------------------
000730     COPY HWPRTL.
000740     COPY HWRPTR.
000750     COPY HWALRTL.
000760*----------------------------------------------------------------
000770* ONE ACK FILE ROW, SPLIT ON ITS DELIMITERS
000780*----------------------------------------------------------------
000790     COPY HWSACK.
000800*----------------------------------------------------------------
000810* SWITCHES
000820*----------------------------------------------------------------
000830 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
000840     88  WS-PARM-FOUND                     VALUE '00'.
000850 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
000860     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
000870     88  WS-PARM-OPEN-NO                   VALUE 'N'.
000880 77  WS-XLOG-FILE-STATUS        PIC X(02)  VALUE '00'.
000890     88  WS-XLOG-FOUND                     VALUE '00'.
000900 77  WS-ACK-FILE-STATUS         PIC X(02)  VALUE '00'.
000910     88  WS-ACK-FOUND                      VALUE '00'.
000920 77  WS-LOG-EOF-SW              PIC X(01)  VALUE 'N'.
000930     88  WS-LOG-EOF-YES                    VALUE 'Y'.
000940     88  WS-LOG-EOF-NO                     VALUE 'N'.
000950 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
000960     88  WS-ABORT-YES                      VALUE 'Y'.
000970     88  WS-ABORT-NO                       VALUE 'N'.
000980*----------------------------------------------------------------
000990* RETURN CODE, RUN DATE, CYCLE RANGE, AND CONTROL COUNTS
001000*----------------------------------------------------------------
001010 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001020 77  WS-ROW-RC                  PIC 9(04)  VALUE ZERO.
001030 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001040 77  WS-CYCLE-DATE              PIC 9(08)  VALUE ZERO.
001050 77  WS-FROM-DATE               PIC 9(08)  VALUE ZERO.
001060 77  WS-XLOG-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001070 77  WS-ACK-READ-CNT            PIC S9(05) COMP VALUE ZERO.
001080 77  WS-BAD-ROW-CNT             PIC S9(05) COMP VALUE ZERO.
001090 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
001100 77  WS-CLEAN-CNT               PIC S9(05) COMP VALUE ZERO.
001110 77  WS-UNACKED-CNT             PIC S9(05) COMP VALUE ZERO.
001120 77  WS-NOT-SENT-CNT            PIC S9(05) COMP VALUE ZERO.
001130 77  WS-SHORT-CNT               PIC S9(05) COMP VALUE ZERO.
001140 77  WS-REJECTED-CNT            PIC S9(05) COMP VALUE ZERO.
001150 77  WS-NO-SEND-CNT             PIC S9(05) COMP VALUE ZERO.
001160*----------------------------------------------------------------
001170* ONE ROW PER CYCLE DATE IN RANGE - THE NEWEST SEND OFF EXTLOG
001180* AND THE NEWEST ACK ROW.  A NEW ACK ROW FOR A CYCLE BUMPS ITS
001190* ACK SEQUENCE, SO THE REJECTS OF AN EARLIER LOAD DROP OUT WHEN
001200* A RESEND IS ACKNOWLEDGED.  100 CYCLE DATES IS MONTHS OF
001210* RANGE; AN OVERFLOW IS COUNTED AND FLAGGED, NEVER SILENT.
001220*----------------------------------------------------------------
001230 77  WS-CY-MAX                  PIC S9(04) COMP VALUE ZERO.
001240 77  WS-CY-SUB                  PIC S9(04) COMP VALUE ZERO.
001250 77  WS-CY-HIT                  PIC S9(04) COMP VALUE ZERO.
001260 01  WS-POST-CYCLE-DATE         PIC 9(08)  VALUE ZERO.
001270 01  WS-CYCLE-TABLE.
001280     05  WS-CY-ENTRY OCCURS 100 TIMES.
001290         10  WS-CY-CYCLE-DATE    PIC 9(08).
001300         10  WS-CY-SENT-SW       PIC X(01).
001310         10  WS-CY-SEND-CNT      PIC S9(04) COMP.
001320         10  WS-CY-DETAIL-CNT    PIC 9(06).
001330         10  WS-CY-SEND-DATE     PIC 9(08).
001340         10  WS-CY-SEND-TIME     PIC 9(08).
001350         10  WS-CY-ACK-SW        PIC X(01).
001360         10  WS-CY-ACK-SEQ       PIC S9(04) COMP.
001370         10  WS-CY-RECEIVED      PIC 9(06).
001380         10  WS-CY-ACCEPTED      PIC 9(06).
001390         10  WS-CY-REJECTED      PIC 9(06).
001400*----------------------------------------------------------------
001410* ONE ROW PER REJECT LINE, TAGGED WITH THE CYCLE ROW AND THE
001420* ACK SEQUENCE IT ARRIVED UNDER.  OVERFLOW AS ABOVE.
001430*----------------------------------------------------------------
001440 77  WS-RJ-MAX                  PIC S9(04) COMP VALUE ZERO.
001450 77  WS-RJ-SUB                  PIC S9(04) COMP VALUE ZERO.
001460 01  WS-REJECT-TABLE.
001470     05  WS-RJ-ENTRY OCCURS 300 TIMES.
001480         10  WS-RJ-CYCLE-ROW     PIC S9(04) COMP.
001490         10  WS-RJ-ACK-SEQ       PIC S9(04) COMP.
001500         10  WS-RJ-JOB-NAME      PIC X(08).
001510         10  WS-RJ-REASON        PIC X(40).
001520*----------------------------------------------------------------
001530* REPORT WORK AREAS
001540*----------------------------------------------------------------
001550 01  WS-STATUS-X                PIC X(20)  VALUE SPACES.
001560 01  WS-CNT6-EDIT               PIC ZZZ,ZZ9 VALUE ZERO.
001570 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
001580 01  WS-ALERT-TEXT              PIC X(50)  VALUE SPACES.
001590*================================================================
001600 PROCEDURE DIVISION.
001610*================================================================
001620*----------------------------------------------------------------
001630*    0000-MAINLINE
001640*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
001650*----------------------------------------------------------------
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     IF WS-ABORT-NO
001690         PERFORM 2000-LOAD-SEND-ROWS THRU 2000-EXIT
001700         PERFORM 3000-LOAD-ACK-ROWS THRU 3000-EXIT
001710         PERFORM 4000-RECONCILE THRU 4000-EXIT
001720     END-IF.
001730     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
001740     PERFORM 7500-RAISE-ACK-ALERT THRU 7500-EXIT.
001750     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001760     GOBACK.
001770*----------------------------------------------------------------
001780*    1000-INITIALIZE
001790*    READ AND EDIT THE CYCLE DATE CARD AND WRITE THE REPORT
001800*    HEADER.  A MISSING OR UNEDITABLE CARD HOLDS AT 12 - THE
001810*    STEP CANNOT SAY THE LAST EXTRACT LANDED.
001820*----------------------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     SET HW-PS-OPEN-RPT TO TRUE.
001860     MOVE 'HWACKREC' TO HW-PS-REPORT-ID.
001870     MOVE 'SCHEDULER ACKNOWLEDGEMENT RECONCILIATION'
001880         TO HW-PS-REPORT-TITLE.
001890     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
001900     CALL 'HWPRINT' USING HW-PRINT-PARM.
001910     SET HW-PS-PRINT-LINE TO TRUE.
001920     MOVE ' ' TO HW-RL-CTL.
001930     OPEN INPUT ACK-PARM-FILE.
001940     IF WS-PARM-FOUND
001950         SET WS-PARM-OPEN-YES TO TRUE
001960     ELSE
001970         MOVE 'CYCLE DATE CARD FILE DID NOT OPEN - STREAM HELD'
001980             TO HW-RL-TEXT
001990         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002000         SET WS-ABORT-YES TO TRUE
002010         MOVE 12 TO WS-RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     READ ACK-PARM-FILE
002050         AT END
002060             MOVE 'CYCLE DATE CARD MISSING - STREAM HELD'
002070                 TO HW-RL-TEXT
002080             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002090             SET WS-ABORT-YES TO TRUE
002100             MOVE 12 TO WS-RETURN-CODE
002110     END-READ.
002120     IF WS-ABORT-YES
002130         GO TO 1000-EXIT
002140     END-IF.
002150     IF HW-KP-CYCLE-DATE NOT NUMERIC
002160        OR HW-KP-CYCLE-DATE = ZERO
002170        OR HW-KP-FROM-DATE NOT NUMERIC
002180        OR HW-KP-FROM-DATE > HW-KP-CYCLE-DATE
002190         MOVE 'CYCLE DATE CARD DOES NOT EDIT - STREAM HELD'
002200             TO HW-RL-TEXT
002210         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002220         SET WS-ABORT-YES TO TRUE
002230         MOVE 12 TO WS-RETURN-CODE
002240         GO TO 1000-EXIT
002250     END-IF.
002260     MOVE HW-KP-CYCLE-DATE TO WS-CYCLE-DATE.
002270     IF HW-KP-FROM-DATE = ZERO
002280         MOVE WS-CYCLE-DATE TO WS-FROM-DATE
002290     ELSE
002300         MOVE HW-KP-FROM-DATE TO WS-FROM-DATE
002310     END-IF.
002320     MOVE SPACES TO HW-RL-TEXT.
002330     STRING 'EXTRACTS FOR CYCLE DATES ' DELIMITED BY SIZE
002340            WS-FROM-DATE                DELIMITED BY SIZE
002350            ' THROUGH '                 DELIMITED BY SIZE
002360            WS-CYCLE-DATE               DELIMITED BY SIZE
002370         INTO HW-RL-TEXT.
002380     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002390*
002400*    THE CARD'S OWN CYCLE DATE ALWAYS GETS A ROW, SO AN EXTRACT
002410*    THAT WAS NEVER SENT SHOWS UP AS SUCH.
002420*
002430     MOVE WS-CYCLE-DATE TO WS-POST-CYCLE-DATE.
002440     PERFORM 5000-FIND-CYCLE-ROW THRU 5000-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480*    2000-LOAD-SEND-ROWS
002490*    POST THE NEWEST EXTLOG SEND PER CYCLE DATE IN RANGE.  A
002500*    LOG THAT WILL NOT OPEN IS NOTED AND TREATED AS EMPTY - EVERY
002510*    CYCLE IN RANGE THEN SHOWS AS NOT SENT.
002520*----------------------------------------------------------------
002530 2000-LOAD-SEND-ROWS.
002540     OPEN INPUT EXTRACT-LOG-FILE.
002550     IF WS-XLOG-FOUND
002560         SET WS-LOG-EOF-NO TO TRUE
002570         PERFORM 2010-LOAD-SEND-REC THRU 2010-EXIT
002580             UNTIL WS-LOG-EOF-YES
002590         CLOSE EXTRACT-LOG-FILE
002600     ELSE
002610         MOVE SPACES TO HW-RL-TEXT
002620         MOVE 'EXTRACT LOG NOT FOUND - TREATED AS EMPTY'
002630             TO HW-RL-TEXT
002640         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002650     END-IF.
002660 2000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690*    2010-LOAD-SEND-REC
002700*    READ AND POST ONE SEND ROW.  THE LOG IS APPENDED IN TIME
002710*    ORDER, SO A LATER ROW FOR THE SAME CYCLE IS A RESEND.
002720*----------------------------------------------------------------
002730 2010-LOAD-SEND-REC.
002740     READ EXTRACT-LOG-FILE
002750         AT END
002760             SET WS-LOG-EOF-YES TO TRUE
002770             GO TO 2010-EXIT
002780     END-READ.
002790     ADD 1 TO WS-XLOG-READ-CNT.
002800     IF HW-XL-CYCLE-DATE NOT NUMERIC
002810        OR HW-XL-DETAIL-CNT NOT NUMERIC
002820         ADD 1 TO WS-BAD-ROW-CNT
002830         GO TO 2010-EXIT
002840     END-IF.
002850     IF HW-XL-CYCLE-DATE < WS-FROM-DATE
002860        OR HW-XL-CYCLE-DATE > WS-CYCLE-DATE
002870         GO TO 2010-EXIT
002880     END-IF.
002890     MOVE HW-XL-CYCLE-DATE TO WS-POST-CYCLE-DATE.
002900     PERFORM 5000-FIND-CYCLE-ROW THRU 5000-EXIT.
002910     IF WS-CY-HIT = ZERO
002920         GO TO 2010-EXIT
002930     END-IF.
002940     MOVE 'Y'              TO WS-CY-SENT-SW(WS-CY-HIT).
002950     ADD 1                 TO WS-CY-SEND-CNT(WS-CY-HIT).
002960     MOVE HW-XL-DETAIL-CNT TO WS-CY-DETAIL-CNT(WS-CY-HIT).
002970     MOVE HW-XL-SEND-DATE  TO WS-CY-SEND-DATE(WS-CY-HIT).
002980     MOVE HW-XL-SEND-TIME  TO WS-CY-SEND-TIME(WS-CY-HIT).
002990 2010-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020*    3000-LOAD-ACK-ROWS
003030*    POST THE SCHEDULER'S ACK AND REJECT ROWS FOR CYCLE DATES
003040*    IN RANGE.  NO ACK FILE AT ALL MEANS NOTHING WAS
003050*    ACKNOWLEDGED.
003060*----------------------------------------------------------------
003070 3000-LOAD-ACK-ROWS.
003080     OPEN INPUT SCHED-ACK-FILE.
003090     IF WS-ACK-FOUND
003100         SET WS-LOG-EOF-NO TO TRUE
003110         PERFORM 3010-LOAD-ACK-REC THRU 3010-EXIT
003120             UNTIL WS-LOG-EOF-YES
003130         CLOSE SCHED-ACK-FILE
003140     ELSE
003150         MOVE SPACES TO HW-RL-TEXT
003160         MOVE 'ACK FILE NOT FOUND - NOTHING ACKNOWLEDGED'
003170             TO HW-RL-TEXT
003180         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003190     END-IF.
003200 3000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230*    3010-LOAD-ACK-REC
003240*    READ ONE ACK FILE ROW, SPLIT IT, AND POST IT BY TYPE.  A
003250*    ROW OF ANY OTHER TYPE, OR WHOSE DATE OR COUNTS WILL NOT
003260*    EDIT, IS COUNTED AS UNREADABLE.
003270*----------------------------------------------------------------
003280 3010-LOAD-ACK-REC.
003290     READ SCHED-ACK-FILE
003300         AT END
003310             SET WS-LOG-EOF-YES TO TRUE
003320             GO TO 3010-EXIT
003330     END-READ.
003340     ADD 1 TO WS-ACK-READ-CNT.
003350     MOVE SPACES TO HW-SCHED-ACK-AREA.
003360     UNSTRING HW-SCHED-ACK-RECORD DELIMITED BY '|'
003370         INTO HW-SA-REC-TYPE.
003380     EVALUATE TRUE
003390         WHEN HW-SA-ACK-ROW
003400             UNSTRING HW-SCHED-ACK-RECORD DELIMITED BY '|'
003410                 INTO HW-SA-REC-TYPE
003420                      HW-SA-CYCLE-X
003430                      HW-SA-RECEIVED-X
003440                      HW-SA-ACCEPTED-X
003450                      HW-SA-REJECTED-X
003460             PERFORM 3100-POST-ACK-ROW THRU 3100-EXIT
003470         WHEN HW-SA-REJ-ROW
003480             UNSTRING HW-SCHED-ACK-RECORD DELIMITED BY '|'
003490                 INTO HW-SA-REC-TYPE
003500                      HW-SA-CYCLE-X
003510                      HW-SA-JOB-NAME
003520                      HW-SA-REASON
003530             PERFORM 3200-POST-REJ-ROW THRU 3200-EXIT
003540         WHEN OTHER
003550             ADD 1 TO WS-BAD-ROW-CNT
003560     END-EVALUATE.
003570 3010-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600*    3100-POST-ACK-ROW
003610*    POST ONE ACK ROW TO ITS CYCLE - THE NEWEST ACK WINS.
003620*----------------------------------------------------------------
003630 3100-POST-ACK-ROW.
003640     IF HW-SA-CYCLE-N NOT NUMERIC
003650        OR HW-SA-RECEIVED-N NOT NUMERIC
003660        OR HW-SA-ACCEPTED-N NOT NUMERIC
003670        OR HW-SA-REJECTED-N NOT NUMERIC
003680         ADD 1 TO WS-BAD-ROW-CNT
003690         GO TO 3100-EXIT
003700     END-IF.
003710     IF HW-SA-CYCLE-N < WS-FROM-DATE
003720        OR HW-SA-CYCLE-N > WS-CYCLE-DATE
003730         GO TO 3100-EXIT
003740     END-IF.
003750     MOVE HW-SA-CYCLE-N TO WS-POST-CYCLE-DATE.
003760     PERFORM 5000-FIND-CYCLE-ROW THRU 5000-EXIT.
003770     IF WS-CY-HIT = ZERO
003780         GO TO 3100-EXIT
003790     END-IF.
003800     MOVE 'Y'              TO WS-CY-ACK-SW(WS-CY-HIT).
003810     ADD 1                 TO WS-CY-ACK-SEQ(WS-CY-HIT).
003820     MOVE HW-SA-RECEIVED-N TO WS-CY-RECEIVED(WS-CY-HIT).
003830     MOVE HW-SA-ACCEPTED-N TO WS-CY-ACCEPTED(WS-CY-HIT).
003840     MOVE HW-SA-REJECTED-N TO WS-CY-REJECTED(WS-CY-HIT).
003850 3100-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    3200-POST-REJ-ROW
003890*    TABLE ONE REJECT ROW UNDER ITS CYCLE'S CURRENT ACK.
003900*----------------------------------------------------------------
003910 3200-POST-REJ-ROW.
003920     IF HW-SA-CYCLE-N NOT NUMERIC
003930         ADD 1 TO WS-BAD-ROW-CNT
003940         GO TO 3200-EXIT
003950     END-IF.
003960     IF HW-SA-CYCLE-N < WS-FROM-DATE
003970        OR HW-SA-CYCLE-N > WS-CYCLE-DATE
003980         GO TO 3200-EXIT
003990     END-IF.
004000     MOVE HW-SA-CYCLE-N TO WS-POST-CYCLE-DATE.
004010     PERFORM 5000-FIND-CYCLE-ROW THRU 5000-EXIT.
004020     IF WS-CY-HIT = ZERO
004030         GO TO 3200-EXIT
004040     END-IF.
004050     IF WS-RJ-MAX >= 300
004060         ADD 1 TO WS-DROPPED-CNT
004070         GO TO 3200-EXIT
004080     END-IF.
004090     ADD 1 TO WS-RJ-MAX.
004100     MOVE WS-CY-HIT             TO WS-RJ-CYCLE-ROW(WS-RJ-MAX).
004110     MOVE WS-CY-ACK-SEQ(WS-CY-HIT) TO WS-RJ-ACK-SEQ(WS-RJ-MAX).
004120     MOVE HW-SA-JOB-NAME        TO WS-RJ-JOB-NAME(WS-RJ-MAX).
004130     MOVE HW-SA-REASON          TO WS-RJ-REASON(WS-RJ-MAX).
004140 3200-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    4000-RECONCILE
004180*    WALK THE CYCLE TABLE AND LIST EVERY EXTRACT THAT IS NOT
004190*    CLEAN.
004200*----------------------------------------------------------------
004210 4000-RECONCILE.
004220     MOVE SPACES TO HW-RL-TEXT.
004230     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004240     MOVE 'CYCLE    SENT ON  SENT AT     SENT  RECEIVED  ACCEPTED'
004250         TO HW-RL-TEXT.
004260     MOVE 'REJECTED  STATUS' TO HW-RL-TEXT(60:16).
004270     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004280     PERFORM 4100-CHECK-ONE-CYCLE THRU 4100-EXIT
004290         VARYING WS-CY-SUB FROM 1 BY 1
004300         UNTIL WS-CY-SUB > WS-CY-MAX.
004310     IF WS-CLEAN-CNT = WS-CY-MAX
004320         MOVE SPACES TO HW-RL-TEXT
004330         MOVE '  (EVERY EXTRACT IN RANGE ACKNOWLEDGED IN FULL)'
004340             TO HW-RL-TEXT
004350         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004360     END-IF.
004370 4000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400*    4100-CHECK-ONE-CYCLE
004410*    CLASSIFY ONE CYCLE DATE, RAISE THE RETURN CODE TO MATCH,
004420*    AND PRINT IT UNLESS IT IS CLEAN.  A COUNT THAT DIFFERS
004430*    EITHER WAY FROM WHAT WAS SENT IS A SHORT COUNT - THE
004440*    RECEIVER DID NOT LOAD THE FILE HWEXTRCT WROTE.
004450*----------------------------------------------------------------
004460 4100-CHECK-ONE-CYCLE.
004470     MOVE ZERO TO WS-ROW-RC.
004480     EVALUATE TRUE
004490         WHEN WS-CY-SENT-SW(WS-CY-SUB) = 'N'
004500          AND WS-CY-ACK-SW(WS-CY-SUB) = 'N'
004510             MOVE 'NOT SENT - HELD' TO WS-STATUS-X
004520             ADD 1 TO WS-NOT-SENT-CNT
004530             MOVE 12 TO WS-ROW-RC
004540         WHEN WS-CY-SENT-SW(WS-CY-SUB) = 'N'
004550             MOVE 'ACK BUT NO SEND' TO WS-STATUS-X
004560             ADD 1 TO WS-NO-SEND-CNT
004570             MOVE 4 TO WS-ROW-RC
004580         WHEN WS-CY-ACK-SW(WS-CY-SUB) = 'N'
004590             MOVE 'UNACKNOWLEDGED - HELD' TO WS-STATUS-X
004600             ADD 1 TO WS-UNACKED-CNT
004610             MOVE 12 TO WS-ROW-RC
004620         WHEN WS-CY-RECEIVED(WS-CY-SUB)
004630                  NOT = WS-CY-DETAIL-CNT(WS-CY-SUB)
004640             MOVE 'SHORT COUNT' TO WS-STATUS-X
004650             ADD 1 TO WS-SHORT-CNT
004660             MOVE 8 TO WS-ROW-RC
004670         WHEN WS-CY-REJECTED(WS-CY-SUB) > ZERO
004680             MOVE 'REJECTED' TO WS-STATUS-X
004690             ADD 1 TO WS-REJECTED-CNT
004700             MOVE 8 TO WS-ROW-RC
004710         WHEN OTHER
004720             ADD 1 TO WS-CLEAN-CNT
004730     END-EVALUATE.
004740     IF WS-ROW-RC = ZERO
004750         GO TO 4100-EXIT
004760     END-IF.
004770     IF WS-ROW-RC > WS-RETURN-CODE
004780         MOVE WS-ROW-RC TO WS-RETURN-CODE
004790     END-IF.
004800     PERFORM 4200-WRITE-CYCLE-LINE THRU 4200-EXIT.
004810     IF WS-CY-ACK-SW(WS-CY-SUB) = 'Y'
004820         PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
004830             VARYING WS-RJ-SUB FROM 1 BY 1
004840             UNTIL WS-RJ-SUB > WS-RJ-MAX
004850     END-IF.
004860 4100-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890*    4200-WRITE-CYCLE-LINE
004900*    PRINT ONE CYCLE'S SEND AND ACK FIGURES AND ITS STATUS.
004910*    FIGURES NOT ON FILE ARE LEFT BLANK.
004920*----------------------------------------------------------------
004930 4200-WRITE-CYCLE-LINE.
004940     MOVE SPACES TO HW-RL-TEXT.
004950     MOVE WS-CY-CYCLE-DATE(WS-CY-SUB) TO HW-RL-TEXT(1:8).
004960     IF WS-CY-SENT-SW(WS-CY-SUB) = 'Y'
004970         MOVE WS-CY-SEND-DATE(WS-CY-SUB) TO HW-RL-TEXT(10:8)
004980         MOVE WS-CY-SEND-TIME(WS-CY-SUB) TO HW-RL-TEXT(19:8)
004990         MOVE WS-CY-DETAIL-CNT(WS-CY-SUB) TO WS-CNT6-EDIT
005000         MOVE WS-CNT6-EDIT TO HW-RL-TEXT(28:7)
005010     END-IF.
005020     IF WS-CY-ACK-SW(WS-CY-SUB) = 'Y'
005030         MOVE WS-CY-RECEIVED(WS-CY-SUB) TO WS-CNT6-EDIT
005040         MOVE WS-CNT6-EDIT TO HW-RL-TEXT(38:7)
005050         MOVE WS-CY-ACCEPTED(WS-CY-SUB) TO WS-CNT6-EDIT
005060         MOVE WS-CNT6-EDIT TO HW-RL-TEXT(48:7)
005070         MOVE WS-CY-REJECTED(WS-CY-SUB) TO WS-CNT6-EDIT
005080         MOVE WS-CNT6-EDIT TO HW-RL-TEXT(60:7)
005090     END-IF.
005100     MOVE WS-STATUS-X TO HW-RL-TEXT(70:20).
005110     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005120 4200-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    4300-WRITE-REJECT-LINE
005160*    PRINT ONE REJECT ROW UNDER ITS CYCLE LINE, IF IT BELONGS
005170*    TO THE CYCLE'S NEWEST ACK.
005180*----------------------------------------------------------------
005190 4300-WRITE-REJECT-LINE.
005200     IF WS-RJ-CYCLE-ROW(WS-RJ-SUB) NOT = WS-CY-SUB
005210        OR WS-RJ-ACK-SEQ(WS-RJ-SUB) NOT = WS-CY-ACK-SEQ(WS-CY-SUB)
005220         GO TO 4300-EXIT
005230     END-IF.
005240     MOVE SPACES TO HW-RL-TEXT.
005250     STRING '    REJECTED JOB '           DELIMITED BY SIZE
005260            WS-RJ-JOB-NAME(WS-RJ-SUB)     DELIMITED BY SIZE
005270            '  '                          DELIMITED BY SIZE
005280            WS-RJ-REASON(WS-RJ-SUB)       DELIMITED BY SIZE
005290         INTO HW-RL-TEXT.
005300     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005310 4300-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    5000-FIND-CYCLE-ROW
005350*    FIND - OR ADD - THE ROW FOR THE CYCLE DATE THE CALLER PUT
005360*    IN WS-POST-CYCLE-DATE.  A FULL TABLE IS COUNTED AND
005370*    FLAGGED, NEVER SILENT.
005380*----------------------------------------------------------------
005390 5000-FIND-CYCLE-ROW.
005400     MOVE ZERO TO WS-CY-HIT.
005410     PERFORM 5010-MATCH-CYCLE-ROW THRU 5010-EXIT
005420         VARYING WS-CY-SUB FROM 1 BY 1
005430         UNTIL WS-CY-SUB > WS-CY-MAX OR WS-CY-HIT > ZERO.
005440     IF WS-CY-HIT > ZERO
005450         GO TO 5000-EXIT
005460     END-IF.
005470     IF WS-CY-MAX >= 100
005480         ADD 1 TO WS-DROPPED-CNT
005490         GO TO 5000-EXIT
005500     END-IF.
005510     ADD 1 TO WS-CY-MAX.
005520     MOVE WS-CY-MAX TO WS-CY-HIT.
005530     MOVE WS-POST-CYCLE-DATE TO WS-CY-CYCLE-DATE(WS-CY-HIT).
005540     MOVE 'N'  TO WS-CY-SENT-SW(WS-CY-HIT).
005550     MOVE ZERO TO WS-CY-SEND-CNT(WS-CY-HIT).
005560     MOVE ZERO TO WS-CY-DETAIL-CNT(WS-CY-HIT).
005570     MOVE ZERO TO WS-CY-SEND-DATE(WS-CY-HIT).
005580     MOVE ZERO TO WS-CY-SEND-TIME(WS-CY-HIT).
005590     MOVE 'N'  TO WS-CY-ACK-SW(WS-CY-HIT).
005600     MOVE ZERO TO WS-CY-ACK-SEQ(WS-CY-HIT).
005610     MOVE ZERO TO WS-CY-RECEIVED(WS-CY-HIT).
005620     MOVE ZERO TO WS-CY-ACCEPTED(WS-CY-HIT).
005630     MOVE ZERO TO WS-CY-REJECTED(WS-CY-HIT).
005640 5000-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670*    5010-MATCH-CYCLE-ROW
005680*    TEST ONE CYCLE ROW AGAINST THE CYCLE DATE IN HAND.
005690*----------------------------------------------------------------
005700 5010-MATCH-CYCLE-ROW.
005710     IF WS-CY-CYCLE-DATE(WS-CY-SUB) = WS-POST-CYCLE-DATE
005720         MOVE WS-CY-SUB TO WS-CY-HIT
005730     END-IF.
005740 5010-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770*    6000-WRITE-RPT-LINE
005780*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
005790*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
005800*    SPACING AFTER EACH LINE.
005810*----------------------------------------------------------------
005820 6000-WRITE-RPT-LINE.
005830     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
005840     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
005850     CALL 'HWPRINT' USING HW-PRINT-PARM.
005860     MOVE ' ' TO HW-RL-CTL.
005870 6000-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900*    7000-WRITE-RPT-TRAILER
005910*    PRINT THE CONTROL COUNTS.  UNREADABLE OR DROPPED ROWS END
005920*    AN OTHERWISE CLEAN STEP AT 4.
005930*----------------------------------------------------------------
005940 7000-WRITE-RPT-TRAILER.
005950     SET HW-PS-PRINT-TOTAL TO TRUE.
005960     MOVE SPACES TO HW-RL-TEXT.
005970     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005980     MOVE WS-XLOG-READ-CNT TO WS-COUNT-EDIT.
005990     STRING 'SEND ROWS READ . . . . . : ' DELIMITED BY SIZE
006000            WS-COUNT-EDIT                 DELIMITED BY SIZE
006010         INTO HW-RL-TEXT.
006020     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006030     MOVE SPACES TO HW-RL-TEXT.
006040     MOVE WS-ACK-READ-CNT TO WS-COUNT-EDIT.
006050     STRING 'ACK FILE ROWS READ . . . : ' DELIMITED BY SIZE
006060            WS-COUNT-EDIT                 DELIMITED BY SIZE
006070         INTO HW-RL-TEXT.
006080     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006090     MOVE SPACES TO HW-RL-TEXT.
006100     MOVE WS-CLEAN-CNT TO WS-COUNT-EDIT.
006110     STRING 'ACKNOWLEDGED IN FULL . . : ' DELIMITED BY SIZE
006120            WS-COUNT-EDIT                 DELIMITED BY SIZE
006130         INTO HW-RL-TEXT.
006140     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006150     MOVE SPACES TO HW-RL-TEXT.
006160     MOVE WS-UNACKED-CNT TO WS-COUNT-EDIT.
006170     STRING 'UNACKNOWLEDGED . . . . . : ' DELIMITED BY SIZE
006180            WS-COUNT-EDIT                 DELIMITED BY SIZE
006190         INTO HW-RL-TEXT.
006200     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006210     MOVE SPACES TO HW-RL-TEXT.
006220     MOVE WS-NOT-SENT-CNT TO WS-COUNT-EDIT.
006230     STRING 'NOT SENT . . . . . . . . : ' DELIMITED BY SIZE
006240            WS-COUNT-EDIT                 DELIMITED BY SIZE
006250         INTO HW-RL-TEXT.
006260     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006270     MOVE SPACES TO HW-RL-TEXT.
006280     MOVE WS-SHORT-CNT TO WS-COUNT-EDIT.
006290     STRING 'SHORT COUNT. . . . . . . : ' DELIMITED BY SIZE
006300            WS-COUNT-EDIT                 DELIMITED BY SIZE
006310         INTO HW-RL-TEXT.
006320     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006330     MOVE SPACES TO HW-RL-TEXT.
006340     MOVE WS-REJECTED-CNT TO WS-COUNT-EDIT.
006350     STRING 'REJECTED . . . . . . . . : ' DELIMITED BY SIZE
006360            WS-COUNT-EDIT                 DELIMITED BY SIZE
006370         INTO HW-RL-TEXT.
006380     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006390     MOVE SPACES TO HW-RL-TEXT.
006400     MOVE WS-NO-SEND-CNT TO WS-COUNT-EDIT.
006410     STRING 'ACK WITH NO SEND . . . . : ' DELIMITED BY SIZE
006420            WS-COUNT-EDIT                 DELIMITED BY SIZE
006430         INTO HW-RL-TEXT.
006440     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006450     IF WS-BAD-ROW-CNT > ZERO
006460         MOVE SPACES TO HW-RL-TEXT
006470         MOVE WS-BAD-ROW-CNT TO WS-COUNT-EDIT
006480         STRING 'UNREADABLE ROWS SKIPPED. : ' DELIMITED BY SIZE
006490                WS-COUNT-EDIT                 DELIMITED BY SIZE
006500             INTO HW-RL-TEXT
006510         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006520         IF WS-RETURN-CODE = ZERO
006530             MOVE 4 TO WS-RETURN-CODE
006540         END-IF
006550     END-IF.
006560     IF WS-DROPPED-CNT > ZERO
006570         MOVE SPACES TO HW-RL-TEXT
006580         MOVE WS-DROPPED-CNT TO WS-COUNT-EDIT
006590         STRING 'ROWS DROPPED (TABLE FULL): ' DELIMITED BY SIZE
006600                WS-COUNT-EDIT                 DELIMITED BY SIZE
006610             INTO HW-RL-TEXT
006620         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006630         IF WS-RETURN-CODE = ZERO
006640             MOVE 4 TO WS-RETURN-CODE
006650         END-IF
006660     END-IF.
006670 7000-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    7500-RAISE-ACK-ALERT
006710*    A HELD STREAM RAISES A CRITICAL ALERT, A SHORT OR REJECTED
006720*    EXTRACT AN ERROR ALERT, THROUGH HWALERT.  LESSER RETURN
006730*    CODES RAISE NOTHING.
006740*----------------------------------------------------------------
006750 7500-RAISE-ACK-ALERT.
006760     IF WS-RETURN-CODE < 8
006770         GO TO 7500-EXIT
006780     END-IF.
006790     MOVE SPACES TO HW-ALERT-PARM.
006800     IF WS-RETURN-CODE > 8
006810         SET HW-AL-CRITICAL TO TRUE
006820         MOVE 'EXTRACT NOT ACKNOWLEDGED - NEXT EXTRACT HELD'
006830             TO WS-ALERT-TEXT
006840     ELSE
006850         SET HW-AL-ERROR TO TRUE
006860         MOVE 'EXTRACT SHORT OR REJECTED BY THE SCHEDULER'
006870             TO WS-ALERT-TEXT
006880     END-IF.
006890     MOVE 'HWACKREC'    TO HW-AL-PROGRAM.
006900     MOVE SPACES        TO HW-AL-JOB-NAME.
006910     MOVE SPACES        TO HW-AL-SITE-ID.
006920     MOVE WS-ALERT-TEXT TO HW-AL-CONDITION.
006930     MOVE WS-CYCLE-DATE TO HW-AL-CYCLE-DATE.
006940     CALL 'HWALERT' USING HW-ALERT-PARM.
006950 7500-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980*    8000-TERMINATE
006990*    CLOSE FILES AND END THE RUN.
007000*----------------------------------------------------------------
007010 8000-TERMINATE.
007020     IF WS-PARM-OPEN-YES
007030         CLOSE ACK-PARM-FILE
007040     END-IF.
007050     SET HW-PS-CLOSE-RPT TO TRUE.
007060     CALL 'HWPRINT' USING HW-PRINT-PARM.
007070     MOVE WS-RETURN-CODE TO RETURN-CODE.
007080 8000-EXIT.
007090     EXIT.

000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWOVRRPT.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - MONTHLY OVERRIDE-USAGE
000140*                  REPORT FOR THE AUDITORS OFF THE OVERRIDE LOG
000150*                  HWOPAUTH WRITES.  TAKES THE REPORT MONTH
000160*                  (YYYYMM) ON A ONE-CARD PARM FILE IN THE SAME
000170*                  LAYOUT AS HWMOSTAT'S, LISTS EVERY REFUSED
000180*                  SITE, FORCE AND RESTART IN THE MONTH WITH ITS
000190*                  REASON, THEN PRINTS, PER OPERATOR, THE FORCE
000200*                  AND RESTART OVERRIDES GRANTED AND REFUSED AND
000210*                  THE SITE REFUSALS - REPLACING THE MONTHLY
000220*                  RECONSTRUCTION FROM PAPER COVER SHEETS.
000230*----------------------------------------------------------------
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260*================================================================
000270 CONFIGURATION SECTION.
000280     SOURCE-COMPUTER.   IBM-370.
000290     OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OVRRPT-PARM-FILE
000340         ASSIGN TO "OVRPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-FILE-STATUS.
000370     SELECT OVR-LOG-FILE
000380         ASSIGN TO "OVRLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OLOG-FILE-STATUS.
000410*
000420*================================================================
000430 DATA DIVISION.
000440*================================================================
000450 FILE SECTION.
000460 FD  OVRRPT-PARM-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY HWMSTP.
000490*
000500 FD  OVR-LOG-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY HWOVLR.
000530*
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------
000560* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
000570* PRINT-LINE WORK AREA THE REPORT PARAGRAPHS BUILD INTO -
000580* HWPRINT OWNS THE PRINT FILE ITSELF.
000590*----------------------------------------------------------------
000600     COPY HWPRTL.
000610     COPY HWRPTR.
000620*----------------------------------------------------------------
000630* SWITCHES
000640*----------------------------------------------------------------
000650 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
000660     88  WS-PARM-FOUND                     VALUE '00'.
000670 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
000680     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
000690     88  WS-PARM-OPEN-NO                   VALUE 'N'.
000700 77  WS-OLOG-FILE-STATUS        PIC X(02)  VALUE '00'.
000710     88  WS-OLOG-FOUND                     VALUE '00'.
000720 77  WS-OLOG-OPEN-SW            PIC X(01)  VALUE 'N'.
000730     88  WS-OLOG-OPEN-YES                  VALUE 'Y'.
000740     88  WS-OLOG-OPEN-NO                   VALUE 'N'.
000750 77  WS-OLOG-EOF-SW             PIC X(01)  VALUE 'N'.
000760     88  WS-OLOG-EOF-YES                   VALUE 'Y'.
000770     88  WS-OLOG-EOF-NO                    VALUE 'N'.
000780 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
000790     88  WS-ABORT-YES                      VALUE 'Y'.
000800     88  WS-ABORT-NO                       VALUE 'N'.
000810*----------------------------------------------------------------
000820* RETURN CODE, RUN DATE, REPORT MONTH, COUNTERS
000830*----------------------------------------------------------------
000840 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
000850 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
000860 77  WS-OLOG-READ-CNT           PIC S9(07) COMP VALUE ZERO.
000870 77  WS-MONTH-ROW-CNT           PIC S9(07) COMP VALUE ZERO.
000880 77  WS-REFUSED-CNT             PIC S9(07) COMP VALUE ZERO.
000890 77  WS-GRANTED-CNT             PIC S9(07) COMP VALUE ZERO.
000900 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
000910 01  WS-REPORT-MONTH            PIC 9(06)  VALUE ZERO.
000920 01  WS-ROW-MONTH               PIC 9(06)  VALUE ZERO.
000930*----------------------------------------------------------------
000940* PER-OPERATOR USAGE TABLE.  200 OPERATORS MATCHES THE AUTHORITY
000950* TABLE HWOPAUTH KEEPS; AN OVERFLOW IS COUNTED AND FLAGGED,
000960* NEVER SILENT.
000970*----------------------------------------------------------------
000980 77  WS-OP-MAX                  PIC S9(04) COMP VALUE ZERO.
000990 77  WS-OP-SUB                  PIC S9(04) COMP VALUE ZERO.
001000 77  WS-OP-HIT                  PIC S9(04) COMP VALUE ZERO.
001010 01  WS-OPER-TABLE.
001020     05  WS-OP-ENTRY OCCURS 200 TIMES.
001030         10  WS-OP-OPERATOR-ID   PIC X(08).
001040         10  WS-OP-FORCE-OK-CNT  PIC S9(05) COMP.
001050         10  WS-OP-FORCE-NO-CNT  PIC S9(05) COMP.
001060         10  WS-OP-RSTRT-OK-CNT  PIC S9(05) COMP.
001070         10  WS-OP-RSTRT-NO-CNT  PIC S9(05) COMP.
001080         10  WS-OP-SITE-NO-CNT   PIC S9(05) COMP.
001090*----------------------------------------------------------------
001100* MONTH TOTALS
001110*----------------------------------------------------------------
001120 77  WS-TOT-FORCE-OK-CNT        PIC S9(07) COMP VALUE ZERO.
001130 77  WS-TOT-FORCE-NO-CNT        PIC S9(07) COMP VALUE ZERO.
001140 77  WS-TOT-RSTRT-OK-CNT        PIC S9(07) COMP VALUE ZERO.
001150 77  WS-TOT-RSTRT-NO-CNT        PIC S9(07) COMP VALUE ZERO.
001160 77  WS-TOT-SITE-NO-CNT         PIC S9(07) COMP VALUE ZERO.
001170*----------------------------------------------------------------
001180* REPORT WORK AREAS
001190*----------------------------------------------------------------
001200 01  WS-MONTH-X                 PIC X(06)  VALUE SPACES.
001210 01  WS-TIME-WORK               PIC 9(08)  VALUE ZERO.
001220 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001230     05  WS-TW-HH                PIC 9(02).
001240     05  WS-TW-MM                PIC 9(02).
001250     05  WS-TW-SS                PIC 9(02).
001260     05  FILLER                  PIC 9(02).
001270 01  WS-TIME-X.
001280     05  WS-TX-HH                PIC 9(02).
001290     05  FILLER                  PIC X(01) VALUE ':'.
001300     05  WS-TX-MM                PIC 9(02).
001310     05  FILLER                  PIC X(01) VALUE ':'.
001320     05  WS-TX-SS                PIC 9(02).
001330 01  WS-CHECK-NAME              PIC X(07)  VALUE SPACES.
001340 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
001350*================================================================
001360 PROCEDURE DIVISION.
001370*================================================================
001380*----------------------------------------------------------------
001390*    0000-MAINLINE
001400*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     IF WS-ABORT-NO
001450         PERFORM 2000-TALLY-LOG-ROWS THRU 2000-EXIT
001460         PERFORM 3000-REPORT-OPERATORS THRU 3000-EXIT
001470         PERFORM 4000-REPORT-MONTH-TOTALS THRU 4000-EXIT
001480     END-IF.
001490     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
001500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001510     GOBACK.
001520*----------------------------------------------------------------
001530*    1000-INITIALIZE
001540*    READ AND EDIT THE REPORT-MONTH CARD AND WRITE THE REPORT
001550*    HEADER AND THE REFUSAL-DETAIL HEADINGS.  A MISSING OR
001560*    UNEDITABLE CARD STOPS THE RUN.  A MISSING OVERRIDE LOG
001570*    MEANS NO OVERRIDE HAS EVER BEEN LOGGED - WORTH A WARNING,
001580*    NOT A FAILURE.
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001620     SET HW-PS-OPEN-RPT TO TRUE.
001630     MOVE 'HWOVRRPT' TO HW-PS-REPORT-ID.
001640     MOVE 'MONTHLY OVERRIDE-USAGE REPORT'
001650         TO HW-PS-REPORT-TITLE.
001660     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
001670     CALL 'HWPRINT' USING HW-PRINT-PARM.
001680     SET HW-PS-PRINT-LINE TO TRUE.
001690     MOVE ' ' TO HW-RL-CTL.
001700     OPEN INPUT OVRRPT-PARM-FILE.
001710     IF WS-PARM-FOUND
001720         SET WS-PARM-OPEN-YES TO TRUE
001730     ELSE
001740         MOVE 'REPORT MONTH CARD FILE DID NOT OPEN - NO REPORT'
001750             TO HW-RL-TEXT
001760         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
001770         SET WS-ABORT-YES TO TRUE
001780         MOVE 8 TO WS-RETURN-CODE
001790         GO TO 1000-EXIT
001800     END-IF.
001810     READ OVRRPT-PARM-FILE
001820         AT END
001830             MOVE 'REPORT MONTH CARD MISSING - NO REPORT'
001840                 TO HW-RL-TEXT
001850             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
001860             SET WS-ABORT-YES TO TRUE
001870             MOVE 8 TO WS-RETURN-CODE
001880     END-READ.
001890     IF WS-ABORT-YES
001900         GO TO 1000-EXIT
001910     END-IF.
001920     IF HW-MS-REPORT-MONTH NOT NUMERIC
001930        OR HW-MS-REPORT-MONTH(5:2) < '01'
001940        OR HW-MS-REPORT-MONTH(5:2) > '12'
001950         MOVE 'REPORT MONTH NOT A USABLE YYYYMM - NO REPORT'
001960             TO HW-RL-TEXT
001970         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
001980         SET WS-ABORT-YES TO TRUE
001990         MOVE 8 TO WS-RETURN-CODE
002000         GO TO 1000-EXIT
002010     END-IF.
002020     MOVE HW-MS-REPORT-MONTH TO WS-REPORT-MONTH.
002030     MOVE WS-REPORT-MONTH TO WS-MONTH-X.
002040     MOVE SPACES TO HW-RL-TEXT.
002050     STRING 'REPORT MONTH '         DELIMITED BY SIZE
002060            WS-MONTH-X              DELIMITED BY SIZE
002070         INTO HW-RL-TEXT.
002080     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002090     OPEN INPUT OVR-LOG-FILE.
002100     IF WS-OLOG-FOUND
002110         SET WS-OLOG-OPEN-YES TO TRUE
002120     ELSE
002130         SET WS-OLOG-EOF-YES TO TRUE
002140         MOVE 4 TO WS-RETURN-CODE
002150         MOVE SPACES TO HW-RL-TEXT
002160         MOVE 'OVERRIDE LOG NOT FOUND - NO OVERRIDES LOGGED'
002170             TO HW-RL-TEXT
002180         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002190     END-IF.
002200     MOVE SPACES TO HW-RL-TEXT.
002210     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002220     MOVE 'REFUSED OVERRIDES AND SITES IN THE MONTH'
002230         TO HW-RL-TEXT.
002240     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002250     MOVE SPACES TO HW-RL-TEXT.
002260     MOVE 'DATE     TIME     PROGRAM    OPERATOR SITE  JOB'
002270         TO HW-RL-TEXT.
002280     MOVE 'CHECK'  TO HW-RL-TEXT(55:5).
002290     MOVE 'REASON' TO HW-RL-TEXT(63:6).
002300     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340*    2000-TALLY-LOG-ROWS
002350*    WALK THE OVERRIDE LOG, LIST EVERY REFUSAL IN THE REPORT
002360*    MONTH, AND POST EVERY ROW IN THE MONTH TO ITS OPERATOR.
002370*----------------------------------------------------------------
002380 2000-TALLY-LOG-ROWS.
002390     PERFORM 2010-TALLY-LOG-REC THRU 2010-EXIT
002400         UNTIL WS-OLOG-EOF-YES.
002410     IF WS-REFUSED-CNT = ZERO
002420         MOVE SPACES TO HW-RL-TEXT
002430         MOVE '  (NO REFUSALS IN THE MONTH)' TO HW-RL-TEXT
002440         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002450     END-IF.
002460 2000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*    2010-TALLY-LOG-REC
002500*    READ AND POST ONE OVERRIDE LOG ROW.  ROWS OUTSIDE THE
002510*    MONTH READ PAST; A ROW THAT WILL NOT EDIT IS COUNTED,
002520*    NEVER GUESSED AT.
002530*----------------------------------------------------------------
002540 2010-TALLY-LOG-REC.
002550     READ OVR-LOG-FILE
002560         AT END
002570             SET WS-OLOG-EOF-YES TO TRUE
002580             GO TO 2010-EXIT
002590     END-READ.
002600     ADD 1 TO WS-OLOG-READ-CNT.
002610     IF HW-OL-LOG-DATE NOT NUMERIC
002620        OR HW-OL-LOG-TIME NOT NUMERIC
002630        OR (NOT HW-OL-GRANTED AND NOT HW-OL-REFUSED)
002640         ADD 1 TO WS-DROPPED-CNT
002650         GO TO 2010-EXIT
002660     END-IF.
002670     MOVE HW-OL-LOG-DATE(1:6) TO WS-ROW-MONTH.
002680     IF WS-ROW-MONTH NOT = WS-REPORT-MONTH
002690         GO TO 2010-EXIT
002700     END-IF.
002710     ADD 1 TO WS-MONTH-ROW-CNT.
002720     IF HW-OL-REFUSED
002730         ADD 1 TO WS-REFUSED-CNT
002740         PERFORM 2200-PRINT-REFUSAL THRU 2200-EXIT
002750     ELSE
002760         ADD 1 TO WS-GRANTED-CNT
002770     END-IF.
002780     PERFORM 2100-FIND-OPER-ROW THRU 2100-EXIT.
002790     IF WS-OP-HIT = ZERO
002800         GO TO 2010-EXIT
002810     END-IF.
002820     EVALUATE TRUE
002830         WHEN HW-OL-CHECK-FORCE AND HW-OL-GRANTED
002840             ADD 1 TO WS-OP-FORCE-OK-CNT(WS-OP-HIT)
002850             ADD 1 TO WS-TOT-FORCE-OK-CNT
002860         WHEN HW-OL-CHECK-FORCE
002870             ADD 1 TO WS-OP-FORCE-NO-CNT(WS-OP-HIT)
002880             ADD 1 TO WS-TOT-FORCE-NO-CNT
002890         WHEN HW-OL-CHECK-RESTART AND HW-OL-GRANTED
002900             ADD 1 TO WS-OP-RSTRT-OK-CNT(WS-OP-HIT)
002910             ADD 1 TO WS-TOT-RSTRT-OK-CNT
002920         WHEN HW-OL-CHECK-RESTART
002930             ADD 1 TO WS-OP-RSTRT-NO-CNT(WS-OP-HIT)
002940             ADD 1 TO WS-TOT-RSTRT-NO-CNT
002950         WHEN HW-OL-REFUSED
002960             ADD 1 TO WS-OP-SITE-NO-CNT(WS-OP-HIT)
002970             ADD 1 TO WS-TOT-SITE-NO-CNT
002980         WHEN OTHER
002990             CONTINUE
003000     END-EVALUATE.
003010 2010-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040*    2100-FIND-OPER-ROW
003050*    FIND - OR ADD - THE USAGE ROW FOR THE LOG ROW'S OPERATOR.
003060*    A FULL TABLE IS COUNTED AND FLAGGED, NEVER SILENT.
003070*----------------------------------------------------------------
003080 2100-FIND-OPER-ROW.
003090     MOVE ZERO TO WS-OP-HIT.
003100     PERFORM 2110-MATCH-OPER-ROW THRU 2110-EXIT
003110         VARYING WS-OP-SUB FROM 1 BY 1
003120         UNTIL WS-OP-SUB > WS-OP-MAX OR WS-OP-HIT > ZERO.
003130     IF WS-OP-HIT > ZERO
003140         GO TO 2100-EXIT
003150     END-IF.
003160     IF WS-OP-MAX >= 200
003170         ADD 1 TO WS-DROPPED-CNT
003180         GO TO 2100-EXIT
003190     END-IF.
003200     ADD 1 TO WS-OP-MAX.
003210     MOVE WS-OP-MAX TO WS-OP-HIT.
003220     MOVE HW-OL-OPERATOR-ID TO WS-OP-OPERATOR-ID(WS-OP-HIT).
003230     MOVE ZERO TO WS-OP-FORCE-OK-CNT(WS-OP-HIT).
003240     MOVE ZERO TO WS-OP-FORCE-NO-CNT(WS-OP-HIT).
003250     MOVE ZERO TO WS-OP-RSTRT-OK-CNT(WS-OP-HIT).
003260     MOVE ZERO TO WS-OP-RSTRT-NO-CNT(WS-OP-HIT).
003270     MOVE ZERO TO WS-OP-SITE-NO-CNT(WS-OP-HIT).
003280 2100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*    2110-MATCH-OPER-ROW
003320*    TEST ONE USAGE TABLE ROW AGAINST THE LOG ROW IN HAND.
003330*----------------------------------------------------------------
003340 2110-MATCH-OPER-ROW.
003350     IF WS-OP-OPERATOR-ID(WS-OP-SUB) = HW-OL-OPERATOR-ID
003360         MOVE WS-OP-SUB TO WS-OP-HIT
003370     END-IF.
003380 2110-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410*    2200-PRINT-REFUSAL
003420*    PRINT ONE REFUSAL DETAIL LINE - WHEN, WHICH PROGRAM, WHO,
003430*    WHICH SITE AND JOB, WHAT WAS ASKED, AND WHY IT WAS REFUSED.
003440*----------------------------------------------------------------
003450 2200-PRINT-REFUSAL.
003460     EVALUATE TRUE
003470         WHEN HW-OL-CHECK-FORCE
003480             MOVE 'FORCE'   TO WS-CHECK-NAME
003490         WHEN HW-OL-CHECK-RESTART
003500             MOVE 'RESTART' TO WS-CHECK-NAME
003510         WHEN OTHER
003520             MOVE 'SITE'    TO WS-CHECK-NAME
003530     END-EVALUATE.
003540     MOVE HW-OL-LOG-TIME TO WS-TIME-WORK.
003550     MOVE WS-TW-HH TO WS-TX-HH.
003560     MOVE WS-TW-MM TO WS-TX-MM.
003570     MOVE WS-TW-SS TO WS-TX-SS.
003580     MOVE SPACES TO HW-RL-TEXT.
003590     MOVE HW-OL-LOG-DATE    TO HW-RL-TEXT(1:8).
003600     MOVE WS-TIME-X         TO HW-RL-TEXT(10:8).
003610     MOVE HW-OL-PROGRAM     TO HW-RL-TEXT(19:10).
003620     MOVE HW-OL-OPERATOR-ID TO HW-RL-TEXT(30:8).
003630     MOVE HW-OL-SITE-ID     TO HW-RL-TEXT(39:5).
003640     MOVE HW-OL-JOB-NAME    TO HW-RL-TEXT(45:8).
003650     MOVE WS-CHECK-NAME     TO HW-RL-TEXT(55:7).
003660     MOVE HW-OL-REASON      TO HW-RL-TEXT(63:40).
003670     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003680 2200-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    3000-REPORT-OPERATORS
003720*    PRINT ONE USAGE LINE PER OPERATOR SEEN IN THE MONTH.
003730*----------------------------------------------------------------
003740 3000-REPORT-OPERATORS.
003750     MOVE SPACES TO HW-RL-TEXT.
003760     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003770     MOVE 'OVERRIDE USAGE BY OPERATOR' TO HW-RL-TEXT.
003780     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003790     MOVE SPACES TO HW-RL-TEXT.
003800     MOVE 'OPERATOR' TO HW-RL-TEXT(1:8).
003810     MOVE 'FORCE OK' TO HW-RL-TEXT(12:8).
003820     MOVE 'FORCE NO' TO HW-RL-TEXT(21:8).
003830     MOVE 'RSTRT OK' TO HW-RL-TEXT(30:8).
003840     MOVE 'RSTRT NO' TO HW-RL-TEXT(39:8).
003850     MOVE ' SITE NO' TO HW-RL-TEXT(48:8).
003860     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003870     PERFORM 3010-REPORT-ONE-OPER THRU 3010-EXIT
003880         VARYING WS-OP-SUB FROM 1 BY 1
003890         UNTIL WS-OP-SUB > WS-OP-MAX.
003900     IF WS-OP-MAX = ZERO
003910         MOVE SPACES TO HW-RL-TEXT
003920         MOVE '  (NO OVERRIDE LOG ROWS IN THE MONTH)'
003930             TO HW-RL-TEXT
003940         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003950     END-IF.
003960 3000-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990*    3010-REPORT-ONE-OPER
004000*    PRINT ONE OPERATOR'S USAGE LINE.
004010*----------------------------------------------------------------
004020 3010-REPORT-ONE-OPER.
004030     MOVE SPACES TO HW-RL-TEXT.
004040     MOVE WS-OP-OPERATOR-ID(WS-OP-SUB) TO HW-RL-TEXT(1:8).
004050     MOVE WS-OP-FORCE-OK-CNT(WS-OP-SUB) TO WS-COUNT-EDIT.
004060     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(14:6).
004070     MOVE WS-OP-FORCE-NO-CNT(WS-OP-SUB) TO WS-COUNT-EDIT.
004080     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(23:6).
004090     MOVE WS-OP-RSTRT-OK-CNT(WS-OP-SUB) TO WS-COUNT-EDIT.
004100     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(32:6).
004110     MOVE WS-OP-RSTRT-NO-CNT(WS-OP-SUB) TO WS-COUNT-EDIT.
004120     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(41:6).
004130     MOVE WS-OP-SITE-NO-CNT(WS-OP-SUB) TO WS-COUNT-EDIT.
004140     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(50:6).
004150     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004160 3010-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190*    4000-REPORT-MONTH-TOTALS
004200*    PRINT THE MONTH TOTAL LINE UNDER THE OPERATOR SECTION.
004210*----------------------------------------------------------------
004220 4000-REPORT-MONTH-TOTALS.
004230     MOVE SPACES TO HW-RL-TEXT.
004240     MOVE '*TOTAL* ' TO HW-RL-TEXT(1:8).
004250     MOVE WS-TOT-FORCE-OK-CNT TO WS-COUNT-EDIT.
004260     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(14:6).
004270     MOVE WS-TOT-FORCE-NO-CNT TO WS-COUNT-EDIT.
004280     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(23:6).
004290     MOVE WS-TOT-RSTRT-OK-CNT TO WS-COUNT-EDIT.
004300     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(32:6).
004310     MOVE WS-TOT-RSTRT-NO-CNT TO WS-COUNT-EDIT.
004320     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(41:6).
004330     MOVE WS-TOT-SITE-NO-CNT TO WS-COUNT-EDIT.
004340     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(50:6).
004350     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004360 4000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390*    6000-WRITE-RPT-LINE
004400*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
004410*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
004420*    SPACING AFTER EACH LINE.
004430*----------------------------------------------------------------
004440 6000-WRITE-RPT-LINE.
004450     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
004460     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
004470     CALL 'HWPRINT' USING HW-PRINT-PARM.
004480     MOVE ' ' TO HW-RL-CTL.
004490 6000-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520*    7000-WRITE-RPT-TRAILER
004530*    PRINT THE CONTROL COUNTS.
004540*----------------------------------------------------------------
004550 7000-WRITE-RPT-TRAILER.
004560     SET HW-PS-PRINT-TOTAL TO TRUE.
004570     MOVE SPACES TO HW-RL-TEXT.
004580     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004590     MOVE WS-OLOG-READ-CNT TO WS-COUNT-EDIT.
004600     STRING 'LOG ROWS READ. . . . . . : ' DELIMITED BY SIZE
004610            WS-COUNT-EDIT                 DELIMITED BY SIZE
004620         INTO HW-RL-TEXT.
004630     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004640     MOVE SPACES TO HW-RL-TEXT.
004650     MOVE WS-MONTH-ROW-CNT TO WS-COUNT-EDIT.
004660     STRING 'ROWS IN REPORT MONTH . . : ' DELIMITED BY SIZE
004670            WS-COUNT-EDIT                 DELIMITED BY SIZE
004680         INTO HW-RL-TEXT.
004690     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004700     MOVE SPACES TO HW-RL-TEXT.
004710     MOVE WS-GRANTED-CNT TO WS-COUNT-EDIT.
004720     STRING 'OVERRIDES GRANTED. . . . : ' DELIMITED BY SIZE
004730            WS-COUNT-EDIT                 DELIMITED BY SIZE
004740         INTO HW-RL-TEXT.
004750     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004760     MOVE SPACES TO HW-RL-TEXT.
004770     MOVE WS-REFUSED-CNT TO WS-COUNT-EDIT.
004780     STRING 'CHECKS REFUSED . . . . . : ' DELIMITED BY SIZE
004790            WS-COUNT-EDIT                 DELIMITED BY SIZE
004800         INTO HW-RL-TEXT.
004810     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004820     IF WS-DROPPED-CNT > ZERO
004830         MOVE SPACES TO HW-RL-TEXT
004840         MOVE WS-DROPPED-CNT TO WS-COUNT-EDIT
004850         STRING 'ROWS SKIPPED (BAD DATA OR TABLE FULL): '
004860                                          DELIMITED BY SIZE
004870                WS-COUNT-EDIT             DELIMITED BY SIZE
004880             INTO HW-RL-TEXT
004890         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004900         IF WS-RETURN-CODE = ZERO
004910             MOVE 4 TO WS-RETURN-CODE
004920         END-IF
004930     END-IF.
004940 7000-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970*    8000-TERMINATE
004980*    CLOSE FILES AND END THE RUN.
004990*----------------------------------------------------------------
005000 8000-TERMINATE.
005010     IF WS-PARM-OPEN-YES
005020         CLOSE OVRRPT-PARM-FILE
005030     END-IF.
005040     IF WS-OLOG-OPEN-YES
005050         CLOSE OVR-LOG-FILE
005060     END-IF.
005070     SET HW-PS-CLOSE-RPT TO TRUE.
005080     CALL 'HWPRINT' USING HW-PRINT-PARM.
005090     MOVE WS-RETURN-CODE TO RETURN-CODE.
005100 8000-EXIT.
005110     EXIT.

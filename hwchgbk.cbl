000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWCHGBK.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - MONTH-END CHARGEBACK OF THE
000140*                  NIGHTLY CYCLE TO THE SITES' COST CENTERS.
000150*                  TAKES THE CHARGE MONTH (YYYYMM) ON A ONE-CARD
000160*                  PARM FILE IN THE HWMOSTAT LAYOUT, PRICES EACH
000170*                  SITE'S END-OF-RUN HEARTBEAT ROWS FOR THE MONTH
000180*                  (LIVE FILE AND HBARC ARCHIVE) AT ITS COST
000190*                  CENTER'S RATE OFF THE RATE FILE - SO MUCH PER
000200*                  RUN PLUS SO MUCH PER ELAPSED MINUTE, MINUTES
000210*                  WORKED OUT AS HWELARPT DOES - AND COUNTS THE
000220*                  FORCE RERUNS GRANTED ON THE OVERRIDE LOG.
000230*                  PRINTS RUNS, RERUNS, MINUTES AND CHARGE PER
000240*                  SITE AND ROLLED UP PER COST CENTER, AND WRITES
000250*                  THE FIXED-FORMAT GL FEED (HWGLFR) FOR THE
000260*                  GENERAL-LEDGER INTERFACE.  A RERUN IS ALREADY
000270*                  PRICED AS A RUN OFF ITS OWN HEARTBEAT ROW; THE
000280*                  RERUN COLUMN SAYS HOW MUCH OF THE BILL WAS
000290*                  FORCED.  RUNS WITH NO COST CENTER OR NO RATE
000300*                  ARE PRINTED BUT NEVER FED, AND SAY SO.
000310*----------------------------------------------------------------
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340*================================================================
000350 CONFIGURATION SECTION.
000360     SOURCE-COMPUTER.   IBM-370.
000370     OBJECT-COMPUTER.   IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CHGBK-PARM-FILE
000420         ASSIGN TO "CHGPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-FILE-STATUS.
000450     SELECT RATE-FILE
000460         ASSIGN TO "RATEFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RATE-FILE-STATUS.
000490     SELECT SITE-PARM-FILE
000500         ASSIGN TO "SITEPARM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS HW-SR-SITE-ID
000540         FILE STATUS IS WS-SITE-FILE-STATUS.
000550     SELECT HEARTBEAT-FILE
000560         ASSIGN TO "HBFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HB-FILE-STATUS.
000590     SELECT HB-ARCH-FILE
000600         ASSIGN TO "HBARC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HBARC-FILE-STATUS.
000630     SELECT OVR-LOG-FILE
000640         ASSIGN TO "OVRLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OLOG-FILE-STATUS.
000670     SELECT GL-FEED-FILE
000680         ASSIGN TO "GLFEED"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-GL-FILE-STATUS.
000710*
000720*================================================================
000730 DATA DIVISION.
000740*================================================================
000750 FILE SECTION.
000760 FD  CHGBK-PARM-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY HWMSTP.
000790*
000800 FD  RATE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY HWRATR.
000830*
000840 FD  SITE-PARM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY HWSITER.
000870*
000880 FD  HEARTBEAT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  HW-HB-REC                  PIC X(52).
000910*
000920 FD  HB-ARCH-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  HW-HB-ARCH-REC             PIC X(52).
000950*
000960 FD  OVR-LOG-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY HWOVLR.
000990*
001000 FD  GL-FEED-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY HWGLFR.
001030*
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001060* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWDAYS AND
001070* HWPRINT, AND THE PRINT-LINE WORK AREA THE REPORT PARAGRAPHS
001080* BUILD INTO - HWPRINT OWNS THE PRINT FILE ITSELF.
001090*----------------------------------------------------------------
001100     COPY HWDAYSL.
001110     COPY HWPRTL.
001120     COPY HWRPTR.
001130*----------------------------------------------------------------
001140* HEARTBEAT ROW WORK AREA - LIVE AND ARCHIVED ROWS ARE BOTH READ
001150* INTO IT SO ONE PARAGRAPH PRICES EITHER.
001160*----------------------------------------------------------------
001170     COPY HWHBR.
001180*----------------------------------------------------------------
001190* SWITCHES
001200*----------------------------------------------------------------
001210 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
001220     88  WS-PARM-FOUND                     VALUE '00'.
001230 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
001240     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
001250     88  WS-PARM-OPEN-NO                   VALUE 'N'.
001260 77  WS-RATE-FILE-STATUS        PIC X(02)  VALUE '00'.
001270     88  WS-RATE-FOUND                     VALUE '00'.
001280 77  WS-SITE-FILE-STATUS        PIC X(02)  VALUE '00'.
001290     88  WS-SITE-FOUND                     VALUE '00'.
001300 77  WS-HB-FILE-STATUS          PIC X(02)  VALUE '00'.
001310     88  WS-HB-FOUND                       VALUE '00'.
001320 77  WS-HBARC-FILE-STATUS       PIC X(02)  VALUE '00'.
001330     88  WS-HBARC-FOUND                    VALUE '00'.
001340 77  WS-OLOG-FILE-STATUS        PIC X(02)  VALUE '00'.
001350     88  WS-OLOG-FOUND                     VALUE '00'.
001360 77  WS-GL-FILE-STATUS          PIC X(02)  VALUE '00'.
001370     88  WS-GL-FOUND                       VALUE '00'.
001380 77  WS-FILE-EOF-SW             PIC X(01)  VALUE 'N'.
001390     88  WS-FILE-EOF-YES                   VALUE 'Y'.
001400     88  WS-FILE-EOF-NO                    VALUE 'N'.
001410 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
001420     88  WS-ABORT-YES                      VALUE 'Y'.
001430     88  WS-ABORT-NO                       VALUE 'N'.
001440*----------------------------------------------------------------
001450* RETURN CODE, RUN DATE, CHARGE MONTH, AND COUNTERS
001460*----------------------------------------------------------------
001470 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001480 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001490 77  WS-RATE-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001500 77  WS-RATE-REJECT-CNT         PIC S9(05) COMP VALUE ZERO.
001510 77  WS-SITE-READ-CNT           PIC S9(05) COMP VALUE ZERO.
001520 77  WS-HB-READ-CNT             PIC S9(07) COMP VALUE ZERO.
001530 77  WS-HBARC-READ-CNT          PIC S9(07) COMP VALUE ZERO.
001540 77  WS-RUNS-MONTH-CNT          PIC S9(07) COMP VALUE ZERO.
001550 77  WS-START-ONLY-CNT          PIC S9(07) COMP VALUE ZERO.
001560 77  WS-OUT-MONTH-CNT           PIC S9(07) COMP VALUE ZERO.
001570 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
001580 77  WS-OLOG-READ-CNT           PIC S9(07) COMP VALUE ZERO.
001590 77  WS-RERUN-CNT               PIC S9(07) COMP VALUE ZERO.
001600 77  WS-UNMAPPED-RERUN-CNT      PIC S9(05) COMP VALUE ZERO.
001610 77  WS-IDLE-SITE-CNT           PIC S9(05) COMP VALUE ZERO.
001620 77  WS-UNCHARGED-RUN-CNT       PIC S9(07) COMP VALUE ZERO.
001630 77  WS-TABLE-FULL-CNT          PIC S9(05) COMP VALUE ZERO.
001640 77  WS-GL-DETAIL-CNT           PIC S9(05) COMP VALUE ZERO.
001650 01  WS-CHARGE-MONTH            PIC 9(06)  VALUE ZERO.
001660 01  WS-ROW-MONTH               PIC 9(06)  VALUE ZERO.
001670*----------------------------------------------------------------
001680* RATE TABLE - ONE ROW PER RATE CARD.  THE SHOP RATE IS THE ROW
001690* WITH A BLANK COST CENTER.  100 COST CENTERS IS WELL PAST WHAT
001700* FINANCE HAS SET UP; AN OVERFLOW IS COUNTED AND FLAGGED, NEVER
001710* SILENT.
001720*----------------------------------------------------------------
001730 77  WS-RT-MAX                  PIC S9(04) COMP VALUE ZERO.
001740 77  WS-RT-SUB                  PIC S9(04) COMP VALUE ZERO.
001750 77  WS-RT-HIT                  PIC S9(04) COMP VALUE ZERO.
001760 77  WS-RT-FIND-COST-CENTER     PIC X(06)  VALUE SPACES.
001770 01  WS-RATE-TABLE.
001780     05  WS-RT-ENTRY OCCURS 100 TIMES.
001790         10  WS-RT-COST-CENTER   PIC X(06).
001800         10  WS-RT-RUN-RATE      PIC 9(05)V99.
001810         10  WS-RT-MINUTE-RATE   PIC 9(03)V9(04).
001820*----------------------------------------------------------------
001830* PER-SITE CHARGE TABLE - ONE ROW PER SITEPARM SITE THAT HAS A
001840* JOB NAME, PLUS ONE ROW PER HEARTBEAT JOB NO SITE CLAIMS.  500
001850* MATCHES THE JOB TABLE HWRECON KEEPS OFF THE SAME FILE.
001860*----------------------------------------------------------------
001870 77  WS-ST-MAX                  PIC S9(04) COMP VALUE ZERO.
001880 77  WS-ST-SUB                  PIC S9(04) COMP VALUE ZERO.
001890 77  WS-ST-HIT                  PIC S9(04) COMP VALUE ZERO.
001900 01  WS-SITE-TABLE.
001910     05  WS-ST-ENTRY OCCURS 500 TIMES.
001920         10  WS-ST-SITE-ID       PIC X(05).
001930         10  WS-ST-JOB-NAME      PIC X(08).
001940         10  WS-ST-COST-CENTER   PIC X(06).
001950         10  WS-ST-RUN-CNT       PIC S9(05) COMP.
001960         10  WS-ST-RERUN-CNT     PIC S9(05) COMP.
001970         10  WS-ST-TOT-MINS      PIC S9(08) COMP.
001980         10  WS-ST-CHARGE        PIC S9(09)V99.
001990         10  WS-ST-PRICE-SW      PIC X(01).
002000             88  WS-ST-PRICED                VALUE 'P'.
002010             88  WS-ST-NO-COST-CENTER        VALUE 'C'.
002020             88  WS-ST-NO-RATE               VALUE 'R'.
002030*----------------------------------------------------------------
002040* PER-COST-CENTER ROLLUP TABLE, BUILT FROM THE SITE ROWS WITH
002050* ACTIVITY IN THE MONTH.  A ROW IS FED TO THE GL ONLY WHEN ITS
002060* SITES WERE PRICED.
002070*----------------------------------------------------------------
002080 77  WS-CC-MAX                  PIC S9(04) COMP VALUE ZERO.
002090 77  WS-CC-SUB                  PIC S9(04) COMP VALUE ZERO.
002100 77  WS-CC-HIT                  PIC S9(04) COMP VALUE ZERO.
002110 01  WS-COST-CENTER-TABLE.
002120     05  WS-CC-ENTRY OCCURS 500 TIMES.
002130         10  WS-CC-COST-CENTER   PIC X(06).
002140         10  WS-CC-SITE-CNT      PIC S9(05) COMP.
002150         10  WS-CC-RUN-CNT       PIC S9(07) COMP.
002160         10  WS-CC-RERUN-CNT     PIC S9(07) COMP.
002170         10  WS-CC-TOT-MINS      PIC S9(09) COMP.
002180         10  WS-CC-CHARGE        PIC S9(11)V99.
002190         10  WS-CC-PRICE-SW      PIC X(01).
002200             88  WS-CC-PRICED                VALUE 'P'.
002210             88  WS-CC-NO-COST-CENTER        VALUE 'C'.
002220             88  WS-CC-NO-RATE               VALUE 'R'.
002230*----------------------------------------------------------------
002240* MONTH TOTALS - ALL ACTIVITY, AND THE PART FED TO THE GL
002250*----------------------------------------------------------------
002260 77  WS-TOT-RUN-CNT             PIC S9(07) COMP VALUE ZERO.
002270 77  WS-TOT-RERUN-CNT           PIC S9(07) COMP VALUE ZERO.
002280 77  WS-TOT-MINS                PIC S9(09) COMP VALUE ZERO.
002290 01  WS-TOT-CHARGE              PIC S9(11)V99 VALUE ZERO.
002300 01  WS-GL-AMOUNT-TOT           PIC S9(13)V99 VALUE ZERO.
002310*----------------------------------------------------------------
002320* TIME ARITHMETIC WORK AREAS
002330*----------------------------------------------------------------
002340 01  WS-HHMM-WORK               PIC 9(04)  VALUE ZERO.
002350 01  WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
002360     05  WS-HW-HH                PIC 9(02).
002370     05  WS-HW-MM                PIC 9(02).
002380 77  WS-START-DAY-NBR           PIC S9(08) COMP VALUE ZERO.
002390 77  WS-END-DAY-NBR             PIC S9(08) COMP VALUE ZERO.
002400 77  WS-START-MINS              PIC S9(05) COMP VALUE ZERO.
002410 77  WS-END-MINS                PIC S9(05) COMP VALUE ZERO.
002420 77  WS-ELAPSED-MINS            PIC S9(08) COMP VALUE ZERO.
002430*----------------------------------------------------------------
002440* REPORT WORK AREAS
002450*----------------------------------------------------------------
002460 01  WS-MONTH-X                 PIC X(06)  VALUE SPACES.
002470 01  WS-REJECT-REASON           PIC X(30)  VALUE SPACES.
002480 01  WS-COUNT-EDIT              PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002490 01  WS-MINS-EDIT               PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
002500 01  WS-AMOUNT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
002510 01  WS-RUN-RATE-EDIT           PIC ZZ,ZZ9.99 VALUE ZERO.
002520 01  WS-MINUTE-RATE-EDIT        PIC ZZ9.9999 VALUE ZERO.
002530*================================================================
002540 PROCEDURE DIVISION.
002550*================================================================
002560*----------------------------------------------------------------
002570*    0000-MAINLINE
002580*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
002590*----------------------------------------------------------------
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     IF WS-ABORT-NO
002630         PERFORM 1100-LOAD-RATES THRU 1100-EXIT
002640     END-IF.
002650     IF WS-ABORT-NO
002660         PERFORM 1200-LOAD-SITES THRU 1200-EXIT
002670     END-IF.
002680     IF WS-ABORT-NO
002690         PERFORM 2000-TALLY-RUNS THRU 2000-EXIT
002700         PERFORM 3000-TALLY-RERUNS THRU 3000-EXIT
002710         PERFORM 4000-REPORT-SITES THRU 4000-EXIT
002720         PERFORM 4500-REPORT-COST-CENTERS THRU 4500-EXIT
002730         PERFORM 5000-WRITE-GL-FEED THRU 5000-EXIT
002740     END-IF.
002750     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     GOBACK.
002780*----------------------------------------------------------------
002790*    1000-INITIALIZE
002800*    READ AND EDIT THE CHARGE-MONTH CARD AND WRITE THE REPORT
002810*    HEADER.  A MISSING OR UNEDITABLE CARD STOPS THE RUN, AND
002820*    NO GL FEED IS CUT.
002830*----------------------------------------------------------------
002840 1000-INITIALIZE.
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002860     SET HW-PS-OPEN-RPT TO TRUE.
002870     MOVE 'HWCHGBK' TO HW-PS-REPORT-ID.
002880     MOVE 'MONTHLY CHARGEBACK BY SITE AND COST CTR'
002890         TO HW-PS-REPORT-TITLE.
002900     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
002910     CALL 'HWPRINT' USING HW-PRINT-PARM.
002920     SET HW-PS-PRINT-LINE TO TRUE.
002930     MOVE ' ' TO HW-RL-CTL.
002940     OPEN INPUT CHGBK-PARM-FILE.
002950     IF WS-PARM-FOUND
002960         SET WS-PARM-OPEN-YES TO TRUE
002970     ELSE
002980         MOVE 'CHARGE MONTH CARD DID NOT OPEN - NO CHARGEBACK'
002990             TO HW-RL-TEXT
003000         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003010         SET WS-ABORT-YES TO TRUE
003020         MOVE 8 TO WS-RETURN-CODE
003030         GO TO 1000-EXIT
003040     END-IF.
003050     READ CHGBK-PARM-FILE
003060         AT END
003070             MOVE 'CHARGE MONTH CARD MISSING - NO CHARGEBACK'
003080                 TO HW-RL-TEXT
003090             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003100             SET WS-ABORT-YES TO TRUE
003110             MOVE 8 TO WS-RETURN-CODE
003120     END-READ.
003130     IF WS-ABORT-YES
003140         GO TO 1000-EXIT
003150     END-IF.
003160     IF HW-MS-REPORT-MONTH NOT NUMERIC
003170        OR HW-MS-REPORT-MONTH(5:2) < '01'
003180        OR HW-MS-REPORT-MONTH(5:2) > '12'
003190         MOVE 'CHARGE MONTH NOT A USABLE YYYYMM - NO CHARGEBACK'
003200             TO HW-RL-TEXT
003210         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003220         SET WS-ABORT-YES TO TRUE
003230         MOVE 8 TO WS-RETURN-CODE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     MOVE HW-MS-REPORT-MONTH TO WS-CHARGE-MONTH.
003270     MOVE WS-CHARGE-MONTH TO WS-MONTH-X.
003280     MOVE SPACES TO HW-RL-TEXT.
003290     STRING 'CHARGE MONTH '         DELIMITED BY SIZE
003300            WS-MONTH-X              DELIMITED BY SIZE
003310         INTO HW-RL-TEXT.
003320     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003330 1000-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360*    1100-LOAD-RATES
003370*    TABLE THE RATE CARDS AND LIST THEM, SO THE REPORT SHOWS THE
003380*    RATES IT CHARGED AT.  NO RATE FILE, OR NO USABLE CARD ON IT,
003390*    STOPS THE RUN - A CHARGEBACK WITH NOTHING TO PRICE AT WOULD
003400*    ONLY FEED THE GL ZEROS.
003410*----------------------------------------------------------------
003420 1100-LOAD-RATES.
003430     OPEN INPUT RATE-FILE.
003440     IF NOT WS-RATE-FOUND
003450         MOVE SPACES TO HW-RL-TEXT
003460         MOVE 'RATE FILE DID NOT OPEN - NO CHARGEBACK'
003470             TO HW-RL-TEXT
003480         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003490         SET WS-ABORT-YES TO TRUE
003500         MOVE 8 TO WS-RETURN-CODE
003510         GO TO 1100-EXIT
003520     END-IF.
003530     MOVE SPACES TO HW-RL-TEXT.
003540     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003550     MOVE 'RATES CHARGED' TO HW-RL-TEXT.
003560     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003570     MOVE SPACES TO HW-RL-TEXT.
003580     MOVE 'COST CTR' TO HW-RL-TEXT(1:8).
003590     MOVE 'PER RUN'  TO HW-RL-TEXT(14:7).
003600     MOVE 'PER MINUTE' TO HW-RL-TEXT(24:10).
003610     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003620     SET WS-FILE-EOF-NO TO TRUE.
003630     PERFORM 1110-LOAD-RATE-REC THRU 1110-EXIT
003640         UNTIL WS-FILE-EOF-YES.
003650     CLOSE RATE-FILE.
003660     IF WS-RT-MAX = ZERO
003670         MOVE SPACES TO HW-RL-TEXT
003680         MOVE 'NO USABLE RATE CARD ON FILE - NO CHARGEBACK'
003690             TO HW-RL-TEXT
003700         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003710         SET WS-ABORT-YES TO TRUE
003720         MOVE 8 TO WS-RETURN-CODE
003730     END-IF.
003740 1100-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770*    1110-LOAD-RATE-REC
003780*    READ, EDIT, TABLE AND LIST ONE RATE CARD.  A CARD THAT WILL
003790*    NOT EDIT, OR A SECOND CARD FOR THE SAME COST CENTER, IS
003800*    LISTED AS REJECTED AND LEFT OUT - THE FIRST CARD STANDS.
003810*----------------------------------------------------------------
003820 1110-LOAD-RATE-REC.
003830     READ RATE-FILE
003840         AT END
003850             SET WS-FILE-EOF-YES TO TRUE
003860             GO TO 1110-EXIT
003870     END-READ.
003880     ADD 1 TO WS-RATE-READ-CNT.
003890     MOVE SPACES TO WS-REJECT-REASON.
003900     MOVE HW-RT-COST-CENTER TO WS-RT-FIND-COST-CENTER.
003910     PERFORM 1120-FIND-RATE THRU 1120-EXIT.
003920     EVALUATE TRUE
003930         WHEN HW-RT-RUN-RATE NOT NUMERIC
003940            OR HW-RT-MINUTE-RATE NOT NUMERIC
003950             MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
003960         WHEN WS-RT-HIT > ZERO
003970             MOVE 'DUPLICATE COST CENTER' TO WS-REJECT-REASON
003980         WHEN WS-RT-MAX >= 100
003990             MOVE 'RATE TABLE FULL' TO WS-REJECT-REASON
004000             ADD 1 TO WS-TABLE-FULL-CNT
004010         WHEN OTHER
004020             CONTINUE
004030     END-EVALUATE.
004040     MOVE SPACES TO HW-RL-TEXT.
004050     IF HW-RT-COST-CENTER = SPACES
004060         MOVE '(SHOP)' TO HW-RL-TEXT(1:6)
004070     ELSE
004080         MOVE HW-RT-COST-CENTER TO HW-RL-TEXT(1:6)
004090     END-IF.
004100     IF WS-REJECT-REASON NOT = SPACES
004110         ADD 1 TO WS-RATE-REJECT-CNT
004120         IF WS-RETURN-CODE < 4
004130             MOVE 4 TO WS-RETURN-CODE
004140         END-IF
004150         MOVE 'REJECTED - '     TO HW-RL-TEXT(14:11)
004160         MOVE WS-REJECT-REASON  TO HW-RL-TEXT(25:30)
004170         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004180         GO TO 1110-EXIT
004190     END-IF.
004200     ADD 1 TO WS-RT-MAX.
004210     MOVE HW-RT-COST-CENTER TO WS-RT-COST-CENTER(WS-RT-MAX).
004220     MOVE HW-RT-RUN-RATE    TO WS-RT-RUN-RATE(WS-RT-MAX).
004230     MOVE HW-RT-MINUTE-RATE TO WS-RT-MINUTE-RATE(WS-RT-MAX).
004240     MOVE HW-RT-RUN-RATE    TO WS-RUN-RATE-EDIT.
004250     MOVE HW-RT-MINUTE-RATE TO WS-MINUTE-RATE-EDIT.
004260     MOVE WS-RUN-RATE-EDIT    TO HW-RL-TEXT(12:9).
004270     MOVE WS-MINUTE-RATE-EDIT TO HW-RL-TEXT(26:8).
004280     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
004290 1110-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320*    1120-FIND-RATE
004330*    FIND THE RATE ROW FOR THE COST CENTER IN
004340*    WS-RT-FIND-COST-CENTER - SPACES FINDS THE SHOP RATE.
004350*----------------------------------------------------------------
004360 1120-FIND-RATE.
004370     MOVE ZERO TO WS-RT-HIT.
004380     PERFORM 1130-MATCH-RATE THRU 1130-EXIT
004390         VARYING WS-RT-SUB FROM 1 BY 1
004400         UNTIL WS-RT-SUB > WS-RT-MAX OR WS-RT-HIT > ZERO.
004410 1120-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    1130-MATCH-RATE
004450*    TEST ONE RATE TABLE ROW AGAINST THE COST CENTER WANTED.
004460*----------------------------------------------------------------
004470 1130-MATCH-RATE.
004480     IF WS-RT-COST-CENTER(WS-RT-SUB) = WS-RT-FIND-COST-CENTER
004490         MOVE WS-RT-SUB TO WS-RT-HIT
004500     END-IF.
004510 1130-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    1200-LOAD-SITES
004550*    TABLE EACH SITE THAT RUNS UNDER A JOB NAME WITH ITS COST
004560*    CENTER.  WITHOUT SITEPARM NO RUN CAN BE CHARGED TO ANYONE,
004570*    SO THE RUN STOPS.
004580*----------------------------------------------------------------
004590 1200-LOAD-SITES.
004600     OPEN INPUT SITE-PARM-FILE.
004610     IF NOT WS-SITE-FOUND
004620         MOVE SPACES TO HW-RL-TEXT
004630         MOVE 'SITE FILE DID NOT OPEN - NO CHARGEBACK'
004640             TO HW-RL-TEXT
004650         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004660         SET WS-ABORT-YES TO TRUE
004670         MOVE 8 TO WS-RETURN-CODE
004680         GO TO 1200-EXIT
004690     END-IF.
004700     SET WS-FILE-EOF-NO TO TRUE.
004710     PERFORM 1210-LOAD-SITE-REC THRU 1210-EXIT
004720         UNTIL WS-FILE-EOF-YES.
004730     CLOSE SITE-PARM-FILE.
004740 1200-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770*    1210-LOAD-SITE-REC
004780*    READ ONE SITE ROW AND TABLE IT IF IT HAS A JOB NAME - A SITE
004790*    WITH NONE NEVER WRITES A HEARTBEAT ROW OF ITS OWN.
004800*----------------------------------------------------------------
004810 1210-LOAD-SITE-REC.
004820     READ SITE-PARM-FILE
004830         AT END
004840             SET WS-FILE-EOF-YES TO TRUE
004850             GO TO 1210-EXIT
004860     END-READ.
004870     ADD 1 TO WS-SITE-READ-CNT.
004880     IF HW-SR-JOB-NAME = SPACES
004890         GO TO 1210-EXIT
004900     END-IF.
004910     IF WS-ST-MAX >= 500
004920         ADD 1 TO WS-TABLE-FULL-CNT
004930         GO TO 1210-EXIT
004940     END-IF.
004950     ADD 1 TO WS-ST-MAX.
004960     MOVE HW-SR-SITE-ID     TO WS-ST-SITE-ID(WS-ST-MAX).
004970     MOVE HW-SR-JOB-NAME    TO WS-ST-JOB-NAME(WS-ST-MAX).
004980     MOVE HW-SR-COST-CENTER TO WS-ST-COST-CENTER(WS-ST-MAX).
004990     PERFORM 1220-CLEAR-SITE-ROW THRU 1220-EXIT.
005000 1210-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    1220-CLEAR-SITE-ROW
005040*    ZERO THE COUNTS ON THE SITE ROW JUST ADDED AT WS-ST-MAX.
005050*----------------------------------------------------------------
005060 1220-CLEAR-SITE-ROW.
005070     MOVE ZERO  TO WS-ST-RUN-CNT(WS-ST-MAX).
005080     MOVE ZERO  TO WS-ST-RERUN-CNT(WS-ST-MAX).
005090     MOVE ZERO  TO WS-ST-TOT-MINS(WS-ST-MAX).
005100     MOVE ZERO  TO WS-ST-CHARGE(WS-ST-MAX).
005110     MOVE SPACE TO WS-ST-PRICE-SW(WS-ST-MAX).
005120 1220-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    2000-TALLY-RUNS
005160*    POST EVERY FINISHED RUN IN THE CHARGE MONTH TO ITS SITE -
005170*    THE LIVE HEARTBEAT FILE FIRST, THEN THE HBARC ARCHIVE, SINCE
005180*    HWPURGE MAY ALREADY HAVE MOVED PART OF THE MONTH THERE.  A
005190*    MISSING LIVE FILE FAILS THE RUN SO THE INTERFACE STEP IS
005200*    HELD; AN ARCHIVE THAT DOES NOT EXIST YET IS NOTED AND
005210*    TREATED AS EMPTY - A YOUNG SHOP HAS NOTHING ARCHIVED.
005220*----------------------------------------------------------------
005230 2000-TALLY-RUNS.
005240     OPEN INPUT HEARTBEAT-FILE.
005250     IF WS-HB-FOUND
005260         SET WS-FILE-EOF-NO TO TRUE
005270         PERFORM 2010-TALLY-HB-REC THRU 2010-EXIT
005280             UNTIL WS-FILE-EOF-YES
005290         CLOSE HEARTBEAT-FILE
005300     ELSE
005310         MOVE SPACES TO HW-RL-TEXT
005320         MOVE 'HEARTBEAT FILE NOT FOUND - NO LIVE RUNS CHARGED'
005330             TO HW-RL-TEXT
005340         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
005350         MOVE 8 TO WS-RETURN-CODE
005360     END-IF.
005370     OPEN INPUT HB-ARCH-FILE.
005380     IF WS-HBARC-FOUND
005390         SET WS-FILE-EOF-NO TO TRUE
005400         PERFORM 2020-TALLY-HBARC-REC THRU 2020-EXIT
005410             UNTIL WS-FILE-EOF-YES
005420         CLOSE HB-ARCH-FILE
005430     ELSE
005440         MOVE SPACES TO HW-RL-TEXT
005450         MOVE 'HEARTBEAT ARCHIVE NOT FOUND - TREATED AS EMPTY'
005460             TO HW-RL-TEXT
005470         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
005480     END-IF.
005490 2000-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520*    2010-TALLY-HB-REC
005530*    READ ONE LIVE HEARTBEAT ROW AND POST IT.
005540*----------------------------------------------------------------
005550 2010-TALLY-HB-REC.
005560     READ HEARTBEAT-FILE INTO HW-HB-RECORD
005570         AT END
005580             SET WS-FILE-EOF-YES TO TRUE
005590             GO TO 2010-EXIT
005600     END-READ.
005610     ADD 1 TO WS-HB-READ-CNT.
005620     PERFORM 2100-POST-HB-ROW THRU 2100-EXIT.
005630 2010-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660*    2020-TALLY-HBARC-REC
005670*    READ ONE ARCHIVED HEARTBEAT ROW AND POST IT.
005680*----------------------------------------------------------------
005690 2020-TALLY-HBARC-REC.
005700     READ HB-ARCH-FILE INTO HW-HB-RECORD
005710         AT END
005720             SET WS-FILE-EOF-YES TO TRUE
005730             GO TO 2020-EXIT
005740     END-READ.
005750     ADD 1 TO WS-HBARC-READ-CNT.
005760     PERFORM 2100-POST-HB-ROW THRU 2100-EXIT.
005770 2020-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800*    2100-POST-HB-ROW
005810*    EVALUATE THE HEARTBEAT ROW IN HAND.  ONLY END-OF-RUN ROWS
005820*    (ENDED OR FAILED WITH AN END TIMESTAMP) THAT STARTED IN THE
005830*    CHARGE MONTH ARE CHARGED - A RUN THAT CROSSES MIDNIGHT AT
005840*    MONTH END BELONGS TO THE MONTH IT STARTED IN.  ELAPSED
005850*    MINUTES ARE WORKED OUT AS HWELARPT DOES; A ROW WHOSE TIMES
005860*    WILL NOT MAKE SENSE IS COUNTED, NEVER GUESSED AT.
005870*----------------------------------------------------------------
005880 2100-POST-HB-ROW.
005890     IF NOT HW-HB-ENDED AND NOT HW-HB-FAILED
005900         ADD 1 TO WS-START-ONLY-CNT
005910         GO TO 2100-EXIT
005920     END-IF.
005930     IF HW-HB-END-DATE NOT NUMERIC
005940        OR HW-HB-END-DATE = ZERO
005950        OR HW-HB-END-TIME NOT NUMERIC
005960        OR HW-HB-START-TIME NOT NUMERIC
005970        OR HW-HB-START-DATE NOT NUMERIC
005980         ADD 1 TO WS-START-ONLY-CNT
005990         GO TO 2100-EXIT
006000     END-IF.
006010     MOVE HW-HB-START-DATE(1:6) TO WS-ROW-MONTH.
006020     IF WS-ROW-MONTH NOT = WS-CHARGE-MONTH
006030         ADD 1 TO WS-OUT-MONTH-CNT
006040         GO TO 2100-EXIT
006050     END-IF.
006060     MOVE HW-HB-START-DATE TO HW-DY-DATE.
006070     CALL 'HWDAYS' USING HW-DAYS-PARM.
006080     IF HW-DY-RETURN-CODE NOT = ZERO
006090         ADD 1 TO WS-DROPPED-CNT
006100         GO TO 2100-EXIT
006110     END-IF.
006120     MOVE HW-DY-DAY-NUMBER TO WS-START-DAY-NBR.
006130     MOVE HW-HB-END-DATE TO HW-DY-DATE.
006140     CALL 'HWDAYS' USING HW-DAYS-PARM.
006150     IF HW-DY-RETURN-CODE NOT = ZERO
006160         ADD 1 TO WS-DROPPED-CNT
006170         GO TO 2100-EXIT
006180     END-IF.
006190     MOVE HW-DY-DAY-NUMBER TO WS-END-DAY-NBR.
006200     MOVE HW-HB-START-TIME(1:4) TO WS-HHMM-WORK.
006210     COMPUTE WS-START-MINS = (WS-HW-HH * 60) + WS-HW-MM.
006220     MOVE HW-HB-END-TIME(1:4) TO WS-HHMM-WORK.
006230     COMPUTE WS-END-MINS = (WS-HW-HH * 60) + WS-HW-MM.
006240     COMPUTE WS-ELAPSED-MINS =
006250         ((WS-END-DAY-NBR - WS-START-DAY-NBR) * 1440)
006260         + WS-END-MINS - WS-START-MINS.
006270     IF WS-ELAPSED-MINS < ZERO
006280         ADD 1 TO WS-DROPPED-CNT
006290         GO TO 2100-EXIT
006300     END-IF.
006310     PERFORM 2200-FIND-SITE-BY-JOB THRU 2200-EXIT.
006320     IF WS-ST-HIT = ZERO
006330         GO TO 2100-EXIT
006340     END-IF.
006350     ADD 1 TO WS-RUNS-MONTH-CNT.
006360     ADD 1 TO WS-ST-RUN-CNT(WS-ST-HIT).
006370     ADD WS-ELAPSED-MINS TO WS-ST-TOT-MINS(WS-ST-HIT).
006380 2100-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410*    2200-FIND-SITE-BY-JOB
006420*    FIND THE SITE ROW THAT RUNS UNDER THE HEARTBEAT ROW'S JOB
006430*    NAME.  A JOB NO SITE CLAIMS GETS A ROW OF ITS OWN WITH A
006440*    BLANK SITE AND COST CENTER, SO ITS RUNS SHOW ON THE REPORT
006450*    INSTEAD OF VANISHING.  A FULL TABLE IS COUNTED AND FLAGGED.
006460*----------------------------------------------------------------
006470 2200-FIND-SITE-BY-JOB.
006480     MOVE ZERO TO WS-ST-HIT.
006490     PERFORM 2210-MATCH-SITE-JOB THRU 2210-EXIT
006500         VARYING WS-ST-SUB FROM 1 BY 1
006510         UNTIL WS-ST-SUB > WS-ST-MAX OR WS-ST-HIT > ZERO.
006520     IF WS-ST-HIT > ZERO
006530         GO TO 2200-EXIT
006540     END-IF.
006550     IF WS-ST-MAX >= 500
006560         ADD 1 TO WS-TABLE-FULL-CNT
006570         GO TO 2200-EXIT
006580     END-IF.
006590     ADD 1 TO WS-ST-MAX.
006600     MOVE WS-ST-MAX TO WS-ST-HIT.
006610     MOVE SPACES         TO WS-ST-SITE-ID(WS-ST-HIT).
006620     MOVE HW-HB-JOB-NAME TO WS-ST-JOB-NAME(WS-ST-HIT).
006630     MOVE SPACES         TO WS-ST-COST-CENTER(WS-ST-HIT).
006640     PERFORM 1220-CLEAR-SITE-ROW THRU 1220-EXIT.
006650 2200-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680*    2210-MATCH-SITE-JOB
006690*    TEST ONE SITE ROW AGAINST THE HEARTBEAT ROW'S JOB NAME.
006700*----------------------------------------------------------------
006710 2210-MATCH-SITE-JOB.
006720     IF WS-ST-JOB-NAME(WS-ST-SUB) = HW-HB-JOB-NAME
006730         MOVE WS-ST-SUB TO WS-ST-HIT
006740     END-IF.
006750 2210-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780*    3000-TALLY-RERUNS
006790*    COUNT EVERY FORCE GRANTED IN THE CHARGE MONTH AGAINST ITS
006800*    SITE OFF THE OVERRIDE LOG - HELLOWORLD LOGS EVERY FORCE IT
006810*    IS ASKED TO HONOR.  NO LOG MEANS NO RERUN CAN BE COUNTED;
006820*    WORTH A WARNING, NOT A FAILURE.
006830*----------------------------------------------------------------
006840 3000-TALLY-RERUNS.
006850     OPEN INPUT OVR-LOG-FILE.
006860     IF NOT WS-OLOG-FOUND
006870         MOVE SPACES TO HW-RL-TEXT
006880         MOVE 'OVERRIDE LOG NOT FOUND - NO RERUNS COUNTED'
006890             TO HW-RL-TEXT
006900         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
006910         IF WS-RETURN-CODE < 4
006920             MOVE 4 TO WS-RETURN-CODE
006930         END-IF
006940         GO TO 3000-EXIT
006950     END-IF.
006960     SET WS-FILE-EOF-NO TO TRUE.
006970     PERFORM 3010-TALLY-OLOG-REC THRU 3010-EXIT
006980         UNTIL WS-FILE-EOF-YES.
006990     CLOSE OVR-LOG-FILE.
007000 3000-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030*    3010-TALLY-OLOG-REC
007040*    READ ONE OVERRIDE LOG ROW AND POST IT IF IT IS A FORCE
007050*    GRANTED IN THE MONTH.  A FORCE FOR A SITE NOT ON THE TABLE
007060*    IS COUNTED AND FLAGGED.
007070*----------------------------------------------------------------
007080 3010-TALLY-OLOG-REC.
007090     READ OVR-LOG-FILE
007100         AT END
007110             SET WS-FILE-EOF-YES TO TRUE
007120             GO TO 3010-EXIT
007130     END-READ.
007140     ADD 1 TO WS-OLOG-READ-CNT.
007150     IF HW-OL-LOG-DATE NOT NUMERIC
007160        OR NOT HW-OL-CHECK-FORCE
007170        OR NOT HW-OL-GRANTED
007180         GO TO 3010-EXIT
007190     END-IF.
007200     MOVE HW-OL-LOG-DATE(1:6) TO WS-ROW-MONTH.
007210     IF WS-ROW-MONTH NOT = WS-CHARGE-MONTH
007220         GO TO 3010-EXIT
007230     END-IF.
007240     MOVE ZERO TO WS-ST-HIT.
007250     PERFORM 3020-MATCH-SITE-ID THRU 3020-EXIT
007260         VARYING WS-ST-SUB FROM 1 BY 1
007270         UNTIL WS-ST-SUB > WS-ST-MAX OR WS-ST-HIT > ZERO.
007280     IF WS-ST-HIT = ZERO
007290         ADD 1 TO WS-UNMAPPED-RERUN-CNT
007300         GO TO 3010-EXIT
007310     END-IF.
007320     ADD 1 TO WS-RERUN-CNT.
007330     ADD 1 TO WS-ST-RERUN-CNT(WS-ST-HIT).
007340 3010-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370*    3020-MATCH-SITE-ID
007380*    TEST ONE SITE ROW AGAINST THE OVERRIDE LOG ROW'S SITE.
007390*----------------------------------------------------------------
007400 3020-MATCH-SITE-ID.
007410     IF WS-ST-SITE-ID(WS-ST-SUB) = HW-OL-SITE-ID
007420        AND WS-ST-SITE-ID(WS-ST-SUB) NOT = SPACES
007430         MOVE WS-ST-SUB TO WS-ST-HIT
007440     END-IF.
007450 3020-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480*    4000-REPORT-SITES
007490*    PRICE AND PRINT ONE LINE PER SITE WITH ACTIVITY IN THE
007500*    MONTH, POSTING EACH TO ITS COST CENTER'S ROLLUP ROW.
007510*----------------------------------------------------------------
007520 4000-REPORT-SITES.
007530     MOVE SPACES TO HW-RL-TEXT.
007540     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
007550     MOVE 'CHARGES BY SITE' TO HW-RL-TEXT.
007560     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
007570     MOVE SPACES TO HW-RL-TEXT.
007580     MOVE 'SITE'     TO HW-RL-TEXT(1:4).
007590     MOVE 'JOB'      TO HW-RL-TEXT(8:3).
007600     MOVE 'COST CTR' TO HW-RL-TEXT(18:8).
007610     PERFORM 4900-WRITE-COLUMN-HEADS THRU 4900-EXIT.
007620     PERFORM 4010-REPORT-ONE-SITE THRU 4010-EXIT
007630         VARYING WS-ST-SUB FROM 1 BY 1
007640         UNTIL WS-ST-SUB > WS-ST-MAX.
007650     IF WS-CC-MAX = ZERO
007660         MOVE SPACES TO HW-RL-TEXT
007670         MOVE '  (NO RUNS IN THE CHARGE MONTH)' TO HW-RL-TEXT
007680         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
007690     END-IF.
007700 4000-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730*    4010-REPORT-ONE-SITE
007740*    PRICE ONE SITE ROW AT ITS COST CENTER'S RATE - ITS OWN CARD,
007750*    ELSE THE SHOP RATE - AND PRINT IT.  A SITE WITH NO COST
007760*    CENTER, OR A COST CENTER WITH NO RATE, IS PRINTED UNPRICED
007770*    AND FLAGGED.
007780*----------------------------------------------------------------
007790 4010-REPORT-ONE-SITE.
007800     IF WS-ST-RUN-CNT(WS-ST-SUB) = ZERO
007810        AND WS-ST-RERUN-CNT(WS-ST-SUB) = ZERO
007820         ADD 1 TO WS-IDLE-SITE-CNT
007830         GO TO 4010-EXIT
007840     END-IF.
007850     MOVE ZERO TO WS-RT-HIT.
007860     IF WS-ST-COST-CENTER(WS-ST-SUB) = SPACES
007870         SET WS-ST-NO-COST-CENTER(WS-ST-SUB) TO TRUE
007880     ELSE
007890         MOVE WS-ST-COST-CENTER(WS-ST-SUB)
007900             TO WS-RT-FIND-COST-CENTER
007910         PERFORM 1120-FIND-RATE THRU 1120-EXIT
007920         IF WS-RT-HIT = ZERO
007930             MOVE SPACES TO WS-RT-FIND-COST-CENTER
007940             PERFORM 1120-FIND-RATE THRU 1120-EXIT
007950         END-IF
007960         IF WS-RT-HIT = ZERO
007970             SET WS-ST-NO-RATE(WS-ST-SUB) TO TRUE
007980         ELSE
007990             SET WS-ST-PRICED(WS-ST-SUB) TO TRUE
008000         END-IF
008010     END-IF.
008020     IF WS-ST-PRICED(WS-ST-SUB)
008030         COMPUTE WS-ST-CHARGE(WS-ST-SUB) ROUNDED =
008040             (WS-ST-RUN-CNT(WS-ST-SUB)
008050                * WS-RT-RUN-RATE(WS-RT-HIT))
008060             + (WS-ST-TOT-MINS(WS-ST-SUB)
008070                * WS-RT-MINUTE-RATE(WS-RT-HIT))
008080     ELSE
008090         ADD WS-ST-RUN-CNT(WS-ST-SUB) TO WS-UNCHARGED-RUN-CNT
008100     END-IF.
008110     PERFORM 4100-POST-COST-CENTER THRU 4100-EXIT.
008120     MOVE SPACES TO HW-RL-TEXT.
008130     MOVE WS-ST-SITE-ID(WS-ST-SUB)     TO HW-RL-TEXT(1:5).
008140     MOVE WS-ST-JOB-NAME(WS-ST-SUB)    TO HW-RL-TEXT(8:8).
008150     MOVE WS-ST-COST-CENTER(WS-ST-SUB) TO HW-RL-TEXT(18:6).
008160     MOVE WS-ST-RUN-CNT(WS-ST-SUB)     TO WS-COUNT-EDIT.
008170     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(27:10).
008180     MOVE WS-ST-RERUN-CNT(WS-ST-SUB)   TO WS-COUNT-EDIT.
008190     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(39:10).
008200     MOVE WS-ST-TOT-MINS(WS-ST-SUB)    TO WS-MINS-EDIT.
008210     MOVE WS-MINS-EDIT  TO HW-RL-TEXT(51:10).
008220     MOVE WS-ST-CHARGE(WS-ST-SUB)      TO WS-AMOUNT-EDIT.
008230     MOVE WS-AMOUNT-EDIT TO HW-RL-TEXT(63:17).
008240     EVALUATE TRUE
008250         WHEN WS-ST-SITE-ID(WS-ST-SUB) = SPACES
008260             MOVE 'JOB ON NO SITE - NOT CHARGED'
008270                 TO HW-RL-TEXT(82:40)
008280         WHEN WS-ST-NO-COST-CENTER(WS-ST-SUB)
008290             MOVE 'NO COST CENTER - NOT CHARGED'
008300                 TO HW-RL-TEXT(82:40)
008310         WHEN WS-ST-NO-RATE(WS-ST-SUB)
008320             MOVE 'NO RATE CARD - NOT CHARGED'
008330                 TO HW-RL-TEXT(82:40)
008340         WHEN OTHER
008350             CONTINUE
008360     END-EVALUATE.
008370     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008380 4010-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410*    4100-POST-COST-CENTER
008420*    ADD THE SITE ROW JUST PRICED TO ITS COST CENTER'S ROLLUP
008430*    ROW, ADDING THE COST CENTER WHEN IT IS NEW.  THE ROLLUP
008440*    TABLE IS AS DEEP AS THE SITE TABLE, SO IT CANNOT FILL.
008450*----------------------------------------------------------------
008460 4100-POST-COST-CENTER.
008470     MOVE ZERO TO WS-CC-HIT.
008480     PERFORM 4110-MATCH-COST-CENTER THRU 4110-EXIT
008490         VARYING WS-CC-SUB FROM 1 BY 1
008500         UNTIL WS-CC-SUB > WS-CC-MAX OR WS-CC-HIT > ZERO.
008510     IF WS-CC-HIT = ZERO
008520         ADD 1 TO WS-CC-MAX
008530         MOVE WS-CC-MAX TO WS-CC-HIT
008540         MOVE WS-ST-COST-CENTER(WS-ST-SUB)
008550             TO WS-CC-COST-CENTER(WS-CC-HIT)
008560         MOVE ZERO TO WS-CC-SITE-CNT(WS-CC-HIT)
008570         MOVE ZERO TO WS-CC-RUN-CNT(WS-CC-HIT)
008580         MOVE ZERO TO WS-CC-RERUN-CNT(WS-CC-HIT)
008590         MOVE ZERO TO WS-CC-TOT-MINS(WS-CC-HIT)
008600         MOVE ZERO TO WS-CC-CHARGE(WS-CC-HIT)
008610         MOVE WS-ST-PRICE-SW(WS-ST-SUB)
008620             TO WS-CC-PRICE-SW(WS-CC-HIT)
008630     END-IF.
008640     ADD 1 TO WS-CC-SITE-CNT(WS-CC-HIT).
008650     ADD WS-ST-RUN-CNT(WS-ST-SUB)   TO WS-CC-RUN-CNT(WS-CC-HIT).
008660     ADD WS-ST-RERUN-CNT(WS-ST-SUB) TO WS-CC-RERUN-CNT(WS-CC-HIT).
008670     ADD WS-ST-TOT-MINS(WS-ST-SUB)  TO WS-CC-TOT-MINS(WS-CC-HIT).
008680     ADD WS-ST-CHARGE(WS-ST-SUB)    TO WS-CC-CHARGE(WS-CC-HIT).
008690     ADD WS-ST-RUN-CNT(WS-ST-SUB)   TO WS-TOT-RUN-CNT.
008700     ADD WS-ST-RERUN-CNT(WS-ST-SUB) TO WS-TOT-RERUN-CNT.
008710     ADD WS-ST-TOT-MINS(WS-ST-SUB)  TO WS-TOT-MINS.
008720     ADD WS-ST-CHARGE(WS-ST-SUB)    TO WS-TOT-CHARGE.
008730 4100-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760*    4110-MATCH-COST-CENTER
008770*    TEST ONE ROLLUP ROW AGAINST THE SITE ROW'S COST CENTER.
008780*----------------------------------------------------------------
008790 4110-MATCH-COST-CENTER.
008800     IF WS-CC-COST-CENTER(WS-CC-SUB)
008810        = WS-ST-COST-CENTER(WS-ST-SUB)
008820         MOVE WS-CC-SUB TO WS-CC-HIT
008830     END-IF.
008840 4110-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870*    4500-REPORT-COST-CENTERS
008880*    PRINT ONE ROLLUP LINE PER COST CENTER AND THE MONTH TOTAL.
008890*----------------------------------------------------------------
008900 4500-REPORT-COST-CENTERS.
008910     MOVE SPACES TO HW-RL-TEXT.
008920     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008930     MOVE 'CHARGES BY COST CENTER' TO HW-RL-TEXT.
008940     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008950     MOVE SPACES TO HW-RL-TEXT.
008960     MOVE 'COST CTR' TO HW-RL-TEXT(1:8).
008970     MOVE 'SITES'    TO HW-RL-TEXT(19:5).
008980     PERFORM 4900-WRITE-COLUMN-HEADS THRU 4900-EXIT.
008990     PERFORM 4510-REPORT-ONE-COST-CENTER THRU 4510-EXIT
009000         VARYING WS-CC-SUB FROM 1 BY 1
009010         UNTIL WS-CC-SUB > WS-CC-MAX.
009020     MOVE SPACES TO HW-RL-TEXT.
009030     MOVE '*TOTAL*' TO HW-RL-TEXT(1:7).
009040     MOVE WS-TOT-RUN-CNT   TO WS-COUNT-EDIT.
009050     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(27:10).
009060     MOVE WS-TOT-RERUN-CNT TO WS-COUNT-EDIT.
009070     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(39:10).
009080     MOVE WS-TOT-MINS      TO WS-MINS-EDIT.
009090     MOVE WS-MINS-EDIT  TO HW-RL-TEXT(51:10).
009100     MOVE WS-TOT-CHARGE    TO WS-AMOUNT-EDIT.
009110     MOVE WS-AMOUNT-EDIT TO HW-RL-TEXT(63:17).
009120     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
009130 4500-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160*    4510-REPORT-ONE-COST-CENTER
009170*    PRINT ONE COST CENTER'S ROLLUP LINE, FLAGGING ANY ROW THAT
009180*    WILL NOT GO TO THE GL.
009190*----------------------------------------------------------------
009200 4510-REPORT-ONE-COST-CENTER.
009210     MOVE SPACES TO HW-RL-TEXT.
009220     IF WS-CC-COST-CENTER(WS-CC-SUB) = SPACES
009230         MOVE '(NONE)' TO HW-RL-TEXT(1:6)
009240     ELSE
009250         MOVE WS-CC-COST-CENTER(WS-CC-SUB) TO HW-RL-TEXT(1:6)
009260     END-IF.
009270     MOVE WS-CC-SITE-CNT(WS-CC-SUB)  TO WS-COUNT-EDIT.
009280     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(14:10).
009290     MOVE WS-CC-RUN-CNT(WS-CC-SUB)   TO WS-COUNT-EDIT.
009300     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(27:10).
009310     MOVE WS-CC-RERUN-CNT(WS-CC-SUB) TO WS-COUNT-EDIT.
009320     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(39:10).
009330     MOVE WS-CC-TOT-MINS(WS-CC-SUB)  TO WS-MINS-EDIT.
009340     MOVE WS-MINS-EDIT  TO HW-RL-TEXT(51:10).
009350     MOVE WS-CC-CHARGE(WS-CC-SUB)    TO WS-AMOUNT-EDIT.
009360     MOVE WS-AMOUNT-EDIT TO HW-RL-TEXT(63:17).
009370     IF NOT WS-CC-PRICED(WS-CC-SUB)
009380         MOVE 'NOT FED TO GL' TO HW-RL-TEXT(82:13)
009390     END-IF.
009400     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
009410 4510-EXIT.
009420     EXIT.
009430*----------------------------------------------------------------
009440*    4900-WRITE-COLUMN-HEADS
009450*    ADD THE COUNT AND CHARGE COLUMN HEADINGS SHARED BY THE SITE
009460*    AND COST CENTER SECTIONS TO THE HEADING LINE THE CALLER HAS
009470*    STARTED, AND PRINT IT.
009480*----------------------------------------------------------------
009490 4900-WRITE-COLUMN-HEADS.
009500     MOVE 'RUNS'    TO HW-RL-TEXT(33:4).
009510     MOVE 'RERUNS'  TO HW-RL-TEXT(43:6).
009520     MOVE 'MINUTES' TO HW-RL-TEXT(54:7).
009530     MOVE 'CHARGE'  TO HW-RL-TEXT(74:6).
009540     MOVE 'NOTE'    TO HW-RL-TEXT(82:4).
009550     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
009560 4900-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590*    5000-WRITE-GL-FEED
009600*    CUT THE GL FEED - HEADER, ONE DETAIL PER PRICED COST CENTER,
009610*    TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL.  A FEED FILE
009620*    THAT WILL NOT OPEN FAILS THE RUN SO THE INTERFACE STEP IS
009630*    HELD.
009640*----------------------------------------------------------------
009650 5000-WRITE-GL-FEED.
009660     OPEN OUTPUT GL-FEED-FILE.
009670     IF NOT WS-GL-FOUND
009680         MOVE SPACES TO HW-RL-TEXT
009690         MOVE 'GL FEED FILE DID NOT OPEN - NOTHING FED'
009700             TO HW-RL-TEXT
009710         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
009720         MOVE 8 TO WS-RETURN-CODE
009730         GO TO 5000-EXIT
009740     END-IF.
009750     MOVE SPACES TO HW-GL-FEED-RECORD.
009760     SET HW-GL-HEADER-REC TO TRUE.
009770     MOVE 'HWCHGBK'       TO HW-GL-HD-SOURCE.
009780     MOVE WS-CHARGE-MONTH TO HW-GL-HD-PERIOD.
009790     MOVE WS-RUN-DATE     TO HW-GL-HD-CUT-DATE.
009800     WRITE HW-GL-FEED-RECORD.
009810     PERFORM 5010-WRITE-GL-DETAIL THRU 5010-EXIT
009820         VARYING WS-CC-SUB FROM 1 BY 1
009830         UNTIL WS-CC-SUB > WS-CC-MAX.
009840     MOVE SPACES TO HW-GL-FEED-RECORD.
009850     SET HW-GL-TRAILER-REC TO TRUE.
009860     MOVE WS-GL-DETAIL-CNT TO HW-GL-TR-DETAIL-CNT.
009870     MOVE WS-GL-AMOUNT-TOT TO HW-GL-TR-AMOUNT-TOT.
009880     WRITE HW-GL-FEED-RECORD.
009890     CLOSE GL-FEED-FILE.
009900 5000-EXIT.
009910     EXIT.
009920*----------------------------------------------------------------
009930*    5010-WRITE-GL-DETAIL
009940*    WRITE ONE COST CENTER'S DETAIL RECORD IF IT WAS PRICED.
009950*----------------------------------------------------------------
009960 5010-WRITE-GL-DETAIL.
009970     IF NOT WS-CC-PRICED(WS-CC-SUB)
009980         GO TO 5010-EXIT
009990     END-IF.
010000     MOVE SPACES TO HW-GL-FEED-RECORD.
010010     SET HW-GL-DETAIL-REC TO TRUE.
010020     MOVE WS-CHARGE-MONTH              TO HW-GL-DT-PERIOD.
010030     MOVE WS-CC-COST-CENTER(WS-CC-SUB) TO HW-GL-DT-COST-CENTER.
010040     MOVE WS-CC-RUN-CNT(WS-CC-SUB)     TO HW-GL-DT-RUN-CNT.
010050     MOVE WS-CC-RERUN-CNT(WS-CC-SUB)   TO HW-GL-DT-RERUN-CNT.
010060     MOVE WS-CC-TOT-MINS(WS-CC-SUB)    TO HW-GL-DT-MINUTES.
010070     MOVE WS-CC-CHARGE(WS-CC-SUB)      TO HW-GL-DT-AMOUNT.
010080     WRITE HW-GL-FEED-RECORD.
010090     ADD 1 TO WS-GL-DETAIL-CNT.
010100     ADD WS-CC-CHARGE(WS-CC-SUB) TO WS-GL-AMOUNT-TOT.
010110 5010-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------
010140*    6000-WRITE-RPT-LINE
010150*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
010160*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
010170*    SPACING AFTER EACH LINE.
010180*----------------------------------------------------------------
010190 6000-WRITE-RPT-LINE.
010200     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
010210     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
010220     CALL 'HWPRINT' USING HW-PRINT-PARM.
010230     MOVE ' ' TO HW-RL-CTL.
010240 6000-EXIT.
010250     EXIT.
010260*----------------------------------------------------------------
010270*    7000-WRITE-RPT-TRAILER
010280*    PRINT THE CONTROL COUNTS.  RUNS THAT COULD NOT BE CHARGED,
010290*    REJECTED RATE CARDS, UNREADABLE ROWS AND A FULL TABLE ARE
010300*    A WARNING - THE FEED STILL GOES, SHORT BY WHAT IS FLAGGED.
010310*----------------------------------------------------------------
010320 7000-WRITE-RPT-TRAILER.
010330     SET HW-PS-PRINT-TOTAL TO TRUE.
010340     MOVE SPACES TO HW-RL-TEXT.
010350     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010360     MOVE WS-RATE-READ-CNT TO WS-COUNT-EDIT.
010370     STRING 'RATE CARDS READ. . . . . : ' DELIMITED BY SIZE
010380            WS-COUNT-EDIT                 DELIMITED BY SIZE
010390         INTO HW-RL-TEXT.
010400     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010410     MOVE SPACES TO HW-RL-TEXT.
010420     MOVE WS-RATE-REJECT-CNT TO WS-COUNT-EDIT.
010430     STRING 'RATE CARDS REJECTED. . . : ' DELIMITED BY SIZE
010440            WS-COUNT-EDIT                 DELIMITED BY SIZE
010450         INTO HW-RL-TEXT.
010460     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010470     MOVE SPACES TO HW-RL-TEXT.
010480     MOVE WS-SITE-READ-CNT TO WS-COUNT-EDIT.
010490     STRING 'SITES READ . . . . . . . : ' DELIMITED BY SIZE
010500            WS-COUNT-EDIT                 DELIMITED BY SIZE
010510         INTO HW-RL-TEXT.
010520     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010530     MOVE SPACES TO HW-RL-TEXT.
010540     MOVE WS-IDLE-SITE-CNT TO WS-COUNT-EDIT.
010550     STRING 'SITES WITH NO RUNS . . . : ' DELIMITED BY SIZE
010560            WS-COUNT-EDIT                 DELIMITED BY SIZE
010570         INTO HW-RL-TEXT.
010580     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010590     MOVE SPACES TO HW-RL-TEXT.
010600     MOVE WS-HB-READ-CNT TO WS-COUNT-EDIT.
010610     STRING 'HEARTBEAT ROWS READ. . . : ' DELIMITED BY SIZE
010620            WS-COUNT-EDIT                 DELIMITED BY SIZE
010630         INTO HW-RL-TEXT.
010640     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010650     MOVE SPACES TO HW-RL-TEXT.
010660     MOVE WS-HBARC-READ-CNT TO WS-COUNT-EDIT.
010670     STRING 'ARCHIVE ROWS READ. . . . : ' DELIMITED BY SIZE
010680            WS-COUNT-EDIT                 DELIMITED BY SIZE
010690         INTO HW-RL-TEXT.
010700     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010710     MOVE SPACES TO HW-RL-TEXT.
010720     MOVE WS-START-ONLY-CNT TO WS-COUNT-EDIT.
010730     STRING 'START-ONLY ROWS SKIPPED. : ' DELIMITED BY SIZE
010740            WS-COUNT-EDIT                 DELIMITED BY SIZE
010750         INTO HW-RL-TEXT.
010760     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010770     MOVE SPACES TO HW-RL-TEXT.
010780     MOVE WS-OUT-MONTH-CNT TO WS-COUNT-EDIT.
010790     STRING 'RUNS OUTSIDE THE MONTH . : ' DELIMITED BY SIZE
010800            WS-COUNT-EDIT                 DELIMITED BY SIZE
010810         INTO HW-RL-TEXT.
010820     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010830     MOVE SPACES TO HW-RL-TEXT.
010840     MOVE WS-RUNS-MONTH-CNT TO WS-COUNT-EDIT.
010850     STRING 'RUNS IN CHARGE MONTH . . : ' DELIMITED BY SIZE
010860            WS-COUNT-EDIT                 DELIMITED BY SIZE
010870         INTO HW-RL-TEXT.
010880     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010890     MOVE SPACES TO HW-RL-TEXT.
010900     MOVE WS-OLOG-READ-CNT TO WS-COUNT-EDIT.
010910     STRING 'OVERRIDE LOG ROWS READ . : ' DELIMITED BY SIZE
010920            WS-COUNT-EDIT                 DELIMITED BY SIZE
010930         INTO HW-RL-TEXT.
010940     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
010950     MOVE SPACES TO HW-RL-TEXT.
010960     MOVE WS-RERUN-CNT TO WS-COUNT-EDIT.
010970     STRING 'FORCE RERUNS IN MONTH. . : ' DELIMITED BY SIZE
010980            WS-COUNT-EDIT                 DELIMITED BY SIZE
010990         INTO HW-RL-TEXT.
011000     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011010     MOVE SPACES TO HW-RL-TEXT.
011020     MOVE WS-GL-DETAIL-CNT TO WS-COUNT-EDIT.
011030     STRING 'GL DETAIL RECORDS. . . . : ' DELIMITED BY SIZE
011040            WS-COUNT-EDIT                 DELIMITED BY SIZE
011050         INTO HW-RL-TEXT.
011060     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011070     MOVE SPACES TO HW-RL-TEXT.
011080     MOVE WS-GL-AMOUNT-TOT TO WS-AMOUNT-EDIT.
011090     STRING 'GL AMOUNT TOTAL. . . . . : ' DELIMITED BY SIZE
011100            WS-AMOUNT-EDIT                DELIMITED BY SIZE
011110         INTO HW-RL-TEXT.
011120     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
011130     IF WS-UNCHARGED-RUN-CNT > ZERO
011140         MOVE SPACES TO HW-RL-TEXT
011150         MOVE WS-UNCHARGED-RUN-CNT TO WS-COUNT-EDIT
011160         STRING 'RUNS NOT CHARGED (NO COST CENTER OR RATE): '
011170                                          DELIMITED BY SIZE
011180                WS-COUNT-EDIT             DELIMITED BY SIZE
011190             INTO HW-RL-TEXT
011200         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
011210         IF WS-RETURN-CODE < 4
011220             MOVE 4 TO WS-RETURN-CODE
011230         END-IF
011240     END-IF.
011250     IF WS-UNMAPPED-RERUN-CNT > ZERO
011260         MOVE SPACES TO HW-RL-TEXT
011270         MOVE WS-UNMAPPED-RERUN-CNT TO WS-COUNT-EDIT
011280         STRING 'FORCE RERUNS FOR SITES NOT ON FILE: '
011290                                          DELIMITED BY SIZE
011300                WS-COUNT-EDIT             DELIMITED BY SIZE
011310             INTO HW-RL-TEXT
011320         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
011330         IF WS-RETURN-CODE < 4
011340             MOVE 4 TO WS-RETURN-CODE
011350         END-IF
011360     END-IF.
011370     IF WS-DROPPED-CNT > ZERO
011380        OR WS-TABLE-FULL-CNT > ZERO
011390         MOVE SPACES TO HW-RL-TEXT
011400         COMPUTE WS-COUNT-EDIT =
011410             WS-DROPPED-CNT + WS-TABLE-FULL-CNT
011420         STRING 'ROWS SKIPPED (BAD DATA OR TABLE FULL): '
011430                                          DELIMITED BY SIZE
011440                WS-COUNT-EDIT             DELIMITED BY SIZE
011450             INTO HW-RL-TEXT
011460         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
011470         IF WS-RETURN-CODE < 4
011480             MOVE 4 TO WS-RETURN-CODE
011490         END-IF
011500     END-IF.
011510 7000-EXIT.
011520     EXIT.
011530*----------------------------------------------------------------
011540*    8000-TERMINATE
011550*    CLOSE FILES AND END THE RUN.
011560*----------------------------------------------------------------
011570 8000-TERMINATE.
011580     IF WS-PARM-OPEN-YES
011590         CLOSE CHGBK-PARM-FILE
011600     END-IF.
011610     SET HW-PS-CLOSE-RPT TO TRUE.
011620     CALL 'HWPRINT' USING HW-PRINT-PARM.
011630     MOVE WS-RETURN-CODE TO RETURN-CODE.
011640 8000-EXIT.
011650     EXIT.

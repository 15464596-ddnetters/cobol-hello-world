000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWPRMBLD.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - NIGHTLY PARM DECK BUILD.
000140*                  CUTS ONE HWPARMR CARD PER ACTIVE SITE ON THE
000150*                  SITE-PARM-FILE INSTEAD OF THE EVENING'S HAND-
000160*                  KEYED DECK: JOB NAME OFF THE SITE ROW,
000170*                  BUSINESS DATE OFF THE DATE-CTL-FILE NEXT-
000180*                  PROCESSING-DATE, LANG/SHIFT OFF THE CREW
000190*                  ROSTER ROW FOR THE SITE AND THE SHIFT ON THE
000200*                  CONTROL CARD, AND THE BUILD OPERATOR'S ID.
000210*                  THE EXCEPTIONS OPERATORS STILL CODE BY HAND -
000220*                  FORCE, OPERATOR NOTE, A DIFFERENT CREW, OR A
000230*                  SITE HELD OUT FOR THE NIGHT - COME IN ON A
000240*                  SHORT OVERRIDE DECK MERGED BY SITE ID.  PRINTS
000250*                  A BUILD LISTING WITH EVERY CARD CUT, EVERY
000260*                  SITE LEFT OUT AND WHY, AND CONTROL COUNTS.
000270*                  HWPARMED STILL EDITS THE DECK AT 18:00.
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
000380     SELECT DECK-PARM-FILE
000390         ASSIGN TO "DECKPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DECKP-FILE-STATUS.
000420     SELECT DATE-CTL-FILE
000430         ASSIGN TO "DATECTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DATE-FILE-STATUS.
000460     SELECT SITE-PARM-FILE
000470         ASSIGN TO "SITEPARM"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HW-SR-SITE-ID
000510         FILE STATUS IS WS-SITE-FILE-STATUS.
000520     SELECT CREW-ROSTER-FILE
000530         ASSIGN TO "CREWROST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CREW-FILE-STATUS.
000560     SELECT OVERRIDE-FILE
000570         ASSIGN TO "OVRDECK"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-OVR-FILE-STATUS.
000600     SELECT PARM-FILE
000610         ASSIGN TO "PARMFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-FILE-STATUS.
000640*
000650*================================================================
000660 DATA DIVISION.
000670*================================================================
000680 FILE SECTION.
000690 FD  DECK-PARM-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY HWDKPR.
000720*
000730 FD  DATE-CTL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY HWDATER.
000760*
000770 FD  SITE-PARM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY HWSITER.
000800*
000810 FD  CREW-ROSTER-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY HWCRWR.
000840*
000850 FD  OVERRIDE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY HWOVRR.
000880*
000890 FD  PARM-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY HWPARMR.
000920*
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
000960* PRINT-LINE WORK AREA THE REPORT PARAGRAPHS BUILD INTO -
000970* HWPRINT OWNS THE PRINT FILE ITSELF.
000980*----------------------------------------------------------------
000990     COPY HWPRTL.
001000     COPY HWRPTR.
001010*----------------------------------------------------------------
001020* SWITCHES
001030*----------------------------------------------------------------
001040 77  WS-DECKP-FILE-STATUS       PIC X(02)  VALUE '00'.
001050     88  WS-DECKP-FOUND                    VALUE '00'.
001060 77  WS-DATE-FILE-STATUS        PIC X(02)  VALUE '00'.
001070     88  WS-DATE-FOUND                     VALUE '00'.
001080 77  WS-SITE-FILE-STATUS        PIC X(02)  VALUE '00'.
001090     88  WS-SITE-GOOD                      VALUE '00'.
001100 77  WS-SITE-OPEN-SW            PIC X(01)  VALUE 'N'.
001110     88  WS-SITE-OPEN-YES                  VALUE 'Y'.
001120     88  WS-SITE-OPEN-NO                   VALUE 'N'.
001130 77  WS-SITE-EOF-SW             PIC X(01)  VALUE 'N'.
001140     88  WS-SITE-EOF-YES                   VALUE 'Y'.
001150     88  WS-SITE-EOF-NO                    VALUE 'N'.
001160 77  WS-CREW-FILE-STATUS        PIC X(02)  VALUE '00'.
001170     88  WS-CREW-FOUND                     VALUE '00'.
001180 77  WS-OVR-FILE-STATUS         PIC X(02)  VALUE '00'.
001190     88  WS-OVR-FOUND                      VALUE '00'.
001200 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
001210     88  WS-PARM-GOOD                      VALUE '00'.
001220 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
001230     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
001240     88  WS-PARM-OPEN-NO                   VALUE 'N'.
001250 77  WS-LOAD-EOF-SW             PIC X(01)  VALUE 'N'.
001260     88  WS-LOAD-EOF-YES                   VALUE 'Y'.
001270     88  WS-LOAD-EOF-NO                    VALUE 'N'.
001280 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
001290     88  WS-ABORT-YES                      VALUE 'Y'.
001300     88  WS-ABORT-NO                       VALUE 'N'.
001310 77  WS-LEAVE-OUT-SW            PIC X(01)  VALUE 'N'.
001320     88  WS-LEAVE-OUT-YES                  VALUE 'Y'.
001330     88  WS-LEAVE-OUT-NO                   VALUE 'N'.
001340*----------------------------------------------------------------
001350* RETURN CODE, RUN DATE, BUILD VALUES, AND CONTROL COUNTS
001360*----------------------------------------------------------------
001370 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001380 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001390 77  WS-BUSINESS-DATE           PIC 9(08)  VALUE ZERO.
001400 77  WS-DECK-SHIFT              PIC X(01)  VALUE SPACE.
001410 77  WS-DECK-OPERATOR           PIC X(08)  VALUE SPACES.
001420 77  WS-LOOKUP-SHIFT            PIC X(01)  VALUE SPACE.
001430 77  WS-SITES-READ-CNT          PIC S9(05) COMP VALUE ZERO.
001440 77  WS-CARDS-WRITTEN-CNT       PIC S9(05) COMP VALUE ZERO.
001450 77  WS-SITES-LEFT-CNT          PIC S9(05) COMP VALUE ZERO.
001460 77  WS-ROSTER-READ-CNT         PIC S9(05) COMP VALUE ZERO.
001470 77  WS-ROSTER-MISS-CNT         PIC S9(05) COMP VALUE ZERO.
001480 77  WS-OVR-READ-CNT            PIC S9(05) COMP VALUE ZERO.
001490 77  WS-OVR-APPLIED-CNT         PIC S9(05) COMP VALUE ZERO.
001500 77  WS-OVR-REJECT-CNT          PIC S9(05) COMP VALUE ZERO.
001510 77  WS-OVR-UNUSED-CNT          PIC S9(05) COMP VALUE ZERO.
001520 77  WS-DROPPED-CNT             PIC S9(05) COMP VALUE ZERO.
001530*----------------------------------------------------------------
001540* CREW ROSTER TABLE, ONE ROW PER SITE AND SHIFT.  500 ROWS IS
001550* FAR PAST TODAY'S SHOP; AN OVERFLOW IS COUNTED AND FLAGGED,
001560* NEVER SILENT.
001570*----------------------------------------------------------------
001580 77  WS-CW-MAX                  PIC S9(04) COMP VALUE ZERO.
001590 77  WS-CW-SUB                  PIC S9(04) COMP VALUE ZERO.
001600 77  WS-CW-HIT                  PIC S9(04) COMP VALUE ZERO.
001610 01  WS-CREW-TABLE.
001620     05  WS-CW-ENTRY OCCURS 500 TIMES.
001630         10  WS-CW-SITE-ID       PIC X(05).
001640         10  WS-CW-SHIFT-CODE    PIC X(01).
001650         10  WS-CW-LANG-CODE     PIC X(02).
001660*----------------------------------------------------------------
001670* OVERRIDE TABLE, ONE ROW PER SITE.  AN OVERRIDE NEVER MATCHED
001680* TO A SITE ON FILE IS LISTED AT THE END OF THE BUILD.
001690*----------------------------------------------------------------
001700 77  WS-OV-MAX                  PIC S9(04) COMP VALUE ZERO.
001710 77  WS-OV-SUB                  PIC S9(04) COMP VALUE ZERO.
001720 77  WS-OV-HIT                  PIC S9(04) COMP VALUE ZERO.
001730 01  WS-OVR-TABLE.
001740     05  WS-OV-ENTRY OCCURS 200 TIMES.
001750         10  WS-OV-SITE-ID       PIC X(05).
001760         10  WS-OV-FORCE-FLAG    PIC X(01).
001770         10  WS-OV-HOLD-FLAG     PIC X(01).
001780         10  WS-OV-OPERATOR-ID   PIC X(08).
001790         10  WS-OV-LANG-CODE     PIC X(02).
001800         10  WS-OV-SHIFT-CODE    PIC X(01).
001810         10  WS-OV-OPERATOR-NOTE PIC X(40).
001820         10  WS-OV-USED-SW       PIC X(01).
001830*----------------------------------------------------------------
001840* JOB NAMES ALREADY CUT INTO TONIGHT'S DECK.  TWO SITES UNDER
001850* ONE JOB NAME WOULD TRIP THE DUPLICATE-RUN GUARD IN HELLOWORLD,
001860* SO THE SECOND IS LEFT OUT HERE INSTEAD.
001870*----------------------------------------------------------------
001880 77  WS-JN-MAX                  PIC S9(04) COMP VALUE ZERO.
001890 77  WS-JN-SUB                  PIC S9(04) COMP VALUE ZERO.
001900 77  WS-JN-HIT                  PIC S9(04) COMP VALUE ZERO.
001910 01  WS-JOB-NAME-TABLE.
001920     05  WS-JN-JOB-NAME OCCURS 500 TIMES
001930                                PIC X(08).
001940*----------------------------------------------------------------
001950* REPORT WORK AREAS
001960*----------------------------------------------------------------
001970 01  WS-LEFT-REASON             PIC X(40)  VALUE SPACES.
001980 01  WS-REJECT-REASON           PIC X(40)  VALUE SPACES.
001990 01  WS-DATE-X                  PIC X(08)  VALUE SPACES.
002000 01  WS-OVR-TAG                 PIC X(10)  VALUE SPACES.
002010 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
002020*================================================================
002030 PROCEDURE DIVISION.
002040*================================================================
002050*----------------------------------------------------------------
002060*    0000-MAINLINE
002070*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
002080*----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     IF WS-ABORT-NO
002120         PERFORM 2000-LOAD-ROSTER THRU 2000-EXIT
002130         PERFORM 2500-LOAD-OVERRIDES THRU 2500-EXIT
002140         PERFORM 3000-BUILD-DECK THRU 3000-EXIT
002150         PERFORM 4000-LIST-UNUSED-OVR THRU 4000-EXIT
002160     END-IF.
002170     PERFORM 7000-WRITE-RPT-TRAILER THRU 7000-EXIT.
002180     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002190     GOBACK.
002200*----------------------------------------------------------------
002210*    1000-INITIALIZE
002220*    READ AND EDIT THE CONTROL CARD, PICK UP THE BUSINESS DATE
002230*    OFF THE DATE-CTL-FILE, AND OPEN THE SITE-PARM-FILE AND THE
002240*    NEW DECK.  ANY OF THESE MISSING STOPS THE BUILD AT RETURN
002250*    CODE 8 - A DECK CUT FOR A GUESSED DATE OR SHIFT IS WORSE
002260*    THAN NO DECK, BECAUSE HWPARMED WOULD PASS IT.
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002300     SET HW-PS-OPEN-RPT TO TRUE.
002310     MOVE 'HWPRMBLD' TO HW-PS-REPORT-ID.
002320     MOVE 'NIGHTLY PARM DECK BUILD' TO HW-PS-REPORT-TITLE.
002330     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
002340     CALL 'HWPRINT' USING HW-PRINT-PARM.
002350     SET HW-PS-PRINT-LINE TO TRUE.
002360     MOVE ' ' TO HW-RL-CTL.
002370     OPEN INPUT DECK-PARM-FILE.
002380     IF NOT WS-DECKP-FOUND
002390         MOVE 'CONTROL CARD FILE DID NOT OPEN - NO DECK BUILT'
002400             TO HW-RL-TEXT
002410         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002420         SET WS-ABORT-YES TO TRUE
002430         MOVE 8 TO WS-RETURN-CODE
002440         GO TO 1000-EXIT
002450     END-IF.
002460     READ DECK-PARM-FILE
002470         AT END
002480             MOVE 'CONTROL CARD MISSING - NO DECK BUILT'
002490                 TO HW-RL-TEXT
002500             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002510             SET WS-ABORT-YES TO TRUE
002520             MOVE 8 TO WS-RETURN-CODE
002530     END-READ.
002540     CLOSE DECK-PARM-FILE.
002550     IF WS-ABORT-YES
002560         GO TO 1000-EXIT
002570     END-IF.
002580     IF HW-DP-SHIFT-CODE = SPACE
002590        OR HW-DP-OPERATOR-ID = SPACES
002600         MOVE 'CONTROL CARD SHIFT OR OPERATOR BLANK - NO DECK'
002610             TO HW-RL-TEXT
002620         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002630         SET WS-ABORT-YES TO TRUE
002640         MOVE 8 TO WS-RETURN-CODE
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE HW-DP-SHIFT-CODE  TO WS-DECK-SHIFT.
002680     MOVE HW-DP-OPERATOR-ID TO WS-DECK-OPERATOR.
002690     PERFORM 1100-READ-DATE-CTL THRU 1100-EXIT.
002700     IF WS-ABORT-YES
002710         GO TO 1000-EXIT
002720     END-IF.
002730     OPEN INPUT SITE-PARM-FILE.
002740     IF WS-SITE-GOOD
002750         SET WS-SITE-OPEN-YES TO TRUE
002760     ELSE
002770         MOVE SPACES TO HW-RL-TEXT
002780         MOVE 'SITE-PARM-FILE DID NOT OPEN - NO DECK BUILT'
002790             TO HW-RL-TEXT
002800         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002810         SET WS-ABORT-YES TO TRUE
002820         MOVE 8 TO WS-RETURN-CODE
002830         GO TO 1000-EXIT
002840     END-IF.
002850     OPEN OUTPUT PARM-FILE.
002860     IF WS-PARM-GOOD
002870         SET WS-PARM-OPEN-YES TO TRUE
002880     ELSE
002890         MOVE SPACES TO HW-RL-TEXT
002900         MOVE 'PARM FILE DID NOT OPEN FOR OUTPUT - NO DECK BUILT'
002910             TO HW-RL-TEXT
002920         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002930         SET WS-ABORT-YES TO TRUE
002940         MOVE 8 TO WS-RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF.
002970     MOVE WS-BUSINESS-DATE TO WS-DATE-X.
002980     MOVE SPACES TO HW-RL-TEXT.
002990     STRING 'BUSINESS DATE. . . . . . : ' DELIMITED BY SIZE
003000            WS-DATE-X                     DELIMITED BY SIZE
003010         INTO HW-RL-TEXT.
003020     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003030     MOVE SPACES TO HW-RL-TEXT.
003040     STRING 'SHIFT ON DUTY. . . . . . : ' DELIMITED BY SIZE
003050            WS-DECK-SHIFT                 DELIMITED BY SIZE
003060         INTO HW-RL-TEXT.
003070     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003080     MOVE SPACES TO HW-RL-TEXT.
003090     STRING 'BUILD OPERATOR . . . . . : ' DELIMITED BY SIZE
003100            WS-DECK-OPERATOR              DELIMITED BY SIZE
003110         INTO HW-RL-TEXT.
003120     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
003130 1000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160*    1100-READ-DATE-CTL
003170*    THE BUSINESS DATE ON EVERY CARD IS THE DATE-CTL-FILE
003180*    NEXT-PROCESSING-DATE - THE SAME DATE HELLOWORLD VALIDATES
003190*    EACH CARD AGAINST, SO THE TWO CANNOT DISAGREE.
003200*----------------------------------------------------------------
003210 1100-READ-DATE-CTL.
003220     OPEN INPUT DATE-CTL-FILE.
003230     IF NOT WS-DATE-FOUND
003240         MOVE SPACES TO HW-RL-TEXT
003250         MOVE 'DATE-CTL-FILE DID NOT OPEN - NO DECK BUILT'
003260             TO HW-RL-TEXT
003270         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003280         SET WS-ABORT-YES TO TRUE
003290         MOVE 8 TO WS-RETURN-CODE
003300         GO TO 1100-EXIT
003310     END-IF.
003320     READ DATE-CTL-FILE
003330         AT END
003340             MOVE SPACES TO HW-RL-TEXT
003350             MOVE 'DATE-CTL-FILE IS EMPTY - NO DECK BUILT'
003360                 TO HW-RL-TEXT
003370             PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003380             SET WS-ABORT-YES TO TRUE
003390             MOVE 8 TO WS-RETURN-CODE
003400     END-READ.
003410     CLOSE DATE-CTL-FILE.
003420     IF WS-ABORT-YES
003430         GO TO 1100-EXIT
003440     END-IF.
003450     IF HW-DR-NEXT-PROC-DATE NOT NUMERIC
003460        OR HW-DR-NEXT-PROC-DATE = ZERO
003470         MOVE SPACES TO HW-RL-TEXT
003480         MOVE 'NEXT-PROCESSING-DATE NOT NUMERIC - NO DECK BUILT'
003490             TO HW-RL-TEXT
003500         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003510         SET WS-ABORT-YES TO TRUE
003520         MOVE 8 TO WS-RETURN-CODE
003530         GO TO 1100-EXIT
003540     END-IF.
003550     MOVE HW-DR-NEXT-PROC-DATE TO WS-BUSINESS-DATE.
003560 1100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590*    2000-LOAD-ROSTER
003600*    LOAD THE CREW ROSTER INTO THE ROSTER TABLE.  A MISSING
003610*    ROSTER IS FLAGGED BUT DOES NOT STOP THE BUILD - EVERY CARD
003620*    THEN CARRIES A BLANK LANG CODE, WHICH HELLOWORLD READS AS
003630*    THE SITE'S OWN DEFAULT GREETING.
003640*----------------------------------------------------------------
003650 2000-LOAD-ROSTER.
003660     OPEN INPUT CREW-ROSTER-FILE.
003670     IF NOT WS-CREW-FOUND
003680         MOVE SPACES TO HW-RL-TEXT
003690         MOVE 'CREW ROSTER DID NOT OPEN - SITE DEFAULT GREETINGS'
003700             TO HW-RL-TEXT
003710         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003720         IF WS-RETURN-CODE = ZERO
003730             MOVE 4 TO WS-RETURN-CODE
003740         END-IF
003750         GO TO 2000-EXIT
003760     END-IF.
003770     SET WS-LOAD-EOF-NO TO TRUE.
003780     PERFORM 2010-LOAD-ROSTER-REC THRU 2010-EXIT
003790         UNTIL WS-LOAD-EOF-YES.
003800     CLOSE CREW-ROSTER-FILE.
003810 2000-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840*    2010-LOAD-ROSTER-REC
003850*    READ AND TABLE ONE ROSTER ROW.  A SECOND ROW FOR THE SAME
003860*    SITE AND SHIFT IS PRINTED AND IGNORED - THE FIRST ONE WINS.
003870*----------------------------------------------------------------
003880 2010-LOAD-ROSTER-REC.
003890     READ CREW-ROSTER-FILE
003900         AT END
003910             SET WS-LOAD-EOF-YES TO TRUE
003920             GO TO 2010-EXIT
003930     END-READ.
003940     ADD 1 TO WS-ROSTER-READ-CNT.
003950     IF HW-CW-SITE-ID = SPACES
003960        OR HW-CW-SHIFT-CODE = SPACE
003970         GO TO 2010-EXIT
003980     END-IF.
003990     MOVE HW-CW-SHIFT-CODE TO WS-LOOKUP-SHIFT.
004000     MOVE HW-CW-SITE-ID TO HW-SR-SITE-ID.
004010     PERFORM 3200-FIND-ROSTER-ROW THRU 3200-EXIT.
004020     IF WS-CW-HIT > ZERO
004030         MOVE SPACES TO HW-RL-TEXT
004040         STRING '  DUPLICATE ROSTER ROW IGNORED - SITE '
004050                                          DELIMITED BY SIZE
004060                HW-CW-SITE-ID             DELIMITED BY SIZE
004070                '  SHIFT '                DELIMITED BY SIZE
004080                HW-CW-SHIFT-CODE          DELIMITED BY SIZE
004090             INTO HW-RL-TEXT
004100         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004110         IF WS-RETURN-CODE = ZERO
004120             MOVE 4 TO WS-RETURN-CODE
004130         END-IF
004140         GO TO 2010-EXIT
004150     END-IF.
004160     IF WS-CW-MAX >= 500
004170         ADD 1 TO WS-DROPPED-CNT
004180         GO TO 2010-EXIT
004190     END-IF.
004200     ADD 1 TO WS-CW-MAX.
004210     MOVE HW-CW-SITE-ID    TO WS-CW-SITE-ID(WS-CW-MAX).
004220     MOVE HW-CW-SHIFT-CODE TO WS-CW-SHIFT-CODE(WS-CW-MAX).
004230     MOVE HW-CW-LANG-CODE  TO WS-CW-LANG-CODE(WS-CW-MAX).
004240 2010-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270*    2500-LOAD-OVERRIDES
004280*    LOAD THE OVERRIDE DECK INTO THE OVERRIDE TABLE.  MOST
004290*    NIGHTS HAVE NO EXCEPTIONS, SO A MISSING DECK IS NORMAL AND
004300*    READS AS EMPTY.
004310*----------------------------------------------------------------
004320 2500-LOAD-OVERRIDES.
004330     OPEN INPUT OVERRIDE-FILE.
004340     IF NOT WS-OVR-FOUND
004350         MOVE SPACES TO HW-RL-TEXT
004360         MOVE 'NO OVERRIDE DECK - NO EXCEPTIONS TONIGHT'
004370             TO HW-RL-TEXT
004380         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004390         GO TO 2500-EXIT
004400     END-IF.
004410     SET WS-LOAD-EOF-NO TO TRUE.
004420     PERFORM 2510-LOAD-OVERRIDE-REC THRU 2510-EXIT
004430         UNTIL WS-LOAD-EOF-YES.
004440     CLOSE OVERRIDE-FILE.
004450 2500-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480*    2510-LOAD-OVERRIDE-REC
004490*    READ, EDIT, AND TABLE ONE OVERRIDE CARD.  A CARD THAT FAILS
004500*    AN EDIT IS PRINTED WITH ITS REASON AND NOT APPLIED - THE
004510*    SITE THEN GETS ITS PLAIN GENERATED CARD.
004520*----------------------------------------------------------------
004530 2510-LOAD-OVERRIDE-REC.
004540     READ OVERRIDE-FILE
004550         AT END
004560             SET WS-LOAD-EOF-YES TO TRUE
004570             GO TO 2510-EXIT
004580     END-READ.
004590     ADD 1 TO WS-OVR-READ-CNT.
004600     MOVE SPACES TO WS-REJECT-REASON.
004610     IF HW-OV-SITE-ID = SPACES
004620         MOVE 'SITE ID BLANK' TO WS-REJECT-REASON
004630     ELSE
004640         IF HW-OV-FORCE-FLAG NOT = 'Y'
004650            AND HW-OV-FORCE-FLAG NOT = SPACE
004660             MOVE 'FORCE FLAG NOT Y OR BLANK' TO WS-REJECT-REASON
004670         ELSE
004680             IF HW-OV-HOLD-FLAG NOT = 'Y'
004690                AND HW-OV-HOLD-FLAG NOT = SPACE
004700                 MOVE 'HOLD FLAG NOT Y OR BLANK'
004710                     TO WS-REJECT-REASON
004720             END-IF
004730         END-IF
004740     END-IF.
004750     IF WS-REJECT-REASON = SPACES
004760         MOVE HW-OV-SITE-ID TO HW-SR-SITE-ID
004770         PERFORM 3100-FIND-OVERRIDE THRU 3100-EXIT
004780         IF WS-OV-HIT > ZERO
004790             MOVE 'SECOND CARD FOR THE SAME SITE'
004800                 TO WS-REJECT-REASON
004810         END-IF
004820     END-IF.
004830     IF WS-REJECT-REASON = SPACES
004840        AND WS-OV-MAX >= 200
004850         ADD 1 TO WS-DROPPED-CNT
004860         MOVE 'OVERRIDE TABLE FULL' TO WS-REJECT-REASON
004870     END-IF.
004880     IF WS-REJECT-REASON NOT = SPACES
004890         ADD 1 TO WS-OVR-REJECT-CNT
004900         MOVE SPACES TO HW-RL-TEXT
004910         STRING '  OVERRIDE FOR SITE '    DELIMITED BY SIZE
004920                HW-OV-SITE-ID             DELIMITED BY SIZE
004930                '  REJECTED - '           DELIMITED BY SIZE
004940                WS-REJECT-REASON          DELIMITED BY SIZE
004950             INTO HW-RL-TEXT
004960         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004970         IF WS-RETURN-CODE = ZERO
004980             MOVE 4 TO WS-RETURN-CODE
004990         END-IF
005000         GO TO 2510-EXIT
005010     END-IF.
005020     ADD 1 TO WS-OV-MAX.
005030     MOVE HW-OV-SITE-ID       TO WS-OV-SITE-ID(WS-OV-MAX).
005040     MOVE HW-OV-FORCE-FLAG    TO WS-OV-FORCE-FLAG(WS-OV-MAX).
005050     MOVE HW-OV-HOLD-FLAG     TO WS-OV-HOLD-FLAG(WS-OV-MAX).
005060     MOVE HW-OV-OPERATOR-ID   TO WS-OV-OPERATOR-ID(WS-OV-MAX).
005070     MOVE HW-OV-LANG-CODE     TO WS-OV-LANG-CODE(WS-OV-MAX).
005080     MOVE HW-OV-SHIFT-CODE    TO WS-OV-SHIFT-CODE(WS-OV-MAX).
005090     MOVE HW-OV-OPERATOR-NOTE TO WS-OV-OPERATOR-NOTE(WS-OV-MAX).
005100     MOVE 'N'                 TO WS-OV-USED-SW(WS-OV-MAX).
005110 2510-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140*    3000-BUILD-DECK
005150*    SEQUENTIAL PASS OVER THE WHOLE SITE-PARM-FILE, ONE CARD CUT
005160*    OR ONE LEFT-OUT LINE PER SITE.
005170*----------------------------------------------------------------
005180 3000-BUILD-DECK.
005190     MOVE SPACES TO HW-RL-TEXT.
005200     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005210     MOVE 'SITE   JOB       LANG SHIFT FORCE  DISPOSITION'
005220         TO HW-RL-TEXT.
005230     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005240     SET WS-SITE-EOF-NO TO TRUE.
005250     MOVE LOW-VALUES TO HW-SR-SITE-ID.
005260     START SITE-PARM-FILE KEY NOT LESS THAN HW-SR-SITE-ID
005270         INVALID KEY
005280             SET WS-SITE-EOF-YES TO TRUE
005290     END-START.
005300     PERFORM 3010-BUILD-ONE-SITE THRU 3010-EXIT
005310         UNTIL WS-SITE-EOF-YES.
005320 3000-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350*    3010-BUILD-ONE-SITE
005360*    READ THE NEXT SITE ROW AND EITHER CUT ITS CARD OR LEAVE IT
005370*    OUT WITH A REASON.  AN INACTIVE SITE OR ONE HELD BY AN
005380*    OVERRIDE IS LEFT OUT QUIETLY; A SITE WITH NO USABLE JOB
005390*    NAME IS LEFT OUT AND FLAGS THE RUN, BECAUSE SOMEBODY
005400*    EXPECTED IT TO RUN.
005410*----------------------------------------------------------------
005420 3010-BUILD-ONE-SITE.
005430     READ SITE-PARM-FILE NEXT RECORD
005440         AT END
005450             SET WS-SITE-EOF-YES TO TRUE
005460             GO TO 3010-EXIT
005470     END-READ.
005480     IF NOT WS-SITE-GOOD
005490         SET WS-SITE-EOF-YES TO TRUE
005500         GO TO 3010-EXIT
005510     END-IF.
005520     ADD 1 TO WS-SITES-READ-CNT.
005530     SET WS-LEAVE-OUT-NO TO TRUE.
005540     MOVE SPACES TO WS-LEFT-REASON.
005550     PERFORM 3100-FIND-OVERRIDE THRU 3100-EXIT.
005560     IF WS-OV-HIT > ZERO
005570         MOVE 'Y' TO WS-OV-USED-SW(WS-OV-HIT)
005580     END-IF.
005590     IF HW-SR-ACTIVE-NO
005600         MOVE 'SITE NOT ACTIVE' TO WS-LEFT-REASON
005610         PERFORM 3900-LEAVE-SITE-OUT THRU 3900-EXIT
005620         GO TO 3010-EXIT
005630     END-IF.
005640     IF WS-OV-HIT > ZERO
005650         IF WS-OV-HOLD-FLAG(WS-OV-HIT) = 'Y'
005660             ADD 1 TO WS-OVR-APPLIED-CNT
005670             MOVE 'HELD OUT BY OVERRIDE CARD' TO WS-LEFT-REASON
005680             PERFORM 3900-LEAVE-SITE-OUT THRU 3900-EXIT
005690             GO TO 3010-EXIT
005700         END-IF
005710     END-IF.
005720     IF HW-SR-JOB-NAME = SPACES
005730         MOVE 'NO JOB NAME ON SITE-PARM-FILE' TO WS-LEFT-REASON
005740         PERFORM 3900-LEAVE-SITE-OUT THRU 3900-EXIT
005750         IF WS-RETURN-CODE = ZERO
005760             MOVE 4 TO WS-RETURN-CODE
005770         END-IF
005780         GO TO 3010-EXIT
005790     END-IF.
005800     PERFORM 3300-FIND-JOB-NAME THRU 3300-EXIT.
005810     IF WS-JN-HIT > ZERO
005820         MOVE 'JOB NAME ALREADY CUT FOR ANOTHER SITE'
005830             TO WS-LEFT-REASON
005840         PERFORM 3900-LEAVE-SITE-OUT THRU 3900-EXIT
005850         IF WS-RETURN-CODE = ZERO
005860             MOVE 4 TO WS-RETURN-CODE
005870         END-IF
005880         GO TO 3010-EXIT
005890     END-IF.
005900     PERFORM 3500-CUT-SITE-CARD THRU 3500-EXIT.
005910 3010-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940*    3100-FIND-OVERRIDE
005950*    FIND THE OVERRIDE ROW FOR THE SITE ID IN HW-SR-SITE-ID.
005960*----------------------------------------------------------------
005970 3100-FIND-OVERRIDE.
005980     MOVE ZERO TO WS-OV-HIT.
005990     PERFORM 3110-MATCH-OVERRIDE THRU 3110-EXIT
006000         VARYING WS-OV-SUB FROM 1 BY 1
006010         UNTIL WS-OV-SUB > WS-OV-MAX OR WS-OV-HIT > ZERO.
006020 3100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050*    3110-MATCH-OVERRIDE
006060*    TEST ONE OVERRIDE ROW AGAINST THE SITE IN HAND.
006070*----------------------------------------------------------------
006080 3110-MATCH-OVERRIDE.
006090     IF WS-OV-SITE-ID(WS-OV-SUB) = HW-SR-SITE-ID
006100         MOVE WS-OV-SUB TO WS-OV-HIT
006110     END-IF.
006120 3110-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150*    3200-FIND-ROSTER-ROW
006160*    FIND THE ROSTER ROW FOR THE SITE ID IN HW-SR-SITE-ID AND
006170*    THE SHIFT IN WS-LOOKUP-SHIFT.
006180*----------------------------------------------------------------
006190 3200-FIND-ROSTER-ROW.
006200     MOVE ZERO TO WS-CW-HIT.
006210     PERFORM 3210-MATCH-ROSTER-ROW THRU 3210-EXIT
006220         VARYING WS-CW-SUB FROM 1 BY 1
006230         UNTIL WS-CW-SUB > WS-CW-MAX OR WS-CW-HIT > ZERO.
006240 3200-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270*    3210-MATCH-ROSTER-ROW
006280*    TEST ONE ROSTER ROW AGAINST THE SITE AND SHIFT IN HAND.
006290*----------------------------------------------------------------
006300 3210-MATCH-ROSTER-ROW.
006310     IF WS-CW-SITE-ID(WS-CW-SUB) = HW-SR-SITE-ID
006320        AND WS-CW-SHIFT-CODE(WS-CW-SUB) = WS-LOOKUP-SHIFT
006330         MOVE WS-CW-SUB TO WS-CW-HIT
006340     END-IF.
006350 3210-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380*    3300-FIND-JOB-NAME
006390*    HAS THE SITE ROW'S JOB NAME ALREADY BEEN CUT TONIGHT.
006400*----------------------------------------------------------------
006410 3300-FIND-JOB-NAME.
006420     MOVE ZERO TO WS-JN-HIT.
006430     PERFORM 3310-MATCH-JOB-NAME THRU 3310-EXIT
006440         VARYING WS-JN-SUB FROM 1 BY 1
006450         UNTIL WS-JN-SUB > WS-JN-MAX OR WS-JN-HIT > ZERO.
006460 3300-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490*    3310-MATCH-JOB-NAME
006500*    TEST ONE CUT JOB NAME AGAINST THE SITE ROW IN HAND.
006510*----------------------------------------------------------------
006520 3310-MATCH-JOB-NAME.
006530     IF WS-JN-JOB-NAME(WS-JN-SUB) = HW-SR-JOB-NAME
006540         MOVE WS-JN-SUB TO WS-JN-HIT
006550     END-IF.
006560 3310-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590*    3500-CUT-SITE-CARD
006600*    BUILD AND WRITE THE SITE'S CARD: GENERATED VALUES FIRST,
006610*    THEN ANY FIELD CODED ON THE SITE'S OVERRIDE CARD ON TOP.
006620*    NO ROSTER ROW FOR THE SHIFT LEAVES LANG/SHIFT BLANK - THE
006630*    SITE DEFAULT GREETING - AND IS NOTED ON THE LISTING.
006640*----------------------------------------------------------------
006650 3500-CUT-SITE-CARD.
006660     MOVE SPACES TO HW-PARM-RECORD.
006670     MOVE HW-SR-JOB-NAME   TO HW-PR-JOB-NAME.
006680     MOVE WS-BUSINESS-DATE TO HW-PR-BUSINESS-DATE.
006690     MOVE HW-SR-SITE-ID    TO HW-PR-SITE-ID.
006700     MOVE WS-DECK-OPERATOR TO HW-PR-OPERATOR-ID.
006710     MOVE WS-DECK-SHIFT    TO WS-LOOKUP-SHIFT.
006720     MOVE SPACES TO WS-OVR-TAG.
006730     IF WS-OV-HIT > ZERO
006740         IF WS-OV-SHIFT-CODE(WS-OV-HIT) NOT = SPACE
006750             MOVE WS-OV-SHIFT-CODE(WS-OV-HIT) TO WS-LOOKUP-SHIFT
006760         END-IF
006770     END-IF.
006780     PERFORM 3200-FIND-ROSTER-ROW THRU 3200-EXIT.
006790     IF WS-CW-HIT > ZERO
006800         MOVE WS-CW-LANG-CODE(WS-CW-HIT) TO HW-PR-LANG-CODE
006810         MOVE WS-LOOKUP-SHIFT            TO HW-PR-SHIFT-CODE
006820     END-IF.
006830     IF WS-OV-HIT > ZERO
006840         ADD 1 TO WS-OVR-APPLIED-CNT
006850         MOVE 'OVERRIDE' TO WS-OVR-TAG
006860         IF WS-OV-LANG-CODE(WS-OV-HIT) NOT = SPACES
006870             MOVE WS-OV-LANG-CODE(WS-OV-HIT) TO HW-PR-LANG-CODE
006880             MOVE WS-LOOKUP-SHIFT            TO HW-PR-SHIFT-CODE
006890         END-IF
006900         IF WS-OV-OPERATOR-ID(WS-OV-HIT) NOT = SPACES
006910             MOVE WS-OV-OPERATOR-ID(WS-OV-HIT)
006920                 TO HW-PR-OPERATOR-ID
006930         END-IF
006940         MOVE WS-OV-FORCE-FLAG(WS-OV-HIT)    TO HW-PR-FORCE-FLAG
006950         MOVE WS-OV-OPERATOR-NOTE(WS-OV-HIT)
006960             TO HW-PR-OPERATOR-NOTE
006970     END-IF.
006980     WRITE HW-PARM-RECORD.
006990     ADD 1 TO WS-CARDS-WRITTEN-CNT.
007000     IF WS-JN-MAX < 500
007010         ADD 1 TO WS-JN-MAX
007020         MOVE HW-SR-JOB-NAME TO WS-JN-JOB-NAME(WS-JN-MAX)
007030     ELSE
007040         ADD 1 TO WS-DROPPED-CNT
007050     END-IF.
007060     MOVE SPACES TO HW-RL-TEXT.
007070     STRING HW-PR-SITE-ID           DELIMITED BY SIZE
007080            '  '                    DELIMITED BY SIZE
007090            HW-PR-JOB-NAME          DELIMITED BY SIZE
007100            '  '                    DELIMITED BY SIZE
007110            HW-PR-LANG-CODE         DELIMITED BY SIZE
007120            '   '                   DELIMITED BY SIZE
007130            HW-PR-SHIFT-CODE        DELIMITED BY SIZE
007140            '     '                 DELIMITED BY SIZE
007150            HW-PR-FORCE-FLAG        DELIMITED BY SIZE
007160            '      CARD CUT '       DELIMITED BY SIZE
007170            WS-OVR-TAG              DELIMITED BY SIZE
007180         INTO HW-RL-TEXT.
007190     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
007200     IF HW-PR-LANG-CODE = SPACES
007210         ADD 1 TO WS-ROSTER-MISS-CNT
007220         MOVE SPACES TO HW-RL-TEXT
007230         STRING '       NO CREW ROSTER ROW FOR THE SHIFT - '
007240                                          DELIMITED BY SIZE
007250                'SITE DEFAULT GREETING'   DELIMITED BY SIZE
007260             INTO HW-RL-TEXT
007270         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
007280     END-IF.
007290 3500-EXIT.
007300     EXIT.
007310*----------------------------------------------------------------
007320*    3900-LEAVE-SITE-OUT
007330*    PRINT THE LEFT-OUT LINE FOR THE SITE IN HAND WITH THE
007340*    REASON THE CALLER PUT IN WS-LEFT-REASON.
007350*----------------------------------------------------------------
007360 3900-LEAVE-SITE-OUT.
007370     SET WS-LEAVE-OUT-YES TO TRUE.
007380     ADD 1 TO WS-SITES-LEFT-CNT.
007390     MOVE SPACES TO HW-RL-TEXT.
007400     STRING HW-SR-SITE-ID           DELIMITED BY SIZE
007410            '  '                    DELIMITED BY SIZE
007420            HW-SR-JOB-NAME          DELIMITED BY SIZE
007430            '                   LEFT OUT - '
007440                                    DELIMITED BY SIZE
007450            WS-LEFT-REASON          DELIMITED BY SIZE
007460         INTO HW-RL-TEXT.
007470     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
007480 3900-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510*    4000-LIST-UNUSED-OVR
007520*    LIST EVERY OVERRIDE CARD WHOSE SITE IS NOT ON THE
007530*    SITE-PARM-FILE - AN EXCEPTION SOMEBODY CODED THAT WENT
007540*    NOWHERE IS WORTH A LOOK BEFORE THE NIGHT RUNS.
007550*----------------------------------------------------------------
007560 4000-LIST-UNUSED-OVR.
007570     PERFORM 4010-LIST-ONE-UNUSED THRU 4010-EXIT
007580         VARYING WS-OV-SUB FROM 1 BY 1
007590         UNTIL WS-OV-SUB > WS-OV-MAX.
007600 4000-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630*    4010-LIST-ONE-UNUSED
007640*    TEST AND, WHEN UNUSED, LIST ONE OVERRIDE ROW.
007650*----------------------------------------------------------------
007660 4010-LIST-ONE-UNUSED.
007670     IF WS-OV-USED-SW(WS-OV-SUB) = 'Y'
007680         GO TO 4010-EXIT
007690     END-IF.
007700     ADD 1 TO WS-OVR-UNUSED-CNT.
007710     MOVE SPACES TO HW-RL-TEXT.
007720     STRING '  OVERRIDE FOR SITE '    DELIMITED BY SIZE
007730            WS-OV-SITE-ID(WS-OV-SUB)  DELIMITED BY SIZE
007740            '  NOT APPLIED - SITE NOT ON SITE-PARM-FILE'
007750                                      DELIMITED BY SIZE
007760         INTO HW-RL-TEXT.
007770     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
007780     IF WS-RETURN-CODE = ZERO
007790         MOVE 4 TO WS-RETURN-CODE
007800     END-IF.
007810 4010-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840*    6000-WRITE-RPT-LINE
007850*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
007860*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
007870*    SPACING AFTER EACH LINE.
007880*----------------------------------------------------------------
007890 6000-WRITE-RPT-LINE.
007900     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
007910     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
007920     CALL 'HWPRINT' USING HW-PRINT-PARM.
007930     MOVE ' ' TO HW-RL-CTL.
007940 6000-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    7000-WRITE-RPT-TRAILER
007980*    PRINT THE BUILD CONTROL COUNTS.  A BUILD THAT CUT NO CARDS
007990*    AT ALL IS AN ERROR - THE NIGHT CANNOT RUN ON AN EMPTY DECK.
008000*----------------------------------------------------------------
008010 7000-WRITE-RPT-TRAILER.
008020     SET HW-PS-PRINT-TOTAL TO TRUE.
008030     IF WS-ABORT-NO AND WS-CARDS-WRITTEN-CNT = ZERO
008040         MOVE SPACES TO HW-RL-TEXT
008050         MOVE 'NO CARDS CUT - THE DECK IS EMPTY' TO HW-RL-TEXT
008060         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
008070         MOVE 8 TO WS-RETURN-CODE
008080     END-IF.
008090     MOVE SPACES TO HW-RL-TEXT.
008100     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008110     MOVE WS-SITES-READ-CNT TO WS-COUNT-EDIT.
008120     STRING 'SITES READ . . . . . . . : ' DELIMITED BY SIZE
008130            WS-COUNT-EDIT                 DELIMITED BY SIZE
008140         INTO HW-RL-TEXT.
008150     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008160     MOVE SPACES TO HW-RL-TEXT.
008170     MOVE WS-CARDS-WRITTEN-CNT TO WS-COUNT-EDIT.
008180     STRING 'CARDS CUT. . . . . . . . : ' DELIMITED BY SIZE
008190            WS-COUNT-EDIT                 DELIMITED BY SIZE
008200         INTO HW-RL-TEXT.
008210     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008220     MOVE SPACES TO HW-RL-TEXT.
008230     MOVE WS-SITES-LEFT-CNT TO WS-COUNT-EDIT.
008240     STRING 'SITES LEFT OUT . . . . . : ' DELIMITED BY SIZE
008250            WS-COUNT-EDIT                 DELIMITED BY SIZE
008260         INTO HW-RL-TEXT.
008270     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008280     MOVE SPACES TO HW-RL-TEXT.
008290     MOVE WS-ROSTER-READ-CNT TO WS-COUNT-EDIT.
008300     STRING 'ROSTER ROWS READ . . . . : ' DELIMITED BY SIZE
008310            WS-COUNT-EDIT                 DELIMITED BY SIZE
008320         INTO HW-RL-TEXT.
008330     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008340     MOVE SPACES TO HW-RL-TEXT.
008350     MOVE WS-ROSTER-MISS-CNT TO WS-COUNT-EDIT.
008360     STRING 'CARDS ON SITE DEFAULT. . : ' DELIMITED BY SIZE
008370            WS-COUNT-EDIT                 DELIMITED BY SIZE
008380         INTO HW-RL-TEXT.
008390     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008400     MOVE SPACES TO HW-RL-TEXT.
008410     MOVE WS-OVR-READ-CNT TO WS-COUNT-EDIT.
008420     STRING 'OVERRIDE CARDS READ. . . : ' DELIMITED BY SIZE
008430            WS-COUNT-EDIT                 DELIMITED BY SIZE
008440         INTO HW-RL-TEXT.
008450     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008460     MOVE SPACES TO HW-RL-TEXT.
008470     MOVE WS-OVR-APPLIED-CNT TO WS-COUNT-EDIT.
008480     STRING 'OVERRIDES APPLIED. . . . : ' DELIMITED BY SIZE
008490            WS-COUNT-EDIT                 DELIMITED BY SIZE
008500         INTO HW-RL-TEXT.
008510     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008520     MOVE SPACES TO HW-RL-TEXT.
008530     MOVE WS-OVR-REJECT-CNT TO WS-COUNT-EDIT.
008540     STRING 'OVERRIDES REJECTED . . . : ' DELIMITED BY SIZE
008550            WS-COUNT-EDIT                 DELIMITED BY SIZE
008560         INTO HW-RL-TEXT.
008570     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008580     MOVE SPACES TO HW-RL-TEXT.
008590     MOVE WS-OVR-UNUSED-CNT TO WS-COUNT-EDIT.
008600     STRING 'OVERRIDES NOT MATCHED. . : ' DELIMITED BY SIZE
008610            WS-COUNT-EDIT                 DELIMITED BY SIZE
008620         INTO HW-RL-TEXT.
008630     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
008640     IF WS-DROPPED-CNT > ZERO
008650         MOVE SPACES TO HW-RL-TEXT
008660         MOVE WS-DROPPED-CNT TO WS-COUNT-EDIT
008670         STRING 'ROWS DROPPED (TABLE FULL): '
008680                                          DELIMITED BY SIZE
008690                WS-COUNT-EDIT             DELIMITED BY SIZE
008700             INTO HW-RL-TEXT
008710         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
008720         IF WS-RETURN-CODE = ZERO
008730             MOVE 4 TO WS-RETURN-CODE
008740         END-IF
008750     END-IF.
008760 7000-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790*    8000-TERMINATE
008800*    CLOSE FILES AND END THE RUN.
008810*----------------------------------------------------------------
008820 8000-TERMINATE.
008830     IF WS-SITE-OPEN-YES
008840         CLOSE SITE-PARM-FILE
008850     END-IF.
008860     IF WS-PARM-OPEN-YES
008870         CLOSE PARM-FILE
008880     END-IF.
008890     SET HW-PS-CLOSE-RPT TO TRUE.
008900     CALL 'HWPRINT' USING HW-PRINT-PARM.
008910     MOVE WS-RETURN-CODE TO RETURN-CODE.
008920 8000-EXIT.
008930     EXIT.

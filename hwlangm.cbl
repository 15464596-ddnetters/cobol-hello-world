000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWLANGM.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
000140*                  KEYED LANG-FILE THAT HWGREET NOW READS IN
000150*                  PLACE OF THE COMPILED-IN HWLANG TABLE.  READS
000160*                  ADD/CHANGE/DELETE CARDS FROM A TRANSACTION
000170*                  FILE, EDITS EACH ONE (DUPLICATE KEY ON ADD,
000180*                  MISSING KEY ON CHANGE/DELETE, LANG AND SHIFT
000190*                  CODES REQUIRED, GREETING TEXT REQUIRED ON ADD
000200*                  AND CHANGE), APPLIES THE GOOD ONES, AND PRINTS
000210*                  A BEFORE AND AFTER LISTING OF THE FILE, A
000220*                  DISPOSITION LINE PER CARD WITH THE REJECT
000230*                  REASON OR THE ROW'S BEFORE AND AFTER GREETING,
000240*                  AND TRANSACTION COUNTS.  THE FIVE ROWS OF THE
000250*                  OLD TABLE ARE LOADED BY ADD CARDS ON THE FIRST
000260*                  RUN, WHICH CREATES THE FILE.
000270*----------------------------------------------------------------
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300*================================================================
000310 CONFIGURATION SECTION.
000320     SOURCE-COMPUTER.   IBM-370.
000330     OBJECT-COMPUTER.   IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT LANG-TRAN-FILE
000380         ASSIGN TO "LANGTRAN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TRAN-FILE-STATUS.
000410     SELECT LANG-FILE
000420         ASSIGN TO "LANGFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS HW-LR-KEY
000460         FILE STATUS IS WS-LANG-FILE-STATUS.
000470*
000480*================================================================
000490 DATA DIVISION.
000500*================================================================
000510 FILE SECTION.
000520 FD  LANG-TRAN-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY HWLTXR.
000550*
000560 FD  LANG-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY HWLANGR.
000590*
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------
000620* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
000630* PRINT-LINE WORK AREA THE REPORT PARAGRAPHS BUILD INTO -
000640* HWPRINT OWNS THE PRINT FILE ITSELF.
000650*----------------------------------------------------------------
000660     COPY HWPRTL.
000670     COPY HWRPTR.
000680*----------------------------------------------------------------
000690* SWITCHES
000700*----------------------------------------------------------------
000710 77  WS-TRAN-EOF-SW             PIC X(01)  VALUE 'N'.
000720     88  WS-TRAN-EOF-YES                   VALUE 'Y'.
000730     88  WS-TRAN-EOF-NO                    VALUE 'N'.
000740 77  WS-LANG-EOF-SW             PIC X(01)  VALUE 'N'.
000750     88  WS-LANG-EOF-YES                   VALUE 'Y'.
000760     88  WS-LANG-EOF-NO                    VALUE 'N'.
000770 77  WS-TRAN-FILE-STATUS        PIC X(02)  VALUE '00'.
000780     88  WS-TRAN-FOUND                     VALUE '00'.
000790 77  WS-TRAN-OPEN-SW            PIC X(01)  VALUE 'N'.
000800     88  WS-TRAN-OPEN-YES                  VALUE 'Y'.
000810     88  WS-TRAN-OPEN-NO                   VALUE 'N'.
000820 77  WS-LANG-FILE-STATUS        PIC X(02)  VALUE '00'.
000830     88  WS-LANG-GOOD                      VALUE '00'.
000840     88  WS-LANG-MISSING                   VALUE '35'.
000850 77  WS-LANG-OPEN-SW            PIC X(01)  VALUE 'N'.
000860     88  WS-LANG-OPEN-YES                  VALUE 'Y'.
000870     88  WS-LANG-OPEN-NO                   VALUE 'N'.
000880 77  WS-REJECT-SW               PIC X(01)  VALUE 'N'.
000890     88  WS-REJECT-YES                     VALUE 'Y'.
000900     88  WS-REJECT-NO                      VALUE 'N'.
000910*----------------------------------------------------------------
000920* RETURN CODE, RUN DATE, AND TRANSACTION COUNTS
000930*----------------------------------------------------------------
000940 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
000950 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
000960 77  WS-TRAN-READ-CNT           PIC S9(05) COMP VALUE ZERO.
000970 77  WS-ADD-CNT                 PIC S9(05) COMP VALUE ZERO.
000980 77  WS-CHANGE-CNT              PIC S9(05) COMP VALUE ZERO.
000990 77  WS-DELETE-CNT              PIC S9(05) COMP VALUE ZERO.
001000 77  WS-REJECT-CNT              PIC S9(05) COMP VALUE ZERO.
001010 77  WS-LANG-LIST-CNT           PIC S9(05) COMP VALUE ZERO.
001020*----------------------------------------------------------------
001030* REPORT WORK AREAS
001040*----------------------------------------------------------------
001050 01  WS-REJECT-REASON           PIC X(40)  VALUE SPACES.
001060 01  WS-COUNT-EDIT              PIC ZZ,ZZ9 VALUE ZERO.
001070*----------------------------------------------------------------
001080* BEFORE AND AFTER GREETING HOLD AREAS FOR THE DISPOSITION LINE.
001090* EACH APPLY PARAGRAPH FILLS THESE; AN ADD LEAVES THE BEFORE
001100* SIDE BLANK, A DELETE THE AFTER SIDE.
001110*----------------------------------------------------------------
001120 01  WS-OLD-GREETING            PIC X(30)  VALUE SPACES.
001130 01  WS-NEW-GREETING            PIC X(30)  VALUE SPACES.
001140*================================================================
001150 PROCEDURE DIVISION.
001160*================================================================
001170*----------------------------------------------------------------
001180*    0000-MAINLINE
001190*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
001200*----------------------------------------------------------------
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     IF WS-LANG-OPEN-YES
001240         PERFORM 2000-PRINT-BEFORE THRU 2000-EXIT
001250         PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
001260         PERFORM 6000-PRINT-AFTER THRU 6000-EXIT
001270     END-IF.
001280     PERFORM 7000-PRINT-COUNTS THRU 7000-EXIT.
001290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001300     GOBACK.
001310*----------------------------------------------------------------
001320*    1000-INITIALIZE
001330*    OPEN FILES AND WRITE THE REPORT HEADER.  A LANG-FILE THAT
001340*    DOES NOT EXIST YET IS CREATED EMPTY ON THE SPOT, THE SAME
001350*    WAY HWSITEM CREATES THE SITE-PARM-FILE, SO THE FIRST RUN
001360*    CAN LOAD THE SHOP'S CREWS FROM ADD CARDS.
001370*----------------------------------------------------------------
001380 1000-INITIALIZE.
001390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001400     SET HW-PS-OPEN-RPT TO TRUE.
001410     MOVE 'HWLANGM ' TO HW-PS-REPORT-ID.
001420     MOVE 'LANG-FILE MAINTENANCE' TO HW-PS-REPORT-TITLE.
001430     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
001440     CALL 'HWPRINT' USING HW-PRINT-PARM.
001450     SET HW-PS-PRINT-LINE TO TRUE.
001460     MOVE ' ' TO HW-RL-CTL.
001470     OPEN INPUT LANG-TRAN-FILE.
001480     IF WS-TRAN-FOUND
001490         SET WS-TRAN-OPEN-YES TO TRUE
001500     ELSE
001510         SET WS-TRAN-EOF-YES TO TRUE
001520         MOVE 8 TO WS-RETURN-CODE
001530         MOVE SPACES TO HW-RL-TEXT
001540         MOVE 'TRANSACTION FILE DID NOT OPEN - NOTHING APPLIED'
001550             TO HW-RL-TEXT
001560         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
001570     END-IF.
001580     OPEN I-O LANG-FILE.
001590     IF WS-LANG-GOOD
001600         SET WS-LANG-OPEN-YES TO TRUE
001610         GO TO 1000-EXIT
001620     END-IF.
001630     IF WS-LANG-MISSING
001640         OPEN OUTPUT LANG-FILE
001650         IF WS-LANG-GOOD
001660             CLOSE LANG-FILE
001670             OPEN I-O LANG-FILE
001680         END-IF
001690     END-IF.
001700     IF WS-LANG-GOOD
001710         SET WS-LANG-OPEN-YES TO TRUE
001720     ELSE
001730         MOVE 8 TO WS-RETURN-CODE
001740         MOVE SPACES TO HW-RL-TEXT
001750         MOVE 'LANG-FILE DID NOT OPEN - NOTHING APPLIED'
001760             TO HW-RL-TEXT
001770         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810*----------------------------------------------------------------
001820*    2000-PRINT-BEFORE
001830*    LIST THE LANG-FILE AS IT STANDS BEFORE ANY TRANSACTION IS
001840*    APPLIED.
001850*----------------------------------------------------------------
001860 2000-PRINT-BEFORE.
001870     MOVE SPACES TO HW-RL-TEXT.
001880     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
001890     MOVE 'LANG-FILE BEFORE MAINTENANCE' TO HW-RL-TEXT.
001900     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
001910     PERFORM 2100-LIST-LANG-FILE THRU 2100-EXIT.
001920 2000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950*    2100-LIST-LANG-FILE
001960*    SEQUENTIAL PASS OVER THE WHOLE LANG-FILE, ONE PRINT LINE
001970*    PER ROW.  USED FOR BOTH THE BEFORE AND THE AFTER LISTING.
001980*----------------------------------------------------------------
001990 2100-LIST-LANG-FILE.
002000     MOVE ZERO TO WS-LANG-LIST-CNT.
002010     SET WS-LANG-EOF-NO TO TRUE.
002020     MOVE LOW-VALUES TO HW-LR-KEY.
002030     START LANG-FILE KEY NOT LESS THAN HW-LR-KEY
002040         INVALID KEY
002050             SET WS-LANG-EOF-YES TO TRUE
002060     END-START.
002070     PERFORM 2110-LIST-ONE-LANG THRU 2110-EXIT
002080         UNTIL WS-LANG-EOF-YES.
002090     IF WS-LANG-LIST-CNT = ZERO
002100         MOVE SPACES TO HW-RL-TEXT
002110         MOVE '  (NO ROWS ON FILE)' TO HW-RL-TEXT
002120         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
002130     END-IF.
002140 2100-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170*    2110-LIST-ONE-LANG
002180*    READ THE NEXT LANG-FILE ROW AND PRINT IT.
002190*----------------------------------------------------------------
002200 2110-LIST-ONE-LANG.
002210     READ LANG-FILE NEXT RECORD
002220         AT END
002230             SET WS-LANG-EOF-YES TO TRUE
002240             GO TO 2110-EXIT
002250     END-READ.
002260     IF NOT WS-LANG-GOOD
002270         SET WS-LANG-EOF-YES TO TRUE
002280         GO TO 2110-EXIT
002290     END-IF.
002300     ADD 1 TO WS-LANG-LIST-CNT.
002310     MOVE SPACES TO HW-RL-TEXT.
002320     STRING '  LANG ' DELIMITED BY SIZE
002330            HW-LR-LANG-CODE         DELIMITED BY SIZE
002340            '  SHIFT '              DELIMITED BY SIZE
002350            HW-LR-SHIFT-CODE        DELIMITED BY SIZE
002360            '  GREETING '           DELIMITED BY SIZE
002370            HW-LR-GREETING-TEXT     DELIMITED BY SIZE
002380         INTO HW-RL-TEXT.
002390     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
002400 2110-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430*    3000-PROCESS-TRANS
002440*    READ AND APPLY EVERY TRANSACTION CARD.
002450*----------------------------------------------------------------
002460 3000-PROCESS-TRANS.
002470     MOVE SPACES TO HW-RL-TEXT.
002480     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
002490     MOVE 'TRANSACTION DISPOSITIONS' TO HW-RL-TEXT.
002500     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
002510     PERFORM 3010-PROCESS-ONE-TRAN THRU 3010-EXIT
002520         UNTIL WS-TRAN-EOF-YES.
002530 3000-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560*    3010-PROCESS-ONE-TRAN
002570*    READ ONE CARD, EDIT IT, AND ROUTE IT TO ITS ACTION.  A
002580*    CARD THAT FAILS ANY EDIT IS REJECTED WITH A REASON AND
002590*    TOUCHES NOTHING ON FILE.
002600*----------------------------------------------------------------
002610 3010-PROCESS-ONE-TRAN.
002620     READ LANG-TRAN-FILE
002630         AT END
002640             SET WS-TRAN-EOF-YES TO TRUE
002650             GO TO 3010-EXIT
002660     END-READ.
002670     ADD 1 TO WS-TRAN-READ-CNT.
002680     SET WS-REJECT-NO TO TRUE.
002690     MOVE SPACES TO WS-REJECT-REASON.
002700     MOVE SPACES TO WS-OLD-GREETING.
002710     MOVE SPACES TO WS-NEW-GREETING.
002720     PERFORM 3100-EDIT-TRAN THRU 3100-EXIT.
002730     IF WS-REJECT-YES
002740         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
002750         GO TO 3010-EXIT
002760     END-IF.
002770     IF HW-LX-ADD
002780         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002790     ELSE
002800         IF HW-LX-CHANGE
002810             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002820         ELSE
002830             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
002840         END-IF
002850     END-IF.
002860     IF WS-REJECT-YES
002870         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT
002880     ELSE
002890         PERFORM 3800-PRINT-APPLIED THRU 3800-EXIT
002900     END-IF.
002910 3010-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940*    3100-EDIT-TRAN
002950*    FIELD EDITS THAT NEED NO FILE ACCESS: ACTION CODE, LANG AND
002960*    SHIFT CODES PRESENT, AND GREETING TEXT PRESENT ON AN ADD OR
002970*    A CHANGE - A BLANK GREETING WOULD PRINT AN EMPTY BANNER.
002980*----------------------------------------------------------------
002990 3100-EDIT-TRAN.
003000     IF NOT HW-LX-ADD AND NOT HW-LX-CHANGE AND NOT HW-LX-DELETE
003010         SET WS-REJECT-YES TO TRUE
003020         MOVE 'ACTION NOT ADD/CHANGE/DELETE' TO WS-REJECT-REASON
003030         GO TO 3100-EXIT
003040     END-IF.
003050     IF HW-LX-LANG-CODE = SPACES
003060         SET WS-REJECT-YES TO TRUE
003070         MOVE 'LANG CODE MISSING' TO WS-REJECT-REASON
003080         GO TO 3100-EXIT
003090     END-IF.
003100     IF HW-LX-SHIFT-CODE = SPACE
003110         SET WS-REJECT-YES TO TRUE
003120         MOVE 'SHIFT CODE MISSING' TO WS-REJECT-REASON
003130         GO TO 3100-EXIT
003140     END-IF.
003150     IF HW-LX-DELETE
003160         GO TO 3100-EXIT
003170     END-IF.
003180     IF HW-LX-GREETING-TEXT = SPACES
003190         SET WS-REJECT-YES TO TRUE
003200         MOVE 'GREETING TEXT MISSING' TO WS-REJECT-REASON
003210         GO TO 3100-EXIT
003220     END-IF.
003230 3100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260*    3200-APPLY-ADD
003270*    WRITE A NEW LANG-FILE ROW.  A KEY ALREADY ON FILE REJECTS
003280*    THE CARD - A NEW CREW THAT CLASHES WITH A LIVE ONE IS A
003290*    MISTAKE, NOT A CHANGE.
003300*----------------------------------------------------------------
003310 3200-APPLY-ADD.
003320     MOVE SPACES TO HW-LANG-RECORD.
003330     MOVE HW-LX-LANG-CODE     TO HW-LR-LANG-CODE.
003340     MOVE HW-LX-SHIFT-CODE    TO HW-LR-SHIFT-CODE.
003350     MOVE HW-LX-GREETING-TEXT TO HW-LR-GREETING-TEXT.
003360     WRITE HW-LANG-RECORD
003370         INVALID KEY
003380             SET WS-REJECT-YES TO TRUE
003390             MOVE 'LANG/SHIFT ALREADY ON FILE' TO WS-REJECT-REASON
003400     END-WRITE.
003410     IF WS-REJECT-NO
003420         ADD 1 TO WS-ADD-CNT
003430         MOVE HW-LR-GREETING-TEXT TO WS-NEW-GREETING
003440     END-IF.
003450 3200-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480*    3300-APPLY-CHANGE
003490*    READ THE LANG-FILE ROW, REPLACE ITS GREETING TEXT, AND
003500*    REWRITE IT.  A KEY NOT ON FILE REJECTS THE CARD.
003510*----------------------------------------------------------------
003520 3300-APPLY-CHANGE.
003530     MOVE HW-LX-LANG-CODE  TO HW-LR-LANG-CODE.
003540     MOVE HW-LX-SHIFT-CODE TO HW-LR-SHIFT-CODE.
003550     READ LANG-FILE
003560         INVALID KEY
003570             SET WS-REJECT-YES TO TRUE
003580             MOVE 'LANG/SHIFT NOT ON FILE' TO WS-REJECT-REASON
003590     END-READ.
003600     IF WS-REJECT-YES
003610         GO TO 3300-EXIT
003620     END-IF.
003630     MOVE HW-LR-GREETING-TEXT TO WS-OLD-GREETING.
003640     MOVE HW-LX-GREETING-TEXT TO HW-LR-GREETING-TEXT.
003650     REWRITE HW-LANG-RECORD
003660         INVALID KEY
003670             SET WS-REJECT-YES TO TRUE
003680             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
003690     END-REWRITE.
003700     IF WS-REJECT-NO
003710         ADD 1 TO WS-CHANGE-CNT
003720         MOVE HW-LR-GREETING-TEXT TO WS-NEW-GREETING
003730     END-IF.
003740 3300-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770*    3400-APPLY-DELETE
003780*    READ THE LANG-FILE ROW TO CAPTURE ITS BEFORE IMAGE, THEN
003790*    DELETE IT.  A KEY NOT ON FILE REJECTS THE CARD.  CARDS
003800*    STILL CODED WITH THE DELETED PAIR FAIL THE HWPARMED EDIT.
003810*----------------------------------------------------------------
003820 3400-APPLY-DELETE.
003830     MOVE HW-LX-LANG-CODE  TO HW-LR-LANG-CODE.
003840     MOVE HW-LX-SHIFT-CODE TO HW-LR-SHIFT-CODE.
003850     READ LANG-FILE
003860         INVALID KEY
003870             SET WS-REJECT-YES TO TRUE
003880             MOVE 'LANG/SHIFT NOT ON FILE' TO WS-REJECT-REASON
003890     END-READ.
003900     IF WS-REJECT-YES
003910         GO TO 3400-EXIT
003920     END-IF.
003930     MOVE HW-LR-GREETING-TEXT TO WS-OLD-GREETING.
003940     DELETE LANG-FILE RECORD
003950         INVALID KEY
003960             SET WS-REJECT-YES TO TRUE
003970             MOVE 'LANG/SHIFT NOT ON FILE' TO WS-REJECT-REASON
003980     END-DELETE.
003990     IF WS-REJECT-NO
004000         ADD 1 TO WS-DELETE-CNT
004010     END-IF.
004020 3400-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050*    3800-PRINT-APPLIED
004060*    PRINT THE DISPOSITION LINE FOR AN APPLIED CARD, FOLLOWED BY
004070*    THE ROW'S GREETING BEFORE AND AFTER THE CARD.
004080*----------------------------------------------------------------
004090 3800-PRINT-APPLIED.
004100     MOVE SPACES TO HW-RL-TEXT.
004110     STRING '  ' DELIMITED BY SIZE
004120            HW-LX-ACTION            DELIMITED BY SIZE
004130            ' LANG '                DELIMITED BY SIZE
004140            HW-LX-LANG-CODE         DELIMITED BY SIZE
004150            '  SHIFT '              DELIMITED BY SIZE
004160            HW-LX-SHIFT-CODE        DELIMITED BY SIZE
004170            '  APPLIED'             DELIMITED BY SIZE
004180         INTO HW-RL-TEXT.
004190     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004200     MOVE SPACES TO HW-RL-TEXT.
004210     STRING '      BEFORE: '        DELIMITED BY SIZE
004220            WS-OLD-GREETING         DELIMITED BY SIZE
004230         INTO HW-RL-TEXT.
004240     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004250     MOVE SPACES TO HW-RL-TEXT.
004260     STRING '      AFTER : '        DELIMITED BY SIZE
004270            WS-NEW-GREETING         DELIMITED BY SIZE
004280         INTO HW-RL-TEXT.
004290     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004300 3800-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330*    3900-REJECT-TRAN
004340*    PRINT THE DISPOSITION LINE FOR A REJECTED CARD, WITH THE
004350*    REASON, AND FLAG THE RUN.
004360*----------------------------------------------------------------
004370 3900-REJECT-TRAN.
004380     ADD 1 TO WS-REJECT-CNT.
004390     MOVE SPACES TO HW-RL-TEXT.
004400     STRING '  ' DELIMITED BY SIZE
004410            HW-LX-ACTION            DELIMITED BY SIZE
004420            ' LANG '                DELIMITED BY SIZE
004430            HW-LX-LANG-CODE         DELIMITED BY SIZE
004440            '  SHIFT '              DELIMITED BY SIZE
004450            HW-LX-SHIFT-CODE        DELIMITED BY SIZE
004460            '  REJECTED - '         DELIMITED BY SIZE
004470            WS-REJECT-REASON        DELIMITED BY SIZE
004480         INTO HW-RL-TEXT.
004490     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004500     IF WS-RETURN-CODE = ZERO
004510         MOVE 4 TO WS-RETURN-CODE
004520     END-IF.
004530 3900-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560*    5000-WRITE-RPT-LINE
004570*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
004580*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
004590*    SPACING AFTER EACH LINE.
004600*----------------------------------------------------------------
004610 5000-WRITE-RPT-LINE.
004620     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
004630     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
004640     CALL 'HWPRINT' USING HW-PRINT-PARM.
004650     MOVE ' ' TO HW-RL-CTL.
004660 5000-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*    6000-PRINT-AFTER
004700*    LIST THE LANG-FILE AS IT STANDS AFTER THE TRANSACTIONS
004710*    WERE APPLIED.
004720*----------------------------------------------------------------
004730 6000-PRINT-AFTER.
004740     MOVE SPACES TO HW-RL-TEXT.
004750     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004760     MOVE 'LANG-FILE AFTER MAINTENANCE' TO HW-RL-TEXT.
004770     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004780     PERFORM 2100-LIST-LANG-FILE THRU 2100-EXIT.
004790 6000-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820*    7000-PRINT-COUNTS
004830*    PRINT THE TRANSACTION CONTROL COUNTS.
004840*----------------------------------------------------------------
004850 7000-PRINT-COUNTS.
004860     SET HW-PS-PRINT-TOTAL TO TRUE.
004870     MOVE SPACES TO HW-RL-TEXT.
004880     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004890     MOVE WS-TRAN-READ-CNT TO WS-COUNT-EDIT.
004900     STRING 'TRANSACTIONS READ. . . . : ' DELIMITED BY SIZE
004910            WS-COUNT-EDIT                 DELIMITED BY SIZE
004920         INTO HW-RL-TEXT.
004930     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
004940     MOVE SPACES TO HW-RL-TEXT.
004950     MOVE WS-ADD-CNT TO WS-COUNT-EDIT.
004960     STRING 'ADDS APPLIED . . . . . . : ' DELIMITED BY SIZE
004970            WS-COUNT-EDIT                 DELIMITED BY SIZE
004980         INTO HW-RL-TEXT.
004990     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
005000     MOVE SPACES TO HW-RL-TEXT.
005010     MOVE WS-CHANGE-CNT TO WS-COUNT-EDIT.
005020     STRING 'CHANGES APPLIED. . . . . : ' DELIMITED BY SIZE
005030            WS-COUNT-EDIT                 DELIMITED BY SIZE
005040         INTO HW-RL-TEXT.
005050     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
005060     MOVE SPACES TO HW-RL-TEXT.
005070     MOVE WS-DELETE-CNT TO WS-COUNT-EDIT.
005080     STRING 'DELETES APPLIED. . . . . : ' DELIMITED BY SIZE
005090            WS-COUNT-EDIT                 DELIMITED BY SIZE
005100         INTO HW-RL-TEXT.
005110     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
005120     MOVE SPACES TO HW-RL-TEXT.
005130     MOVE WS-REJECT-CNT TO WS-COUNT-EDIT.
005140     STRING 'TRANSACTIONS REJECTED. . : ' DELIMITED BY SIZE
005150            WS-COUNT-EDIT                 DELIMITED BY SIZE
005160         INTO HW-RL-TEXT.
005170     PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT.
005180 7000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210*    8000-TERMINATE
005220*    CLOSE FILES AND END THE RUN.
005230*----------------------------------------------------------------
005240 8000-TERMINATE.
005250     IF WS-TRAN-OPEN-YES
005260         CLOSE LANG-TRAN-FILE
005270     END-IF.
005280     IF WS-LANG-OPEN-YES
005290         CLOSE LANG-FILE
005300     END-IF.
005310     SET HW-PS-CLOSE-RPT TO TRUE.
005320     CALL 'HWPRINT' USING HW-PRINT-PARM.
005330     MOVE WS-RETURN-CODE TO RETURN-CODE.
005340 8000-EXIT.
005350     EXIT.

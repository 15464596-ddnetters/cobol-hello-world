001221*                  MODE RUN IS RESUMING THE CYCLE IT IS ALREADY
001222*                  INSIDE, SO THE IN-PROGRESS MARKER DOES NOT
001223*                  BLOCK IT.
001224* 10/15/2026 JPK   FORCE AND RESTART ARE NOW CHECKED AGAINST THE
001225*                  OPER-AUTH-FILE THROUGH HWOPAUTH.  A RESTART
001226*                  CARD WHOSE OPERATOR LACKS RESTART AUTHORITY
001227*                  IS REFUSED AND THE RUN GOES AHEAD AS A
001228*                  NORMAL RUN; A FORCED CARD WHOSE OPERATOR MAY
001229*                  NOT FORCE THAT SITE IS BLOCKED AT RETURN
001230*                  CODE 12 LIKE ANY OTHER DUPLICATE.  EVERY
001231*                  OVERRIDE ASKED FOR, GRANTED OR REFUSED, IS
001232*                  LOGGED FOR THE MONTHLY HWOVRRPT REPORT, AND
001233*                  THE SUMMARY TRAILER COUNTS THE REFUSALS.
001234* 10/15/2026 JPK   A CYCLE BLOCKED AT 1300-OPEN-CYCLE, OR FOR A
001235*                  MISSING DATE-CTL RECORD, NOW RAISES A CRITICAL
001236*                  ALERT THROUGH HWALERT, SO THE RETURN CODE 12
001237*                  IS NO LONGER THE ONLY SIGN.
001238* 10/15/2026 JPK   EVERY AUDIT, CHECKPOINT AND HEARTBEAT ROW
001239*                  WRITTEN IS NOW POSTED TO THE LOG CONTROL
001240*                  TOTALS THROUGH HWLOGCT, SO HWLOGVFY CAN PROVE
001250*                  THE LOGS COMPLETE.  A POSTING THAT FAILS IS
001260*                  CALLED OUT ON THE SUMMARY PAGE AT RETURN
001270*                  CODE 4 AT LEAST.
001280* 10/15/2026 JPK   A SITE WHOSE PROCESSING REGION IS ON HOLIDAY
001290*                  FOR THE CYCLE DATE (OFF THAT REGION'S CALFILE
001300*                  CALENDAR) IS NOW SKIPPED LIKE A RESTART SKIP -
001310*                  NO LOG ROWS, NO RETURN CODE - AND COUNTED ON
001320*                  THE SUMMARY TRAILER.
001330* 10/15/2026 JPK   A CLEAN CYCLE OPEN NOW FIRST APPENDS A DATED
001340*                  SNAPSHOT GENERATION TO SNAPFILE - THE DATE-CTL
001350*                  RECORD AS IT STOOD AND EVERY SITE-PARM-FILE
001360*                  RECORD - SO HWBKOUT CAN PUT THE CYCLE STATE
001370*                  BACK UNDER CONTROL INSTEAD OF BY HAND.  THE
001380*                  SITE FILE IS NOW DYNAMIC ACCESS SO IT CAN BE
001390*                  READ THROUGH FOR THE SNAPSHOT.  A SNAPSHOT
001400*                  THAT CANNOT BE WRITTEN DOES NOT HOLD THE
001410*                  CYCLE; IT IS CALLED OUT AT RETURN CODE 4.
001420*----------------------------------------------------------------
001210*================================================================
001220 ENVIRONMENT DIVISION.
001230*================================================================
001380     SELECT SITE-PARM-FILE
001390         ASSIGN TO "SITEPARM"
001400         ORGANIZATION IS INDEXED
001401         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS HW-SR-SITE-ID
001430         FILE STATUS IS WS-SITE-FILE-STATUS.
001440     SELECT DATE-CTL-FILE
001554         ASSIGN TO "RUNCTL"
001556         ORGANIZATION IS LINE SEQUENTIAL
001558         FILE STATUS IS WS-RUNC-FILE-STATUS.
001559     SELECT CALENDAR-FILE
001560         ASSIGN TO "CALFILE"
001561         ORGANIZATION IS LINE SEQUENTIAL
001562         FILE STATUS IS WS-CAL-FILE-STATUS.
001563     SELECT SNAP-FILE
001564         ASSIGN TO "SNAPFILE"
001565         ORGANIZATION IS LINE SEQUENTIAL
001566         FILE STATUS IS WS-SNAP-FILE-STATUS.
001568*
001570*================================================================
001580 DATA DIVISION.
001590*================================================================
001836     LABEL RECORDS ARE STANDARD.
001838     COPY HWRUNCR.
001840*
001841 FD  CALENDAR-FILE
001842     LABEL RECORDS ARE STANDARD.
001843     COPY HWCALR.
001844*
001845 FD  SNAP-FILE
001846     LABEL RECORDS ARE STANDARD.
001847     COPY HWSNPR.
001848*
001850 WORKING-STORAGE SECTION.
001860*----------------------------------------------------------------
001870* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWGREET AND
001910     COPY HWPARM.
001920     COPY HWPRTL.
001930     COPY HWRPTR.
001931     COPY HWAUTHL.
001932     COPY HWALRTL.
001933     COPY HWLGCL.
001940*----------------------------------------------------------------
001950* SWITCHES
001960*----------------------------------------------------------------
002392 77  WS-CYCLE-BLOCK-SW          PIC X(01)  VALUE 'N'.
002393     88  WS-CYCLE-BLOCK-YES                VALUE 'Y'.
002394     88  WS-CYCLE-BLOCK-NO                 VALUE 'N'.
002395 77  WS-RESTART-REFUSED-SW      PIC X(01)  VALUE 'N'.
002396     88  WS-RESTART-REFUSED-YES            VALUE 'Y'.
002397     88  WS-RESTART-REFUSED-NO             VALUE 'N'.
002398 77  WS-FORCE-REFUSED-SW        PIC X(01)  VALUE 'N'.
002399     88  WS-FORCE-REFUSED-YES              VALUE 'Y'.
002400     88  WS-FORCE-REFUSED-NO               VALUE 'N'.
002401 77  WS-LOGCTL-FAIL-SW          PIC X(01)  VALUE 'N'.
002402     88  WS-LOGCTL-FAIL-YES                VALUE 'Y'.
002403     88  WS-LOGCTL-FAIL-NO                 VALUE 'N'.
002404 77  WS-CAL-FILE-STATUS         PIC X(02)  VALUE '00'.
002405     88  WS-CAL-FOUND                      VALUE '00'.
002406 77  WS-CAL-EOF-SW              PIC X(01)  VALUE 'N'.
002407     88  WS-CAL-EOF-YES                    VALUE 'Y'.
002408     88  WS-CAL-EOF-NO                     VALUE 'N'.
002409 77  WS-HOLIDAY-SKIP-SW         PIC X(01)  VALUE 'N'.
002410     88  WS-HOLIDAY-SKIP-YES               VALUE 'Y'.
002411     88  WS-HOLIDAY-SKIP-NO                VALUE 'N'.
002412 77  WS-SNAP-FILE-STATUS        PIC X(02)  VALUE '00'.
002413     88  WS-SNAP-FOUND                     VALUE '00'.
002414 77  WS-SNAP-TAKEN-SW           PIC X(01)  VALUE 'N'.
002415     88  WS-SNAP-TAKEN-YES                 VALUE 'Y'.
002416     88  WS-SNAP-TAKEN-NO                  VALUE 'N'.
002417 77  WS-SNAP-FAIL-SW            PIC X(01)  VALUE 'N'.
002418     88  WS-SNAP-FAIL-YES                  VALUE 'Y'.
002419     88  WS-SNAP-FAIL-NO                   VALUE 'N'.
002420 77  WS-SNAP-EOF-SW             PIC X(01)  VALUE 'N'.
002421     88  WS-SNAP-EOF-YES                   VALUE 'Y'.
002422     88  WS-SNAP-EOF-NO                    VALUE 'N'.
002423*----------------------------------------------------------------
002424* PER-CARD RETURN CODE, BATCH WORST RETURN CODE, RUN TIMESTAMP,
002426* AND BATCH CONTROL COUNTS
002428*----------------------------------------------------------------
002430 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
002440 77  WS-WORST-RC                PIC 9(04)  VALUE ZERO.
002450 77  WS-CARDS-READ-CNT          PIC S9(05) COMP VALUE ZERO.
002460 77  WS-SITES-PROC-CNT          PIC S9(05) COMP VALUE ZERO.
002470 77  WS-SITES-REJ-CNT           PIC S9(05) COMP VALUE ZERO.
002475 77  WS-SITES-SKIP-CNT          PIC S9(05) COMP VALUE ZERO.
002476 77  WS-SITES-HOL-CNT           PIC S9(05) COMP VALUE ZERO.
002477 77  WS-OVR-REFUSED-CNT         PIC S9(05) COMP VALUE ZERO.
002478 77  WS-SNAP-SITE-CNT           PIC S9(05) COMP VALUE ZERO.
002479 77  WS-AUTH-REASON             PIC X(40)  VALUE SPACES.
002480 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
002490 01  WS-RUN-TIME                PIC 9(08)  VALUE ZERO.
002492 01  WS-END-DATE                PIC 9(08)  VALUE ZERO.
002550 77  WS-DG-MAX                  PIC S9(04) COMP VALUE ZERO.
002560 77  WS-DG-SUB                  PIC S9(04) COMP VALUE ZERO.
002570 01  WS-DUP-GUARD-TABLE.
002571     05  WS-DG-RUN-ID            PIC X(08) OCCURS 500 TIMES.
002572*----------------------------------------------------------------
002573* REGIONS ON HOLIDAY FOR THE CYCLE DATE, LOADED ONCE OFF THE
002574* REGIONAL CALENDARS IN CALFILE.  20 REGIONS IS FAR PAST THE
002575* SHOP'S COUNT; AN OVERFLOW IS COUNTED AND FLAGGED, NEVER
002576* SILENT.
002577*----------------------------------------------------------------
002578 77  WS-RH-MAX                  PIC S9(04) COMP VALUE ZERO.
002579 77  WS-RH-SUB                  PIC S9(04) COMP VALUE ZERO.
002580 77  WS-RH-HIT                  PIC S9(04) COMP VALUE ZERO.
002581 77  WS-RH-OVERFLOW-CNT         PIC S9(05) COMP VALUE ZERO.
002582 01  WS-REGION-HOL-TABLE.
002584     05  WS-RH-ENTRY OCCURS 20 TIMES.
002586         10  WS-RH-REGION        PIC X(02).
002588         10  WS-RH-DESC          PIC X(20).
002590*----------------------------------------------------------------
002600* BANNER WORK AREA
002610*----------------------------------------------------------------
003381             MOVE 12 TO WS-WORST-RC
003382             DISPLAY 'HELLOWORLD - CYCLE NOT OPENED - '
003383                     WS-BLOCK-REASON
003384             PERFORM 1310-RAISE-CYCLE-ALERT THRU 1310-EXIT
003385         END-IF
003386     ELSE
003380         SET WS-DATE-MISMATCH-YES TO TRUE
003390     END-IF.
003392     IF WS-DATE-REC-YES
003394         PERFORM 1400-LOAD-REGION-HOLIDAYS THRU 1400-EXIT
003396     END-IF.
003400*    LOAD THE DUPLICATE-RUN GUARD OFF THE CHECKPOINT FILE AS IT
003410*    STANDS, THEN REOPEN IT EXTEND FOR THIS RUN'S OWN ROWS.
003420     OPEN INPUT CHECKPOINT-FILE.
003530         OPEN OUTPUT HEARTBEAT-FILE
003540     END-IF.
003550 1000-EXIT.
003551     EXIT.
003552*----------------------------------------------------------------
003553*    1100-READ-RUN-MODE
003554*    READ THE OPTIONAL RUN-CTL CARD AND SET THE RUN MODE FOR
003555*    THE WHOLE RUN.  A MISSING FILE, MISSING CARD, OR BLANK
003556*    MODE IS A NORMAL RUN - RESTART HAS TO BE ASKED FOR, ONCE,
003557*    NOT DEFAULTED INTO.  THE OPERATOR ON THE CARD MUST HOLD
003558*    RESTART AUTHORITY; IF NOT, THE RESTART IS REFUSED, LOGGED,
003560*    AND THE RUN GOES AHEAD AS A NORMAL RUN.
003562*----------------------------------------------------------------
003564 1100-READ-RUN-MODE.
003566     SET WS-RESTART-NO TO TRUE.
003568     SET WS-RESTART-REFUSED-NO TO TRUE.
003570     OPEN INPUT RUN-CTL-FILE.
003571     IF NOT WS-RUNC-FOUND
003572         GO TO 1100-EXIT
003576             CLOSE RUN-CTL-FILE
003577             GO TO 1100-EXIT
003578     END-READ.
003579     CLOSE RUN-CTL-FILE.
003580     IF NOT HW-RM-RESTART
003581         GO TO 1100-EXIT
003583     END-IF.
003584     MOVE SPACES             TO HW-AUTH-PARM.
003585     SET HW-AU-CHECK-RESTART TO TRUE.
003586     SET HW-AU-LOG-ALL       TO TRUE.
003587     MOVE 'HELLOWORLD'       TO HW-AU-PROGRAM.
003588     MOVE HW-RM-OPERATOR-ID  TO HW-AU-OPERATOR-ID.
003589     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
003590     IF HW-AU-RETURN-CODE NOT = ZERO
003591         SET WS-RESTART-REFUSED-YES TO TRUE
003592         MOVE HW-AU-REASON TO WS-AUTH-REASON
003593         ADD 1 TO WS-OVR-REFUSED-CNT
003594         DISPLAY 'HELLOWORLD - RESTART REFUSED FOR OPERATOR '
003595                 HW-RM-OPERATOR-ID ' - ' HW-AU-REASON
003596         GO TO 1100-EXIT
003597     END-IF.
003598     SET WS-RESTART-YES TO TRUE.
003599     DISPLAY 'HELLOWORLD - RESTART MODE - CARDS ALREADY '
003600             'COMPLETE THIS CYCLE WILL BE SKIPPED'.
003601 1100-EXIT.
003602     EXIT.
003603*----------------------------------------------------------------
003604*    1200-LOAD-DUP-GUARD
003606*    TABLE EVERY RUN ID WITH A COMPLETE CHECKPOINT ROW ALREADY
003608*    ON FILE FOR TODAY, SO A RESTARTED STREAM CANNOT DOUBLE UP
003610*    THE LOGS WITHOUT SAYING SO ON ITS PARM CARD.
003620*----------------------------------------------------------------
003630 1200-LOAD-DUP-GUARD.
003870         END-IF
003880     END-IF.
003890 1210-EXIT.
003891     EXIT.
003892*----------------------------------------------------------------
003893*    1300-OPEN-CYCLE
003894*    ENFORCE THE CYCLE OPEN/CLOSE STATE ON THE DATE-CTL RECORD
003895*    JUST READ.  A RECORD STILL MARKED EOD INCOMPLETE MEANS
003896*    LAST NIGHT'S DATE ROLL ABORTED AND THE DAY IS HALF
003897*    CLOSED; A RECORD ALREADY MARKED CYCLE-IN-PROGRESS MEANS A
003898*    SECOND OPERATOR IS STARTING A RUNNING STREAM.  EITHER WAY
003899*    THE RUN REFUSES AT 12 AND WRITES NO LOG ROWS.  A CLEAN
003900*    OPEN REWRITES THE ONE-RECORD FILE IN PLACE WITH THE
003901*    MARKER SET O, THE SAME WAY HWDATRL REWRITES IT AT THE
003902*    ROLL.  A RESTART MODE RUN IS RESUMING THE CYCLE IT IS
003903*    ALREADY INSIDE, SO THE IN-PROGRESS MARKER DOES NOT BLOCK
003904*    IT.  A BLOCKED CYCLE RAISES A CRITICAL ALERT.  A CYCLE
003905*    BEING OPENED FRESH (NOT ONE A RESTART IS ALREADY INSIDE)
003906*    IS SNAPSHOT FIRST, WHILE THE RECORD JUST READ IS STILL IN
003907*    THE FD AREA.
003908*----------------------------------------------------------------
003909 1300-OPEN-CYCLE.
003910     IF HW-DR-EOD-INCOMPLETE
003911         SET WS-CYCLE-BLOCK-YES TO TRUE
003912         MOVE 'PRIOR EOD INCOMPLETE - DATE ROLL DID NOT FINISH'
003913             TO WS-BLOCK-REASON
003914         MOVE 12 TO WS-WORST-RC
003915         DISPLAY 'HELLOWORLD - CYCLE NOT OPENED - '
003916                 WS-BLOCK-REASON
003917         PERFORM 1310-RAISE-CYCLE-ALERT THRU 1310-EXIT
003918         GO TO 1300-EXIT
003919     END-IF.
003920     IF HW-DR-CYCLE-OPEN AND WS-RESTART-NO
003921         SET WS-CYCLE-BLOCK-YES TO TRUE
003922         MOVE 'CYCLE ALREADY IN PROGRESS - SECOND START BLOCKED'
003923             TO WS-BLOCK-REASON
003924         MOVE 12 TO WS-WORST-RC
003925         DISPLAY 'HELLOWORLD - CYCLE NOT OPENED - '
003926                 WS-BLOCK-REASON
003927         PERFORM 1310-RAISE-CYCLE-ALERT THRU 1310-EXIT
003928         GO TO 1300-EXIT
003929     END-IF.
003930*    THE FILE IS ONE RECORD, SO IT IS REWRITTEN IN PLACE BY
003931*    CLOSING THE INPUT PASS AND REOPENING OUTPUT.  THE RECORD
003932*    IS REBUILT FIELD BY FIELD FROM THE WORKING-STORAGE COPY
003933*    SAVED AT THE INIT READ - THE FD RECORD AREA IS UNDEFINED
003934*    AFTER THE CLOSE - THE SAME WAY HWDATRL REBUILDS IT AT THE
003935*    ROLL.
003936     IF NOT HW-DR-CYCLE-OPEN
003937         PERFORM 1350-TAKE-SNAPSHOT THRU 1350-EXIT
003938     END-IF.
003940     CLOSE DATE-CTL-FILE.
003941     OPEN OUTPUT DATE-CTL-FILE.
003942     IF NOT WS-DATE-FILE-FOUND
003954     CLOSE DATE-CTL-FILE.
003955 1300-EXIT.
003956     EXIT.
003957*----------------------------------------------------------------
003958*    1310-RAISE-CYCLE-ALERT
003959*    RAISE THE CRITICAL ALERT FOR A CYCLE THAT WILL NOT OPEN.
003960*    THE BLOCK IS RUN-WIDE, SO NO JOB OR SITE IS NAMED.  THE
003970*    CYCLE DATE IS THE ONE SAVED AT THE INIT READ - ZERO WHEN
003980*    THE DATE-CTL RECORD IS MISSING.
003990*----------------------------------------------------------------
004000 1310-RAISE-CYCLE-ALERT.
004010     MOVE SPACES               TO HW-ALERT-PARM.
004020     SET HW-AL-CRITICAL        TO TRUE.
004030     MOVE 'HELLOWORLD'         TO HW-AL-PROGRAM.
004040     MOVE WS-BLOCK-REASON      TO HW-AL-CONDITION.
004050     MOVE WS-SAVE-NEXT-PROC-DATE TO HW-AL-CYCLE-DATE.
004060     CALL 'HWALERT' USING HW-ALERT-PARM.
004070 1310-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    1350-TAKE-SNAPSHOT
004110*    APPEND ONE SNAPSHOT GENERATION TO SNAPFILE: AN H ROW WITH
004120*    THE DATE-CTL RECORD AS READ, AN S ROW PER SITE-PARM-FILE
004130*    RECORD, AND A T ROW WITH THE SITE COUNT.  THE T ROW IS
004140*    WRITTEN LAST AND ONLY WHEN EVERY SITE WAS SAVED, SO A
004150*    GENERATION CUT SHORT IS PLAIN TO HWBKOUT.  A SITE FILE
004160*    THAT DID NOT OPEN IS NOTED ON THE H ROW - THE DATE-CTL
004170*    HALF OF THE SNAPSHOT IS STILL GOOD.  THE SNAPSHOT NEVER
004180*    HOLDS THE CYCLE; A FAILURE IS FLAGGED AT RETURN CODE 4.
004190*----------------------------------------------------------------
004200 1350-TAKE-SNAPSHOT.
004210     OPEN EXTEND SNAP-FILE.
004220     IF NOT WS-SNAP-FOUND
004230         OPEN OUTPUT SNAP-FILE
004240     END-IF.
004250     IF NOT WS-SNAP-FOUND
004260         SET WS-SNAP-FAIL-YES TO TRUE
004270         DISPLAY 'HELLOWORLD - SNAPFILE DID NOT OPEN - NO CYCLE '
004280                 'SNAPSHOT TAKEN'
004290         IF WS-WORST-RC < 4
004300             MOVE 4 TO WS-WORST-RC
004310         END-IF
004320         GO TO 1350-EXIT
004330     END-IF.
004340     MOVE ZERO TO WS-SNAP-SITE-CNT.
004350     MOVE SPACES                 TO HW-SNAP-RECORD.
004360     SET HW-SN-HEADER-REC        TO TRUE.
004370     MOVE WS-SAVE-NEXT-PROC-DATE TO HW-SN-CYCLE-DATE.
004380     MOVE WS-RUN-DATE            TO HW-SN-TAKEN-DATE.
004390     MOVE WS-RUN-TIME            TO HW-SN-TAKEN-TIME.
004400     MOVE HW-DATE-RECORD         TO HW-SN-DATE-IMAGE.
004410     IF WS-SITE-OPEN-YES
004420         SET HW-SN-SITES-TAKEN     TO TRUE
004430     ELSE
004440         SET HW-SN-SITES-NOT-TAKEN TO TRUE
004450     END-IF.
004460     WRITE HW-SNAP-RECORD.
004470     SET WS-SNAP-EOF-YES TO TRUE.
004480     IF WS-SITE-OPEN-YES
004490         MOVE LOW-VALUES TO HW-SR-SITE-ID
004500         START SITE-PARM-FILE
004510             KEY IS NOT LESS THAN HW-SR-SITE-ID
004520             NOT INVALID KEY
004530                 SET WS-SNAP-EOF-NO TO TRUE
004540         END-START
004550     END-IF.
004560     PERFORM 1360-SNAP-SITE-REC THRU 1360-EXIT
004570         UNTIL WS-SNAP-EOF-YES.
004580     IF WS-SNAP-FAIL-YES
004590         CLOSE SNAP-FILE
004600         DISPLAY 'HELLOWORLD - SITE-PARM-FILE READ FAILED - '
004610                 'SNAPSHOT LEFT INCOMPLETE'
004620         IF WS-WORST-RC < 4
004630             MOVE 4 TO WS-WORST-RC
004640         END-IF
004650         GO TO 1350-EXIT
004660     END-IF.
004670     MOVE SPACES                 TO HW-SNAP-RECORD.
004680     SET HW-SN-TRAILER-REC       TO TRUE.
004690     MOVE WS-SAVE-NEXT-PROC-DATE TO HW-SN-CYCLE-DATE.
004700     MOVE WS-RUN-DATE            TO HW-SN-TAKEN-DATE.
004710     MOVE WS-RUN-TIME            TO HW-SN-TAKEN-TIME.
004720     MOVE WS-SNAP-SITE-CNT       TO HW-SN-SITE-CNT.
004730     WRITE HW-SNAP-RECORD.
004740     CLOSE SNAP-FILE.
004750     SET WS-SNAP-TAKEN-YES TO TRUE.
004760 1350-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790*    1360-SNAP-SITE-REC
004800*    READ THE NEXT SITE-PARM-FILE RECORD AND SAVE IT AS AN S
004810*    ROW.  A READ ERROR STOPS THE PASS AND MARKS THE SNAPSHOT
004820*    FAILED, SO NO T ROW IS WRITTEN FOR IT.
004830*----------------------------------------------------------------
004840 1360-SNAP-SITE-REC.
004850     READ SITE-PARM-FILE NEXT RECORD
004860         AT END
004870             SET WS-SNAP-EOF-YES TO TRUE
004880             GO TO 1360-EXIT
004890     END-READ.
004900     IF NOT WS-SITE-FOUND
004910         SET WS-SNAP-EOF-YES  TO TRUE
004920         SET WS-SNAP-FAIL-YES TO TRUE
004930         GO TO 1360-EXIT
004940     END-IF.
004950     MOVE SPACES                 TO HW-SNAP-RECORD.
004960     SET HW-SN-SITE-REC          TO TRUE.
004970     MOVE WS-SAVE-NEXT-PROC-DATE TO HW-SN-CYCLE-DATE.
004980     MOVE WS-RUN-DATE            TO HW-SN-TAKEN-DATE.
004990     MOVE WS-RUN-TIME            TO HW-SN-TAKEN-TIME.
005000     MOVE HW-SITE-RECORD         TO HW-SN-SITE-IMAGE.
005010     WRITE HW-SNAP-RECORD.
005020     ADD 1 TO WS-SNAP-SITE-CNT.
005030 1360-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060*    1400-LOAD-REGION-HOLIDAYS
005070*    TABLE EVERY REGION WHOSE CALENDAR TYPES THE CYCLE DATE A
005080*    HOLIDAY.  THE SHOP CALENDAR ROWS (REGION BLANK) ARE NOT
005090*    WANTED HERE - THE SHOP'S OWN HOLIDAYS NEVER REACH A CYCLE,
005100*    SINCE HWDATRL DOES NOT ROLL ONTO THEM.  NO CALFILE MEANS NO
005110*    REGION IS ON HOLIDAY, SO EVERY SITE RUNS AS BEFORE.
005120*----------------------------------------------------------------
005130 1400-LOAD-REGION-HOLIDAYS.
005140     OPEN INPUT CALENDAR-FILE.
005150     IF NOT WS-CAL-FOUND
005160         DISPLAY 'HELLOWORLD - CALFILE NOT AVAILABLE - NO '
005170                 'REGIONAL HOLIDAYS APPLIED'
005180         GO TO 1400-EXIT
005190     END-IF.
005200     SET WS-CAL-EOF-NO TO TRUE.
005210     PERFORM 1410-LOAD-REGION-HOL-REC THRU 1410-EXIT
005220         UNTIL WS-CAL-EOF-YES.
005230     CLOSE CALENDAR-FILE.
005240     IF WS-RH-OVERFLOW-CNT > ZERO
005250         DISPLAY 'HELLOWORLD - REGION HOLIDAY TABLE FULL - '
005260                 WS-RH-OVERFLOW-CNT ' REGION(S) NOT TABLED'
005270         IF WS-WORST-RC < 4
005280             MOVE 4 TO WS-WORST-RC
005290         END-IF
005300     END-IF.
005310 1400-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    1410-LOAD-REGION-HOL-REC
005350*    READ ONE CALENDAR ROW AND TABLE IT IF IT IS A REGIONAL
005360*    HOLIDAY ON THE CYCLE DATE.
005370*----------------------------------------------------------------
005380 1410-LOAD-REGION-HOL-REC.
005390     READ CALENDAR-FILE
005400         AT END
005410             SET WS-CAL-EOF-YES TO TRUE
005420             GO TO 1410-EXIT
005430     END-READ.
005440     IF HW-CA-REGION-CODE = SPACES
005450        OR HW-CA-CAL-DATE NOT = WS-SAVE-NEXT-PROC-DATE
005460        OR NOT HW-CA-HOLIDAY
005470         GO TO 1410-EXIT
005480     END-IF.
005490     IF WS-RH-MAX >= 20
005500         ADD 1 TO WS-RH-OVERFLOW-CNT
005510         GO TO 1410-EXIT
005520     END-IF.
005530     ADD 1 TO WS-RH-MAX.
005540     MOVE HW-CA-REGION-CODE TO WS-RH-REGION(WS-RH-MAX).
005550     MOVE HW-CA-DESCRIPTION TO WS-RH-DESC(WS-RH-MAX).
005560 1410-EXIT.
005570     EXIT.
003948*----------------------------------------------------------------
003920*    2000-PROCESS-PARM-REC
003930*    READ AND PROCESS ONE PARAMETER CARD - ONE SITE'S WORTH OF
004100     IF WS-ABORT-NO
004110         PERFORM 2200-CHECK-DUP-RUN THRU 2200-EXIT
004120     END-IF.
004122     IF WS-ABORT-NO AND WS-SKIP-NO AND WS-DUP-BLOCK-NO
004124         PERFORM 2300-CHECK-REGION-HOLIDAY THRU 2300-EXIT
004126     END-IF.
004130     IF WS-SKIP-YES
004132*        A RESTART-MODE SKIP LEAVES EVERY LOG FILE ALONE - THE
004134*        COMPLETE RUN ALREADY ON FILE IS THE RECORD.
004136         DISPLAY 'HELLOWORLD - RESTART SKIP - '
004138                 HW-PR-JOB-NAME ' ALREADY COMPLETE THIS CYCLE'
004139     ELSE
004140     IF WS-HOLIDAY-SKIP-YES
004141*        SO DOES A REGIONAL HOLIDAY SKIP - THE SITE HAS NO
004142*        CYCLE TONIGHT.
004143         DISPLAY 'HELLOWORLD - REGIONAL HOLIDAY SKIP - '
004144                 HW-PR-JOB-NAME ' REGION '
004145                 WS-RH-REGION(WS-RH-HIT) ' '
004146                 WS-RH-DESC(WS-RH-HIT)
004147     ELSE
004148     IF WS-DUP-BLOCK-YES
004149         PERFORM 6500-WRITE-DUP-NOTICE THRU 6500-EXIT
004150     ELSE
004160         PERFORM 2500-WRITE-HEARTBEAT THRU 2500-EXIT
004170         PERFORM 3000-VALIDATE-DATE THRU 3000-EXIT
004230         PERFORM 7500-WRITE-CHECKPOINT THRU 7500-EXIT
004235         PERFORM 7600-WRITE-RUN-END THRU 7600-EXIT
004240     END-IF
004241     END-IF
004242     END-IF.
004250     IF WS-SKIP-YES
004252         ADD 1 TO WS-SITES-SKIP-CNT
004254     ELSE
004255     IF WS-HOLIDAY-SKIP-YES
004256         ADD 1 TO WS-SITES-HOL-CNT
004257     ELSE
004258     IF WS-ABORT-YES OR WS-DUP-BLOCK-YES
004260         ADD 1 TO WS-SITES-REJ-CNT
004270     ELSE
004280         ADD 1 TO WS-SITES-PROC-CNT
004285     END-IF
004287     END-IF
004290     END-IF.
004300     IF WS-RETURN-CODE > WS-WORST-RC
004310         MOVE WS-RETURN-CODE TO WS-WORST-RC
004430     SET WS-DUP-BLOCK-NO TO TRUE.
004440     SET WS-FORCED-NO TO TRUE.
004445     SET WS-SKIP-NO TO TRUE.
004446     SET WS-HOLIDAY-SKIP-NO TO TRUE.
004447     SET WS-FORCE-REFUSED-NO TO TRUE.
004450     MOVE ZERO TO WS-RETURN-CODE.
004460     SET WS-SITE-ACTIVE-YES TO TRUE.
004470     SET WS-SITE-REPORT-YES TO TRUE.
004580*    REMEMBERED FOR THE HEADER REPORT.  IN RESTART MODE THE
004582*    SAME MATCH SKIPS THE CARD QUIETLY INSTEAD - THE RUN IS
004584*    RESUMING, NOT REPEATING - AND RAISES NO RETURN CODE.
004585*    A FORCE IS ONLY HONORED FOR AN OPERATOR AUTHORIZED TO
004586*    FORCE THIS SITE; A REFUSED FORCE IS BLOCKED LIKE ANY
004587*    OTHER DUPLICATE.
004590*----------------------------------------------------------------
004600 2200-CHECK-DUP-RUN.
004610     PERFORM 2210-MATCH-GUARD-ROW THRU 2210-EXIT
004620         VARYING WS-DG-SUB FROM 1 BY 1
004630         UNTIL WS-DG-SUB > WS-DG-MAX OR WS-DUP-BLOCK-YES
004640                OR WS-FORCED-YES OR WS-SKIP-YES.
004641     IF WS-FORCED-YES
004642         PERFORM 2220-CHECK-FORCE-AUTH THRU 2220-EXIT
004643     END-IF.
004650     IF WS-DUP-BLOCK-YES
004660         MOVE 12 TO WS-RETURN-CODE
004670     END-IF.
004800         END-IF
004805         END-IF
004810     END-IF.
004811 2210-EXIT.
004812     EXIT.
004813*----------------------------------------------------------------
004814*    2220-CHECK-FORCE-AUTH
004815*    ASK HWOPAUTH WHETHER THE CARD'S OPERATOR MAY FORCE THIS
004816*    SITE.  GRANTED OR REFUSED, THE OUTCOME GOES ON THE
004817*    OVERRIDE LOG FOR THE AUDITORS.
004818*----------------------------------------------------------------
004819 2220-CHECK-FORCE-AUTH.
004820     MOVE SPACES             TO HW-AUTH-PARM.
004821     SET HW-AU-CHECK-FORCE   TO TRUE.
004822     SET HW-AU-LOG-ALL       TO TRUE.
004823     MOVE 'HELLOWORLD'       TO HW-AU-PROGRAM.
004824     MOVE HW-PR-OPERATOR-ID  TO HW-AU-OPERATOR-ID.
004825     MOVE HW-PR-SITE-ID      TO HW-AU-SITE-ID.
004826     MOVE HW-PR-JOB-NAME     TO HW-AU-JOB-NAME.
004827     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
004828     IF HW-AU-RETURN-CODE = ZERO
004829         GO TO 2220-EXIT
004830     END-IF.
004831     SET WS-FORCED-NO TO TRUE.
004832     SET WS-DUP-BLOCK-YES TO TRUE.
004833     SET WS-FORCE-REFUSED-YES TO TRUE.
004834     MOVE HW-AU-REASON TO WS-AUTH-REASON.
004835     ADD 1 TO WS-OVR-REFUSED-CNT.
004836 2220-EXIT.
004837     EXIT.
004838*----------------------------------------------------------------
004839*    2300-CHECK-REGION-HOLIDAY
004840*    SKIP THIS CARD IF ITS SITE RUNS TO A REGIONAL CALENDAR
004841*    THAT HAS THE CYCLE DATE AS A HOLIDAY.  A SITE NOT ON FILE,
004842*    OR ON THE SHOP CALENDAR, IS NEVER SKIPPED HERE.
004843*----------------------------------------------------------------
004844 2300-CHECK-REGION-HOLIDAY.
004845     IF WS-RH-MAX = ZERO OR WS-SITE-OPEN-NO
004846         GO TO 2300-EXIT
004847     END-IF.
004848     MOVE HW-PR-SITE-ID TO HW-SR-SITE-ID.
004849     READ SITE-PARM-FILE
004850         INVALID KEY
004851             GO TO 2300-EXIT
004852     END-READ.
004853     IF HW-SR-REGION-CODE = SPACES
004854         GO TO 2300-EXIT
004855     END-IF.
004856     MOVE ZERO TO WS-RH-HIT.
004857     PERFORM 2310-MATCH-REGION-HOL THRU 2310-EXIT
004858         VARYING WS-RH-SUB FROM 1 BY 1
004859         UNTIL WS-RH-SUB > WS-RH-MAX OR WS-RH-HIT > ZERO.
004860     IF WS-RH-HIT > ZERO
004861         SET WS-HOLIDAY-SKIP-YES TO TRUE
004862     END-IF.
004863 2300-EXIT.
004864     EXIT.
004865*----------------------------------------------------------------
004866*    2310-MATCH-REGION-HOL
004867*    TEST ONE REGION HOLIDAY TABLE ROW AGAINST THE SITE IN HAND.
004868*----------------------------------------------------------------
004869 2310-MATCH-REGION-HOL.
004870     IF WS-RH-REGION(WS-RH-SUB) = HW-SR-REGION-CODE
004871         MOVE WS-RH-SUB TO WS-RH-HIT
004872     END-IF.
004873 2310-EXIT.
004874     EXIT.
004875*----------------------------------------------------------------
004876*    2500-WRITE-HEARTBEAT
004877*    TELL THE OPS MONITORING DASHBOARD THIS SITE'S SLICE OF THE
004878*    NIGHTLY CYCLE HAS STARTED, AS SOON AS THE CARD IS READ.
004880*----------------------------------------------------------------
004890 2500-WRITE-HEARTBEAT.
004900     MOVE HW-PR-JOB-NAME  TO HW-HB-JOB-NAME.
004974     MOVE ZERO TO HW-HB-END-TIME.
004976     MOVE ZERO TO HW-HB-RETURN-CODE.
004980     WRITE HW-HB-RECORD.
004981     MOVE 'HBFILE'        TO HW-LG-LOG-NAME.
004982     MOVE HW-HB-RECORD    TO HW-LG-ROW-IMAGE.
004983     PERFORM 7700-POST-LOG-TOTAL THRU 7700-EXIT.
004990 2500-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
006840*    6500-WRITE-DUP-NOTICE
006850*    PRINT THE BLOCKED-DUPLICATE PAGE FOR A CARD WHOSE JOB
006860*    ALREADY COMPLETED THIS CYCLE - THE LOG FILES ARE LEFT
006861*    ALONE SO THE RECONCILIATION TRAIL STAYS CLEAN.  A CARD
006862*    WHOSE FORCE WAS REFUSED SAYS SO, WITH THE REASON, RATHER
006863*    THAN TELLING THE OPERATOR TO CODE THE FLAG IT ALREADY HAS.
006880*----------------------------------------------------------------
006890 6500-WRITE-DUP-NOTICE.
006900     MOVE '1' TO HW-RL-CTL.
006901     MOVE SPACES TO HW-RL-TEXT.
006902     IF WS-FORCE-REFUSED-YES
006903         STRING 'HELLOWORLD - FORCE REFUSED - '
006904                                  DELIMITED BY SIZE
006905                HW-PR-JOB-NAME        DELIMITED BY SIZE
006906                ' OPERATOR '          DELIMITED BY SIZE
006907                HW-PR-OPERATOR-ID     DELIMITED BY SIZE
006908                ' - '                 DELIMITED BY SIZE
006909                WS-AUTH-REASON        DELIMITED BY SIZE
006910             INTO HW-RL-TEXT
006911         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
006912         DISPLAY 'HELLOWORLD - FORCE REFUSED FOR '
006914                 HW-PR-JOB-NAME ' - ' WS-AUTH-REASON
006916         GO TO 6500-EXIT
006918     END-IF.
006920     STRING 'HELLOWORLD - DUPLICATE RUN BLOCKED - '
006930                                  DELIMITED BY SIZE
006940            HW-PR-JOB-NAME        DELIMITED BY SIZE
007260     MOVE WS-RUN-TIME      TO HW-AR-RUN-TIME.
007270     MOVE WS-RETURN-CODE   TO HW-AR-RETURN-CODE.
007280     WRITE HW-AUDIT-RECORD.
007281     MOVE 'AUDITLOG'       TO HW-LG-LOG-NAME.
007282     MOVE HW-AUDIT-RECORD  TO HW-LG-ROW-IMAGE.
007283     PERFORM 7700-POST-LOG-TOTAL THRU 7700-EXIT.
007290 7000-EXIT.
007300     EXIT.
007310*----------------------------------------------------------------
007450     MOVE WS-RUN-DATE     TO HW-CK-RUN-DATE.
007460     MOVE WS-RUN-TIME     TO HW-CK-RUN-TIME.
007470     WRITE HW-CKPT-RECORD.
007471     MOVE 'CKPTFILE'      TO HW-LG-LOG-NAME.
007472     MOVE HW-CKPT-RECORD  TO HW-LG-ROW-IMAGE.
007473     PERFORM 7700-POST-LOG-TOTAL THRU 7700-EXIT.
007480 7500-EXIT.
007490     EXIT.
007491*----------------------------------------------------------------
007511     MOVE WS-END-TIME     TO HW-HB-END-TIME.
007512     MOVE WS-RETURN-CODE  TO HW-HB-RETURN-CODE.
007513     WRITE HW-HB-RECORD.
007514     MOVE 'HBFILE'        TO HW-LG-LOG-NAME.
007515     MOVE HW-HB-RECORD    TO HW-LG-ROW-IMAGE.
007516     PERFORM 7700-POST-LOG-TOTAL THRU 7700-EXIT.
007517 7600-EXIT.
007518     EXIT.
007519*----------------------------------------------------------------
007520*    7700-POST-LOG-TOTAL
007530*    POST THE LOG ROW JUST WRITTEN TO THE LOG CONTROL TOTALS.
007540*    CALLERS MOVE THE LOG NAME AND THE ROW TO HW-LOGCTL-PARM
007550*    FIRST.  A FAILED POSTING DOES NOT STOP THE CARD - THE ROW
007560*    IS ON THE LOG - BUT IT IS REMEMBERED FOR THE SUMMARY.
007570*----------------------------------------------------------------
007580 7700-POST-LOG-TOTAL.
007590     SET HW-LG-ADD-ROW TO TRUE.
007600     MOVE 'HELLOWORLD' TO HW-LG-PROGRAM.
007610     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
007620     IF HW-LG-RETURN-CODE NOT = ZERO
007630         SET WS-LOGCTL-FAIL-YES TO TRUE
007640     END-IF.
007650 7700-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007510*    7800-WRITE-SUMMARY
007520*    WRITE THE BATCH SUMMARY TRAILER PAGE - CARDS READ, SITES
007530*    PROCESSED, SITES REJECTED, AND THE WORST RETURN CODE OF
007650            DELIMITED BY SIZE
007660         INTO HW-RL-TEXT.
007670     PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT.
007671     MOVE ' ' TO HW-RL-CTL.
007672     IF WS-RESTART-YES
007673         MOVE SPACES TO HW-RL-TEXT
007674         MOVE 'RUN MODE . . . . : RESTART' TO HW-RL-TEXT
007675         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
007676     END-IF.
007677     IF WS-RESTART-REFUSED-YES
007678         MOVE SPACES TO HW-RL-TEXT
007679         STRING 'RUN MODE . . . . : RESTART REFUSED - '
007681                                  DELIMITED BY SIZE
007683                WS-AUTH-REASON        DELIMITED BY SIZE
007685             INTO HW-RL-TEXT
007687         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
007689     END-IF.
007691     IF WS-CYCLE-BLOCK-YES
007692         MOVE SPACES TO HW-RL-TEXT
007995         INTO HW-RL-TEXT.
007996     PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT.
008000     MOVE SPACES TO HW-RL-TEXT.
008001     MOVE WS-SITES-HOL-CNT TO WS-COUNT-EDIT.
008002     STRING 'REGION HOLIDAYS. : ' DELIMITED BY SIZE
008003            WS-COUNT-EDIT         DELIMITED BY SIZE
008004         INTO HW-RL-TEXT.
008005     PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT.
008006     MOVE SPACES TO HW-RL-TEXT.
008007     MOVE WS-OVR-REFUSED-CNT TO WS-COUNT-EDIT.
008008     STRING 'OVERRIDES REFUSED: ' DELIMITED BY SIZE
008009            WS-COUNT-EDIT         DELIMITED BY SIZE
008010         INTO HW-RL-TEXT.
008011     PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT.
008012     IF WS-SNAP-TAKEN-YES AND WS-SITE-OPEN-NO
008013         MOVE SPACES TO HW-RL-TEXT
008014         MOVE 'CYCLE SNAPSHOT . : DATE-CTL ONLY - NO SITE FILE'
008015             TO HW-RL-TEXT
008016         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
008017     END-IF.
008018     IF WS-SNAP-TAKEN-YES AND WS-SITE-OPEN-YES
008019         MOVE SPACES TO HW-RL-TEXT
008020         MOVE WS-SNAP-SITE-CNT TO WS-COUNT-EDIT
008021         STRING 'CYCLE SNAPSHOT . : ' DELIMITED BY SIZE
008022                WS-COUNT-EDIT         DELIMITED BY SIZE
008023                ' SITE(S) SAVED'      DELIMITED BY SIZE
008024             INTO HW-RL-TEXT
008025         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
008026     END-IF.
008027     IF WS-SNAP-FAIL-YES
008028         MOVE SPACES TO HW-RL-TEXT
008029         MOVE 'CYCLE SNAPSHOT . : NOT TAKEN - SEE CONSOLE'
008030             TO HW-RL-TEXT
008031         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
008032     END-IF.
008033     IF WS-LOGCTL-FAIL-YES
008034         MOVE SPACES TO HW-RL-TEXT
008035         MOVE 'LOG CONTROL TOTALS NOT POSTED - SEE CONSOLE'
008036             TO HW-RL-TEXT
008037         PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT
008038         IF WS-WORST-RC < 4
008039             MOVE 4 TO WS-WORST-RC
008040         END-IF
008041     END-IF.
008042     MOVE SPACES TO HW-RL-TEXT.
008043     MOVE WS-WORST-RC TO WS-RC-EDIT.
008044     STRING 'WORST RETURN CODE: ' DELIMITED BY SIZE
008046            WS-RC-EDIT            DELIMITED BY SIZE
008048         INTO HW-RL-TEXT.
008050     PERFORM 6900-PRINT-RPT-LINE THRU 6900-EXIT.
008060 7800-EXIT.
008070     EXIT.

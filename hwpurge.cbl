000302* 09/02/2026 JPK   HEARTBEAT NEW/ARCHIVE RECORDS WIDENED TO 52
000304*                  BYTES TO MATCH THE HWHBR LAYOUT NOW CARRYING
000306*                  END DATE, END TIME, AND RETURN CODE ON THE
000307*                  END-OF-RUN ROWS.
000308* 10/15/2026 JPK   EACH ROW ROUTED IS NOW HASHED THROUGH HWLOGCT,
000309*                  AND AFTER EACH SPLIT THE LOG CONTROL TOTALS
000310*                  ARE RESET TO THE ROWS KEPT, WITH THE ROWS
000311*                  ARCHIVED ADDED TO THE ARCHIVE TOTALS.  A LOG
000312*                  WHOSE ROWS READ DO NOT MATCH ITS CONTROL
000313*                  TOTALS IS STILL SPLIT BUT NOT POSTED - THE
000314*                  BREAK IS PRINTED AT RETURN CODE 8 AND LEFT
000315*                  STANDING FOR HWLOGVFY, NOT WASHED OUT BY THE
000316*                  PURGE.  A LOG WITH NO CONTROL TOTALS IS A
000317*                  BREAK THE SAME WAY - ITS TOTALS ARE STARTED BY
000318*                  A HWLOGVFY REBASE, NEVER BY THE PURGE.
000319*----------------------------------------------------------------
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340*================================================================
001320* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWDAYS.
001330*----------------------------------------------------------------
001340     COPY HWDAYSL.
001342*----------------------------------------------------------------
001344* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWLOGCT.
001346*----------------------------------------------------------------
001348     COPY HWLGCL.
001350*----------------------------------------------------------------
001360* SWITCHES
001370*----------------------------------------------------------------
001950 77  WS-CKP-ARCH-CNT            PIC S9(07) COMP VALUE ZERO.
001960 77  WS-HB-READ-CNT             PIC S9(07) COMP VALUE ZERO.
001970 77  WS-HB-KEPT-CNT             PIC S9(07) COMP VALUE ZERO.
001971 77  WS-HB-ARCH-CNT             PIC S9(07) COMP VALUE ZERO.
001972*----------------------------------------------------------------
001973* PER-FILE HASH TOTALS, AND THE ONE FILE'S FIGURES HANDED TO
001974* 6200-POST-SPLIT-TOTALS
001975*----------------------------------------------------------------
001976 77  WS-AUD-KEPT-HASH           PIC 9(15)  VALUE ZERO.
001977 77  WS-AUD-ARCH-HASH           PIC 9(15)  VALUE ZERO.
001978 77  WS-CKP-KEPT-HASH           PIC 9(15)  VALUE ZERO.
001979 77  WS-CKP-ARCH-HASH           PIC 9(15)  VALUE ZERO.
001980 77  WS-HB-KEPT-HASH            PIC 9(15)  VALUE ZERO.
001981 77  WS-HB-ARCH-HASH            PIC 9(15)  VALUE ZERO.
001982 77  WS-SPLIT-LOG-NAME          PIC X(08)  VALUE SPACES.
001983 77  WS-SPLIT-KEPT-CNT          PIC 9(07)  VALUE ZERO.
001984 77  WS-SPLIT-KEPT-HASH         PIC 9(15)  VALUE ZERO.
001985 77  WS-SPLIT-ARCH-CNT          PIC 9(07)  VALUE ZERO.
001986 77  WS-SPLIT-ARCH-HASH         PIC 9(15)  VALUE ZERO.
001987 77  WS-SPLIT-READ-CNT          PIC 9(07)  VALUE ZERO.
001988 77  WS-SPLIT-READ-HASH         PIC 9(15)  VALUE ZERO.
001990*----------------------------------------------------------------
002000* REPORT WORK AREAS
002010*----------------------------------------------------------------
003060         UNTIL WS-AUDIT-EOF-YES.
003070     CLOSE AUDIT-NEW-FILE.
003080     CLOSE AUDIT-ARCH-FILE.
003081     MOVE 'AUDITLOG'       TO WS-SPLIT-LOG-NAME.
003082     MOVE WS-AUD-KEPT-CNT  TO WS-SPLIT-KEPT-CNT.
003083     MOVE WS-AUD-KEPT-HASH TO WS-SPLIT-KEPT-HASH.
003084     MOVE WS-AUD-ARCH-CNT  TO WS-SPLIT-ARCH-CNT.
003085     MOVE WS-AUD-ARCH-HASH TO WS-SPLIT-ARCH-HASH.
003086     PERFORM 6200-POST-SPLIT-TOTALS THRU 6200-EXIT.
003090 2000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003210     ADD 1 TO WS-AUD-READ-CNT.
003220     MOVE HW-AR-RUN-DATE TO HW-DY-DATE.
003230     PERFORM 6000-AGE-ROW-DATE THRU 6000-EXIT.
003231     MOVE 'AUDITLOG'      TO HW-LG-LOG-NAME.
003232     MOVE HW-AUDIT-RECORD TO HW-LG-ROW-IMAGE.
003233     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003240     IF WS-EXPIRED-YES
003250         ADD 1 TO WS-AUD-ARCH-CNT
003251         ADD HW-LG-ROW-HASH TO WS-AUD-ARCH-HASH
003260         WRITE HW-AUDIT-ARCH-REC FROM HW-AUDIT-RECORD
003270     ELSE
003280         ADD 1 TO WS-AUD-KEPT-CNT
003281         ADD HW-LG-ROW-HASH TO WS-AUD-KEPT-HASH
003290         WRITE HW-AUDIT-NEW-REC FROM HW-AUDIT-RECORD
003300     END-IF.
003310 2010-EXIT.
003560         UNTIL WS-CKPT-EOF-YES.
003570     CLOSE CKPT-NEW-FILE.
003580     CLOSE CKPT-ARCH-FILE.
003581     MOVE 'CKPTFILE'       TO WS-SPLIT-LOG-NAME.
003582     MOVE WS-CKP-KEPT-CNT  TO WS-SPLIT-KEPT-CNT.
003583     MOVE WS-CKP-KEPT-HASH TO WS-SPLIT-KEPT-HASH.
003584     MOVE WS-CKP-ARCH-CNT  TO WS-SPLIT-ARCH-CNT.
003585     MOVE WS-CKP-ARCH-HASH TO WS-SPLIT-ARCH-HASH.
003586     PERFORM 6200-POST-SPLIT-TOTALS THRU 6200-EXIT.
003590 3000-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003710     ADD 1 TO WS-CKP-READ-CNT.
003720     MOVE HW-CK-RUN-DATE TO HW-DY-DATE.
003730     PERFORM 6000-AGE-ROW-DATE THRU 6000-EXIT.
003731     MOVE 'CKPTFILE'      TO HW-LG-LOG-NAME.
003732     MOVE HW-CKPT-RECORD  TO HW-LG-ROW-IMAGE.
003733     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003740     IF WS-EXPIRED-YES
003750         ADD 1 TO WS-CKP-ARCH-CNT
003751         ADD HW-LG-ROW-HASH TO WS-CKP-ARCH-HASH
003760         WRITE HW-CKPT-ARCH-REC FROM HW-CKPT-RECORD
003770     ELSE
003780         ADD 1 TO WS-CKP-KEPT-CNT
003781         ADD HW-LG-ROW-HASH TO WS-CKP-KEPT-HASH
003790         WRITE HW-CKPT-NEW-REC FROM HW-CKPT-RECORD
003800     END-IF.
003810 3010-EXIT.
004060         UNTIL WS-HB-EOF-YES.
004070     CLOSE HB-NEW-FILE.
004080     CLOSE HB-ARCH-FILE.
004081     MOVE 'HBFILE'         TO WS-SPLIT-LOG-NAME.
004082     MOVE WS-HB-KEPT-CNT   TO WS-SPLIT-KEPT-CNT.
004083     MOVE WS-HB-KEPT-HASH  TO WS-SPLIT-KEPT-HASH.
004084     MOVE WS-HB-ARCH-CNT   TO WS-SPLIT-ARCH-CNT.
004085     MOVE WS-HB-ARCH-HASH  TO WS-SPLIT-ARCH-HASH.
004086     PERFORM 6200-POST-SPLIT-TOTALS THRU 6200-EXIT.
004090 4000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004210     ADD 1 TO WS-HB-READ-CNT.
004220     MOVE HW-HB-START-DATE TO HW-DY-DATE.
004230     PERFORM 6000-AGE-ROW-DATE THRU 6000-EXIT.
004231     MOVE 'HBFILE'        TO HW-LG-LOG-NAME.
004232     MOVE HW-HB-RECORD    TO HW-LG-ROW-IMAGE.
004233     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
004240     IF WS-EXPIRED-YES
004250         ADD 1 TO WS-HB-ARCH-CNT
004251         ADD HW-LG-ROW-HASH TO WS-HB-ARCH-HASH
004260         WRITE HW-HB-ARCH-REC FROM HW-HB-RECORD
004270     ELSE
004280         ADD 1 TO WS-HB-KEPT-CNT
004281         ADD HW-LG-ROW-HASH TO WS-HB-KEPT-HASH
004290         WRITE HW-HB-NEW-REC FROM HW-HB-RECORD
004300     END-IF.
004310 4010-EXIT.
004550     CALL 'HWDAYS' USING HW-DAYS-PARM.
004560     IF HW-DY-RETURN-CODE NOT = ZERO
004570         GO TO 6000-EXIT
004571     END-IF.
004572     COMPUTE WS-ROW-AGE-DAYS =
004573         WS-RUN-DAY-NBR - HW-DY-DAY-NUMBER.
004574     IF WS-ROW-AGE-DAYS > WS-RETAIN-DAYS
004575         SET WS-EXPIRED-YES TO TRUE
004576     END-IF.
004577 6000-EXIT.
004578     EXIT.
004579*----------------------------------------------------------------
004580*    6100-HASH-ROW
004581*    HASH THE ROW IN HAND THROUGH HWLOGCT.  CALLERS MOVE THE
004582*    LOG NAME AND THE ROW TO HW-LOGCTL-PARM FIRST AND ADD
004583*    HW-LG-ROW-HASH TO THE KEPT OR ARCHIVED TOTAL AFTER.
004584*----------------------------------------------------------------
004585 6100-HASH-ROW.
004586     SET HW-LG-HASH-ROW TO TRUE.
004587     MOVE 'HWPURGE' TO HW-LG-PROGRAM.
004588     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
004589 6100-EXIT.
004590     EXIT.
004591*----------------------------------------------------------------
004592*    6200-POST-SPLIT-TOTALS
004593*    PROVE THE ROWS JUST READ AGAINST THE LOG'S CONTROL
004594*    TOTALS, THEN POST THE SPLIT.  A BREAK IS PRINTED AND THE
004595*    TOTALS ARE LEFT ALONE, SO THE BREAK STAYS ON RECORD FOR
004596*    HWLOGVFY.  A LOG WITH NO CONTROL TOTALS IS A BREAK TOO -
004597*    ONLY A HWLOGVFY REBASE MAY START ITS TOTALS.
004598*----------------------------------------------------------------
004599 6200-POST-SPLIT-TOTALS.
004600     COMPUTE WS-SPLIT-READ-CNT =
004601         WS-SPLIT-KEPT-CNT + WS-SPLIT-ARCH-CNT.
004602     COMPUTE WS-SPLIT-READ-HASH =
004603         WS-SPLIT-KEPT-HASH + WS-SPLIT-ARCH-HASH.
004604     SET HW-LG-GET-TOTALS TO TRUE.
004605     MOVE WS-SPLIT-LOG-NAME TO HW-LG-LOG-NAME.
004606     MOVE 'HWPURGE' TO HW-LG-PROGRAM.
004607     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
004608     IF HW-LG-RETURN-CODE = ZERO
004609        AND (HW-LG-LIVE-COUNT NOT = WS-SPLIT-READ-CNT
004610             OR HW-LG-LIVE-HASH NOT = WS-SPLIT-READ-HASH)
004611         MOVE SPACES TO HW-RL-TEXT
004612         STRING WS-SPLIT-LOG-NAME    DELIMITED BY SPACE
004613                ' ROWS READ DO NOT MATCH CONTROL TOTALS - '
004614                                     DELIMITED BY SIZE
004615                'NOT POSTED'         DELIMITED BY SIZE
004616             INTO HW-RL-TEXT
004617         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
004618         IF WS-RETURN-CODE < 8
004619             MOVE 8 TO WS-RETURN-CODE
004620         END-IF
004621         GO TO 6200-EXIT
004622     END-IF.
004623     IF HW-LG-RETURN-CODE NOT = ZERO
004624         MOVE SPACES TO HW-RL-TEXT
004625         STRING WS-SPLIT-LOG-NAME    DELIMITED BY SPACE
004626                ' HAS NO CONTROL TOTALS - '
004627                                     DELIMITED BY SIZE
004628                'NOT POSTED'         DELIMITED BY SIZE
004629             INTO HW-RL-TEXT
004630         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
004631         IF WS-RETURN-CODE < 8
004632             MOVE 8 TO WS-RETURN-CODE
004633         END-IF
004634         GO TO 6200-EXIT
004635     END-IF.
004636     SET HW-LG-SET-SPLIT TO TRUE.
004637     MOVE WS-SPLIT-LOG-NAME  TO HW-LG-LOG-NAME.
004638     MOVE WS-SPLIT-KEPT-CNT  TO HW-LG-LIVE-COUNT.
004639     MOVE WS-SPLIT-KEPT-HASH TO HW-LG-LIVE-HASH.
004640     MOVE WS-SPLIT-ARCH-CNT  TO HW-LG-ARCH-COUNT.
004641     MOVE WS-SPLIT-ARCH-HASH TO HW-LG-ARCH-HASH.
004642     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
004643     IF HW-LG-RETURN-CODE NOT = ZERO
004644         MOVE SPACES TO HW-RL-TEXT
004645         STRING WS-SPLIT-LOG-NAME    DELIMITED BY SPACE
004646                ' CONTROL TOTALS NOT POSTED - SEE CONSOLE'
004647                                     DELIMITED BY SIZE
004648             INTO HW-RL-TEXT
004649         PERFORM 5000-WRITE-RPT-LINE THRU 5000-EXIT
004650         IF WS-RETURN-CODE < 4
004651             MOVE 4 TO WS-RETURN-CODE
004652         END-IF
004654     END-IF.
004656 6200-EXIT.
004658     EXIT.
004660*----------------------------------------------------------------
004670*    7000-WRITE-SUMMARY
004680*    PRINT THE READ/KEPT/ARCHIVED CONTROL COUNTS PER FILE.

000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWLOGVFY.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - LOG TRAIL VERIFY RUN.  FOR
000140*                  THE AUDIT LOG, THE CHECKPOINT FILE AND THE
000150*                  HEARTBEAT FILE, RECOUNTS AND REHASHES THE LIVE
000160*                  FILE AND ITS ARCHIVE AND PROVES THEM AGAINST
000170*                  THE LOG CONTROL TOTALS HELLOWORLD AND HWPURGE
000180*                  POST THROUGH HWLOGCT.  ROWS MISSING (TRUNCATED
000190*                  OR WRONG GENERATION), ROWS NOT POSTED (ADDED
000200*                  BY HAND) AND ROWS ALTERED (SAME COUNT, HASH
000210*                  MOVED) ARE EACH PRINTED AS A BREAK AT RETURN
000220*                  CODE 8 WITH AN ALERT RAISED, AHEAD OF THE
000230*                  MORNING RECONCILIATION.  A MODE R CARD REBASES
000240*                  THE CONTROL FILE TO THE LOGS AS THEY STAND,
000242*                  ONLY FOR AN OPERATOR HWOPAUTH GRANTS RESTART
000244*                  AUTHORITY, AND EVERY REBASE GRANTED RAISES A
000247*                  WARNING ALERT.
000250*----------------------------------------------------------------
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280*================================================================
000290 CONFIGURATION SECTION.
000300     SOURCE-COMPUTER.   IBM-370.
000310     OBJECT-COMPUTER.   IBM-370.
000320*
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT VERIFY-PARM-FILE
000360         ASSIGN TO "LVFPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-FILE-STATUS.
000390     SELECT AUDIT-FILE
000400         ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000430     SELECT AUDIT-ARCH-FILE
000440         ASSIGN TO "AUDITARC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUDARC-FILE-STATUS.
000470     SELECT CHECKPOINT-FILE
000480         ASSIGN TO "CKPTFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CKPT-FILE-STATUS.
000510     SELECT CKPT-ARCH-FILE
000520         ASSIGN TO "CKPTARC"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CKPARC-FILE-STATUS.
000550     SELECT HEARTBEAT-FILE
000560         ASSIGN TO "HBFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HB-FILE-STATUS.
000590     SELECT HB-ARCH-FILE
000600         ASSIGN TO "HBARC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HBARC-FILE-STATUS.
000630*
000640*================================================================
000650 DATA DIVISION.
000660*================================================================
000670 FILE SECTION.
000680 FD  VERIFY-PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY HWLVP.
000710*
000720 FD  AUDIT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  HW-AUDIT-REC               PIC X(28).
000750*
000760 FD  AUDIT-ARCH-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  HW-AUDIT-ARCH-REC          PIC X(28).
000790*
000800 FD  CHECKPOINT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  HW-CKPT-REC                PIC X(25).
000830*
000840 FD  CKPT-ARCH-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  HW-CKPT-ARCH-REC           PIC X(25).
000870*
000880 FD  HEARTBEAT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  HW-HB-REC                  PIC X(52).
000910*
000920 FD  HB-ARCH-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  HW-HB-ARCH-REC             PIC X(52).
000950*
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
000990* PRINT-LINE WORK AREA THE REPORT PARAGRAPHS BUILD INTO -
001000* HWPRINT OWNS THE PRINT FILE ITSELF.
001010*----------------------------------------------------------------
001020     COPY HWPRTL.
001030     COPY HWRPTR.
001040*----------------------------------------------------------------
001050* CALL-LINKAGE PARAMETER RECORDS USED TO REACH HWLOGCT,
001060* HWALERT AND HWOPAUTH.
001070*----------------------------------------------------------------
001080     COPY HWLGCL.
001090     COPY HWALRTL.
001095     COPY HWAUTHL.
001100*----------------------------------------------------------------
001110* SWITCHES
001120*----------------------------------------------------------------
001130 77  WS-PARM-FILE-STATUS        PIC X(02)  VALUE '00'.
001140     88  WS-PARM-FOUND                     VALUE '00'.
001150 77  WS-PARM-OPEN-SW            PIC X(01)  VALUE 'N'.
001160     88  WS-PARM-OPEN-YES                  VALUE 'Y'.
001170     88  WS-PARM-OPEN-NO                   VALUE 'N'.
001180 77  WS-AUDIT-FILE-STATUS       PIC X(02)  VALUE '00'.
001190     88  WS-AUDIT-FOUND                    VALUE '00'.
001200 77  WS-AUDARC-FILE-STATUS      PIC X(02)  VALUE '00'.
001210     88  WS-AUDARC-FOUND                   VALUE '00'.
001220 77  WS-CKPT-FILE-STATUS        PIC X(02)  VALUE '00'.
001230     88  WS-CKPT-FOUND                     VALUE '00'.
001240 77  WS-CKPARC-FILE-STATUS      PIC X(02)  VALUE '00'.
001250     88  WS-CKPARC-FOUND                   VALUE '00'.
001260 77  WS-HB-FILE-STATUS          PIC X(02)  VALUE '00'.
001270     88  WS-HB-FOUND                       VALUE '00'.
001280 77  WS-HBARC-FILE-STATUS       PIC X(02)  VALUE '00'.
001290     88  WS-HBARC-FOUND                    VALUE '00'.
001300 77  WS-LOG-EOF-SW              PIC X(01)  VALUE 'N'.
001310     88  WS-LOG-EOF-YES                    VALUE 'Y'.
001320     88  WS-LOG-EOF-NO                     VALUE 'N'.
001330 77  WS-LOG-BREAK-SW            PIC X(01)  VALUE 'N'.
001340     88  WS-LOG-BREAK-YES                  VALUE 'Y'.
001350     88  WS-LOG-BREAK-NO                   VALUE 'N'.
001360 77  WS-REBASE-SW               PIC X(01)  VALUE 'N'.
001370     88  WS-REBASE-YES                     VALUE 'Y'.
001380     88  WS-REBASE-NO                      VALUE 'N'.
001390 77  WS-ABORT-SW                PIC X(01)  VALUE 'N'.
001400     88  WS-ABORT-YES                      VALUE 'Y'.
001410     88  WS-ABORT-NO                       VALUE 'N'.
001420*----------------------------------------------------------------
001430* RUN MODE AND OPERATOR OFF THE CARD - VERIFY WHEN NO CARD
001440*----------------------------------------------------------------
001450 77  WS-RUN-MODE                PIC X(01)  VALUE 'V'.
001460     88  WS-MODE-VERIFY                    VALUE 'V' ' '.
001470     88  WS-MODE-REBASE                    VALUE 'R'.
001480*----------------------------------------------------------------
001490* RETURN CODE, RUN DATE, OPERATOR, COUNTERS
001500*----------------------------------------------------------------
001510 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001520 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001530 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
001540 77  WS-LOG-CNT                 PIC S9(05) COMP VALUE ZERO.
001550 77  WS-BREAK-CNT               PIC S9(05) COMP VALUE ZERO.
001560 77  WS-REBASED-CNT             PIC S9(05) COMP VALUE ZERO.
001570*----------------------------------------------------------------
001580* THE ONE LOG IN HAND - ITS FIGURES AS FOUND ON FILE, ITS
001590* CONTROL TOTALS, AND THE ONE GENERATION BEING COMPARED
001600*----------------------------------------------------------------
001610 77  WS-VF-LOG-NAME             PIC X(08)  VALUE SPACES.
001620 77  WS-VF-LIVE-CNT             PIC 9(07)  VALUE ZERO.
001630 77  WS-VF-LIVE-HASH            PIC 9(15)  VALUE ZERO.
001640 77  WS-VF-ARCH-CNT             PIC 9(07)  VALUE ZERO.
001650 77  WS-VF-ARCH-HASH            PIC 9(15)  VALUE ZERO.
001660 77  WS-CT-LIVE-CNT             PIC 9(07)  VALUE ZERO.
001670 77  WS-CT-LIVE-HASH            PIC 9(15)  VALUE ZERO.
001680 77  WS-CT-ARCH-CNT             PIC 9(07)  VALUE ZERO.
001690 77  WS-CT-ARCH-HASH            PIC 9(15)  VALUE ZERO.
001700 77  WS-CT-UPD-DATE             PIC 9(08)  VALUE ZERO.
001710 77  WS-CT-UPD-TIME             PIC 9(08)  VALUE ZERO.
001720 77  WS-CT-UPD-PROGRAM          PIC X(10)  VALUE SPACES.
001730 77  WS-CMP-GEN                 PIC X(07)  VALUE SPACES.
001740 77  WS-CMP-FILE-CNT            PIC 9(07)  VALUE ZERO.
001750 77  WS-CMP-FILE-HASH           PIC 9(15)  VALUE ZERO.
001760 77  WS-CMP-CTL-CNT             PIC 9(07)  VALUE ZERO.
001770 77  WS-CMP-CTL-HASH            PIC 9(15)  VALUE ZERO.
001780*----------------------------------------------------------------
001790* REPORT WORK AREAS
001800*----------------------------------------------------------------
001810 01  WS-STATUS-X                PIC X(30)  VALUE SPACES.
001820 01  WS-COUNT-EDIT              PIC Z,ZZZ,ZZ9 VALUE ZERO.
001830 01  WS-HASH-EDIT               PIC Z(14)9 VALUE ZERO.
001840 01  WS-CNT-EDIT                PIC ZZ,ZZ9 VALUE ZERO.
001850*================================================================
001860 PROCEDURE DIVISION.
001870*================================================================
001880*----------------------------------------------------------------
001890*    0000-MAINLINE
001900*    CONTROLS THE OVERALL FLOW OF THE PROGRAM.
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF WS-ABORT-NO
001950         PERFORM 2000-VERIFY-AUDIT THRU 2000-EXIT
001960         PERFORM 3000-VERIFY-CKPT THRU 3000-EXIT
001970         PERFORM 4000-VERIFY-HB THRU 4000-EXIT
001980     END-IF.
001990     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
002000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002010     GOBACK.
002020*----------------------------------------------------------------
002030*    1000-INITIALIZE
002040*    OPEN THE REPORT AND READ THE OPTIONAL MODE CARD.  NO CARD
002050*    IS A VERIFY.  A CARD THAT WILL NOT EDIT STOPS THE RUN - A
002060*    MISKEYED REBASE MUST NOT BE GUESSED AT EITHER WAY.  A
002063*    REBASE GOES NO FURTHER UNLESS THE CARD'S OPERATOR PASSES
002066*    THE AUTHORITY CHECK.
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     SET HW-PS-OPEN-RPT TO TRUE.
002110     MOVE 'HWLOGVFY' TO HW-PS-REPORT-ID.
002120     MOVE 'LOG TRAIL CONTROL-TOTAL VERIFY' TO HW-PS-REPORT-TITLE.
002130     MOVE WS-RUN-DATE TO HW-PS-RUN-DATE.
002140     CALL 'HWPRINT' USING HW-PRINT-PARM.
002150     SET HW-PS-PRINT-LINE TO TRUE.
002160     MOVE ' ' TO HW-RL-CTL.
002170     OPEN INPUT VERIFY-PARM-FILE.
002180     IF WS-PARM-FOUND
002190         SET WS-PARM-OPEN-YES TO TRUE
002200         READ VERIFY-PARM-FILE
002210             NOT AT END
002220                 MOVE HW-LV-MODE TO WS-RUN-MODE
002230                 MOVE HW-LV-OPERATOR-ID TO WS-OPERATOR-ID
002240         END-READ
002250     END-IF.
002260     IF NOT WS-MODE-VERIFY
002270        AND NOT WS-MODE-REBASE
002280         MOVE 'MODE NOT V OR R - NO VERIFY RUN' TO HW-RL-TEXT
002290         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002300         SET WS-ABORT-YES TO TRUE
002310         MOVE 8 TO WS-RETURN-CODE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     IF WS-MODE-REBASE
002350        AND WS-OPERATOR-ID = SPACES
002360         MOVE 'REBASE CARD NAMES NO OPERATOR - NO REBASE'
002370             TO HW-RL-TEXT
002380         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002390         SET WS-ABORT-YES TO TRUE
002400         MOVE 8 TO WS-RETURN-CODE
002410         GO TO 1000-EXIT
002420     END-IF.
002421     IF WS-MODE-REBASE
002422         PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
002423         IF WS-ABORT-YES
002424             GO TO 1000-EXIT
002426         END-IF
002428     END-IF.
002430     MOVE SPACES TO HW-RL-TEXT.
002440     IF WS-MODE-REBASE
002450         SET WS-REBASE-YES TO TRUE
002460         STRING 'RUN MODE . . . . . . . . : REBASE BY '
002470                                       DELIMITED BY SIZE
002480                WS-OPERATOR-ID         DELIMITED BY SPACE
002490             INTO HW-RL-TEXT
002500     ELSE
002510         MOVE 'RUN MODE . . . . . . . . : VERIFY' TO HW-RL-TEXT
002520     END-IF.
002530     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002540     MOVE SPACES TO HW-RL-TEXT.
002550     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002560     MOVE SPACES TO HW-RL-TEXT.
002570     MOVE 'LOG'          TO HW-RL-TEXT(1:3).
002580     MOVE 'GEN'          TO HW-RL-TEXT(11:3).
002590     MOVE 'FILE ROWS'    TO HW-RL-TEXT(20:9).
002600     MOVE 'CTL ROWS'     TO HW-RL-TEXT(32:8).
002610     MOVE 'FILE HASH'    TO HW-RL-TEXT(48:9).
002620     MOVE 'CONTROL HASH' TO HW-RL-TEXT(62:12).
002621     MOVE 'STATUS'       TO HW-RL-TEXT(76:6).
002622     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002623 1000-EXIT.
002624     EXIT.
002625*----------------------------------------------------------------
002626*    1100-CHECK-AUTHORITY
002627*    A REBASE SIGNS OFF WHATEVER IS ON THE LOGS NOW, SO THE
002628*    CARD'S OPERATOR MUST HOLD RESTART AUTHORITY, THE SAME AS
002629*    FOR A BACKOUT.  THE CHECK IS LOGGED EITHER WAY.  A REFUSED
002630*    REBASE STOPS THE RUN AT RETURN CODE 8 WITH NOTHING POSTED;
002631*    A GRANTED ONE RAISES A WARNING ALERT SO THE SHIFT SEES IT.
002632*----------------------------------------------------------------
002633 1100-CHECK-AUTHORITY.
002634     MOVE SPACES             TO HW-AUTH-PARM.
002635     SET HW-AU-CHECK-RESTART TO TRUE.
002636     SET HW-AU-LOG-ALL       TO TRUE.
002637     MOVE 'HWLOGVFY'         TO HW-AU-PROGRAM.
002638     MOVE WS-OPERATOR-ID     TO HW-AU-OPERATOR-ID.
002639     MOVE 'HWLOGVFY'         TO HW-AU-JOB-NAME.
002640     CALL 'HWOPAUTH' USING HW-AUTH-PARM.
002641     IF HW-AU-RETURN-CODE NOT = ZERO
002642         MOVE SPACES TO HW-RL-TEXT
002643         STRING '*** REBASE REFUSED - ' DELIMITED BY SIZE
002644                HW-AU-REASON            DELIMITED BY SIZE
002645             INTO HW-RL-TEXT
002646         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002647         MOVE '*** NOTHING HAS BEEN CHANGED' TO HW-RL-TEXT
002648         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002649         DISPLAY 'HWLOGVFY - REBASE REFUSED - ' HW-AU-REASON
002650         SET WS-ABORT-YES TO TRUE
002651         MOVE 8 TO WS-RETURN-CODE
002652         GO TO 1100-EXIT
002653     END-IF.
002654     MOVE SPACES TO HW-ALERT-PARM.
002655     SET HW-AL-WARNING TO TRUE.
002656     MOVE 'HWLOGVFY' TO HW-AL-PROGRAM.
002657     STRING 'LOG CONTROL TOTALS REBASED BY ' DELIMITED BY SIZE
002658            WS-OPERATOR-ID                   DELIMITED BY SPACE
002660         INTO HW-AL-CONDITION.
002662     MOVE WS-RUN-DATE TO HW-AL-CYCLE-DATE.
002664     CALL 'HWALERT' USING HW-ALERT-PARM.
002666 1100-EXIT.
002668     EXIT.
002670*----------------------------------------------------------------
002680*    2000-VERIFY-AUDIT
002690*    RECOUNT THE AUDIT LOG AND ITS ARCHIVE, THEN PROVE THEM.  A
002700*    FILE THAT IS NOT THERE COUNTS AS EMPTY - IF ITS CONTROL
002710*    TOTALS SAY OTHERWISE, THAT IS THE BREAK.
002720*----------------------------------------------------------------
002730 2000-VERIFY-AUDIT.
002740     MOVE 'AUDITLOG' TO WS-VF-LOG-NAME.
002750     PERFORM 2900-CLEAR-LOG-FIGURES THRU 2900-EXIT.
002760     OPEN INPUT AUDIT-FILE.
002770     IF WS-AUDIT-FOUND
002780         SET WS-LOG-EOF-NO TO TRUE
002790         PERFORM 2010-COUNT-AUDIT-REC THRU 2010-EXIT
002800             UNTIL WS-LOG-EOF-YES
002810         CLOSE AUDIT-FILE
002820     ELSE
002830         MOVE 'AUDITLOG NOT FOUND - COUNTED AS EMPTY'
002840             TO HW-RL-TEXT
002850         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
002860     END-IF.
002870     OPEN INPUT AUDIT-ARCH-FILE.
002880     IF WS-AUDARC-FOUND
002890         SET WS-LOG-EOF-NO TO TRUE
002900         PERFORM 2020-COUNT-AUDIT-ARC THRU 2020-EXIT
002910             UNTIL WS-LOG-EOF-YES
002920         CLOSE AUDIT-ARCH-FILE
002930     END-IF.
002940     PERFORM 5000-CHECK-LOG-TOTALS THRU 5000-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    2010-COUNT-AUDIT-REC
002990*    COUNT AND HASH ONE LIVE AUDIT ROW.
003000*----------------------------------------------------------------
003010 2010-COUNT-AUDIT-REC.
003020     READ AUDIT-FILE
003030         AT END
003040             SET WS-LOG-EOF-YES TO TRUE
003050             GO TO 2010-EXIT
003060     END-READ.
003070     MOVE HW-AUDIT-REC TO HW-LG-ROW-IMAGE.
003080     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003090     ADD 1 TO WS-VF-LIVE-CNT.
003100     ADD HW-LG-ROW-HASH TO WS-VF-LIVE-HASH.
003110 2010-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140*    2020-COUNT-AUDIT-ARC
003150*    COUNT AND HASH ONE ARCHIVED AUDIT ROW.
003160*----------------------------------------------------------------
003170 2020-COUNT-AUDIT-ARC.
003180     READ AUDIT-ARCH-FILE
003190         AT END
003200             SET WS-LOG-EOF-YES TO TRUE
003210             GO TO 2020-EXIT
003220     END-READ.
003230     MOVE HW-AUDIT-ARCH-REC TO HW-LG-ROW-IMAGE.
003240     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003250     ADD 1 TO WS-VF-ARCH-CNT.
003260     ADD HW-LG-ROW-HASH TO WS-VF-ARCH-HASH.
003270 2020-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*    2900-CLEAR-LOG-FIGURES
003310*    ZERO THE FIGURES CARRIED FOR THE LOG IN HAND.
003320*----------------------------------------------------------------
003330 2900-CLEAR-LOG-FIGURES.
003340     MOVE ZERO TO WS-VF-LIVE-CNT.
003350     MOVE ZERO TO WS-VF-LIVE-HASH.
003360     MOVE ZERO TO WS-VF-ARCH-CNT.
003370     MOVE ZERO TO WS-VF-ARCH-HASH.
003380     SET WS-LOG-BREAK-NO TO TRUE.
003390     ADD 1 TO WS-LOG-CNT.
003400 2900-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*    3000-VERIFY-CKPT
003440*    RECOUNT THE CHECKPOINT FILE AND ITS ARCHIVE, THEN PROVE
003450*    THEM.
003460*----------------------------------------------------------------
003470 3000-VERIFY-CKPT.
003480     MOVE 'CKPTFILE' TO WS-VF-LOG-NAME.
003490     PERFORM 2900-CLEAR-LOG-FIGURES THRU 2900-EXIT.
003500     OPEN INPUT CHECKPOINT-FILE.
003510     IF WS-CKPT-FOUND
003520         SET WS-LOG-EOF-NO TO TRUE
003530         PERFORM 3010-COUNT-CKPT-REC THRU 3010-EXIT
003540             UNTIL WS-LOG-EOF-YES
003550         CLOSE CHECKPOINT-FILE
003560     ELSE
003570         MOVE 'CKPTFILE NOT FOUND - COUNTED AS EMPTY'
003580             TO HW-RL-TEXT
003590         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
003600     END-IF.
003610     OPEN INPUT CKPT-ARCH-FILE.
003620     IF WS-CKPARC-FOUND
003630         SET WS-LOG-EOF-NO TO TRUE
003640         PERFORM 3020-COUNT-CKPT-ARC THRU 3020-EXIT
003650             UNTIL WS-LOG-EOF-YES
003660         CLOSE CKPT-ARCH-FILE
003670     END-IF.
003680     PERFORM 5000-CHECK-LOG-TOTALS THRU 5000-EXIT.
003690 3000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720*    3010-COUNT-CKPT-REC
003730*    COUNT AND HASH ONE LIVE CHECKPOINT ROW.
003740*----------------------------------------------------------------
003750 3010-COUNT-CKPT-REC.
003760     READ CHECKPOINT-FILE
003770         AT END
003780             SET WS-LOG-EOF-YES TO TRUE
003790             GO TO 3010-EXIT
003800     END-READ.
003810     MOVE HW-CKPT-REC TO HW-LG-ROW-IMAGE.
003820     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003830     ADD 1 TO WS-VF-LIVE-CNT.
003840     ADD HW-LG-ROW-HASH TO WS-VF-LIVE-HASH.
003850 3010-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    3020-COUNT-CKPT-ARC
003890*    COUNT AND HASH ONE ARCHIVED CHECKPOINT ROW.
003900*----------------------------------------------------------------
003910 3020-COUNT-CKPT-ARC.
003920     READ CKPT-ARCH-FILE
003930         AT END
003940             SET WS-LOG-EOF-YES TO TRUE
003950             GO TO 3020-EXIT
003960     END-READ.
003970     MOVE HW-CKPT-ARCH-REC TO HW-LG-ROW-IMAGE.
003980     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
003990     ADD 1 TO WS-VF-ARCH-CNT.
004000     ADD HW-LG-ROW-HASH TO WS-VF-ARCH-HASH.
004010 3020-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    4000-VERIFY-HB
004050*    RECOUNT THE HEARTBEAT FILE AND ITS ARCHIVE, THEN PROVE
004060*    THEM.
004070*----------------------------------------------------------------
004080 4000-VERIFY-HB.
004090     MOVE 'HBFILE' TO WS-VF-LOG-NAME.
004100     PERFORM 2900-CLEAR-LOG-FIGURES THRU 2900-EXIT.
004110     OPEN INPUT HEARTBEAT-FILE.
004120     IF WS-HB-FOUND
004130         SET WS-LOG-EOF-NO TO TRUE
004140         PERFORM 4010-COUNT-HB-REC THRU 4010-EXIT
004150             UNTIL WS-LOG-EOF-YES
004160         CLOSE HEARTBEAT-FILE
004170     ELSE
004180         MOVE 'HBFILE NOT FOUND - COUNTED AS EMPTY'
004190             TO HW-RL-TEXT
004200         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004210     END-IF.
004220     OPEN INPUT HB-ARCH-FILE.
004230     IF WS-HBARC-FOUND
004240         SET WS-LOG-EOF-NO TO TRUE
004250         PERFORM 4020-COUNT-HB-ARC THRU 4020-EXIT
004260             UNTIL WS-LOG-EOF-YES
004270         CLOSE HB-ARCH-FILE
004280     END-IF.
004290     PERFORM 5000-CHECK-LOG-TOTALS THRU 5000-EXIT.
004300 4000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330*    4010-COUNT-HB-REC
004340*    COUNT AND HASH ONE LIVE HEARTBEAT ROW.
004350*----------------------------------------------------------------
004360 4010-COUNT-HB-REC.
004370     READ HEARTBEAT-FILE
004380         AT END
004390             SET WS-LOG-EOF-YES TO TRUE
004400             GO TO 4010-EXIT
004410     END-READ.
004420     MOVE HW-HB-REC TO HW-LG-ROW-IMAGE.
004430     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
004440     ADD 1 TO WS-VF-LIVE-CNT.
004450     ADD HW-LG-ROW-HASH TO WS-VF-LIVE-HASH.
004460 4010-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490*    4020-COUNT-HB-ARC
004500*    COUNT AND HASH ONE ARCHIVED HEARTBEAT ROW.
004510*----------------------------------------------------------------
004520 4020-COUNT-HB-ARC.
004530     READ HB-ARCH-FILE
004540         AT END
004550             SET WS-LOG-EOF-YES TO TRUE
004560             GO TO 4020-EXIT
004570     END-READ.
004580     MOVE HW-HB-ARCH-REC TO HW-LG-ROW-IMAGE.
004590     PERFORM 6100-HASH-ROW THRU 6100-EXIT.
004600     ADD 1 TO WS-VF-ARCH-CNT.
004610     ADD HW-LG-ROW-HASH TO WS-VF-ARCH-HASH.
004620 4020-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650*    5000-CHECK-LOG-TOTALS
004660*    FETCH THE LOG'S CONTROL TOTALS AND PROVE THE LIVE FILE AND
004670*    THE ARCHIVE AGAINST THEM, OR ON A REBASE RUN POST WHAT WAS
004680*    FOUND AS THE NEW CONTROL TOTALS.  NO CONTROL TOTALS ON A
004690*    VERIFY RUN IS ITSELF A BREAK - NOTHING IS PROVEN.
004700*----------------------------------------------------------------
004710 5000-CHECK-LOG-TOTALS.
004720     IF WS-REBASE-YES
004730         PERFORM 5200-REBASE-LOG THRU 5200-EXIT
004740         GO TO 5000-EXIT
004750     END-IF.
004760     SET HW-LG-GET-TOTALS TO TRUE.
004770     MOVE WS-VF-LOG-NAME TO HW-LG-LOG-NAME.
004780     MOVE 'HWLOGVFY' TO HW-LG-PROGRAM.
004790     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
004800     IF HW-LG-RETURN-CODE NOT = ZERO
004810         MOVE SPACES TO HW-RL-TEXT
004820         STRING WS-VF-LOG-NAME         DELIMITED BY SPACE
004830                ' HAS NO CONTROL TOTALS - NOTHING PROVEN - BREAK'
004840                                       DELIMITED BY SIZE
004850             INTO HW-RL-TEXT
004860         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004870         SET WS-LOG-BREAK-YES TO TRUE
004880         ADD 1 TO WS-BREAK-CNT
004890         MOVE 8 TO WS-RETURN-CODE
004900         PERFORM 5300-RAISE-BREAK-ALERT THRU 5300-EXIT
004910         GO TO 5000-EXIT
004920     END-IF.
004930     MOVE HW-LG-LIVE-COUNT  TO WS-CT-LIVE-CNT.
004940     MOVE HW-LG-LIVE-HASH   TO WS-CT-LIVE-HASH.
004950     MOVE HW-LG-ARCH-COUNT  TO WS-CT-ARCH-CNT.
004960     MOVE HW-LG-ARCH-HASH   TO WS-CT-ARCH-HASH.
004970     MOVE HW-LG-UPD-DATE    TO WS-CT-UPD-DATE.
004980     MOVE HW-LG-UPD-TIME    TO WS-CT-UPD-TIME.
004990     MOVE HW-LG-UPD-PROGRAM TO WS-CT-UPD-PROGRAM.
005000     MOVE 'LIVE'            TO WS-CMP-GEN.
005010     MOVE WS-VF-LIVE-CNT    TO WS-CMP-FILE-CNT.
005020     MOVE WS-VF-LIVE-HASH   TO WS-CMP-FILE-HASH.
005030     MOVE WS-CT-LIVE-CNT    TO WS-CMP-CTL-CNT.
005040     MOVE WS-CT-LIVE-HASH   TO WS-CMP-CTL-HASH.
005050     PERFORM 5100-COMPARE-GEN THRU 5100-EXIT.
005060     MOVE 'ARCHIVE'         TO WS-CMP-GEN.
005070     MOVE WS-VF-ARCH-CNT    TO WS-CMP-FILE-CNT.
005080     MOVE WS-VF-ARCH-HASH   TO WS-CMP-FILE-HASH.
005090     MOVE WS-CT-ARCH-CNT    TO WS-CMP-CTL-CNT.
005100     MOVE WS-CT-ARCH-HASH   TO WS-CMP-CTL-HASH.
005110     PERFORM 5100-COMPARE-GEN THRU 5100-EXIT.
005120     MOVE SPACES TO HW-RL-TEXT.
005130     STRING '          CONTROL LAST POSTED ' DELIMITED BY SIZE
005140            WS-CT-UPD-DATE                  DELIMITED BY SIZE
005150            ' AT '                          DELIMITED BY SIZE
005160            WS-CT-UPD-TIME                  DELIMITED BY SIZE
005170            ' BY '                          DELIMITED BY SIZE
005180            WS-CT-UPD-PROGRAM               DELIMITED BY SPACE
005190         INTO HW-RL-TEXT.
005200     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
005210     IF WS-LOG-BREAK-YES
005220         ADD 1 TO WS-BREAK-CNT
005230         PERFORM 5300-RAISE-BREAK-ALERT THRU 5300-EXIT
005240     END-IF.
005250 5000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*    5100-COMPARE-GEN
005290*    PROVE ONE GENERATION AND PRINT ITS LINE.  FEWER ROWS THAN
005300*    POSTED IS A TRUNCATED OR WRONG-GENERATION FILE; MORE IS A
005310*    ROW NOBODY POSTED; THE SAME COUNT WITH THE HASH MOVED IS A
005320*    ROW CHANGED IN PLACE.
005330*----------------------------------------------------------------
005340 5100-COMPARE-GEN.
005350     EVALUATE TRUE
005360         WHEN WS-CMP-FILE-CNT < WS-CMP-CTL-CNT
005370             MOVE 'ROWS MISSING - BREAK' TO WS-STATUS-X
005380         WHEN WS-CMP-FILE-CNT > WS-CMP-CTL-CNT
005390             MOVE 'ROWS NOT POSTED - BREAK' TO WS-STATUS-X
005400         WHEN WS-CMP-FILE-HASH NOT = WS-CMP-CTL-HASH
005410             MOVE 'ROWS ALTERED - BREAK' TO WS-STATUS-X
005420         WHEN OTHER
005430             MOVE 'AGREES' TO WS-STATUS-X
005440     END-EVALUATE.
005450     IF WS-STATUS-X NOT = 'AGREES'
005460         SET WS-LOG-BREAK-YES TO TRUE
005470         MOVE 8 TO WS-RETURN-CODE
005480     END-IF.
005490     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
005500 5100-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*    5200-REBASE-LOG
005540*    POST THE FIGURES FOUND AS THE LOG'S NEW CONTROL TOTALS.  A
005550*    REBASE IS RETURN CODE 4 SO IT IS NEVER A QUIET NIGHT.
005560*----------------------------------------------------------------
005570 5200-REBASE-LOG.
005580     SET HW-LG-SET-BASE TO TRUE.
005590     MOVE WS-VF-LOG-NAME   TO HW-LG-LOG-NAME.
005600     MOVE 'HWLOGVFY'       TO HW-LG-PROGRAM.
005610     MOVE WS-VF-LIVE-CNT   TO HW-LG-LIVE-COUNT.
005620     MOVE WS-VF-LIVE-HASH  TO HW-LG-LIVE-HASH.
005630     MOVE WS-VF-ARCH-CNT   TO HW-LG-ARCH-COUNT.
005640     MOVE WS-VF-ARCH-HASH  TO HW-LG-ARCH-HASH.
005650     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
005660     IF HW-LG-RETURN-CODE = ZERO
005670         MOVE SPACES TO WS-STATUS-X
005680         STRING 'REBASED BY '          DELIMITED BY SIZE
005690                WS-OPERATOR-ID         DELIMITED BY SPACE
005700             INTO WS-STATUS-X
005710         ADD 1 TO WS-REBASED-CNT
005720         IF WS-RETURN-CODE < 4
005730             MOVE 4 TO WS-RETURN-CODE
005740         END-IF
005750     ELSE
005760         MOVE 'REBASE NOT POSTED - SEE CONSOLE' TO WS-STATUS-X
005770         MOVE 8 TO WS-RETURN-CODE
005780     END-IF.
005790     MOVE 'LIVE'            TO WS-CMP-GEN.
005800     MOVE WS-VF-LIVE-CNT    TO WS-CMP-FILE-CNT.
005810     MOVE WS-VF-LIVE-HASH   TO WS-CMP-FILE-HASH.
005820     MOVE WS-VF-LIVE-CNT    TO WS-CMP-CTL-CNT.
005830     MOVE WS-VF-LIVE-HASH   TO WS-CMP-CTL-HASH.
005840     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
005850     MOVE 'ARCHIVE'         TO WS-CMP-GEN.
005860     MOVE WS-VF-ARCH-CNT    TO WS-CMP-FILE-CNT.
005870     MOVE WS-VF-ARCH-HASH   TO WS-CMP-FILE-HASH.
005880     MOVE WS-VF-ARCH-CNT    TO WS-CMP-CTL-CNT.
005890     MOVE WS-VF-ARCH-HASH   TO WS-CMP-CTL-HASH.
005900     PERFORM 5900-WRITE-DETAIL-LINE THRU 5900-EXIT.
005910 5200-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940*    5300-RAISE-BREAK-ALERT
005950*    RAISE ONE ERROR ALERT FOR A LOG THAT DID NOT PROVE.
005960*----------------------------------------------------------------
005970 5300-RAISE-BREAK-ALERT.
005980     MOVE SPACES TO HW-ALERT-PARM.
005990     SET HW-AL-ERROR TO TRUE.
006000     MOVE 'HWLOGVFY' TO HW-AL-PROGRAM.
006010     STRING WS-VF-LOG-NAME             DELIMITED BY SPACE
006020            ' CONTROL BREAK - SEE HWLOGVFY REPORT'
006030                                       DELIMITED BY SIZE
006040         INTO HW-AL-CONDITION.
006050     MOVE WS-RUN-DATE TO HW-AL-CYCLE-DATE.
006060     CALL 'HWALERT' USING HW-ALERT-PARM.
006070 5300-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100*    5900-WRITE-DETAIL-LINE
006110*    PRINT ONE GENERATION'S FIGURES AND STATUS.
006120*----------------------------------------------------------------
006130 5900-WRITE-DETAIL-LINE.
006140     MOVE SPACES TO HW-RL-TEXT.
006150     MOVE WS-VF-LOG-NAME TO HW-RL-TEXT(1:8).
006160     MOVE WS-CMP-GEN TO HW-RL-TEXT(11:7).
006170     MOVE WS-CMP-FILE-CNT TO WS-COUNT-EDIT.
006180     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(20:9).
006190     MOVE WS-CMP-CTL-CNT TO WS-COUNT-EDIT.
006200     MOVE WS-COUNT-EDIT TO HW-RL-TEXT(31:9).
006210     MOVE WS-CMP-FILE-HASH TO WS-HASH-EDIT.
006220     MOVE WS-HASH-EDIT TO HW-RL-TEXT(42:15).
006230     MOVE WS-CMP-CTL-HASH TO WS-HASH-EDIT.
006240     MOVE WS-HASH-EDIT TO HW-RL-TEXT(59:15).
006250     MOVE WS-STATUS-X TO HW-RL-TEXT(76:30).
006260     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006270 5900-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300*    6000-WRITE-RPT-LINE
006310*    HAND ONE LINE TO HWPRINT.  CALLERS SET HW-RL-CTL AND
006320*    HW-RL-TEXT FIRST; THE CONTROL BYTE FALLS BACK TO SINGLE
006330*    SPACING AFTER EACH LINE.
006340*----------------------------------------------------------------
006350 6000-WRITE-RPT-LINE.
006360     MOVE HW-RL-CTL  TO HW-PS-CARRIAGE-CTL.
006370     MOVE HW-RL-TEXT TO HW-PS-PRINT-TEXT.
006380     CALL 'HWPRINT' USING HW-PRINT-PARM.
006390     MOVE ' ' TO HW-RL-CTL.
006400 6000-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430*    6100-HASH-ROW
006440*    HASH THE ROW ALREADY MOVED TO HW-LG-ROW-IMAGE BY THE SAME
006450*    RULE THE POSTING PROGRAMS USE, THROUGH HWLOGCT.
006460*----------------------------------------------------------------
006470 6100-HASH-ROW.
006480     SET HW-LG-HASH-ROW TO TRUE.
006490     MOVE WS-VF-LOG-NAME TO HW-LG-LOG-NAME.
006500     MOVE 'HWLOGVFY' TO HW-LG-PROGRAM.
006510     CALL 'HWLOGCT' USING HW-LOGCTL-PARM.
006520 6100-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550*    7000-WRITE-SUMMARY
006560*    PRINT THE RUN'S OUTCOME.
006570*----------------------------------------------------------------
006580 7000-WRITE-SUMMARY.
006590     SET HW-PS-PRINT-TOTAL TO TRUE.
006600     MOVE SPACES TO HW-RL-TEXT.
006610     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006620     MOVE SPACES TO HW-RL-TEXT.
006630     MOVE WS-LOG-CNT TO WS-CNT-EDIT.
006640     STRING 'LOGS CHECKED . . . . . . : ' DELIMITED BY SIZE
006650            WS-CNT-EDIT                   DELIMITED BY SIZE
006660         INTO HW-RL-TEXT.
006670     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006680     MOVE SPACES TO HW-RL-TEXT.
006690     MOVE WS-BREAK-CNT TO WS-CNT-EDIT.
006700     STRING 'LOGS WITH A BREAK  . . . : ' DELIMITED BY SIZE
006710            WS-CNT-EDIT                   DELIMITED BY SIZE
006720         INTO HW-RL-TEXT.
006730     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006740     MOVE SPACES TO HW-RL-TEXT.
006750     EVALUATE TRUE
006760         WHEN WS-ABORT-YES
006770             MOVE 'NO LOGS CHECKED - SEE ABOVE' TO HW-RL-TEXT
006780         WHEN WS-REBASE-YES
006790             MOVE WS-REBASED-CNT TO WS-CNT-EDIT
006800             STRING 'LOGS REBASED . . . . . . : '
006810                                          DELIMITED BY SIZE
006820                    WS-CNT-EDIT           DELIMITED BY SIZE
006830                 INTO HW-RL-TEXT
006840         WHEN WS-BREAK-CNT > ZERO
006850             MOVE 'LOG TRAIL NOT PROVEN - BREAKS LISTED ABOVE'
006860                 TO HW-RL-TEXT
006870         WHEN OTHER
006880             MOVE 'LOG TRAIL COMPLETE - ALL CONTROL TOTALS AGREE'
006890                 TO HW-RL-TEXT
006900     END-EVALUATE.
006910     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
006920 7000-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950*    8000-TERMINATE
006960*    CLOSE FILES AND END THE RUN.
006970*----------------------------------------------------------------
006980 8000-TERMINATE.
006990     IF WS-PARM-OPEN-YES
007000         CLOSE VERIFY-PARM-FILE
007010     END-IF.
007020     SET HW-PS-CLOSE-RPT TO TRUE.
007030     CALL 'HWPRINT' USING HW-PRINT-PARM.
007040     MOVE WS-RETURN-CODE TO RETURN-CODE.
007050 8000-EXIT.
007060     EXIT.

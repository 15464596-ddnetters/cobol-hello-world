000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWLOGCT.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - CALLABLE LOG CONTROL-TOTAL
000140*                  SUBROUTINE, BUILT ON THE SAME PATTERN AS
000150*                  HWDAYS AND HWALERT.  OWNS THE LOG CONTROL FILE
000160*                  AND THE ONE HASH RULE FOR AUDIT, CHECKPOINT
000170*                  AND HEARTBEAT ROWS, SO THE PROGRAMS THAT WRITE
000180*                  THE LOGS, THE PURGE THAT SPLITS THEM, AND THE
000190*                  HWLOGVFY RUN THAT CHECKS THEM ALL COUNT THE
000200*                  SAME WAY.  FUNCTIONS ARE LISTED IN HWLGCL.
000210*----------------------------------------------------------------
000220*================================================================
000230 ENVIRONMENT DIVISION.
000240*================================================================
000250 CONFIGURATION SECTION.
000260     SOURCE-COMPUTER.   IBM-370.
000270     OBJECT-COMPUTER.   IBM-370.
000280*
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT LOG-CTL-FILE
000320         ASSIGN TO "LOGCTL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-LCTL-FILE-STATUS.
000350*
000360*================================================================
000370 DATA DIVISION.
000380*================================================================
000390 FILE SECTION.
000400 FD  LOG-CTL-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY HWLGCR.
000430*
000440 WORKING-STORAGE SECTION.
000450*----------------------------------------------------------------
000460* THE THREE LOGS UNDER CONTROL, SEEDED THE USUAL WAY WE LOAD A
000470* SMALL WORKING-STORAGE TABLE - LITERAL FILLER REDEFINED.
000480*----------------------------------------------------------------
000490 01  WS-LOG-NAME-VALUES.
000500     05  FILLER               PIC X(24)
000510         VALUE 'AUDITLOGCKPTFILEHBFILE  '.
000520 01  WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAME-VALUES.
000530     05  WS-LN-NAME           PIC X(08) OCCURS 3 TIMES.
000540*----------------------------------------------------------------
000550* THE CONTROL FILE AS READ THIS CALL - ONE ROW PER LOG, IN THE
000560* ORDER ABOVE.
000570*----------------------------------------------------------------
000580 01  WS-CTL-TABLE.
000590     05  WS-CT-ENTRY OCCURS 3 TIMES.
000600         10  WS-CT-LIVE-COUNT    PIC 9(07).
000610         10  WS-CT-LIVE-HASH     PIC 9(15).
000620         10  WS-CT-ARCH-COUNT    PIC 9(07).
000630         10  WS-CT-ARCH-HASH     PIC 9(15).
000640         10  WS-CT-UPD-DATE      PIC 9(08).
000650         10  WS-CT-UPD-TIME      PIC 9(08).
000660         10  WS-CT-UPD-PROGRAM   PIC X(10).
000670*----------------------------------------------------------------
000680* THE ROW BEING HASHED, LAID OUT BY LOG
000690*----------------------------------------------------------------
000700     COPY HWAUDR.
000710     COPY HWCKPTR.
000720     COPY HWHBR.
000730*----------------------------------------------------------------
000740* SWITCHES
000750*----------------------------------------------------------------
000760 77  WS-LCTL-FILE-STATUS        PIC X(02)  VALUE '00'.
000770     88  WS-LCTL-FOUND                     VALUE '00'.
000775     88  WS-LCTL-MISSING                   VALUE '35'.
000780 77  WS-LCTL-EOF-SW             PIC X(01)  VALUE 'N'.
000790     88  WS-LCTL-EOF-YES                   VALUE 'Y'.
000800     88  WS-LCTL-EOF-NO                    VALUE 'N'.
000810 77  WS-CTL-ON-FILE-SW          PIC X(01)  VALUE 'N'.
000820     88  WS-CTL-ON-FILE-YES                VALUE 'Y'.
000830     88  WS-CTL-ON-FILE-NO                 VALUE 'N'.
000832 77  WS-CTL-LOAD-SW             PIC X(01)  VALUE 'N'.
000834     88  WS-CTL-LOAD-FAILED                VALUE 'Y'.
000836     88  WS-CTL-LOAD-OK                    VALUE 'N'.
000840*----------------------------------------------------------------
000850* SUBSCRIPTS AND POSTING TIMESTAMP
000860*----------------------------------------------------------------
000870 77  WS-LN-SUB                  PIC S9(04) COMP VALUE ZERO.
000880 77  WS-LN-HIT                  PIC S9(04) COMP VALUE ZERO.
000890 77  WS-CT-SUB                  PIC S9(04) COMP VALUE ZERO.
000900 77  WS-POST-DATE               PIC 9(08)  VALUE ZERO.
000910 77  WS-POST-TIME               PIC 9(08)  VALUE ZERO.
000920*
000930*================================================================
000940 LINKAGE SECTION.
000950*================================================================
000960     COPY HWLGCL.
000970*================================================================
000980 PROCEDURE DIVISION USING HW-LOGCTL-PARM.
000990*================================================================
001000*----------------------------------------------------------------
001010*    0000-MAINLINE
001020*    FIND THE LOG, THEN CARRY OUT THE CALLER'S FUNCTION.  EVERY
001030*    POSTING READS THE CONTROL FILE FRESH AND WRITES IT BACK
001040*    WHOLE, SO NOTHING IS HELD OPEN BETWEEN CALLS.
001050*----------------------------------------------------------------
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     IF HW-LG-RETURN-CODE = ZERO
001090         PERFORM 1500-RUN-FUNCTION THRU 1500-EXIT
001100     END-IF.
001110     GOBACK.
001120*----------------------------------------------------------------
001130*    1000-INITIALIZE
001140*    SET THIS CALL'S ANSWER BACK TO A KNOWN STATE AND FIND THE
001150*    LOG NAMED BY THE CALLER.  AN UNKNOWN NAME IS REFUSED AT 4.
001160*----------------------------------------------------------------
001170 1000-INITIALIZE.
001180     MOVE ZERO TO HW-LG-RETURN-CODE.
001190     MOVE ZERO TO WS-LN-HIT.
001200     PERFORM 1010-MATCH-LOG-NAME THRU 1010-EXIT
001210         VARYING WS-LN-SUB FROM 1 BY 1
001220         UNTIL WS-LN-SUB > 3 OR WS-LN-HIT > ZERO.
001230     IF WS-LN-HIT = ZERO
001240         MOVE 4 TO HW-LG-RETURN-CODE
001250     END-IF.
001260 1000-EXIT.
001270     EXIT.
001280*----------------------------------------------------------------
001290*    1010-MATCH-LOG-NAME
001300*    TEST ONE LOG NAME AGAINST THE CALLER'S.
001310*----------------------------------------------------------------
001320 1010-MATCH-LOG-NAME.
001330     IF WS-LN-NAME(WS-LN-SUB) = HW-LG-LOG-NAME
001340         MOVE WS-LN-SUB TO WS-LN-HIT
001350     END-IF.
001360 1010-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------
001390*    1500-RUN-FUNCTION
001400*    CARRY OUT THE FUNCTION ASKED FOR.  AN UNKNOWN FUNCTION IS
001410*    REFUSED AT 4.
001420*----------------------------------------------------------------
001430 1500-RUN-FUNCTION.
001440     EVALUATE TRUE
001450         WHEN HW-LG-HASH-ROW
001460             PERFORM 2000-HASH-ROW THRU 2000-EXIT
001470         WHEN HW-LG-ADD-ROW
001480             PERFORM 2000-HASH-ROW THRU 2000-EXIT
001490             PERFORM 3000-LOAD-CTL THRU 3000-EXIT
001500             ADD 1 TO WS-CT-LIVE-COUNT(WS-LN-HIT)
001510             ADD HW-LG-ROW-HASH TO WS-CT-LIVE-HASH(WS-LN-HIT)
001520             PERFORM 4000-WRITE-CTL THRU 4000-EXIT
001530         WHEN HW-LG-SET-SPLIT
001540             PERFORM 3000-LOAD-CTL THRU 3000-EXIT
001550             MOVE HW-LG-LIVE-COUNT TO WS-CT-LIVE-COUNT(WS-LN-HIT)
001560             MOVE HW-LG-LIVE-HASH  TO WS-CT-LIVE-HASH(WS-LN-HIT)
001570             ADD HW-LG-ARCH-COUNT  TO WS-CT-ARCH-COUNT(WS-LN-HIT)
001580             ADD HW-LG-ARCH-HASH   TO WS-CT-ARCH-HASH(WS-LN-HIT)
001590             PERFORM 4000-WRITE-CTL THRU 4000-EXIT
001600         WHEN HW-LG-SET-BASE
001610             PERFORM 3000-LOAD-CTL THRU 3000-EXIT
001620             MOVE HW-LG-LIVE-COUNT TO WS-CT-LIVE-COUNT(WS-LN-HIT)
001630             MOVE HW-LG-LIVE-HASH  TO WS-CT-LIVE-HASH(WS-LN-HIT)
001640             MOVE HW-LG-ARCH-COUNT TO WS-CT-ARCH-COUNT(WS-LN-HIT)
001650             MOVE HW-LG-ARCH-HASH  TO WS-CT-ARCH-HASH(WS-LN-HIT)
001660             PERFORM 4000-WRITE-CTL THRU 4000-EXIT
001670         WHEN HW-LG-GET-TOTALS
001680             PERFORM 3000-LOAD-CTL THRU 3000-EXIT
001690             PERFORM 5000-RETURN-TOTALS THRU 5000-EXIT
001700         WHEN OTHER
001710             MOVE 4 TO HW-LG-RETURN-CODE
001720     END-EVALUATE.
001730 1500-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760*    2000-HASH-ROW
001770*    HASH THE CALLER'S ROW BY THE RULE IN HWLGCL.  A FIELD THAT
001780*    IS NOT NUMERIC ADDS NOTHING - THE ROW STILL COUNTS.
001790*----------------------------------------------------------------
001800 2000-HASH-ROW.
001810     MOVE ZERO TO HW-LG-ROW-HASH.
001820     EVALUATE WS-LN-HIT
001830         WHEN 1
001840             PERFORM 2100-HASH-AUDIT-ROW THRU 2100-EXIT
001850         WHEN 2
001860             PERFORM 2200-HASH-CKPT-ROW THRU 2200-EXIT
001870         WHEN OTHER
001880             PERFORM 2300-HASH-HB-ROW THRU 2300-EXIT
001890     END-EVALUATE.
001900 2000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930*    2100-HASH-AUDIT-ROW
001940*    RUN DATE + RUN TIME + RETURN CODE.
001950*----------------------------------------------------------------
001960 2100-HASH-AUDIT-ROW.
001970     MOVE HW-LG-ROW-IMAGE TO HW-AUDIT-RECORD.
001980     IF HW-AR-RUN-DATE NUMERIC
001990         ADD HW-AR-RUN-DATE TO HW-LG-ROW-HASH
002000     END-IF.
002010     IF HW-AR-RUN-TIME NUMERIC
002020         ADD HW-AR-RUN-TIME TO HW-LG-ROW-HASH
002030     END-IF.
002040     IF HW-AR-RETURN-CODE NUMERIC
002050         ADD HW-AR-RETURN-CODE TO HW-LG-ROW-HASH
002060     END-IF.
002070 2100-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100*    2200-HASH-CKPT-ROW
002110*    RUN DATE + RUN TIME + COMPLETION WEIGHT.
002120*----------------------------------------------------------------
002130 2200-HASH-CKPT-ROW.
002140     MOVE HW-LG-ROW-IMAGE TO HW-CKPT-RECORD.
002150     IF HW-CK-RUN-DATE NUMERIC
002160         ADD HW-CK-RUN-DATE TO HW-LG-ROW-HASH
002170     END-IF.
002180     IF HW-CK-RUN-TIME NUMERIC
002190         ADD HW-CK-RUN-TIME TO HW-LG-ROW-HASH
002200     END-IF.
002210     EVALUATE TRUE
002220         WHEN HW-CK-COMPLETE
002230             ADD 1 TO HW-LG-ROW-HASH
002240         WHEN HW-CK-INCOMPLETE
002250             ADD 2 TO HW-LG-ROW-HASH
002260     END-EVALUATE.
002270 2200-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300*    2300-HASH-HB-ROW
002310*    START DATE + START TIME + END DATE + END TIME + RETURN
002320*    CODE + STATUS WEIGHT.
002330*----------------------------------------------------------------
002340 2300-HASH-HB-ROW.
002350     MOVE HW-LG-ROW-IMAGE TO HW-HB-RECORD.
002360     IF HW-HB-START-DATE NUMERIC
002370         ADD HW-HB-START-DATE TO HW-LG-ROW-HASH
002380     END-IF.
002390     IF HW-HB-START-TIME NUMERIC
002400         ADD HW-HB-START-TIME TO HW-LG-ROW-HASH
002410     END-IF.
002420     IF HW-HB-END-DATE NUMERIC
002430         ADD HW-HB-END-DATE TO HW-LG-ROW-HASH
002440     END-IF.
002450     IF HW-HB-END-TIME NUMERIC
002460         ADD HW-HB-END-TIME TO HW-LG-ROW-HASH
002470     END-IF.
002480     IF HW-HB-RETURN-CODE NUMERIC
002490         ADD HW-HB-RETURN-CODE TO HW-LG-ROW-HASH
002500     END-IF.
002510     EVALUATE TRUE
002520         WHEN HW-HB-STARTED
002530             ADD 1 TO HW-LG-ROW-HASH
002540         WHEN HW-HB-ENDED
002550             ADD 2 TO HW-LG-ROW-HASH
002560         WHEN HW-HB-FAILED
002570             ADD 3 TO HW-LG-ROW-HASH
002580     END-EVALUATE.
002590 2300-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620*    3000-LOAD-CTL
002630*    READ THE CONTROL FILE INTO THE TABLE.  A CONTROL FILE THAT
002640*    DOES NOT EXIST YET (STATUS 35) LEAVES EVERY TOTAL AT ZERO -
002650*    THE FIRST POSTING CREATES IT.  ANY OTHER OPEN FAILURE IS
002652*    SHOWN ON THE CONSOLE AND HANDED BACK AT 8, AND THE FILE IS
002654*    NOT WRITTEN BACK - ZERO TOTALS MUST NOT OVERLAY THE TOTALS
002656*    ALREADY ON IT.
002660*----------------------------------------------------------------
002670 3000-LOAD-CTL.
002680     SET WS-CTL-ON-FILE-NO TO TRUE.
002685     SET WS-CTL-LOAD-OK TO TRUE.
002690     PERFORM 3010-CLEAR-CTL-ROW THRU 3010-EXIT
002700         VARYING WS-CT-SUB FROM 1 BY 1
002710         UNTIL WS-CT-SUB > 3.
002720     OPEN INPUT LOG-CTL-FILE.
002730     IF WS-LCTL-MISSING
002740         GO TO 3000-EXIT
002750     END-IF.
002752     IF NOT WS-LCTL-FOUND
002754         DISPLAY '*** HWLOGCT - LOG CONTROL FILE OPEN FAILED - '
002756                 'STATUS ' WS-LCTL-FILE-STATUS
002758         SET WS-CTL-LOAD-FAILED TO TRUE
002760         MOVE 8 TO HW-LG-RETURN-CODE
002762         GO TO 3000-EXIT
002764     END-IF.
002766     SET WS-CTL-ON-FILE-YES TO TRUE.
002770     SET WS-LCTL-EOF-NO TO TRUE.
002780     PERFORM 3020-LOAD-CTL-REC THRU 3020-EXIT
002790         UNTIL WS-LCTL-EOF-YES.
002800     CLOSE LOG-CTL-FILE.
002810 3000-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840*    3010-CLEAR-CTL-ROW
002850*    ZERO ONE TABLE ROW.
002860*----------------------------------------------------------------
002870 3010-CLEAR-CTL-ROW.
002880     MOVE ZERO   TO WS-CT-LIVE-COUNT(WS-CT-SUB).
002890     MOVE ZERO   TO WS-CT-LIVE-HASH(WS-CT-SUB).
002900     MOVE ZERO   TO WS-CT-ARCH-COUNT(WS-CT-SUB).
002910     MOVE ZERO   TO WS-CT-ARCH-HASH(WS-CT-SUB).
002920     MOVE ZERO   TO WS-CT-UPD-DATE(WS-CT-SUB).
002930     MOVE ZERO   TO WS-CT-UPD-TIME(WS-CT-SUB).
002940     MOVE SPACES TO WS-CT-UPD-PROGRAM(WS-CT-SUB).
002950 3010-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    3020-LOAD-CTL-REC
002990*    READ ONE CONTROL ROW INTO THE TABLE ROW FOR ITS LOG.  A ROW
003000*    FOR A LOG NOT UNDER CONTROL IS IGNORED.
003010*----------------------------------------------------------------
003020 3020-LOAD-CTL-REC.
003030     READ LOG-CTL-FILE
003040         AT END
003050             SET WS-LCTL-EOF-YES TO TRUE
003060             GO TO 3020-EXIT
003070     END-READ.
003080     PERFORM 3030-PLACE-CTL-REC THRU 3030-EXIT
003090         VARYING WS-CT-SUB FROM 1 BY 1
003100         UNTIL WS-CT-SUB > 3.
003110 3020-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140*    3030-PLACE-CTL-REC
003150*    COPY THE CONTROL ROW IN HAND TO TABLE ROW WS-CT-SUB IF
003160*    THE LOG NAMES MATCH.
003170*----------------------------------------------------------------
003180 3030-PLACE-CTL-REC.
003190     IF WS-LN-NAME(WS-CT-SUB) NOT = HW-LC-LOG-NAME
003200         GO TO 3030-EXIT
003210     END-IF.
003220     MOVE HW-LC-LIVE-COUNT  TO WS-CT-LIVE-COUNT(WS-CT-SUB).
003230     MOVE HW-LC-LIVE-HASH   TO WS-CT-LIVE-HASH(WS-CT-SUB).
003240     MOVE HW-LC-ARCH-COUNT  TO WS-CT-ARCH-COUNT(WS-CT-SUB).
003250     MOVE HW-LC-ARCH-HASH   TO WS-CT-ARCH-HASH(WS-CT-SUB).
003260     MOVE HW-LC-UPD-DATE    TO WS-CT-UPD-DATE(WS-CT-SUB).
003270     MOVE HW-LC-UPD-TIME    TO WS-CT-UPD-TIME(WS-CT-SUB).
003280     MOVE HW-LC-UPD-PROGRAM TO WS-CT-UPD-PROGRAM(WS-CT-SUB).
003290 3030-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320*    4000-WRITE-CTL
003330*    STAMP THE LOG JUST POSTED AND WRITE THE WHOLE CONTROL FILE
003340*    BACK.  A CONTROL FILE THAT WILL NOT OPEN IS SHOWN ON THE
003350*    CONSOLE AND HANDED BACK AT 8 - THE LOG ROW ITSELF STANDS.
003352*    NOTHING IS WRITTEN WHEN 3000-LOAD-CTL COULD NOT READ THE
003354*    FILE.
003360*----------------------------------------------------------------
003370 4000-WRITE-CTL.
003375     IF WS-CTL-LOAD-FAILED
003376         GO TO 4000-EXIT
003377     END-IF.
003380     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-POST-TIME FROM TIME.
003400     MOVE WS-POST-DATE  TO WS-CT-UPD-DATE(WS-LN-HIT).
003410     MOVE WS-POST-TIME  TO WS-CT-UPD-TIME(WS-LN-HIT).
003420     MOVE HW-LG-PROGRAM TO WS-CT-UPD-PROGRAM(WS-LN-HIT).
003430     OPEN OUTPUT LOG-CTL-FILE.
003440     IF NOT WS-LCTL-FOUND
003450         DISPLAY '*** HWLOGCT - LOG CONTROL FILE DID NOT OPEN - '
003460                 HW-LG-LOG-NAME ' TOTALS NOT POSTED'
003470         MOVE 8 TO HW-LG-RETURN-CODE
003480         GO TO 4000-EXIT
003490     END-IF.
003500     PERFORM 4010-WRITE-CTL-REC THRU 4010-EXIT
003510         VARYING WS-CT-SUB FROM 1 BY 1
003520         UNTIL WS-CT-SUB > 3.
003530     CLOSE LOG-CTL-FILE.
003540 4000-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570*    4010-WRITE-CTL-REC
003580*    WRITE ONE CONTROL ROW FROM THE TABLE.
003590*----------------------------------------------------------------
003600 4010-WRITE-CTL-REC.
003610     MOVE SPACES                       TO HW-LOG-CTL-RECORD.
003620     MOVE WS-LN-NAME(WS-CT-SUB)        TO HW-LC-LOG-NAME.
003630     MOVE WS-CT-LIVE-COUNT(WS-CT-SUB)  TO HW-LC-LIVE-COUNT.
003640     MOVE WS-CT-LIVE-HASH(WS-CT-SUB)   TO HW-LC-LIVE-HASH.
003650     MOVE WS-CT-ARCH-COUNT(WS-CT-SUB)  TO HW-LC-ARCH-COUNT.
003660     MOVE WS-CT-ARCH-HASH(WS-CT-SUB)   TO HW-LC-ARCH-HASH.
003670     MOVE WS-CT-UPD-DATE(WS-CT-SUB)    TO HW-LC-UPD-DATE.
003680     MOVE WS-CT-UPD-TIME(WS-CT-SUB)    TO HW-LC-UPD-TIME.
003690     MOVE WS-CT-UPD-PROGRAM(WS-CT-SUB) TO HW-LC-UPD-PROGRAM.
003700     WRITE HW-LOG-CTL-RECORD.
003710 4010-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740*    5000-RETURN-TOTALS
003750*    HAND BACK THE TOTALS FOR THE LOG ASKED ABOUT.  NO CONTROL
003760*    FILE AT ALL IS ANSWERED AT 8.
003770*----------------------------------------------------------------
003780 5000-RETURN-TOTALS.
003790     IF WS-CTL-ON-FILE-NO
003800         MOVE 8 TO HW-LG-RETURN-CODE
003810     END-IF.
003820     MOVE WS-CT-LIVE-COUNT(WS-LN-HIT)  TO HW-LG-LIVE-COUNT.
003830     MOVE WS-CT-LIVE-HASH(WS-LN-HIT)   TO HW-LG-LIVE-HASH.
003840     MOVE WS-CT-ARCH-COUNT(WS-LN-HIT)  TO HW-LG-ARCH-COUNT.
003850     MOVE WS-CT-ARCH-HASH(WS-LN-HIT)   TO HW-LG-ARCH-HASH.
003860     MOVE WS-CT-UPD-DATE(WS-LN-HIT)    TO HW-LG-UPD-DATE.
003870     MOVE WS-CT-UPD-TIME(WS-LN-HIT)    TO HW-LG-UPD-TIME.
003880     MOVE WS-CT-UPD-PROGRAM(WS-LN-HIT) TO HW-LG-UPD-PROGRAM.
003890 5000-EXIT.
003900     EXIT.

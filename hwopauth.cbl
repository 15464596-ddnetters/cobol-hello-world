000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWOPAUTH.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - CALLABLE OPERATOR-AUTHORITY
000140*                  SUBROUTINE, ON THE SAME PATTERN AS HWGREET AND
000150*                  HWDAYS.  ANSWERS, FOR THE WHOLE SUITE, WHETHER
000160*                  AN OPERATOR ID MAY RUN A SITE, FORCE A RERUN,
000170*                  OR RESTART THE RUN, FROM THE OPER-AUTH-FILE
000180*                  OPERATIONS MANAGEMENT KEEPS.  THE FILE IS
000190*                  TABLED ON THE FIRST CALL.  WHEN THE CALLER
000200*                  ASKS, THE OUTCOME IS APPENDED TO THE OVERRIDE
000210*                  LOG SO THE AUDITORS' MONTHLY OVERRIDE-USAGE
000220*                  REPORT NO LONGER COMES OFF PAPER COVER SHEETS.
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
000330     SELECT OPER-AUTH-FILE
000340         ASSIGN TO "OPERAUTH"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUTH-FILE-STATUS.
000370     SELECT OVR-LOG-FILE
000380         ASSIGN TO "OVRLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OLOG-FILE-STATUS.
000410*
000420*================================================================
000430 DATA DIVISION.
000440*================================================================
000450 FILE SECTION.
000460 FD  OPER-AUTH-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY HWOPAR.
000490*
000500 FD  OVR-LOG-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY HWOVLR.
000530*
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------
000560* SWITCHES - THE LOADED SWITCHES ARE SET ONCE ON THE FIRST CALL
000570* AND CARRY ACROSS CALLS FOR THE REST OF THE RUN UNIT.
000580*----------------------------------------------------------------
000590 77  WS-AUTH-FILE-STATUS        PIC X(02)  VALUE '00'.
000600     88  WS-AUTH-FOUND                     VALUE '00'.
000610 77  WS-OLOG-FILE-STATUS        PIC X(02)  VALUE '00'.
000620     88  WS-OLOG-FOUND                     VALUE '00'.
000630 77  WS-AUTH-TRIED-SW           PIC X(01)  VALUE 'N'.
000640     88  WS-AUTH-TRIED-YES                 VALUE 'Y'.
000650     88  WS-AUTH-TRIED-NO                  VALUE 'N'.
000660 77  WS-AUTH-LOADED-SW          PIC X(01)  VALUE 'N'.
000670     88  WS-AUTH-LOADED-YES                VALUE 'Y'.
000680     88  WS-AUTH-LOADED-NO                 VALUE 'N'.
000690 77  WS-AUTH-EOF-SW             PIC X(01)  VALUE 'N'.
000700     88  WS-AUTH-EOF-YES                   VALUE 'Y'.
000710     88  WS-AUTH-EOF-NO                    VALUE 'N'.
000720 77  WS-SITE-OK-SW              PIC X(01)  VALUE 'N'.
000730     88  WS-SITE-OK-YES                    VALUE 'Y'.
000740     88  WS-SITE-OK-NO                     VALUE 'N'.
000750*----------------------------------------------------------------
000760* LOG TIMESTAMP
000770*----------------------------------------------------------------
000780 77  WS-LOG-DATE                PIC 9(08)  VALUE ZERO.
000790 77  WS-LOG-TIME                PIC 9(08)  VALUE ZERO.
000800*----------------------------------------------------------------
000810* OPERATOR AUTHORITY TABLE.  200 OPERATORS IS FAR PAST TODAY'S
000820* SHOP; AN OPERATOR PAST THE END IS LEFT OFF THE TABLE AND SO
000830* REFUSED, AND THE OVERFLOW IS DISPLAYED, NEVER SILENT.
000840*----------------------------------------------------------------
000850 77  WS-OA-MAX                  PIC S9(04) COMP VALUE ZERO.
000860 77  WS-OA-SUB                  PIC S9(04) COMP VALUE ZERO.
000870 77  WS-OA-HIT                  PIC S9(04) COMP VALUE ZERO.
000880 77  WS-ST-SUB                  PIC S9(04) COMP VALUE ZERO.
000890 01  WS-AUTH-TABLE.
000900     05  WS-OA-ENTRY OCCURS 200 TIMES.
000910         10  WS-OA-OPERATOR-ID   PIC X(08).
000920         10  WS-OA-FORCE-AUTH    PIC X(01).
000930         10  WS-OA-RESTART-AUTH  PIC X(01).
000940         10  WS-OA-SITE-ID       PIC X(05) OCCURS 10 TIMES.
000950*
000960*================================================================
000970 LINKAGE SECTION.
000980*================================================================
000990     COPY HWAUTHL.
001000*================================================================
001010 PROCEDURE DIVISION USING HW-AUTH-PARM.
001020*================================================================
001030*----------------------------------------------------------------
001040*    0000-MAINLINE
001050*    ANSWER ONE AUTHORITY QUESTION FOR THE CALLER AND, WHEN THE
001060*    CALLER ASKS, LOG THE OUTCOME.
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
001110     PERFORM 3000-LOG-OUTCOME THRU 3000-EXIT.
001120     GOBACK.
001130*----------------------------------------------------------------
001140*    1000-INITIALIZE
001150*    SET THIS CALL'S ANSWER BACK TO A KNOWN STATE AND, ON THE
001160*    FIRST CALL OF THE RUN UNIT ONLY, TABLE THE AUTHORITY FILE.
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     MOVE SPACES TO HW-AU-REASON.
001200     MOVE ZERO   TO HW-AU-RETURN-CODE.
001210     IF WS-AUTH-TRIED-YES
001220         GO TO 1000-EXIT
001230     END-IF.
001240     SET WS-AUTH-TRIED-YES TO TRUE.
001250     OPEN INPUT OPER-AUTH-FILE.
001260     IF NOT WS-AUTH-FOUND
001270         DISPLAY 'HWOPAUTH - OPER-AUTH-FILE DID NOT OPEN - '
001280                 'EVERY AUTHORITY CHECK WILL BE REFUSED'
001290         GO TO 1000-EXIT
001300     END-IF.
001310     SET WS-AUTH-LOADED-YES TO TRUE.
001320     SET WS-AUTH-EOF-NO TO TRUE.
001330     PERFORM 1010-LOAD-AUTH-REC THRU 1010-EXIT
001340         UNTIL WS-AUTH-EOF-YES.
001350     CLOSE OPER-AUTH-FILE.
001360 1000-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------
001390*    1010-LOAD-AUTH-REC
001400*    READ AND TABLE ONE OPERATOR CARD.
001410*----------------------------------------------------------------
001420 1010-LOAD-AUTH-REC.
001430     READ OPER-AUTH-FILE
001440         AT END
001450             SET WS-AUTH-EOF-YES TO TRUE
001460             GO TO 1010-EXIT
001470     END-READ.
001480     IF HW-OA-OPERATOR-ID = SPACES
001490         GO TO 1010-EXIT
001500     END-IF.
001510     IF WS-OA-MAX >= 200
001520         DISPLAY 'HWOPAUTH - AUTHORITY TABLE FULL - '
001530                 HW-OA-OPERATOR-ID ' NOT LOADED'
001540         GO TO 1010-EXIT
001550     END-IF.
001560     ADD 1 TO WS-OA-MAX.
001570     MOVE HW-OA-OPERATOR-ID  TO WS-OA-OPERATOR-ID(WS-OA-MAX).
001580     MOVE HW-OA-FORCE-AUTH   TO WS-OA-FORCE-AUTH(WS-OA-MAX).
001590     MOVE HW-OA-RESTART-AUTH TO WS-OA-RESTART-AUTH(WS-OA-MAX).
001600     PERFORM 1020-LOAD-SITE-SLOT THRU 1020-EXIT
001610         VARYING WS-ST-SUB FROM 1 BY 1
001620         UNTIL WS-ST-SUB > 10.
001630 1010-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660*    1020-LOAD-SITE-SLOT
001670*    CARRY ONE ALLOWED-SITE SLOT ONTO THE TABLE ROW.
001680*----------------------------------------------------------------
001690 1020-LOAD-SITE-SLOT.
001700     MOVE HW-OA-SITE-ID(WS-ST-SUB)
001710         TO WS-OA-SITE-ID(WS-OA-MAX, WS-ST-SUB).
001720 1020-EXIT.
001730     EXIT.
001740*----------------------------------------------------------------
001750*    2000-CHECK-AUTHORITY
001760*    THE OPERATOR MUST BE ON FILE, MUST BE ALLOWED THE SITE
001770*    WHEN ONE IS PASSED, AND MUST HOLD THE FORCE OR RESTART
001780*    AUTHORITY WHEN THAT IS WHAT IS ASKED.  THE FIRST TEST
001790*    FAILED IS THE REASON GIVEN.
001800*----------------------------------------------------------------
001810 2000-CHECK-AUTHORITY.
001820     IF WS-AUTH-LOADED-NO
001830         MOVE 8 TO HW-AU-RETURN-CODE
001840         MOVE 'OPERATOR AUTHORITY FILE NOT AVAILABLE'
001850             TO HW-AU-REASON
001860         GO TO 2000-EXIT
001870     END-IF.
001880     IF HW-AU-OPERATOR-ID = SPACES
001890         MOVE 4 TO HW-AU-RETURN-CODE
001900         MOVE 'OPERATOR ID BLANK' TO HW-AU-REASON
001910         GO TO 2000-EXIT
001920     END-IF.
001930     MOVE ZERO TO WS-OA-HIT.
001940     PERFORM 2010-MATCH-OPERATOR THRU 2010-EXIT
001950         VARYING WS-OA-SUB FROM 1 BY 1
001960         UNTIL WS-OA-SUB > WS-OA-MAX OR WS-OA-HIT > ZERO.
001970     IF WS-OA-HIT = ZERO
001980         MOVE 4 TO HW-AU-RETURN-CODE
001990         MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO HW-AU-REASON
002000         GO TO 2000-EXIT
002010     END-IF.
002020     IF HW-AU-SITE-ID NOT = SPACES
002030         SET WS-SITE-OK-NO TO TRUE
002040         PERFORM 2020-MATCH-SITE-SLOT THRU 2020-EXIT
002050             VARYING WS-ST-SUB FROM 1 BY 1
002060             UNTIL WS-ST-SUB > 10 OR WS-SITE-OK-YES
002070         IF WS-SITE-OK-NO
002080             MOVE 4 TO HW-AU-RETURN-CODE
002090             MOVE 'OPERATOR NOT AUTHORIZED FOR THIS SITE'
002100                 TO HW-AU-REASON
002110             GO TO 2000-EXIT
002120         END-IF
002130     END-IF.
002140     IF HW-AU-CHECK-FORCE
002150        AND WS-OA-FORCE-AUTH(WS-OA-HIT) NOT = 'Y'
002160         MOVE 4 TO HW-AU-RETURN-CODE
002170         MOVE 'OPERATOR NOT AUTHORIZED TO FORCE'
002180             TO HW-AU-REASON
002190         GO TO 2000-EXIT
002200     END-IF.
002210     IF HW-AU-CHECK-RESTART
002220        AND WS-OA-RESTART-AUTH(WS-OA-HIT) NOT = 'Y'
002230         MOVE 4 TO HW-AU-RETURN-CODE
002240         MOVE 'OPERATOR NOT AUTHORIZED TO RESTART'
002250             TO HW-AU-REASON
002260         GO TO 2000-EXIT
002270     END-IF.
002280 2000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310*    2010-MATCH-OPERATOR
002320*    TEST ONE TABLE ROW AGAINST THE CALLER'S OPERATOR ID.
002330*----------------------------------------------------------------
002340 2010-MATCH-OPERATOR.
002350     IF WS-OA-OPERATOR-ID(WS-OA-SUB) = HW-AU-OPERATOR-ID
002360         MOVE WS-OA-SUB TO WS-OA-HIT
002370     END-IF.
002380 2010-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410*    2020-MATCH-SITE-SLOT
002420*    TEST ONE ALLOWED-SITE SLOT AGAINST THE CALLER'S SITE.
002430*----------------------------------------------------------------
002440 2020-MATCH-SITE-SLOT.
002450     IF WS-OA-SITE-ID(WS-OA-HIT, WS-ST-SUB) = HW-AU-SITE-ID
002460        OR WS-OA-SITE-ID(WS-OA-HIT, WS-ST-SUB) = '*****'
002470         SET WS-SITE-OK-YES TO TRUE
002480     END-IF.
002490 2020-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520*    3000-LOG-OUTCOME
002530*    APPEND THE OUTCOME TO THE OVERRIDE LOG WHEN THE CALLER'S
002540*    LOG OPTION ASKS FOR IT.  THE LOG IS OPENED EXTEND AND
002550*    CLOSED AGAIN ON EVERY ROW, SO TWO PROGRAMS IN ONE JOB
002560*    STREAM NEVER HOLD IT AT ONCE; A LOG THAT DOES NOT EXIST
002570*    YET IS CREATED ON THE SPOT.
002580*----------------------------------------------------------------
002590 3000-LOG-OUTCOME.
002600     IF HW-AU-LOG-NONE
002610         GO TO 3000-EXIT
002620     END-IF.
002630     IF HW-AU-LOG-REFUSED AND HW-AU-RETURN-CODE = ZERO
002640         GO TO 3000-EXIT
002650     END-IF.
002660     OPEN EXTEND OVR-LOG-FILE.
002670     IF NOT WS-OLOG-FOUND
002680         OPEN OUTPUT OVR-LOG-FILE
002690     END-IF.
002700     IF NOT WS-OLOG-FOUND
002710         DISPLAY 'HWOPAUTH - OVERRIDE LOG DID NOT OPEN - '
002720                 HW-AU-OPERATOR-ID ' ' HW-AU-CHECK-TYPE
002730                 ' NOT LOGGED'
002740         GO TO 3000-EXIT
002750     END-IF.
002760     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
002770     ACCEPT WS-LOG-TIME FROM TIME.
002780     MOVE SPACES            TO HW-OVR-LOG-RECORD.
002790     MOVE WS-LOG-DATE       TO HW-OL-LOG-DATE.
002800     MOVE WS-LOG-TIME       TO HW-OL-LOG-TIME.
002810     MOVE HW-AU-PROGRAM     TO HW-OL-PROGRAM.
002820     MOVE HW-AU-OPERATOR-ID TO HW-OL-OPERATOR-ID.
002830     MOVE HW-AU-SITE-ID     TO HW-OL-SITE-ID.
002840     MOVE HW-AU-JOB-NAME    TO HW-OL-JOB-NAME.
002850     MOVE HW-AU-CHECK-TYPE  TO HW-OL-CHECK-TYPE.
002860     IF HW-AU-RETURN-CODE = ZERO
002870         SET HW-OL-GRANTED TO TRUE
002880     ELSE
002890         SET HW-OL-REFUSED TO TRUE
002900     END-IF.
002910     MOVE HW-AU-REASON      TO HW-OL-REASON.
002920     WRITE HW-OVR-LOG-RECORD.
002930     CLOSE OVR-LOG-FILE.
002940 3000-EXIT.
002950     EXIT.

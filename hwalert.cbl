000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    HWALERT.
000050 AUTHOR.        J-KOWALSKI.
000060 INSTALLATION.  BATCH-SYSTEMS-GROUP.
000070 DATE-WRITTEN.  10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10/15/2026 JPK   ORIGINAL PROGRAM - CALLABLE ALERT-SERVICES
000140*                  SUBROUTINE, BUILT ON THE SAME PATTERN AS
000150*                  HWPRINT AND HWDAYS.  EVERY PROGRAM IN THE
000160*                  SUITE THAT HITS A BLOCKING CONDITION CALLS IT
000170*                  ONCE; IT STAMPS THE TIME, APPENDS A SEVERITY-
000180*                  CODED ROW TO THE ALERT LOG, AND PUTS ONE
000190*                  STANDARD ALERT LINE ON THE CONSOLE, SO THE
000200*                  PAGE GOES OUT FROM ONE PLACE INSTEAD OF FROM
000210*                  FOUR PROGRAMS' OWN REPORTS AND RETURN CODES.
000220*----------------------------------------------------------------
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250*================================================================
000260 CONFIGURATION SECTION.
000270     SOURCE-COMPUTER.   IBM-370.
000280     OBJECT-COMPUTER.   IBM-370.
000290*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALERT-LOG-FILE
000330         ASSIGN TO "ALERTLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ALOG-FILE-STATUS.
000360*
000370*================================================================
000380 DATA DIVISION.
000390*================================================================
000400 FILE SECTION.
000410 FD  ALERT-LOG-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY HWALRR.
000440*
000450 WORKING-STORAGE SECTION.
000460*----------------------------------------------------------------
000470* SWITCHES
000480*----------------------------------------------------------------
000490 77  WS-ALOG-FILE-STATUS        PIC X(02)  VALUE '00'.
000500     88  WS-ALOG-FOUND                     VALUE '00'.
000510*----------------------------------------------------------------
000520* ALERT TIMESTAMP AND CONSOLE WORK AREA
000530*----------------------------------------------------------------
000540 77  WS-ALERT-DATE              PIC 9(08)  VALUE ZERO.
000550 77  WS-ALERT-TIME              PIC 9(08)  VALUE ZERO.
000560 01  WS-SEVERITY-X              PIC X(08)  VALUE SPACES.
000570*
000580*================================================================
000590 LINKAGE SECTION.
000600*================================================================
000610     COPY HWALRTL.
000620*================================================================
000630 PROCEDURE DIVISION USING HW-ALERT-PARM.
000640*================================================================
000650*----------------------------------------------------------------
000660*    0000-MAINLINE
000670*    DISPLAY THE ALERT ON THE CONSOLE, THEN APPEND IT TO THE
000680*    ALERT LOG.  THE CONSOLE LINE GOES OUT FIRST SO AN ALERT
000690*    LOG THAT WILL NOT OPEN NEVER SWALLOWS THE ALERT.
000700*----------------------------------------------------------------
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000730     PERFORM 2000-DISPLAY-ALERT THRU 2000-EXIT.
000740     PERFORM 3000-WRITE-ALERT-ROW THRU 3000-EXIT.
000750     GOBACK.
000760*----------------------------------------------------------------
000770*    1000-INITIALIZE
000780*    STAMP THE ALERT AND SET THIS CALL'S ANSWER BACK TO A KNOWN
000790*    STATE.  AN UNKNOWN SEVERITY IS RAISED AS CRITICAL - A
000800*    CALLER'S MISTAKE MUST NOT QUIETEN AN ALERT.
000810*----------------------------------------------------------------
000820 1000-INITIALIZE.
000830     MOVE ZERO TO HW-AL-RETURN-CODE.
000840     ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
000850     ACCEPT WS-ALERT-TIME FROM TIME.
000860     IF NOT HW-AL-CRITICAL AND NOT HW-AL-ERROR
000870        AND NOT HW-AL-WARNING
000880         SET HW-AL-CRITICAL TO TRUE
000890     END-IF.
000900     IF HW-AL-CYCLE-DATE NOT NUMERIC
000910         MOVE ZERO TO HW-AL-CYCLE-DATE
000920     END-IF.
000930 1000-EXIT.
000940     EXIT.
000950*----------------------------------------------------------------
000960*    2000-DISPLAY-ALERT
000970*    PUT THE ONE STANDARD ALERT LINE ON THE CONSOLE.
000980*----------------------------------------------------------------
000990 2000-DISPLAY-ALERT.
001000     EVALUATE TRUE
001010         WHEN HW-AL-CRITICAL
001020             MOVE 'CRITICAL' TO WS-SEVERITY-X
001030         WHEN HW-AL-ERROR
001040             MOVE 'ERROR   ' TO WS-SEVERITY-X
001050         WHEN OTHER
001060             MOVE 'WARNING ' TO WS-SEVERITY-X
001070     END-EVALUATE.
001080     DISPLAY '*** HWALERT ' WS-SEVERITY-X ' ' HW-AL-PROGRAM
001090             ' JOB ' HW-AL-JOB-NAME ' SITE ' HW-AL-SITE-ID
001100             ' CYCLE ' HW-AL-CYCLE-DATE.
001110     DISPLAY '*** HWALERT ' HW-AL-CONDITION.
001120 2000-EXIT.
001130     EXIT.
001140*----------------------------------------------------------------
001150*    3000-WRITE-ALERT-ROW
001160*    APPEND THE ALERT TO THE ALERT LOG.  THE LOG IS OPENED
001170*    EXTEND AND CLOSED AGAIN ON EVERY ROW, SO ANY PROGRAM IN
001180*    THE STREAM CAN RAISE AN ALERT WITHOUT HOLDING THE LOG; A
001190*    LOG THAT DOES NOT EXIST YET IS CREATED ON THE SPOT.
001200*----------------------------------------------------------------
001210 3000-WRITE-ALERT-ROW.
001220     OPEN EXTEND ALERT-LOG-FILE.
001230     IF NOT WS-ALOG-FOUND
001240         OPEN OUTPUT ALERT-LOG-FILE
001250     END-IF.
001260     IF NOT WS-ALOG-FOUND
001270         DISPLAY '*** HWALERT - ALERT LOG DID NOT OPEN - '
001280                 'ALERT ABOVE NOT LOGGED'
001290         MOVE 8 TO HW-AL-RETURN-CODE
001300         GO TO 3000-EXIT
001310     END-IF.
001320     MOVE SPACES            TO HW-ALERT-LOG-RECORD.
001330     MOVE WS-ALERT-DATE     TO HW-AT-ALERT-DATE.
001340     MOVE WS-ALERT-TIME     TO HW-AT-ALERT-TIME.
001350     MOVE HW-AL-SEVERITY    TO HW-AT-SEVERITY.
001360     MOVE HW-AL-PROGRAM     TO HW-AT-PROGRAM.
001370     MOVE HW-AL-JOB-NAME    TO HW-AT-JOB-NAME.
001380     MOVE HW-AL-SITE-ID     TO HW-AT-SITE-ID.
001390     MOVE HW-AL-CYCLE-DATE  TO HW-AT-CYCLE-DATE.
001400     MOVE HW-AL-CONDITION   TO HW-AT-CONDITION.
001410     WRITE HW-ALERT-LOG-RECORD.
001420     CLOSE ALERT-LOG-FILE.
001430 3000-EXIT.
001440     EXIT.

000270*                  CAN VERIFY IT GOT A COMPLETE FILE.  CONTROL
000280*                  COUNTS PRINT THROUGH HWPRINT FOR THE RUN
000290*                  FOLDER.
000291* 10/15/2026 JPK   EVERY EXTRACT WRITTEN NOW APPENDS A SEND ROW
000292*                  (CYCLE DATE, DETAIL COUNT, WHEN SENT) TO
000293*                  EXTLOG, SO HWACKREC CAN MATCH THE
000294*                  SCHEDULER'S ACKNOWLEDGEMENT AGAINST WHAT WAS
000295*                  ACTUALLY SENT.
000300*----------------------------------------------------------------
000310*================================================================
000320 ENVIRONMENT DIVISION.
000570         ASSIGN TO "EXTFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-EXT-FILE-STATUS.
000591     SELECT EXTRACT-LOG-FILE
000592         ASSIGN TO "EXTLOG"
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-XLOG-FILE-STATUS.
000600*
000610*================================================================
000620 DATA DIVISION.
000820     LABEL RECORDS ARE STANDARD.
000830 01  HW-EXT-RECORD              PIC X(80).
000840*
000841 FD  EXTRACT-LOG-FILE
000842     LABEL RECORDS ARE STANDARD.
000843     COPY HWXLGR.
000844*
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* CALL-LINKAGE PARAMETER RECORD USED TO REACH HWPRINT, AND THE
001060     88  WS-HB-FOUND                       VALUE '00'.
001070 77  WS-EXT-FILE-STATUS         PIC X(02)  VALUE '00'.
001080     88  WS-EXT-GOOD                       VALUE '00'.
001081 77  WS-XLOG-FILE-STATUS        PIC X(02)  VALUE '00'.
001082     88  WS-XLOG-GOOD                      VALUE '00'.
001090 77  WS-LOG-EOF-SW              PIC X(01)  VALUE 'N'.
001100     88  WS-LOG-EOF-YES                    VALUE 'Y'.
001110     88  WS-LOG-EOF-NO                     VALUE 'N'.
001180 77  WS-RETURN-CODE             PIC 9(04)  VALUE ZERO.
001190 77  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001200 77  WS-CYCLE-DATE              PIC 9(08)  VALUE ZERO.
001201 77  WS-SEND-TIME               PIC 9(08)  VALUE ZERO.
001210 77  WS-AUD-READ-CNT            PIC S9(05) COMP VALUE ZERO.
001220 77  WS-CKP-READ-CNT            PIC S9(05) COMP VALUE ZERO.
001230 77  WS-HB-READ-CNT             PIC S9(05) COMP VALUE ZERO.
004150     MOVE WS-EXT-BUILD TO HW-EXT-RECORD.
004160     WRITE HW-EXT-RECORD.
004170     CLOSE EXTRACT-FILE.
004171     PERFORM 4200-LOG-EXTRACT-SENT THRU 4200-EXIT.
004180 4000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004640         INTO WS-EXT-BUILD.
004650     MOVE WS-EXT-BUILD TO HW-EXT-RECORD.
004660     WRITE HW-EXT-RECORD.
004661     ADD 1 TO WS-DETAIL-CNT.
004662 4100-EXIT.
004663     EXIT.
004664*----------------------------------------------------------------
004665*    4200-LOG-EXTRACT-SENT
004666*    APPEND THE SEND ROW FOR THE EXTRACT JUST CLOSED.  THE LOG
004667*    IS CREATED ON FIRST USE.  A LOG THAT WILL NOT OPEN DOES
004668*    NOT UNSEND THE EXTRACT, BUT THE STEP ENDS AT 4 - WITHOUT
004669*    THE ROW, HWACKREC CANNOT RECONCILE THIS SEND.
004670*----------------------------------------------------------------
004671 4200-LOG-EXTRACT-SENT.
004672     OPEN EXTEND EXTRACT-LOG-FILE.
004673     IF NOT WS-XLOG-GOOD
004674         OPEN OUTPUT EXTRACT-LOG-FILE
004675     END-IF.
004676     IF NOT WS-XLOG-GOOD
004677         MOVE SPACES TO HW-RL-TEXT
004678         MOVE 'EXTRACT LOG DID NOT OPEN - SEND NOT RECORDED'
004679             TO HW-RL-TEXT
004680         PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT
004681         IF WS-RETURN-CODE = ZERO
004682             MOVE 4 TO WS-RETURN-CODE
004683         END-IF
004684         GO TO 4200-EXIT
004685     END-IF.
004686     ACCEPT WS-SEND-TIME FROM TIME.
004687     MOVE SPACES        TO HW-EXTRACT-LOG-RECORD.
004688     MOVE WS-CYCLE-DATE TO HW-XL-CYCLE-DATE.
004689     MOVE WS-DETAIL-CNT TO HW-XL-DETAIL-CNT.
004690     MOVE WS-RUN-DATE   TO HW-XL-SEND-DATE.
004691     MOVE WS-SEND-TIME  TO HW-XL-SEND-TIME.
004692     WRITE HW-EXTRACT-LOG-RECORD.
004694     CLOSE EXTRACT-LOG-FILE.
004696 4200-EXIT.
004698     EXIT.
004700*----------------------------------------------------------------
004710*    5000-FIND-JOB-ROW
004720*    FIND - OR ADD - THE CONSOLIDATED ROW FOR THE JOB NAME

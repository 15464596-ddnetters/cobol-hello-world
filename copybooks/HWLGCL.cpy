000010*================================================================
000020* HWLGCL.CPY
000030*----------------------------------------------------------------
000040* CALL-LINKAGE PARAMETER RECORD FOR HWLOGCT, THE CALLABLE LOG
000050* CONTROL-TOTAL SUBROUTINE.  THE CALLER SETS HW-LG-FUNCTION,
000060* HW-LG-LOG-NAME (AUDITLOG, CKPTFILE OR HBFILE) AND
000070* HW-LG-PROGRAM, THEN CODES CALL 'HWLOGCT' USING
000080* HW-LOGCTL-PARM:
000090*   H  HASH THE ROW IN HW-LG-ROW-IMAGE INTO HW-LG-ROW-HASH.
000100*   A  A ROW WAS JUST APPENDED TO THE LIVE LOG - HASH THE ROW
000110*      IN HW-LG-ROW-IMAGE AND ADD IT TO THE LIVE TOTALS.
000120*   S  THE LOG WAS JUST SPLIT BY A RETENTION PURGE - THE LIVE
000130*      TOTALS BECOME HW-LG-LIVE-COUNT/HASH (THE ROWS KEPT) AND
000140*      HW-LG-ARCH-COUNT/HASH (THE ROWS ARCHIVED) ARE ADDED TO
000150*      THE ARCHIVE TOTALS.
000160*   B  REBASE - BOTH TOTALS ARE SET TO THE FOUR FIGURES PASSED.
000170*   G  HAND BACK THE FOUR TOTALS AND THE LAST POSTING.
000180* A ROW'S HASH IS THE SUM OF ITS NUMERIC FIELDS (DATES, TIMES,
000190* RETURN CODE) PLUS A WEIGHT FOR ITS STATUS - CHECKPOINT C=1
000200* I=2, HEARTBEAT STARTED=1 ENDED=2 FAILED=3 - SO A ROW DELETED,
000210* RE-DATED, OR FLIPPED TO COMPLETE MOVES THE TOTAL.
000220* HW-LG-RETURN-CODE: 0 = DONE, 4 = UNKNOWN LOG NAME OR
000230* FUNCTION, 8 = LOG CONTROL FILE UNAVAILABLE (ON A G CALL, NOT
000240* ON FILE YET).
000250*================================================================
000260 01  HW-LOGCTL-PARM.
000270     05  HW-LG-FUNCTION          PIC X(01).
000280         88  HW-LG-HASH-ROW               VALUE 'H'.
000290         88  HW-LG-ADD-ROW                VALUE 'A'.
000300         88  HW-LG-SET-SPLIT              VALUE 'S'.
000310         88  HW-LG-SET-BASE               VALUE 'B'.
000320         88  HW-LG-GET-TOTALS             VALUE 'G'.
000330     05  HW-LG-LOG-NAME          PIC X(08).
000340     05  HW-LG-PROGRAM           PIC X(10).
000350     05  HW-LG-ROW-IMAGE         PIC X(52).
000360     05  HW-LG-ROW-HASH          PIC 9(15).
000370     05  HW-LG-LIVE-COUNT        PIC 9(07).
000380     05  HW-LG-LIVE-HASH         PIC 9(15).
000390     05  HW-LG-ARCH-COUNT        PIC 9(07).
000400     05  HW-LG-ARCH-HASH         PIC 9(15).
000410     05  HW-LG-UPD-DATE          PIC 9(08).
000420     05  HW-LG-UPD-TIME          PIC 9(08).
000430     05  HW-LG-UPD-PROGRAM       PIC X(10).
000440     05  HW-LG-RETURN-CODE       PIC 9(04).

000100* MACHINE-READABLE ANSWER TO "WHICH MAINTENANCE RUN CHANGED
000110* THIS SITE" THAT THE FILED PAPER LISTING CANNOT GIVE.
000120* HWSCHRPT PRINTS A SITE'S HISTORY BACK ON REQUEST.
000122* THE JOB NAME, REGION AND COST CENTER IMAGES ARE CARRIED AT
000124* THE END OF THE ROW, SO ROWS WRITTEN BEFORE THEY WERE ADDED
000126* STILL READ - WITH THOSE FIELDS BLANK.
000130*================================================================
000140 01  HW-SITE-HIST-RECORD.
000150     05  HW-SH-RUN-DATE          PIC 9(08).
000220     05  HW-SH-NEW-GREETING      PIC X(30).
000230     05  HW-SH-NEW-REPORT-FLAG   PIC X(01).
000240     05  HW-SH-NEW-ACTIVE-FLAG   PIC X(01).
000250     05  HW-SH-SITE-CODES.
000260         10  HW-SH-OLD-JOB-NAME      PIC X(08).
000270         10  HW-SH-OLD-REGION-CODE   PIC X(02).
000280         10  HW-SH-OLD-COST-CENTER   PIC X(06).
000290         10  HW-SH-NEW-JOB-NAME      PIC X(08).
000300         10  HW-SH-NEW-REGION-CODE   PIC X(02).
000310         10  HW-SH-NEW-COST-CENTER   PIC X(06).

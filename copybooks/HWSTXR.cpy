000060* ACTION IS ADD, CHANGE, OR DELETE.  ON A CHANGE, A BLANK
000070* GREETING OR FLAG FIELD MEANS LEAVE THAT FIELD AS IT STANDS ON
000080* FILE; ON AN ADD, BOTH FLAGS MUST BE CODED Y OR N.  DELETE
000081* READS ONLY THE ACTION AND SITE-ID.
000082*----------------------------------------------------------------
000083* 10/15/2026 JPK  ADDED HW-TX-JOB-NAME FOR THE NEW HW-SR-JOB-NAME
000084*                 FIELD.  BLANK ON A CHANGE LEAVES IT AS IT
000085*                 STANDS; BLANK ON AN ADD LEAVES THE SITE OUT OF
000086*                 THE HWPRMBLD DECK UNTIL ONE IS CODED.
000087* 10/15/2026 JPK  ADDED HW-TX-REGION-CODE FOR HW-SR-REGION-CODE.
000088*                 BLANK ON A CHANGE LEAVES IT AS IT STANDS; BLANK
000090*                 ON AN ADD PUTS THE SITE ON THE SHOP CALENDAR.
000092* 10/15/2026 JPK  ADDED HW-TX-COST-CENTER FOR HW-SR-COST-CENTER.
000094*                 BLANK ON A CHANGE LEAVES IT AS IT STANDS; BLANK
000096*                 ON AN ADD LEAVES THE SITE'S RUNS UNCHARGED ON
000098*                 THE HWCHGBK REPORT UNTIL ONE IS CODED.
000100*================================================================
000110 01  HW-TRAN-RECORD.
000120     05  HW-TX-ACTION            PIC X(06).
000170     05  HW-TX-GREETING-TEXT     PIC X(30).
000180     05  HW-TX-REPORT-FLAG       PIC X(01).
000190     05  HW-TX-ACTIVE-FLAG       PIC X(01).
000195     05  HW-TX-JOB-NAME          PIC X(08).
000196     05  HW-TX-REGION-CODE       PIC X(02).
000197     05  HW-TX-COST-CENTER       PIC X(06).
000198     05  FILLER                  PIC X(21).

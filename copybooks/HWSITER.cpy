000080*                      STOPPING THE RUN (SITE IS DECOMMISSIONED
000090*                      OR NOT YET LIVE, BUT STILL GOT CALLED).
000100*   HW-SR-REPORT-FLAG  'N' SUPPRESSES THE PRINTED HEADER PAGE
000101*                      FOR SITES THAT DON'T WANT ONE.
000102*----------------------------------------------------------------
000103* 10/15/2026 JPK  ADDED HW-SR-JOB-NAME, THE JOB NAME THE SITE'S
000104*                 SLICE OF THE CYCLE RUNS UNDER, SO HWPRMBLD CAN
000105*                 CUT THE NIGHTLY PARM CARD WITHOUT A HAND-KEYED
000106*                 JOB NAME.
000107* 10/15/2026 JPK  ADDED HW-SR-REGION-CODE, THE PROCESSING REGION
000108*                 WHOSE CALENDAR THE SITE RUNS TO.  BLANK MEANS
000110*                 THE SITE RUNS TO THE SHOP CALENDAR ONLY.
000112* 10/15/2026 JPK  ADDED HW-SR-COST-CENTER, THE COST CENTER THE
000114*                 SITE'S RUNS ARE CHARGED TO BY HWCHGBK.  THE
000116*                 RECORD GROWS FROM 48 TO 54 BYTES - SITEPARM
000118*                 MUST BE UNLOADED AND RELOADED.
000120*================================================================
000130 01  HW-SITE-RECORD.
000140     05  HW-SR-SITE-ID           PIC X(05).
000190     05  HW-SR-ACTIVE-FLAG       PIC X(01).
000200         88  HW-SR-ACTIVE-YES             VALUE 'Y'.
000210         88  HW-SR-ACTIVE-NO              VALUE 'N'.
000215     05  HW-SR-JOB-NAME          PIC X(08).
000216     05  HW-SR-REGION-CODE       PIC X(02).
000217     05  HW-SR-COST-CENTER       PIC X(06).
000218     05  FILLER                  PIC X(01).

000080* DESCRIPTION NAMES THE HOLIDAY).  HWDATRL WALKS THIS FILE AT
000090* END OF CYCLE TO FIND THE NEXT BUSINESS DATE FOR THE
000100* DATE-CTL-FILE.
000101*----------------------------------------------------------------
000102* 10/15/2026 JPK  ADDED HW-CA-REGION-CODE.  THE FILE NOW HOLDS THE
000103*                 SHOP CALENDAR (REGION BLANK) FOLLOWED BY ONE
000104*                 CALENDAR PER PROCESSING REGION, EACH IN
000105*                 ASCENDING DATE ORDER.  HWDATRL READS THE SHOP
000106*                 ROWS ONLY.
000110*================================================================
000120 01  HW-CAL-RECORD.
000130     05  HW-CA-CAL-DATE          PIC 9(08).
000160         88  HW-CA-WEEKEND                VALUE 'W'.
000170         88  HW-CA-HOLIDAY                VALUE 'H'.
000180     05  HW-CA-DESCRIPTION       PIC X(20).
000181     05  HW-CA-REGION-CODE       PIC X(02).

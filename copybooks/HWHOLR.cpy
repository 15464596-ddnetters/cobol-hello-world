000070* THE CALENDAR ROW.  EVERY OTHER DATE IN THE BUILD YEAR IS TYPED
000080* B OR W AUTOMATICALLY, SO THIS SHORT DECK IS ALL OPS KEYS BY
000090* HAND EACH YEAR.
000091*----------------------------------------------------------------
000092* 10/15/2026 JPK  ADDED HW-HO-REGION-CODE.  A BLANK REGION IS A
000093*                 SHOP-WIDE HOLIDAY AND GOES ON EVERY CALENDAR;
000094*                 A CODED REGION GOES ON THAT REGION'S CALENDAR
000095*                 ONLY.
000100*================================================================
000110 01  HW-HOL-CARD-RECORD.
000120     05  HW-HO-HOL-DATE          PIC 9(08).
000130     05  HW-HO-DESCRIPTION       PIC X(20).
000131     05  HW-HO-REGION-CODE       PIC X(02).
000132     05  FILLER                  PIC X(50).

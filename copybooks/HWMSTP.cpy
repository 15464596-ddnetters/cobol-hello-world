000050* CARD READ BY HWMOSTAT, NAMING THE REPORT MONTH (YYYYMM) TO
000060* ROLL UP FROM THE AUDIT LOG.  THE COMPARISON COLUMN COVERS THE
000070* CALENDAR MONTH BEFORE IT, WHICH HWMOSTAT WORKS OUT ITSELF.
000071*----------------------------------------------------------------
000072* 10/15/2026 JPK  ALSO THE LAYOUT OF THE HWOVRRPT REPORT-MONTH
000073*                 CARD (OVRPARM) - THE OVERRIDE-USAGE REPORT
000074*                 COVERS THE ONE MONTH ONLY.
000075* 10/15/2026 JPK  ALSO THE LAYOUT OF THE HWCHGBK CHARGE-MONTH
000076*                 CARD (CHGPARM).
000080*================================================================
000090 01  HW-MOSTAT-PARM-RECORD.
000100     05  HW-MS-REPORT-MONTH      PIC 9(06).

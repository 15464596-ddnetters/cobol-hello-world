000010*================================================================
000020* HWOVRR.CPY
000030*----------------------------------------------------------------
000040* OVERRIDE-DECK RECORD LAYOUT - ONE 80-COLUMN CARD PER SITE
000050* WHOSE GENERATED PARM CARD NEEDS A HAND-CODED EXCEPTION,
000060* MERGED IN BY HWPRMBLD AS IT CUTS THE NIGHTLY DECK.  ONLY THE
000070* FIELDS CODED ARE APPLIED; A BLANK FIELD LEAVES THE GENERATED
000080* VALUE ALONE.
000090*   HW-OV-FORCE-FLAG    Y FOR A DELIBERATE RERUN (SEE HWPARMR).
000100*   HW-OV-HOLD-FLAG     Y LEAVES THE SITE OUT OF TONIGHT'S DECK.
000110*   HW-OV-OPERATOR-ID   REPLACES THE BUILD OPERATOR ON THE CARD.
000120*   HW-OV-LANG-CODE/
000130*   HW-OV-SHIFT-CODE    REPLACE THE CREW ROSTER'S PAIR.
000140*   HW-OV-OPERATOR-NOTE GOES ON THE CARD AS CODED.
000150*================================================================
000160 01  HW-OVR-RECORD.
000170     05  HW-OV-SITE-ID           PIC X(05).
000180     05  HW-OV-FORCE-FLAG        PIC X(01).
000190     05  HW-OV-HOLD-FLAG         PIC X(01).
000200         88  HW-OV-HOLD-YES               VALUE 'Y'.
000210     05  HW-OV-OPERATOR-ID       PIC X(08).
000220     05  HW-OV-LANG-CODE         PIC X(02).
000230     05  HW-OV-SHIFT-CODE        PIC X(01).
000240     05  HW-OV-OPERATOR-NOTE     PIC X(40).
000250     05  FILLER                  PIC X(22).

000010*================================================================
000020* HWSNPR.CPY
000030*----------------------------------------------------------------
000040* SNAP-FILE RECORD LAYOUT - THE CYCLE STATE SNAPSHOTS.
000050* HELLOWORLD APPENDS ONE GENERATION EACH TIME IT OPENS A
000060* CYCLE, JUST BEFORE IT MARKS THE DATE-CTL RECORD OPEN.  A
000070* GENERATION IS ONE H ROW CARRYING THE DATE-CTL IMAGE AS IT
000080* STOOD, ONE S ROW PER SITE-PARM-FILE RECORD, AND ONE T ROW
000090* COUNTING THE S ROWS.  EVERY ROW CARRIES THE CYCLE DATE AND
000100* THE DATE AND TIME THE SNAPSHOT WAS TAKEN, WHICH TOGETHER
000110* NAME THE GENERATION.  A GENERATION WITH NO T ROW, OR WHOSE
000120* COUNT DOES NOT MATCH ITS S ROWS, WAS CUT SHORT AND IS NEVER
000130* RESTORED.  HWBKOUT RESTORES A CHOSEN GENERATION.
000140*================================================================
000150 01  HW-SNAP-RECORD.
000160     05  HW-SN-REC-TYPE          PIC X(01).
000170         88  HW-SN-HEADER-REC             VALUE 'H'.
000180         88  HW-SN-SITE-REC               VALUE 'S'.
000190         88  HW-SN-TRAILER-REC            VALUE 'T'.
000200     05  HW-SN-CYCLE-DATE        PIC 9(08).
000210     05  HW-SN-TAKEN-DATE        PIC 9(08).
000220     05  HW-SN-TAKEN-TIME        PIC 9(08).
000230     05  HW-SN-BODY              PIC X(75).
000240*----------------------------------------------------------------
000250* H ROW - THE DATE-CTL RECORD AS IT STOOD BEFORE THE OPEN, AND
000260* WHETHER THE SITE-PARM-FILE COULD BE READ FOR THE S ROWS.
000270*----------------------------------------------------------------
000280     05  HW-SN-HEADER-BODY REDEFINES HW-SN-BODY.
000290         10  HW-SN-DATE-IMAGE    PIC X(18).
000300         10  HW-SN-SITES-FLAG    PIC X(01).
000310             88  HW-SN-SITES-TAKEN        VALUE 'Y'.
000320             88  HW-SN-SITES-NOT-TAKEN    VALUE 'N'.
000330         10  FILLER              PIC X(56).
000340*----------------------------------------------------------------
000350* S ROW - ONE SITE-PARM-FILE RECORD, WHOLE.
000360*----------------------------------------------------------------
000370     05  HW-SN-SITE-BODY REDEFINES HW-SN-BODY.
000380         10  HW-SN-SITE-IMAGE    PIC X(54).
000390         10  FILLER              PIC X(21).
000400*----------------------------------------------------------------
000410* T ROW - THE NUMBER OF S ROWS IN THE GENERATION.
000420*----------------------------------------------------------------
000430     05  HW-SN-TRAILER-BODY REDEFINES HW-SN-BODY.
000440         10  HW-SN-SITE-CNT      PIC 9(06).
000450         10  FILLER              PIC X(69).

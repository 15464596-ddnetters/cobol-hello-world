000010*================================================================
000020* HWGLFR.CPY
000030*----------------------------------------------------------------
000040* GL-FEED-FILE RECORD LAYOUT - THE FIXED-FORMAT 80-BYTE FILE
000050* HWCHGBK WRITES EACH MONTH END FOR THE GENERAL-LEDGER INTERFACE
000060* TO PICK UP.  ONE HEADER RECORD (H) NAMING THE SOURCE, THE
000070* CHARGE PERIOD (YYYYMM) AND THE DATE THE FILE WAS CUT; ONE
000080* DETAIL RECORD (D) PER COST CENTER CHARGED; ONE TRAILER RECORD
000090* (T) CARRYING THE DETAIL COUNT AND THE SUM OF THE DETAIL
000100* AMOUNTS FOR THE INTERFACE TO PROVE THE FILE AGAINST.  ALL
000110* NUMBERS ARE ZERO-FILLED; AMOUNTS CARRY TWO IMPLIED DECIMALS
000120* AND ARE NEVER NEGATIVE.
000130*================================================================
000140 01  HW-GL-FEED-RECORD.
000150     05  HW-GL-REC-TYPE          PIC X(01).
000160         88  HW-GL-HEADER-REC             VALUE 'H'.
000170         88  HW-GL-DETAIL-REC             VALUE 'D'.
000180         88  HW-GL-TRAILER-REC            VALUE 'T'.
000190     05  HW-GL-REC-BODY          PIC X(79).
000200     05  HW-GL-HEADER-BODY REDEFINES HW-GL-REC-BODY.
000210         10  HW-GL-HD-SOURCE     PIC X(08).
000220         10  HW-GL-HD-PERIOD     PIC 9(06).
000230         10  HW-GL-HD-CUT-DATE   PIC 9(08).
000240         10  FILLER              PIC X(57).
000250     05  HW-GL-DETAIL-BODY REDEFINES HW-GL-REC-BODY.
000260         10  HW-GL-DT-PERIOD     PIC 9(06).
000270         10  HW-GL-DT-COST-CENTER
000280                                 PIC X(06).
000290         10  HW-GL-DT-RUN-CNT    PIC 9(07).
000300         10  HW-GL-DT-RERUN-CNT  PIC 9(07).
000310         10  HW-GL-DT-MINUTES    PIC 9(09).
000320         10  HW-GL-DT-AMOUNT     PIC 9(11)V99.
000330         10  FILLER              PIC X(31).
000340     05  HW-GL-TRAILER-BODY REDEFINES HW-GL-REC-BODY.
000350         10  HW-GL-TR-DETAIL-CNT PIC 9(06).
000360         10  HW-GL-TR-AMOUNT-TOT PIC 9(13)V99.
000370         10  FILLER              PIC X(58).

000010*================================================================
000020* HWLGCR.CPY
000030*----------------------------------------------------------------
000040* LOG-CTL-FILE RECORD LAYOUT - ONE ROW PER LOG (AUDITLOG,
000050* CKPTFILE, HBFILE) CARRYING THE RUNNING RECORD COUNT AND HASH
000060* TOTAL OF ITS LIVE FILE AND OF ITS ARCHIVE, AND WHO LAST
000070* POSTED TO IT.  ONLY HWLOGCT READS OR WRITES THIS FILE; THE
000080* HASH RULE IS DESCRIBED IN HWLGCL.
000090*================================================================
000100 01  HW-LOG-CTL-RECORD.
000110     05  HW-LC-LOG-NAME          PIC X(08).
000120     05  HW-LC-LIVE-COUNT        PIC 9(07).
000130     05  HW-LC-LIVE-HASH         PIC 9(15).
000140     05  HW-LC-ARCH-COUNT        PIC 9(07).
000150     05  HW-LC-ARCH-HASH         PIC 9(15).
000160     05  HW-LC-UPD-DATE          PIC 9(08).
000170     05  HW-LC-UPD-TIME          PIC 9(08).
000180     05  HW-LC-UPD-PROGRAM       PIC X(10).
000190     05  FILLER                  PIC X(02).

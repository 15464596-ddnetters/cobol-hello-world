000010*================================================================
000020* HWRATR.CPY
000030*----------------------------------------------------------------
000040* RATE-FILE RECORD LAYOUT - ONE 80-COLUMN CARD PER COST CENTER,
000050* READ BY HWCHGBK, HOLDING WHAT THE COST CENTER IS CHARGED PER
000060* CYCLE RUN AND PER ELAPSED MINUTE.  A CARD WITH A BLANK COST
000070* CENTER IS THE SHOP RATE, USED FOR EVERY COST CENTER THAT HAS
000080* NO CARD OF ITS OWN.  RATES ARE KEYED AS DIGITS WITH THE
000090* DECIMAL POINT IMPLIED - 0001250 IS 12.50 PER RUN, 0002500 IS
000100* 0.2500 PER MINUTE.
000110*================================================================
000120 01  HW-RATE-RECORD.
000130     05  HW-RT-COST-CENTER       PIC X(06).
000140     05  HW-RT-RUN-RATE          PIC 9(05)V99.
000150     05  HW-RT-MINUTE-RATE       PIC 9(03)V9(04).
000160     05  FILLER                  PIC X(60).

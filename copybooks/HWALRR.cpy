000010*================================================================
000020* HWALRR.CPY
000030*----------------------------------------------------------------
000040* ALERT-LOG-FILE RECORD LAYOUT - ONE ROW PER ALERT RAISED
000050* THROUGH HWALERT, ANYWHERE IN THE SUITE: WHEN IT WAS RAISED,
000060* THE SEVERITY (C/E/W - SEE HWALRTL), WHICH PROGRAM RAISED IT,
000070* THE JOB AND SITE CONCERNED, THE CYCLE DATE, AND THE
000080* CONDITION TEXT.  THE ALERT DATE, TIME, PROGRAM, JOB AND
000090* SITE TOGETHER IDENTIFY THE ALERT ON AN ACKNOWLEDGEMENT CARD,
000093* SINCE ONE PROGRAM CAN RAISE SEVERAL IN THE SAME SECOND.
000096* APPEND ONLY;
000100* HWALRPT READS IT FOR THE MORNING DIGEST.
000110*================================================================
000120 01  HW-ALERT-LOG-RECORD.
000130     05  HW-AT-ALERT-DATE        PIC 9(08).
000140     05  HW-AT-ALERT-TIME        PIC 9(08).
000150     05  HW-AT-SEVERITY          PIC X(01).
000160         88  HW-AT-CRITICAL               VALUE 'C'.
000170         88  HW-AT-ERROR                  VALUE 'E'.
000180         88  HW-AT-WARNING                VALUE 'W'.
000190     05  HW-AT-PROGRAM           PIC X(10).
000200     05  HW-AT-JOB-NAME          PIC X(08).
000210     05  HW-AT-SITE-ID           PIC X(05).
000220     05  HW-AT-CYCLE-DATE        PIC 9(08).
000230     05  HW-AT-CONDITION         PIC X(50).
000240     05  FILLER                  PIC X(02).

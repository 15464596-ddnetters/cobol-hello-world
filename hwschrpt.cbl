000190*                  ACTION, AND THE BEFORE AND AFTER IMAGES OF
000200*                  THE HWSITER FIELDS - THE EVIDENCE AUDIT ASKS
000210*                  FOR ON SITE ONBOARDING AND DECOMMISSIONING.
000212* 10/15/2026 JPK   THE BEFORE AND AFTER IMAGES NOW SHOW THE SITE'S
000214*                  JOB NAME, REGION AND COST CENTER AS WELL.
000220*----------------------------------------------------------------
000230*================================================================
000240 ENVIRONMENT DIVISION.
002230            HW-SH-OLD-REPORT-FLAG   DELIMITED BY SIZE
002240            '  ACTIVE '             DELIMITED BY SIZE
002250            HW-SH-OLD-ACTIVE-FLAG   DELIMITED BY SIZE
002252            '  JOB '                DELIMITED BY SIZE
002253            HW-SH-OLD-JOB-NAME      DELIMITED BY SIZE
002254            '  REGION '             DELIMITED BY SIZE
002255            HW-SH-OLD-REGION-CODE   DELIMITED BY SIZE
002256            '  COST CTR '           DELIMITED BY SIZE
002257            HW-SH-OLD-COST-CENTER   DELIMITED BY SIZE
002260         INTO HW-RL-TEXT.
002270     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002280     MOVE SPACES TO HW-RL-TEXT.
002320            HW-SH-NEW-REPORT-FLAG   DELIMITED BY SIZE
002330            '  ACTIVE '             DELIMITED BY SIZE
002340            HW-SH-NEW-ACTIVE-FLAG   DELIMITED BY SIZE
002342            '  JOB '                DELIMITED BY SIZE
002343            HW-SH-NEW-JOB-NAME      DELIMITED BY SIZE
002344            '  REGION '             DELIMITED BY SIZE
002345            HW-SH-NEW-REGION-CODE   DELIMITED BY SIZE
002346            '  COST CTR '           DELIMITED BY SIZE
002347            HW-SH-NEW-COST-CENTER   DELIMITED BY SIZE
002350         INTO HW-RL-TEXT.
002360     PERFORM 6000-WRITE-RPT-LINE THRU 6000-EXIT.
002370 2010-EXIT.

000350*                  PRESENT, SO WORK RUN LATE STILL CARRIES   *
000360*                  THE OPEN BUSINESS DATE RATHER THAN THE    *
000370*                  MACHINE DATE.                             *
000371* 2026-10-15  GMB  THE RUN'S COUNT PROOF NOW INCLUDES THE    *
000372*                  ITEMS prac-one HELD FOR SUPERVISOR        *
000373*                  APPROVAL (RS-RECORDS-HELD, READ AS ZERO   *
000374*                  ON A RUNSTATS LINE WRITTEN BEFORE THE     *
000375*                  FIELD EXISTED).                           *
000376* 2026-10-15  GMB  REJECTS LINE WIDENED TO 135 BYTES FOR THE *
000377*                  RJ-JOURNAL-KEY NOW CARRIED ON EACH REJECT *
000378*                  (SEE REJREC.CPY).                         *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000840 01  RC-RECON-LINE                  PIC X(100).
000850*
000860 FD  REJECTS-FILE.
000870 01  RJ-REJECT-LINE                 PIC X(135).
000880*
000890 FD  EXTRACT-FILE.
000900 01  EX-EXTRACT-LINE                PIC X(80).
001680 01  WS-ST-RECORDS-COMPUTED     PIC 9(06) VALUE 0.
001690 01  WS-ST-RECORDS-REJECTED     PIC 9(06) VALUE 0.
001700 01  WS-ST-RECORDS-SKIPPED      PIC 9(06) VALUE 0.
001701 01  WS-ST-RECORDS-HELD         PIC 9(06) VALUE 0.
001710 01  WS-ST-RETURN-CODE          PIC 9(02) VALUE 0.
001720 01  WS-ST-TRIAL-BALANCE        PIC 9(07) VALUE 0.
001730*
003610                     TO WS-ST-RECORDS-REJECTED
003620                 MOVE RS-RECORDS-SKIPPED
003630                     TO WS-ST-RECORDS-SKIPPED
003631                 IF RS-RECORDS-HELD NUMERIC
003632                     MOVE RS-RECORDS-HELD
003633                         TO WS-ST-RECORDS-HELD
003634                 ELSE
003635                     MOVE ZERO TO WS-ST-RECORDS-HELD
003636                 END-IF
003640                 MOVE RS-RETURN-CODE
003650                     TO WS-ST-RETURN-CODE
003660             END-IF
005170     WRITE CT-CERT-LINE FROM WS-CHECK-LINE.
005180
005190*    THE RUN'S OWN COUNTS MUST FOOT.
005200     MOVE "RUNSTATS READ = COMP+REJ+HELD+SKIPPED"
005210         TO CK-CHECK-TEXT.
005220     COMPUTE WS-ST-TRIAL-BALANCE
005230         = WS-ST-RECORDS-COMPUTED + WS-ST-RECORDS-REJECTED
005231         + WS-ST-RECORDS-HELD
005240         + WS-ST-RECORDS-SKIPPED.
005250     IF NOT STATS-LINE-WAS-FOUND
005260         MOVE "NOT CHECKED" TO CK-RESULT-TEXT

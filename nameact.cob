000320* 2026-09-02  GMB  SESSIONS NOW SIGN ON AGAINST THE          *
000330*                  OPERMAST MASTER (SEE opermnt), AS EVERY   *
000340*                  INTERACTIVE PROGRAM DOES.                 *
000341* 2026-10-15  GMB  THE REJECTS POOL LAYOUT NOW ENDS WITH THE *
000342*                  RJ-JOURNAL-KEY (SEE REJREC.CPY), AND THE  *
000343*                  RECYCLE RECORD IS READ AT ITS FULL WIDTH: *
000344*                  THE REPAIRING OPERATOR, THE DUPLICATE     *
000345*                  OVERRIDE AND THE JOURNAL KEY rejrecyc     *
000346*                  ADDS ARE CARRIED AS FILLER.               *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000850                 ==RJ-BRANCH==        BY ==RP-BRANCH==
000860                 ==RJ-REASON==        BY ==RP-REASON==
000870                 ==RJ-ORIG-RUN-DATE== BY ==RP-ORIG-RUN-DATE==
000880                 ==RJ-AGE-IN-RUNS==   BY ==RP-AGE-IN-RUNS==
000881                 ==RJ-JOURNAL-KEY==   BY ==RP-JOURNAL-KEY==.
000890*
000900 FD  RECYCLE-FILE.
000910*-----------------------------------------------------------*
001020                 ==opCode==     BY ==RY-OPCODE==
001030                 ==branch==     BY ==RY-BRANCH==
001040                 ==result==     BY ==FILLER==.
001041*    THE REPAIRING OPERATOR, DUPLICATE OVERRIDE AND TRNJRNL
001042*    KEY rejrecyc WRITES AFTER THE TRANS-IN FIELDS.
001043     05  FILLER                     PIC X(30).
001050*
001060 FD  ACTIVITY-REPORT-FILE.
001070 01  AC-REPORT-LINE                 PIC X(100).

000610*                  DEACTIVATE AUTHORITY, AND A REFUSED       *
000620*                  SESSION NO LONGER TRUNCATES THE PRIOR     *
000630*                  NIGHT'S REGISTER TO A HEADING.            *
000631* 2026-10-15  GMB  THE REJECTS POOL LAYOUT NOW ENDS WITH THE *
000632*                  RJ-JOURNAL-KEY (SEE REJREC.CPY), AND THE  *
000633*                  RECYCLE RECORD IS READ AT ITS FULL WIDTH: *
000634*                  THE REPAIRING OPERATOR, THE DUPLICATE     *
000635*                  OVERRIDE AND THE JOURNAL KEY rejrecyc     *
000636*                  ADDS ARE CARRIED AS FILLER.               *
000640*-----------------------------------------------------------*
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
001610                 ==RJ-BRANCH==        BY ==RP-BRANCH==
001620                 ==RJ-REASON==        BY ==RP-REASON==
001630                 ==RJ-ORIG-RUN-DATE== BY ==RP-ORIG-RUN-DATE==
001640                 ==RJ-AGE-IN-RUNS==   BY ==RP-AGE-IN-RUNS==
001641                 ==RJ-JOURNAL-KEY==   BY ==RP-JOURNAL-KEY==.
001650*
001660 FD  RECYCLE-FILE.
001670*-----------------------------------------------------------*
001780                 ==opCode==     BY ==RY-OPCODE==
001790                 ==branch==     BY ==RY-BRANCH==
001800                 ==result==     BY ==FILLER==.
001801*    THE REPAIRING OPERATOR, DUPLICATE OVERRIDE AND TRNJRNL
001802*    KEY rejrecyc WRITES AFTER THE TRANS-IN FIELDS.
001803     05  FILLER                     PIC X(30).
001810*
001820 FD  OPERATOR-MASTER-FILE.
001830*-----------------------------------------------------------*

000460*                  PRESENT, SO WORK RUN LATE STILL CARRIES   *
000470*                  THE OPEN BUSINESS DATE RATHER THAN THE    *
000480*                  MACHINE DATE.                             *
000481* 2026-10-15  GMB  A REPAIR NOW CARRIES THE SIGNED-ON        *
000481*                  OPERATOR IN RY-REPAIRED-BY ON THE RECYCLE *
000481*                  RECORD, SO THAT OPERATOR CANNOT APPROVE   *
000481*                  THE ITEM IF prac-one HOLDS IT FOR         *
000482*                  SUPERVISOR APPROVAL (SEE apprvmnt).       *
000482* 2026-10-15  GMB  A REJECT prac-one REFUSED AS A DUPLICATE  *
000482*                  CAN NOW BE FORCED THROUGH AS A LEGITIMATE *
000483*                  REPEAT WITH THE NEW F ANSWER, BY AN       *
000483*                  OPERATOR AUTHORIZED TO REPAIR. THE        *
000483*                  RECYCLE RECORD CARRIES RY-DUP-OVERRIDE SO *
000484*                  THE BATCH SKIPS ITS DUPLICATE CHECK, AND  *
000484*                  THE OVERRIDE IS WRITTEN TO AUDITLOG UNDER *
000484*                  THE OPERATOR WHO FORCED IT.               *
000485* 2026-10-15  GMB  EVERY RECORD SENT TO RECYCLE, REPAIRED OR *
000485*                  FORCED, IS NOW ALSO LOGGED TO THE NEW     *
000485*                  REPRLOG REPAIR LOG (SEE RPRLREC.CPY)      *
000485*                  UNDER THE SIGNED-ON OPERATOR AND THE      *
000486*                  PROCESSING DATE, FOR THE accrevw ACCESS   *
000486*                  REVIEW.                                   *
000486* 2026-10-15  GMB  A REPAIR OR FORCE IS NOW STAMPED ON THE   *
000487*                  ITEM'S TRNJRNL TRANSACTION JOURNAL RECORD *
000487*                  (SEE TRNJREC.CPY), FOUND BY THE RJ-       *
000487*                  JOURNAL-KEY prac-one CARRIES ON THE       *
000488*                  REJECT, AND THE KEY RIDES ON TO RECYCLE   *
000488*                  SO THE REPAIRED ITEM IS CHAINED TO IT.    *
000488* 2026-10-15  GMB  FORCING A DUPLICATE NOW NEEDS AN OPERMAST *
000489*                  SIGN-ON WITH REPAIR AUTHORITY; A SESSION  *
000489*                  WITH NO SIGN-ON CAN NO LONGER FORCE, SO   *
000489*                  EVERY OVERRIDE NAMES ITS OPERATOR.        *
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000810     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CA-FILE-STATUS.
000831     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000831         ORGANIZATION IS LINE SEQUENTIAL
000832         FILE STATUS IS AL-FILE-STATUS.
000833     SELECT REPAIR-LOG-FILE ASSIGN TO "REPRLOG"
000834         ORGANIZATION IS LINE SEQUENTIAL
000834         FILE STATUS IS RR-FILE-STATUS.
000835     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000836         ORGANIZATION IS INDEXED
000837         ACCESS MODE IS RANDOM
000837         RECORD KEY IS TJ-KEY
000838         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
000839         FILE STATUS IS TJ-FILE-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
001080                 ==opCode==     BY ==RY-OPCODE==
001090                 ==branch==     BY ==RY-BRANCH==
001100                 ==result==     BY ==FILLER==.
001101*    THE OPERATOR WHO MADE THE REPAIR - KEPT OFF THE APPROVAL
001102*    OF THE ITEM SHOULD prac-one HOLD IT (SEE apprvmnt).
001103     05  RY-REPAIRED-BY             PIC X(08).
001104*    "Y" WHEN THE OPERATOR FORCED A REJECTED DUPLICATE
001105*    THROUGH AS A LEGITIMATE REPEAT; prac-one THEN SKIPS
001106*    ITS DUPLICATE CHECK FOR THE RECORD.
001107     05  RY-DUP-OVERRIDE            PIC X(01).
001108*    THE TRNJRNL KEY OF THE REJECT THIS RECORD REPAIRS.
001109     05  RY-JOURNAL-KEY             PIC X(21).
001110*
001120 FD  REJECT-HOLD-FILE.
001130*-----------------------------------------------------------*
001240                 ==RJ-BRANCH==        BY ==RH-BRANCH==
001250                 ==RJ-REASON==        BY ==RH-REASON==
001260                 ==RJ-ORIG-RUN-DATE== BY ==RH-ORIG-RUN-DATE==
001270                 ==RJ-AGE-IN-RUNS==   BY ==RH-AGE-IN-RUNS==
001271                 ==RJ-JOURNAL-KEY==   BY ==RH-JOURNAL-KEY==.
001280*
001290 FD  AGING-REPORT-FILE.
001300 01  AG-REPORT-LINE                 PIC X(100).
001580*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
001590*-----------------------------------------------------------*
001600     COPY BUSCAL.
001601*
001601 FD  AUDIT-LOG-FILE.
001602 01  AL-AUDIT-LINE                  PIC X(130).
001602*
001603 FD  REPAIR-LOG-FILE.
001603*-----------------------------------------------------------*
001604* RR-REPAIR-RECORD IS THE SHARED COPY MEMBER (SEE            *
001604*   copybooks/RPRLREC.CPY) READ BY accrevw.                  *
001605*-----------------------------------------------------------*
001605     COPY RPRLREC.
001606*
001606 FD  TRANS-JOURNAL-FILE.
001607*-----------------------------------------------------------*
001607* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
001608*   copybooks/TRNJREC.CPY) WRITTEN BY prac-one.  THE REPAIR  *
001608*   OR FORCE IS STAMPED ON THE REJECTED ITEM'S RECORD.       *
001609*-----------------------------------------------------------*
001609     COPY TRNJREC.
001610*
001620 WORKING-STORAGE SECTION.
001630*-----------------------------------------------------------*
001950 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001960     88  CA-FILE-OK                  VALUE "00".
001970*
001971 01  AL-FILE-STATUS             PIC X(02) VALUE SPACES.
001971     88  AL-FILE-OK                  VALUE "00".
001972*
001973 01  RR-FILE-STATUS             PIC X(02) VALUE SPACES.
001974     88  RR-FILE-OK                  VALUE "00".
001974 01  WS-REPAIR-ACTION           PIC X(01) VALUE SPACE.
001975*
001976 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
001977     88  TJ-FILE-OK                  VALUE "00".
001977 01  WS-JOURNAL-SW              PIC X(01) VALUE "N".
001978     88  JOURNAL-IS-AVAILABLE       VALUE "Y".
001979*
001980 01  WS-NAME-MASTER-SW          PIC X(01) VALUE "N".
001990     88  NAME-MASTER-IS-AVAILABLE   VALUE "Y".
002000 01  WS-EDIT-BRANCH             PIC X(03) VALUE SPACES.
002010*
002020 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
002021 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
002030*
002040 01  WS-REJECTS-AVAILABLE-SW    PIC X(01) VALUE "N".
002050     88  REJECTS-ARE-AVAILABLE      VALUE "Y".
002120     88  ANSWER-IS-REPAIR           VALUE "R".
002130     88  ANSWER-IS-SKIP             VALUE "S".
002140     88  ANSWER-IS-QUIT             VALUE "Q".
002141     88  ANSWER-IS-FORCE            VALUE "F".
002150*
002160 01  WS-REPAIR-OK-SW            PIC X(01) VALUE "N".
002170     88  REPAIR-IS-CLEAN            VALUE "Y".
002220 77  WS-REPAIRED-COUNT          PIC 9(05) COMP VALUE 0.
002230 77  WS-HELD-COUNT              PIC 9(05) COMP VALUE 0.
002240 77  WS-STALE-COUNT             PIC 9(05) COMP VALUE 0.
002241 77  WS-FORCED-COUNT            PIC 9(05) COMP VALUE 0.
002250*
002260 01  WS-ENTRY-NAME1             PIC X(33) VALUE SPACES.
002270 01  WS-ENTRY-NUM               PIC X(09) VALUE SPACES.
002360 01  WS-NUM2-WORK-9 REDEFINES WS-NUM2-WORK
002370                                PIC S9(07)V99.
002380 01  WS-OPCODE-WORK             PIC X(03) VALUE SPACES.
002381*
002382*-----------------------------------------------------------*
002383* AUDIT LOG RECORD - SHARED COPY MEMBER (SEE                 *
002384*   copybooks/AUDITREC.CPY).  ONLY A FORCED REPEAT IS        *
002385*   LOGGED FROM HERE.                                        *
002386*-----------------------------------------------------------*
002387 COPY AUDITREC.
002390*
002400 01  WS-AGING-HEADING-LINE.
002410     05  FILLER                 PIC X(20) VALUE
003000*-----------------------------------------------------------*
003010 1000-INITIALIZE.
003020     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003021     ACCEPT WS-CURRENT-TIME FROM TIME.
003030     PERFORM 1100-READ-PROCESSING-DATE
003040         THRU 1100-EXIT.
003050
003250     END-IF.
003260     OPEN OUTPUT REJECT-HOLD-FILE.
003270     OPEN OUTPUT AGING-REPORT-FILE.
003271     OPEN EXTEND AUDIT-LOG-FILE.
003272     IF NOT AL-FILE-OK
003273         OPEN OUTPUT AUDIT-LOG-FILE
003274     END-IF.
003275     OPEN EXTEND REPAIR-LOG-FILE.
003276     IF NOT RR-FILE-OK
003277         OPEN OUTPUT REPAIR-LOG-FILE
003278     END-IF.
003280
003281*    THE JOURNAL IS prac-one'S; WITHOUT IT THE REPAIRS ARE
003282*    SIMPLY NOT STAMPED.
003283     OPEN I-O TRANS-JOURNAL-FILE.
003284     IF TJ-FILE-OK
003285         SET JOURNAL-IS-AVAILABLE TO TRUE
003286     ELSE
003287         DISPLAY "TRNJRNL not available - repairs not journalled"
003288     END-IF.
003290     OPEN INPUT NAME-MASTER-FILE.
003300     IF NM-FILE-OK
003310         SET NAME-MASTER-IS-AVAILABLE TO TRUE
004440     DISPLAY "  REASON: " RJ-REASON.
004450     DISPLAY "  ORIG DATE " RJ-ORIG-RUN-DATE
004460         "  AGE " RJ-AGE-IN-RUNS " RUNS".
004461     IF RJ-REASON (1:9) = "DUPLICATE"
004462         DISPLAY "  F=force through as a legitimate repeat"
004463     END-IF.
004470     DISPLAY "R=repair S=skip Q=quit (hold the rest): "
004480         WITH NO ADVANCING.
004490     ACCEPT WS-ANSWER-CODE.
004610             ELSE
004620                 PERFORM 3200-REPAIR-REJECT-RECORD
004630                     THRU 3200-EXIT
004631             END-IF
004631         WHEN ANSWER-IS-FORCE
004631*            FORCING A DUPLICATE THROUGH OVERRIDES THE DUPLICATE
004632*            CONTROL, SO UNLIKE A REPAIR IT IS NEVER TAKEN
004632*            WITHOUT A SIGN-ON: THE OVERRIDE MUST NAME ITS
004633*            OPERATOR.  ONLY A DUPLICATE CAN BE FORCED.
004633             IF NOT OPERATOR-IS-SIGNED-ON
004633                     OR NOT SIGNED-OPERATOR-MAY-REPAIR
004634                 DISPLAY "Force needs a signed-on operator with "
004634                     "repair authority - held"
004635                 PERFORM 3400-HOLD-REJECT-RECORD
004635                     THRU 3400-EXIT
004635             ELSE
004636                 IF RJ-REASON (1:9) NOT = "DUPLICATE"
004636                     DISPLAY "Only a duplicate can be forced - "
004637                         "held"
004637                     PERFORM 3400-HOLD-REJECT-RECORD
004637                         THRU 3400-EXIT
004638                 ELSE
004638                     PERFORM 3250-FORCE-DUPLICATE
004639                         THRU 3250-EXIT
004639                 END-IF
004640             END-IF
004650         WHEN ANSWER-IS-QUIT
004660             SET OPERATOR-QUIT-REMAINING TO TRUE
005520     MOVE WS-NUM2-WORK-9  TO RY-NUM2.
005530     MOVE WS-OPCODE-WORK  TO RY-OPCODE.
005540     MOVE WS-BRANCH-WORK  TO RY-BRANCH.
005541     MOVE WS-OPERATOR-ID  TO RY-REPAIRED-BY.
005542     MOVE RJ-JOURNAL-KEY  TO RY-JOURNAL-KEY.
005550     WRITE RY-RECYCLE-RECORD.
005560     ADD 1 TO WS-REPAIRED-COUNT.
005561     MOVE "R" TO WS-REPAIR-ACTION.
005562     PERFORM 3600-WRITE-REPAIR-LOG
005563         THRU 3600-EXIT.
005564     PERFORM 3650-STAMP-JOURNAL
005565         THRU 3650-EXIT.
005570     DISPLAY "Queued for recycle: " RJ-NAME1.
005580 3200-EXIT.
005581     EXIT.
005581*-----------------------------------------------------------*
005581* 3250-FORCE-DUPLICATE - THE OPERATOR VOUCHES THAT THE       *
005581*   REJECTED DUPLICATE IS A LEGITIMATE REPEAT.  THE RECORD   *
005581*   GOES TO RECYCLE UNCHANGED WITH RY-DUP-OVERRIDE SET, SO   *
005581*   prac-one SKIPS ITS DUPLICATE CHECK, AND THE OVERRIDE IS  *
005581*   LOGGED TO AUDITLOG UNDER THIS OPERATOR.  THE OTHER BATCH *
005582*   EDITS STILL APPLY: A RECORD THAT WOULD REJECT ON THEM IS *
005582*   HELD.                                                    *
005582*-----------------------------------------------------------*
005582 3250-FORCE-DUPLICATE.
005582     MOVE RJ-NUM1-TEXT TO WS-NUM1-WORK.
005582     MOVE RJ-NUM2-TEXT TO WS-NUM2-WORK.
005583     MOVE RJ-OPCODE    TO WS-OPCODE-WORK.
005583     MOVE RJ-BRANCH    TO WS-BRANCH-WORK.
005583
005583     PERFORM 3300-CHECK-REPAIRED-FIELDS
005583         THRU 3300-EXIT.
005583
005584     IF NOT REPAIR-IS-CLEAN
005584         DISPLAY "Record would still reject - holding it"
005584         PERFORM 3400-HOLD-REJECT-RECORD
005584             THRU 3400-EXIT
005584         GO TO 3250-EXIT
005584     END-IF.
005585
005585     MOVE SPACES          TO RY-RECYCLE-RECORD.
005585     MOVE RJ-NAME1        TO RY-NAME1.
005585     MOVE WS-NUM1-WORK-9  TO RY-NUM1.
005585     MOVE WS-NUM2-WORK-9  TO RY-NUM2.
005585     MOVE WS-OPCODE-WORK  TO RY-OPCODE.
005586     MOVE WS-BRANCH-WORK  TO RY-BRANCH.
005586     MOVE WS-OPERATOR-ID  TO RY-REPAIRED-BY.
005586     MOVE "Y"             TO RY-DUP-OVERRIDE.
005586     MOVE RJ-JOURNAL-KEY  TO RY-JOURNAL-KEY.
005586     WRITE RY-RECYCLE-RECORD.
005586     ADD 1 TO WS-FORCED-COUNT.
005587     MOVE "F" TO WS-REPAIR-ACTION.
005587     PERFORM 3600-WRITE-REPAIR-LOG
005587         THRU 3600-EXIT.
005587     PERFORM 3650-STAMP-JOURNAL
005587         THRU 3650-EXIT.
005587
005588     MOVE SPACES          TO AL-AUDIT-RECORD.
005588     MOVE WS-CURRENT-DATE TO AL-DATE.
005588     MOVE WS-CURRENT-TIME TO AL-TIME.
005588     MOVE WS-OPERATOR-ID  TO AL-OPERATOR.
005588     MOVE RJ-NAME1        TO AL-NAME1.
005588     MOVE WS-NUM1-WORK-9  TO AL-NUM1.
005589     MOVE WS-NUM2-WORK-9  TO AL-NUM2.
005589     MOVE ZERO            TO AL-RESULT.
005589     SET AL-IS-FORCED-REPEAT TO TRUE.
005589     WRITE AL-AUDIT-LINE FROM AL-AUDIT-RECORD.
005589     DISPLAY "Forced through as a repeat: " RJ-NAME1.
005589 3250-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------*
005610* 3300-CHECK-REPAIRED-FIELDS - SAME CHECKS THE prac-one      *
006850 3500-EXIT.
006860     EXIT.
006870*-----------------------------------------------------------*
006871* 3600-WRITE-REPAIR-LOG - ONE REPRLOG LINE FOR THE RECORD    *
006871*   JUST WRITTEN TO RECYCLE: WHO SENT IT, REPAIRED (R) OR    *
006871*   FORCED (F), THE FIELDS AS SENT AND WHY IT HAD REJECTED.  *
006871*-----------------------------------------------------------*
006871 3600-WRITE-REPAIR-LOG.
006871     IF NOT RR-FILE-OK
006872         GO TO 3600-EXIT
006872     END-IF.
006872
006872     MOVE SPACES           TO RR-REPAIR-RECORD.
006872     MOVE WS-CURRENT-DATE  TO RR-DATE.
006872     MOVE WS-CURRENT-TIME  TO RR-TIME.
006873     MOVE WS-OPERATOR-ID   TO RR-OPERATOR.
006873     MOVE WS-REPAIR-ACTION TO RR-ACTION.
006873     MOVE RY-NAME1         TO RR-NAME1.
006873     MOVE RY-BRANCH        TO RR-BRANCH.
006873     MOVE RY-NUM1          TO RR-NUM1.
006873     MOVE RY-NUM2          TO RR-NUM2.
006874     MOVE RY-OPCODE        TO RR-OPCODE.
006874     MOVE RJ-REASON        TO RR-REASON.
006874     MOVE RJ-ORIG-RUN-DATE TO RR-ORIG-RUN-DATE.
006874     WRITE RR-REPAIR-RECORD.
006874 3600-EXIT.
006874     EXIT.
006875*-----------------------------------------------------------*
006875* 3650-STAMP-JOURNAL - MARK THE REJECTED ITEM'S TRNJRNL      *
006875*   RECORD REPAIRED (R) OR FORCED (F) UNDER THE SIGNED-ON    *
006875*   OPERATOR AND THE PROCESSING DATE. A REJECT FROM BEFORE   *
006875*   THE JOURNAL EXISTED CARRIES NO KEY AND IS LEFT ALONE.    *
006875*-----------------------------------------------------------*
006876 3650-STAMP-JOURNAL.
006876     IF NOT JOURNAL-IS-AVAILABLE
006876             OR RJ-JOURNAL-KEY = SPACES
006876         GO TO 3650-EXIT
006876     END-IF.
006876
006877     MOVE RJ-JOURNAL-KEY TO TJ-KEY.
006877     READ TRANS-JOURNAL-FILE
006877         INVALID KEY
006877             DISPLAY "No TRNJRNL record for " RJ-NAME1
006877             GO TO 3650-EXIT
006877     END-READ.
006878     MOVE WS-REPAIR-ACTION TO TJ-REPAIR-ACTION.
006878     MOVE WS-CURRENT-DATE  TO TJ-REPAIR-DATE.
006878     MOVE WS-OPERATOR-ID   TO TJ-REPAIR-OPERATOR.
006878     REWRITE TJ-JOURNAL-RECORD
006878         INVALID KEY
006878             DISPLAY "TRNJRNL stamp failed, status "
006879                 TJ-FILE-STATUS
006879     END-REWRITE.
006879 3650-EXIT.
006879     EXIT.
006879*-----------------------------------------------------------*
006880* 4000-REWRITE-REJECT-POOL - COPY THE HELD RECORDS BACK      *
006890*   OVER REJECTS SO THE POOL HOLDS EXACTLY THE STILL-OPEN    *
006900*   ITEMS FOR THE NEXT SESSION.                              *
007110     DISPLAY " ".
007120     DISPLAY "Rejects read:     " WS-READ-COUNT.
007130     DISPLAY "Sent to recycle:  " WS-REPAIRED-COUNT.
007131     DISPLAY "Forced repeats:   " WS-FORCED-COUNT.
007140     DISPLAY "Held in pool:     " WS-HELD-COUNT.
007150     DISPLAY "Past age limit:   " WS-STALE-COUNT.
007160 4000-EXIT.
007350     IF REJECTS-ARE-AVAILABLE
007360         CLOSE RECYCLE-FILE
007370         CLOSE AGING-REPORT-FILE
007371         CLOSE AUDIT-LOG-FILE
007372         CLOSE REPAIR-LOG-FILE
007373     END-IF.
007374     IF JOURNAL-IS-AVAILABLE
007375         CLOSE TRANS-JOURNAL-FILE
007380     END-IF.
007390     IF NAME-MASTER-IS-AVAILABLE
007400         CLOSE NAME-MASTER-FILE

001390*                  TRANSACTION'S name1, WHICH USED TO SIT    *
001400*                  IN AL-OPERATOR, MOVES TO THE NEW          *
001410*                  AL-NAME1 FIELD.                           *
001411* 2026-10-15  GMB  ITEMS OVER THE RESULT THRESHOLD ARE NO    *
001411*                  LONGER POSTED: THEY ARE HELD ON THE       *
001411*                  APPRPEND POOL (SEE APPRREC.CPY) FOR A     *
001411*                  SUPERVISOR'S DECISION IN apprvmnt AND     *
001411*                  COUNTED AS HELD ON THE SUMMARY, THE TRIAL *
001411*                  BALANCE AND RUNSTATS. ITEMS APPROVED      *
001411*                  THERE ARRIVE ON THE APPROVED FILE AND ARE *
001412*                  PROCESSED LIKE RECYCLE RECORDS, WITHOUT   *
001412*                  BEING HELD AGAIN.                         *
001412* 2026-10-15  GMB  EVERY TRANSACTION THAT COMPUTES IS        *
001412*                  FINGERPRINTED ON THE NEW DUPINDX MASTER   *
001412*                  (SEE DUPFPREC.CPY) BY name1, BRANCH,      *
001412*                  OPERATION AND BOTH OPERANDS. A MATCH      *
001412*                  TAKEN BY AN EARLIER RUN INSIDE THE        *
001413*                  CTLPARM LOOK-BACK WINDOW IS REJECTED AS A *
001413*                  DUPLICATE CITING THAT RUN'S NUMBER AND    *
001413*                  DATE. A REPEAT THE OPERATOR FORCES        *
001413*                  THROUGH IN rejrecyc ARRIVES ON RECYCLE    *
001413*                  WITH RY-DUP-OVERRIDE SET, SKIPS THE       *
001413*                  CHECK, AND IS MARKED ON THE AUDIT LOG.    *
001413* 2026-10-15  GMB  A REPEAT OF A STANDING ORDER IS NOT A     *
001414*                  DUPLICATE WHEN sordgen GENERATED IT FOR   *
001414*                  THIS RUN DATE: THE MATCHING SORDMAST      *
001414*                  ORDER (SEE SORDREC.CPY) STAMPED WITH THE  *
001414*                  RUN DATE AND AN EARLIER FINGERPRINT PASS  *
001414*                  IT. A HAND-KEYED COPY THE SAME DAY IS     *
001414*                  STILL REJECTED.                           *
001414* 2026-10-15  GMB  EVERY TRANSACTION THAT COMPUTES AND POSTS *
001415*                  NOW ALSO POSTS TO THE NEW BALMAST NAME    *
001415*                  BALANCE MASTER (SEE BALMREC.CPY) -        *
001415*                  CURRENT BALANCE, LAST ACTIVITY DATE AND   *
001415*                  MONTH-TO-DATE FIGURES - AND IS KEPT ON    *
001415*                  BALMOVE (SEE BALMVREC.CPY) FOR THE        *
001415*                  namestmt MONTH-END STATEMENTS. THE        *
001415*                  POSTING POSITION ON THE MASTER STOPS A    *
001416*                  RESTART FROM POSTING A REPLAYED           *
001416*                  TRANSACTION TWICE.                        *
001416* 2026-10-15  GMB  A BATCH RUN NOW WRITES EVERY ITEM IT      *
001416*                  DECIDES - POSTED, HELD OR REJECTED - TO   *
001416*                  THE NEW RUNOUTC OUTCOME FILE (SEE         *
001416*                  OUTCREC.CPY), WITH ITS SOURCE AND ITS     *
001416*                  ARRIVAL POSITION ON TRANS-IN, FOR THE     *
001417*                  offcrtn OFFICE RETURN. A RESTART REBUILDS *
001417*                  IT TO THE CHECKPOINT.                     *
001417* 2026-10-15  GMB  RUNSTATS NOW ALSO CARRIES RS-OWN-REPAIRS: *
001417*                  THE ITEMS THE RUN TOOK BACK THAT ITS OWN  *
001417*                  OPERATOR HAD REPAIRED IN rejrecyc, FOR    *
001417*                  THE accrevw ACCESS REVIEW. THE COUNT      *
001417*                  RIDES THE CHECKPOINT.                     *
001418* 2026-10-15  GMB  A BATCH RUN NOW ALSO WRITES EVERY ITEM IT *
001418*                  DECIDES TO THE TRNJRNL TRANSACTION        *
001418*                  JOURNAL (SEE TRNJREC.CPY), KEYED BY RUN   *
001418*                  AND POSTING POSITION. A REJECT CARRIES    *
001418*                  ITS JOURNAL KEY ON REJECTS AND A REPAIR   *
001418*                  CARRIES IT BACK ON RECYCLE, SO THE        *
001418*                  REPAIRED ITEM'S RECORD IS CHAINED TO THE  *
001419*                  ORIGINAL.                                 *
001419* 2026-10-15  GMB  AN ITEM HELD FOR APPROVAL NOW CARRIES ITS *
001419*                  JOURNAL KEY ON APPRPEND (APPRREC NOW 196  *
001419*                  BYTES) AND THE APPROVED ITEM CARRIES IT   *
001419*                  BACK, SO THE RELEASED ITEM'S RECORD IS    *
001419*                  CHAINED TO THE HELD ONE AS A REPAIR IS.   *
001420*-----------------------------------------------------------*
001430 ENVIRONMENT DIVISION.
001440 CONFIGURATION SECTION.
002100         ACCESS MODE IS RANDOM
002110         RECORD KEY IS OP-ID
002120         FILE STATUS IS OP-FILE-STATUS.
002121     SELECT APPROVAL-PENDING-FILE ASSIGN TO "APPRPEND"
002121         ORGANIZATION IS LINE SEQUENTIAL
002121         FILE STATUS IS AP-FILE-STATUS.
002121     SELECT APPROVED-FILE ASSIGN TO "APPROVED"
002121         ORGANIZATION IS LINE SEQUENTIAL
002122         FILE STATUS IS AV-FILE-STATUS.
002122     SELECT APPROVAL-HOLD-FILE ASSIGN TO "APPRHOLD"
002122         ORGANIZATION IS LINE SEQUENTIAL
002122         FILE STATUS IS AH-FILE-STATUS.
002122     SELECT DUP-INDEX-FILE ASSIGN TO "DUPINDX"
002123         ORGANIZATION IS INDEXED
002123         ACCESS MODE IS RANDOM
002123         RECORD KEY IS DF-KEY
002123         FILE STATUS IS DF-FILE-STATUS.
002124     SELECT STANDING-ORDER-FILE ASSIGN TO "SORDMAST"
002124         ORGANIZATION IS INDEXED
002124         ACCESS MODE IS DYNAMIC
002124         RECORD KEY IS SO-KEY
002124         FILE STATUS IS SO-FILE-STATUS.
002125     SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
002125         ORGANIZATION IS INDEXED
002125         ACCESS MODE IS RANDOM
002125         RECORD KEY IS BM-NAME1
002126         FILE STATUS IS BM-FILE-STATUS.
002126     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "BALMOVE"
002126         ORGANIZATION IS INDEXED
002126         ACCESS MODE IS RANDOM
002126         RECORD KEY IS BV-KEY
002127         FILE STATUS IS BV-FILE-STATUS.
002127     SELECT OUTCOME-FILE ASSIGN TO "RUNOUTC"
002127         ORGANIZATION IS LINE SEQUENTIAL
002127         FILE STATUS IS OC-FILE-STATUS.
002128     SELECT OUTCOME-HOLD-FILE ASSIGN TO "OUTCHOLD"
002128         ORGANIZATION IS LINE SEQUENTIAL
002128         FILE STATUS IS OH-FILE-STATUS.
002128     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
002128         ORGANIZATION IS INDEXED
002129         ACCESS MODE IS RANDOM
002129         RECORD KEY IS TJ-KEY
002129         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
002129         FILE STATUS IS TJ-FILE-STATUS.
002130*
002140 DATA DIVISION.
002150 FILE SECTION.
002340 01  RO-REPORT-LINE                 PIC X(100).
002350*
002360 FD  REJECTS-FILE.
002370 01  RJ-REJECT-LINE                 PIC X(135).
002380*
002390 FD  CONTROL-FILE.
002400*-----------------------------------------------------------*
002590                 ==opCode==     BY ==RY-OPCODE==
002600                 ==branch==     BY ==RY-BRANCH==
002610                 ==result==     BY ==FILLER==.
002611*    THE rejrecyc OPERATOR WHO MADE THE REPAIR, SO THE
002611*    APPROVAL HOLD CAN KEEP THAT OPERATOR OFF THE DECISION.
002612*    A RECYCLE LINE WRITTEN BEFORE THE FIELD EXISTED READS
002613*    AS SPACES.
002614     05  RY-REPAIRED-BY             PIC X(08).
002615*    "Y" WHEN THE rejrecyc OPERATOR FORCED A REJECTED
002615*    DUPLICATE THROUGH AS A LEGITIMATE REPEAT.
002616     05  RY-DUP-OVERRIDE            PIC X(01).
002617*    THE TRNJRNL KEY OF THE REJECTED ITEM THIS REPAIRS, SO
002618*    THE NEW JOURNAL RECORD IS CHAINED TO THE ORIGINAL.
002619     05  RY-JOURNAL-KEY             PIC X(21).
002620*
002630 SD  SORT-WORK-FILE.
002640*-----------------------------------------------------------*
002750                 ==opCode==     BY ==SW-OPCODE==
002760                 ==branch==     BY ==SW-BRANCH==
002770                 ==result==     BY ==FILLER==.
002771*    WHICH FILE THE RECORD WAS RELEASED FROM (SEE
002771*    WS-ITEM-SOURCE), WHO REPAIRED IT AND ANY DUPLICATE
002772*    OVERRIDE, CARRIED THROUGH THE SORT.
002773     05  SW-SOURCE                  PIC X(01).
002774     05  SW-REPAIRED-BY             PIC X(08).
002774     05  SW-DUP-OVERRIDE            PIC X(01).
002775*    POSITION AMONG THE TRANS-IN DETAILS AS THEY ARRIVED (ZERO
002776*    FOR RECYCLE AND APPROVED), FOR THE RUN OUTCOME FILE.
002777     05  SW-ARRIVAL-SEQ             PIC 9(06).
002777*    THE TRNJRNL KEY A RECYCLED ITEM WAS REJECTED UNDER
002778*    (SPACES FOR TRANS-IN AND APPROVED).
002779     05  SW-PRIOR-KEY               PIC X(21).
002780*
002790 FD  AUDIT-LOG-FILE.
002800 01  AL-AUDIT-LINE                  PIC X(130).
002950     05  CK-PAGE-COUNT              PIC 9(04).
002960     05  CK-LINE-COUNT              PIC 9(04).
002970     05  CK-REJECT-COUNT            PIC 9(06).
002971     05  CK-PENDING-COUNT           PIC 9(06).
002972     05  CK-OUTCOME-COUNT           PIC 9(06).
002973     05  CK-OWN-REPAIR-COUNT        PIC 9(06).
002980*
002990 FD  MASTER-TOTALS-FILE.
003000 01  MT-MASTER-RECORD.
003270*   THE CHECKPOINT VOUCHES FOR - SAME PATTERN AS THE         *
003280*   EXTRACT REBUILD.                                         *
003290*-----------------------------------------------------------*
003300 01  RH-HOLD-LINE                   PIC X(135).
003310*
003320 FD  RUN-NUMBER-FILE.
003330 01  RN-RUN-RECORD.
003800*-----------------------------------------------------------*
003810     COPY OPERMREC.
003820*
003821 FD  APPROVAL-PENDING-FILE.
003821*-----------------------------------------------------------*
003821* ITEMS HELD FOR SUPERVISOR APPROVAL (SEE                    *
003821*   copybooks/APPRREC.CPY), A CARRIED-FORWARD POOL WORKED BY *
003821*   apprvmnt IN THE SAME WAY rejrecyc WORKS REJECTS.         *
003821*-----------------------------------------------------------*
003821 01  AP-PENDING-LINE                PIC X(196).
003821*
003821 FD  APPROVED-FILE.
003822*-----------------------------------------------------------*
003822* ITEMS A SUPERVISOR RELEASED IN apprvmnt, IN THE SAME       *
003822*   APPRREC LAYOUT, PROCESSED ALONGSIDE RECYCLE.             *
003822*-----------------------------------------------------------*
003822 01  AV-APPROVED-LINE               PIC X(196).
003822*
003822 FD  APPROVAL-HOLD-FILE.
003822*-----------------------------------------------------------*
003823* RESTART WORK FILE.  THE APPRPEND POOL IS REBUILT THROUGH   *
003823*   HERE ON A RESTART, AS THE REJECTS POOL IS THROUGH        *
003823*   REJHOLD.                                                 *
003823*-----------------------------------------------------------*
003823 01  AH-HOLD-LINE                   PIC X(196).
003823*
003823 FD  DUP-INDEX-FILE.
003823*-----------------------------------------------------------*
003823* DF-FINGERPRINT-RECORD IS THE SHARED COPY MEMBER (SEE       *
003824*   copybooks/DUPFPREC.CPY).  ONE ENTRY PER DISTINCT         *
003824*   TRANSACTION, NAMING THE RUN THAT LAST TOOK IT.           *
003824*-----------------------------------------------------------*
003824     COPY DUPFPREC.
003824*
003824 FD  STANDING-ORDER-FILE.
003824*-----------------------------------------------------------*
003824* SO-ORDER-RECORD IS THE SHARED COPY MEMBER (SEE             *
003825*   copybooks/SORDREC.CPY) MAINTAINED BY sordmnt.  READ      *
003825*   ONLY, TO KNOW A GENERATED STANDING ORDER FROM A REPEAT.  *
003825*-----------------------------------------------------------*
003825     COPY SORDREC.
003825*
003825 FD  BALANCE-MASTER-FILE.
003825*-----------------------------------------------------------*
003825* BM-BALANCE-RECORD IS THE SHARED COPY MEMBER (SEE           *
003825*   copybooks/BALMREC.CPY).  ONE RECORD PER name1.           *
003826*-----------------------------------------------------------*
003826     COPY BALMREC.
003826*
003826 FD  BALANCE-MOVEMENT-FILE.
003826*-----------------------------------------------------------*
003826* BV-MOVEMENT-RECORD IS THE SHARED COPY MEMBER (SEE          *
003826*   copybooks/BALMVREC.CPY).  ONE RECORD PER POSTING.        *
003826*-----------------------------------------------------------*
003827     COPY BALMVREC.
003827*
003827 FD  OUTCOME-FILE.
003827*-----------------------------------------------------------*
003827* OC-OUTCOME-RECORD IS THE SHARED COPY MEMBER (SEE           *
003827*   copybooks/OUTCREC.CPY).  ONE LINE PER ITEM DECIDED,      *
003827*   READ BY THE offcrtn OFFICE RETURN.                       *
003827*-----------------------------------------------------------*
003827     COPY OUTCREC.
003828*
003828 FD  OUTCOME-HOLD-FILE.
003828*-----------------------------------------------------------*
003828* RESTART WORK FILE.  RUNOUTC IS REBUILT THROUGH HERE ON A   *
003828*   RESTART, AS THE REJECTS POOL IS THROUGH REJHOLD.         *
003828*-----------------------------------------------------------*
003828 01  OH-HOLD-LINE                   PIC X(150).
003828*
003829 FD  TRANS-JOURNAL-FILE.
003829*-----------------------------------------------------------*
003829* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
003829*   copybooks/TRNJREC.CPY).  ONE RECORD PER DECIDED ITEM,    *
003829*   STAMPED LATER BY rejrecyc, ledgack AND runbkout.         *
003829*-----------------------------------------------------------*
003829     COPY TRNJREC.
003829*
003830 WORKING-STORAGE SECTION.
003840*-----------------------------------------------------------*
003850* SWITCHES AND STATUS FIELDS                                *
004060*
004070 01  WS-END-OF-RECYCLE-SW       PIC X(01) VALUE "N".
004080     88  END-OF-RECYCLE-FILE        VALUE "Y".
004081*
004081 01  AP-FILE-STATUS             PIC X(02) VALUE SPACES.
004081     88  AP-FILE-OK                  VALUE "00".
004081 01  AV-FILE-STATUS             PIC X(02) VALUE SPACES.
004081     88  AV-FILE-OK                  VALUE "00".
004081 01  AH-FILE-STATUS             PIC X(02) VALUE SPACES.
004081     88  AH-FILE-OK                  VALUE "00".
004081*
004081 01  DF-FILE-STATUS             PIC X(02) VALUE SPACES.
004081     88  DF-FILE-OK                  VALUE "00".
004081     88  DF-FILE-NOT-FOUND            VALUE "35".
004081 01  WS-DUP-INDEX-SW            PIC X(01) VALUE "N".
004082     88  DUP-INDEX-IS-AVAILABLE     VALUE "Y".
004082 01  SO-FILE-STATUS             PIC X(02) VALUE SPACES.
004082     88  SO-FILE-OK                  VALUE "00".
004082 01  WS-ORDER-MASTER-SW         PIC X(01) VALUE "N".
004082     88  ORDER-MASTER-IS-AVAILABLE  VALUE "Y".
004082 01  WS-END-OF-ORDERS-SW        PIC X(01) VALUE "N".
004082     88  END-OF-NAME-ORDERS         VALUE "Y".
004082 01  WS-SCHEDULED-REPEAT-SW     PIC X(01) VALUE "N".
004082     88  ITEM-IS-SCHEDULED-REPEAT   VALUE "Y".
004082*
004082 01  BM-FILE-STATUS             PIC X(02) VALUE SPACES.
004083     88  BM-FILE-OK                  VALUE "00".
004083     88  BM-FILE-NOT-FOUND            VALUE "35".
004083 01  BV-FILE-STATUS             PIC X(02) VALUE SPACES.
004083     88  BV-FILE-OK                  VALUE "00".
004083     88  BV-FILE-NOT-FOUND            VALUE "35".
004083 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
004083     88  TJ-FILE-OK                  VALUE "00".
004083     88  TJ-FILE-NOT-FOUND            VALUE "35".
004083 01  WS-JOURNAL-SW              PIC X(01) VALUE "N".
004083     88  JOURNAL-IS-AVAILABLE       VALUE "Y".
004083 01  WS-BALANCE-MASTER-SW       PIC X(01) VALUE "N".
004084     88  BALANCE-IS-AVAILABLE       VALUE "Y".
004084 01  WS-NEW-BALANCE-SW          PIC X(01) VALUE "N".
004084     88  BALANCE-IS-NEW             VALUE "Y".
004084 01  WS-POSTING-MADE-SW         PIC X(01) VALUE "N".
004084     88  POSTING-ALREADY-MADE       VALUE "Y".
004084 01  WS-POST-MONTH              PIC 9(06) VALUE 0.
004084*
004084*-----------------------------------------------------------*
004084* A POSTING POSITION AS ONE NUMBER IN PROCESSING ORDER: THE  *
004084* RECYCLE PRE-PASS (R), THEN THE APPROVED ITEMS (A), THEN    *
004084* THE MAIN STREAM (T), EACH BY RECORD ORDINAL.               *
004084*-----------------------------------------------------------*
004085 01  WS-RANK-PHASE              PIC X(01) VALUE SPACE.
004085 01  WS-RANK-RECNO              PIC 9(06) VALUE 0.
004085 01  WS-RANK-VALUE              PIC 9(07) VALUE 0.
004085 01  WS-THIS-POST-RANK          PIC 9(07) VALUE 0.
004085 01  WS-LAST-POST-RANK          PIC 9(07) VALUE 0.
004085*
004085 01  WS-END-OF-APPROVED-SW      PIC X(01) VALUE "N".
004085     88  END-OF-APPROVED-FILE       VALUE "Y".
004085 01  WS-END-OF-PENDING-SW       PIC X(01) VALUE "N".
004085     88  END-OF-PENDING-POOL        VALUE "Y".
004085 01  WS-PENDING-POOL-COUNT      PIC 9(06) VALUE 0.
004086 01  WS-PENDING-KEPT            PIC 9(06) VALUE 0.
004086 01  WS-PENDING-RESTORED-SW     PIC X(01) VALUE "N".
004086     88  PENDING-COUNT-RESTORED     VALUE "Y".
004086 01  WS-PENDING-POOL-SW         PIC X(01) VALUE "N".
004086     88  PENDING-POOL-IS-OPEN       VALUE "Y".
004086 01  WS-APPROVED-RECORD-NUMBER  PIC 9(06) VALUE 0.
004086*
004086 01  OC-FILE-STATUS             PIC X(02) VALUE SPACES.
004086     88  OC-FILE-OK                  VALUE "00".
004086 01  OH-FILE-STATUS             PIC X(02) VALUE SPACES.
004086     88  OH-FILE-OK                  VALUE "00".
004087 01  WS-OUTCOME-FILE-SW         PIC X(01) VALUE "N".
004087     88  OUTCOME-FILE-IS-OPEN       VALUE "Y".
004087 01  WS-OUTCOME-RESTORED-SW     PIC X(01) VALUE "N".
004087     88  OUTCOME-COUNT-RESTORED     VALUE "Y".
004087 01  WS-END-OF-OUTCOME-SW       PIC X(01) VALUE "N".
004087     88  END-OF-OUTCOME-FILE        VALUE "Y".
004087 01  WS-OUTCOME-COUNT           PIC 9(06) VALUE 0.
004087 01  WS-OUTCOME-KEPT            PIC 9(06) VALUE 0.
004087 01  WS-OUTCOME-DISPOSITION     PIC X(01) VALUE SPACE.
004087 01  WS-ARRIVAL-RELEASED        PIC 9(06) VALUE 0.
004087 01  WS-ITEM-ARRIVAL-SEQ        PIC 9(06) VALUE 0.
004087*
004088*    ITEMS THIS RUN TOOK BACK THAT ITS OWN OPERATOR HAD
004088*    REPAIRED IN rejrecyc - CARRIED ON RUNSTATS FOR THE
004088*    accrevw ACCESS REVIEW.
004088 01  WS-OWN-REPAIR-COUNT        PIC 9(06) VALUE 0.
004088*
004088*-----------------------------------------------------------*
004088* WHERE THE TRANSACTION IN HAND CAME FROM AND WHO REPAIRED   *
004088* IT.  AN ITEM A SUPERVISOR HAS ALREADY APPROVED IS NEVER    *
004088* HELD A SECOND TIME, AND AN ITEM AN OPERATOR FORCED         *
004088* THROUGH AS A LEGITIMATE REPEAT IS NOT CHECKED FOR          *
004088* DUPLICATES AGAIN.                                          *
004089*-----------------------------------------------------------*
004089 01  WS-ITEM-SOURCE             PIC X(01) VALUE "T".
004089     88  ITEM-CAME-FROM-TRANS-IN    VALUE "T".
004089     88  ITEM-CAME-FROM-RECYCLE     VALUE "R".
004089     88  ITEM-IS-ALREADY-APPROVED   VALUE "A".
004089 01  WS-ITEM-REPAIRED-BY        PIC X(08) VALUE SPACES.
004089 01  WS-ITEM-DUP-OVERRIDE       PIC X(01) VALUE SPACE.
004089     88  ITEM-IS-FORCED-REPEAT      VALUE "Y".
004089 01  WS-ITEM-PRIOR-KEY          PIC X(21) VALUE SPACES.
004089*
004089 COPY APPRREC.
004090*
004100 01  WS-SORT-OPTION             PIC X(01) VALUE SPACE.
004110     88  RUN-IN-ARRIVAL-ORDER       VALUE "A".
004710*
004720*-----------------------------------------------------------*
004730* RUN STATISTICS AND RETURN CODE.  EVERY RECORD READ THIS    *
004740* EXECUTION MUST PROVE OUT AS COMPUTED, REJECTED, HELD FOR   *
004750* APPROVAL OR SKIPPED ON RESTART; THE SCHEDULER HOLDS THE    *
004760* DOWNSTREAM STEPS ON THE RETURN CODE.                       *
004770*-----------------------------------------------------------*
004780 77  WS-RECORDS-READ            PIC 9(06) VALUE 0.
004790 77  WS-RECORDS-COMPUTED        PIC 9(06) VALUE 0.
004800 77  WS-RECORDS-REJECTED        PIC 9(06) VALUE 0.
004810 77  WS-RECORDS-SKIPPED         PIC 9(06) VALUE 0.
004811 77  WS-RECORDS-HELD            PIC 9(06) VALUE 0.
004820 77  WS-TRIAL-BALANCE           PIC 9(07) VALUE 0.
004830 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
004840 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
005160*-----------------------------------------------------------*
005170 01  WS-POST-PHASE              PIC X(01) VALUE "T".
005180 01  WS-POST-POSITION           PIC 9(06) VALUE 0.
005181*    THE TRNJRNL KEY OF THE ITEM IN HAND: THE RUN AND ITS
005182*    POSTING POSITION, SO A REPLAY REWRITES THE SAME RECORD.
005183 01  WS-JOURNAL-KEY.
005184     05  WS-JK-RUN-DATE         PIC 9(08) VALUE 0.
005185     05  WS-JK-RUN-NUMBER       PIC 9(06) VALUE 0.
005186     05  WS-JK-POST-PHASE       PIC X(01) VALUE SPACE.
005187     05  WS-JK-POST-RECNO       PIC 9(06) VALUE 0.
005190 01  WS-RECYCLE-RECORD-NUMBER   PIC 9(06) VALUE 0.
005200 01  WS-DAY-HISTORY-SW          PIC X(01) VALUE "N".
005210     88  HISTORY-IS-AVAILABLE       VALUE "Y".
006740 01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
006750*
006760*-----------------------------------------------------------*
006761* DUPLICATE DETECTION.  THE LOOK-BACK WINDOW (DAYS) COMES    *
006761* FROM CTLPARM; A FINGERPRINT TAKEN BY AN EARLIER RUN WITHIN *
006762* IT REJECTS THE TRANSACTION, CITING THAT RUN.               *
006762*-----------------------------------------------------------*
006763 01  WS-DUP-LOOKBACK-DAYS       PIC 9(03) VALUE 30.
006764 01  WS-DATE-INTEGER            PIC 9(08) COMP VALUE 0.
006764 01  WS-DUP-DATE-INTEGER        PIC 9(08) COMP VALUE 0.
006765 01  WS-DUPLICATE-REASON.
006765     05  FILLER                 PIC X(14) VALUE
006766         "DUPLICATE RUN ".
006767     05  DR-RUN-NUMBER          PIC 9(06).
006767     05  FILLER                 PIC X(01) VALUE SPACE.
006768     05  DR-RUN-DATE            PIC 9(08).
006768*
006769*-----------------------------------------------------------*
006770* REJECT RECORD - SHARED COPY MEMBER (SEE                    *
006780*   copybooks/REJREC.CPY) SO rejrecyc REPAIRS AGAINST THE    *
006790*   SAME LAYOUT THIS PROGRAM WRITES.                         *
007210     05  SM-REJECTED            PIC ZZZZZ9.
007220     05  FILLER                 PIC X(10) VALUE "  SKIPPED ".
007230     05  SM-SKIPPED             PIC ZZZZZ9.
007231     05  FILLER                 PIC X(07) VALUE "  HELD ".
007232     05  SM-HELD                PIC ZZZZZ9.
007240*
007250 01  WS-RECAP-HEADING-LINE.
007260     05  FILLER                 PIC X(23) VALUE
008760         END-IF
008770     END-IF.
008780
008781*    SO IS THE DUPLICATE FINGERPRINT MASTER; WITHOUT IT THE
008781*    DUPLICATE CHECK IS BYPASSED.
008782     IF TRANS-IN-IS-AVAILABLE
008782         OPEN I-O DUP-INDEX-FILE
008783         IF DF-FILE-NOT-FOUND
008783             OPEN OUTPUT DUP-INDEX-FILE
008784             CLOSE DUP-INDEX-FILE
008784             OPEN I-O DUP-INDEX-FILE
008785         END-IF
008786         IF DF-FILE-OK
008786             SET DUP-INDEX-IS-AVAILABLE TO TRUE
008787         ELSE
008787             DISPLAY "DUPINDX open failed, status " DF-FILE-STATUS
008788                 " - duplicate check bypassed"
008788         END-IF
008789     END-IF.
008790
008791*    THE STANDING-ORDER MASTER ONLY EXCUSES A GENERATED
008791*    REPEAT; WITHOUT IT EVERY REPEAT IS CHECKED.
008791     IF DUP-INDEX-IS-AVAILABLE
008791         OPEN INPUT STANDING-ORDER-FILE
008791         IF SO-FILE-OK
008791             SET ORDER-MASTER-IS-AVAILABLE TO TRUE
008792         END-IF
008792     END-IF.
008792
008792*    THE NAME BALANCE MASTER AND ITS MOVEMENTS ARE POSTED BY A
008792*    BATCH RUN ONLY; WITHOUT EITHER, NO BALANCE IS POSTED.
008793     IF TRANS-IN-IS-AVAILABLE
008793         OPEN I-O BALANCE-MASTER-FILE
008793         IF BM-FILE-NOT-FOUND
008793             OPEN OUTPUT BALANCE-MASTER-FILE
008793             CLOSE BALANCE-MASTER-FILE
008793             OPEN I-O BALANCE-MASTER-FILE
008794         END-IF
008794         OPEN I-O BALANCE-MOVEMENT-FILE
008794         IF BV-FILE-NOT-FOUND
008794             OPEN OUTPUT BALANCE-MOVEMENT-FILE
008794             CLOSE BALANCE-MOVEMENT-FILE
008795             OPEN I-O BALANCE-MOVEMENT-FILE
008795         END-IF
008795         IF BM-FILE-OK AND BV-FILE-OK
008795             SET BALANCE-IS-AVAILABLE TO TRUE
008795         ELSE
008795             DISPLAY "BALMAST/BALMOVE open failed, status "
008796                 BM-FILE-STATUS "/" BV-FILE-STATUS
008796                 " - balances not posted"
008796         END-IF
008796     END-IF.
008796
008797*    THE TRANSACTION JOURNAL IS WRITTEN BY A BATCH RUN ONLY;
008797*    WITHOUT IT THE RUN GOES ON UNJOURNALLED.
008797     IF TRANS-IN-IS-AVAILABLE
008797         OPEN I-O TRANS-JOURNAL-FILE
008797         IF TJ-FILE-NOT-FOUND
008797             OPEN OUTPUT TRANS-JOURNAL-FILE
008798             CLOSE TRANS-JOURNAL-FILE
008798             OPEN I-O TRANS-JOURNAL-FILE
008798         END-IF
008798         IF TJ-FILE-OK
008798             SET JOURNAL-IS-AVAILABLE TO TRUE
008799         ELSE
008799             DISPLAY "TRNJRNL open failed, status "
008799                 TJ-FILE-STATUS " - items not journalled"
008799         END-IF
008799     END-IF.
008800*    THE LEDGER EXTRACT IS A BATCH-RUN PRODUCT TOO.
008810     IF TRANS-IN-IS-AVAILABLE
008820         PERFORM 1070-ASSIGN-RUN-NUMBER
008830             THRU 1070-EXIT
008840         PERFORM 1060-OPEN-EXTRACT-FILE
008850             THRU 1060-EXIT
008851         PERFORM 1080-OPEN-PENDING-POOL
008852             THRU 1080-EXIT
008853         PERFORM 1090-OPEN-OUTCOME-FILE
008854             THRU 1090-EXIT
008860     END-IF.
008870 1000-EXIT.
008880     EXIT.
011180 1067-EXIT.
011190     EXIT.
011200*-----------------------------------------------------------*
011201* 1080-OPEN-PENDING-POOL - THE APPRPEND APPROVAL POOL IS     *
011201*   CARRIED FORWARD LIKE REJECTS: SIZED ON A NORMAL RUN,     *
011201*   TRIMMED BACK TO THE CHECKPOINTED COUNT ON A RESTART,     *
011201*   THEN EXTENDED.  AN ITEM THAT CANNOT BE HELD IS REJECTED  *
011201*   RATHER THAN POSTED (SEE 3750).                           *
011201*-----------------------------------------------------------*
011201 1080-OPEN-PENDING-POOL.
011201     IF THIS-RUN-IS-A-RESTART
011201             AND PENDING-COUNT-RESTORED
011201         PERFORM 1085-REBUILD-PENDING-POOL
011201             THRU 1085-EXIT
011201     ELSE
011201         PERFORM 1086-COUNT-PENDING-POOL
011201             THRU 1086-EXIT
011201     END-IF.
011201
011201     OPEN EXTEND APPROVAL-PENDING-FILE.
011201     IF NOT AP-FILE-OK
011201         OPEN OUTPUT APPROVAL-PENDING-FILE
011201     END-IF.
011201     IF AP-FILE-OK
011201         SET PENDING-POOL-IS-OPEN TO TRUE
011201     ELSE
011201         DISPLAY "APPRPEND open failed, status " AP-FILE-STATUS
011201         SET RC-FILE-ERROR TO TRUE
011201         PERFORM 9400-RAISE-RETURN-CODE
011201             THRU 9400-EXIT
011201     END-IF.
011202 1080-EXIT.
011202     EXIT.
011202*-----------------------------------------------------------*
011202* 1085-REBUILD-PENDING-POOL - KEEP THE FIRST                 *
011202*   CK-PENDING-COUNT POOL RECORDS THE CHECKPOINT VOUCHES     *
011202*   FOR AND DROP THE UNVOUCHED TAIL, THROUGH THE HOLD FILE.  *
011202*-----------------------------------------------------------*
011202 1085-REBUILD-PENDING-POOL.
011202     OPEN INPUT APPROVAL-PENDING-FILE.
011202     IF NOT AP-FILE-OK
011202         GO TO 1085-EXIT
011202     END-IF.
011202
011202     OPEN OUTPUT APPROVAL-HOLD-FILE.
011202     MOVE ZERO TO WS-PENDING-KEPT.
011202     MOVE "N" TO WS-END-OF-PENDING-SW.
011202     PERFORM 1087-HOLD-PENDING-RECORD
011202         THRU 1087-EXIT
011202         UNTIL END-OF-PENDING-POOL.
011202     CLOSE APPROVAL-PENDING-FILE.
011202     CLOSE APPROVAL-HOLD-FILE.
011202
011202     OPEN INPUT APPROVAL-HOLD-FILE.
011202     OPEN OUTPUT APPROVAL-PENDING-FILE.
011202     MOVE "N" TO WS-END-OF-PENDING-SW.
011202     PERFORM 1088-RESTORE-PENDING-RECORD
011202         THRU 1088-EXIT
011203         UNTIL END-OF-PENDING-POOL.
011203     CLOSE APPROVAL-HOLD-FILE.
011203     CLOSE APPROVAL-PENDING-FILE.
011203 1085-EXIT.
011203     EXIT.
011203*-----------------------------------------------------------*
011203* 1086-COUNT-PENDING-POOL - SIZE THE POOL AT START OF RUN SO *
011203*   THE CHECKPOINT CAN VOUCH FOR IT.                         *
011203*-----------------------------------------------------------*
011203 1086-COUNT-PENDING-POOL.
011203     MOVE ZERO TO WS-PENDING-POOL-COUNT.
011203     OPEN INPUT APPROVAL-PENDING-FILE.
011203     IF NOT AP-FILE-OK
011203         GO TO 1086-EXIT
011203     END-IF.
011203
011203     MOVE "N" TO WS-END-OF-PENDING-SW.
011203     PERFORM 1089-COUNT-PENDING-RECORD
011203         THRU 1089-EXIT
011203         UNTIL END-OF-PENDING-POOL.
011203     CLOSE APPROVAL-PENDING-FILE.
011203 1086-EXIT.
011203     EXIT.
011203*-----------------------------------------------------------*
011203* 1087-HOLD-PENDING-RECORD - KEEP ONE VOUCHED POOL RECORD.   *
011203*-----------------------------------------------------------*
011203 1087-HOLD-PENDING-RECORD.
011204     READ APPROVAL-PENDING-FILE
011204         AT END
011204             SET END-OF-PENDING-POOL TO TRUE
011204         NOT AT END
011204             IF WS-PENDING-KEPT < WS-PENDING-POOL-COUNT
011204                 ADD 1 TO WS-PENDING-KEPT
011204                 WRITE AH-HOLD-LINE FROM AP-PENDING-LINE
011204             END-IF
011204     END-READ.
011204 1087-EXIT.
011204     EXIT.
011204*-----------------------------------------------------------*
011204* 1088-RESTORE-PENDING-RECORD - ONE LINE, HOLD FILE BACK TO  *
011204*   THE POOL.                                                *
011204*-----------------------------------------------------------*
011204 1088-RESTORE-PENDING-RECORD.
011204     READ APPROVAL-HOLD-FILE
011204         AT END
011204             SET END-OF-PENDING-POOL TO TRUE
011204         NOT AT END
011204             WRITE AP-PENDING-LINE FROM AH-HOLD-LINE
011204     END-READ.
011204 1088-EXIT.
011204     EXIT.
011204*-----------------------------------------------------------*
011204* 1089-COUNT-PENDING-RECORD - ONE RECORD OF THE START-OF-RUN *
011204*   POOL SIZE.                                               *
011204*-----------------------------------------------------------*
011205 1089-COUNT-PENDING-RECORD.
011205     READ APPROVAL-PENDING-FILE
011205         AT END
011205             SET END-OF-PENDING-POOL TO TRUE
011205         NOT AT END
011205             ADD 1 TO WS-PENDING-POOL-COUNT
011205     END-READ.
011205 1089-EXIT.
011205     EXIT.
011205*-----------------------------------------------------------*
011205* 1090-OPEN-OUTCOME-FILE - RUNOUTC IS WRITTEN FRESH EVERY    *
011205*   RUN.  A RESTART TRIMS IT BACK TO THE CHECKPOINTED COUNT  *
011205*   AND EXTENDS IT, SO THE ITEMS DECIDED BEFORE THE FAILURE  *
011205*   ARE KEPT AND THE REPLAYED ONES ARE NOT WRITTEN TWICE.    *
011205*   WITHOUT IT THE RUN GOES ON; ONLY THE OFFICE RETURN IS    *
011205*   SHORT.                                                   *
011205*-----------------------------------------------------------*
011205 1090-OPEN-OUTCOME-FILE.
011205     IF THIS-RUN-IS-A-RESTART
011205         IF OUTCOME-COUNT-RESTORED
011205             PERFORM 1095-REBUILD-OUTCOME-FILE
011205                 THRU 1095-EXIT
011205         ELSE
011205             PERFORM 1096-COUNT-OUTCOME-FILE
011205                 THRU 1096-EXIT
011205         END-IF
011205         OPEN EXTEND OUTCOME-FILE
011206         IF NOT OC-FILE-OK
011206             OPEN OUTPUT OUTCOME-FILE
011206         END-IF
011206     ELSE
011206         MOVE ZERO TO WS-OUTCOME-COUNT
011206         OPEN OUTPUT OUTCOME-FILE
011206     END-IF.
011206
011206     IF OC-FILE-OK
011206         SET OUTCOME-FILE-IS-OPEN TO TRUE
011206     ELSE
011206         DISPLAY "RUNOUTC open failed, status " OC-FILE-STATUS
011206             " - no run outcomes written"
011206     END-IF.
011206 1090-EXIT.
011206     EXIT.
011206*-----------------------------------------------------------*
011206* 1095-REBUILD-OUTCOME-FILE - KEEP THE FIRST                 *
011206*   CK-OUTCOME-COUNT OUTCOMES THE CHECKPOINT VOUCHES FOR AND *
011206*   DROP THE UNVOUCHED TAIL, THROUGH THE HOLD FILE.          *
011206*-----------------------------------------------------------*
011206 1095-REBUILD-OUTCOME-FILE.
011206     OPEN INPUT OUTCOME-FILE.
011206     IF NOT OC-FILE-OK
011206         MOVE ZERO TO WS-OUTCOME-COUNT
011206         GO TO 1095-EXIT
011206     END-IF.
011207
011207     OPEN OUTPUT OUTCOME-HOLD-FILE.
011207     MOVE ZERO TO WS-OUTCOME-KEPT.
011207     MOVE "N" TO WS-END-OF-OUTCOME-SW.
011207     PERFORM 1097-HOLD-OUTCOME-RECORD
011207         THRU 1097-EXIT
011207         UNTIL END-OF-OUTCOME-FILE.
011207     CLOSE OUTCOME-FILE.
011207     CLOSE OUTCOME-HOLD-FILE.
011207     MOVE WS-OUTCOME-KEPT TO WS-OUTCOME-COUNT.
011207
011207     OPEN INPUT OUTCOME-HOLD-FILE.
011207     OPEN OUTPUT OUTCOME-FILE.
011207     MOVE "N" TO WS-END-OF-OUTCOME-SW.
011207     PERFORM 1098-RESTORE-OUTCOME-RECORD
011207         THRU 1098-EXIT
011207         UNTIL END-OF-OUTCOME-FILE.
011207     CLOSE OUTCOME-HOLD-FILE.
011207     CLOSE OUTCOME-FILE.
011207 1095-EXIT.
011207     EXIT.
011207*-----------------------------------------------------------*
011207* 1096-COUNT-OUTCOME-FILE - A CHECKPOINT WRITTEN BEFORE THE  *
011207*   OUTCOME COUNT WAS KEPT CANNOT TRIM THE FILE; IT IS       *
011207*   COUNTED AS IT STANDS AND EXTENDED.                       *
011207*-----------------------------------------------------------*
011207 1096-COUNT-OUTCOME-FILE.
011207     MOVE ZERO TO WS-OUTCOME-COUNT.
011208     OPEN INPUT OUTCOME-FILE.
011208     IF NOT OC-FILE-OK
011208         GO TO 1096-EXIT
011208     END-IF.
011208
011208     MOVE "N" TO WS-END-OF-OUTCOME-SW.
011208     PERFORM 1099-COUNT-OUTCOME-RECORD
011208         THRU 1099-EXIT
011208         UNTIL END-OF-OUTCOME-FILE.
011208     CLOSE OUTCOME-FILE.
011208 1096-EXIT.
011208     EXIT.
011208*-----------------------------------------------------------*
011208* 1097-HOLD-OUTCOME-RECORD - KEEP ONE VOUCHED OUTCOME.       *
011208*-----------------------------------------------------------*
011208 1097-HOLD-OUTCOME-RECORD.
011208     READ OUTCOME-FILE
011208         AT END
011208             SET END-OF-OUTCOME-FILE TO TRUE
011208         NOT AT END
011208             IF WS-OUTCOME-KEPT < WS-OUTCOME-COUNT
011208                 ADD 1 TO WS-OUTCOME-KEPT
011208                 WRITE OH-HOLD-LINE FROM OC-OUTCOME-RECORD
011208             END-IF
011208     END-READ.
011208 1097-EXIT.
011208     EXIT.
011209*-----------------------------------------------------------*
011209* 1098-RESTORE-OUTCOME-RECORD - ONE LINE, HOLD FILE BACK TO  *
011209*   RUNOUTC.                                                 *
011209*-----------------------------------------------------------*
011209 1098-RESTORE-OUTCOME-RECORD.
011209     READ OUTCOME-HOLD-FILE
011209         AT END
011209             SET END-OF-OUTCOME-FILE TO TRUE
011209         NOT AT END
011209             WRITE OC-OUTCOME-RECORD FROM OH-HOLD-LINE
011209     END-READ.
011209 1098-EXIT.
011209     EXIT.
011209*-----------------------------------------------------------*
011209* 1099-COUNT-OUTCOME-RECORD - ONE RECORD OF AN UNVOUCHED     *
011209*   RUNOUTC.                                                 *
011209*-----------------------------------------------------------*
011209 1099-COUNT-OUTCOME-RECORD.
011209     READ OUTCOME-FILE
011209         AT END
011209             SET END-OF-OUTCOME-FILE TO TRUE
011209         NOT AT END
011209             ADD 1 TO WS-OUTCOME-COUNT
011209     END-READ.
011209 1099-EXIT.
011209     EXIT.
011209*-----------------------------------------------------------*
011210* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
011220*   DATE COMES FROM THE BUSCAL CALENDAR (MAINTAINED BY      *
011230*   calmnt); THE MACHINE DATE JUST ACCEPTED STANDS ONLY     *
012500                 IF CF-SORT-OPTION = "A"
012510                     MOVE CF-SORT-OPTION TO WS-SORT-OPTION
012520                 END-IF
012521                 IF CF-DUP-LOOKBACK-DAYS NUMERIC
012522                         AND CF-DUP-LOOKBACK-DAYS > ZERO
012523                     MOVE CF-DUP-LOOKBACK-DAYS
012524                         TO WS-DUP-LOOKBACK-DAYS
012525                 END-IF
012530         END-READ
012540         CLOSE CONTROL-FILE
012550     END-IF.
013050                     MOVE CK-REJECT-COUNT
013060                         TO WS-REJECT-POOL-COUNT
013070                     SET POOL-COUNT-RESTORED TO TRUE
013071                 END-IF
013071                 IF CK-PENDING-COUNT NUMERIC
013072                     MOVE CK-PENDING-COUNT
013072                         TO WS-PENDING-POOL-COUNT
013073                     SET PENDING-COUNT-RESTORED TO TRUE
013074                 END-IF
013074                 IF CK-OUTCOME-COUNT NUMERIC
013075                     MOVE CK-OUTCOME-COUNT
013076                         TO WS-OUTCOME-COUNT
013076                     SET OUTCOME-COUNT-RESTORED TO TRUE
013077                 END-IF
013078                 IF CK-OWN-REPAIR-COUNT NUMERIC
013078                     MOVE CK-OWN-REPAIR-COUNT
013079                         TO WS-OWN-REPAIR-COUNT
013080                 END-IF
013090                 SET THIS-RUN-IS-A-RESTART TO TRUE
013100                 DISPLAY "Resuming TRANS-IN after record "
014520*    ARRIVAL-ORDER PATH, WHERE THE RECYCLE RECORDS KEEP
014530*    THEIR PLACE AHEAD OF THE DAY'S FILE (SKIPPED ON A
014540*    RESTART - THE FAILED RUN ALREADY CONSUMED THEM).
014541*    ITEMS A SUPERVISOR APPROVED FROM THE HOLD QUEUE TRAVEL
014542*    WITH THE RECYCLE RECORDS ON EITHER PATH.
014550     IF RUN-IN-ARRIVAL-ORDER
014560         IF NOT THIS-RUN-IS-A-RESTART
014570             PERFORM 3010-PROCESS-RECYCLE-RECORDS
014580                 THRU 3010-EXIT
014581             PERFORM 3040-PROCESS-APPROVED-RECORDS
014582                 THRU 3040-EXIT
014590         END-IF
014600         PERFORM 3030-PROCESS-TRANS-RECORDS
014610             THRU 3030-EXIT
014940*    CHECKPOINT LEAVES RECYCLE INTACT FOR THE FRESH RERUN.
014950     PERFORM 3025-CLEAR-RECYCLE-FILE
014960         THRU 3025-EXIT.
014961     PERFORM 3026-CLEAR-APPROVED-FILE
014962         THRU 3026-EXIT.
014970     IF RUN-IN-ARRIVAL-ORDER
014980         CLOSE TRANS-IN-FILE
014990     END-IF.
015500     EXIT.
015510*-----------------------------------------------------------*
015520* 3015-RELEASE-SORT-INPUT - FEED THE SORT: THE REPAIRED      *
015530*   RECYCLE RECORDS FIRST, THEN THE APPROVED HOLD ITEMS,     *
015540*   THEN THE DAY'S TRANS-IN, SO ONE BRANCH/NAME GROUP FORMS  *
015550*   NO MATTER WHICH FILE A RECORD ARRIVED ON.  RECYCLE IS    *
015560*   RELEASED ON A RESTART TOO - THE POOL IS ONLY EMPTIED AT  *
015570*   SUCCESSFUL END OF BATCH, SO THE RESTARTED SEQUENCE       *
015580*   MATCHES THE FAILED RUN'S AND THE CHECKPOINT SKIP LANDS   *
015581*   ON THE SAME RECORD.                                      *
015590*-----------------------------------------------------------*
015600 3015-RELEASE-SORT-INPUT.
015610     OPEN INPUT RECYCLE-FILE.
015660         CLOSE RECYCLE-FILE
015670     END-IF.
015680
015681     OPEN INPUT APPROVED-FILE.
015682     IF AV-FILE-OK
015683         PERFORM 3018-RELEASE-APPROVED-RECORD
015684             THRU 3018-EXIT
015685             UNTIL END-OF-APPROVED-FILE
015686         CLOSE APPROVED-FILE
015687     END-IF.
015690     PERFORM 3017-RELEASE-TRANS-RECORD
015700         THRU 3017-EXIT
015710         UNTIL END-OF-TRANS-FILE.
015890             MOVE RY-NUM2   TO SW-NUM2
015900             MOVE RY-OPCODE TO SW-OPCODE
015910             MOVE RY-BRANCH TO SW-BRANCH
015911             MOVE "R"            TO SW-SOURCE
015912             MOVE RY-REPAIRED-BY TO SW-REPAIRED-BY
015913             MOVE RY-DUP-OVERRIDE TO SW-DUP-OVERRIDE
015914             MOVE ZERO           TO SW-ARRIVAL-SEQ
015915             MOVE RY-JOURNAL-KEY TO SW-PRIOR-KEY
015920             RELEASE SW-SORT-RECORD
015930     END-READ.
015940 3016-EXIT.
016130                 MOVE TI-NUM2   TO SW-NUM2
016140                 MOVE TI-OPCODE TO SW-OPCODE
016150                 MOVE TI-BRANCH TO SW-BRANCH
016151                 MOVE "T"       TO SW-SOURCE
016152                 MOVE SPACES    TO SW-REPAIRED-BY
016153                 MOVE SPACE     TO SW-DUP-OVERRIDE
016154                 ADD 1 TO WS-ARRIVAL-RELEASED
016155                 MOVE WS-ARRIVAL-RELEASED TO SW-ARRIVAL-SEQ
016156                 MOVE SPACES    TO SW-PRIOR-KEY
016160                 RELEASE SW-SORT-RECORD
016170             END-IF
016180     END-READ.
016190 3017-EXIT.
016191     EXIT.
016191*-----------------------------------------------------------*
016191* 3018-RELEASE-APPROVED-RECORD - ONE SUPERVISOR-APPROVED     *
016192*   HOLD ITEM TO THE SORT.                                   *
016192*-----------------------------------------------------------*
016192 3018-RELEASE-APPROVED-RECORD.
016193     READ APPROVED-FILE INTO PA-APPROVAL-RECORD
016193         AT END
016194             SET END-OF-APPROVED-FILE TO TRUE
016194         NOT AT END
016194             MOVE PA-NAME1       TO SW-NAME1
016195             MOVE PA-NUM1        TO SW-NUM1
016195             MOVE PA-NUM2        TO SW-NUM2
016196             MOVE PA-OPCODE      TO SW-OPCODE
016196             MOVE PA-BRANCH      TO SW-BRANCH
016196             MOVE "A"            TO SW-SOURCE
016197             MOVE PA-REPAIRED-BY TO SW-REPAIRED-BY
016197             MOVE SPACE          TO SW-DUP-OVERRIDE
016198             MOVE ZERO           TO SW-ARRIVAL-SEQ
016198             MOVE PA-JOURNAL-KEY TO SW-PRIOR-KEY
016198             RELEASE SW-SORT-RECORD
016199     END-READ.
016199 3018-EXIT.
016200     EXIT.
016210*-----------------------------------------------------------*
016220* 3025-CLEAR-RECYCLE-FILE - THE BATCH COMPLETED, SO THE      *
016260     OPEN OUTPUT RECYCLE-FILE.
016270     CLOSE RECYCLE-FILE.
016280 3025-EXIT.
016281     EXIT.
016282*-----------------------------------------------------------*
016283* 3026-CLEAR-APPROVED-FILE - THE APPROVED ITEMS HAVE POSTED, *
016284*   SO THE FILE IS EMPTIED ON THE SAME TERMS AS RECYCLE.     *
016285*-----------------------------------------------------------*
016286 3026-CLEAR-APPROVED-FILE.
016287     OPEN OUTPUT APPROVED-FILE.
016288     CLOSE APPROVED-FILE.
016289 3026-EXIT.
016290     EXIT.
016300*-----------------------------------------------------------*
016310* 3020-READ-RECYCLE-RECORD                                    *
016400             MOVE RY-NUM2   TO num2
016410             MOVE RY-OPCODE TO opCode
016420             MOVE RY-BRANCH TO branch
016421             MOVE "R"       TO WS-ITEM-SOURCE
016422             MOVE RY-REPAIRED-BY TO WS-ITEM-REPAIRED-BY
016423             MOVE RY-DUP-OVERRIDE TO WS-ITEM-DUP-OVERRIDE
016424             MOVE ZERO      TO WS-ITEM-ARRIVAL-SEQ
016425             MOVE RY-JOURNAL-KEY TO WS-ITEM-PRIOR-KEY
016430             ADD 1 TO WS-RECYCLE-RECORD-NUMBER
016440             MOVE "R" TO WS-POST-PHASE
016450             MOVE WS-RECYCLE-RECORD-NUMBER
016470             ADD 1 TO WS-RECORDS-READ
016480     END-READ.
016490 3020-EXIT.
016491     EXIT.
016491*-----------------------------------------------------------*
016491* 3040-PROCESS-APPROVED-RECORDS - ARRIVAL-ORDER PATH ONLY:   *
016491*   THE ITEMS A SUPERVISOR RELEASED FROM THE HOLD QUEUE, RUN *
016491*   THROUGH THE SAME EDIT AND COMPUTE AFTER THE RECYCLE      *
016491*   RECORDS.  THE FILE IS EMPTIED AT SUCCESSFUL END OF BATCH *
016491*   (3026), NOT HERE.                                        *
016492*-----------------------------------------------------------*
016492 3040-PROCESS-APPROVED-RECORDS.
016492     OPEN INPUT APPROVED-FILE.
016492     IF NOT AV-FILE-OK
016492         GO TO 3040-EXIT
016492     END-IF.
016492
016493     PERFORM 3045-READ-APPROVED-RECORD
016493         THRU 3045-EXIT.
016493     PERFORM 3046-PROCESS-ONE-APPROVED
016493         THRU 3046-EXIT
016493         UNTIL END-OF-APPROVED-FILE.
016493
016494     CLOSE APPROVED-FILE.
016494 3040-EXIT.
016494     EXIT.
016494*-----------------------------------------------------------*
016494* 3045-READ-APPROVED-RECORD                                 *
016494*-----------------------------------------------------------*
016494 3045-READ-APPROVED-RECORD.
016495     READ APPROVED-FILE INTO PA-APPROVAL-RECORD
016495         AT END
016495             SET END-OF-APPROVED-FILE TO TRUE
016495         NOT AT END
016495             MOVE PA-NAME1  TO name1
016495             MOVE PA-NUM1   TO num1
016496             MOVE PA-NUM2   TO num2
016496             MOVE PA-OPCODE TO opCode
016496             MOVE PA-BRANCH TO branch
016496             MOVE "A"       TO WS-ITEM-SOURCE
016496             MOVE PA-REPAIRED-BY TO WS-ITEM-REPAIRED-BY
016496             MOVE SPACE     TO WS-ITEM-DUP-OVERRIDE
016496             MOVE ZERO      TO WS-ITEM-ARRIVAL-SEQ
016497             MOVE PA-JOURNAL-KEY TO WS-ITEM-PRIOR-KEY
016497             ADD 1 TO WS-APPROVED-RECORD-NUMBER
016497             MOVE "A" TO WS-POST-PHASE
016497             MOVE WS-APPROVED-RECORD-NUMBER
016497                 TO WS-POST-POSITION
016497             ADD 1 TO WS-RECORDS-READ
016498     END-READ.
016498 3045-EXIT.
016498     EXIT.
016498*-----------------------------------------------------------*
016498* 3046-PROCESS-ONE-APPROVED - EDIT AND COMPUTE THE ITEM IN   *
016498*   HAND, THEN READ THE NEXT.                                *
016498*-----------------------------------------------------------*
016499 3046-PROCESS-ONE-APPROVED.
016499     PERFORM 3200-EDIT-AND-COMPUTE
016499         THRU 3200-EXIT.
016499     PERFORM 3045-READ-APPROVED-RECORD
016499         THRU 3045-EXIT.
016499 3046-EXIT.
016500     EXIT.
016510*-----------------------------------------------------------*
016520* 3050-SKIP-TO-RESTART-POINT - DISCARD RECORDS ALREADY        *
016900                 MOVE SW-NUM2   TO num2
016910                 MOVE SW-OPCODE TO opCode
016920                 MOVE SW-BRANCH TO branch
016921                 MOVE SW-SOURCE TO WS-ITEM-SOURCE
016922                 MOVE SW-REPAIRED-BY TO WS-ITEM-REPAIRED-BY
016923                 MOVE SW-DUP-OVERRIDE TO WS-ITEM-DUP-OVERRIDE
016924                 MOVE SW-ARRIVAL-SEQ TO WS-ITEM-ARRIVAL-SEQ
016925                 MOVE SW-PRIOR-KEY TO WS-ITEM-PRIOR-KEY
016930         END-RETURN
016940     ELSE
016950*        THE OFFICE'S *HDR*/*TRL* CONTROL RECORDS WERE
017280                 MOVE TI-NUM2   TO num2
017290                 MOVE TI-OPCODE TO opCode
017300                 MOVE TI-BRANCH TO branch
017301                 MOVE "T"       TO WS-ITEM-SOURCE
017302                 MOVE SPACES    TO WS-ITEM-REPAIRED-BY
017303                 MOVE SPACE     TO WS-ITEM-DUP-OVERRIDE
017304                 MOVE WS-RECORD-NUMBER TO WS-ITEM-ARRIVAL-SEQ
017305                 MOVE SPACES    TO WS-ITEM-PRIOR-KEY
017310             END-IF
017320     END-READ.
017330 3110-EXIT.
017580         GO TO 3200-EXIT
017590     END-IF.
017600
017601*    A RESULT OVER THE THRESHOLD IS NOT POSTED ON THE KEYING
017602*    OPERATOR'S SAY-SO: IT WAITS ON THE APPROVAL POOL FOR A
017603*    SUPERVISOR, UNLESS THIS IS THAT SUPERVISOR'S RELEASE.
017604     IF result > WS-RESULT-THRESHOLD
017605             AND NOT ITEM-IS-ALREADY-APPROVED
017606         PERFORM 3750-HOLD-FOR-APPROVAL
017607             THRU 3750-EXIT
017608         GO TO 3200-EXIT
017609     END-IF.
017610*    THE BREAK IS CHECKED ONLY FOR RECORDS THAT SURVIVED
017620*    BOTH THE EDIT AND THE COMPUTE, SO A NAME WHOSE RECORDS
017630*    ALL REJECT NEVER OPENS AN EMPTY SUBTOTAL GROUP ON THE
017960
017970     PERFORM 3850-WRITE-EXTRACT-RECORD
017980         THRU 3850-EXIT.
017981
017982     PERFORM 3190-RECORD-FINGERPRINT
017983         THRU 3190-EXIT.
017984
017985     PERFORM 3195-POST-BALANCE
017986         THRU 3195-EXIT.
017987     MOVE "P" TO WS-OUTCOME-DISPOSITION.
017988     PERFORM 3870-WRITE-OUTCOME-RECORD
017989         THRU 3870-EXIT.
017990 3200-EXIT.
018000     EXIT.
018010*-----------------------------------------------------------*
018870         PERFORM 3170-EDIT-NAME-VS-MASTER
018880             THRU 3170-EXIT
018890     END-IF.
018891
018892     IF RECORD-IS-VALID
018893         PERFORM 3180-EDIT-DUPLICATE
018894             THRU 3180-EXIT
018895     END-IF.
018900 3150-EXIT.
018910     EXIT.
018920*-----------------------------------------------------------*
019290 3170-EXIT.
019300     EXIT.
019310*-----------------------------------------------------------*
019311* 3180-EDIT-DUPLICATE - THE SAME name1, BRANCH, OPERATION    *
019311*   AND OPERANDS ALREADY TAKEN BY A RUN WITHIN THE CTLPARM   *
019311*   LOOK-BACK WINDOW IS A LIKELY DUPLICATE AND IS REJECTED,  *
019311*   CITING THAT RUN.  AN ITEM ALREADY APPROVED OR FORCED     *
019311*   THROUGH BY AN OPERATOR WAS CHECKED WHEN IT FIRST CAME    *
019311*   IN.  WITHOUT THE DUPINDX MASTER THE EDIT IS BYPASSED.    *
019311*   THE SCHEDULED REPEAT OF A STANDING ORDER IS NOT ONE.     *
019311*-----------------------------------------------------------*
019311 3180-EDIT-DUPLICATE.
019311     IF NOT DUP-INDEX-IS-AVAILABLE
019311             OR ITEM-IS-ALREADY-APPROVED
019311             OR ITEM-IS-FORCED-REPEAT
019311         GO TO 3180-EXIT
019311     END-IF.
019311
019311     PERFORM 3185-BUILD-FINGERPRINT-KEY
019311         THRU 3185-EXIT.
019311     READ DUP-INDEX-FILE
019311         INVALID KEY
019311             GO TO 3180-EXIT
019311     END-READ.
019311
019311*    THE RUN'S OWN ENTRY AT THIS EXACT POSITION IS A RESTART
019311*    REPLAYING A RECORD THE FAILED RUN ALREADY TOOK, NOT A
019311*    REPEAT.  ANYTHING ELSE THIS RUN TOOK IS A REPEAT.
019311     IF DF-RUN-NUMBER NUMERIC
019311             AND DF-RUN-NUMBER = WS-RUN-NUMBER
019311             AND DF-RUN-DATE = WS-CURRENT-DATE
019311             AND DF-POST-PHASE = WS-POST-PHASE
019311             AND DF-POST-RECNO NUMERIC
019311             AND DF-POST-RECNO = WS-POST-POSITION
019311         GO TO 3180-EXIT
019311     END-IF.
019311
019311*    AN ENTRY OLDER THAN THE WINDOW IS HISTORY, NOT A
019311*    DUPLICATE; ONE DATED AFTER A BACK-DATED RERUN'S DATE
019311*    IS INSIDE IT.
019311     IF DF-RUN-DATE NOT NUMERIC
019311         GO TO 3180-EXIT
019312     END-IF.
019312     COMPUTE WS-DATE-INTEGER
019312         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
019312     COMPUTE WS-DUP-DATE-INTEGER
019312         = FUNCTION INTEGER-OF-DATE (DF-RUN-DATE).
019312     IF WS-DUP-DATE-INTEGER + WS-DUP-LOOKBACK-DAYS
019312             < WS-DATE-INTEGER
019312         GO TO 3180-EXIT
019312     END-IF.
019312
019312*    A STANDING ORDER sordgen GENERATED FOR THIS RUN DATE
019312*    REPEATS BY DESIGN.
019312     PERFORM 3187-CHECK-STANDING-ORDER
019312         THRU 3187-EXIT.
019312     IF ITEM-IS-SCHEDULED-REPEAT
019312         GO TO 3180-EXIT
019312     END-IF.
019312
019312     SET RECORD-IS-INVALID TO TRUE.
019312     MOVE DF-RUN-NUMBER TO DR-RUN-NUMBER.
019312     MOVE DF-RUN-DATE   TO DR-RUN-DATE.
019312     MOVE WS-DUPLICATE-REASON TO WS-REJECT-REASON.
019312 3180-EXIT.
019312     EXIT.
019312*-----------------------------------------------------------*
019312* 3185-BUILD-FINGERPRINT-KEY - THE DUPINDX KEY FOR THE       *
019312*   TRANSACTION IN HAND.  A BLANK OPERATION CODE IS AN ADD,  *
019312*   SO BOTH FORMS FINGERPRINT ALIKE.                         *
019312*-----------------------------------------------------------*
019312 3185-BUILD-FINGERPRINT-KEY.
019312     MOVE SPACES TO DF-FINGERPRINT-RECORD.
019312     MOVE name1  TO DF-NAME1.
019312     MOVE branch TO DF-BRANCH.
019312     IF opCode = SPACES
019312         MOVE "ADD"  TO DF-OPCODE
019312     ELSE
019312         MOVE opCode TO DF-OPCODE
019312     END-IF.
019313     MOVE num1   TO DF-NUM1.
019313     MOVE num2   TO DF-NUM2.
019313 3185-EXIT.
019313     EXIT.
019313*-----------------------------------------------------------*
019313* 3187-CHECK-STANDING-ORDER - AN EARLIER RUN'S FINGERPRINT   *
019313*   MATCHES.  IT IS THE SCHEDULED REPEAT OF A STANDING       *
019313*   ORDER WHEN ONE OF THE NAME'S ORDERS ON SORDMAST HAS THE  *
019313*   SAME BRANCH, OPERATION AND OPERANDS AND WAS GENERATED    *
019313*   FOR THIS RUN DATE.  A COPY KEYED BY HAND ON THE SAME     *
019313*   DAY AS THE ORIGINAL IS STILL A DUPLICATE.                *
019313*-----------------------------------------------------------*
019313 3187-CHECK-STANDING-ORDER.
019313     MOVE "N" TO WS-SCHEDULED-REPEAT-SW.
019313     IF NOT ORDER-MASTER-IS-AVAILABLE
019313             OR DF-RUN-DATE NOT < WS-CURRENT-DATE
019313         GO TO 3187-EXIT
019313     END-IF.
019313
019313     MOVE "N"      TO WS-END-OF-ORDERS-SW.
019313     MOVE name1    TO SO-NAME1.
019313     MOVE ZERO     TO SO-ORDER-NO.
019313     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
019313         INVALID KEY
019313             GO TO 3187-EXIT
019313     END-START.
019313     PERFORM 3188-MATCH-ONE-ORDER
019313         THRU 3188-EXIT
019313         UNTIL END-OF-NAME-ORDERS
019313             OR ITEM-IS-SCHEDULED-REPEAT.
019313 3187-EXIT.
019313     EXIT.
019313*-----------------------------------------------------------*
019313* 3188-MATCH-ONE-ORDER - THE NAME'S NEXT ORDER AGAINST THE   *
019313*   FINGERPRINT KEY 3185 BUILT.                              *
019313*-----------------------------------------------------------*
019313 3188-MATCH-ONE-ORDER.
019313     READ STANDING-ORDER-FILE NEXT RECORD
019314         AT END
019314             SET END-OF-NAME-ORDERS TO TRUE
019314             GO TO 3188-EXIT
019314     END-READ.
019314     IF SO-NAME1 NOT = DF-NAME1
019314         SET END-OF-NAME-ORDERS TO TRUE
019314         GO TO 3188-EXIT
019314     END-IF.
019314
019314     IF (SO-BRANCH = DF-BRANCH
019314             OR (SO-BRANCH = SPACES
019314                 AND DF-BRANCH = "000"))
019314             AND (SO-OPCODE = DF-OPCODE
019314                 OR (SO-OPCODE = SPACES
019314                     AND DF-OPCODE = "ADD"))
019314             AND SO-NUM1 = DF-NUM1
019314             AND SO-NUM2 = DF-NUM2
019314             AND SO-LAST-GEN-DATE NUMERIC
019314             AND SO-LAST-GEN-DATE = WS-CURRENT-DATE
019314         SET ITEM-IS-SCHEDULED-REPEAT TO TRUE
019314     END-IF.
019314 3188-EXIT.
019314     EXIT.
019314*-----------------------------------------------------------*
019314* 3190-RECORD-FINGERPRINT - THE TRANSACTION COMPUTED (AND    *
019314*   POSTED OR WENT TO THE APPROVAL HOLD), SO IT NOW NAMES    *
019314*   THIS RUN ON DUPINDX.  AN ENTRY ALREADY ON FILE - AGED    *
019314*   OUT OF THE WINDOW, OR A REPEAT AN OPERATOR FORCED        *
019314*   THROUGH - IS REWRITTEN SO IT CITES THE LATEST RUN.       *
019314*-----------------------------------------------------------*
019314 3190-RECORD-FINGERPRINT.
019314     IF NOT DUP-INDEX-IS-AVAILABLE
019314         GO TO 3190-EXIT
019314     END-IF.
019314
019314     PERFORM 3185-BUILD-FINGERPRINT-KEY
019314         THRU 3185-EXIT.
019314     MOVE WS-CURRENT-DATE  TO DF-RUN-DATE.
019315     MOVE WS-RUN-NUMBER    TO DF-RUN-NUMBER.
019315     MOVE WS-POST-PHASE    TO DF-POST-PHASE.
019315     MOVE WS-POST-POSITION TO DF-POST-RECNO.
019315     WRITE DF-FINGERPRINT-RECORD
019315         INVALID KEY
019315             REWRITE DF-FINGERPRINT-RECORD
019315                 INVALID KEY
019315                     DISPLAY "DUPINDX post failed, status "
019315                         DF-FILE-STATUS
019315             END-REWRITE
019315     END-WRITE.
019315 3190-EXIT.
019315     EXIT.
019315*-----------------------------------------------------------*
019315* 3195-POST-BALANCE - ADD THE RESULT TO THE NAME'S BALANCE   *
019315*   ON BALMAST AND KEEP THE MOVEMENT ON BALMOVE FOR THE      *
019315*   STATEMENT.  A RESTART REPLAYING A TRANSACTION THE FAILED *
019315*   RUN ALREADY POSTED FINDS THE MASTER'S LAST POSTING AT OR *
019315*   PAST ITS OWN POSITION IN THE RUN AND LEAVES IT ALONE.    *
019315*   THE MOVEMENT IS WRITTEN BEFORE THE MASTER, SO A FAILURE  *
019315*   BETWEEN THE TWO IS MADE GOOD BY THE REPLAY.              *
019315*-----------------------------------------------------------*
019315 3195-POST-BALANCE.
019315     IF NOT BALANCE-IS-AVAILABLE
019315         GO TO 3195-EXIT
019315     END-IF.
019315
019315     MOVE WS-CURRENT-DATE (1:6) TO WS-POST-MONTH.
019315     MOVE "N" TO WS-NEW-BALANCE-SW.
019315     MOVE name1 TO BM-NAME1.
019315     READ BALANCE-MASTER-FILE
019315         INVALID KEY
019315             SET BALANCE-IS-NEW TO TRUE
019315     END-READ.
019315
019315     IF BALANCE-IS-NEW
019315         MOVE SPACES TO BM-BALANCE-RECORD
019315         INITIALIZE BM-BALANCE-RECORD
019315         MOVE name1           TO BM-NAME1
019316         MOVE WS-CURRENT-DATE TO BM-OPENED-DATE
019316         MOVE WS-POST-MONTH   TO BM-MTD-MONTH
019316     ELSE
019316         IF BM-LAST-RUN-NUMBER NUMERIC
019316                 AND BM-LAST-RUN-NUMBER = WS-RUN-NUMBER
019316                 AND BM-LAST-RUN-DATE = WS-CURRENT-DATE
019316             PERFORM 3197-CHECK-POSTING-POSITION
019316                 THRU 3197-EXIT
019316             IF POSTING-ALREADY-MADE
019316                 GO TO 3195-EXIT
019316             END-IF
019316         END-IF
019316     END-IF.
019316
019316*    THE FIRST POSTING OF A NEW MONTH CLOSES OFF THE OLD ONE.
019316*    A SUPERVISED BACK-DATED RERUN INTO THE PRIOR MONTH POSTS
019316*    THERE, AND THE CURRENT MONTH THEN OPENS THAT MUCH
019316*    DIFFERENTLY; ONE FURTHER BACK ONLY MOVES THE OPENINGS.
019316     EVALUATE TRUE
019316         WHEN WS-POST-MONTH = BM-MTD-MONTH
019316             PERFORM 3196-ADD-TO-MONTH-TO-DATE
019316                 THRU 3196-EXIT
019316         WHEN WS-POST-MONTH > BM-MTD-MONTH
019316             MOVE BM-MTD-FIGURES     TO BM-PRIOR-FIGURES
019316             MOVE WS-POST-MONTH      TO BM-MTD-MONTH
019316             MOVE BM-CURRENT-BALANCE TO BM-MTD-OPENING
019316             MOVE ZERO               TO BM-MTD-CREDITS
019316             MOVE ZERO               TO BM-MTD-DEBITS
019316             MOVE ZERO               TO BM-MTD-COUNT
019316             PERFORM 3196-ADD-TO-MONTH-TO-DATE
019316                 THRU 3196-EXIT
019316         WHEN WS-POST-MONTH = BM-PRIOR-MONTH
019316             ADD result TO BM-MTD-OPENING
019316             IF result < ZERO
019316                 ADD result TO BM-PRIOR-DEBITS
019316             ELSE
019316                 ADD result TO BM-PRIOR-CREDITS
019316             END-IF
019317             ADD 1 TO BM-PRIOR-COUNT
019317         WHEN OTHER
019317             ADD result TO BM-MTD-OPENING
019317             ADD result TO BM-PRIOR-OPENING
019317             DISPLAY "BALMAST " name1 " posted to month "
019317                 WS-POST-MONTH " - month figures no longer held"
019317     END-EVALUATE.
019317
019317     ADD result TO BM-CURRENT-BALANCE.
019317     IF WS-CURRENT-DATE > BM-LAST-ACTIVITY-DATE
019317         MOVE WS-CURRENT-DATE TO BM-LAST-ACTIVITY-DATE
019317     END-IF.
019317     MOVE branch           TO BM-BRANCH.
019317     MOVE WS-CURRENT-DATE  TO BM-LAST-RUN-DATE.
019317     MOVE WS-RUN-NUMBER    TO BM-LAST-RUN-NUMBER.
019317     MOVE WS-POST-PHASE    TO BM-LAST-POST-PHASE.
019317     MOVE WS-POST-POSITION TO BM-LAST-POST-RECNO.
019317
019317     MOVE SPACES             TO BV-MOVEMENT-RECORD.
019317     MOVE name1              TO BV-NAME1.
019317     MOVE WS-CURRENT-DATE    TO BV-RUN-DATE.
019317     MOVE WS-RUN-NUMBER      TO BV-RUN-NUMBER.
019317     MOVE WS-POST-PHASE      TO BV-POST-PHASE.
019317     MOVE WS-POST-POSITION   TO BV-POST-RECNO.
019317     MOVE branch             TO BV-BRANCH.
019317     IF opCode = SPACES
019317         MOVE "ADD"          TO BV-OPCODE
019317     ELSE
019317         MOVE opCode         TO BV-OPCODE
019317     END-IF.
019317     MOVE num1               TO BV-NUM1.
019317     MOVE num2               TO BV-NUM2.
019317     MOVE result             TO BV-AMOUNT.
019317     MOVE BM-CURRENT-BALANCE TO BV-BALANCE-AFTER.
019317*    ALREADY ON FILE IS THE FAILED RUN'S OWN WRITE OF THIS
019317*    SAME POSTING; THE MASTER STILL NEEDS IT.
019317     WRITE BV-MOVEMENT-RECORD
019317         INVALID KEY
019318             CONTINUE
019318     END-WRITE.
019318
019318     IF BALANCE-IS-NEW
019318         WRITE BM-BALANCE-RECORD
019318             INVALID KEY
019318                 DISPLAY "BALMAST post failed, status "
019318                     BM-FILE-STATUS
019318         END-WRITE
019318     ELSE
019318         REWRITE BM-BALANCE-RECORD
019318             INVALID KEY
019318                 DISPLAY "BALMAST post failed, status "
019318                     BM-FILE-STATUS
019318         END-REWRITE
019318     END-IF.
019318 3195-EXIT.
019318     EXIT.
019318*-----------------------------------------------------------*
019318* 3196-ADD-TO-MONTH-TO-DATE - THE RESULT INTO THE CURRENT    *
019318*   MONTH'S CREDITS OR DEBITS.                               *
019318*-----------------------------------------------------------*
019318 3196-ADD-TO-MONTH-TO-DATE.
019318     IF result < ZERO
019318         ADD result TO BM-MTD-DEBITS
019318     ELSE
019318         ADD result TO BM-MTD-CREDITS
019318     END-IF.
019318     ADD 1 TO BM-MTD-COUNT.
019318 3196-EXIT.
019318     EXIT.
019318*-----------------------------------------------------------*
019318* 3197-CHECK-POSTING-POSITION - THIS RUN LAST POSTED THE     *
019318*   NAME.  A TRANSACTION AT OR BEFORE THAT POSITION IN THE   *
019318*   RUN IS A RESTART REPLAYING WHAT IS ALREADY IN THE        *
019318*   BALANCE.                                                 *
019318*-----------------------------------------------------------*
019318 3197-CHECK-POSTING-POSITION.
019319     MOVE "N" TO WS-POSTING-MADE-SW.
019319     MOVE WS-POST-PHASE    TO WS-RANK-PHASE.
019319     MOVE WS-POST-POSITION TO WS-RANK-RECNO.
019319     PERFORM 3198-RANK-POSTING-POSITION
019319         THRU 3198-EXIT.
019319     MOVE WS-RANK-VALUE TO WS-THIS-POST-RANK.
019319
019319     MOVE BM-LAST-POST-PHASE TO WS-RANK-PHASE.
019319     IF BM-LAST-POST-RECNO NUMERIC
019319         MOVE BM-LAST-POST-RECNO TO WS-RANK-RECNO
019319     ELSE
019319         MOVE ZERO TO WS-RANK-RECNO
019319     END-IF.
019319     PERFORM 3198-RANK-POSTING-POSITION
019319         THRU 3198-EXIT.
019319     MOVE WS-RANK-VALUE TO WS-LAST-POST-RANK.
019319
019319     IF WS-LAST-POST-RANK NOT < WS-THIS-POST-RANK
019319         SET POSTING-ALREADY-MADE TO TRUE
019319     END-IF.
019319 3197-EXIT.
019319     EXIT.
019319*-----------------------------------------------------------*
019319* 3198-RANK-POSTING-POSITION - WS-RANK-PHASE/RECNO AS ONE    *
019319*   NUMBER IN PROCESSING ORDER.                              *
019319*-----------------------------------------------------------*
019319 3198-RANK-POSTING-POSITION.
019319     EVALUATE WS-RANK-PHASE
019319         WHEN "R"
019319             COMPUTE WS-RANK-VALUE = 1000000 + WS-RANK-RECNO
019319         WHEN "A"
019319             COMPUTE WS-RANK-VALUE = 2000000 + WS-RANK-RECNO
019319         WHEN OTHER
019319             COMPUTE WS-RANK-VALUE = 3000000 + WS-RANK-RECNO
019319     END-EVALUATE.
019319 3198-EXIT.
019319     EXIT.
019319*-----------------------------------------------------------*
019320* 3700-WRITE-REJECT-RECORD - LOG A BAD RECORD TO REJECTS     *
019330*-----------------------------------------------------------*
019340 3700-WRITE-REJECT-RECORD.
019470     MOVE WS-REJECT-REASON TO RJ-REASON.
019480     MOVE WS-CURRENT-DATE TO RJ-ORIG-RUN-DATE.
019490     MOVE ZERO            TO RJ-AGE-IN-RUNS.
019491     IF JOURNAL-IS-AVAILABLE
019492         PERFORM 3875-BUILD-JOURNAL-KEY
019493             THRU 3875-EXIT
019494         MOVE WS-JOURNAL-KEY  TO RJ-JOURNAL-KEY
019495     END-IF.
019500     WRITE RJ-REJECT-LINE FROM RJ-REJECT-RECORD.
019501     MOVE "R" TO WS-OUTCOME-DISPOSITION.
019502     PERFORM 3870-WRITE-OUTCOME-RECORD
019503         THRU 3870-EXIT.
019510 3700-EXIT.
019511     EXIT.
019511*-----------------------------------------------------------*
019511* 3750-HOLD-FOR-APPROVAL - DIVERT AN OVER-THRESHOLD ITEM TO  *
019511*   THE APPRPEND POOL INSTEAD OF THE REPORT DETAIL, AUDIT    *
019511*   LOG, EXTRACT AND HISTORY.  THE RUN OPERATOR AND ANY      *
019511*   REPAIRING OPERATOR ARE STAMPED ON IT SO NEITHER CAN      *
019512*   APPROVE IT, AND ITS JOURNAL KEY SO apprvmnt CAN STAMP    *
019512*   THE DECISION.  WITH NO POOL TO HOLD IT ON THE ITEM IS    *
019512*   REJECTED, NEVER POSTED.                                  *
019512*-----------------------------------------------------------*
019512 3750-HOLD-FOR-APPROVAL.
019512     IF NOT PENDING-POOL-IS-OPEN
019513         SET RECORD-IS-INVALID TO TRUE
019513         MOVE "APPROVAL QUEUE UNAVAILABLE" TO WS-REJECT-REASON
019513         PERFORM 3700-WRITE-REJECT-RECORD
019513             THRU 3700-EXIT
019513         GO TO 3750-EXIT
019513     END-IF.
019514
019514     DISPLAY "Held for supervisor approval - result " result.
019514     ADD 1 TO WS-RECORDS-HELD.
019514     ADD 1 TO WS-PENDING-POOL-COUNT.
019514     MOVE SPACES              TO PA-APPROVAL-RECORD.
019514     MOVE name1               TO PA-NAME1.
019515     MOVE num1                TO PA-NUM1.
019515     MOVE num2                TO PA-NUM2.
019515     MOVE opCode              TO PA-OPCODE.
019515     MOVE branch              TO PA-BRANCH.
019515     MOVE result              TO PA-RESULT.
019516     MOVE WS-CURRENT-DATE     TO PA-QUEUED-DATE.
019516     MOVE WS-RUN-NUMBER       TO PA-RUN-NUMBER.
019516     IF ITEM-CAME-FROM-RECYCLE
019516         SET PA-FROM-RECYCLE  TO TRUE
019516     ELSE
019516         SET PA-FROM-TRANS-IN TO TRUE
019517     END-IF.
019517     MOVE WS-OPERATOR-ID      TO PA-KEYED-BY.
019517     MOVE WS-ITEM-REPAIRED-BY TO PA-REPAIRED-BY.
019517     MOVE ZERO                TO PA-DECISION-DATE.
019517     IF JOURNAL-IS-AVAILABLE
019517         PERFORM 3875-BUILD-JOURNAL-KEY
019518             THRU 3875-EXIT
019518         MOVE WS-JOURNAL-KEY  TO PA-JOURNAL-KEY
019518     END-IF.
019518     WRITE AP-PENDING-LINE FROM PA-APPROVAL-RECORD.
019518     MOVE "H" TO WS-OUTCOME-DISPOSITION.
019518     PERFORM 3870-WRITE-OUTCOME-RECORD
019519         THRU 3870-EXIT.
019519
019519     PERFORM 3190-RECORD-FINGERPRINT
019519         THRU 3190-EXIT.
019519 3750-EXIT.
019520     EXIT.
019530*-----------------------------------------------------------*
019540* 3800-WRITE-AUDIT-RECORD - APPEND ONE LINE TO AUDIT-LOG FOR *
019630     MOVE num1            TO AL-NUM1.
019640     MOVE num2            TO AL-NUM2.
019650     MOVE result          TO AL-RESULT.
019651     IF ITEM-IS-FORCED-REPEAT
019652         SET AL-IS-OVERRIDE-POSTING TO TRUE
019653     END-IF.
019660     WRITE AL-AUDIT-LINE FROM AL-AUDIT-RECORD.
019670 3800-EXIT.
019680     EXIT.
019980     WRITE EX-EXTRACT-LINE FROM EX-TRAILER-RECORD.
019990     CLOSE EXTRACT-FILE.
020000 3860-EXIT.
020001     EXIT.
020001*-----------------------------------------------------------*
020001* 3870-WRITE-OUTCOME-RECORD - ONE RUNOUTC LINE FOR THE ITEM  *
020001*   IN HAND.  THE CALLER SETS WS-OUTCOME-DISPOSITION FIRST.  *
020001*   THE OPERANDS GO OUT AS THE RAW BYTES THAT ARRIVED, SO A  *
020001*   REJECTED ITEM IS RETURNED TO ITS OFFICE AS SENT.         *
020001*   AN ITEM THE RUN'S OWN OPERATOR REPAIRED IS COUNTED HERE  *
020001*   TOO, SINCE EVERY ITEM DECIDED PASSES THROUGH.            *
020001*-----------------------------------------------------------*
020001 3870-WRITE-OUTCOME-RECORD.
020001     IF WS-ITEM-REPAIRED-BY NOT = SPACES
020001             AND WS-ITEM-REPAIRED-BY = WS-OPERATOR-ID
020001         ADD 1 TO WS-OWN-REPAIR-COUNT
020001     END-IF.
020001
020002     IF JOURNAL-IS-AVAILABLE
020002         PERFORM 3880-WRITE-JOURNAL-RECORD
020002             THRU 3880-EXIT
020002     END-IF.
020002     IF NOT OUTCOME-FILE-IS-OPEN
020002         GO TO 3870-EXIT
020002     END-IF.
020002
020002     MOVE SPACES                 TO OC-OUTCOME-RECORD.
020002     MOVE WS-CURRENT-DATE        TO OC-RUN-DATE.
020002     MOVE WS-RUN-NUMBER          TO OC-RUN-NUMBER.
020002     MOVE WS-ITEM-SOURCE         TO OC-SOURCE.
020002     MOVE WS-ITEM-ARRIVAL-SEQ    TO OC-ARRIVAL-SEQ.
020002     MOVE branch                 TO OC-BRANCH.
020003     MOVE name1                  TO OC-NAME1.
020003     MOVE userInput              TO OC-OPERANDS.
020003     MOVE opCode                 TO OC-OPCODE.
020003     MOVE WS-OUTCOME-DISPOSITION TO OC-DISPOSITION.
020003     IF OC-WAS-REJECTED
020003         MOVE ZERO               TO OC-RESULT
020003         MOVE WS-REJECT-REASON   TO OC-REASON
020003     ELSE
020003         MOVE result             TO OC-RESULT
020003     END-IF.
020003     MOVE WS-ITEM-REPAIRED-BY    TO OC-REPAIRED-BY.
020003     WRITE OC-OUTCOME-RECORD.
020003     ADD 1 TO WS-OUTCOME-COUNT.
020003 3870-EXIT.
020004     EXIT.
020004*-----------------------------------------------------------*
020004* 3875-BUILD-JOURNAL-KEY - THE TRNJRNL KEY OF THE ITEM IN    *
020004*   HAND: THE PROCESSING DATE, THE RUN NUMBER AND THE        *
020004*   POSTING POSITION.                                        *
020004*-----------------------------------------------------------*
020004 3875-BUILD-JOURNAL-KEY.
020004     MOVE WS-CURRENT-DATE  TO WS-JK-RUN-DATE.
020004     MOVE WS-RUN-NUMBER    TO WS-JK-RUN-NUMBER.
020004     MOVE WS-POST-PHASE    TO WS-JK-POST-PHASE.
020004     MOVE WS-POST-POSITION TO WS-JK-POST-RECNO.
020004 3875-EXIT.
020004     EXIT.
020004*-----------------------------------------------------------*
020005* 3880-WRITE-JOURNAL-RECORD - ONE TRNJRNL RECORD FOR THE     *
020005*   ITEM JUST DECIDED: THE FIELDS AS RECEIVED, THE RESULT,   *
020005*   THE DISPOSITION AND THE RUN OPERATOR. THE LATER STAMPS   *
020005*   START EMPTY. A RESTART REPLAY FINDS ITS RECORD ALREADY   *
020005*   THERE AND REWRITES IT. A REPAIRED OR APPROVED ITEM       *
020005*   FIRST NAMES ITSELF ON THE RECORD IT WAS REJECTED OR      *
020005*   HELD UNDER.                                              *
020005*-----------------------------------------------------------*
020005 3880-WRITE-JOURNAL-RECORD.
020005     PERFORM 3875-BUILD-JOURNAL-KEY
020005         THRU 3875-EXIT.
020005     IF WS-ITEM-PRIOR-KEY NOT = SPACES
020005         PERFORM 3885-LINK-PRIOR-RECORD
020005             THRU 3885-EXIT
020005     END-IF.
020006
020006     MOVE SPACES                 TO TJ-JOURNAL-RECORD.
020006     MOVE WS-JOURNAL-KEY         TO TJ-KEY.
020006     MOVE name1                  TO TJ-NAME1.
020006     MOVE userInput              TO TJ-OPERANDS.
020006     MOVE opCode                 TO TJ-OPCODE.
020006     MOVE branch                 TO TJ-BRANCH.
020006     MOVE WS-ITEM-SOURCE         TO TJ-SOURCE.
020006     MOVE WS-ITEM-ARRIVAL-SEQ    TO TJ-ARRIVAL-SEQ.
020006     MOVE WS-OPERATOR-ID         TO TJ-OPERATOR.
020006     MOVE WS-ITEM-REPAIRED-BY    TO TJ-REPAIRED-BY.
020006     MOVE WS-ITEM-DUP-OVERRIDE   TO TJ-DUP-OVERRIDE.
020006     MOVE WS-ITEM-PRIOR-KEY      TO TJ-PRIOR-KEY.
020006     MOVE WS-OUTCOME-DISPOSITION TO TJ-DISPOSITION.
020007     IF TJ-WAS-REJECTED
020007         MOVE ZERO               TO TJ-RESULT
020007         MOVE WS-REJECT-REASON   TO TJ-REASON
020007     ELSE
020007         MOVE result             TO TJ-RESULT
020007     END-IF.
020007*    A POSTED ITEM WENT TO THE LEDGER EXTRACT IN 3850.
020007     IF TJ-WAS-POSTED
020007         MOVE "Y"                TO TJ-EXTRACTED-SW
020007     END-IF.
020007     MOVE ZERO                   TO TJ-LEDGER-DATE
020007                                    TJ-REPAIR-DATE
020007                                    TJ-BACKOUT-DATE
020007                                    TJ-DECISION-DATE.
020008     WRITE TJ-JOURNAL-RECORD
020008         INVALID KEY
020008             REWRITE TJ-JOURNAL-RECORD
020008                 INVALID KEY
020008                     DISPLAY "TRNJRNL write failed, status "
020008                         TJ-FILE-STATUS " for " name1
020008             END-REWRITE
020008     END-WRITE.
020008 3880-EXIT.
020008     EXIT.
020008*-----------------------------------------------------------*
020008* 3885-LINK-PRIOR-RECORD - STAMP THE KEY OF THE ITEM IN HAND *
020008*   AS THE NEXT KEY ON THE RECORD IT WAS REJECTED OR HELD    *
020008*   UNDER.  A PRIOR RECORD WRITTEN BEFORE THE JOURNAL        *
020009*   EXISTED IS SIMPLY NOT FOUND.                             *
020009*-----------------------------------------------------------*
020009 3885-LINK-PRIOR-RECORD.
020009     MOVE WS-ITEM-PRIOR-KEY TO TJ-KEY.
020009     READ TRANS-JOURNAL-FILE
020009         INVALID KEY
020009             GO TO 3885-EXIT
020009     END-READ.
020009     MOVE WS-JOURNAL-KEY TO TJ-NEXT-KEY.
020009     REWRITE TJ-JOURNAL-RECORD
020009         INVALID KEY
020009             DISPLAY "TRNJRNL link failed, status " TJ-FILE-STATUS
020009     END-REWRITE.
020009 3885-EXIT.
020010     EXIT.
020020*-----------------------------------------------------------*
020030* 3400-CONTROL-BREAK-CHECK - DETECT A CHANGE IN name1 AND     *
021750     MOVE WS-RECORDS-COMPUTED TO SM-COMPUTED.
021760     MOVE WS-RECORDS-REJECTED TO SM-REJECTED.
021770     MOVE WS-RECORDS-SKIPPED  TO SM-SKIPPED.
021771     MOVE WS-RECORDS-HELD     TO SM-HELD.
021780     WRITE RO-REPORT-LINE FROM WS-SUMMARY-COUNT-LINE.
021790
021800     MOVE SPACES TO RO-REPORT-LINE.
023190     MOVE WS-PAGE-COUNT TO CK-PAGE-COUNT.
023200     MOVE WS-LINE-COUNT TO CK-LINE-COUNT.
023210     MOVE WS-REJECT-POOL-COUNT TO CK-REJECT-COUNT.
023211     MOVE WS-PENDING-POOL-COUNT TO CK-PENDING-COUNT.
023212     MOVE WS-OUTCOME-COUNT TO CK-OUTCOME-COUNT.
023213     MOVE WS-OWN-REPAIR-COUNT TO CK-OWN-REPAIR-COUNT.
023220     WRITE CK-CHECKPOINT-RECORD.
023230     CLOSE CHECKPOINT-FILE.
023240 3910-EXIT.
026760     EXIT.
026770*-----------------------------------------------------------*
026780* 9500-PROVE-RECORD-COUNTS - EVERY RECORD READ MUST HAVE     *
026790*   COMPUTED, REJECTED, BEEN HELD FOR APPROVAL, OR BEEN      *
026800*   SKIPPED ON RESTART.  A SHORTFALL MEANS RECORDS WERE LOST *
026810*   IN FLIGHT, AND THE RUN REPORTS ITSELF OUT OF BALANCE.    *
026820*-----------------------------------------------------------*
026830 9500-PROVE-RECORD-COUNTS.
026840     COMPUTE WS-TRIAL-BALANCE
026850         = WS-RECORDS-COMPUTED + WS-RECORDS-REJECTED
026851         + WS-RECORDS-HELD
026860         + WS-RECORDS-SKIPPED.
026870
026880     DISPLAY "Records read:     " WS-RECORDS-READ.
026890     DISPLAY "Records computed: " WS-RECORDS-COMPUTED.
026900     DISPLAY "Records rejected: " WS-RECORDS-REJECTED.
026901     DISPLAY "Records held:     " WS-RECORDS-HELD.
026910     DISPLAY "Records skipped:  " WS-RECORDS-SKIPPED.
026920
026930     IF WS-TRIAL-BALANCE = WS-RECORDS-READ
027230     MOVE WS-RECORDS-COMPUTED TO RS-RECORDS-COMPUTED.
027240     MOVE WS-RECORDS-REJECTED TO RS-RECORDS-REJECTED.
027250     MOVE WS-RECORDS-SKIPPED  TO RS-RECORDS-SKIPPED.
027251     MOVE WS-RECORDS-HELD     TO RS-RECORDS-HELD.
027252     MOVE WS-OWN-REPAIR-COUNT TO RS-OWN-REPAIRS.
027260     MOVE WS-HIGHEST-RETURN-CODE TO RS-RETURN-CODE.
027270     MOVE WS-OPERATOR-ID      TO RS-OPERATOR.
027280     WRITE RS-STATS-RECORD.
027440     CLOSE REPORT-OUT-FILE.
027450     CLOSE REJECTS-FILE.
027460     CLOSE AUDIT-LOG-FILE.
027461     IF PENDING-POOL-IS-OPEN
027462         CLOSE APPROVAL-PENDING-FILE
027463     END-IF.
027470     IF NAME-MASTER-IS-AVAILABLE
027480         CLOSE NAME-MASTER-FILE
027490     END-IF.
027500     IF HISTORY-IS-AVAILABLE
027510         CLOSE DAILY-HISTORY-FILE
027520     END-IF.
027521     IF DUP-INDEX-IS-AVAILABLE
027521         CLOSE DUP-INDEX-FILE
027522     END-IF.
027522     IF ORDER-MASTER-IS-AVAILABLE
027523         CLOSE STANDING-ORDER-FILE
027523     END-IF.
027524     IF BALANCE-IS-AVAILABLE
027524         CLOSE BALANCE-MASTER-FILE
027525         CLOSE BALANCE-MOVEMENT-FILE
027526     END-IF.
027526     IF JOURNAL-IS-AVAILABLE
027527         CLOSE TRANS-JOURNAL-FILE
027527     END-IF.
027528     IF OUTCOME-FILE-IS-OPEN
027528         CLOSE OUTCOME-FILE
027529     END-IF.
027530 9999-EXIT.
027540     EXIT.

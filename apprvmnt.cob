000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. apprvmnt.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - SUPERVISOR APPROVAL    *
000200*                  SESSION FOR THE APPRPEND HOLD QUEUE THAT  *
000210*                  prac-one FILLS WITH OVER-THRESHOLD ITEMS  *
000220*                  (LAYOUT IN APPRREC.CPY).  THE SESSION     *
000230*                  MUST SIGN ON AGAINST OPERMAST WITH THE    *
000240*                  APPROVE AUTHORITY.  EACH ITEM IS          *
000250*                  APPROVED TO THE APPROVED FILE FOR THE     *
000260*                  NEXT prac-one RUN, DECLINED, OR LEFT IN   *
000270*                  THE POOL; ITEMS PAST THE CTLPARM AGE      *
000280*                  LIMIT ARE AGED OUT.  DECLINED AND AGED    *
000290*                  ITEMS GO ON THE APPRREG REGISTER.  THE    *
000300*                  OPERATOR WHO KEYED OR REPAIRED AN ITEM    *
000310*                  MAY NOT DECIDE IT.                        *
000311* 2026-10-15  GMB  EACH DECISION IS NOW ALSO STAMPED ON THE  *
000312*                  HELD ITEM'S TRNJRNL RECORD, FOUND BY THE  *
000313*                  JOURNAL KEY prac-one PUTS ON APPRPEND     *
000314*                  (APPRREC NOW 196 BYTES).                  *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000360 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT APPROVAL-PENDING-FILE ASSIGN TO "APPRPEND"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AP-FILE-STATUS.
000420     SELECT APPROVAL-HOLD-FILE ASSIGN TO "APPRHOLD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AH-FILE-STATUS.
000450     SELECT APPROVED-FILE ASSIGN TO "APPROVED"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AV-FILE-STATUS.
000480     SELECT APPROVAL-REGISTER-FILE ASSIGN TO "APPRREG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AR-FILE-STATUS.
000510     SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CF-FILE-STATUS.
000540     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS OP-ID
000580         FILE STATUS IS OP-FILE-STATUS.
000590     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CA-FILE-STATUS.
000611     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS TJ-KEY
000615         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
000616         FILE STATUS IS TJ-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  APPROVAL-PENDING-FILE.
000660*-----------------------------------------------------------*
000670* THE HOLD QUEUE prac-one APPENDS TO, ONE LINE PER ITEM IN   *
000680*   THE SHARED APPRREC LAYOUT (SEE copybooks/APPRREC.CPY).   *
000690*-----------------------------------------------------------*
000700 01  AP-PENDING-LINE                PIC X(196).
000710*
000720 FD  APPROVAL-HOLD-FILE.
000730*-----------------------------------------------------------*
000740* CARRY-FORWARD WORK FILE.  UNDECIDED ITEMS ARE HELD HERE    *
000750*   DURING THE PASS AND COPIED BACK OVER APPRPEND AT END OF  *
000760*   JOB SO THE POOL ONLY EVER HOLDS OPEN ITEMS.              *
000770*-----------------------------------------------------------*
000780 01  AH-HOLD-LINE                   PIC X(196).
000790*
000800 FD  APPROVED-FILE.
000810*-----------------------------------------------------------*
000820* RELEASED ITEMS, STAMPED WITH THE DECISION, FOR prac-one TO *
000830*   TAKE IN ON ITS NEXT RUN ALONGSIDE RECYCLE.               *
000840*-----------------------------------------------------------*
000850 01  AV-APPROVED-LINE               PIC X(196).
000860*
000870 FD  APPROVAL-REGISTER-FILE.
000880 01  AR-REGISTER-LINE               PIC X(132).
000890*
000900 FD  CONTROL-FILE.
000910*-----------------------------------------------------------*
000920* SHOP CONTROL PARAMETERS (SEE copybooks/CTLPARM.CPY).       *
000930*-----------------------------------------------------------*
000940     COPY CTLPARM.
000950*
000960 FD  OPERATOR-MASTER-FILE.
000970*-----------------------------------------------------------*
000980* OP-OPERATOR-RECORD IS THE SHARED COPY MEMBER (SEE          *
000990*   copybooks/OPERMREC.CPY) MAINTAINED BY opermnt.           *
001000*-----------------------------------------------------------*
001010     COPY OPERMREC.
001020*
001030 FD  CALENDAR-FILE.
001040*-----------------------------------------------------------*
001050* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
001060*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
001070*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
001080*-----------------------------------------------------------*
001090     COPY BUSCAL.
001091*
001092 FD  TRANS-JOURNAL-FILE.
001093*-----------------------------------------------------------*
001094* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
001095*   copybooks/TRNJREC.CPY) WRITTEN BY prac-one.  THE         *
001096*   DECISION IS STAMPED ON THE HELD ITEM'S RECORD.           *
001097*-----------------------------------------------------------*
001098     COPY TRNJREC.
001100*
001110 WORKING-STORAGE SECTION.
001120*-----------------------------------------------------------*
001130* SWITCHES AND STATUS FIELDS                                *
001140*-----------------------------------------------------------*
001150 01  AP-FILE-STATUS             PIC X(02) VALUE SPACES.
001160     88  AP-FILE-OK                  VALUE "00".
001170*
001180 01  AH-FILE-STATUS             PIC X(02) VALUE SPACES.
001190     88  AH-FILE-OK                  VALUE "00".
001200*
001210 01  AV-FILE-STATUS             PIC X(02) VALUE SPACES.
001220     88  AV-FILE-OK                  VALUE "00".
001230*
001240 01  AR-FILE-STATUS             PIC X(02) VALUE SPACES.
001250     88  AR-FILE-OK                  VALUE "00".
001260*
001270 01  CF-FILE-STATUS             PIC X(02) VALUE SPACES.
001280     88  CF-FILE-OK                  VALUE "00".
001290*
001300 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
001310     88  OP-FILE-OK                  VALUE "00".
001320 01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
001330 01  WS-SESSION-SW              PIC X(01) VALUE "N".
001340     88  SESSION-WAS-REFUSED        VALUE "R".
001350*
001360 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001370     88  CA-FILE-OK                  VALUE "00".
001371*
001372 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
001373     88  TJ-FILE-OK                  VALUE "00".
001374 01  WS-JOURNAL-SW              PIC X(01) VALUE "N".
001375     88  JOURNAL-IS-AVAILABLE       VALUE "Y".
001380*
001390 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001400 01  WS-DATE-INTEGER            PIC 9(08) COMP VALUE 0.
001410 01  WS-QUEUED-INTEGER          PIC 9(08) COMP VALUE 0.
001420 01  WS-ITEM-AGE-DAYS           PIC 9(05) VALUE 0.
001430*
001440 01  WS-POOL-AVAILABLE-SW       PIC X(01) VALUE "N".
001450     88  POOL-IS-AVAILABLE          VALUE "Y".
001460 01  WS-END-OF-POOL-SW          PIC X(01) VALUE "N".
001470     88  END-OF-PENDING-POOL        VALUE "Y".
001480 01  WS-QUIT-REMAINING-SW       PIC X(01) VALUE "N".
001490     88  OPERATOR-QUIT-REMAINING    VALUE "Y".
001500*
001510 01  WS-ANSWER-CODE             PIC X(01) VALUE SPACE.
001520     88  ANSWER-IS-APPROVE          VALUE "A".
001530     88  ANSWER-IS-DECLINE          VALUE "D".
001540     88  ANSWER-IS-SKIP             VALUE "S".
001550     88  ANSWER-IS-QUIT             VALUE "Q".
001560*
001570 01  WS-APPROVAL-AGE-LIMIT      PIC 9(03) VALUE 5.
001580 01  WS-ENTRY-REASON            PIC X(30) VALUE SPACES.
001590*
001600 77  WS-READ-COUNT              PIC 9(05) COMP VALUE 0.
001610 77  WS-APPROVED-COUNT          PIC 9(05) COMP VALUE 0.
001620 77  WS-DECLINED-COUNT          PIC 9(05) COMP VALUE 0.
001630 77  WS-AGED-COUNT              PIC 9(05) COMP VALUE 0.
001640 77  WS-HELD-COUNT              PIC 9(05) COMP VALUE 0.
001650 77  WS-CONFLICT-COUNT          PIC 9(05) COMP VALUE 0.
001660*
001670*-----------------------------------------------------------*
001680* HOLD QUEUE RECORD - SHARED COPY MEMBER (SEE                *
001690*   copybooks/APPRREC.CPY) SO THIS SESSION DECIDES AGAINST   *
001700*   THE SAME LAYOUT prac-one WRITES AND READS BACK.          *
001710*-----------------------------------------------------------*
001720 COPY APPRREC.
001730*
001740 01  WS-REGISTER-HEADING-LINE.
001750     05  FILLER                 PIC X(27) VALUE
001760         "APPROVAL DECISION REGISTER ".
001770     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
001780     05  AR-RUN-DATE            PIC 9(08).
001790     05  FILLER                 PIC X(15) VALUE
001800         "   DECIDED BY: ".
001810     05  AR-DECIDED-BY          PIC X(08).
001820     05  FILLER                 PIC X(13) VALUE "   AGE LIMIT ".
001830     05  AR-AGE-LIMIT           PIC ZZ9.
001840     05  FILLER                 PIC X(05) VALUE " DAYS".
001850*
001860 01  WS-REGISTER-COLUMN-HDG-1.
001870     05  FILLER                 PIC X(35) VALUE "NAME".
001880     05  FILLER                 PIC X(05) VALUE "BR".
001890     05  FILLER                 PIC X(05) VALUE "OP".
001900     05  FILLER                 PIC X(14) VALUE "      RESULT".
001910     05  FILLER                 PIC X(10) VALUE "QUEUED".
001920     05  FILLER                 PIC X(08) VALUE "   RUN".
001930     05  FILLER                 PIC X(10) VALUE "OUTCOME".
001940     05  FILLER                 PIC X(10) VALUE "KEYED BY".
001950     05  FILLER                 PIC X(06) VALUE "REASON".
001960*
001970 01  WS-REGISTER-DETAIL-LINE.
001980     05  AR-NAME1               PIC X(33).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  AR-BRANCH              PIC X(03).
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  AR-OPCODE              PIC X(03).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  AR-RESULT              PIC ZZZZZZZ9.99-.
002050     05  FILLER                 PIC X(02) VALUE SPACES.
002060     05  AR-QUEUED-DATE         PIC 9(08).
002070     05  FILLER                 PIC X(02) VALUE SPACES.
002080     05  AR-RUN-NUMBER          PIC ZZZZZ9.
002090     05  FILLER                 PIC X(02) VALUE SPACES.
002100     05  AR-OUTCOME             PIC X(08).
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  AR-KEYED-BY            PIC X(08).
002130     05  FILLER                 PIC X(02) VALUE SPACES.
002140     05  AR-REASON              PIC X(30).
002150*
002160 01  WS-REGISTER-TOTAL-LINE.
002170     05  FILLER                 PIC X(10) VALUE "APPROVED  ".
002180     05  AR-APPROVED-COUNT      PIC ZZZZ9.
002190     05  FILLER                 PIC X(12) VALUE "   DECLINED ".
002200     05  AR-DECLINED-COUNT      PIC ZZZZ9.
002210     05  FILLER                 PIC X(12) VALUE "   AGED OUT ".
002220     05  AR-AGED-COUNT          PIC ZZZZ9.
002230     05  FILLER                 PIC X(14) VALUE
002240         "   STILL HELD ".
002250     05  AR-HELD-COUNT          PIC ZZZZ9.
002260*
002270 PROCEDURE DIVISION.
002280*-----------------------------------------------------------*
002290* 0000-MAINLINE                                             *
002300*-----------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330         THRU 1000-EXIT.
002340
002350     IF SESSION-WAS-REFUSED
002360         DISPLAY "Sign-on refused - nothing done"
002370     ELSE
002380         IF POOL-IS-AVAILABLE
002390             PERFORM 3100-READ-PENDING-ITEM
002400                 THRU 3100-EXIT
002410             PERFORM 3000-PROCESS-ONE-ITEM
002420                 THRU 3000-EXIT
002430                 UNTIL END-OF-PENDING-POOL
002440             PERFORM 4000-REWRITE-PENDING-POOL
002450                 THRU 4000-EXIT
002460         ELSE
002470             DISPLAY "APPRPEND not found - nothing to decide"
002480         END-IF
002490     END-IF.
002500
002510     PERFORM 9999-END-OF-JOB
002520         THRU 9999-EXIT.
002530     STOP RUN.
002540*-----------------------------------------------------------*
002550* 1000-INITIALIZE - SIGN ON, THEN OPEN THE POOL AND THE      *
002560*   OUTPUT FILES.  APPROVED IS EXTENDED, NOT TRUNCATED, IN   *
002570*   CASE A PRIOR SESSION RAN BEFORE prac-one CONSUMED IT;    *
002580*   THE REGISTER IS EXTENDED SO IT KEEPS EVERY SESSION.      *
002590*-----------------------------------------------------------*
002600 1000-INITIALIZE.
002610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002620     PERFORM 1100-READ-PROCESSING-DATE
002630         THRU 1100-EXIT.
002640
002650     PERFORM 2000-READ-CONTROL-PARMS
002660         THRU 2000-EXIT.
002670
002680     PERFORM 1200-OPERATOR-SIGN-ON
002690         THRU 1200-EXIT.
002700     IF SESSION-WAS-REFUSED
002710         GO TO 1000-EXIT
002720     END-IF.
002730
002740     OPEN INPUT APPROVAL-PENDING-FILE.
002750     IF AP-FILE-OK
002760         SET POOL-IS-AVAILABLE TO TRUE
002770     ELSE
002780         GO TO 1000-EXIT
002790     END-IF.
002800
002810     OPEN EXTEND APPROVED-FILE.
002820     IF NOT AV-FILE-OK
002830         OPEN OUTPUT APPROVED-FILE
002840     END-IF.
002850     OPEN OUTPUT APPROVAL-HOLD-FILE.
002860     OPEN EXTEND APPROVAL-REGISTER-FILE.
002870     IF NOT AR-FILE-OK
002880         OPEN OUTPUT APPROVAL-REGISTER-FILE
002881     END-IF.
002881
002882*    THE JOURNAL IS prac-one'S; WITHOUT IT THE DECISIONS ARE
002883*    SIMPLY NOT STAMPED.
002884     OPEN I-O TRANS-JOURNAL-FILE.
002885     IF TJ-FILE-OK
002886         SET JOURNAL-IS-AVAILABLE TO TRUE
002887     ELSE
002888         DISPLAY "TRNJRNL not available - decisions not "
002889             "journalled"
002890     END-IF.
002900
002910     MOVE WS-CURRENT-DATE       TO AR-RUN-DATE.
002920     MOVE WS-OPERATOR-ID        TO AR-DECIDED-BY.
002930     MOVE WS-APPROVAL-AGE-LIMIT TO AR-AGE-LIMIT.
002940     MOVE SPACES TO AR-REGISTER-LINE.
002950     WRITE AR-REGISTER-LINE.
002960     WRITE AR-REGISTER-LINE FROM WS-REGISTER-HEADING-LINE.
002970     MOVE SPACES TO AR-REGISTER-LINE.
002980     WRITE AR-REGISTER-LINE.
002990     WRITE AR-REGISTER-LINE FROM WS-REGISTER-COLUMN-HDG-1.
003000
003010     COMPUTE WS-DATE-INTEGER
003020         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
003030 1000-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------*
003060* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
003070*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
003080*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
003090*   IS PRESENT.                                              *
003100*-----------------------------------------------------------*
003110 1100-READ-PROCESSING-DATE.
003120     OPEN INPUT CALENDAR-FILE.
003130     IF NOT CA-FILE-OK
003140         GO TO 1100-EXIT
003150     END-IF.
003160
003170     READ CALENDAR-FILE
003180         AT END
003190             CONTINUE
003200         NOT AT END
003210             IF CA-IS-CONTROL
003220                     AND CA-OPEN-DATE NUMERIC
003230                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
003240             END-IF
003250     END-READ.
003260     CLOSE CALENDAR-FILE.
003270 1100-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------*
003300* 1200-OPERATOR-SIGN-ON - RELEASING A HELD ITEM IS THE       *
003310*   WHOLE POINT OF THE HOLD, SO UNLIKE THE OTHER SESSIONS    *
003320*   THIS ONE NEVER RUNS UNSIGNED: NO OPERMAST, AN UNKNOWN OR *
003330*   INACTIVE ID, OR AN OPERATOR WITHOUT THE APPROVE          *
003340*   AUTHORITY (SEE opermnt) ENDS THE SESSION.                *
003350*-----------------------------------------------------------*
003360 1200-OPERATOR-SIGN-ON.
003370     OPEN INPUT OPERATOR-MASTER-FILE.
003380     IF NOT OP-FILE-OK
003390         DISPLAY "OPERMAST not found - approval needs a "
003400             "signed-on supervisor"
003410         SET SESSION-WAS-REFUSED TO TRUE
003420         GO TO 1200-EXIT
003430     END-IF.
003440
003450     DISPLAY "Operator ID: " WITH NO ADVANCING.
003460     ACCEPT WS-OPERATOR-ID.
003470     MOVE WS-OPERATOR-ID TO OP-ID.
003480     READ OPERATOR-MASTER-FILE
003490         INVALID KEY
003500             DISPLAY "Operator is not on the master - "
003510                 "session ends"
003520             SET SESSION-WAS-REFUSED TO TRUE
003530         NOT INVALID KEY
003540             IF NOT OP-IS-ACTIVE
003550                 DISPLAY "Operator is not active - "
003560                     "session ends"
003570                 SET SESSION-WAS-REFUSED TO TRUE
003580             ELSE
003590                 IF NOT OP-MAY-APPROVE
003600                     DISPLAY "Operator is not authorized to "
003610                         "approve - session ends"
003620                     SET SESSION-WAS-REFUSED TO TRUE
003630                 ELSE
003640                     DISPLAY "Signed on: " OP-NAME
003650                 END-IF
003660             END-IF
003670     END-READ.
003680     CLOSE OPERATOR-MASTER-FILE.
003690 1200-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------*
003720* 2000-READ-CONTROL-PARMS - LOAD THE APPROVAL AGE LIMIT FROM *
003730*   CTLPARM.  THE FILE AND THE FIELD ARE BOTH OPTIONAL; THE  *
003740*   SHOP DEFAULT OF 5 DAYS IS USED WHEN EITHER IS ABSENT.    *
003750*-----------------------------------------------------------*
003760 2000-READ-CONTROL-PARMS.
003770     OPEN INPUT CONTROL-FILE.
003780
003790     IF CF-FILE-OK
003800         READ CONTROL-FILE
003810             AT END
003820                 CONTINUE
003830             NOT AT END
003840                 IF CF-APPROVAL-AGE-DAYS NUMERIC
003850                         AND CF-APPROVAL-AGE-DAYS > ZERO
003860                     MOVE CF-APPROVAL-AGE-DAYS
003870                         TO WS-APPROVAL-AGE-LIMIT
003880                 END-IF
003890         END-READ
003900         CLOSE CONTROL-FILE
003910     END-IF.
003920 2000-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950* 3000-PROCESS-ONE-ITEM - AGE OUT AN ITEM PAST THE LIMIT,    *
003960*   KEEP THE KEYING OR REPAIRING OPERATOR OFF THEIR OWN      *
003970*   ITEM, OTHERWISE SHOW IT AND TAKE THE SUPERVISOR'S        *
003980*   DECISION.                                                *
003990*-----------------------------------------------------------*
004000 3000-PROCESS-ONE-ITEM.
004010     ADD 1 TO WS-READ-COUNT.
004020
004030*    AN ITEM LEFT UNDECIDED PAST THE LIMIT IS NOT LEFT TO
004040*    LINGER: IT EXPIRES ONTO THE REGISTER WHETHER OR NOT THE
004050*    SUPERVISOR HAS QUIT FOR THE SESSION.
004060     PERFORM 3050-COMPUTE-ITEM-AGE
004070         THRU 3050-EXIT.
004080     IF WS-ITEM-AGE-DAYS > WS-APPROVAL-AGE-LIMIT
004090         PERFORM 3500-AGE-OUT-ITEM
004100             THRU 3500-EXIT
004110         GO TO 3000-NEXT
004120     END-IF.
004130
004140     IF OPERATOR-QUIT-REMAINING
004150         PERFORM 3400-HOLD-PENDING-ITEM
004160             THRU 3400-EXIT
004170         GO TO 3000-NEXT
004180     END-IF.
004190
004200     DISPLAY " ".
004210     DISPLAY "HELD: " PA-NAME1 "  BRANCH " PA-BRANCH.
004220     DISPLAY "  NUM1=" PA-NUM1 "  NUM2=" PA-NUM2
004230         "  OP=" PA-OPCODE "  RESULT=" PA-RESULT.
004240     DISPLAY "  QUEUED " PA-QUEUED-DATE "  RUN " PA-RUN-NUMBER
004250         "  AGE " WS-ITEM-AGE-DAYS " DAYS".
004260     DISPLAY "  KEYED BY " PA-KEYED-BY
004270         "  REPAIRED BY " PA-REPAIRED-BY.
004280
004290     IF WS-OPERATOR-ID = PA-KEYED-BY
004300             OR WS-OPERATOR-ID = PA-REPAIRED-BY
004310         DISPLAY "You keyed or repaired this item - it needs "
004320             "another supervisor; held"
004330         ADD 1 TO WS-CONFLICT-COUNT
004340         PERFORM 3400-HOLD-PENDING-ITEM
004350             THRU 3400-EXIT
004360         GO TO 3000-NEXT
004370     END-IF.
004380
004390     DISPLAY "A=approve D=decline S=skip Q=quit (hold the rest): "
004400         WITH NO ADVANCING.
004410     ACCEPT WS-ANSWER-CODE.
004420
004430     EVALUATE TRUE
004440         WHEN ANSWER-IS-APPROVE
004450             PERFORM 3200-APPROVE-ITEM
004460                 THRU 3200-EXIT
004470         WHEN ANSWER-IS-DECLINE
004480             PERFORM 3300-DECLINE-ITEM
004490                 THRU 3300-EXIT
004500         WHEN ANSWER-IS-QUIT
004510             SET OPERATOR-QUIT-REMAINING TO TRUE
004520             PERFORM 3400-HOLD-PENDING-ITEM
004530                 THRU 3400-EXIT
004540         WHEN OTHER
004550             PERFORM 3400-HOLD-PENDING-ITEM
004560                 THRU 3400-EXIT
004570     END-EVALUATE.
004580
004590 3000-NEXT.
004600     PERFORM 3100-READ-PENDING-ITEM
004610         THRU 3100-EXIT.
004620 3000-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------*
004650* 3050-COMPUTE-ITEM-AGE - WHOLE DAYS SINCE THE ITEM WAS      *
004660*   QUEUED, AGAINST THE PROCESSING DATE.  AN ITEM WITH NO    *
004670*   USABLE QUEUED DATE COUNTS AS QUEUED TODAY.               *
004680*-----------------------------------------------------------*
004690 3050-COMPUTE-ITEM-AGE.
004700     MOVE ZERO TO WS-ITEM-AGE-DAYS.
004710     IF PA-QUEUED-DATE NOT NUMERIC
004720             OR PA-QUEUED-DATE = ZERO
004730             OR PA-QUEUED-DATE > WS-CURRENT-DATE
004740         GO TO 3050-EXIT
004750     END-IF.
004760
004770     COMPUTE WS-QUEUED-INTEGER
004780         = FUNCTION INTEGER-OF-DATE (PA-QUEUED-DATE).
004790     COMPUTE WS-ITEM-AGE-DAYS
004800         = WS-DATE-INTEGER - WS-QUEUED-INTEGER.
004810 3050-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------*
004840* 3100-READ-PENDING-ITEM                                     *
004850*-----------------------------------------------------------*
004860 3100-READ-PENDING-ITEM.
004870     READ APPROVAL-PENDING-FILE INTO PA-APPROVAL-RECORD
004880         AT END
004890             SET END-OF-PENDING-POOL TO TRUE
004900     END-READ.
004910 3100-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
004940* 3200-APPROVE-ITEM - STAMP THE DECISION AND RELEASE THE     *
004950*   ITEM TO THE APPROVED FILE FOR THE NEXT prac-one RUN.     *
004960*-----------------------------------------------------------*
004970 3200-APPROVE-ITEM.
004980     SET PA-WAS-APPROVED    TO TRUE.
004990     MOVE WS-OPERATOR-ID    TO PA-DECIDED-BY.
005000     MOVE WS-CURRENT-DATE   TO PA-DECISION-DATE.
005010     MOVE SPACES            TO PA-REASON.
005020     WRITE AV-APPROVED-LINE FROM PA-APPROVAL-RECORD.
005021     PERFORM 3700-STAMP-JOURNAL
005022         THRU 3700-EXIT.
005030     ADD 1 TO WS-APPROVED-COUNT.
005040     DISPLAY "Approved - released to the next run: " PA-NAME1.
005050 3200-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------*
005080* 3300-DECLINE-ITEM - TAKE THE REASON, STAMP THE DECISION    *
005090*   AND LIST THE ITEM ON THE REGISTER.  IT LEAVES THE POOL   *
005100*   AND IS NEVER POSTED.                                     *
005110*-----------------------------------------------------------*
005120 3300-DECLINE-ITEM.
005130     DISPLAY "Reason for declining: " WITH NO ADVANCING.
005140     ACCEPT WS-ENTRY-REASON.
005150     IF WS-ENTRY-REASON = SPACES
005160         MOVE "DECLINED BY SUPERVISOR" TO WS-ENTRY-REASON
005170     END-IF.
005180
005190     SET PA-WAS-DECLINED    TO TRUE.
005200     MOVE WS-OPERATOR-ID    TO PA-DECIDED-BY.
005210     MOVE WS-CURRENT-DATE   TO PA-DECISION-DATE.
005220     MOVE WS-ENTRY-REASON   TO PA-REASON.
005230     MOVE "DECLINED"        TO AR-OUTCOME.
005240     PERFORM 3600-WRITE-REGISTER-LINE
005250         THRU 3600-EXIT.
005251     PERFORM 3700-STAMP-JOURNAL
005252         THRU 3700-EXIT.
005260     ADD 1 TO WS-DECLINED-COUNT.
005270     DISPLAY "Declined: " PA-NAME1.
005280 3300-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------*
005310* 3400-HOLD-PENDING-ITEM - LEAVE THE ITEM IN THE POOL FOR A  *
005320*   LATER SESSION.                                           *
005330*-----------------------------------------------------------*
005340 3400-HOLD-PENDING-ITEM.
005350     WRITE AH-HOLD-LINE FROM PA-APPROVAL-RECORD.
005360     ADD 1 TO WS-HELD-COUNT.
005370 3400-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 3500-AGE-OUT-ITEM - NOBODY DECIDED THE ITEM INSIDE THE     *
005410*   LIMIT.  IT EXPIRES UNPOSTED, STAMPED WITH THE SESSION'S  *
005420*   SUPERVISOR, AND IS LISTED ON THE REGISTER.               *
005430*-----------------------------------------------------------*
005440 3500-AGE-OUT-ITEM.
005450     SET PA-WAS-AGED-OUT    TO TRUE.
005460     MOVE WS-OPERATOR-ID    TO PA-DECIDED-BY.
005470     MOVE WS-CURRENT-DATE   TO PA-DECISION-DATE.
005480     MOVE "PAST APPROVAL AGE LIMIT" TO PA-REASON.
005490     MOVE "AGED OUT"        TO AR-OUTCOME.
005500     PERFORM 3600-WRITE-REGISTER-LINE
005510         THRU 3600-EXIT.
005511     PERFORM 3700-STAMP-JOURNAL
005512         THRU 3700-EXIT.
005520     ADD 1 TO WS-AGED-COUNT.
005530     DISPLAY "Aged out unposted: " PA-NAME1.
005540 3500-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------*
005570* 3600-WRITE-REGISTER-LINE - ONE DECLINED OR AGED-OUT ITEM   *
005580*   ON APPRREG.  THE CALLER SETS AR-OUTCOME.                 *
005590*-----------------------------------------------------------*
005600 3600-WRITE-REGISTER-LINE.
005610     MOVE PA-NAME1          TO AR-NAME1.
005620     MOVE PA-BRANCH         TO AR-BRANCH.
005630     MOVE PA-OPCODE         TO AR-OPCODE.
005640     IF PA-OPCODE = SPACES
005650         MOVE "ADD" TO AR-OPCODE
005660     END-IF.
005670     MOVE PA-RESULT         TO AR-RESULT.
005680     MOVE PA-QUEUED-DATE    TO AR-QUEUED-DATE.
005690     MOVE PA-RUN-NUMBER     TO AR-RUN-NUMBER.
005700     MOVE PA-KEYED-BY       TO AR-KEYED-BY.
005710     MOVE PA-REASON         TO AR-REASON.
005720     WRITE AR-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
005730 3600-EXIT.
005731     EXIT.
005731*-----------------------------------------------------------*
005731* 3700-STAMP-JOURNAL - MARK THE HELD ITEM'S TRNJRNL RECORD   *
005731*   APPROVED, DECLINED OR AGED OUT UNDER THE SESSION'S       *
005732*   SUPERVISOR AND THE PROCESSING DATE.  AN ITEM QUEUED      *
005732*   BEFORE THE JOURNAL EXISTED CARRIES NO KEY AND IS LEFT    *
005732*   ALONE.                                                   *
005733*-----------------------------------------------------------*
005733 3700-STAMP-JOURNAL.
005733     IF NOT JOURNAL-IS-AVAILABLE
005734             OR PA-JOURNAL-KEY = SPACES
005734         GO TO 3700-EXIT
005734     END-IF.
005735
005735     MOVE PA-JOURNAL-KEY TO TJ-KEY.
005735     READ TRANS-JOURNAL-FILE
005735         INVALID KEY
005736             DISPLAY "No TRNJRNL record for " PA-NAME1
005736             GO TO 3700-EXIT
005736     END-READ.
005737     MOVE PA-DECISION      TO TJ-APPROVAL-DECISION.
005737     MOVE PA-DECISION-DATE TO TJ-DECISION-DATE.
005737     MOVE PA-DECIDED-BY    TO TJ-DECIDED-BY.
005738     REWRITE TJ-JOURNAL-RECORD
005738         INVALID KEY
005738             DISPLAY "TRNJRNL stamp failed, status "
005739                 TJ-FILE-STATUS
005739     END-REWRITE.
005739 3700-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------*
005760* 4000-REWRITE-PENDING-POOL - COPY THE HELD ITEMS BACK OVER  *
005770*   APPRPEND SO THE POOL HOLDS EXACTLY THE STILL-OPEN ITEMS, *
005780*   AND CLOSE OFF THE SESSION'S PART OF THE REGISTER.        *
005790*-----------------------------------------------------------*
005800 4000-REWRITE-PENDING-POOL.
005810     CLOSE APPROVAL-PENDING-FILE.
005820     CLOSE APPROVAL-HOLD-FILE.
005830     OPEN INPUT APPROVAL-HOLD-FILE.
005840     OPEN OUTPUT APPROVAL-PENDING-FILE.
005850
005860     MOVE "N" TO WS-END-OF-POOL-SW.
005870     PERFORM 4100-COPY-HELD-ITEM
005880         THRU 4100-EXIT
005890         UNTIL END-OF-PENDING-POOL.
005900
005910     CLOSE APPROVAL-HOLD-FILE.
005920     CLOSE APPROVAL-PENDING-FILE.
005930
005940     MOVE WS-APPROVED-COUNT TO AR-APPROVED-COUNT.
005950     MOVE WS-DECLINED-COUNT TO AR-DECLINED-COUNT.
005960     MOVE WS-AGED-COUNT     TO AR-AGED-COUNT.
005970     MOVE WS-HELD-COUNT     TO AR-HELD-COUNT.
005980     MOVE SPACES TO AR-REGISTER-LINE.
005990     WRITE AR-REGISTER-LINE.
006000     WRITE AR-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.
006010
006020     DISPLAY " ".
006030     DISPLAY "Items read:       " WS-READ-COUNT.
006040     DISPLAY "Approved:         " WS-APPROVED-COUNT.
006050     DISPLAY "Declined:         " WS-DECLINED-COUNT.
006060     DISPLAY "Aged out:         " WS-AGED-COUNT.
006070     DISPLAY "Held in pool:     " WS-HELD-COUNT.
006080     DISPLAY "Own items held:   " WS-CONFLICT-COUNT.
006090 4000-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------*
006120* 4100-COPY-HELD-ITEM - ONE ITEM, HOLD FILE TO POOL.         *
006130*-----------------------------------------------------------*
006140 4100-COPY-HELD-ITEM.
006150     READ APPROVAL-HOLD-FILE
006160         AT END
006170             SET END-OF-PENDING-POOL TO TRUE
006180         NOT AT END
006190             WRITE AP-PENDING-LINE FROM AH-HOLD-LINE
006200     END-READ.
006210 4100-EXIT.
006220     EXIT.
006230*-----------------------------------------------------------*
006240* 9999-END-OF-JOB                                            *
006250*-----------------------------------------------------------*
006260 9999-END-OF-JOB.
006270     IF POOL-IS-AVAILABLE
006280         CLOSE APPROVED-FILE
006290         CLOSE APPROVAL-REGISTER-FILE
006300     END-IF.
006301     IF JOURNAL-IS-AVAILABLE
006302         CLOSE TRANS-JOURNAL-FILE
006303     END-IF.
006310 9999-EXIT.
006320     EXIT.

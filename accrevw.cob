000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. accrevw.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - QUARTERLY OPERATOR     *
000200*                  ACCESS REVIEW.  LISTS EVERY OPERATOR ON   *
000210*                  OPERMAST WITH THEIR AUTHORITIES AND LAST  *
000220*                  ACTIVITY DATE, TAKEN FROM AUDITLOG,       *
000230*                  RUNSTATS, THE APPRREG AND NAMEREG         *
000240*                  REGISTERS, GLPRLOG, THE OPERJRNL AND      *
000250*                  GLMAPREG CHANGE JOURNALS, REPRLOG AND     *
000260*                  GLRUNLOG.  ACTIVE OPERATORS WHO HOLD      *
000270*                  AUTHORITIES BUT HAVE BEEN IDLE PAST THE   *
000280*                  CTLPARM ACCESS IDLE LIMIT ARE LISTED, AS  *
000290*                  ARE THE QUARTER'S SEGREGATION-OF-DUTIES   *
000300*                  CONFLICTS: A prac-one RUN THAT POSTED ITS *
000310*                  OWN OPERATOR'S REPAIRS, A GLMAP CHANGE    *
000320*                  AND A glsumm RUN BY THE SAME OPERATOR ON  *
000330*                  THE SAME DAY, AND AN OPERATOR CHANGING    *
000340*                  THEIR OWN OPERMAST ENTRY.  RETURN CODES:  *
000350*                  0 NOTHING TO REPORT, 4 FINDINGS LISTED,   *
000360*                  12 NO OPERATOR MASTER.                    *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000410 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS OP-ID
000480         FILE STATUS IS OP-FILE-STATUS.
000490     SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CF-FILE-STATUS.
000520     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CA-FILE-STATUS.
000550     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AL-FILE-STATUS.
000580     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RS-FILE-STATUS.
000610     SELECT APPROVAL-REGISTER-FILE ASSIGN TO "APPRREG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AR-FILE-STATUS.
000640     SELECT UPDATE-REGISTER-FILE ASSIGN TO "NAMEREG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS NR-FILE-STATUS.
000670     SELECT PERIOD-LOG-FILE ASSIGN TO "GLPRLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS PC-FILE-STATUS.
000700     SELECT OPERATOR-JOURNAL-FILE ASSIGN TO "OPERJRNL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS OJ-FILE-STATUS.
000730     SELECT MAP-REGISTER-FILE ASSIGN TO "GLMAPREG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS MR-FILE-STATUS.
000760     SELECT REPAIR-LOG-FILE ASSIGN TO "REPRLOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS RR-FILE-STATUS.
000790     SELECT RUN-LOG-FILE ASSIGN TO "GLRUNLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS GR-FILE-STATUS.
000820     SELECT ACCESS-REVIEW-FILE ASSIGN TO "ACCREVW"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS AV-FILE-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  OPERATOR-MASTER-FILE.
000890*-----------------------------------------------------------*
000900* OP-OPERATOR-RECORD IS THE SHARED COPY MEMBER (SEE          *
000910*   copybooks/OPERMREC.CPY) MAINTAINED BY opermnt.  READ     *
000920*   HERE IN KEY ORDER.                                       *
000930*-----------------------------------------------------------*
000940     COPY OPERMREC.
000950*
000960 FD  CONTROL-FILE.
000970*-----------------------------------------------------------*
000980* SHOP CONTROL PARAMETERS (SEE copybooks/CTLPARM.CPY).       *
000990*-----------------------------------------------------------*
001000     COPY CTLPARM.
001010*
001020 FD  CALENDAR-FILE.
001030*-----------------------------------------------------------*
001040* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
001050*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
001060*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
001070*-----------------------------------------------------------*
001080     COPY BUSCAL.
001090*
001100 FD  AUDIT-LOG-FILE.
001110 01  AL-AUDIT-LINE                  PIC X(130).
001120*
001130 FD  RUN-STATS-FILE.
001140*-----------------------------------------------------------*
001150* RS-STATS-RECORD IS THE SHARED COPY MEMBER (SEE             *
001160*   copybooks/RUNSTREC.CPY) APPENDED BY prac-one.            *
001170*-----------------------------------------------------------*
001180     COPY RUNSTREC.
001190*
001200*-----------------------------------------------------------*
001210* THE APPROVAL AND NAME REGISTERS HAVE NO COPY MEMBER; ONLY  *
001220* THEIR HEADING LINES, WHICH CARRY THE RUN DATE AND THE      *
001230* OPERATOR, ARE READ (SEE apprvmnt AND namemnt).             *
001240*-----------------------------------------------------------*
001250 FD  APPROVAL-REGISTER-FILE.
001260 01  AR-REGISTER-LINE               PIC X(132).
001270*
001280 FD  UPDATE-REGISTER-FILE.
001290 01  NR-REGISTER-LINE               PIC X(132).
001300*
001310 FD  PERIOD-LOG-FILE.
001320*-----------------------------------------------------------*
001330* PC-PERIOD-LOG-RECORD IS THE SHARED COPY MEMBER (SEE        *
001340*   copybooks/GLPLREC.CPY) APPENDED BY glpermnt.             *
001350*-----------------------------------------------------------*
001360     COPY GLPLREC.
001370*
001380*-----------------------------------------------------------*
001390* OPERJRNL AND GLMAPREG SHARE ONE LAYOUT (CHGJREC.CPY), SO   *
001400* BOTH ARE READ INTO THE SINGLE COPY IN WORKING-STORAGE.     *
001410*-----------------------------------------------------------*
001420 FD  OPERATOR-JOURNAL-FILE.
001430 01  OJ-JOURNAL-LINE                PIC X(165).
001440*
001450 FD  MAP-REGISTER-FILE.
001460 01  MR-REGISTER-LINE               PIC X(165).
001470*
001480 FD  REPAIR-LOG-FILE.
001490*-----------------------------------------------------------*
001500* RR-REPAIR-RECORD IS THE SHARED COPY MEMBER (SEE            *
001510*   copybooks/RPRLREC.CPY) APPENDED BY rejrecyc.             *
001520*-----------------------------------------------------------*
001530     COPY RPRLREC.
001540*
001550 FD  RUN-LOG-FILE.
001560*-----------------------------------------------------------*
001570* GR-RUN-RECORD IS THE SHARED COPY MEMBER (SEE               *
001580*   copybooks/GLRLREC.CPY) APPENDED BY glsumm.               *
001590*-----------------------------------------------------------*
001600     COPY GLRLREC.
001610*
001620 FD  ACCESS-REVIEW-FILE.
001630 01  AV-REPORT-LINE                 PIC X(132).
001640*
001650 WORKING-STORAGE SECTION.
001660*-----------------------------------------------------------*
001670* SWITCHES AND STATUS FIELDS                                *
001680*-----------------------------------------------------------*
001690 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
001700     88  OP-FILE-OK                  VALUE "00".
001710 01  CF-FILE-STATUS             PIC X(02) VALUE SPACES.
001720     88  CF-FILE-OK                  VALUE "00".
001730 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001740     88  CA-FILE-OK                  VALUE "00".
001750 01  AL-FILE-STATUS             PIC X(02) VALUE SPACES.
001760     88  AL-FILE-OK                  VALUE "00".
001770 01  RS-FILE-STATUS             PIC X(02) VALUE SPACES.
001780     88  RS-FILE-OK                  VALUE "00".
001790 01  AR-FILE-STATUS             PIC X(02) VALUE SPACES.
001800     88  AR-FILE-OK                  VALUE "00".
001810 01  NR-FILE-STATUS             PIC X(02) VALUE SPACES.
001820     88  NR-FILE-OK                  VALUE "00".
001830 01  PC-FILE-STATUS             PIC X(02) VALUE SPACES.
001840     88  PC-FILE-OK                  VALUE "00".
001850 01  OJ-FILE-STATUS             PIC X(02) VALUE SPACES.
001860     88  OJ-FILE-OK                  VALUE "00".
001870 01  MR-FILE-STATUS             PIC X(02) VALUE SPACES.
001880     88  MR-FILE-OK                  VALUE "00".
001890 01  RR-FILE-STATUS             PIC X(02) VALUE SPACES.
001900     88  RR-FILE-OK                  VALUE "00".
001910 01  GR-FILE-STATUS             PIC X(02) VALUE SPACES.
001920     88  GR-FILE-OK                  VALUE "00".
001930 01  AV-FILE-STATUS             PIC X(02) VALUE SPACES.
001940     88  AV-FILE-OK                  VALUE "00".
001950*
001960 01  WS-MASTER-AVAILABLE-SW     PIC X(01) VALUE "N".
001970     88  MASTER-IS-AVAILABLE        VALUE "Y".
001980 01  WS-END-OF-MASTER-SW        PIC X(01) VALUE "N".
001990     88  END-OF-OPERATOR-MASTER     VALUE "Y".
002000 01  WS-END-OF-SOURCE-SW        PIC X(01) VALUE "N".
002010     88  END-OF-SOURCE-FILE         VALUE "Y".
002020*
002030 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
002040 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002050     05  WS-CD-YEAR             PIC 9(04).
002060     05  WS-CD-MONTH            PIC 9(02).
002070     05  WS-CD-DAY              PIC 9(02).
002080 01  WS-TODAY-INTEGER           PIC 9(07) VALUE 0.
002090 01  WS-ACCESS-IDLE-DAYS        PIC 9(03) VALUE 90.
002100*
002110 01  WS-REPORT-QUARTER          PIC X(05) VALUE SPACES.
002120 01  WS-REPORT-QUARTER-9 REDEFINES WS-REPORT-QUARTER
002130                                PIC 9(05).
002140 01  WS-REPORT-QUARTER-R REDEFINES WS-REPORT-QUARTER.
002150     05  WS-RQ-YEAR             PIC 9(04).
002160     05  WS-RQ-QUARTER          PIC 9(01).
002170 01  WS-QUARTER-FROM-DATE       PIC 9(08) VALUE 0.
002180 01  WS-QUARTER-TO-DATE         PIC 9(08) VALUE 0.
002190*
002200 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
002210 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
002220     88  RC-FINDINGS-REPORTED       VALUE 04.
002230     88  RC-FILE-ERROR              VALUE 12.
002240*
002250*-----------------------------------------------------------*
002260* THE OPERATOR MASTER, HELD WITH THE LATEST ACTIVITY FOUND   *
002270* FOR EACH OPERATOR AND THE SOURCE IT CAME FROM.             *
002280*-----------------------------------------------------------*
002290 77  WS-OPERATOR-COUNT          PIC 9(03) VALUE 0.
002300 77  WS-OT-SUB                  PIC 9(03) COMP VALUE 0.
002310 77  WS-OT-FOUND-SUB            PIC 9(03) COMP VALUE 0.
002320 01  WS-OPERATOR-TABLE-FULL-SW  PIC X(01) VALUE "N".
002330     88  OPERATOR-TABLE-IS-FULL     VALUE "Y".
002340 01  WS-OPERATOR-TABLE.
002350     05  WS-OPERATOR-ENTRY OCCURS 200 TIMES.
002360         10  WS-OT-ID           PIC X(08).
002370         10  WS-OT-NAME         PIC X(30).
002380         10  WS-OT-ACTIVE       PIC X(01).
002390         10  WS-OT-AUTH-DEACTIVATE
002400                                PIC X(01).
002410         10  WS-OT-AUTH-PURGE   PIC X(01).
002420         10  WS-OT-AUTH-REPAIR  PIC X(01).
002430         10  WS-OT-AUTH-APPROVE PIC X(01).
002440         10  WS-OT-AUTH-REOPEN  PIC X(01).
002450         10  WS-OT-LAST-DATE    PIC 9(08).
002460         10  WS-OT-LAST-SOURCE  PIC X(08).
002470         10  WS-OT-IDLE-DAYS    PIC 9(05).
002480         10  WS-OT-AUTHORITY-SW PIC X(01).
002490             88  WS-OT-HOLDS-AUTHORITY  VALUE "Y".
002500         10  WS-OT-IDLE-SW      PIC X(01).
002510             88  WS-OT-IS-IDLE          VALUE "Y".
002520*
002530*-----------------------------------------------------------*
002540* ONE PIECE OF ACTIVITY FOUND ON A SOURCE FILE.              *
002550*-----------------------------------------------------------*
002560 01  WS-SEEN-OPERATOR           PIC X(08) VALUE SPACES.
002570 01  WS-SEEN-DATE-X             PIC X(08) VALUE SPACES.
002580 01  WS-SEEN-DATE REDEFINES WS-SEEN-DATE-X
002590                                PIC 9(08).
002600 01  WS-SEEN-SOURCE             PIC X(08) VALUE SPACES.
002610*
002620*-----------------------------------------------------------*
002630* GLMAP CHANGES IN THE QUARTER BY OPERATOR AND DATE, HELD    *
002640* TO MATCH AGAINST THE glsumm RUNS ON GLRUNLOG.              *
002650*-----------------------------------------------------------*
002660 77  WS-MAP-CHANGE-COUNT        PIC 9(03) VALUE 0.
002670 77  WS-MC-SUB                  PIC 9(03) COMP VALUE 0.
002680 77  WS-MC-FOUND-SUB            PIC 9(03) COMP VALUE 0.
002690 01  WS-MAP-CHANGE-TABLE.
002700     05  WS-MAP-CHANGE-ENTRY OCCURS 200 TIMES.
002710         10  WS-MC-OPERATOR     PIC X(08).
002720         10  WS-MC-DATE         PIC 9(08).
002730         10  WS-MC-REPORTED-SW  PIC X(01).
002740             88  WS-MC-WAS-REPORTED     VALUE "Y".
002750*
002760*-----------------------------------------------------------*
002770* SEGREGATION-OF-DUTIES CONFLICTS FOUND IN THE QUARTER.      *
002780*-----------------------------------------------------------*
002790 77  WS-CONFLICT-COUNT          PIC 9(03) VALUE 0.
002800 77  WS-CONFLICTS-NOT-HELD      PIC 9(05) VALUE 0.
002810 77  WS-CX-SUB                  PIC 9(03) COMP VALUE 0.
002820 01  WS-CONFLICT-TABLE.
002830     05  WS-CONFLICT-ENTRY OCCURS 200 TIMES.
002840         10  WS-CX-DATE         PIC 9(08).
002850         10  WS-CX-OPERATOR     PIC X(08).
002860         10  WS-CX-TEXT         PIC X(34).
002870         10  WS-CX-DETAIL       PIC X(50).
002880*
002890 01  WS-NEW-CONFLICT.
002900     05  WS-NC-DATE             PIC 9(08).
002910     05  WS-NC-OPERATOR         PIC X(08).
002920     05  WS-NC-TEXT             PIC X(34).
002930     05  WS-NC-DETAIL           PIC X(50).
002940*
002950 01  WS-OWN-REPAIR-DETAIL.
002960     05  FILLER                 PIC X(13) VALUE "prac-one RUN ".
002970     05  WD-RUN-NUMBER          PIC 9(06).
002980     05  FILLER                 PIC X(21) VALUE
002990         " OWN REPAIRS POSTED: ".
003000     05  WD-OWN-REPAIRS         PIC 9(06).
003010*
003020 01  WS-MAP-RUN-DETAIL.
003030     05  FILLER                 PIC X(23) VALUE
003040         "glsumm RUN FOR EXTRACT ".
003050     05  WD-EXTRACT-RUN-DATE    PIC 9(08).
003060     05  FILLER                 PIC X(01) VALUE "/".
003070     05  WD-EXTRACT-RUN-NUMBER  PIC 9(06).
003080*
003090 01  WS-SELF-CHANGE-DETAIL.
003100     05  FILLER                 PIC X(16) VALUE
003110         "OPERJRNL ACTION ".
003120     05  WD-JOURNAL-ACTION      PIC X(01).
003130*
003140*-----------------------------------------------------------*
003150* JOURNAL RECORD - SHARED COPY MEMBER (SEE                   *
003160* copybooks/CHGJREC.CPY), READ INTO FROM OPERJRNL AND        *
003170* GLMAPREG.                                                  *
003180*-----------------------------------------------------------*
003190 COPY CHGJREC.
003200*
003210*-----------------------------------------------------------*
003220* AUDIT LOG RECORD - SHARED COPY MEMBER (SEE                 *
003230* copybooks/AUDITREC.CPY).                                   *
003240*-----------------------------------------------------------*
003250 COPY AUDITREC.
003260*
003270 77  WS-OPERATORS-WITH-AUTHORITY
003280                                PIC 9(05) VALUE 0.
003290 77  WS-OPERATORS-IDLE          PIC 9(05) VALUE 0.
003300 77  WS-SOURCES-MISSING         PIC 9(02) VALUE 0.
003310*
003320*-----------------------------------------------------------*
003330* REPORT LINES                                               *
003340*-----------------------------------------------------------*
003350 01  WS-REVIEW-HEADING-LINE.
003360     05  FILLER                 PIC X(32) VALUE
003370         "OPERATOR ACCESS REVIEW  QUARTER ".
003380     05  VH-YEAR                PIC 9(04).
003390     05  FILLER                 PIC X(01) VALUE "Q".
003400     05  VH-QUARTER             PIC 9(01).
003410     05  FILLER                 PIC X(03) VALUE "  (".
003420     05  VH-FROM-DATE           PIC 9(08).
003430     05  FILLER                 PIC X(03) VALUE " - ".
003440     05  VH-TO-DATE             PIC 9(08).
003450     05  FILLER                 PIC X(13) VALUE
003460         ")  RUN DATE: ".
003470     05  VH-RUN-DATE            PIC 9(08).
003480     05  FILLER                 PIC X(13) VALUE
003490         "  IDLE LIMIT ".
003500     05  VH-IDLE-LIMIT          PIC ZZ9.
003510     05  FILLER                 PIC X(05) VALUE " DAYS".
003520*
003530 01  WS-MISSING-SOURCE-LINE.
003540     05  FILLER                 PIC X(23) VALUE
003550         "SOURCE NOT AVAILABLE - ".
003560     05  VM-SOURCE              PIC X(08).
003570*
003580 01  WS-SECTION-TITLE-LINE.
003590     05  VS-TITLE               PIC X(47).
003600     05  VS-LIMIT               PIC ZZ9.
003610     05  VS-LIMIT-TEXT          PIC X(05).
003620*
003630 01  WS-OPERATOR-COLUMN-HDG-1.
003640     05  FILLER                 PIC X(10) VALUE "OPERATOR".
003650     05  FILLER                 PIC X(31) VALUE "NAME".
003660     05  FILLER                 PIC X(03) VALUE "ST".
003670     05  FILLER                 PIC X(04) VALUE "DEA".
003680     05  FILLER                 PIC X(04) VALUE "PUR".
003690     05  FILLER                 PIC X(04) VALUE "REP".
003700     05  FILLER                 PIC X(04) VALUE "APR".
003710     05  FILLER                 PIC X(05) VALUE "REO".
003720     05  FILLER                 PIC X(10) VALUE "LAST ACT".
003730     05  FILLER                 PIC X(10) VALUE "SOURCE".
003740     05  FILLER                 PIC X(07) VALUE " IDLE".
003750     05  FILLER                 PIC X(04) VALUE "NOTE".
003760*
003770 01  WS-OPERATOR-DETAIL-LINE.
003780     05  VD-ID                  PIC X(08).
003790     05  FILLER                 PIC X(02) VALUE SPACES.
003800     05  VD-NAME                PIC X(30).
003810     05  FILLER                 PIC X(02) VALUE SPACES.
003820     05  VD-STATUS              PIC X(01).
003830     05  FILLER                 PIC X(02) VALUE SPACES.
003840     05  VD-AUTH-DEACTIVATE     PIC X(01).
003850     05  FILLER                 PIC X(03) VALUE SPACES.
003860     05  VD-AUTH-PURGE          PIC X(01).
003870     05  FILLER                 PIC X(03) VALUE SPACES.
003880     05  VD-AUTH-REPAIR         PIC X(01).
003890     05  FILLER                 PIC X(03) VALUE SPACES.
003900     05  VD-AUTH-APPROVE        PIC X(01).
003910     05  FILLER                 PIC X(03) VALUE SPACES.
003920     05  VD-AUTH-REOPEN         PIC X(01).
003930     05  FILLER                 PIC X(03) VALUE SPACES.
003940     05  VD-LAST-ACTIVE         PIC X(08).
003950     05  FILLER                 PIC X(02) VALUE SPACES.
003960     05  VD-SOURCE              PIC X(08).
003970     05  FILLER                 PIC X(02) VALUE SPACES.
003980     05  VD-IDLE-DAYS           PIC ZZZZ9.
003990     05  VD-IDLE-DAYS-X REDEFINES VD-IDLE-DAYS
004000                                PIC X(05).
004010     05  FILLER                 PIC X(02) VALUE SPACES.
004020     05  VD-NOTE                PIC X(28).
004030*
004040 01  WS-IDLE-COLUMN-HDG-1.
004050     05  FILLER                 PIC X(10) VALUE "OPERATOR".
004060     05  FILLER                 PIC X(32) VALUE "NAME".
004070     05  FILLER                 PIC X(10) VALUE "LAST ACT".
004080     05  FILLER                 PIC X(07) VALUE " IDLE".
004090     05  FILLER                 PIC X(20) VALUE
004100         "AUTHORITIES HELD".
004110*
004120 01  WS-IDLE-DETAIL-LINE.
004130     05  VI-ID                  PIC X(08).
004140     05  FILLER                 PIC X(02) VALUE SPACES.
004150     05  VI-NAME                PIC X(30).
004160     05  FILLER                 PIC X(02) VALUE SPACES.
004170     05  VI-LAST-ACTIVE         PIC X(08).
004180     05  FILLER                 PIC X(02) VALUE SPACES.
004190     05  VI-IDLE-DAYS           PIC ZZZZ9.
004200     05  VI-IDLE-DAYS-X REDEFINES VI-IDLE-DAYS
004210                                PIC X(05).
004220     05  FILLER                 PIC X(02) VALUE SPACES.
004230     05  VI-AUTH-DEACTIVATE     PIC X(04).
004240     05  VI-AUTH-PURGE          PIC X(04).
004250     05  VI-AUTH-REPAIR         PIC X(04).
004260     05  VI-AUTH-APPROVE        PIC X(04).
004270     05  VI-AUTH-REOPEN         PIC X(04).
004280*
004290 01  WS-CONFLICT-COLUMN-HDG-1.
004300     05  FILLER                 PIC X(10) VALUE "DATE".
004310     05  FILLER                 PIC X(10) VALUE "OPERATOR".
004320     05  FILLER                 PIC X(36) VALUE "CONFLICT".
004330     05  FILLER                 PIC X(06) VALUE "DETAIL".
004340*
004350 01  WS-CONFLICT-DETAIL-LINE.
004360     05  VC-DATE                PIC 9(08).
004370     05  FILLER                 PIC X(02) VALUE SPACES.
004380     05  VC-OPERATOR            PIC X(08).
004390     05  FILLER                 PIC X(02) VALUE SPACES.
004400     05  VC-TEXT                PIC X(34).
004410     05  FILLER                 PIC X(02) VALUE SPACES.
004420     05  VC-DETAIL              PIC X(50).
004430*
004440 01  WS-NONE-FOUND-LINE.
004450     05  FILLER                 PIC X(04) VALUE "NONE".
004460*
004470 01  WS-REVIEW-TOTAL-LINE.
004480     05  VT-LABEL               PIC X(30).
004490     05  VT-COUNT               PIC ZZZZ9.
004500*
004510 PROCEDURE DIVISION.
004520*-----------------------------------------------------------*
004530* 0000-MAINLINE                                             *
004540*-----------------------------------------------------------*
004550 0000-MAINLINE.
004560     PERFORM 1000-INITIALIZE
004570         THRU 1000-EXIT.
004580
004590     IF MASTER-IS-AVAILABLE
004600         PERFORM 2000-SCAN-ACTIVITY
004610             THRU 2000-EXIT
004620         PERFORM 4000-WRITE-OPERATOR-SECTION
004630             THRU 4000-EXIT
004640         PERFORM 4500-WRITE-IDLE-SECTION
004650             THRU 4500-EXIT
004660         PERFORM 5000-WRITE-CONFLICT-SECTION
004670             THRU 5000-EXIT
004680         PERFORM 6000-WRITE-TOTALS
004690             THRU 6000-EXIT
004700     END-IF.
004710
004720     PERFORM 9999-END-OF-JOB
004730         THRU 9999-EXIT.
004740     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
004750     STOP RUN.
004760*-----------------------------------------------------------*
004770* 1000-INITIALIZE - ASK FOR THE QUARTER (BLANK MEANS THE     *
004780*   CURRENT ONE), PICK UP THE IDLE LIMIT, LOAD THE OPERATOR  *
004790*   MASTER AND WRITE THE HEADING.                            *
004800*-----------------------------------------------------------*
004810 1000-INITIALIZE.
004820     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004830     PERFORM 1100-READ-PROCESSING-DATE
004840         THRU 1100-EXIT.
004850     COMPUTE WS-TODAY-INTEGER
004860         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
004870
004880     PERFORM 1200-READ-CONTROL-PARMS
004890         THRU 1200-EXIT.
004900     PERFORM 1300-SET-REVIEW-QUARTER
004910         THRU 1300-EXIT.
004920
004930     OPEN INPUT OPERATOR-MASTER-FILE.
004940     IF OP-FILE-OK
004950         SET MASTER-IS-AVAILABLE TO TRUE
004960     ELSE
004970         DISPLAY "OPERMAST not found - no operators to review"
004980         SET RC-FILE-ERROR TO TRUE
004990         PERFORM 9400-RAISE-RETURN-CODE
005000             THRU 9400-EXIT
005010         GO TO 1000-EXIT
005020     END-IF.
005030
005040     PERFORM 1400-LOAD-ONE-OPERATOR
005050         THRU 1400-EXIT
005060         UNTIL END-OF-OPERATOR-MASTER.
005070
005080     OPEN OUTPUT ACCESS-REVIEW-FILE.
005090     MOVE WS-RQ-YEAR           TO VH-YEAR.
005100     MOVE WS-RQ-QUARTER        TO VH-QUARTER.
005110     MOVE WS-QUARTER-FROM-DATE TO VH-FROM-DATE.
005120     MOVE WS-QUARTER-TO-DATE   TO VH-TO-DATE.
005130     MOVE WS-CURRENT-DATE      TO VH-RUN-DATE.
005140     MOVE WS-ACCESS-IDLE-DAYS  TO VH-IDLE-LIMIT.
005150     WRITE AV-REPORT-LINE FROM WS-REVIEW-HEADING-LINE.
005160     MOVE SPACES TO AV-REPORT-LINE.
005170     WRITE AV-REPORT-LINE.
005180 1000-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------*
005210* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
005220*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
005230*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
005240*   IS PRESENT.                                              *
005250*-----------------------------------------------------------*
005260 1100-READ-PROCESSING-DATE.
005270     OPEN INPUT CALENDAR-FILE.
005280     IF NOT CA-FILE-OK
005290         GO TO 1100-EXIT
005300     END-IF.
005310
005320     READ CALENDAR-FILE
005330         AT END
005340             CONTINUE
005350         NOT AT END
005360             IF CA-IS-CONTROL
005370                     AND CA-OPEN-DATE NUMERIC
005380                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
005390             END-IF
005400     END-READ.
005410     CLOSE CALENDAR-FILE.
005420 1100-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------*
005450* 1200-READ-CONTROL-PARMS - THE ACCESS IDLE LIMIT FROM       *
005460*   CTLPARM.  NO FILE, OR A BLANK OR ZERO LIMIT, KEEPS THE   *
005470*   90-DAY DEFAULT.                                          *
005480*-----------------------------------------------------------*
005490 1200-READ-CONTROL-PARMS.
005500     OPEN INPUT CONTROL-FILE.
005510
005520     IF CF-FILE-OK
005530         READ CONTROL-FILE
005540             AT END
005550                 CONTINUE
005560             NOT AT END
005570                 IF CF-ACCESS-IDLE-DAYS NUMERIC
005580                         AND CF-ACCESS-IDLE-DAYS > ZERO
005590                     MOVE CF-ACCESS-IDLE-DAYS
005600                         TO WS-ACCESS-IDLE-DAYS
005610                 END-IF
005620         END-READ
005630         CLOSE CONTROL-FILE
005640     END-IF.
005650 1200-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------*
005680* 1300-SET-REVIEW-QUARTER - YYYYQ FROM THE OPERATOR; BLANK   *
005690*   OR NOT A VALID QUARTER MEANS THE QUARTER OF THE          *
005700*   PROCESSING DATE.  THE CONFLICT CHECKS COVER THE FIRST    *
005710*   THROUGH THE LAST DAY OF IT.                              *
005720*-----------------------------------------------------------*
005730 1300-SET-REVIEW-QUARTER.
005740     DISPLAY "Access review quarter YYYYQ (blank=current): "
005750         WITH NO ADVANCING.
005760     ACCEPT WS-REPORT-QUARTER.
005770     IF WS-REPORT-QUARTER = SPACES
005780             OR WS-REPORT-QUARTER-9 NOT NUMERIC
005790             OR WS-RQ-QUARTER < 1
005800             OR WS-RQ-QUARTER > 4
005810         MOVE WS-CD-YEAR TO WS-RQ-YEAR
005820         COMPUTE WS-RQ-QUARTER = (WS-CD-MONTH + 2) / 3
005830     END-IF.
005840
005850     COMPUTE WS-QUARTER-FROM-DATE
005860         = WS-RQ-YEAR * 10000
005870         + (WS-RQ-QUARTER * 3 - 2) * 100 + 1.
005880     COMPUTE WS-QUARTER-TO-DATE
005890         = WS-RQ-YEAR * 10000
005900         + (WS-RQ-QUARTER * 3) * 100 + 31.
005910 1300-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------*
005940* 1400-LOAD-ONE-OPERATOR - ONE OPERMAST ENTRY INTO THE       *
005950*   TABLE, NOT YET SEEN ON ANY SOURCE.                       *
005960*-----------------------------------------------------------*
005970 1400-LOAD-ONE-OPERATOR.
005980     READ OPERATOR-MASTER-FILE NEXT RECORD
005990         AT END
006000             SET END-OF-OPERATOR-MASTER TO TRUE
006010             GO TO 1400-EXIT
006020     END-READ.
006030
006040     IF WS-OPERATOR-COUNT NOT < 200
006050         IF NOT OPERATOR-TABLE-IS-FULL
006060             DISPLAY "Operator table full - later operators "
006070                 "not reviewed"
006080             SET OPERATOR-TABLE-IS-FULL TO TRUE
006090         END-IF
006100         GO TO 1400-EXIT
006110     END-IF.
006120
006130     ADD 1 TO WS-OPERATOR-COUNT.
006140     MOVE WS-OPERATOR-COUNT  TO WS-OT-SUB.
006150     MOVE OP-ID              TO WS-OT-ID (WS-OT-SUB).
006160     MOVE OP-NAME            TO WS-OT-NAME (WS-OT-SUB).
006170     MOVE OP-ACTIVE          TO WS-OT-ACTIVE (WS-OT-SUB).
006180     MOVE OP-AUTH-DEACTIVATE TO WS-OT-AUTH-DEACTIVATE (WS-OT-SUB).
006190     MOVE OP-AUTH-PURGE      TO WS-OT-AUTH-PURGE (WS-OT-SUB).
006200     MOVE OP-AUTH-REPAIR     TO WS-OT-AUTH-REPAIR (WS-OT-SUB).
006210     MOVE OP-AUTH-APPROVE    TO WS-OT-AUTH-APPROVE (WS-OT-SUB).
006220     MOVE OP-AUTH-REOPEN     TO WS-OT-AUTH-REOPEN (WS-OT-SUB).
006230     MOVE ZERO               TO WS-OT-LAST-DATE (WS-OT-SUB).
006240     MOVE SPACES             TO WS-OT-LAST-SOURCE (WS-OT-SUB).
006250     MOVE ZERO               TO WS-OT-IDLE-DAYS (WS-OT-SUB).
006260     MOVE "N"                TO WS-OT-IDLE-SW (WS-OT-SUB).
006270     IF OP-MAY-DEACTIVATE OR OP-MAY-PURGE OR OP-MAY-REPAIR
006280             OR OP-MAY-APPROVE OR OP-MAY-REOPEN
006290         MOVE "Y" TO WS-OT-AUTHORITY-SW (WS-OT-SUB)
006300     ELSE
006310         MOVE "N" TO WS-OT-AUTHORITY-SW (WS-OT-SUB)
006320     END-IF.
006330 1400-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------*
006360* 2000-SCAN-ACTIVITY - ONE PASS OF EACH FILE THAT RECORDS    *
006370*   WHO DID WHAT AND WHEN.  GLMAPREG IS READ BEFORE GLRUNLOG *
006380*   SO THE MAPPING CHANGES ARE IN HAND FOR THE glsumm RUNS.  *
006390*   A SOURCE THAT IS NOT THERE IS NOTED ON THE REPORT AND    *
006400*   THE REVIEW CARRIES ON WITHOUT IT.                        *
006410*-----------------------------------------------------------*
006420 2000-SCAN-ACTIVITY.
006430     PERFORM 2100-SCAN-AUDIT-LOG
006440         THRU 2100-EXIT.
006450     PERFORM 2200-SCAN-RUN-STATS
006460         THRU 2200-EXIT.
006470     PERFORM 2300-SCAN-APPROVAL-REGISTER
006480         THRU 2300-EXIT.
006490     PERFORM 2400-SCAN-NAME-REGISTER
006500         THRU 2400-EXIT.
006510     PERFORM 2500-SCAN-PERIOD-LOG
006520         THRU 2500-EXIT.
006530     PERFORM 2600-SCAN-OPERATOR-JOURNAL
006540         THRU 2600-EXIT.
006550     PERFORM 2700-SCAN-MAP-REGISTER
006560         THRU 2700-EXIT.
006570     PERFORM 2800-SCAN-REPAIR-LOG
006580         THRU 2800-EXIT.
006590     PERFORM 2900-SCAN-GL-RUN-LOG
006600         THRU 2900-EXIT.
006610
006620     IF WS-SOURCES-MISSING > ZERO
006630         MOVE SPACES TO AV-REPORT-LINE
006640         WRITE AV-REPORT-LINE
006650     END-IF.
006660 2000-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------*
006690* 2100-SCAN-AUDIT-LOG - EVERY POSTING AND FORCED REPEAT      *
006700*   CARRIES ITS OPERATOR.                                    *
006710*-----------------------------------------------------------*
006720 2100-SCAN-AUDIT-LOG.
006730     MOVE "AUDITLOG" TO WS-SEEN-SOURCE.
006740     OPEN INPUT AUDIT-LOG-FILE.
006750     IF NOT AL-FILE-OK
006760         PERFORM 2050-NOTE-MISSING-SOURCE
006770             THRU 2050-EXIT
006780         GO TO 2100-EXIT
006790     END-IF.
006800
006810     MOVE "N" TO WS-END-OF-SOURCE-SW.
006820     PERFORM 2150-READ-AUDIT-LINE
006830         THRU 2150-EXIT
006840         UNTIL END-OF-SOURCE-FILE.
006850     CLOSE AUDIT-LOG-FILE.
006860 2100-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------*
006881* 2150-READ-AUDIT-LINE - ONE AUDITLOG LINE AS ACTIVITY FOR   *
006882*   ITS OPERATOR.                                            *
006883*-----------------------------------------------------------*
006890 2150-READ-AUDIT-LINE.
006900     READ AUDIT-LOG-FILE INTO AL-AUDIT-RECORD
006910         AT END
006920             SET END-OF-SOURCE-FILE TO TRUE
006930             GO TO 2150-EXIT
006940     END-READ.
006950     MOVE AL-OPERATOR (1:8) TO WS-SEEN-OPERATOR.
006960     MOVE AL-DATE           TO WS-SEEN-DATE-X.
006970     PERFORM 3000-NOTE-ACTIVITY
006980         THRU 3000-EXIT.
006990 2150-EXIT.
007000     EXIT.
007010*-----------------------------------------------------------*
007020* 2050-NOTE-MISSING-SOURCE - A SOURCE FILE COULD NOT BE      *
007030*   OPENED; SAY SO UNDER THE HEADING.                        *
007040*-----------------------------------------------------------*
007050 2050-NOTE-MISSING-SOURCE.
007060     DISPLAY WS-SEEN-SOURCE " not found - not scanned".
007070     ADD 1 TO WS-SOURCES-MISSING.
007080     MOVE WS-SEEN-SOURCE TO VM-SOURCE.
007090     WRITE AV-REPORT-LINE FROM WS-MISSING-SOURCE-LINE.
007100 2050-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------*
007130* 2200-SCAN-RUN-STATS - EVERY prac-one RUN CARRIES ITS       *
007140*   OPERATOR.  A RUN IN THE QUARTER THAT POSTED ITEMS ITS    *
007150*   OWN OPERATOR HAD REPAIRED IN rejrecyc IS A CONFLICT.     *
007160*   LINES FROM BEFORE RS-OWN-REPAIRS EXISTED CARRY SPACES    *
007170*   THERE AND ARE NOT COUNTED.                               *
007180*-----------------------------------------------------------*
007190 2200-SCAN-RUN-STATS.
007200     MOVE "RUNSTATS" TO WS-SEEN-SOURCE.
007210     OPEN INPUT RUN-STATS-FILE.
007220     IF NOT RS-FILE-OK
007230         PERFORM 2050-NOTE-MISSING-SOURCE
007240             THRU 2050-EXIT
007250         GO TO 2200-EXIT
007260     END-IF.
007270
007280     MOVE "N" TO WS-END-OF-SOURCE-SW.
007290     PERFORM 2250-READ-RUN-STATS-LINE
007300         THRU 2250-EXIT
007310         UNTIL END-OF-SOURCE-FILE.
007320     CLOSE RUN-STATS-FILE.
007330 2200-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007351* 2250-READ-RUN-STATS-LINE - ONE RUNSTATS LINE AS ACTIVITY   *
007352*   FOR THE RUN'S OPERATOR.  OWN REPAIRS RUN IN THE QUARTER  *
007353*   ARE A CONFLICT.                                          *
007354*-----------------------------------------------------------*
007360 2250-READ-RUN-STATS-LINE.
007370     READ RUN-STATS-FILE
007380         AT END
007390             SET END-OF-SOURCE-FILE TO TRUE
007400             GO TO 2250-EXIT
007410     END-READ.
007420     MOVE RS-OPERATOR TO WS-SEEN-OPERATOR.
007430     MOVE RS-RUN-DATE TO WS-SEEN-DATE-X.
007440     PERFORM 3000-NOTE-ACTIVITY
007450         THRU 3000-EXIT.
007460
007470     IF RS-OWN-REPAIRS NUMERIC
007480             AND RS-OWN-REPAIRS > ZERO
007490             AND RS-RUN-DATE NUMERIC
007500             AND RS-RUN-DATE NOT < WS-QUARTER-FROM-DATE
007510             AND RS-RUN-DATE NOT > WS-QUARTER-TO-DATE
007520         MOVE RS-RUN-NUMBER  TO WD-RUN-NUMBER
007530         MOVE RS-OWN-REPAIRS TO WD-OWN-REPAIRS
007540         MOVE RS-RUN-DATE    TO WS-NC-DATE
007550         MOVE RS-OPERATOR    TO WS-NC-OPERATOR
007560         MOVE "REPAIRED REJECTS, RAN THEIR BATCH" TO WS-NC-TEXT
007570         MOVE WS-OWN-REPAIR-DETAIL TO WS-NC-DETAIL
007580         PERFORM 3100-NOTE-CONFLICT
007590             THRU 3100-EXIT
007600     END-IF.
007610 2250-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------*
007640* 2300-SCAN-APPROVAL-REGISTER - EACH apprvmnt SESSION        *
007650*   APPENDS A HEADING LINE WITH ITS RUN DATE (COLUMN 38) AND *
007660*   DECIDING OPERATOR (COLUMN 61).  DETAIL LINES ARE SKIPPED.*
007670*-----------------------------------------------------------*
007680 2300-SCAN-APPROVAL-REGISTER.
007690     MOVE "APPRREG " TO WS-SEEN-SOURCE.
007700     OPEN INPUT APPROVAL-REGISTER-FILE.
007710     IF NOT AR-FILE-OK
007720         PERFORM 2050-NOTE-MISSING-SOURCE
007730             THRU 2050-EXIT
007740         GO TO 2300-EXIT
007750     END-IF.
007760
007770     MOVE "N" TO WS-END-OF-SOURCE-SW.
007780     PERFORM 2350-READ-APPROVAL-LINE
007790         THRU 2350-EXIT
007800         UNTIL END-OF-SOURCE-FILE.
007810     CLOSE APPROVAL-REGISTER-FILE.
007820 2300-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------*
007841* 2350-READ-APPROVAL-LINE - ONE APPRREG LINE.  ONLY A        *
007842*   SESSION HEADING COUNTS, AS ACTIVITY FOR THE DECIDING     *
007843*   SUPERVISOR.                                              *
007844*-----------------------------------------------------------*
007850 2350-READ-APPROVAL-LINE.
007860     READ APPROVAL-REGISTER-FILE
007870         AT END
007880             SET END-OF-SOURCE-FILE TO TRUE
007890             GO TO 2350-EXIT
007900     END-READ.
007910     IF AR-REGISTER-LINE (1:27)
007920             NOT = "APPROVAL DECISION REGISTER "
007930         GO TO 2350-EXIT
007940     END-IF.
007950     MOVE AR-REGISTER-LINE (61:8) TO WS-SEEN-OPERATOR.
007960     MOVE AR-REGISTER-LINE (38:8) TO WS-SEEN-DATE-X.
007970     PERFORM 3000-NOTE-ACTIVITY
007980         THRU 3000-EXIT.
007990 2350-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------*
008020* 2400-SCAN-NAME-REGISTER - THE namemnt REGISTER HEADING     *
008030*   CARRIES THE RUN DATE (COLUMN 40) AND THE APPLYING        *
008040*   OPERATOR (COLUMN 62).  namemnt REWRITES THE REGISTER     *
008050*   EACH RUN, SO ONLY ITS LATEST RUN IS SEEN HERE.           *
008060*-----------------------------------------------------------*
008070 2400-SCAN-NAME-REGISTER.
008080     MOVE "NAMEREG " TO WS-SEEN-SOURCE.
008090     OPEN INPUT UPDATE-REGISTER-FILE.
008100     IF NOT NR-FILE-OK
008110         PERFORM 2050-NOTE-MISSING-SOURCE
008120             THRU 2050-EXIT
008130         GO TO 2400-EXIT
008140     END-IF.
008150
008160     MOVE "N" TO WS-END-OF-SOURCE-SW.
008170     PERFORM 2450-READ-NAME-REGISTER-LINE
008180         THRU 2450-EXIT
008190         UNTIL END-OF-SOURCE-FILE.
008200     CLOSE UPDATE-REGISTER-FILE.
008210 2400-EXIT.
008220     EXIT.
008230*-----------------------------------------------------------*
008231* 2450-READ-NAME-REGISTER-LINE - ONE NAMEREG LINE.  ONLY THE *
008232*   HEADING COUNTS, AS ACTIVITY FOR THE APPLYING OPERATOR.   *
008233*-----------------------------------------------------------*
008240 2450-READ-NAME-REGISTER-LINE.
008250     READ UPDATE-REGISTER-FILE
008260         AT END
008270             SET END-OF-SOURCE-FILE TO TRUE
008280             GO TO 2450-EXIT
008290     END-READ.
008300     IF NR-REGISTER-LINE (1:29)
008310             NOT = "NAME MASTER UPDATE REGISTER  "
008320         GO TO 2450-EXIT
008330     END-IF.
008340     MOVE NR-REGISTER-LINE (62:8) TO WS-SEEN-OPERATOR.
008350     MOVE NR-REGISTER-LINE (40:8) TO WS-SEEN-DATE-X.
008360     PERFORM 3000-NOTE-ACTIVITY
008370         THRU 3000-EXIT.
008380 2450-EXIT.
008390     EXIT.
008400*-----------------------------------------------------------*
008410* 2500-SCAN-PERIOD-LOG - EVERY GL PERIOD CLOSE AND REOPEN.   *
008420*-----------------------------------------------------------*
008430 2500-SCAN-PERIOD-LOG.
008440     MOVE "GLPRLOG " TO WS-SEEN-SOURCE.
008450     OPEN INPUT PERIOD-LOG-FILE.
008460     IF NOT PC-FILE-OK
008470         PERFORM 2050-NOTE-MISSING-SOURCE
008480             THRU 2050-EXIT
008490         GO TO 2500-EXIT
008500     END-IF.
008510
008520     MOVE "N" TO WS-END-OF-SOURCE-SW.
008530     PERFORM 2550-READ-PERIOD-LOG-LINE
008540         THRU 2550-EXIT
008550         UNTIL END-OF-SOURCE-FILE.
008560     CLOSE PERIOD-LOG-FILE.
008570 2500-EXIT.
008580     EXIT.
008590*-----------------------------------------------------------*
008591* 2550-READ-PERIOD-LOG-LINE - ONE GLPRLOG LINE AS ACTIVITY   *
008592*   FOR ITS OPERATOR.                                        *
008593*-----------------------------------------------------------*
008600 2550-READ-PERIOD-LOG-LINE.
008610     READ PERIOD-LOG-FILE
008620         AT END
008630             SET END-OF-SOURCE-FILE TO TRUE
008640             GO TO 2550-EXIT
008650     END-READ.
008660     MOVE PC-OPERATOR TO WS-SEEN-OPERATOR.
008670     MOVE PC-LOG-DATE TO WS-SEEN-DATE-X.
008680     PERFORM 3000-NOTE-ACTIVITY
008690         THRU 3000-EXIT.
008700 2550-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------*
008730* 2600-SCAN-OPERATOR-JOURNAL - EVERY OPERMAST CHANGE, AS     *
008740*   ACTIVITY FOR THE OPERATOR WHO MADE IT.  AN OPERATOR WHO  *
008750*   CHANGED THEIR OWN ENTRY IN THE QUARTER IS A CONFLICT.    *
008760*-----------------------------------------------------------*
008770 2600-SCAN-OPERATOR-JOURNAL.
008780     MOVE "OPERJRNL" TO WS-SEEN-SOURCE.
008790     OPEN INPUT OPERATOR-JOURNAL-FILE.
008800     IF NOT OJ-FILE-OK
008810         PERFORM 2050-NOTE-MISSING-SOURCE
008820             THRU 2050-EXIT
008830         GO TO 2600-EXIT
008840     END-IF.
008850
008860     MOVE "N" TO WS-END-OF-SOURCE-SW.
008870     PERFORM 2650-READ-OPERATOR-JOURNAL
008880         THRU 2650-EXIT
008890         UNTIL END-OF-SOURCE-FILE.
008900     CLOSE OPERATOR-JOURNAL-FILE.
008910 2600-EXIT.
008920     EXIT.
008930*-----------------------------------------------------------*
008931* 2650-READ-OPERATOR-JOURNAL - ONE OPERJRNL CHANGE AS        *
008932*   ACTIVITY, AND A CONFLICT WHEN THE OPERATOR CHANGED THEIR *
008933*   OWN ENTRY IN THE QUARTER.                                *
008934*-----------------------------------------------------------*
008940 2650-READ-OPERATOR-JOURNAL.
008950     READ OPERATOR-JOURNAL-FILE INTO CJ-CHANGE-RECORD
008960         AT END
008970             SET END-OF-SOURCE-FILE TO TRUE
008980             GO TO 2650-EXIT
008990     END-READ.
009000     MOVE CJ-OPERATOR TO WS-SEEN-OPERATOR.
009010     MOVE CJ-DATE     TO WS-SEEN-DATE-X.
009020     PERFORM 3000-NOTE-ACTIVITY
009030         THRU 3000-EXIT.
009040
009050     IF CJ-OPERATOR NOT = SPACES
009060             AND CJ-OPERATOR = CJ-KEY
009070             AND CJ-DATE NUMERIC
009080             AND CJ-DATE NOT < WS-QUARTER-FROM-DATE
009090             AND CJ-DATE NOT > WS-QUARTER-TO-DATE
009100         MOVE CJ-ACTION   TO WD-JOURNAL-ACTION
009110         MOVE CJ-DATE     TO WS-NC-DATE
009120         MOVE CJ-OPERATOR TO WS-NC-OPERATOR
009130         MOVE "CHANGED OWN OPERMAST ENTRY" TO WS-NC-TEXT
009140         MOVE WS-SELF-CHANGE-DETAIL TO WS-NC-DETAIL
009150         PERFORM 3100-NOTE-CONFLICT
009160             THRU 3100-EXIT
009170     END-IF.
009180 2650-EXIT.
009190     EXIT.
009200*-----------------------------------------------------------*
009210* 2700-SCAN-MAP-REGISTER - EVERY GLMAP CHANGE.  THOSE IN     *
009220*   THE QUARTER ARE HELD BY OPERATOR AND DATE FOR 2900.      *
009230*-----------------------------------------------------------*
009240 2700-SCAN-MAP-REGISTER.
009250     MOVE "GLMAPREG" TO WS-SEEN-SOURCE.
009260     OPEN INPUT MAP-REGISTER-FILE.
009270     IF NOT MR-FILE-OK
009280         PERFORM 2050-NOTE-MISSING-SOURCE
009290             THRU 2050-EXIT
009300         GO TO 2700-EXIT
009310     END-IF.
009320
009330     MOVE "N" TO WS-END-OF-SOURCE-SW.
009340     PERFORM 2750-READ-MAP-REGISTER
009350         THRU 2750-EXIT
009360         UNTIL END-OF-SOURCE-FILE.
009370     CLOSE MAP-REGISTER-FILE.
009380 2700-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------*
009401* 2750-READ-MAP-REGISTER - ONE GLMAP CHANGE AS ACTIVITY.  A  *
009402*   NAMED OPERATOR'S CHANGE IN THE QUARTER IS NOTED ONCE PER *
009403*   OPERATOR AND DAY FOR THE GLRUNLOG SCAN.                  *
009404*-----------------------------------------------------------*
009410 2750-READ-MAP-REGISTER.
009420     READ MAP-REGISTER-FILE INTO CJ-CHANGE-RECORD
009430         AT END
009440             SET END-OF-SOURCE-FILE TO TRUE
009450             GO TO 2750-EXIT
009460     END-READ.
009470     MOVE CJ-OPERATOR TO WS-SEEN-OPERATOR.
009480     MOVE CJ-DATE     TO WS-SEEN-DATE-X.
009490     PERFORM 3000-NOTE-ACTIVITY
009500         THRU 3000-EXIT.
009510
009520     IF CJ-OPERATOR = SPACES OR CJ-OPERATOR = "UNKNOWN "
009530         GO TO 2750-EXIT
009540     END-IF.
009550     IF CJ-DATE NOT NUMERIC
009560             OR CJ-DATE < WS-QUARTER-FROM-DATE
009570             OR CJ-DATE > WS-QUARTER-TO-DATE
009580         GO TO 2750-EXIT
009590     END-IF.
009600
009610     MOVE ZERO TO WS-MC-FOUND-SUB.
009620     PERFORM 2760-SCAN-MAP-CHANGE-TABLE
009630         THRU 2760-EXIT
009640         VARYING WS-MC-SUB FROM 1 BY 1
009650         UNTIL WS-MC-SUB > WS-MAP-CHANGE-COUNT
009660             OR WS-MC-FOUND-SUB > ZERO.
009670     IF WS-MC-FOUND-SUB = ZERO
009680             AND WS-MAP-CHANGE-COUNT < 200
009690         ADD 1 TO WS-MAP-CHANGE-COUNT
009700         MOVE CJ-OPERATOR TO WS-MC-OPERATOR (WS-MAP-CHANGE-COUNT)
009710         MOVE CJ-DATE     TO WS-MC-DATE (WS-MAP-CHANGE-COUNT)
009720         MOVE "N"
009730             TO WS-MC-REPORTED-SW (WS-MAP-CHANGE-COUNT)
009740     END-IF.
009750 2750-EXIT.
009760     EXIT.
009770*-----------------------------------------------------------*
009771* 2760-SCAN-MAP-CHANGE-TABLE - ONE ENTRY OF THE GLMAP CHANGE *
009772*   TABLE AGAINST THE OPERATOR AND DATE IN HAND.             *
009773*-----------------------------------------------------------*
009780 2760-SCAN-MAP-CHANGE-TABLE.
009790     IF WS-MC-OPERATOR (WS-MC-SUB) = WS-SEEN-OPERATOR
009800             AND WS-MC-DATE (WS-MC-SUB) = WS-SEEN-DATE
009810         MOVE WS-MC-SUB TO WS-MC-FOUND-SUB
009820     END-IF.
009830 2760-EXIT.
009840     EXIT.
009850*-----------------------------------------------------------*
009860* 2800-SCAN-REPAIR-LOG - EVERY REJECT SENT BACK THROUGH      *
009870*   RECYCLE.                                                 *
009880*-----------------------------------------------------------*
009890 2800-SCAN-REPAIR-LOG.
009900     MOVE "REPRLOG " TO WS-SEEN-SOURCE.
009910     OPEN INPUT REPAIR-LOG-FILE.
009920     IF NOT RR-FILE-OK
009930         PERFORM 2050-NOTE-MISSING-SOURCE
009940             THRU 2050-EXIT
009950         GO TO 2800-EXIT
009960     END-IF.
009970
009980     MOVE "N" TO WS-END-OF-SOURCE-SW.
009990     PERFORM 2850-READ-REPAIR-LOG-LINE
010000         THRU 2850-EXIT
010010         UNTIL END-OF-SOURCE-FILE.
010020     CLOSE REPAIR-LOG-FILE.
010030 2800-EXIT.
010040     EXIT.
010050*-----------------------------------------------------------*
010051* 2850-READ-REPAIR-LOG-LINE - ONE REPRLOG LINE AS ACTIVITY   *
010052*   FOR ITS OPERATOR.                                        *
010053*-----------------------------------------------------------*
010060 2850-READ-REPAIR-LOG-LINE.
010070     READ REPAIR-LOG-FILE
010080         AT END
010090             SET END-OF-SOURCE-FILE TO TRUE
010100             GO TO 2850-EXIT
010110     END-READ.
010120     MOVE RR-OPERATOR TO WS-SEEN-OPERATOR.
010130     MOVE RR-DATE     TO WS-SEEN-DATE-X.
010140     PERFORM 3000-NOTE-ACTIVITY
010150         THRU 3000-EXIT.
010160 2850-EXIT.
010170     EXIT.
010180*-----------------------------------------------------------*
010190* 2900-SCAN-GL-RUN-LOG - EVERY glsumm RUN.  A RUN IN THE     *
010200*   QUARTER BY AN OPERATOR WHO CHANGED GLMAP THE SAME DAY IS *
010210*   A CONFLICT, REPORTED ONCE FOR THAT OPERATOR AND DAY.     *
010220*-----------------------------------------------------------*
010230 2900-SCAN-GL-RUN-LOG.
010240     MOVE "GLRUNLOG" TO WS-SEEN-SOURCE.
010250     OPEN INPUT RUN-LOG-FILE.
010260     IF NOT GR-FILE-OK
010270         PERFORM 2050-NOTE-MISSING-SOURCE
010280             THRU 2050-EXIT
010290         GO TO 2900-EXIT
010300     END-IF.
010310
010320     MOVE "N" TO WS-END-OF-SOURCE-SW.
010330     PERFORM 2950-READ-GL-RUN-LINE
010340         THRU 2950-EXIT
010350         UNTIL END-OF-SOURCE-FILE.
010360     CLOSE RUN-LOG-FILE.
010370 2900-EXIT.
010380     EXIT.
010390*-----------------------------------------------------------*
010391* 2950-READ-GL-RUN-LINE - ONE GLRUNLOG LINE AS ACTIVITY, AND *
010392*   A CONFLICT WHEN THE SAME OPERATOR CHANGED GLMAP THAT DAY *
010393*   AND IT IS NOT YET REPORTED.                              *
010394*-----------------------------------------------------------*
010400 2950-READ-GL-RUN-LINE.
010410     READ RUN-LOG-FILE
010420         AT END
010430             SET END-OF-SOURCE-FILE TO TRUE
010440             GO TO 2950-EXIT
010450     END-READ.
010460     MOVE GR-OPERATOR TO WS-SEEN-OPERATOR.
010470     MOVE GR-RUN-DATE TO WS-SEEN-DATE-X.
010480     PERFORM 3000-NOTE-ACTIVITY
010490         THRU 3000-EXIT.
010500
010510     IF WS-SEEN-DATE-X NOT NUMERIC
010520         GO TO 2950-EXIT
010530     END-IF.
010540     MOVE ZERO TO WS-MC-FOUND-SUB.
010550     PERFORM 2760-SCAN-MAP-CHANGE-TABLE
010560         THRU 2760-EXIT
010570         VARYING WS-MC-SUB FROM 1 BY 1
010580         UNTIL WS-MC-SUB > WS-MAP-CHANGE-COUNT
010590             OR WS-MC-FOUND-SUB > ZERO.
010600     IF WS-MC-FOUND-SUB = ZERO
010610         GO TO 2950-EXIT
010620     END-IF.
010630     IF WS-MC-WAS-REPORTED (WS-MC-FOUND-SUB)
010640         GO TO 2950-EXIT
010650     END-IF.
010660
010670     MOVE "Y" TO WS-MC-REPORTED-SW (WS-MC-FOUND-SUB).
010680     MOVE GR-EXTRACT-RUN-DATE   TO WD-EXTRACT-RUN-DATE.
010690     MOVE GR-EXTRACT-RUN-NUMBER TO WD-EXTRACT-RUN-NUMBER.
010700     MOVE GR-RUN-DATE           TO WS-NC-DATE.
010710     MOVE GR-OPERATOR           TO WS-NC-OPERATOR.
010720     MOVE "CHANGED GLMAP, RAN glsumm SAME DAY" TO WS-NC-TEXT.
010730     MOVE WS-MAP-RUN-DETAIL     TO WS-NC-DETAIL.
010740     PERFORM 3100-NOTE-CONFLICT
010750         THRU 3100-EXIT.
010760 2950-EXIT.
010770     EXIT.
010780*-----------------------------------------------------------*
010790* 3000-NOTE-ACTIVITY - WS-SEEN-OPERATOR WAS ACTIVE ON        *
010800*   WS-SEEN-DATE PER WS-SEEN-SOURCE.  KEEP IT IF IT IS THE   *
010810*   LATEST FOR AN OPERATOR ON THE MASTER.  IDS NOT ON THE    *
010820*   MASTER (UNKNOWN, UNSIGNED) AND UNREADABLE DATES ARE      *
010830*   PASSED OVER.                                             *
010840*-----------------------------------------------------------*
010850 3000-NOTE-ACTIVITY.
010860     IF WS-SEEN-OPERATOR = SPACES
010870             OR WS-SEEN-DATE-X NOT NUMERIC
010880         GO TO 3000-EXIT
010890     END-IF.
010900     IF WS-SEEN-DATE = ZERO
010910         GO TO 3000-EXIT
010920     END-IF.
010930
010940     MOVE ZERO TO WS-OT-FOUND-SUB.
010950     PERFORM 3050-SCAN-OPERATOR-TABLE
010960         THRU 3050-EXIT
010970         VARYING WS-OT-SUB FROM 1 BY 1
010980         UNTIL WS-OT-SUB > WS-OPERATOR-COUNT
010990             OR WS-OT-FOUND-SUB > ZERO.
011000     IF WS-OT-FOUND-SUB = ZERO
011010         GO TO 3000-EXIT
011020     END-IF.
011030
011040     IF WS-SEEN-DATE > WS-OT-LAST-DATE (WS-OT-FOUND-SUB)
011050         MOVE WS-SEEN-DATE   TO WS-OT-LAST-DATE (WS-OT-FOUND-SUB)
011060         MOVE WS-SEEN-SOURCE
011070             TO WS-OT-LAST-SOURCE (WS-OT-FOUND-SUB)
011080     END-IF.
011090 3000-EXIT.
011100     EXIT.
011110*-----------------------------------------------------------*
011111* 3050-SCAN-OPERATOR-TABLE - ONE ENTRY OF THE OPERATOR TABLE *
011112*   AGAINST THE OPERATOR IN HAND.                            *
011113*-----------------------------------------------------------*
011120 3050-SCAN-OPERATOR-TABLE.
011130     IF WS-OT-ID (WS-OT-SUB) = WS-SEEN-OPERATOR
011140         MOVE WS-OT-SUB TO WS-OT-FOUND-SUB
011150     END-IF.
011160 3050-EXIT.
011170     EXIT.
011180*-----------------------------------------------------------*
011190* 3100-NOTE-CONFLICT - HOLD WS-NEW-CONFLICT FOR THE          *
011200*   CONFLICT SECTION.  PAST 200 THEY ARE COUNTED ONLY.       *
011210*-----------------------------------------------------------*
011220 3100-NOTE-CONFLICT.
011230     IF WS-CONFLICT-COUNT NOT < 200
011240         ADD 1 TO WS-CONFLICTS-NOT-HELD
011250         GO TO 3100-EXIT
011260     END-IF.
011270
011280     ADD 1 TO WS-CONFLICT-COUNT.
011290     MOVE WS-NC-DATE     TO WS-CX-DATE (WS-CONFLICT-COUNT).
011300     MOVE WS-NC-OPERATOR TO WS-CX-OPERATOR (WS-CONFLICT-COUNT).
011310     MOVE WS-NC-TEXT     TO WS-CX-TEXT (WS-CONFLICT-COUNT).
011320     MOVE WS-NC-DETAIL   TO WS-CX-DETAIL (WS-CONFLICT-COUNT).
011330 3100-EXIT.
011340     EXIT.
011350*-----------------------------------------------------------*
011360* 4000-WRITE-OPERATOR-SECTION - EVERY OPERATOR ON THE        *
011370*   MASTER WITH THEIR AUTHORITIES AND LAST ACTIVITY.         *
011380*-----------------------------------------------------------*
011390 4000-WRITE-OPERATOR-SECTION.
011400     MOVE SPACES TO WS-SECTION-TITLE-LINE.
011410     MOVE "OPERATORS AND AUTHORITIES" TO VS-TITLE.
011420     WRITE AV-REPORT-LINE FROM WS-SECTION-TITLE-LINE.
011430     WRITE AV-REPORT-LINE FROM WS-OPERATOR-COLUMN-HDG-1.
011440
011450     PERFORM 4100-WRITE-ONE-OPERATOR
011460         THRU 4100-EXIT
011470         VARYING WS-OT-SUB FROM 1 BY 1
011480         UNTIL WS-OT-SUB > WS-OPERATOR-COUNT.
011490 4000-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------*
011520* 4100-WRITE-ONE-OPERATOR - WORK OUT THE DAYS IDLE AND LIST  *
011530*   THE OPERATOR.  AN ACTIVE OPERATOR WHO HOLDS ANY          *
011540*   AUTHORITY AND HAS BEEN IDLE PAST THE LIMIT, OR HAS NO    *
011550*   ACTIVITY ON RECORD, IS FLAGGED.  AN INACTIVE OPERATOR    *
011560*   CANNOT SIGN ON, SO AUTHORITY LEFT ON THE ENTRY IS NOTED  *
011570*   BUT NOT FLAGGED.                                         *
011580*-----------------------------------------------------------*
011590 4100-WRITE-ONE-OPERATOR.
011600     MOVE WS-OT-ID (WS-OT-SUB)              TO VD-ID.
011610     MOVE WS-OT-NAME (WS-OT-SUB)            TO VD-NAME.
011620     MOVE WS-OT-ACTIVE (WS-OT-SUB)          TO VD-STATUS.
011630     MOVE WS-OT-AUTH-DEACTIVATE (WS-OT-SUB) TO VD-AUTH-DEACTIVATE.
011640     MOVE WS-OT-AUTH-PURGE (WS-OT-SUB)      TO VD-AUTH-PURGE.
011650     MOVE WS-OT-AUTH-REPAIR (WS-OT-SUB)     TO VD-AUTH-REPAIR.
011660     MOVE WS-OT-AUTH-APPROVE (WS-OT-SUB)    TO VD-AUTH-APPROVE.
011670     MOVE WS-OT-AUTH-REOPEN (WS-OT-SUB)     TO VD-AUTH-REOPEN.
011680     MOVE WS-OT-LAST-SOURCE (WS-OT-SUB)     TO VD-SOURCE.
011690     MOVE SPACES                            TO VD-NOTE.
011700
011710     IF WS-OT-LAST-DATE (WS-OT-SUB) = ZERO
011720         MOVE "NEVER"  TO VD-LAST-ACTIVE
011730         MOVE "  N/A"  TO VD-IDLE-DAYS-X
011740     ELSE
011750         MOVE WS-OT-LAST-DATE (WS-OT-SUB) TO VD-LAST-ACTIVE
011760         IF WS-OT-LAST-DATE (WS-OT-SUB) < WS-CURRENT-DATE
011770             COMPUTE WS-OT-IDLE-DAYS (WS-OT-SUB)
011780                 = WS-TODAY-INTEGER
011790                 - FUNCTION INTEGER-OF-DATE
011800                       (WS-OT-LAST-DATE (WS-OT-SUB))
011810         END-IF
011820         MOVE WS-OT-IDLE-DAYS (WS-OT-SUB) TO VD-IDLE-DAYS
011830     END-IF.
011840
011850     IF WS-OT-HOLDS-AUTHORITY (WS-OT-SUB)
011860         ADD 1 TO WS-OPERATORS-WITH-AUTHORITY
011870         EVALUATE TRUE
011880             WHEN WS-OT-ACTIVE (WS-OT-SUB) NOT = "A"
011890                 MOVE "INACTIVE - AUTHORITY HELD" TO VD-NOTE
011900             WHEN WS-OT-LAST-DATE (WS-OT-SUB) = ZERO
011910                 MOVE "** NO ACTIVITY ON RECORD" TO VD-NOTE
011920                 MOVE "Y" TO WS-OT-IDLE-SW (WS-OT-SUB)
011930             WHEN WS-OT-IDLE-DAYS (WS-OT-SUB)
011940                     > WS-ACCESS-IDLE-DAYS
011950                 MOVE "** IDLE PAST LIMIT" TO VD-NOTE
011960                 MOVE "Y" TO WS-OT-IDLE-SW (WS-OT-SUB)
011970             WHEN OTHER
011980                 CONTINUE
011990         END-EVALUATE
012000     END-IF.
012010     IF WS-OT-IS-IDLE (WS-OT-SUB)
012020         ADD 1 TO WS-OPERATORS-IDLE
012030     END-IF.
012040
012050     WRITE AV-REPORT-LINE FROM WS-OPERATOR-DETAIL-LINE.
012060 4100-EXIT.
012070     EXIT.
012080*-----------------------------------------------------------*
012090* 4500-WRITE-IDLE-SECTION - THE OPERATORS FLAGGED IN 4100,   *
012100*   WITH THE AUTHORITIES THEY STILL HOLD.                    *
012110*-----------------------------------------------------------*
012120 4500-WRITE-IDLE-SECTION.
012130     MOVE SPACES TO AV-REPORT-LINE.
012140     WRITE AV-REPORT-LINE.
012150     MOVE SPACES TO WS-SECTION-TITLE-LINE.
012160     MOVE "ACTIVE OPERATORS HOLDING AUTHORITIES IDLE PAST "
012170         TO VS-TITLE.
012180     MOVE WS-ACCESS-IDLE-DAYS TO VS-LIMIT.
012190     MOVE " DAYS"             TO VS-LIMIT-TEXT.
012200     WRITE AV-REPORT-LINE FROM WS-SECTION-TITLE-LINE.
012210
012220     IF WS-OPERATORS-IDLE = ZERO
012230         WRITE AV-REPORT-LINE FROM WS-NONE-FOUND-LINE
012240         GO TO 4500-EXIT
012250     END-IF.
012260
012270     WRITE AV-REPORT-LINE FROM WS-IDLE-COLUMN-HDG-1.
012280     PERFORM 4600-WRITE-ONE-IDLE-OPERATOR
012290         THRU 4600-EXIT
012300         VARYING WS-OT-SUB FROM 1 BY 1
012310         UNTIL WS-OT-SUB > WS-OPERATOR-COUNT.
012320
012330     SET RC-FINDINGS-REPORTED TO TRUE.
012340     PERFORM 9400-RAISE-RETURN-CODE
012350         THRU 9400-EXIT.
012360 4500-EXIT.
012370     EXIT.
012380*-----------------------------------------------------------*
012381* 4600-WRITE-ONE-IDLE-OPERATOR - ONE TABLE ENTRY; AN IDLE    *
012382*   OPERATOR IS LISTED WITH THE AUTHORITIES STILL HELD.      *
012383*-----------------------------------------------------------*
012390 4600-WRITE-ONE-IDLE-OPERATOR.
012400     IF NOT WS-OT-IS-IDLE (WS-OT-SUB)
012410         GO TO 4600-EXIT
012420     END-IF.
012430
012440     MOVE WS-OT-ID (WS-OT-SUB)   TO VI-ID.
012450     MOVE WS-OT-NAME (WS-OT-SUB) TO VI-NAME.
012460     IF WS-OT-LAST-DATE (WS-OT-SUB) = ZERO
012470         MOVE "NEVER" TO VI-LAST-ACTIVE
012480         MOVE "  N/A" TO VI-IDLE-DAYS-X
012490     ELSE
012500         MOVE WS-OT-LAST-DATE (WS-OT-SUB) TO VI-LAST-ACTIVE
012510         MOVE WS-OT-IDLE-DAYS (WS-OT-SUB) TO VI-IDLE-DAYS
012520     END-IF.
012530
012540     MOVE SPACES TO VI-AUTH-DEACTIVATE VI-AUTH-PURGE
012550                    VI-AUTH-REPAIR VI-AUTH-APPROVE VI-AUTH-REOPEN.
012560     IF WS-OT-AUTH-DEACTIVATE (WS-OT-SUB) = "Y"
012570         MOVE "DEA" TO VI-AUTH-DEACTIVATE
012580     END-IF.
012590     IF WS-OT-AUTH-PURGE (WS-OT-SUB) = "Y"
012600         MOVE "PUR" TO VI-AUTH-PURGE
012610     END-IF.
012620     IF WS-OT-AUTH-REPAIR (WS-OT-SUB) = "Y"
012630         MOVE "REP" TO VI-AUTH-REPAIR
012640     END-IF.
012650     IF WS-OT-AUTH-APPROVE (WS-OT-SUB) = "Y"
012660         MOVE "APR" TO VI-AUTH-APPROVE
012670     END-IF.
012680     IF WS-OT-AUTH-REOPEN (WS-OT-SUB) = "Y"
012690         MOVE "REO" TO VI-AUTH-REOPEN
012700     END-IF.
012710     WRITE AV-REPORT-LINE FROM WS-IDLE-DETAIL-LINE.
012720 4600-EXIT.
012730     EXIT.
012740*-----------------------------------------------------------*
012750* 5000-WRITE-CONFLICT-SECTION - THE SEGREGATION-OF-DUTIES    *
012760*   CONFLICTS FOUND IN THE QUARTER, IN THE ORDER THE SOURCES *
012770*   WERE READ.                                               *
012780*-----------------------------------------------------------*
012790 5000-WRITE-CONFLICT-SECTION.
012800     MOVE SPACES TO AV-REPORT-LINE.
012810     WRITE AV-REPORT-LINE.
012820     MOVE SPACES TO WS-SECTION-TITLE-LINE.
012830     MOVE "SEGREGATION-OF-DUTIES CONFLICTS IN THE QUARTER"
012840         TO VS-TITLE.
012850     WRITE AV-REPORT-LINE FROM WS-SECTION-TITLE-LINE.
012860
012870     IF WS-CONFLICT-COUNT = ZERO
012880         WRITE AV-REPORT-LINE FROM WS-NONE-FOUND-LINE
012890         GO TO 5000-EXIT
012900     END-IF.
012910
012920     WRITE AV-REPORT-LINE FROM WS-CONFLICT-COLUMN-HDG-1.
012930     PERFORM 5100-WRITE-ONE-CONFLICT
012940         THRU 5100-EXIT
012950         VARYING WS-CX-SUB FROM 1 BY 1
012960         UNTIL WS-CX-SUB > WS-CONFLICT-COUNT.
012970
012980     SET RC-FINDINGS-REPORTED TO TRUE.
012990     PERFORM 9400-RAISE-RETURN-CODE
013000         THRU 9400-EXIT.
013010 5000-EXIT.
013020     EXIT.
013030*-----------------------------------------------------------*
013031* 5100-WRITE-ONE-CONFLICT - ONE HELD CONFLICT ON THE REPORT. *
013032*-----------------------------------------------------------*
013040 5100-WRITE-ONE-CONFLICT.
013050     MOVE WS-CX-DATE (WS-CX-SUB)     TO VC-DATE.
013060     MOVE WS-CX-OPERATOR (WS-CX-SUB) TO VC-OPERATOR.
013070     MOVE WS-CX-TEXT (WS-CX-SUB)     TO VC-TEXT.
013080     MOVE WS-CX-DETAIL (WS-CX-SUB)   TO VC-DETAIL.
013090     WRITE AV-REPORT-LINE FROM WS-CONFLICT-DETAIL-LINE.
013100 5100-EXIT.
013110     EXIT.
013120*-----------------------------------------------------------*
013130* 6000-WRITE-TOTALS - THE COUNTS, ON THE REPORT AND THE      *
013140*   CONSOLE.                                                 *
013150*-----------------------------------------------------------*
013160 6000-WRITE-TOTALS.
013170     MOVE SPACES TO AV-REPORT-LINE.
013180     WRITE AV-REPORT-LINE.
013190     MOVE "OPERATORS REVIEWED:"          TO VT-LABEL.
013200     MOVE WS-OPERATOR-COUNT              TO VT-COUNT.
013210     WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE.
013220     MOVE "HOLDING AUTHORITIES:"         TO VT-LABEL.
013230     MOVE WS-OPERATORS-WITH-AUTHORITY    TO VT-COUNT.
013240     WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE.
013250     MOVE "IDLE PAST LIMIT:"             TO VT-LABEL.
013260     MOVE WS-OPERATORS-IDLE              TO VT-COUNT.
013270     WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE.
013280     MOVE "SOD CONFLICTS:"               TO VT-LABEL.
013290     COMPUTE VT-COUNT = WS-CONFLICT-COUNT + WS-CONFLICTS-NOT-HELD.
013300     WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE.
013310     IF WS-CONFLICTS-NOT-HELD > ZERO
013320         MOVE "  (NOT LISTED - TABLE FULL):" TO VT-LABEL
013330         MOVE WS-CONFLICTS-NOT-HELD          TO VT-COUNT
013340         WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE
013350     END-IF.
013360     MOVE "SOURCES NOT AVAILABLE:"       TO VT-LABEL.
013370     MOVE WS-SOURCES-MISSING             TO VT-COUNT.
013380     WRITE AV-REPORT-LINE FROM WS-REVIEW-TOTAL-LINE.
013390
013400     DISPLAY "Access review quarter: " WS-RQ-YEAR "Q"
013410         WS-RQ-QUARTER.
013420     DISPLAY "Operators reviewed:    " WS-OPERATOR-COUNT.
013430     DISPLAY "Idle past limit:       " WS-OPERATORS-IDLE.
013440     DISPLAY "SoD conflicts:         " WS-CONFLICT-COUNT.
013450 6000-EXIT.
013460     EXIT.
013470*-----------------------------------------------------------*
013480* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
013490*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
013500*-----------------------------------------------------------*
013510 9400-RAISE-RETURN-CODE.
013520     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
013530         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
013540     END-IF.
013550 9400-EXIT.
013560     EXIT.
013570*-----------------------------------------------------------*
013580* 9999-END-OF-JOB                                            *
013590*-----------------------------------------------------------*
013600 9999-END-OF-JOB.
013610     IF MASTER-IS-AVAILABLE
013620         CLOSE OPERATOR-MASTER-FILE
013630         CLOSE ACCESS-REVIEW-FILE
013640     END-IF.
013650 9999-EXIT.
013660     EXIT.

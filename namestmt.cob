000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. namestmt.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - MONTH-END NAME         *
000200*                  STATEMENTS.  ONE STATEMENT PER name1 ON   *
000210*                  THE BALMAST BALANCE MASTER WITH ACTIVITY  *
000220*                  OR A BALANCE IN THE REQUESTED MONTH:      *
000230*                  OPENING BALANCE, EACH TRANSACTION OF THE  *
000240*                  MONTH FROM BALMOVE (DATE, BRANCH,         *
000250*                  OPERATION, AMOUNT) AND CLOSING BALANCE.   *
000260*                  STATEMENTS ARE GROUPED BY THE NAME'S      *
000270*                  NAMEMAST BRANCH SO EACH OFFICE GETS ITS   *
000280*                  OWN STACK.  EVERY STATEMENT IS PROVED     *
000290*                  AGAINST THE MASTER'S MOVEMENT FOR THE     *
000300*                  MONTH, AND THE BRANCH AND GRAND TOTALS    *
000310*                  FOOT THE SAME WAY.  RETURN CODE 0 ALL     *
000320*                  PROVED, 4 ANY STATEMENT THAT DOES NOT     *
000330*                  PROVE, 12 FILE ERROR.                     *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000380 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BALANCE-MASTER-FILE ASSIGN TO "BALMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BM-NAME1
000450         FILE STATUS IS BM-FILE-STATUS.
000460     SELECT BALANCE-MOVEMENT-FILE ASSIGN TO "BALMOVE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BV-KEY
000500         FILE STATUS IS BV-FILE-STATUS.
000510     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS NM-NAME1
000550         FILE STATUS IS NM-FILE-STATUS.
000560     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CA-FILE-STATUS.
000590     SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ST-FILE-STATUS.
000620     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BALANCE-MASTER-FILE.
000670*-----------------------------------------------------------*
000680* BM-BALANCE-RECORD IS THE SHARED COPY MEMBER (SEE           *
000690*   copybooks/BALMREC.CPY) POSTED BY prac-one.               *
000700*-----------------------------------------------------------*
000710     COPY BALMREC.
000720*
000730 FD  BALANCE-MOVEMENT-FILE.
000740*-----------------------------------------------------------*
000750* BV-MOVEMENT-RECORD IS THE SHARED COPY MEMBER (SEE          *
000760*   copybooks/BALMVREC.CPY) POSTED BY prac-one.  THE KEY IS  *
000770*   NAME-MAJOR THEN DATE, SO ONE START FINDS A NAME'S MONTH. *
000780*-----------------------------------------------------------*
000790     COPY BALMVREC.
000800*
000810 FD  NAME-MASTER-FILE.
000820*-----------------------------------------------------------*
000830* NM-MASTER-RECORD IS THE SHARED COPY MEMBER (SEE            *
000840*   copybooks/NAMEMREC.CPY) MAINTAINED BY namemnt.           *
000850*-----------------------------------------------------------*
000860     COPY NAMEMREC.
000870*
000880 FD  CALENDAR-FILE.
000890*-----------------------------------------------------------*
000900* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000910*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000920*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000930*-----------------------------------------------------------*
000940     COPY BUSCAL.
000950*
000960 FD  STATEMENT-FILE.
000970 01  ST-STATEMENT-LINE              PIC X(100).
000980*
000990 SD  SORT-WORK-FILE.
001000*-----------------------------------------------------------*
001010* ONE ENTRY PER NAME TO BE STATED, IN BRANCH STACKS.         *
001020*-----------------------------------------------------------*
001030 01  SS-SORT-RECORD.
001040     05  SS-BRANCH                  PIC X(03).
001050     05  SS-NAME1                   PIC X(33).
001060*
001070 WORKING-STORAGE SECTION.
001080*-----------------------------------------------------------*
001090* SWITCHES AND STATUS FIELDS                                *
001100*-----------------------------------------------------------*
001110 01  BM-FILE-STATUS             PIC X(02) VALUE SPACES.
001120     88  BM-FILE-OK                  VALUE "00".
001130 01  BV-FILE-STATUS             PIC X(02) VALUE SPACES.
001140     88  BV-FILE-OK                  VALUE "00".
001150 01  NM-FILE-STATUS             PIC X(02) VALUE SPACES.
001160     88  NM-FILE-OK                  VALUE "00".
001170 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001180     88  CA-FILE-OK                  VALUE "00".
001190 01  ST-FILE-STATUS             PIC X(02) VALUE SPACES.
001200     88  ST-FILE-OK                  VALUE "00".
001210*
001220 01  WS-BALANCE-AVAILABLE-SW    PIC X(01) VALUE "N".
001230     88  BALANCE-IS-AVAILABLE       VALUE "Y".
001240 01  WS-MOVEMENT-AVAILABLE-SW   PIC X(01) VALUE "N".
001250     88  MOVEMENT-IS-AVAILABLE      VALUE "Y".
001260 01  WS-NAME-MASTER-SW          PIC X(01) VALUE "N".
001270     88  NAME-MASTER-IS-AVAILABLE   VALUE "Y".
001280*
001290 01  WS-END-OF-BALANCES-SW      PIC X(01) VALUE "N".
001300     88  END-OF-BALANCE-MASTER      VALUE "Y".
001310 01  WS-END-OF-SORT-SW          PIC X(01) VALUE "N".
001320     88  END-OF-SORTED-NAMES        VALUE "Y".
001330 01  WS-END-OF-MOVEMENTS-SW     PIC X(01) VALUE "N".
001340     88  END-OF-NAME-MOVEMENTS      VALUE "Y".
001350 01  WS-BRANCH-OPEN-SW          PIC X(01) VALUE "N".
001360     88  A-BRANCH-STACK-IS-OPEN     VALUE "Y".
001370*
001380 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001390 01  WS-REPORT-MONTH            PIC X(06) VALUE SPACES.
001400 01  WS-REPORT-MONTH-9 REDEFINES WS-REPORT-MONTH
001410                                PIC 9(06).
001420*
001430 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001440 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001450     88  RC-STATEMENT-EXCEPTION     VALUE 04.
001460     88  RC-FILE-ERROR              VALUE 12.
001470*
001480*-----------------------------------------------------------*
001490* THE MASTER'S FIGURES FOR THE REPORT MONTH, FOUND BY        *
001500* 2200-FIND-MONTH-FIGURES.  A MONTH OLDER THAN THE MASTER'S  *
001510* PRIOR MONTH IS NO LONGER HELD AND CANNOT BE PROVED.        *
001520*-----------------------------------------------------------*
001530 01  WS-MONTH-FIGURES-SW        PIC X(01) VALUE "Y".
001540     88  MONTH-FIGURES-ARE-HELD     VALUE "Y".
001550     88  MONTH-FIGURES-NOT-HELD     VALUE "N".
001560 01  WS-MF-OPENING              PIC S9(11)V99 VALUE 0.
001570 01  WS-MF-CREDITS              PIC S9(11)V99 VALUE 0.
001580 01  WS-MF-DEBITS               PIC S9(11)V99 VALUE 0.
001590 01  WS-MF-COUNT                PIC 9(05) VALUE 0.
001600 01  WS-MF-NET                  PIC S9(11)V99 VALUE 0.
001610 01  WS-MF-CLOSING              PIC S9(11)V99 VALUE 0.
001620*
001630*-----------------------------------------------------------*
001640* ONE STATEMENT: WHAT ITS DETAIL LINES ADD UP TO.            *
001650*-----------------------------------------------------------*
001660 01  WS-ST-RUNNING-BALANCE      PIC S9(11)V99 VALUE 0.
001670 01  WS-ST-MOVEMENT             PIC S9(11)V99 VALUE 0.
001680 01  WS-ST-CREDITS              PIC S9(11)V99 VALUE 0.
001690 01  WS-ST-DEBITS               PIC S9(11)V99 VALUE 0.
001700 01  WS-ST-COUNT                PIC 9(05) VALUE 0.
001710 01  WS-ST-DIFFERENCE           PIC S9(11)V99 VALUE 0.
001720 01  WS-STATEMENT-PROVED-SW     PIC X(01) VALUE "Y".
001730     88  STATEMENT-PROVED           VALUE "Y".
001740*
001750 01  WS-PREV-BRANCH             PIC X(03) VALUE SPACES.
001760*
001770*-----------------------------------------------------------*
001780* BRANCH STACK AND GRAND TOTALS                              *
001790*-----------------------------------------------------------*
001800 01  WS-BRANCH-TOTALS.
001810     05  WS-BT-NAMES            PIC 9(05) VALUE 0.
001820     05  WS-BT-OPENING          PIC S9(13)V99 VALUE 0.
001830     05  WS-BT-CREDITS          PIC S9(13)V99 VALUE 0.
001840     05  WS-BT-DEBITS           PIC S9(13)V99 VALUE 0.
001850     05  WS-BT-CLOSING          PIC S9(13)V99 VALUE 0.
001860     05  WS-BT-NOT-PROVED       PIC 9(05) VALUE 0.
001870 01  WS-GRAND-TOTALS.
001880     05  WS-GT-NAMES            PIC 9(05) VALUE 0.
001890     05  WS-GT-OPENING          PIC S9(13)V99 VALUE 0.
001900     05  WS-GT-CREDITS          PIC S9(13)V99 VALUE 0.
001910     05  WS-GT-DEBITS           PIC S9(13)V99 VALUE 0.
001920     05  WS-GT-CLOSING          PIC S9(13)V99 VALUE 0.
001930     05  WS-GT-NOT-PROVED       PIC 9(05) VALUE 0.
001940 77  WS-BRANCHES-PRINTED        PIC 9(05) COMP VALUE 0.
001950 77  WS-NAMES-SELECTED          PIC 9(05) COMP VALUE 0.
001960*
001970*-----------------------------------------------------------*
001980* STATEMENT LINES                                           *
001990*-----------------------------------------------------------*
002000 01  WS-STMT-SEPARATOR-LINE     PIC X(100) VALUE ALL "=".
002010*
002020 01  WS-BRANCH-BANNER-LINE.
002030     05  FILLER                 PIC X(23) VALUE
002040         "STATEMENTS FOR BRANCH ".
002050     05  BB-BRANCH              PIC X(03).
002060     05  FILLER                 PIC X(09) VALUE "  MONTH ".
002070     05  BB-MONTH               PIC X(06).
002080     05  FILLER                 PIC X(14) VALUE SPACES.
002090     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
002100     05  BB-RUN-DATE            PIC 9(08).
002110*
002120 01  WS-STMT-HEADING-LINE.
002130     05  FILLER                 PIC X(23) VALUE
002140         "STATEMENT OF ACCOUNT   ".
002150     05  FILLER                 PIC X(06) VALUE "NAME: ".
002160     05  SH-NAME1               PIC X(33).
002170     05  FILLER                 PIC X(10) VALUE "  BRANCH ".
002180     05  SH-BRANCH              PIC X(03).
002190     05  FILLER                 PIC X(08) VALUE "  MONTH ".
002200     05  SH-MONTH               PIC X(06).
002210*
002220 01  WS-STMT-BALANCE-LINE.
002230     05  SB-LABEL               PIC X(46).
002240     05  SB-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002250*
002260 01  WS-STMT-COLUMN-HDG.
002270     05  FILLER                 PIC X(10) VALUE "DATE".
002280     05  FILLER                 PIC X(08) VALUE "BRANCH".
002290     05  FILLER                 PIC X(06) VALUE "OP".
002300     05  FILLER                 PIC X(22) VALUE
002310         "             AMOUNT".
002320     05  FILLER                 PIC X(18) VALUE
002330         "           BALANCE".
002340*
002350 01  WS-STMT-DETAIL-LINE.
002360     05  SD-DATE                PIC 9(08).
002370     05  FILLER                 PIC X(02) VALUE SPACES.
002380     05  SD-BRANCH              PIC X(03).
002390     05  FILLER                 PIC X(05) VALUE SPACES.
002400     05  SD-OPCODE              PIC X(03).
002410     05  FILLER                 PIC X(03) VALUE SPACES.
002420     05  SD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002430     05  FILLER                 PIC X(07) VALUE SPACES.
002440     05  SD-BALANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002450*
002460 01  WS-STMT-PROOF-LINE.
002470     05  FILLER                 PIC X(13) VALUE
002480         "TRANSACTIONS ".
002490     05  SP-COUNT               PIC ZZZZ9.
002500     05  FILLER                 PIC X(10) VALUE "  CREDITS ".
002510     05  SP-CREDITS             PIC ZZZ,ZZZ,ZZ9.99-.
002520     05  FILLER                 PIC X(09) VALUE "  DEBITS ".
002530     05  SP-DEBITS              PIC ZZZ,ZZZ,ZZ9.99-.
002540     05  FILLER                 PIC X(02) VALUE SPACES.
002550     05  SP-PROOF               PIC X(30).
002560*
002570 01  WS-PROOF-FAIL-NOTE.
002580     05  FILLER                 PIC X(12) VALUE
002590         "** OFF BY ".
002600     05  PF-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
002610*
002620 01  WS-TOTAL-LINE-1.
002630     05  TL-LABEL               PIC X(14).
002640     05  FILLER                 PIC X(07) VALUE "NAMES: ".
002650     05  TL-NAMES               PIC ZZZZ9.
002660     05  FILLER                 PIC X(10) VALUE "  OPENING ".
002670     05  TL-OPENING             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002680     05  FILLER                 PIC X(10) VALUE "  CLOSING ".
002690     05  TL-CLOSING             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002700*
002710 01  WS-TOTAL-LINE-2.
002720     05  FILLER                 PIC X(14) VALUE SPACES.
002730     05  FILLER                 PIC X(08) VALUE "CREDITS ".
002740     05  TL-CREDITS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002750     05  FILLER                 PIC X(09) VALUE "  DEBITS ".
002760     05  TL-DEBITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                 PIC X(14) VALUE
002780         "  NOT PROVED: ".
002790     05  TL-NOT-PROVED          PIC ZZZZ9.
002800*
002810 01  WS-FINAL-PROOF-LINE        PIC X(60) VALUE SPACES.
002820*
002830 PROCEDURE DIVISION.
002840*-----------------------------------------------------------*
002850* 0000-MAINLINE                                             *
002860*-----------------------------------------------------------*
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE
002890         THRU 1000-EXIT.
002900
002910     IF BALANCE-IS-AVAILABLE
002920         SORT SORT-WORK-FILE
002930             ON ASCENDING KEY SS-BRANCH
002940                              SS-NAME1
002950             INPUT PROCEDURE IS 2000-SELECT-NAMES
002960                 THRU 2000-EXIT
002970             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
002980                 THRU 3000-EXIT
002990         PERFORM 5000-WRITE-GRAND-TOTALS
003000             THRU 5000-EXIT
003010     END-IF.
003020
003030     PERFORM 9999-END-OF-JOB
003040         THRU 9999-EXIT.
003050     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
003060     STOP RUN.
003070*-----------------------------------------------------------*
003080* 1000-INITIALIZE - ASK FOR THE STATEMENT MONTH (BLANK MEANS *
003090*   THE MONTH OF THE OPEN DATE) AND OPEN THE FILES.  NO      *
003100*   BALANCE MASTER MEANS NOTHING HAS POSTED YET.  NO         *
003110*   NAMEMAST STACKS EACH NAME UNDER THE BRANCH OF ITS LAST   *
003120*   POSTING.                                                 *
003130*-----------------------------------------------------------*
003140 1000-INITIALIZE.
003150     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003160     PERFORM 1100-READ-PROCESSING-DATE
003170         THRU 1100-EXIT.
003180
003190     DISPLAY "Statement month YYYYMM (blank=current): "
003200         WITH NO ADVANCING.
003210     ACCEPT WS-REPORT-MONTH.
003220     IF WS-REPORT-MONTH = SPACES
003230             OR WS-REPORT-MONTH-9 NOT NUMERIC
003240         MOVE WS-CURRENT-DATE (1:6) TO WS-REPORT-MONTH
003250     END-IF.
003260
003270     OPEN INPUT BALANCE-MASTER-FILE.
003280     IF BM-FILE-OK
003290         SET BALANCE-IS-AVAILABLE TO TRUE
003300     ELSE
003310         DISPLAY "BALMAST not found - no balances to state"
003320         GO TO 1000-EXIT
003330     END-IF.
003340
003350     OPEN INPUT BALANCE-MOVEMENT-FILE.
003360     IF BV-FILE-OK
003370         SET MOVEMENT-IS-AVAILABLE TO TRUE
003380     ELSE
003390         DISPLAY "BALMOVE not found - statements carry no "
003400             "detail"
003410     END-IF.
003420
003430     OPEN INPUT NAME-MASTER-FILE.
003440     IF NM-FILE-OK
003450         SET NAME-MASTER-IS-AVAILABLE TO TRUE
003460     ELSE
003470         DISPLAY "NAMEMAST not found - stacked by last "
003480             "posting branch"
003490     END-IF.
003500
003510     OPEN OUTPUT STATEMENT-FILE.
003520     IF NOT ST-FILE-OK
003530         DISPLAY "STMTOUT open failed, status " ST-FILE-STATUS
003540         SET RC-FILE-ERROR TO TRUE
003550         PERFORM 9400-RAISE-RETURN-CODE
003560             THRU 9400-EXIT
003570         CLOSE BALANCE-MASTER-FILE
003580         MOVE "N" TO WS-BALANCE-AVAILABLE-SW
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
003640*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
003650*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
003660*   IS PRESENT.                                              *
003670*-----------------------------------------------------------*
003680 1100-READ-PROCESSING-DATE.
003690     OPEN INPUT CALENDAR-FILE.
003700     IF NOT CA-FILE-OK
003710         GO TO 1100-EXIT
003720     END-IF.
003730
003740     READ CALENDAR-FILE
003750         AT END
003760             CONTINUE
003770         NOT AT END
003780             IF CA-IS-CONTROL
003790                     AND CA-OPEN-DATE NUMERIC
003800                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
003810             END-IF
003820     END-READ.
003830     CLOSE CALENDAR-FILE.
003840 1100-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------*
003870* 2000-SELECT-NAMES - SORT INPUT.  EVERY NAME ON THE MASTER  *
003880*   WITH ACTIVITY IN THE MONTH, A BALANCE AT ITS END, OR     *
003890*   FIGURES THE MASTER NO LONGER HOLDS, UNDER ITS BRANCH.    *
003900*-----------------------------------------------------------*
003910 2000-SELECT-NAMES.
003920     MOVE LOW-VALUES TO BM-NAME1.
003930     START BALANCE-MASTER-FILE KEY IS NOT LESS THAN BM-NAME1
003940         INVALID KEY
003950             SET END-OF-BALANCE-MASTER TO TRUE
003960     END-START.
003970     PERFORM 2100-SELECT-ONE-NAME
003980         THRU 2100-EXIT
003990         UNTIL END-OF-BALANCE-MASTER.
004000 2000-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------*
004030* 2100-SELECT-ONE-NAME                                       *
004040*-----------------------------------------------------------*
004050 2100-SELECT-ONE-NAME.
004060     READ BALANCE-MASTER-FILE NEXT RECORD
004070         AT END
004080             SET END-OF-BALANCE-MASTER TO TRUE
004090             GO TO 2100-EXIT
004100     END-READ.
004110
004120     PERFORM 2200-FIND-MONTH-FIGURES
004130         THRU 2200-EXIT.
004140     IF MONTH-FIGURES-ARE-HELD
004150             AND WS-MF-COUNT = ZERO
004160             AND WS-MF-CLOSING = ZERO
004170         GO TO 2100-EXIT
004180     END-IF.
004190
004200     MOVE BM-NAME1  TO SS-NAME1.
004210     MOVE BM-BRANCH TO SS-BRANCH.
004220     IF NAME-MASTER-IS-AVAILABLE
004230         MOVE BM-NAME1 TO NM-NAME1
004240         READ NAME-MASTER-FILE
004250             INVALID KEY
004260                 CONTINUE
004270             NOT INVALID KEY
004280                 MOVE NM-BRANCH TO SS-BRANCH
004290         END-READ
004300     END-IF.
004310     IF SS-BRANCH = SPACES
004320         MOVE "000" TO SS-BRANCH
004330     END-IF.
004340     RELEASE SS-SORT-RECORD.
004350     ADD 1 TO WS-NAMES-SELECTED.
004360 2100-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------*
004390* 2200-FIND-MONTH-FIGURES - THE MASTER'S OPENING BALANCE,    *
004400*   CREDITS, DEBITS AND COUNT FOR THE REPORT MONTH.  A MONTH *
004410*   WITH NO POSTINGS OPENS AND CLOSES ON THE BALANCE THE     *
004420*   NEXT POSTED MONTH OPENED ON (OR THE CURRENT BALANCE      *
004430*   WHEN NOTHING HAS POSTED SINCE).                          *
004440*-----------------------------------------------------------*
004450 2200-FIND-MONTH-FIGURES.
004460     SET MONTH-FIGURES-ARE-HELD TO TRUE.
004470     MOVE ZERO TO WS-MF-CREDITS.
004480     MOVE ZERO TO WS-MF-DEBITS.
004490     MOVE ZERO TO WS-MF-COUNT.
004500
004510     EVALUATE TRUE
004520         WHEN BM-MTD-MONTH = WS-REPORT-MONTH-9
004530             MOVE BM-MTD-OPENING TO WS-MF-OPENING
004540             MOVE BM-MTD-CREDITS TO WS-MF-CREDITS
004550             MOVE BM-MTD-DEBITS  TO WS-MF-DEBITS
004560             MOVE BM-MTD-COUNT   TO WS-MF-COUNT
004570         WHEN BM-MTD-MONTH < WS-REPORT-MONTH-9
004580             MOVE BM-CURRENT-BALANCE TO WS-MF-OPENING
004590         WHEN BM-PRIOR-MONTH = WS-REPORT-MONTH-9
004600             MOVE BM-PRIOR-OPENING TO WS-MF-OPENING
004610             MOVE BM-PRIOR-CREDITS TO WS-MF-CREDITS
004620             MOVE BM-PRIOR-DEBITS  TO WS-MF-DEBITS
004630             MOVE BM-PRIOR-COUNT   TO WS-MF-COUNT
004640         WHEN BM-PRIOR-MONTH < WS-REPORT-MONTH-9
004650             MOVE BM-MTD-OPENING TO WS-MF-OPENING
004660         WHEN OTHER
004670             SET MONTH-FIGURES-NOT-HELD TO TRUE
004680             MOVE ZERO TO WS-MF-OPENING
004690     END-EVALUATE.
004700
004710     COMPUTE WS-MF-NET = WS-MF-CREDITS + WS-MF-DEBITS.
004720     COMPUTE WS-MF-CLOSING = WS-MF-OPENING + WS-MF-NET.
004730 2200-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------*
004760* 3000-PRINT-STATEMENTS - SORT OUTPUT.  ONE STACK PER        *
004770*   BRANCH, ONE STATEMENT PER NAME WITHIN IT.                *
004780*-----------------------------------------------------------*
004790 3000-PRINT-STATEMENTS.
004800     PERFORM 3100-PRINT-ONE-STATEMENT
004810         THRU 3100-EXIT
004820         UNTIL END-OF-SORTED-NAMES.
004830     IF A-BRANCH-STACK-IS-OPEN
004840         PERFORM 3900-CLOSE-BRANCH-STACK
004850             THRU 3900-EXIT
004860     END-IF.
004870 3000-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------*
004900* 3100-PRINT-ONE-STATEMENT                                   *
004910*-----------------------------------------------------------*
004920 3100-PRINT-ONE-STATEMENT.
004930     RETURN SORT-WORK-FILE
004940         AT END
004950             SET END-OF-SORTED-NAMES TO TRUE
004960             GO TO 3100-EXIT
004970     END-RETURN.
004980
004990     IF NOT A-BRANCH-STACK-IS-OPEN
005000             OR SS-BRANCH NOT = WS-PREV-BRANCH
005010         IF A-BRANCH-STACK-IS-OPEN
005020             PERFORM 3900-CLOSE-BRANCH-STACK
005030                 THRU 3900-EXIT
005040         END-IF
005050         PERFORM 3800-OPEN-BRANCH-STACK
005060             THRU 3800-EXIT
005070     END-IF.
005080
005090     MOVE SS-NAME1 TO BM-NAME1.
005100     READ BALANCE-MASTER-FILE
005110         INVALID KEY
005120             DISPLAY "BALMAST read failed, status "
005130                 BM-FILE-STATUS " for " SS-NAME1
005140             SET RC-FILE-ERROR TO TRUE
005150             PERFORM 9400-RAISE-RETURN-CODE
005160                 THRU 9400-EXIT
005170             GO TO 3100-EXIT
005180     END-READ.
005190     PERFORM 2200-FIND-MONTH-FIGURES
005200         THRU 2200-EXIT.
005210
005220     MOVE WS-STMT-SEPARATOR-LINE TO ST-STATEMENT-LINE.
005230     WRITE ST-STATEMENT-LINE.
005240     MOVE SS-NAME1        TO SH-NAME1.
005250     MOVE SS-BRANCH       TO SH-BRANCH.
005260     MOVE WS-REPORT-MONTH TO SH-MONTH.
005270     WRITE ST-STATEMENT-LINE FROM WS-STMT-HEADING-LINE.
005280     MOVE SPACES TO ST-STATEMENT-LINE.
005290     WRITE ST-STATEMENT-LINE.
005300
005310     IF MONTH-FIGURES-NOT-HELD
005320         MOVE SPACES TO ST-STATEMENT-LINE
005330         MOVE "** MONTH NO LONGER HELD ON BALMAST - NOT STATED"
005340             TO ST-STATEMENT-LINE
005350         WRITE ST-STATEMENT-LINE
005360         ADD 1 TO WS-BT-NOT-PROVED
005370         SET RC-STATEMENT-EXCEPTION TO TRUE
005380         PERFORM 9400-RAISE-RETURN-CODE
005390             THRU 9400-EXIT
005400         GO TO 3100-EXIT
005410     END-IF.
005420
005430     MOVE "OPENING BALANCE" TO SB-LABEL.
005440     MOVE WS-MF-OPENING     TO SB-AMOUNT.
005450     WRITE ST-STATEMENT-LINE FROM WS-STMT-BALANCE-LINE.
005460     WRITE ST-STATEMENT-LINE FROM WS-STMT-COLUMN-HDG.
005470
005480     MOVE WS-MF-OPENING TO WS-ST-RUNNING-BALANCE.
005490     MOVE ZERO TO WS-ST-MOVEMENT.
005500     MOVE ZERO TO WS-ST-CREDITS.
005510     MOVE ZERO TO WS-ST-DEBITS.
005520     MOVE ZERO TO WS-ST-COUNT.
005530     IF MOVEMENT-IS-AVAILABLE
005540         PERFORM 3200-LIST-MONTH-MOVEMENTS
005550             THRU 3200-EXIT
005560     END-IF.
005570
005580     MOVE "CLOSING BALANCE"     TO SB-LABEL.
005590     MOVE WS-ST-RUNNING-BALANCE TO SB-AMOUNT.
005600     WRITE ST-STATEMENT-LINE FROM WS-STMT-BALANCE-LINE.
005610
005620     PERFORM 3400-PROVE-STATEMENT
005630         THRU 3400-EXIT.
005640
005650     ADD 1             TO WS-BT-NAMES.
005660     ADD WS-MF-OPENING TO WS-BT-OPENING.
005670     ADD WS-ST-CREDITS TO WS-BT-CREDITS.
005680     ADD WS-ST-DEBITS  TO WS-BT-DEBITS.
005690     ADD WS-ST-RUNNING-BALANCE TO WS-BT-CLOSING.
005700 3100-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------*
005730* 3200-LIST-MONTH-MOVEMENTS - EVERY BALMOVE POSTING FOR THE  *
005740*   NAME DATED IN THE REPORT MONTH, WITH THE RUNNING         *
005750*   BALANCE.                                                 *
005760*-----------------------------------------------------------*
005770 3200-LIST-MONTH-MOVEMENTS.
005780     MOVE "N" TO WS-END-OF-MOVEMENTS-SW.
005790     MOVE LOW-VALUES      TO BV-KEY.
005800     MOVE SS-NAME1        TO BV-NAME1.
005810     MOVE WS-REPORT-MONTH TO BV-RUN-DATE (1:6).
005820     MOVE "01"            TO BV-RUN-DATE (7:2).
005830     START BALANCE-MOVEMENT-FILE KEY IS NOT LESS THAN BV-KEY
005840         INVALID KEY
005850             GO TO 3200-EXIT
005860     END-START.
005870     PERFORM 3250-LIST-ONE-MOVEMENT
005880         THRU 3250-EXIT
005890         UNTIL END-OF-NAME-MOVEMENTS.
005900 3200-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------*
005930* 3250-LIST-ONE-MOVEMENT                                     *
005940*-----------------------------------------------------------*
005950 3250-LIST-ONE-MOVEMENT.
005960     READ BALANCE-MOVEMENT-FILE NEXT RECORD
005970         AT END
005980             SET END-OF-NAME-MOVEMENTS TO TRUE
005990             GO TO 3250-EXIT
006000     END-READ.
006010     IF BV-NAME1 NOT = SS-NAME1
006020             OR BV-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
006030         SET END-OF-NAME-MOVEMENTS TO TRUE
006040         GO TO 3250-EXIT
006050     END-IF.
006060
006070     ADD BV-AMOUNT TO WS-ST-RUNNING-BALANCE.
006080     ADD BV-AMOUNT TO WS-ST-MOVEMENT.
006090     IF BV-AMOUNT < ZERO
006100         ADD BV-AMOUNT TO WS-ST-DEBITS
006110     ELSE
006120         ADD BV-AMOUNT TO WS-ST-CREDITS
006130     END-IF.
006140     ADD 1 TO WS-ST-COUNT.
006150
006160     MOVE BV-RUN-DATE           TO SD-DATE.
006170     MOVE BV-BRANCH             TO SD-BRANCH.
006180     MOVE BV-OPCODE             TO SD-OPCODE.
006190     MOVE BV-AMOUNT             TO SD-AMOUNT.
006200     MOVE WS-ST-RUNNING-BALANCE TO SD-BALANCE.
006210     WRITE ST-STATEMENT-LINE FROM WS-STMT-DETAIL-LINE.
006220 3250-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------*
006250* 3400-PROVE-STATEMENT - THE DETAIL LINES MUST ADD UP TO THE *
006260*   MASTER'S MOVEMENT FOR THE MONTH: SAME COUNT, SAME        *
006270*   CREDITS AND DEBITS, SO THE STATED CLOSING BALANCE IS     *
006280*   THE MASTER'S.                                            *
006290*-----------------------------------------------------------*
006300 3400-PROVE-STATEMENT.
006310     SET STATEMENT-PROVED TO TRUE.
006320     COMPUTE WS-ST-DIFFERENCE
006330         = WS-ST-RUNNING-BALANCE - WS-MF-CLOSING.
006340     IF WS-ST-COUNT NOT = WS-MF-COUNT
006350             OR WS-ST-CREDITS NOT = WS-MF-CREDITS
006360             OR WS-ST-DEBITS NOT = WS-MF-DEBITS
006370             OR WS-ST-DIFFERENCE NOT = ZERO
006380         MOVE "N" TO WS-STATEMENT-PROVED-SW
006390     END-IF.
006400
006410     MOVE WS-ST-COUNT   TO SP-COUNT.
006420     MOVE WS-ST-CREDITS TO SP-CREDITS.
006430     MOVE WS-ST-DEBITS  TO SP-DEBITS.
006440     IF STATEMENT-PROVED
006450         MOVE "PROVED TO BALMAST" TO SP-PROOF
006460     ELSE
006470         MOVE WS-ST-DIFFERENCE   TO PF-DIFFERENCE
006480         MOVE WS-PROOF-FAIL-NOTE TO SP-PROOF
006490         ADD 1 TO WS-BT-NOT-PROVED
006500         DISPLAY "Statement for " SS-NAME1
006510             " does not prove to BALMAST"
006520         SET RC-STATEMENT-EXCEPTION TO TRUE
006530         PERFORM 9400-RAISE-RETURN-CODE
006540             THRU 9400-EXIT
006550     END-IF.
006560     WRITE ST-STATEMENT-LINE FROM WS-STMT-PROOF-LINE.
006570     MOVE SPACES TO ST-STATEMENT-LINE.
006580     WRITE ST-STATEMENT-LINE.
006590 3400-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------*
006620* 3800-OPEN-BRANCH-STACK - BANNER AND FRESH TOTALS FOR THE   *
006630*   NEXT OFFICE'S STACK.                                     *
006640*-----------------------------------------------------------*
006650 3800-OPEN-BRANCH-STACK.
006660     MOVE SS-BRANCH TO WS-PREV-BRANCH.
006670     MOVE "Y" TO WS-BRANCH-OPEN-SW.
006680     INITIALIZE WS-BRANCH-TOTALS.
006690
006700     IF WS-BRANCHES-PRINTED > ZERO
006710         MOVE SPACES TO ST-STATEMENT-LINE
006720         WRITE ST-STATEMENT-LINE
006730     END-IF.
006740     MOVE SS-BRANCH       TO BB-BRANCH.
006750     MOVE WS-REPORT-MONTH TO BB-MONTH.
006760     MOVE WS-CURRENT-DATE TO BB-RUN-DATE.
006770     WRITE ST-STATEMENT-LINE FROM WS-BRANCH-BANNER-LINE.
006780 3800-EXIT.
006790     EXIT.
006800*-----------------------------------------------------------*
006810* 3900-CLOSE-BRANCH-STACK - THE OFFICE'S TOTALS, ROLLED INTO *
006820*   THE GRAND TOTALS.                                        *
006830*-----------------------------------------------------------*
006840 3900-CLOSE-BRANCH-STACK.
006850     MOVE WS-STMT-SEPARATOR-LINE TO ST-STATEMENT-LINE.
006860     WRITE ST-STATEMENT-LINE.
006870     MOVE SPACES           TO TL-LABEL.
006880     STRING "BRANCH " WS-PREV-BRANCH DELIMITED BY SIZE
006890         INTO TL-LABEL.
006900     MOVE WS-BT-NAMES      TO TL-NAMES.
006910     MOVE WS-BT-OPENING    TO TL-OPENING.
006920     MOVE WS-BT-CLOSING    TO TL-CLOSING.
006930     WRITE ST-STATEMENT-LINE FROM WS-TOTAL-LINE-1.
006940     MOVE WS-BT-CREDITS    TO TL-CREDITS.
006950     MOVE WS-BT-DEBITS     TO TL-DEBITS.
006960     MOVE WS-BT-NOT-PROVED TO TL-NOT-PROVED.
006970     WRITE ST-STATEMENT-LINE FROM WS-TOTAL-LINE-2.
006980
006990     ADD WS-BT-NAMES      TO WS-GT-NAMES.
007000     ADD WS-BT-OPENING    TO WS-GT-OPENING.
007010     ADD WS-BT-CREDITS    TO WS-GT-CREDITS.
007020     ADD WS-BT-DEBITS     TO WS-GT-DEBITS.
007030     ADD WS-BT-CLOSING    TO WS-GT-CLOSING.
007040     ADD WS-BT-NOT-PROVED TO WS-GT-NOT-PROVED.
007050     ADD 1 TO WS-BRANCHES-PRINTED.
007060     MOVE "N" TO WS-BRANCH-OPEN-SW.
007070 3900-EXIT.
007080     EXIT.
007090*-----------------------------------------------------------*
007100* 5000-WRITE-GRAND-TOTALS - ALL STACKS TOGETHER, AND WHETHER *
007110*   EVERY STATEMENT PROVED.                                  *
007120*-----------------------------------------------------------*
007130 5000-WRITE-GRAND-TOTALS.
007140     MOVE SPACES TO ST-STATEMENT-LINE.
007150     WRITE ST-STATEMENT-LINE.
007160     MOVE "ALL BRANCHES"   TO TL-LABEL.
007170     MOVE WS-GT-NAMES      TO TL-NAMES.
007180     MOVE WS-GT-OPENING    TO TL-OPENING.
007190     MOVE WS-GT-CLOSING    TO TL-CLOSING.
007200     WRITE ST-STATEMENT-LINE FROM WS-TOTAL-LINE-1.
007210     MOVE WS-GT-CREDITS    TO TL-CREDITS.
007220     MOVE WS-GT-DEBITS     TO TL-DEBITS.
007230     MOVE WS-GT-NOT-PROVED TO TL-NOT-PROVED.
007240     WRITE ST-STATEMENT-LINE FROM WS-TOTAL-LINE-2.
007250
007260     IF WS-GT-NOT-PROVED = ZERO
007270         MOVE "ALL STATEMENTS PROVE TO THE BALMAST MOVEMENT"
007280             TO WS-FINAL-PROOF-LINE
007290     ELSE
007300         MOVE "** STATEMENTS OUT OF PROOF - SEE NOT PROVED"
007310             TO WS-FINAL-PROOF-LINE
007320     END-IF.
007330     MOVE SPACES TO ST-STATEMENT-LINE.
007340     WRITE ST-STATEMENT-LINE.
007350     WRITE ST-STATEMENT-LINE FROM WS-FINAL-PROOF-LINE.
007360
007370     DISPLAY "Statements for " WS-REPORT-MONTH ": "
007380         WS-GT-NAMES " names, " WS-GT-NOT-PROVED
007390         " not proved".
007400 5000-EXIT.
007410     EXIT.
007420*-----------------------------------------------------------*
007430* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
007440*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
007450*-----------------------------------------------------------*
007460 9400-RAISE-RETURN-CODE.
007470     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
007480         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
007490     END-IF.
007500 9400-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------*
007530* 9999-END-OF-JOB                                            *
007540*-----------------------------------------------------------*
007550 9999-END-OF-JOB.
007560     IF BALANCE-IS-AVAILABLE
007570         CLOSE BALANCE-MASTER-FILE
007580         CLOSE STATEMENT-FILE
007590     END-IF.
007600     IF MOVEMENT-IS-AVAILABLE
007610         CLOSE BALANCE-MOVEMENT-FILE
007620     END-IF.
007630     IF NAME-MASTER-IS-AVAILABLE
007640         CLOSE NAME-MASTER-FILE
007650     END-IF.
007660 9999-EXIT.
007670     EXIT.

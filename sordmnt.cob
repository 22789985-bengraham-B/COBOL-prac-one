000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. sordmnt.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - ONLINE-STYLE           *
000200*                  MAINTENANCE FOR THE SORDMAST STANDING-    *
000210*                  ORDER MASTER (LAYOUT IN SORDREC.CPY), THE *
000220*                  SAME WAY namemnt MAINTAINS NAMEMAST AND   *
000230*                  glmapmnt MAINTAINS GLMAP.  ADD, CHANGE,   *
000240*                  DELETE AND INQUIRE ON A NAME'S RECURRING  *
000250*                  ENTRIES; sordgen GENERATES THEM NIGHTLY.  *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000300 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STANDING-ORDER-FILE ASSIGN TO "SORDMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS SO-KEY
000370         FILE STATUS IS SO-FILE-STATUS.
000380     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS NM-NAME1
000420         FILE STATUS IS NM-FILE-STATUS.
000430     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CA-FILE-STATUS.
000460     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS OP-ID
000500         FILE STATUS IS OP-FILE-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  STANDING-ORDER-FILE.
000550*-----------------------------------------------------------*
000560* SO-ORDER-RECORD IS THE SHARED COPY MEMBER (SEE             *
000570*   copybooks/SORDREC.CPY) SO sordgen GENERATES FROM THE     *
000580*   SAME LAYOUT THIS PROGRAM MAINTAINS.                      *
000590*-----------------------------------------------------------*
000600     COPY SORDREC.
000610*
000620 FD  NAME-MASTER-FILE.
000630*-----------------------------------------------------------*
000640* NM-MASTER-RECORD IS THE SHARED COPY MEMBER (SEE            *
000650*   copybooks/NAMEMREC.CPY) MAINTAINED BY namemnt.  A NEW    *
000660*   ORDER MUST BE FOR AN ACTIVE NAME.                        *
000670*-----------------------------------------------------------*
000680     COPY NAMEMREC.
000690*
000700 FD  CALENDAR-FILE.
000710*-----------------------------------------------------------*
000720* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000730*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000740*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000750*-----------------------------------------------------------*
000760     COPY BUSCAL.
000770*
000780 FD  OPERATOR-MASTER-FILE.
000790*-----------------------------------------------------------*
000800* OP-OPERATOR-RECORD IS THE SHARED COPY MEMBER (SEE          *
000810*   copybooks/OPERMREC.CPY) MAINTAINED BY opermnt.           *
000820*-----------------------------------------------------------*
000830     COPY OPERMREC.
000840*
000850 WORKING-STORAGE SECTION.
000860*-----------------------------------------------------------*
000870* SWITCHES AND STATUS FIELDS                                 *
000880*-----------------------------------------------------------*
000890 01  SO-FILE-STATUS             PIC X(02) VALUE SPACES.
000900     88  SO-FILE-OK                  VALUE "00".
000910     88  SO-FILE-NOT-FOUND            VALUE "35".
000920*
000930 01  NM-FILE-STATUS             PIC X(02) VALUE SPACES.
000940     88  NM-FILE-OK                  VALUE "00".
000950 01  WS-NAME-MASTER-SW          PIC X(01) VALUE "N".
000960     88  NAME-MASTER-IS-AVAILABLE   VALUE "Y".
000970*
000980 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
000990     88  CA-FILE-OK                  VALUE "00".
001000*
001010 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
001020     88  OP-FILE-OK                  VALUE "00".
001030 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
001040 01  WS-SIGNON-SW               PIC X(01) VALUE "N".
001050     88  OPERATOR-IS-SIGNED-ON      VALUE "Y".
001060*
001070 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001080*
001090 01  WS-ACTION-CODE             PIC X(01) VALUE SPACE.
001100     88  ACTION-IS-ADD              VALUE "A".
001110     88  ACTION-IS-CHANGE           VALUE "C".
001120     88  ACTION-IS-DELETE           VALUE "D".
001130     88  ACTION-IS-INQUIRE          VALUE "I".
001140     88  ACTION-IS-QUIT             VALUE "Q".
001150*
001160 01  WS-ENTRY-NAME1             PIC X(33) VALUE SPACES.
001170 01  WS-ENTRY-ORDER-NO          PIC X(02) VALUE SPACES.
001180 01  WS-ENTRY-ORDER-NO-9 REDEFINES WS-ENTRY-ORDER-NO
001190                                PIC 9(02).
001200 01  WS-ENTRY-BRANCH            PIC X(03) VALUE SPACES.
001210 01  WS-ENTRY-OPCODE            PIC X(03) VALUE SPACES.
001220 01  WS-ENTRY-NUM               PIC X(09) VALUE SPACES.
001230 01  WS-ENTRY-FREQUENCY         PIC X(01) VALUE SPACE.
001240 01  WS-ENTRY-STATUS            PIC X(01) VALUE SPACE.
001250 01  WS-ENTRY-DATE              PIC X(08) VALUE SPACES.
001260 01  WS-ENTRY-DATE-9 REDEFINES WS-ENTRY-DATE
001270                                PIC 9(08).
001280 01  WS-CONFIRM-CODE            PIC X(01) VALUE SPACE.
001290*
001300*-----------------------------------------------------------*
001310* THE ORDER BEING BUILT OR CHANGED, CHECKED AS A WHOLE       *
001320* BEFORE IT GOES BACK ON THE MASTER.                         *
001330*-----------------------------------------------------------*
001340 01  WS-NUM1-WORK               PIC X(09) VALUE SPACES.
001350 01  WS-NUM1-WORK-9 REDEFINES WS-NUM1-WORK
001360                                PIC S9(07)V99.
001370 01  WS-NUM2-WORK               PIC X(09) VALUE SPACES.
001380 01  WS-NUM2-WORK-9 REDEFINES WS-NUM2-WORK
001390                                PIC S9(07)V99.
001400 01  WS-DATE-WORK               PIC 9(08) VALUE 0.
001410 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
001420     05  FILLER                 PIC 9(06).
001430     05  WS-DATE-WORK-DAY       PIC 9(02).
001440*
001450 77  WS-RECORD-FOUND-SW         PIC X(01) VALUE "N".
001460     88  ORDER-RECORD-FOUND         VALUE "Y".
001470*
001480 77  WS-MASTER-OPEN-SW          PIC X(01) VALUE "N".
001490     88  MASTER-IS-OPEN             VALUE "Y".
001500*
001510 77  WS-ORDER-OK-SW             PIC X(01) VALUE "N".
001520     88  ORDER-IS-CLEAN             VALUE "Y".
001530*
001540 PROCEDURE DIVISION.
001550*-----------------------------------------------------------*
001560* 0000-MAINLINE                                              *
001570*-----------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE
001600         THRU 1000-EXIT.
001610
001620     PERFORM 2000-GET-AND-APPLY-ACTION
001630         THRU 2000-EXIT
001640         UNTIL ACTION-IS-QUIT.
001650
001660     PERFORM 9999-END-OF-JOB
001670         THRU 9999-EXIT.
001680     STOP RUN.
001690*-----------------------------------------------------------*
001700* 1000-INITIALIZE - OPEN THE MASTER, CREATING IT ON FIRST    *
001710*   USE WHEN NO SORDMAST FILE EXISTS YET.  NAMEMAST IS       *
001720*   OPTIONAL, AS IT IS FOR THE BATCH EDIT.                   *
001730*-----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001760     PERFORM 1100-READ-PROCESSING-DATE
001770         THRU 1100-EXIT.
001780
001790     OPEN I-O STANDING-ORDER-FILE.
001800     IF SO-FILE-NOT-FOUND
001810         DISPLAY "SORDMAST not found - creating a new master"
001820         OPEN OUTPUT STANDING-ORDER-FILE
001830         CLOSE STANDING-ORDER-FILE
001840         OPEN I-O STANDING-ORDER-FILE
001850     END-IF.
001860
001870     IF SO-FILE-OK
001880         SET MASTER-IS-OPEN TO TRUE
001890     ELSE
001900         DISPLAY "SORDMAST open failed, status " SO-FILE-STATUS
001910         SET ACTION-IS-QUIT TO TRUE
001920     END-IF.
001930
001940     OPEN INPUT NAME-MASTER-FILE.
001950     IF NM-FILE-OK
001960         SET NAME-MASTER-IS-AVAILABLE TO TRUE
001970     ELSE
001980         DISPLAY "NAMEMAST not found - name check bypassed"
001990     END-IF.
002000
002010     IF MASTER-IS-OPEN
002020             AND NOT ACTION-IS-QUIT
002030         PERFORM 1200-OPERATOR-SIGN-ON
002040             THRU 1200-EXIT
002050     END-IF.
002060 1000-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------*
002090* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
002100*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
002110*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
002120*   IS PRESENT.                                              *
002130*-----------------------------------------------------------*
002140 1100-READ-PROCESSING-DATE.
002150     OPEN INPUT CALENDAR-FILE.
002160     IF NOT CA-FILE-OK
002170         GO TO 1100-EXIT
002180     END-IF.
002190
002200     READ CALENDAR-FILE
002210         AT END
002220             CONTINUE
002230         NOT AT END
002240             IF CA-IS-CONTROL
002250                     AND CA-OPEN-DATE NUMERIC
002260                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
002270             END-IF
002280     END-READ.
002290     CLOSE CALENDAR-FILE.
002300 1100-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------*
002330* 1200-OPERATOR-SIGN-ON - EVERY INTERACTIVE SESSION RUNS     *
002340*   UNDER A REAL OPERATOR FROM THE OPERMAST MASTER (SEE      *
002350*   opermnt).  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;   *
002360*   NO MASTER AT ALL RUNS UNSIGNED, THE SAME OPTIONAL-FILE   *
002370*   RULE AS EVERY OTHER CONTROL FILE.                        *
002380*-----------------------------------------------------------*
002390 1200-OPERATOR-SIGN-ON.
002400     OPEN INPUT OPERATOR-MASTER-FILE.
002410     IF NOT OP-FILE-OK
002420         DISPLAY "OPERMAST not found - running unsigned"
002430         GO TO 1200-EXIT
002440     END-IF.
002450
002460     DISPLAY "Operator ID: " WITH NO ADVANCING.
002470     ACCEPT WS-OPERATOR-ID.
002480     MOVE WS-OPERATOR-ID TO OP-ID.
002490     READ OPERATOR-MASTER-FILE
002500         INVALID KEY
002510             DISPLAY "Operator is not on the master - "
002520                 "session ends"
002530             SET ACTION-IS-QUIT TO TRUE
002540         NOT INVALID KEY
002550             IF NOT OP-IS-ACTIVE
002560                 DISPLAY "Operator is not active - "
002570                     "session ends"
002580                 SET ACTION-IS-QUIT TO TRUE
002590             ELSE
002600                 SET OPERATOR-IS-SIGNED-ON TO TRUE
002610                 DISPLAY "Signed on: " OP-NAME
002620             END-IF
002630     END-READ.
002640     CLOSE OPERATOR-MASTER-FILE.
002650 1200-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------*
002680* 2000-GET-AND-APPLY-ACTION - PROMPT FOR ONE ACTION AND      *
002690*   DISPATCH IT.  BLANK OR UNKNOWN ACTIONS REDISPLAY THE     *
002700*   MENU.                                                    *
002710*-----------------------------------------------------------*
002720 2000-GET-AND-APPLY-ACTION.
002730     DISPLAY " ".
002740     DISPLAY "STANDING ORDER MAINTENANCE".
002750     DISPLAY "A=ADD C=CHANGE D=DELETE I=INQUIRE Q=QUIT".
002760     DISPLAY "Action: " WITH NO ADVANCING.
002770     ACCEPT WS-ACTION-CODE.
002780
002790     EVALUATE TRUE
002800         WHEN ACTION-IS-ADD
002810             PERFORM 3000-ADD-ORDER
002820                 THRU 3000-EXIT
002830         WHEN ACTION-IS-CHANGE
002840             PERFORM 3100-CHANGE-ORDER
002850                 THRU 3100-EXIT
002860         WHEN ACTION-IS-DELETE
002870             PERFORM 3200-DELETE-ORDER
002880                 THRU 3200-EXIT
002890         WHEN ACTION-IS-INQUIRE
002900             PERFORM 3300-INQUIRE-ORDER
002910                 THRU 3300-EXIT
002920         WHEN ACTION-IS-QUIT
002930             CONTINUE
002940         WHEN OTHER
002950             DISPLAY "Unknown action - enter A, C, D, I or Q"
002960     END-EVALUATE.
002970 2000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------*
003000* 3000-ADD-ORDER - WRITE A NEW STANDING ORDER.  THE FIRST    *
003010*   DUE DATE IS THE START DATE, WHICH MAY NOT BE BEFORE THE  *
003020*   OPEN DATE - sordgen NEVER GENERATES FOR A PAST DATE.  A  *
003030*   BLANK BRANCH TAKES THE NAME'S BRANCH FROM NAMEMAST.      *
003040*-----------------------------------------------------------*
003050 3000-ADD-ORDER.
003060     PERFORM 3500-ACCEPT-ORDER-KEY
003070         THRU 3500-EXIT.
003080     IF WS-ENTRY-NAME1 = SPACES
003090         GO TO 3000-EXIT
003100     END-IF.
003110
003120     MOVE SPACES TO SO-ORDER-RECORD.
003130     MOVE WS-ENTRY-NAME1      TO SO-NAME1.
003140     MOVE WS-ENTRY-ORDER-NO-9 TO SO-ORDER-NO.
003150     READ STANDING-ORDER-FILE
003160         INVALID KEY
003170             CONTINUE
003180         NOT INVALID KEY
003190             DISPLAY "Order is already on the master - use C"
003200             GO TO 3000-EXIT
003210     END-READ.
003220
003230     MOVE SPACES TO SO-ORDER-RECORD.
003240     MOVE WS-ENTRY-NAME1      TO SO-NAME1.
003250     MOVE WS-ENTRY-ORDER-NO-9 TO SO-ORDER-NO.
003260
003270     DISPLAY "Branch (blank=name's branch): "
003280         WITH NO ADVANCING.
003290     ACCEPT WS-ENTRY-BRANCH.
003300     MOVE WS-ENTRY-BRANCH TO SO-BRANCH.
003310
003320     DISPLAY "Operation ADD/SUB/MUL/DIV (blank=ADD): "
003330         WITH NO ADVANCING.
003340     ACCEPT WS-ENTRY-OPCODE.
003350     IF WS-ENTRY-OPCODE = SPACES
003360         MOVE "ADD" TO WS-ENTRY-OPCODE
003370     END-IF.
003380     MOVE WS-ENTRY-OPCODE TO SO-OPCODE.
003390
003400     DISPLAY "Num1, 9(7)V99 unpunctuated: " WITH NO ADVANCING.
003410     ACCEPT WS-NUM1-WORK.
003420     DISPLAY "Num2, 9(7)V99 unpunctuated: " WITH NO ADVANCING.
003430     ACCEPT WS-NUM2-WORK.
003440
003450     DISPLAY "Frequency W=WEEKLY F=FORTNIGHTLY M=MONTHLY "
003460         "Q=QUARTERLY A=ANNUAL: " WITH NO ADVANCING.
003470     ACCEPT WS-ENTRY-FREQUENCY.
003480     MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY.
003490
003500     DISPLAY "Start date YYYYMMDD (blank=" WS-CURRENT-DATE
003510         "): " WITH NO ADVANCING.
003520     ACCEPT WS-ENTRY-DATE.
003530     IF WS-ENTRY-DATE = SPACES
003540         MOVE WS-CURRENT-DATE TO SO-START-DATE
003550     ELSE
003560         MOVE WS-ENTRY-DATE TO SO-START-DATE
003570     END-IF.
003580
003590     DISPLAY "End date YYYYMMDD (blank=no end): "
003600         WITH NO ADVANCING.
003610     ACCEPT WS-ENTRY-DATE.
003620     IF WS-ENTRY-DATE = SPACES
003630         MOVE ZERO TO SO-END-DATE
003640     ELSE
003650         MOVE WS-ENTRY-DATE TO SO-END-DATE
003660     END-IF.
003670
003680     MOVE SO-START-DATE TO SO-NEXT-DUE-DATE.
003690     MOVE "A"           TO SO-STATUS.
003700     MOVE ZERO          TO SO-LAST-GEN-DATE.
003710     MOVE ZERO          TO SO-GEN-COUNT.
003720
003730     PERFORM 3800-CHECK-ORDER-FIELDS
003740         THRU 3800-EXIT.
003750     IF ORDER-IS-CLEAN
003760             AND SO-START-DATE < WS-CURRENT-DATE
003770         MOVE "N" TO WS-ORDER-OK-SW
003780         DISPLAY "Start date is before the open date "
003790             WS-CURRENT-DATE
003800     END-IF.
003810     IF NOT ORDER-IS-CLEAN
003820         DISPLAY "Order not added"
003830         GO TO 3000-EXIT
003840     END-IF.
003850
003860     MOVE SO-NEXT-DUE-DATE TO WS-DATE-WORK.
003870     MOVE WS-DATE-WORK-DAY TO SO-DUE-DAY.
003880     MOVE WS-OPERATOR-ID   TO SO-MAINT-BY.
003890     MOVE WS-CURRENT-DATE  TO SO-MAINT-DATE.
003900
003910     WRITE SO-ORDER-RECORD
003920         INVALID KEY
003930             DISPLAY "Write failed, status " SO-FILE-STATUS
003940         NOT INVALID KEY
003950             DISPLAY "Added " SO-NAME1 " order " SO-ORDER-NO
003960                 " first due " SO-NEXT-DUE-DATE
003970     END-WRITE.
003980 3000-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------*
004010* 3100-CHANGE-ORDER - RE-ACCEPT EACH FIELD OF AN EXISTING    *
004020*   ORDER.  BLANK ANSWERS KEEP THE CURRENT VALUE.  STATUS    *
004030*   MAY BE SET A (ACTIVE) OR H (HELD); S AND E ARE SET ONLY  *
004040*   BY sordgen.  A NEW NEXT-DUE DATE ALSO RESETS THE DAY OF  *
004050*   THE MONTH THE ORDER FALLS ON.                            *
004060*-----------------------------------------------------------*
004070 3100-CHANGE-ORDER.
004080     PERFORM 3600-READ-ORDER-ENTRY
004090         THRU 3600-EXIT.
004100     IF NOT ORDER-RECORD-FOUND
004110         GO TO 3100-EXIT
004120     END-IF.
004130
004140     DISPLAY "Branch is " SO-BRANCH
004150         " - new value (blank=keep): " WITH NO ADVANCING.
004160     ACCEPT WS-ENTRY-BRANCH.
004170     IF WS-ENTRY-BRANCH NOT = SPACES
004180         MOVE WS-ENTRY-BRANCH TO SO-BRANCH
004190     END-IF.
004200
004210     DISPLAY "Op is " SO-OPCODE
004220         " - new value ADD/SUB/MUL/DIV (blank=keep): "
004230         WITH NO ADVANCING.
004240     ACCEPT WS-ENTRY-OPCODE.
004250     IF WS-ENTRY-OPCODE NOT = SPACES
004260         MOVE WS-ENTRY-OPCODE TO SO-OPCODE
004270     END-IF.
004280
004290     MOVE SO-NUM1 TO WS-NUM1-WORK-9.
004300     DISPLAY "Num1 is " SO-NUM1
004310         " - new value, 9(7)V99 unpunctuated (blank=keep): "
004320         WITH NO ADVANCING.
004330     ACCEPT WS-ENTRY-NUM.
004340     IF WS-ENTRY-NUM NOT = SPACES
004350         MOVE WS-ENTRY-NUM TO WS-NUM1-WORK
004360     END-IF.
004370
004380     MOVE SO-NUM2 TO WS-NUM2-WORK-9.
004390     DISPLAY "Num2 is " SO-NUM2
004400         " - new value, 9(7)V99 unpunctuated (blank=keep): "
004410         WITH NO ADVANCING.
004420     ACCEPT WS-ENTRY-NUM.
004430     IF WS-ENTRY-NUM NOT = SPACES
004440         MOVE WS-ENTRY-NUM TO WS-NUM2-WORK
004450     END-IF.
004460
004470     DISPLAY "Frequency is " SO-FREQUENCY
004480         " - new value W/F/M/Q/A (blank=keep): "
004490         WITH NO ADVANCING.
004500     ACCEPT WS-ENTRY-FREQUENCY.
004510     IF WS-ENTRY-FREQUENCY NOT = SPACE
004520         MOVE WS-ENTRY-FREQUENCY TO SO-FREQUENCY
004530     END-IF.
004540
004550     DISPLAY "Next due is " SO-NEXT-DUE-DATE
004560         " - new value YYYYMMDD (blank=keep): "
004570         WITH NO ADVANCING.
004580     ACCEPT WS-ENTRY-DATE.
004590     IF WS-ENTRY-DATE NOT = SPACES
004600         MOVE WS-ENTRY-DATE TO SO-NEXT-DUE-DATE
004610         IF SO-NEXT-DUE-DATE NUMERIC
004620             MOVE SO-NEXT-DUE-DATE TO WS-DATE-WORK
004630             MOVE WS-DATE-WORK-DAY TO SO-DUE-DAY
004640         END-IF
004650     END-IF.
004660
004670     DISPLAY "End date is " SO-END-DATE
004680         " - new value YYYYMMDD, 0=no end (blank=keep): "
004690         WITH NO ADVANCING.
004700     ACCEPT WS-ENTRY-DATE.
004710     IF WS-ENTRY-DATE NOT = SPACES
004720         IF WS-ENTRY-DATE = "0"
004730             MOVE ZERO TO SO-END-DATE
004740         ELSE
004750             MOVE WS-ENTRY-DATE TO SO-END-DATE
004760         END-IF
004770     END-IF.
004780
004790     DISPLAY "Status is " SO-STATUS
004800         " - new value A=ACTIVE H=HELD (blank=keep): "
004810         WITH NO ADVANCING.
004820     ACCEPT WS-ENTRY-STATUS.
004830     IF WS-ENTRY-STATUS = "A" OR "H"
004840         MOVE WS-ENTRY-STATUS TO SO-STATUS
004850     END-IF.
004860
004870     PERFORM 3800-CHECK-ORDER-FIELDS
004880         THRU 3800-EXIT.
004890     IF NOT ORDER-IS-CLEAN
004900         DISPLAY "Change not applied"
004910         GO TO 3100-EXIT
004920     END-IF.
004930
004940     MOVE WS-OPERATOR-ID  TO SO-MAINT-BY.
004950     MOVE WS-CURRENT-DATE TO SO-MAINT-DATE.
004960
004970     REWRITE SO-ORDER-RECORD
004980         INVALID KEY
004990             DISPLAY "Rewrite failed, status " SO-FILE-STATUS
005000         NOT INVALID KEY
005010             DISPLAY "Changed " SO-NAME1 " order " SO-ORDER-NO
005020     END-REWRITE.
005030 3100-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------*
005060* 3200-DELETE-ORDER - REMOVE AN ORDER.  TO STOP AN ORDER BUT *
005070*   KEEP ITS RECORD, CHANGE IT TO HELD OR GIVE IT AN END     *
005080*   DATE INSTEAD.                                            *
005090*-----------------------------------------------------------*
005100 3200-DELETE-ORDER.
005110     PERFORM 3600-READ-ORDER-ENTRY
005120         THRU 3600-EXIT.
005130     IF NOT ORDER-RECORD-FOUND
005140         GO TO 3200-EXIT
005150     END-IF.
005160
005170     PERFORM 3900-DISPLAY-ORDER
005180         THRU 3900-EXIT.
005190     DISPLAY "Delete this order - confirm Y: "
005200         WITH NO ADVANCING.
005210     ACCEPT WS-CONFIRM-CODE.
005220     IF WS-CONFIRM-CODE NOT = "Y"
005230         DISPLAY "Not confirmed - order kept"
005240         GO TO 3200-EXIT
005250     END-IF.
005260
005270     DELETE STANDING-ORDER-FILE
005280         INVALID KEY
005290             DISPLAY "Delete failed, status " SO-FILE-STATUS
005300         NOT INVALID KEY
005310             DISPLAY "Deleted " SO-NAME1 " order " SO-ORDER-NO
005320     END-DELETE.
005330 3200-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360* 3300-INQUIRE-ORDER - DISPLAY ONE ORDER.                    *
005370*-----------------------------------------------------------*
005380 3300-INQUIRE-ORDER.
005390     PERFORM 3600-READ-ORDER-ENTRY
005400         THRU 3600-EXIT.
005410     IF NOT ORDER-RECORD-FOUND
005420         GO TO 3300-EXIT
005430     END-IF.
005440
005450     PERFORM 3900-DISPLAY-ORDER
005460         THRU 3900-EXIT.
005470 3300-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------*
005500* 3500-ACCEPT-ORDER-KEY - PROMPT FOR THE NAME AND ORDER      *
005510*   NUMBER KEY.  A BLANK ORDER NUMBER IS ORDER 01.           *
005520*-----------------------------------------------------------*
005530 3500-ACCEPT-ORDER-KEY.
005540     DISPLAY "Name: " WITH NO ADVANCING.
005550     ACCEPT WS-ENTRY-NAME1.
005560     IF WS-ENTRY-NAME1 = SPACES
005570         DISPLAY "No name entered - action cancelled"
005580         GO TO 3500-EXIT
005590     END-IF.
005600     DISPLAY "Order number 01-99 (blank=01): "
005610         WITH NO ADVANCING.
005620     ACCEPT WS-ENTRY-ORDER-NO.
005630     IF WS-ENTRY-ORDER-NO = SPACES
005640         MOVE "01" TO WS-ENTRY-ORDER-NO
005650     END-IF.
005660     IF WS-ENTRY-ORDER-NO-9 NOT NUMERIC
005670             OR WS-ENTRY-ORDER-NO-9 = ZERO
005680         DISPLAY "Order number must be 01-99 - "
005690             "action cancelled"
005700         MOVE SPACES TO WS-ENTRY-NAME1
005710     END-IF.
005720 3500-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------*
005750* 3600-READ-ORDER-ENTRY - RANDOM READ BY NAME/ORDER NUMBER,  *
005760*   SETTING THE FOUND SWITCH FOR THE CALLING ACTION.         *
005770*-----------------------------------------------------------*
005780 3600-READ-ORDER-ENTRY.
005790     MOVE "N" TO WS-RECORD-FOUND-SW.
005800     PERFORM 3500-ACCEPT-ORDER-KEY
005810         THRU 3500-EXIT.
005820     IF WS-ENTRY-NAME1 = SPACES
005830         GO TO 3600-EXIT
005840     END-IF.
005850
005860     MOVE WS-ENTRY-NAME1      TO SO-NAME1.
005870     MOVE WS-ENTRY-ORDER-NO-9 TO SO-ORDER-NO.
005880     READ STANDING-ORDER-FILE
005890         INVALID KEY
005900             DISPLAY "Order is not on the master"
005910         NOT INVALID KEY
005920             SET ORDER-RECORD-FOUND TO TRUE
005930     END-READ.
005940 3600-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------*
005970* 3800-CHECK-ORDER-FIELDS - THE ORDER MUST BE ONE THE BATCH  *
005980*   EDIT WILL ACCEPT ON EVERY DATE IT IS GENERATED: NUMERIC  *
005990*   OPERANDS, A KNOWN OPERATION CODE, NO DIVIDE BY ZERO, A   *
006000*   KNOWN FREQUENCY, REAL DATES WITH THE END NOT BEFORE THE  *
006010*   START, AND AN ACTIVE NAME WHOSE BRANCH IT CARRIES.       *
006020*   THE OPERANDS ARE MOVED ONTO THE RECORD WHEN CLEAN.       *
006030*-----------------------------------------------------------*
006040 3800-CHECK-ORDER-FIELDS.
006050     MOVE "Y" TO WS-ORDER-OK-SW.
006060
006070     IF WS-NUM1-WORK-9 NOT NUMERIC
006080         MOVE "N" TO WS-ORDER-OK-SW
006090         DISPLAY "Num1 is not numeric"
006100     END-IF.
006110     IF WS-NUM2-WORK-9 NOT NUMERIC
006120         MOVE "N" TO WS-ORDER-OK-SW
006130         DISPLAY "Num2 is not numeric"
006140     END-IF.
006150
006160     EVALUATE SO-OPCODE
006170         WHEN "ADD"
006180         WHEN "SUB"
006190         WHEN "MUL"
006200         WHEN "DIV"
006210             CONTINUE
006220         WHEN OTHER
006230             MOVE "N" TO WS-ORDER-OK-SW
006240             DISPLAY "Operation code is invalid"
006250     END-EVALUATE.
006260
006270     IF ORDER-IS-CLEAN
006280         IF SO-OPCODE = "DIV" AND WS-NUM2-WORK-9 = ZERO
006290             MOVE "N" TO WS-ORDER-OK-SW
006300             DISPLAY "Divide by zero - correct num2"
006310         END-IF
006320     END-IF.
006330
006340     IF NOT SO-FREQUENCY-IS-VALID
006350         MOVE "N" TO WS-ORDER-OK-SW
006360         DISPLAY "Frequency must be W, F, M, Q or A"
006370     END-IF.
006380
006390     IF SO-START-DATE NOT NUMERIC
006400             OR FUNCTION TEST-DATE-YYYYMMDD (SO-START-DATE)
006410                 NOT = ZERO
006420         MOVE "N" TO WS-ORDER-OK-SW
006430         DISPLAY "Start date is not a date"
006440     END-IF.
006450     IF SO-NEXT-DUE-DATE NOT NUMERIC
006460             OR FUNCTION TEST-DATE-YYYYMMDD (SO-NEXT-DUE-DATE)
006470                 NOT = ZERO
006480         MOVE "N" TO WS-ORDER-OK-SW
006490         DISPLAY "Next due date is not a date"
006500     END-IF.
006510     IF SO-END-DATE NOT NUMERIC
006520         MOVE "N" TO WS-ORDER-OK-SW
006530         DISPLAY "End date is not a date"
006540     ELSE
006550         IF SO-END-DATE NOT = ZERO
006560             IF FUNCTION TEST-DATE-YYYYMMDD (SO-END-DATE)
006570                     NOT = ZERO
006580                 MOVE "N" TO WS-ORDER-OK-SW
006590                 DISPLAY "End date is not a date"
006600             ELSE
006610                 IF SO-START-DATE NUMERIC
006620                         AND SO-END-DATE < SO-START-DATE
006630                     MOVE "N" TO WS-ORDER-OK-SW
006640                     DISPLAY "End date is before the start"
006650                 END-IF
006660             END-IF
006670         END-IF
006680     END-IF.
006690
006700     IF ORDER-IS-CLEAN
006710         PERFORM 3850-CHECK-NAME-VS-MASTER
006720             THRU 3850-EXIT
006730     END-IF.
006740
006750     IF ORDER-IS-CLEAN
006760         MOVE WS-NUM1-WORK-9 TO SO-NUM1
006770         MOVE WS-NUM2-WORK-9 TO SO-NUM2
006780     END-IF.
006790 3800-EXIT.
006800     EXIT.
006810*-----------------------------------------------------------*
006820* 3850-CHECK-NAME-VS-MASTER - THE SAME NAME EDITS prac-one   *
006830*   APPLIES IN 3170.  A NEW ORDER NEEDS AN ACTIVE NAME; A    *
006840*   CHANGED ONE MAY BELONG TO A NAME SINCE DEACTIVATED,      *
006850*   WHICH sordgen SUSPENDS, SO ONLY THE BRANCH IS CHECKED.   *
006860*   A BLANK BRANCH TAKES THE NAME'S OWN.  BYPASSED WHEN NO   *
006870*   MASTER IS PRESENT, MATCHING THE BATCH EDIT.              *
006880*-----------------------------------------------------------*
006890 3850-CHECK-NAME-VS-MASTER.
006900     IF NOT NAME-MASTER-IS-AVAILABLE
006910         IF SO-BRANCH = SPACES
006920             MOVE "000" TO SO-BRANCH
006930         END-IF
006940         GO TO 3850-EXIT
006950     END-IF.
006960
006970     MOVE SO-NAME1 TO NM-NAME1.
006980     READ NAME-MASTER-FILE
006990         INVALID KEY
007000             MOVE "N" TO WS-ORDER-OK-SW
007010             DISPLAY "Name is not on the master"
007020             GO TO 3850-EXIT
007030     END-READ.
007040
007050     IF ACTION-IS-ADD
007060             AND NOT NM-STATUS-ACTIVE
007070         MOVE "N" TO WS-ORDER-OK-SW
007080         DISPLAY "Name is not active on the master"
007090         GO TO 3850-EXIT
007100     END-IF.
007110
007120     IF SO-BRANCH = SPACES
007130         IF NM-BRANCH = SPACES
007140             MOVE "000" TO SO-BRANCH
007150         ELSE
007160             MOVE NM-BRANCH TO SO-BRANCH
007170         END-IF
007180     END-IF.
007190     IF NM-BRANCH NOT = SPACES
007200             AND SO-BRANCH NOT = NM-BRANCH
007210         MOVE "N" TO WS-ORDER-OK-SW
007220         DISPLAY "Branch does not match master " NM-BRANCH
007230     END-IF.
007240 3850-EXIT.
007250     EXIT.
007260*-----------------------------------------------------------*
007270* 3900-DISPLAY-ORDER - ONE ORDER, FIELD BY FIELD.            *
007280*-----------------------------------------------------------*
007290 3900-DISPLAY-ORDER.
007300     DISPLAY "Name:           " SO-NAME1.
007310     DISPLAY "Order number:   " SO-ORDER-NO.
007320     DISPLAY "Branch:         " SO-BRANCH.
007330     DISPLAY "Operation:      " SO-OPCODE.
007340     DISPLAY "Num1:           " SO-NUM1.
007350     DISPLAY "Num2:           " SO-NUM2.
007360     DISPLAY "Frequency:      " SO-FREQUENCY.
007370     DISPLAY "Start date:     " SO-START-DATE.
007380     DISPLAY "End date:       " SO-END-DATE.
007390     DISPLAY "Next due:       " SO-NEXT-DUE-DATE.
007400     DISPLAY "Status:         " SO-STATUS.
007410     DISPLAY "Last generated: " SO-LAST-GEN-DATE
007420         "  times: " SO-GEN-COUNT.
007430     DISPLAY "Maintained by:  " SO-MAINT-BY
007440         " on " SO-MAINT-DATE.
007450 3900-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------*
007480* 9999-END-OF-JOB                                            *
007490*-----------------------------------------------------------*
007500 9999-END-OF-JOB.
007510     IF MASTER-IS-OPEN
007520         CLOSE STANDING-ORDER-FILE
007530     END-IF.
007540     IF NAME-MASTER-IS-AVAILABLE
007550         CLOSE NAME-MASTER-FILE
007560     END-IF.
007570 9999-EXIT.
007580     EXIT.

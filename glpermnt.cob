000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. glpermnt.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - GL PERIOD CLOSE AND    *
000200*                  REOPEN FOR THE GLPERIOD CONTROL FILE      *
000210*                  (LAYOUT IN GLPERREC.CPY), THE SAME        *
000220*                  ONLINE STYLE AS calmnt.  AT MONTH END     *
000230*                  THE OPERATOR CLOSES THE FINISHED MONTH,   *
000240*                  LOCKING IT: glsumm WILL NOT POST INTO     *
000250*                  IT, runbkout WILL NOT BACK OUT A RUN      *
000260*                  DATED IN IT, AND calmnt WILL NOT OPEN A   *
000270*                  BACK-DATED RERUN INTO IT.  ONLY THE       *
000280*                  MONTHS BEFORE THE BUSCAL OPEN DATE'S MAY  *
000290*                  BE CLOSED.  A CLOSED MONTH IS REOPENED    *
000300*                  ONLY BY A SIGNED-ON SUPERVISOR CARRYING   *
000310*                  OP-AUTH-REOPEN, WHO MUST GIVE A REASON.   *
000320*                  EVERY CLOSE AND REOPEN IS APPENDED TO THE *
000330*                  GLPRLOG LOG (GLPLREC.CPY).                *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000380 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS GP-PERIOD
000450         FILE STATUS IS GP-FILE-STATUS.
000460     SELECT PERIOD-LOG-FILE ASSIGN TO "GLPRLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PC-FILE-STATUS.
000490     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CA-FILE-STATUS.
000520     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS OP-ID
000560         FILE STATUS IS OP-FILE-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PERIOD-CONTROL-FILE.
000610*-----------------------------------------------------------*
000620* GP-PERIOD-RECORD IS THE SHARED COPY MEMBER (SEE            *
000630*   copybooks/GLPERREC.CPY) READ BY glsumm, runbkout AND     *
000640*   calmnt.                                                  *
000650*-----------------------------------------------------------*
000660     COPY GLPERREC.
000670*
000680 FD  PERIOD-LOG-FILE.
000690*-----------------------------------------------------------*
000700* PC-PERIOD-LOG-RECORD IS THE SHARED COPY MEMBER (SEE        *
000710*   copybooks/GLPLREC.CPY).                                  *
000720*-----------------------------------------------------------*
000730     COPY GLPLREC.
000740*
000750 FD  CALENDAR-FILE.
000760*-----------------------------------------------------------*
000770* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000780*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000790*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000800*-----------------------------------------------------------*
000810     COPY BUSCAL.
000820*
000830 FD  OPERATOR-MASTER-FILE.
000840*-----------------------------------------------------------*
000850* OP-OPERATOR-RECORD IS THE SHARED COPY MEMBER (SEE          *
000860*   copybooks/OPERMREC.CPY) MAINTAINED BY opermnt.           *
000870*-----------------------------------------------------------*
000880     COPY OPERMREC.
000890*
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------*
000920* SWITCHES AND STATUS FIELDS                                *
000930*-----------------------------------------------------------*
000940 01  GP-FILE-STATUS             PIC X(02) VALUE SPACES.
000950     88  GP-FILE-OK                  VALUE "00".
000960     88  GP-FILE-NOT-FOUND           VALUE "35".
000970*
000980 01  PC-FILE-STATUS             PIC X(02) VALUE SPACES.
000990     88  PC-FILE-OK                  VALUE "00".
001000*
001010 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001020     88  CA-FILE-OK                  VALUE "00".
001030*
001040 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
001050     88  OP-FILE-OK                  VALUE "00".
001060 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
001070 01  WS-SIGNON-SW               PIC X(01) VALUE "N".
001080     88  OPERATOR-IS-SIGNED-ON      VALUE "Y".
001090 01  WS-REOPEN-AUTH-SW          PIC X(01) VALUE "N".
001100     88  OPERATOR-MAY-REOPEN        VALUE "Y".
001110*
001120 01  WS-PERIOD-FILE-SW          PIC X(01) VALUE "N".
001130     88  PERIOD-FILE-IS-OPEN        VALUE "Y".
001140 01  WS-PERIOD-FOUND-SW         PIC X(01) VALUE "N".
001150     88  PERIOD-RECORD-FOUND        VALUE "Y".
001160*
001170 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001180 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
001190 01  WS-OPEN-PERIOD             PIC 9(06) VALUE 0.
001200*
001210 01  WS-ACTION-CODE             PIC X(01) VALUE SPACE.
001220     88  ACTION-IS-DISPLAY          VALUE "D".
001230     88  ACTION-IS-CLOSE            VALUE "C".
001240     88  ACTION-IS-REOPEN           VALUE "R".
001250     88  ACTION-IS-QUIT             VALUE "Q".
001260*
001270 01  WS-ENTRY-PERIOD            PIC X(06) VALUE SPACES.
001280 01  WS-ENTRY-PERIOD-9 REDEFINES WS-ENTRY-PERIOD
001290                                PIC 9(06).
001300 01  WS-ENTRY-PERIOD-PARTS REDEFINES WS-ENTRY-PERIOD.
001310     05  WS-ENTRY-YEAR          PIC 9(04).
001320     05  WS-ENTRY-MONTH         PIC 9(02).
001330 01  WS-ENTRY-REASON            PIC X(40) VALUE SPACES.
001340*
001350 01  WS-STATUS-TEXT             PIC X(08) VALUE SPACES.
001360*
001370 PROCEDURE DIVISION.
001380*-----------------------------------------------------------*
001390* 0000-MAINLINE                                             *
001400*-----------------------------------------------------------*
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE
001430         THRU 1000-EXIT.
001440
001450     PERFORM 2000-GET-AND-APPLY-ACTION
001460         THRU 2000-EXIT
001470         UNTIL ACTION-IS-QUIT.
001480
001490     PERFORM 9999-END-OF-JOB
001500         THRU 9999-EXIT.
001510     STOP RUN.
001520*-----------------------------------------------------------*
001530* 1000-INITIALIZE - TAKE THE OPEN PERIOD FROM BUSCAL, SIGN   *
001540*   ON, AND OPEN GLPERIOD, CREATING IT ON FIRST USE.         *
001550*-----------------------------------------------------------*
001560 1000-INITIALIZE.
001570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001580     PERFORM 1100-READ-PROCESSING-DATE
001590         THRU 1100-EXIT.
001600     MOVE WS-CURRENT-DATE (1:6) TO WS-OPEN-PERIOD.
001610
001620     PERFORM 1200-OPERATOR-SIGN-ON
001630         THRU 1200-EXIT.
001640     IF ACTION-IS-QUIT
001650         GO TO 1000-EXIT
001660     END-IF.
001670
001680     OPEN I-O PERIOD-CONTROL-FILE.
001690     IF GP-FILE-NOT-FOUND
001700         OPEN OUTPUT PERIOD-CONTROL-FILE
001710         CLOSE PERIOD-CONTROL-FILE
001720         OPEN I-O PERIOD-CONTROL-FILE
001730     END-IF.
001740     IF GP-FILE-OK
001750         SET PERIOD-FILE-IS-OPEN TO TRUE
001760     ELSE
001770         DISPLAY "GLPERIOD open failed, status "
001780             GP-FILE-STATUS " - session ends"
001790         SET ACTION-IS-QUIT TO TRUE
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830*-----------------------------------------------------------*
001840* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
001850*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
001860*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
001870*   IS PRESENT.                                              *
001880*-----------------------------------------------------------*
001890 1100-READ-PROCESSING-DATE.
001900     OPEN INPUT CALENDAR-FILE.
001910     IF NOT CA-FILE-OK
001920         GO TO 1100-EXIT
001930     END-IF.
001940
001950     READ CALENDAR-FILE
001960         AT END
001970             CONTINUE
001980         NOT AT END
001990             IF CA-IS-CONTROL
002000                     AND CA-OPEN-DATE NUMERIC
002010                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
002020             END-IF
002030     END-READ.
002040     CLOSE CALENDAR-FILE.
002050 1100-EXIT.
002060     EXIT.
002070*-----------------------------------------------------------*
002080* 1200-OPERATOR-SIGN-ON - EVERY INTERACTIVE SESSION RUNS     *
002090*   UNDER A REAL OPERATOR FROM THE OPERMAST MASTER (SEE      *
002100*   opermnt).  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;   *
002110*   NO MASTER AT ALL RUNS UNSIGNED, THE SAME OPTIONAL-FILE   *
002120*   RULE AS EVERY OTHER CONTROL FILE - BUT AN UNSIGNED       *
002130*   SESSION CANNOT REOPEN A PERIOD.                          *
002140*-----------------------------------------------------------*
002150 1200-OPERATOR-SIGN-ON.
002160     OPEN INPUT OPERATOR-MASTER-FILE.
002170     IF NOT OP-FILE-OK
002180         DISPLAY "OPERMAST not found - running unsigned"
002190         GO TO 1200-EXIT
002200     END-IF.
002210
002220     DISPLAY "Operator ID: " WITH NO ADVANCING.
002230     ACCEPT WS-OPERATOR-ID.
002240     MOVE WS-OPERATOR-ID TO OP-ID.
002250     READ OPERATOR-MASTER-FILE
002260         INVALID KEY
002270             DISPLAY "Operator is not on the master - "
002280                 "session ends"
002290             SET ACTION-IS-QUIT TO TRUE
002300         NOT INVALID KEY
002310             IF NOT OP-IS-ACTIVE
002320                 DISPLAY "Operator is not active - "
002330                     "session ends"
002340                 SET ACTION-IS-QUIT TO TRUE
002350             ELSE
002360                 SET OPERATOR-IS-SIGNED-ON TO TRUE
002370                 IF OP-MAY-REOPEN
002380                     SET OPERATOR-MAY-REOPEN TO TRUE
002390                 END-IF
002400                 DISPLAY "Signed on: " OP-NAME
002410             END-IF
002420     END-READ.
002430     CLOSE OPERATOR-MASTER-FILE.
002440 1200-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------*
002470* 2000-GET-AND-APPLY-ACTION - PROMPT FOR ONE ACTION AND      *
002480*   DISPATCH IT, AS calmnt DOES.                             *
002490*-----------------------------------------------------------*
002500 2000-GET-AND-APPLY-ACTION.
002510     DISPLAY " ".
002520     DISPLAY "GL PERIOD CLOSE".
002530     DISPLAY "OPEN PROCESSING PERIOD IS " WS-OPEN-PERIOD.
002540     DISPLAY "D=DISPLAY C=CLOSE R=REOPEN Q=QUIT".
002550     DISPLAY "Action: " WITH NO ADVANCING.
002560     ACCEPT WS-ACTION-CODE.
002570
002580     EVALUATE TRUE
002590         WHEN ACTION-IS-DISPLAY
002600             PERFORM 3000-DISPLAY-PERIOD
002610                 THRU 3000-EXIT
002620         WHEN ACTION-IS-CLOSE
002630             PERFORM 3100-CLOSE-PERIOD
002640                 THRU 3100-EXIT
002650         WHEN ACTION-IS-REOPEN
002660             PERFORM 3200-REOPEN-PERIOD
002670                 THRU 3200-EXIT
002680         WHEN ACTION-IS-QUIT
002690             CONTINUE
002700         WHEN OTHER
002710             DISPLAY "Unknown action - enter D C R or Q"
002720     END-EVALUATE.
002730 2000-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------*
002760* 3000-DISPLAY-PERIOD - ONE PERIOD'S STATE AND HISTORY.      *
002770*-----------------------------------------------------------*
002780 3000-DISPLAY-PERIOD.
002790     PERFORM 3500-ACCEPT-PERIOD
002800         THRU 3500-EXIT.
002810     IF WS-ENTRY-PERIOD = SPACES
002820         GO TO 3000-EXIT
002830     END-IF.
002840
002850     DISPLAY "Period:          " GP-PERIOD.
002860     DISPLAY "Status:          " WS-STATUS-TEXT.
002870     IF PERIOD-RECORD-FOUND
002880         DISPLAY "Last closed by:  " GP-CLOSED-BY
002890             " on " GP-CLOSED-DATE
002900     END-IF.
002910     IF PERIOD-RECORD-FOUND
002920             AND GP-REOPEN-COUNT > ZERO
002930         DISPLAY "Times reopened:  " GP-REOPEN-COUNT
002940         DISPLAY "Last reopened by " GP-REOPENED-BY
002950             " on " GP-REOPENED-DATE
002960         DISPLAY "Reason:          " GP-REOPEN-REASON
002970     END-IF.
002980 3000-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------*
003010* 3100-CLOSE-PERIOD - LOCK A FINISHED MONTH.  THE MONTH OF   *
003020*   THE OPEN PROCESSING DATE, AND ANY LATER ONE, IS STILL    *
003030*   TAKING WORK AND CANNOT BE CLOSED.                        *
003040*-----------------------------------------------------------*
003050 3100-CLOSE-PERIOD.
003060     PERFORM 3500-ACCEPT-PERIOD
003070         THRU 3500-EXIT.
003080     IF WS-ENTRY-PERIOD = SPACES
003090         GO TO 3100-EXIT
003100     END-IF.
003110
003120     IF WS-ENTRY-PERIOD-9 NOT < WS-OPEN-PERIOD
003130         DISPLAY "Period " WS-ENTRY-PERIOD-9 " is not finished"
003140             " - only periods before " WS-OPEN-PERIOD
003150             " may be closed"
003160         GO TO 3100-EXIT
003170     END-IF.
003180     IF PERIOD-RECORD-FOUND AND GP-IS-CLOSED
003190         DISPLAY "Period " GP-PERIOD " is already closed"
003200         GO TO 3100-EXIT
003210     END-IF.
003220
003230     SET GP-IS-CLOSED TO TRUE.
003240     MOVE WS-OPERATOR-ID  TO GP-CLOSED-BY.
003250     MOVE WS-CURRENT-DATE TO GP-CLOSED-DATE.
003260     IF PERIOD-RECORD-FOUND
003270         REWRITE GP-PERIOD-RECORD
003280             INVALID KEY
003290                 DISPLAY "Rewrite failed, status "
003300                     GP-FILE-STATUS
003310                 GO TO 3100-EXIT
003320         END-REWRITE
003330     ELSE
003340         WRITE GP-PERIOD-RECORD
003350             INVALID KEY
003360                 DISPLAY "Write failed, status "
003370                     GP-FILE-STATUS
003380                 GO TO 3100-EXIT
003390         END-WRITE
003400     END-IF.
003410
003420     MOVE SPACES TO PC-PERIOD-LOG-RECORD.
003430     SET PC-IS-CLOSE TO TRUE.
003440     PERFORM 8000-WRITE-PERIOD-LOG
003450         THRU 8000-EXIT.
003460     DISPLAY "Period " GP-PERIOD " closed.".
003470 3100-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------*
003500* 3200-REOPEN-PERIOD - SUPERVISOR ONLY.  THE OPERATOR MUST   *
003510*   BE SIGNED ON WITH OP-AUTH-REOPEN AND MUST GIVE A REASON, *
003520*   WHICH IS KEPT ON THE PERIOD AND LOGGED.                  *
003530*-----------------------------------------------------------*
003540 3200-REOPEN-PERIOD.
003550     IF NOT OPERATOR-IS-SIGNED-ON
003560         DISPLAY "Reopening a period needs a signed-on "
003570             "supervisor"
003580         GO TO 3200-EXIT
003590     END-IF.
003600     IF NOT OPERATOR-MAY-REOPEN
003610         DISPLAY "Operator " WS-OPERATOR-ID
003620             " is not authorized to reopen periods"
003630         GO TO 3200-EXIT
003640     END-IF.
003650
003660     PERFORM 3500-ACCEPT-PERIOD
003670         THRU 3500-EXIT.
003680     IF WS-ENTRY-PERIOD = SPACES
003690         GO TO 3200-EXIT
003700     END-IF.
003710     IF NOT PERIOD-RECORD-FOUND
003720             OR NOT GP-IS-CLOSED
003730         DISPLAY "Period " WS-ENTRY-PERIOD-9 " is not closed"
003740         GO TO 3200-EXIT
003750     END-IF.
003760
003770     DISPLAY "Reason for reopening: " WITH NO ADVANCING.
003780     ACCEPT WS-ENTRY-REASON.
003790     IF WS-ENTRY-REASON = SPACES
003800         DISPLAY "A reason is required - period stays closed"
003810         GO TO 3200-EXIT
003820     END-IF.
003830
003840     SET GP-IS-REOPENED TO TRUE.
003850     MOVE WS-OPERATOR-ID  TO GP-REOPENED-BY.
003860     MOVE WS-CURRENT-DATE TO GP-REOPENED-DATE.
003870     MOVE WS-ENTRY-REASON TO GP-REOPEN-REASON.
003880     IF GP-REOPEN-COUNT NOT NUMERIC
003890         MOVE ZERO TO GP-REOPEN-COUNT
003900     END-IF.
003910     ADD 1 TO GP-REOPEN-COUNT.
003920     REWRITE GP-PERIOD-RECORD
003930         INVALID KEY
003940             DISPLAY "Rewrite failed, status " GP-FILE-STATUS
003950             GO TO 3200-EXIT
003960     END-REWRITE.
003970
003980     MOVE SPACES TO PC-PERIOD-LOG-RECORD.
003990     SET PC-IS-REOPEN TO TRUE.
004000     MOVE WS-ENTRY-REASON TO PC-REASON.
004010     PERFORM 8000-WRITE-PERIOD-LOG
004020         THRU 8000-EXIT.
004030     DISPLAY "Period " GP-PERIOD " reopened - close it (C) "
004040         "again when the correction has run".
004050 3200-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------*
004080* 3500-ACCEPT-PERIOD - PROMPT FOR A YYYYMM PERIOD AND READ   *
004090*   ITS GLPERIOD RECORD.  A PERIOD WITH NO RECORD HAS NEVER  *
004100*   BEEN CLOSED.  SPACES COME BACK WHEN THE ENTRY IS NOT A   *
004110*   PERIOD.                                                  *
004120*-----------------------------------------------------------*
004130 3500-ACCEPT-PERIOD.
004140     MOVE "N" TO WS-PERIOD-FOUND-SW.
004150     DISPLAY "Period YYYYMM: " WITH NO ADVANCING.
004160     ACCEPT WS-ENTRY-PERIOD.
004170     IF WS-ENTRY-PERIOD = SPACES
004180             OR WS-ENTRY-PERIOD-9 NOT NUMERIC
004190             OR WS-ENTRY-MONTH < 01
004200             OR WS-ENTRY-MONTH > 12
004210         DISPLAY "Not a period - action cancelled"
004220         MOVE SPACES TO WS-ENTRY-PERIOD
004230         GO TO 3500-EXIT
004240     END-IF.
004250
004260     MOVE SPACES TO GP-PERIOD-RECORD.
004270     MOVE WS-ENTRY-PERIOD-9 TO GP-PERIOD.
004280     READ PERIOD-CONTROL-FILE
004290         INVALID KEY
004300             MOVE SPACES TO GP-PERIOD-RECORD
004310             MOVE WS-ENTRY-PERIOD-9 TO GP-PERIOD
004320             MOVE ZERO TO GP-CLOSED-DATE
004330             MOVE ZERO TO GP-REOPENED-DATE
004340             MOVE ZERO TO GP-REOPEN-COUNT
004350             MOVE "OPEN"     TO WS-STATUS-TEXT
004360         NOT INVALID KEY
004370             SET PERIOD-RECORD-FOUND TO TRUE
004380             IF GP-IS-CLOSED
004390                 MOVE "CLOSED"   TO WS-STATUS-TEXT
004400             ELSE
004410                 MOVE "REOPENED" TO WS-STATUS-TEXT
004420             END-IF
004430     END-READ.
004440 3500-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------*
004470* 8000-WRITE-PERIOD-LOG - APPEND ONE CLOSE OR REOPEN TO      *
004480*   GLPRLOG.  THE CALLER SETS THE ACTION AND ANY REASON.     *
004490*-----------------------------------------------------------*
004500 8000-WRITE-PERIOD-LOG.
004510     ACCEPT WS-CURRENT-TIME FROM TIME.
004520     MOVE WS-CURRENT-DATE TO PC-LOG-DATE.
004530     MOVE WS-CURRENT-TIME TO PC-LOG-TIME.
004540     MOVE WS-OPERATOR-ID  TO PC-OPERATOR.
004550     MOVE GP-PERIOD       TO PC-PERIOD.
004560
004570     OPEN EXTEND PERIOD-LOG-FILE.
004580     IF NOT PC-FILE-OK
004590         OPEN OUTPUT PERIOD-LOG-FILE
004600     END-IF.
004610     IF NOT PC-FILE-OK
004620         DISPLAY "GLPRLOG open failed, status " PC-FILE-STATUS
004630             " - " PC-ACTION " of " PC-PERIOD " not logged"
004640         GO TO 8000-EXIT
004650     END-IF.
004660     WRITE PC-PERIOD-LOG-RECORD.
004670     CLOSE PERIOD-LOG-FILE.
004680 8000-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------*
004710* 9999-END-OF-JOB                                            *
004720*-----------------------------------------------------------*
004730 9999-END-OF-JOB.
004740     IF PERIOD-FILE-IS-OPEN
004750         CLOSE PERIOD-CONTROL-FILE
004760     END-IF.
004770     DISPLAY "glpermnt complete.".
004780 9999-EXIT.
004790     EXIT.

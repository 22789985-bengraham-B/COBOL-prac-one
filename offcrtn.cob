000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. offcrtn.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - PER-OFFICE RETURN FILE *
000200*                  AFTER EACH RUN.  READS THE RUNOUTC ITEM   *
000210*                  OUTCOMES prac-one WROTE (OUTCREC.CPY) AND *
000220*                  PUTS EACH TRANS-IN ITEM BACK WITH THE     *
000230*                  OFFICE TRANSMISSION IT CAME ON, BY ITS    *
000240*                  ARRIVAL POSITION AGAINST THE RCPTLOG      *
000250*                  RECEIPTS trnintk LOGGED FOR THE DATE.     *
000260*                  RETNOUT CARRIES ONE SEGMENT PER OFFICE    *
000270*                  (LAYOUTS IN RETNREC.CPY): ITS OWN *HDR*   *
000280*                  ECHOED, EVERY ITEM ACCEPTED OR REJECTED   *
000290*                  WITH ITS RESULT OR REASON, A FOLLOW-UP    *
000300*                  SECTION OF REPAIRED, RELEASED AND         *
000310*                  STANDING-ORDER ITEMS AND THE LEDGFAIL     *
000320*                  LEDGER FAILURES FROM ledgack, AND A *TRL* *
000330*                  WHOSE ACCEPTED AND REJECTED COUNTS AND    *
000340*                  AMOUNTS FOOT TO THE OFFICE'S OWN *TRL*.   *
000350*                  LEDGFAIL IS EMPTIED ONCE RETURNED.        *
000360*                  RETURN CODES: 0 EVERY OFFICE FOOTS, 4 AN  *
000370*                  OFFICE DOES NOT FOOT OR ITEMS HAD NO      *
000380*                  RECEIPT, 12 FILE ERROR.                   *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000430 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OUTCOME-FILE ASSIGN TO "RUNOUTC"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS OC-FILE-STATUS.
000490     SELECT RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RT-FILE-STATUS.
000520     SELECT LEDGER-FAIL-FILE ASSIGN TO "LEDGFAIL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS LF-FILE-STATUS.
000550     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CA-FILE-STATUS.
000580     SELECT RETURN-FILE ASSIGN TO "RETNOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS OR-FILE-STATUS.
000610     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  OUTCOME-FILE.
000660*-----------------------------------------------------------*
000670* OC-OUTCOME-RECORD IS THE SHARED COPY MEMBER (SEE           *
000680*   copybooks/OUTCREC.CPY) WRITTEN BY prac-one.              *
000690*-----------------------------------------------------------*
000700     COPY OUTCREC.
000710*
000720 FD  RECEIPT-LOG-FILE.
000730*-----------------------------------------------------------*
000740* RT-RECEIPT-RECORD IS THE SHARED COPY MEMBER (SEE           *
000750*   copybooks/RCPTREC.CPY) APPENDED BY trnintk.              *
000760*-----------------------------------------------------------*
000770     COPY RCPTREC.
000780*
000790 FD  LEDGER-FAIL-FILE.
000800*-----------------------------------------------------------*
000810* LF-FAILURE-RECORD IS THE SHARED COPY MEMBER (SEE           *
000820*   copybooks/LGFLREC.CPY) APPENDED BY ledgack.              *
000830*-----------------------------------------------------------*
000840     COPY LGFLREC.
000850*
000860 FD  CALENDAR-FILE.
000870*-----------------------------------------------------------*
000880* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000890*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000900*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000910*-----------------------------------------------------------*
000920     COPY BUSCAL.
000930*
000940 FD  RETURN-FILE.
000950 01  OR-RETURN-LINE                 PIC X(150).
000960*
000970 SD  SORT-WORK-FILE.
000980*-----------------------------------------------------------*
000990* ONE ENTRY PER RETURN LINE, IN OFFICE SEGMENTS: HEADERS,    *
001000* THEN ITEMS IN THE ORDER THE OFFICE SENT THEM, THEN THE     *
001010* FOLLOW-UP ITEMS.  THE COUNTS AND AMOUNTS RIDE ALONG FOR    *
001020* THE OFFICE TRAILER.                                        *
001030*-----------------------------------------------------------*
001040 01  SS-SORT-RECORD.
001050     05  SS-BRANCH                  PIC X(03).
001060     05  SS-SECTION                 PIC 9(01).
001070         88  SS-IS-HEADER               VALUE 1.
001080         88  SS-IS-ITEM                 VALUE 2.
001090         88  SS-IS-FOLLOW-UP            VALUE 3.
001100     05  SS-SEQUENCE                PIC 9(06).
001110     05  SS-TRL-COUNT               PIC 9(06).
001120     05  SS-TRL-HASH                PIC S9(14)V99.
001130     05  SS-COUNT                   PIC 9(06).
001140     05  SS-AMOUNT                  PIC S9(14)V99.
001150     05  SS-LINE                    PIC X(150).
001160*
001170 WORKING-STORAGE SECTION.
001180*-----------------------------------------------------------*
001190* SWITCHES AND STATUS FIELDS                                 *
001200*-----------------------------------------------------------*
001210 01  OC-FILE-STATUS             PIC X(02) VALUE SPACES.
001220     88  OC-FILE-OK                  VALUE "00".
001230 01  RT-FILE-STATUS             PIC X(02) VALUE SPACES.
001240     88  RT-FILE-OK                  VALUE "00".
001250 01  LF-FILE-STATUS             PIC X(02) VALUE SPACES.
001260     88  LF-FILE-OK                  VALUE "00".
001270 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001280     88  CA-FILE-OK                  VALUE "00".
001290 01  OR-FILE-STATUS             PIC X(02) VALUE SPACES.
001300     88  OR-FILE-OK                  VALUE "00".
001310*
001320 01  WS-OUTCOMES-AVAILABLE-SW   PIC X(01) VALUE "N".
001330     88  OUTCOMES-ARE-AVAILABLE     VALUE "Y".
001340 01  WS-END-OF-OUTCOMES-SW      PIC X(01) VALUE "N".
001350     88  END-OF-OUTCOME-FILE        VALUE "Y".
001360 01  WS-END-OF-RECEIPTS-SW      PIC X(01) VALUE "N".
001370     88  END-OF-RECEIPT-LOG         VALUE "Y".
001380 01  WS-END-OF-FAILURES-SW      PIC X(01) VALUE "N".
001390     88  END-OF-LEDGER-FAILURES     VALUE "Y".
001400 01  WS-END-OF-SORT-SW          PIC X(01) VALUE "N".
001410     88  END-OF-RETURN-LINES        VALUE "Y".
001420 01  WS-OFFICE-OPEN-SW          PIC X(01) VALUE "N".
001430     88  AN-OFFICE-IS-OPEN          VALUE "Y".
001440 01  WS-HEADER-WRITTEN-SW       PIC X(01) VALUE "N".
001450     88  OFFICE-HEADER-IS-WRITTEN   VALUE "Y".
001460*
001470 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001480 01  WS-RUN-DATE                PIC 9(08) VALUE 0.
001490 01  WS-RUN-NUMBER              PIC 9(06) VALUE 0.
001500 01  WS-LATEST-INTAKE-TIME      PIC 9(08) VALUE 0.
001510*
001520 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001530 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001540     88  RC-OFFICE-EXCEPTION        VALUE 04.
001550     88  RC-FILE-ERROR              VALUE 12.
001560*
001570*-----------------------------------------------------------*
001580* THE NIGHT'S RECEIPTS FROM THE LATEST INTAKE RUN FOR THE    *
001590* DATE: WHERE EACH ACCEPTED TRANSMISSION'S DETAILS LIE AMONG *
001600* THE MERGED TRANS-IN DETAILS.  THE sordgen STANDING-ORDER   *
001610* TRANSMISSION (OFFICE "ALL") IS TABLED SO ITS ITEMS CAN BE  *
001620* TOLD FROM AN OFFICE'S.  50 IS THE trnintk SEGMENT LIMIT.   *
001630*-----------------------------------------------------------*
001640 77  WS-RX-MAX                  PIC 9(03) COMP VALUE 50.
001650 77  WS-RX-COUNT                PIC 9(03) COMP VALUE 0.
001660 77  WS-RX-SUB                  PIC 9(03) COMP VALUE 0.
001670 77  WS-RX-FOUND-SUB            PIC 9(03) COMP VALUE 0.
001680 01  WS-RECEIPT-TABLE.
001690     05  WS-RX-ENTRY OCCURS 50 TIMES.
001700         10  WS-RX-BRANCH           PIC X(03).
001710         10  WS-RX-FIRST            PIC 9(06).
001720         10  WS-RX-LAST             PIC 9(06).
001730*
001740*-----------------------------------------------------------*
001750* THE ITEM IN HAND AND THE OFFICE SEGMENT BEING WRITTEN.     *
001760*-----------------------------------------------------------*
001770 01  WS-ITEM-BRANCH             PIC X(03) VALUE SPACES.
001780 01  WS-ITEM-AMOUNT             PIC S9(14)V99 VALUE 0.
001790 01  WS-PREV-BRANCH             PIC X(03) VALUE SPACES.
001800 77  WS-RELEASE-COUNT           PIC 9(06) VALUE 0.
001810 77  WS-OF-RECEIPTS             PIC 9(03) VALUE 0.
001820 77  WS-OF-ACCEPTED-COUNT       PIC 9(06) VALUE 0.
001830 77  WS-OF-REJECTED-COUNT       PIC 9(06) VALUE 0.
001840 77  WS-OF-OFFICE-COUNT         PIC 9(06) VALUE 0.
001850 77  WS-OF-FOLLOW-UP-COUNT      PIC 9(06) VALUE 0.
001860 01  WS-OF-ACCEPTED-AMOUNT      PIC S9(14)V99 VALUE 0.
001870 01  WS-OF-REJECTED-AMOUNT      PIC S9(14)V99 VALUE 0.
001880 01  WS-OF-OFFICE-HASH          PIC S9(14)V99 VALUE 0.
001890 01  WS-OF-RETURNED-COUNT       PIC 9(06) VALUE 0.
001900 01  WS-OF-RETURNED-AMOUNT      PIC S9(14)V99 VALUE 0.
001910*
001920 77  WS-OFFICES-RETURNED        PIC 9(05) VALUE 0.
001930 77  WS-OFFICES-NOT-FOOTED      PIC 9(05) VALUE 0.
001940 77  WS-ITEMS-RETURNED          PIC 9(06) VALUE 0.
001950 77  WS-ITEMS-UNRECEIPTED       PIC 9(06) VALUE 0.
001960 77  WS-FOLLOW-UPS-RETURNED     PIC 9(06) VALUE 0.
001970 77  WS-LEDGER-FAILURES         PIC 9(06) VALUE 0.
001980*
001990*-----------------------------------------------------------*
002000* RETURN RECORDS - SHARED COPY MEMBER (SEE                   *
002010*   copybooks/RETNREC.CPY).                                  *
002020*-----------------------------------------------------------*
002030 COPY RETNREC.
002040*
002050 PROCEDURE DIVISION.
002060*-----------------------------------------------------------*
002070* 0000-MAINLINE                                              *
002080*-----------------------------------------------------------*
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT.
002120
002130     IF OUTCOMES-ARE-AVAILABLE
002140         SORT SORT-WORK-FILE
002150             ON ASCENDING KEY SS-BRANCH
002160                              SS-SECTION
002170                              SS-SEQUENCE
002180             INPUT PROCEDURE IS 2000-BUILD-RETURN-LINES
002190                 THRU 2000-EXIT
002200             OUTPUT PROCEDURE IS 3000-WRITE-RETURNS
002210                 THRU 3000-EXIT
002220         PERFORM 4000-CLEAR-LEDGER-FAILURES
002230             THRU 4000-EXIT
002240         PERFORM 5000-WRITE-SUMMARY
002250             THRU 5000-EXIT
002260     END-IF.
002270
002280     PERFORM 9999-END-OF-JOB
002290         THRU 9999-EXIT.
002300     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
002310     STOP RUN.
002320*-----------------------------------------------------------*
002330* 1000-INITIALIZE - THE RUN BEING RETURNED IS THE ONE ON     *
002340*   RUNOUTC: ITS DATE AND NUMBER COME FROM THE FIRST         *
002350*   OUTCOME, OR THE BUSCAL OPEN DATE WHEN THE RUN DECIDED    *
002360*   NOTHING (A REFUSED BATCH STILL GETS ITS RETURN).  NO     *
002370*   RUNOUTC AT ALL MEANS NO BATCH HAS RUN, AND NOTHING IS    *
002380*   WRITTEN.                                                 *
002390*-----------------------------------------------------------*
002400 1000-INITIALIZE.
002410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002420     PERFORM 1100-READ-PROCESSING-DATE
002430         THRU 1100-EXIT.
002440     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
002450
002460     OPEN INPUT OUTCOME-FILE.
002470     IF NOT OC-FILE-OK
002480         DISPLAY "RUNOUTC not found - no run to return"
002490         SET RC-FILE-ERROR TO TRUE
002500         PERFORM 9400-RAISE-RETURN-CODE
002510             THRU 9400-EXIT
002520         GO TO 1000-EXIT
002530     END-IF.
002540     READ OUTCOME-FILE
002550         AT END
002560             CONTINUE
002570         NOT AT END
002580             MOVE OC-RUN-DATE   TO WS-RUN-DATE
002590             MOVE OC-RUN-NUMBER TO WS-RUN-NUMBER
002600     END-READ.
002610     CLOSE OUTCOME-FILE.
002620
002630     OPEN OUTPUT RETURN-FILE.
002640     IF NOT OR-FILE-OK
002650         DISPLAY "RETNOUT open failed, status " OR-FILE-STATUS
002660         SET RC-FILE-ERROR TO TRUE
002670         PERFORM 9400-RAISE-RETURN-CODE
002680             THRU 9400-EXIT
002690         GO TO 1000-EXIT
002700     END-IF.
002710     SET OUTCOMES-ARE-AVAILABLE TO TRUE.
002720
002730     PERFORM 1200-FIND-LATEST-INTAKE
002740         THRU 1200-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------*
002780* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
002790*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
002800*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
002810*   IS PRESENT.                                              *
002820*-----------------------------------------------------------*
002830 1100-READ-PROCESSING-DATE.
002840     OPEN INPUT CALENDAR-FILE.
002850     IF NOT CA-FILE-OK
002860         GO TO 1100-EXIT
002870     END-IF.
002880
002890     READ CALENDAR-FILE
002900         AT END
002910             CONTINUE
002920         NOT AT END
002930             IF CA-IS-CONTROL
002940                     AND CA-OPEN-DATE NUMERIC
002950                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
002960             END-IF
002970     END-READ.
002980     CLOSE CALENDAR-FILE.
002990 1100-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------*
003020* 1200-FIND-LATEST-INTAKE - RCPTLOG KEEPS EVERY NIGHT.  THE  *
003030*   TRANS-IN THIS RUN TOOK IS THE ONE THE LAST INTAKE RUN    *
003040*   FOR THE RUN DATE MERGED, SO ONLY THAT RUN'S RECEIPTS     *
003050*   (ALL STAMPED WITH ONE RECEIVED TIME) ARE RETURNED.       *
003060*-----------------------------------------------------------*
003070 1200-FIND-LATEST-INTAKE.
003080     OPEN INPUT RECEIPT-LOG-FILE.
003090     IF NOT RT-FILE-OK
003100         DISPLAY "RCPTLOG not found - items returned by branch"
003110         GO TO 1200-EXIT
003120     END-IF.
003130
003140     MOVE "N" TO WS-END-OF-RECEIPTS-SW.
003150     PERFORM 1210-CHECK-ONE-RECEIPT
003160         THRU 1210-EXIT
003170         UNTIL END-OF-RECEIPT-LOG.
003180     CLOSE RECEIPT-LOG-FILE.
003190 1200-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------*
003220* 1210-CHECK-ONE-RECEIPT                                     *
003230*-----------------------------------------------------------*
003240 1210-CHECK-ONE-RECEIPT.
003250     READ RECEIPT-LOG-FILE
003260         AT END
003270             SET END-OF-RECEIPT-LOG TO TRUE
003280         NOT AT END
003290             IF RT-PROC-DATE = WS-RUN-DATE
003300                     AND RT-RECEIVED-TIME NUMERIC
003310                     AND RT-RECEIVED-TIME > WS-LATEST-INTAKE-TIME
003320                 MOVE RT-RECEIVED-TIME TO WS-LATEST-INTAKE-TIME
003330             END-IF
003340     END-READ.
003350 1210-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------*
003380* 2000-BUILD-RETURN-LINES - SORT INPUT.  THE RECEIPTS FIRST, *
003390*   SO THE RECEIPT TABLE IS BUILT BEFORE ANY ITEM IS PLACED; *
003400*   THEN THE RUN'S OUTCOMES; THEN THE LEDGER FAILURES.       *
003410*-----------------------------------------------------------*
003420 2000-BUILD-RETURN-LINES.
003430     PERFORM 2100-RELEASE-RECEIPTS
003440         THRU 2100-EXIT.
003450     PERFORM 2300-RELEASE-OUTCOMES
003460         THRU 2300-EXIT.
003470     PERFORM 2500-RELEASE-LEDGER-FAILURES
003480         THRU 2500-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------*
003520* 2100-RELEASE-RECEIPTS - ONE HEADER LINE PER TRANSMISSION   *
003530*   OF THE LATEST INTAKE RUN, AND ITS RANGE ON TRANS-IN.     *
003540*-----------------------------------------------------------*
003550 2100-RELEASE-RECEIPTS.
003560     IF WS-LATEST-INTAKE-TIME = ZERO
003570         GO TO 2100-EXIT
003580     END-IF.
003590     OPEN INPUT RECEIPT-LOG-FILE.
003600     IF NOT RT-FILE-OK
003610         GO TO 2100-EXIT
003620     END-IF.
003630
003640     MOVE "N" TO WS-END-OF-RECEIPTS-SW.
003650     PERFORM 2200-RELEASE-ONE-RECEIPT
003660         THRU 2200-EXIT
003670         UNTIL END-OF-RECEIPT-LOG.
003680     CLOSE RECEIPT-LOG-FILE.
003690 2100-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------*
003720* 2200-RELEASE-ONE-RECEIPT - AN ACCEPTED TRANSMISSION'S      *
003730*   DETAILS RUN FROM RT-MERGE-FIRST FOR RT-RECORD-COUNT.  A  *
003740*   QUARANTINED ONE NEVER REACHED prac-one: WHAT ARRIVED     *
003750*   RIDES ON THE HEADER AND IS COUNTED REJECTED WHOLE.       *
003760*-----------------------------------------------------------*
003770 2200-RELEASE-ONE-RECEIPT.
003780     READ RECEIPT-LOG-FILE
003790         AT END
003800             SET END-OF-RECEIPT-LOG TO TRUE
003810             GO TO 2200-EXIT
003820     END-READ.
003830
003840     IF RT-PROC-DATE NOT = WS-RUN-DATE
003850             OR RT-RECEIVED-TIME NOT = WS-LATEST-INTAKE-TIME
003860         GO TO 2200-EXIT
003870     END-IF.
003880
003890     IF RT-WAS-ACCEPTED
003900             AND RT-MERGE-FIRST NUMERIC
003910             AND RT-MERGE-FIRST > ZERO
003920             AND WS-RX-COUNT < WS-RX-MAX
003930         ADD 1 TO WS-RX-COUNT
003940         MOVE RT-OFFICE-BRANCH TO WS-RX-BRANCH (WS-RX-COUNT)
003950         MOVE RT-MERGE-FIRST   TO WS-RX-FIRST (WS-RX-COUNT)
003960         COMPUTE WS-RX-LAST (WS-RX-COUNT)
003970             = RT-MERGE-FIRST + RT-RECORD-COUNT - 1
003980     END-IF.
003990
004000*    THE STANDING-ORDER TRANSMISSION IS NOT AN OFFICE'S AND
004010*    GETS NO HEADER; ITS ITEMS GO BACK AS FOLLOW-UPS.
004020     IF RT-OFFICE-BRANCH = "ALL"
004030         GO TO 2200-EXIT
004040     END-IF.
004050
004060     MOVE SPACES            TO OR-HEADER-RECORD.
004070     MOVE "*HDR*"           TO OR-H-RECORD-TAG.
004080     MOVE RT-OFFICE-BRANCH  TO OR-H-OFFICE-BRANCH.
004090     MOVE RT-CREATE-DATE    TO OR-H-CREATE-DATE.
004100     MOVE RT-EXPECTED-COUNT TO OR-H-EXPECTED-COUNT.
004110     MOVE RT-PROC-DATE      TO OR-H-PROC-DATE.
004120     MOVE WS-RUN-NUMBER     TO OR-H-RUN-NUMBER.
004130     MOVE RT-RECORD-COUNT   TO OR-H-RECEIVED-COUNT.
004140     MOVE RT-DISPOSITION    TO OR-H-DISPOSITION.
004150     MOVE RT-REASON         TO OR-H-REASON.
004160
004170     MOVE SPACES            TO SS-SORT-RECORD.
004180     MOVE RT-OFFICE-BRANCH  TO SS-BRANCH.
004190     SET SS-IS-HEADER       TO TRUE.
004200     MOVE RT-SEQUENCE       TO SS-SEQUENCE.
004210     MOVE RT-TRL-COUNT      TO SS-TRL-COUNT.
004220     MOVE RT-TRL-HASH       TO SS-TRL-HASH.
004230     IF RT-WAS-QUARANTINED
004240         MOVE RT-RECORD-COUNT TO SS-COUNT
004250         MOVE RT-HASH-TOTAL   TO SS-AMOUNT
004260     ELSE
004270         MOVE ZERO            TO SS-COUNT
004280         MOVE ZERO            TO SS-AMOUNT
004290     END-IF.
004300     MOVE OR-HEADER-RECORD  TO SS-LINE.
004310     RELEASE SS-SORT-RECORD.
004320 2200-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------*
004350* 2300-RELEASE-OUTCOMES - EVERY ITEM THE RUN DECIDED.        *
004360*-----------------------------------------------------------*
004370 2300-RELEASE-OUTCOMES.
004380     OPEN INPUT OUTCOME-FILE.
004390     IF NOT OC-FILE-OK
004400         GO TO 2300-EXIT
004410     END-IF.
004420
004430     MOVE "N" TO WS-END-OF-OUTCOMES-SW.
004440     PERFORM 2400-RELEASE-ONE-OUTCOME
004450         THRU 2400-EXIT
004460         UNTIL END-OF-OUTCOME-FILE.
004470     CLOSE OUTCOME-FILE.
004480 2300-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------*
004510* 2400-RELEASE-ONE-OUTCOME - A TRANS-IN ITEM INSIDE AN       *
004520*   OFFICE'S RANGE GOES BACK TO THAT OFFICE AS SENT, AT ITS  *
004530*   POSITION IN THE OFFICE'S FILE.  ONE WITH NO RECEIPT GOES *
004540*   TO ITS OWN BRANCH, COUNTED AS UNRECEIPTED.  REPAIRED,    *
004550*   RELEASED AND STANDING-ORDER ITEMS ARE FOLLOW-UPS UNDER   *
004560*   THEIR BRANCH.                                            *
004570*-----------------------------------------------------------*
004580 2400-RELEASE-ONE-OUTCOME.
004590     READ OUTCOME-FILE
004600         AT END
004610             SET END-OF-OUTCOME-FILE TO TRUE
004620             GO TO 2400-EXIT
004630     END-READ.
004640
004650     MOVE OC-BRANCH TO WS-ITEM-BRANCH.
004660     IF WS-ITEM-BRANCH = SPACES
004670         MOVE "000" TO WS-ITEM-BRANCH
004680     END-IF.
004690     MOVE ZERO TO WS-ITEM-AMOUNT.
004700     IF OC-NUM1 NUMERIC
004710         ADD OC-NUM1 TO WS-ITEM-AMOUNT
004720     END-IF.
004730     IF OC-NUM2 NUMERIC
004740         ADD OC-NUM2 TO WS-ITEM-AMOUNT
004750     END-IF.
004760
004770     MOVE SPACES            TO OR-DETAIL-RECORD.
004780     MOVE OC-RUN-DATE       TO OR-D-ITEM-DATE.
004790     MOVE ZERO              TO OR-D-ITEM-SEQ.
004800     MOVE OC-NAME1          TO OR-D-NAME1.
004810     MOVE OC-OPERANDS       TO OR-D-OPERANDS.
004820     MOVE OC-OPCODE         TO OR-D-OPCODE.
004830     MOVE OC-RESULT         TO OR-D-RESULT.
004840     EVALUATE TRUE
004850         WHEN OC-WAS-POSTED
004860             MOVE "POSTED"            TO OR-D-STATUS
004870         WHEN OC-WAS-HELD
004880             MOVE "HELD FOR APPROVAL" TO OR-D-STATUS
004890         WHEN OTHER
004900             MOVE OC-REASON           TO OR-D-STATUS
004910     END-EVALUATE.
004920
004930     MOVE SPACES            TO SS-SORT-RECORD.
004940     MOVE ZERO              TO SS-TRL-COUNT.
004950     MOVE ZERO              TO SS-TRL-HASH.
004960     MOVE 1                 TO SS-COUNT.
004970     MOVE WS-ITEM-AMOUNT    TO SS-AMOUNT.
004980
004990     MOVE ZERO TO WS-RX-FOUND-SUB.
005000     IF OC-FROM-TRANS-IN
005010             AND OC-ARRIVAL-SEQ > ZERO
005020         PERFORM 2450-FIND-RECEIPT-RANGE
005030             THRU 2450-EXIT
005040             VARYING WS-RX-SUB FROM 1 BY 1
005050             UNTIL WS-RX-SUB > WS-RX-COUNT
005060                 OR WS-RX-FOUND-SUB > ZERO
005070     END-IF.
005080
005090     EVALUATE TRUE
005100         WHEN OC-FROM-RECYCLE
005110             MOVE "*RPD*" TO OR-D-RECORD-TAG
005120             PERFORM 2480-RELEASE-FOLLOW-UP
005130                 THRU 2480-EXIT
005140         WHEN OC-FROM-APPROVAL
005150             MOVE "*APV*" TO OR-D-RECORD-TAG
005160             PERFORM 2480-RELEASE-FOLLOW-UP
005170                 THRU 2480-EXIT
005180         WHEN WS-RX-FOUND-SUB > ZERO
005190                 AND WS-RX-BRANCH (WS-RX-FOUND-SUB) = "ALL"
005200             MOVE "*SOG*" TO OR-D-RECORD-TAG
005210             PERFORM 2480-RELEASE-FOLLOW-UP
005220                 THRU 2480-EXIT
005230         WHEN WS-RX-FOUND-SUB > ZERO
005240             MOVE WS-RX-BRANCH (WS-RX-FOUND-SUB) TO SS-BRANCH
005250             COMPUTE OR-D-ITEM-SEQ = OC-ARRIVAL-SEQ
005260                 - WS-RX-FIRST (WS-RX-FOUND-SUB) + 1
005270             PERFORM 2470-RELEASE-ITEM
005280                 THRU 2470-EXIT
005290         WHEN OTHER
005300             ADD 1 TO WS-ITEMS-UNRECEIPTED
005310             MOVE WS-ITEM-BRANCH TO SS-BRANCH
005320             MOVE OC-ARRIVAL-SEQ TO OR-D-ITEM-SEQ
005330             PERFORM 2470-RELEASE-ITEM
005340                 THRU 2470-EXIT
005350     END-EVALUATE.
005360 2400-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------*
005390* 2450-FIND-RECEIPT-RANGE - THE TRANSMISSION WHOSE MERGED    *
005400*   RANGE HOLDS THE ITEM'S ARRIVAL POSITION.                 *
005410*-----------------------------------------------------------*
005420 2450-FIND-RECEIPT-RANGE.
005430     IF OC-ARRIVAL-SEQ NOT < WS-RX-FIRST (WS-RX-SUB)
005440             AND OC-ARRIVAL-SEQ NOT > WS-RX-LAST (WS-RX-SUB)
005450         MOVE WS-RX-SUB TO WS-RX-FOUND-SUB
005460     END-IF.
005470 2450-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------*
005500* 2470-RELEASE-ITEM - ONE ITEM OF THE OFFICE'S OWN, AT ITS   *
005510*   ARRIVAL POSITION.  THE CALLER SETS SS-BRANCH.            *
005520*-----------------------------------------------------------*
005530 2470-RELEASE-ITEM.
005540     IF OC-WAS-REJECTED
005550         MOVE "*REJ*" TO OR-D-RECORD-TAG
005560     ELSE
005570         MOVE "*ACC*" TO OR-D-RECORD-TAG
005580     END-IF.
005590     MOVE SS-BRANCH        TO OR-D-OFFICE-BRANCH.
005600     SET SS-IS-ITEM        TO TRUE.
005610     MOVE OC-ARRIVAL-SEQ   TO SS-SEQUENCE.
005620     MOVE OR-DETAIL-RECORD TO SS-LINE.
005630     RELEASE SS-SORT-RECORD.
005640     ADD 1 TO WS-ITEMS-RETURNED.
005650 2470-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------*
005680* 2480-RELEASE-FOLLOW-UP - ONE FOLLOW-UP ITEM UNDER ITS      *
005690*   BRANCH, IN THE ORDER FOUND.  THE CALLER SETS THE TAG.    *
005700*-----------------------------------------------------------*
005710 2480-RELEASE-FOLLOW-UP.
005720     ADD 1 TO WS-RELEASE-COUNT.
005730     MOVE WS-ITEM-BRANCH   TO SS-BRANCH.
005740     MOVE WS-ITEM-BRANCH   TO OR-D-OFFICE-BRANCH.
005750     SET SS-IS-FOLLOW-UP   TO TRUE.
005760     MOVE WS-RELEASE-COUNT TO SS-SEQUENCE.
005770     MOVE OR-DETAIL-RECORD TO SS-LINE.
005780     RELEASE SS-SORT-RECORD.
005790     ADD 1 TO WS-FOLLOW-UPS-RETURNED.
005800 2480-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------*
005830* 2500-RELEASE-LEDGER-FAILURES - EVERY FAILURE ledgack HAS   *
005840*   LOGGED SINCE THE LAST RETURN.  NO LEDGFAIL MEANS NONE.   *
005850*-----------------------------------------------------------*
005860 2500-RELEASE-LEDGER-FAILURES.
005870     OPEN INPUT LEDGER-FAIL-FILE.
005880     IF NOT LF-FILE-OK
005890         GO TO 2500-EXIT
005900     END-IF.
005910
005920     MOVE "N" TO WS-END-OF-FAILURES-SW.
005930     PERFORM 2600-RELEASE-ONE-FAILURE
005940         THRU 2600-EXIT
005950         UNTIL END-OF-LEDGER-FAILURES.
005960     CLOSE LEDGER-FAIL-FILE.
005970 2500-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------*
006000* 2600-RELEASE-ONE-FAILURE - THE ITEM DATE IS ITS EXTRACT'S  *
006010*   RUN DATE, OR THE DATE THE LEDGER FAILED IT WHEN THE      *
006020*   EXTRACT IS NO LONGER KNOWN.                              *
006030*-----------------------------------------------------------*
006040 2600-RELEASE-ONE-FAILURE.
006050     READ LEDGER-FAIL-FILE
006060         AT END
006070             SET END-OF-LEDGER-FAILURES TO TRUE
006080             GO TO 2600-EXIT
006090     END-READ.
006100
006110     ADD 1 TO WS-LEDGER-FAILURES.
006120     MOVE LF-BRANCH TO WS-ITEM-BRANCH.
006130     IF WS-ITEM-BRANCH = SPACES
006140         MOVE "000" TO WS-ITEM-BRANCH
006150     END-IF.
006160
006170     MOVE SPACES            TO OR-DETAIL-RECORD.
006180     MOVE "*LGF*"           TO OR-D-RECORD-TAG.
006190     IF LF-RUN-DATE NUMERIC
006200             AND LF-RUN-DATE > ZERO
006210         MOVE LF-RUN-DATE   TO OR-D-ITEM-DATE
006220     ELSE
006230         MOVE LF-ACK-DATE   TO OR-D-ITEM-DATE
006240     END-IF.
006250     MOVE ZERO              TO OR-D-ITEM-SEQ.
006260     MOVE LF-NAME1          TO OR-D-NAME1.
006270     MOVE LF-NUM1           TO OR-D-NUM1.
006280     MOVE LF-NUM2           TO OR-D-NUM2.
006290     MOVE LF-OPCODE         TO OR-D-OPCODE.
006300     MOVE LF-RESULT         TO OR-D-RESULT.
006310     MOVE "FAILED AT LEDGER" TO OR-D-STATUS.
006320
006330     MOVE SPACES            TO SS-SORT-RECORD.
006340     MOVE ZERO              TO SS-TRL-COUNT.
006350     MOVE ZERO              TO SS-TRL-HASH.
006360     MOVE 1                 TO SS-COUNT.
006370     MOVE ZERO              TO SS-AMOUNT.
006380     PERFORM 2480-RELEASE-FOLLOW-UP
006390         THRU 2480-EXIT.
006400 2600-EXIT.
006410     EXIT.
006420*-----------------------------------------------------------*
006430* 3000-WRITE-RETURNS - SORT OUTPUT.  ONE SEGMENT PER OFFICE. *
006440*-----------------------------------------------------------*
006450 3000-WRITE-RETURNS.
006460     PERFORM 3100-WRITE-ONE-LINE
006470         THRU 3100-EXIT
006480         UNTIL END-OF-RETURN-LINES.
006490     IF AN-OFFICE-IS-OPEN
006500         PERFORM 3900-CLOSE-OFFICE
006510             THRU 3900-EXIT
006520     END-IF.
006530 3000-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------*
006560* 3100-WRITE-ONE-LINE - AN OFFICE THAT SENT NOTHING STILL    *
006570*   OPENS ON A HEADER, SO THE SEGMENT SPLITS THE SAME WAY.   *
006580*-----------------------------------------------------------*
006590 3100-WRITE-ONE-LINE.
006600     RETURN SORT-WORK-FILE
006610         AT END
006620             SET END-OF-RETURN-LINES TO TRUE
006630             GO TO 3100-EXIT
006640     END-RETURN.
006650
006660     IF NOT AN-OFFICE-IS-OPEN
006670             OR SS-BRANCH NOT = WS-PREV-BRANCH
006680         IF AN-OFFICE-IS-OPEN
006690             PERFORM 3900-CLOSE-OFFICE
006700                 THRU 3900-EXIT
006710         END-IF
006720         PERFORM 3800-OPEN-OFFICE
006730             THRU 3800-EXIT
006740     END-IF.
006750
006760     IF NOT SS-IS-HEADER
006770             AND NOT OFFICE-HEADER-IS-WRITTEN
006780         PERFORM 3850-WRITE-NO-RECEIPT-HEADER
006790             THRU 3850-EXIT
006800     END-IF.
006810
006820     EVALUATE TRUE
006830         WHEN SS-IS-HEADER
006840             SET OFFICE-HEADER-IS-WRITTEN TO TRUE
006850             ADD 1            TO WS-OF-RECEIPTS
006860             ADD SS-TRL-COUNT TO WS-OF-OFFICE-COUNT
006870             ADD SS-TRL-HASH  TO WS-OF-OFFICE-HASH
006880             ADD SS-COUNT     TO WS-OF-REJECTED-COUNT
006890             ADD SS-AMOUNT    TO WS-OF-REJECTED-AMOUNT
006900         WHEN SS-IS-ITEM
006910             IF SS-LINE (1:5) = "*REJ*"
006920                 ADD SS-COUNT  TO WS-OF-REJECTED-COUNT
006930                 ADD SS-AMOUNT TO WS-OF-REJECTED-AMOUNT
006940             ELSE
006950                 ADD SS-COUNT  TO WS-OF-ACCEPTED-COUNT
006960                 ADD SS-AMOUNT TO WS-OF-ACCEPTED-AMOUNT
006970             END-IF
006980         WHEN OTHER
006990             ADD SS-COUNT TO WS-OF-FOLLOW-UP-COUNT
007000     END-EVALUATE.
007010     WRITE OR-RETURN-LINE FROM SS-LINE.
007020 3100-EXIT.
007030     EXIT.
007040*-----------------------------------------------------------*
007050* 3800-OPEN-OFFICE                                           *
007060*-----------------------------------------------------------*
007070 3800-OPEN-OFFICE.
007080     SET AN-OFFICE-IS-OPEN TO TRUE.
007090     MOVE "N"       TO WS-HEADER-WRITTEN-SW.
007100     MOVE SS-BRANCH TO WS-PREV-BRANCH.
007110     MOVE ZERO TO WS-OF-RECEIPTS.
007120     MOVE ZERO TO WS-OF-ACCEPTED-COUNT.
007130     MOVE ZERO TO WS-OF-ACCEPTED-AMOUNT.
007140     MOVE ZERO TO WS-OF-REJECTED-COUNT.
007150     MOVE ZERO TO WS-OF-REJECTED-AMOUNT.
007160     MOVE ZERO TO WS-OF-OFFICE-COUNT.
007170     MOVE ZERO TO WS-OF-OFFICE-HASH.
007180     MOVE ZERO TO WS-OF-FOLLOW-UP-COUNT.
007190 3800-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------*
007220* 3850-WRITE-NO-RECEIPT-HEADER - NOTHING FROM THIS OFFICE ON *
007230*   RCPTLOG FOR THE DATE.                                    *
007240*-----------------------------------------------------------*
007250 3850-WRITE-NO-RECEIPT-HEADER.
007260     SET OFFICE-HEADER-IS-WRITTEN TO TRUE.
007270     MOVE SPACES         TO OR-HEADER-RECORD.
007280     MOVE "*HDR*"        TO OR-H-RECORD-TAG.
007290     MOVE WS-PREV-BRANCH TO OR-H-OFFICE-BRANCH.
007300     MOVE ZERO           TO OR-H-CREATE-DATE.
007310     MOVE ZERO           TO OR-H-EXPECTED-COUNT.
007320     MOVE WS-RUN-DATE    TO OR-H-PROC-DATE.
007330     MOVE WS-RUN-NUMBER  TO OR-H-RUN-NUMBER.
007340     MOVE ZERO           TO OR-H-RECEIVED-COUNT.
007350     SET OR-H-NOTHING-RECEIVED TO TRUE.
007360     MOVE "NO TRANSMISSION ON RCPTLOG" TO OR-H-REASON.
007370     WRITE OR-RETURN-LINE FROM OR-HEADER-RECORD.
007380 3850-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------*
007410* 3900-CLOSE-OFFICE - THE OFFICE TRAILER.  IT FOOTS WHEN     *
007420*   WHAT WE ACCEPTED AND REJECTED ADDS BACK TO THE COUNT AND *
007430*   HASH ON THE OFFICE'S OWN *TRL* RECORDS.                  *
007440*-----------------------------------------------------------*
007450 3900-CLOSE-OFFICE.
007460     MOVE SPACES                TO OR-TRAILER-RECORD.
007470     MOVE "*TRL*"               TO OR-T-RECORD-TAG.
007480     MOVE WS-PREV-BRANCH        TO OR-T-OFFICE-BRANCH.
007490     MOVE WS-OF-ACCEPTED-COUNT  TO OR-T-ACCEPTED-COUNT.
007500     MOVE WS-OF-ACCEPTED-AMOUNT TO OR-T-ACCEPTED-AMOUNT.
007510     MOVE WS-OF-REJECTED-COUNT  TO OR-T-REJECTED-COUNT.
007520     MOVE WS-OF-REJECTED-AMOUNT TO OR-T-REJECTED-AMOUNT.
007530     MOVE WS-OF-OFFICE-COUNT    TO OR-T-OFFICE-COUNT.
007540     MOVE WS-OF-OFFICE-HASH     TO OR-T-OFFICE-HASH.
007550     MOVE WS-OF-FOLLOW-UP-COUNT TO OR-T-FOLLOW-UP-COUNT.
007560
007570     COMPUTE WS-OF-RETURNED-COUNT
007580         = WS-OF-ACCEPTED-COUNT + WS-OF-REJECTED-COUNT.
007590     COMPUTE WS-OF-RETURNED-AMOUNT
007600         = WS-OF-ACCEPTED-AMOUNT + WS-OF-REJECTED-AMOUNT.
007610     IF WS-OF-RETURNED-COUNT = WS-OF-OFFICE-COUNT
007620             AND WS-OF-RETURNED-AMOUNT = WS-OF-OFFICE-HASH
007630         SET OR-T-FOOTS TO TRUE
007640     ELSE
007650         SET OR-T-DOES-NOT-FOOT TO TRUE
007660         ADD 1 TO WS-OFFICES-NOT-FOOTED
007670         DISPLAY "Office " WS-PREV-BRANCH
007680             " return does not foot to its trailer"
007690         SET RC-OFFICE-EXCEPTION TO TRUE
007700         PERFORM 9400-RAISE-RETURN-CODE
007710             THRU 9400-EXIT
007720     END-IF.
007730     WRITE OR-RETURN-LINE FROM OR-TRAILER-RECORD.
007740     ADD 1 TO WS-OFFICES-RETURNED.
007750     MOVE "N" TO WS-OFFICE-OPEN-SW.
007760 3900-EXIT.
007770     EXIT.
007780*-----------------------------------------------------------*
007790* 4000-CLEAR-LEDGER-FAILURES - THE FAILURES HAVE GONE BACK   *
007800*   TO THEIR OFFICES, SO LEDGFAIL IS EMPTIED, AS prac-one    *
007810*   EMPTIES RECYCLE ONCE IT HAS RUN.                         *
007820*-----------------------------------------------------------*
007830 4000-CLEAR-LEDGER-FAILURES.
007840     IF WS-LEDGER-FAILURES = ZERO
007850         GO TO 4000-EXIT
007860     END-IF.
007870     OPEN OUTPUT LEDGER-FAIL-FILE.
007880     CLOSE LEDGER-FAIL-FILE.
007890 4000-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------*
007920* 5000-WRITE-SUMMARY                                         *
007930*-----------------------------------------------------------*
007940 5000-WRITE-SUMMARY.
007950     IF WS-ITEMS-UNRECEIPTED > ZERO
007960         SET RC-OFFICE-EXCEPTION TO TRUE
007970         PERFORM 9400-RAISE-RETURN-CODE
007980             THRU 9400-EXIT
007990     END-IF.
008000
008010     DISPLAY "Return for run " WS-RUN-NUMBER
008020         " dated " WS-RUN-DATE.
008030     DISPLAY "Offices returned:     " WS-OFFICES-RETURNED.
008040     DISPLAY "Offices not footing:  " WS-OFFICES-NOT-FOOTED.
008050     DISPLAY "Items returned:       " WS-ITEMS-RETURNED.
008060     DISPLAY "Items with no receipt:" WS-ITEMS-UNRECEIPTED.
008070     DISPLAY "Follow-ups returned:  " WS-FOLLOW-UPS-RETURNED.
008080     DISPLAY "Ledger failures:      " WS-LEDGER-FAILURES.
008090 5000-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------*
008120* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
008130*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
008140*-----------------------------------------------------------*
008150 9400-RAISE-RETURN-CODE.
008160     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
008170         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
008180     END-IF.
008190 9400-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------*
008220* 9999-END-OF-JOB                                            *
008230*-----------------------------------------------------------*
008240 9999-END-OF-JOB.
008250     IF OUTCOMES-ARE-AVAILABLE
008260         CLOSE RETURN-FILE
008270     END-IF.
008280 9999-EXIT.
008290     EXIT.

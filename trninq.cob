000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. trninq.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - TRANSACTION LIFECYCLE  *
000200*                  TRACE.  TAKES A name1 AND A RANGE OF RUN  *
000210*                  DATES, OR ONE RUN NUMBER AND A SEQUENCE   *
000220*                  WITHIN THE RUN, AND PRINTS ON TRNTRACE    *
000230*                  THE FULL LIFE OF EACH MATCHING            *
000240*                  TRANSACTION FROM THE TRNJRNL JOURNAL (SEE *
000250*                  TRNJREC.CPY): RECEIVED, REJECTED AND      *
000260*                  REPAIRED OR FORCED, HELD, COMPUTED,       *
000270*                  EXTRACTED, POSTED OR FAILED AT THE        *
000280*                  LEDGER, AND BACKED OUT.  A REPAIRED ITEM  *
000290*                  IS FOLLOWED INTO THE RUN THAT TOOK IT     *
000300*                  BACK.  RETURN CODES: 0 TRACED, 4 NOTHING  *
000310*                  MATCHED, 12 NO JOURNAL.                   *
000311* 2026-10-15  GMB  A HELD ITEM NOW SHOWS THE SUPERVISOR'S    *
000312*                  DECISION FROM apprvmnt AND, WHEN          *
000313*                  APPROVED, IS FOLLOWED INTO THE RUN THAT   *
000314*                  RELEASED IT.                              *
000315* 2026-10-15  GMB  A TRNTRACE THAT CANNOT BE OPENED NOW ENDS *
000316*                  THE INQUIRY WITH RETURN CODE 12 INSTEAD   *
000317*                  OF WRITING TO A FILE THAT IS NOT OPEN.    *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000360 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TJ-KEY
000430         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
000440         FILE STATUS IS TJ-FILE-STATUS.
000450     SELECT TRACE-REPORT-FILE ASSIGN TO "TRNTRACE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TR-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TRANS-JOURNAL-FILE.
000520*-----------------------------------------------------------*
000530* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
000540*   copybooks/TRNJREC.CPY) WRITTEN BY prac-one AND STAMPED   *
000550*   BY rejrecyc, apprvmnt, ledgack AND runbkout.  READ ONLY  *
000551*   HERE.                                                    *
000560*-----------------------------------------------------------*
000570     COPY TRNJREC.
000580*
000590 FD  TRACE-REPORT-FILE.
000600 01  TR-REPORT-LINE                 PIC X(100).
000610*
000620 WORKING-STORAGE SECTION.
000630*-----------------------------------------------------------*
000640* SWITCHES AND STATUS FIELDS                                *
000650*-----------------------------------------------------------*
000660 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
000670     88  TJ-FILE-OK                  VALUE "00".
000680 01  TR-FILE-STATUS             PIC X(02) VALUE SPACES.
000690     88  TR-FILE-OK                  VALUE "00".
000700*
000710 01  WS-JOURNAL-SW              PIC X(01) VALUE "N".
000720     88  JOURNAL-IS-OPEN            VALUE "Y".
000721 01  WS-REPORT-SW               PIC X(01) VALUE "N".
000722     88  REPORT-IS-OPEN             VALUE "Y".
000730 01  WS-SELECTION-SW            PIC X(01) VALUE "N".
000740     88  SELECTION-IS-VALID         VALUE "Y".
000750 01  WS-END-OF-SELECTION-SW     PIC X(01) VALUE "N".
000760     88  END-OF-SELECTION           VALUE "Y".
000770 01  WS-HIT-OVERFLOW-SW         PIC X(01) VALUE "N".
000780     88  HITS-OVERFLOWED            VALUE "Y".
000790 01  WS-END-OF-CHAIN-SW         PIC X(01) VALUE "N".
000800     88  END-OF-CHAIN               VALUE "Y".
000810 01  WS-ORIGIN-PRINTED-SW       PIC X(01) VALUE "N".
000820     88  ORIGIN-WAS-PRINTED         VALUE "Y".
000830 01  WS-FIRST-RECORD-SW         PIC X(01) VALUE "Y".
000840     88  FIRST-RECORD-OF-TRACE      VALUE "Y".
000850*
000860 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
000870 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
000880     88  RC-NOTHING-FOUND           VALUE 04.
000890     88  RC-FILE-ERROR              VALUE 12.
000900*
000910 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
000920*
000930*-----------------------------------------------------------*
000940* THE SELECTION: A name1 AND A RANGE OF RUN DATES, OR ONE    *
000950*   RUN AND A SEQUENCE WITHIN IT.  THE SEQUENCE IS THE       *
000960*   JOURNAL'S OWN POSTING POSITION (PHASE T, R OR A) OR,     *
000970*   WITH PHASE O, THE POSITION THE OFFICE SENT THE ITEM AT   *
000980*   ON TRANS-IN.                                             *
000990*-----------------------------------------------------------*
001000 01  WS-TRACE-MODE              PIC X(01) VALUE SPACE.
001010     88  TRACE-BY-NAME              VALUE "N".
001020     88  TRACE-BY-KEY               VALUE "K".
001030 01  WS-SELECT-NAME1            PIC X(33) VALUE SPACES.
001040 01  WS-SELECT-FROM-DATE        PIC X(08) VALUE SPACES.
001050 01  WS-SELECT-FROM-9 REDEFINES WS-SELECT-FROM-DATE
001060                                PIC 9(08).
001070 01  WS-SELECT-TO-DATE          PIC X(08) VALUE SPACES.
001080 01  WS-SELECT-TO-9 REDEFINES WS-SELECT-TO-DATE
001090                                PIC 9(08).
001100 01  WS-SELECT-RUN-DATE         PIC X(08) VALUE SPACES.
001110 01  WS-SELECT-RUN-DATE-9 REDEFINES WS-SELECT-RUN-DATE
001120                                PIC 9(08).
001130 01  WS-RUN-DATE-SW             PIC X(01) VALUE "N".
001140     88  RUN-DATE-WAS-GIVEN         VALUE "Y".
001150 01  WS-SELECT-RUN-NUMBER       PIC X(06) VALUE SPACES.
001160 01  WS-SELECT-RUN-NUMBER-9 REDEFINES WS-SELECT-RUN-NUMBER
001170                                PIC 9(06).
001180 01  WS-SELECT-PHASE            PIC X(01) VALUE SPACE.
001190     88  SELECT-BY-ARRIVAL          VALUE "O".
001200     88  SELECT-PHASE-IS-KNOWN      VALUE "T" "R" "A" "O".
001210 01  WS-SELECT-SEQUENCE         PIC X(06) VALUE SPACES.
001220 01  WS-SELECT-SEQUENCE-9 REDEFINES WS-SELECT-SEQUENCE
001230                                PIC 9(06).
001240*
001250*-----------------------------------------------------------*
001260* THE MATCHING JOURNAL KEYS, GATHERED BEFORE ANY CHAIN IS    *
001270*   WALKED (THE WALK'S KEYED READS WOULD LOSE THE BROWSE     *
001280*   POSITION), AND THE ORIGIN OF EVERY CHAIN ALREADY         *
001290*   PRINTED, SO AN ITEM AND ITS REPAIR BOTH MATCHING PRINT   *
001300*   AS ONE LIFE.                                             *
001310*-----------------------------------------------------------*
001320 01  WS-HIT-TABLE.
001330     05  WS-HIT-KEY             PIC X(21) OCCURS 500 TIMES.
001340 01  WS-PRINTED-TABLE.
001350     05  WS-PRINTED-KEY         PIC X(21) OCCURS 500 TIMES.
001360 77  WS-HIT-MAX                 PIC 9(04) COMP VALUE 500.
001370 77  WS-HIT-COUNT               PIC 9(04) COMP VALUE 0.
001380 77  WS-HIT-SUB                 PIC 9(04) COMP VALUE 0.
001390 77  WS-PRINTED-COUNT           PIC 9(04) COMP VALUE 0.
001400 77  WS-PRINTED-SUB             PIC 9(04) COMP VALUE 0.
001410 77  WS-CHAIN-DEPTH             PIC 9(02) COMP VALUE 0.
001420 77  WS-CHAIN-LIMIT             PIC 9(02) COMP VALUE 50.
001430 77  WS-TRACE-COUNT             PIC 9(06) VALUE 0.
001440 01  WS-ORIGIN-KEY              PIC X(21) VALUE SPACES.
001450 01  WS-TRACE-KEY               PIC X(21) VALUE SPACES.
001460*
001470 01  WS-NUM-EDIT                PIC ZZZZZZ9.99-.
001480 01  WS-RESULT-EDIT             PIC ZZZZZZZ9.99-.
001490 01  WS-NUM1-SHOW               PIC X(12) VALUE SPACES.
001500 01  WS-NUM2-SHOW               PIC X(12) VALUE SPACES.
001510 01  WS-SOURCE-TEXT             PIC X(24) VALUE SPACES.
001520*
001530 01  WS-HEADING-LINE.
001540     05  FILLER                 PIC X(29) VALUE
001550         "TRANSACTION LIFECYCLE TRACE  ".
001560     05  FILLER                 PIC X(08) VALUE "PRINTED ".
001570     05  HL-PRINT-DATE          PIC 9(08).
001580*
001590 01  WS-LABEL-LINE.
001600     05  LL-LABEL               PIC X(18).
001610     05  LL-TEXT                PIC X(80).
001620*
001630 01  WS-COLUMN-LINE.
001640     05  FILLER                 PIC X(28) VALUE
001650         "EVENT             DATE      ".
001660     05  FILLER                 PIC X(06) VALUE "DETAIL".
001670*
001680 01  WS-EVENT-LINE.
001690     05  EL-EVENT               PIC X(18).
001700     05  EL-DATE                PIC X(08).
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  EL-TEXT                PIC X(70).
001730*
001740 PROCEDURE DIVISION.
001750*-----------------------------------------------------------*
001760* 0000-MAINLINE                                              *
001770*-----------------------------------------------------------*
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE
001800         THRU 1000-EXIT.
001810
001820     IF JOURNAL-IS-OPEN
001821             AND REPORT-IS-OPEN
001830         IF TRACE-BY-NAME
001840             PERFORM 2000-COLLECT-BY-NAME
001850                 THRU 2000-EXIT
001860         ELSE
001870             PERFORM 2500-COLLECT-BY-KEY
001880                 THRU 2500-EXIT
001890         END-IF
001900         PERFORM 3000-PRINT-TRACES
001910             THRU 3000-EXIT
001920     END-IF.
001930
001940     PERFORM 9999-END-OF-JOB
001950         THRU 9999-EXIT.
001960     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
001970     STOP RUN.
001980*-----------------------------------------------------------*
001990* 1000-INITIALIZE - ASK HOW TO FIND THE TRANSACTION, THEN    *
002000*   OPEN THE JOURNAL AND THE REPORT.  RETURN CODE 12 WHEN    *
002010*   THERE IS NO JOURNAL.                                     *
002020*-----------------------------------------------------------*
002030 1000-INITIALIZE.
002040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002050     DISPLAY "TRANSACTION LIFECYCLE TRACE".
002060     DISPLAY "N=by name1 K=by run and sequence: "
002070         WITH NO ADVANCING.
002080     ACCEPT WS-TRACE-MODE.
002090     EVALUATE TRUE
002100         WHEN TRACE-BY-NAME
002110             PERFORM 1100-ASK-NAME-SELECTION
002120                 THRU 1100-EXIT
002130         WHEN TRACE-BY-KEY
002140             PERFORM 1200-ASK-KEY-SELECTION
002150                 THRU 1200-EXIT
002160         WHEN OTHER
002170             DISPLAY "No trace selected - nothing done"
002180     END-EVALUATE.
002190     IF NOT SELECTION-IS-VALID
002200         GO TO 1000-EXIT
002210     END-IF.
002220
002230     OPEN INPUT TRANS-JOURNAL-FILE.
002240     IF NOT TJ-FILE-OK
002250         DISPLAY "TRNJRNL not found, status " TJ-FILE-STATUS
002260             " - nothing to trace"
002270         SET RC-FILE-ERROR TO TRUE
002280         PERFORM 9400-RAISE-RETURN-CODE
002290             THRU 9400-EXIT
002300         GO TO 1000-EXIT
002310     END-IF.
002320     SET JOURNAL-IS-OPEN TO TRUE.
002330
002340     OPEN OUTPUT TRACE-REPORT-FILE.
002341     IF NOT TR-FILE-OK
002342         DISPLAY "TRNTRACE open failed, status " TR-FILE-STATUS
002343         SET RC-FILE-ERROR TO TRUE
002344         PERFORM 9400-RAISE-RETURN-CODE
002345             THRU 9400-EXIT
002346         GO TO 1000-EXIT
002347     END-IF.
002348     SET REPORT-IS-OPEN TO TRUE.
002349
002350     MOVE WS-CURRENT-DATE TO HL-PRINT-DATE.
002360     WRITE TR-REPORT-LINE FROM WS-HEADING-LINE.
002370     MOVE "SELECTION:" TO LL-LABEL.
002380     WRITE TR-REPORT-LINE FROM WS-LABEL-LINE.
002390     MOVE SPACES TO TR-REPORT-LINE.
002400     WRITE TR-REPORT-LINE.
002410     WRITE TR-REPORT-LINE FROM WS-COLUMN-LINE.
002420 1000-EXIT.
002430     EXIT.
002440*-----------------------------------------------------------*
002450* 1100-ASK-NAME-SELECTION - THE name1 IS REQUIRED; THE DATES *
002460*   DEFAULT TO THE WHOLE JOURNAL.  THE SELECTION TEXT IS     *
002470*   LEFT IN LL-TEXT FOR THE HEADING.                         *
002480*-----------------------------------------------------------*
002490 1100-ASK-NAME-SELECTION.
002500     DISPLAY "Name1: " WITH NO ADVANCING.
002510     ACCEPT WS-SELECT-NAME1.
002520     IF WS-SELECT-NAME1 = SPACES
002530         DISPLAY "No name given - nothing done"
002540         GO TO 1100-EXIT
002550     END-IF.
002560
002570     DISPLAY "From run date YYYYMMDD (blank=start of journal): "
002580         WITH NO ADVANCING.
002590     ACCEPT WS-SELECT-FROM-DATE.
002600     IF WS-SELECT-FROM-DATE = SPACES
002610             OR WS-SELECT-FROM-9 NOT NUMERIC
002620         MOVE "00000000" TO WS-SELECT-FROM-DATE
002630     END-IF.
002640
002650     DISPLAY "To run date YYYYMMDD (blank=end of journal): "
002660         WITH NO ADVANCING.
002670     ACCEPT WS-SELECT-TO-DATE.
002680     IF WS-SELECT-TO-DATE = SPACES
002690             OR WS-SELECT-TO-9 NOT NUMERIC
002700         MOVE "99999999" TO WS-SELECT-TO-DATE
002710     END-IF.
002720
002730     MOVE SPACES TO LL-TEXT.
002740     STRING "NAME1 " DELIMITED BY SIZE
002750            WS-SELECT-NAME1 DELIMITED BY SIZE
002760            " RUN DATES " DELIMITED BY SIZE
002770            WS-SELECT-FROM-DATE DELIMITED BY SIZE
002780            " TO " DELIMITED BY SIZE
002790            WS-SELECT-TO-DATE DELIMITED BY SIZE
002800         INTO LL-TEXT
002810     END-STRING.
002820     SET SELECTION-IS-VALID TO TRUE.
002830 1100-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------*
002860* 1200-ASK-KEY-SELECTION - THE RUN NUMBER AND SEQUENCE ARE   *
002870*   REQUIRED.  WITH THE RUN DATE THE RUN IS READ DIRECTLY;   *
002880*   WITHOUT IT THE WHOLE JOURNAL IS SEARCHED FOR THE RUN.    *
002890*-----------------------------------------------------------*
002900 1200-ASK-KEY-SELECTION.
002910     DISPLAY "Run number (6 digits): " WITH NO ADVANCING.
002920     ACCEPT WS-SELECT-RUN-NUMBER.
002930     IF WS-SELECT-RUN-NUMBER-9 NOT NUMERIC
002940         DISPLAY "Not a run number - nothing done"
002950         GO TO 1200-EXIT
002960     END-IF.
002970
002980     DISPLAY "Run date YYYYMMDD (blank=search every date): "
002990         WITH NO ADVANCING.
003000     ACCEPT WS-SELECT-RUN-DATE.
003010     IF WS-SELECT-RUN-DATE NOT = SPACES
003020             AND WS-SELECT-RUN-DATE-9 NUMERIC
003030         SET RUN-DATE-WAS-GIVEN TO TRUE
003040     ELSE
003050         MOVE "ANY DATE" TO WS-SELECT-RUN-DATE
003060     END-IF.
003070
003080     DISPLAY "Phase T=trans-in R=recycle A=approved, or O=office "
003090         WITH NO ADVANCING.
003100     DISPLAY "arrival sequence (blank=T): " WITH NO ADVANCING.
003110     ACCEPT WS-SELECT-PHASE.
003120     IF WS-SELECT-PHASE = SPACE
003130         MOVE "T" TO WS-SELECT-PHASE
003140     END-IF.
003150     IF NOT SELECT-PHASE-IS-KNOWN
003160         DISPLAY "Not a phase - nothing done"
003170         GO TO 1200-EXIT
003180     END-IF.
003190
003200     DISPLAY "Sequence (6 digits): " WITH NO ADVANCING.
003210     ACCEPT WS-SELECT-SEQUENCE.
003220     IF WS-SELECT-SEQUENCE-9 NOT NUMERIC
003230         DISPLAY "Not a sequence - nothing done"
003240         GO TO 1200-EXIT
003250     END-IF.
003260
003270     MOVE SPACES TO LL-TEXT.
003280     STRING "RUN " DELIMITED BY SIZE
003290            WS-SELECT-RUN-NUMBER DELIMITED BY SIZE
003300            " OF " DELIMITED BY SIZE
003310            WS-SELECT-RUN-DATE DELIMITED BY SIZE
003320            " SEQUENCE " DELIMITED BY SIZE
003330            WS-SELECT-PHASE DELIMITED BY SIZE
003340            WS-SELECT-SEQUENCE DELIMITED BY SIZE
003350         INTO LL-TEXT
003360     END-STRING.
003370     IF SELECT-BY-ARRIVAL
003380         MOVE "(OFFICE ARRIVAL ORDER)" TO LL-TEXT (41:22)
003390     END-IF.
003400     SET SELECTION-IS-VALID TO TRUE.
003410 1200-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------*
003440* 2000-COLLECT-BY-NAME - THE NAME'S JOURNAL RECORDS IN THE   *
003450*   ORDER THEY WERE WRITTEN, KEPT WHEN THE RUN DATE FALLS IN *
003460*   THE RANGE ASKED.                                         *
003470*-----------------------------------------------------------*
003480 2000-COLLECT-BY-NAME.
003490     MOVE WS-SELECT-NAME1 TO TJ-NAME1.
003500     START TRANS-JOURNAL-FILE KEY IS EQUAL TO TJ-NAME1
003510         INVALID KEY
003520             GO TO 2000-EXIT
003530     END-START.
003540     PERFORM 2100-COLLECT-NAME-RECORD
003550         THRU 2100-EXIT
003560         UNTIL END-OF-SELECTION.
003570 2000-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------*
003591* 2100-COLLECT-NAME-RECORD - THE NEXT RECORD UNDER THE NAME; *
003592*   THE FIRST RECORD FOR ANOTHER NAME ENDS THE BROWSE.       *
003593*-----------------------------------------------------------*
003600 2100-COLLECT-NAME-RECORD.
003610     READ TRANS-JOURNAL-FILE NEXT RECORD
003620         AT END
003630             SET END-OF-SELECTION TO TRUE
003640             GO TO 2100-EXIT
003650     END-READ.
003660     IF TJ-NAME1 NOT = WS-SELECT-NAME1
003670         SET END-OF-SELECTION TO TRUE
003680         GO TO 2100-EXIT
003690     END-IF.
003700     IF TJ-RUN-DATE < WS-SELECT-FROM-9
003710             OR TJ-RUN-DATE > WS-SELECT-TO-9
003720         GO TO 2100-EXIT
003730     END-IF.
003740     PERFORM 2900-ADD-HIT
003750         THRU 2900-EXIT.
003760 2100-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------*
003790* 2500-COLLECT-BY-KEY - THE RUN'S RECORDS SIT TOGETHER UNDER *
003800*   ITS DATE, SO A GIVEN RUN DATE STARTS THE BROWSE THERE    *
003810*   AND ENDS IT WITH THE RUN; OTHERWISE THE JOURNAL IS READ  *
003820*   FROM THE TOP.                                            *
003830*-----------------------------------------------------------*
003840 2500-COLLECT-BY-KEY.
003850     IF RUN-DATE-WAS-GIVEN
003860         MOVE WS-SELECT-RUN-DATE-9   TO TJ-RUN-DATE
003870         MOVE WS-SELECT-RUN-NUMBER-9 TO TJ-RUN-NUMBER
003880         MOVE LOW-VALUE              TO TJ-POST-PHASE
003890         MOVE ZERO                   TO TJ-POST-RECNO
003900         START TRANS-JOURNAL-FILE KEY IS NOT LESS THAN TJ-KEY
003910             INVALID KEY
003920                 GO TO 2500-EXIT
003930         END-START
003940     END-IF.
003950     PERFORM 2600-COLLECT-KEY-RECORD
003960         THRU 2600-EXIT
003970         UNTIL END-OF-SELECTION.
003980 2500-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------*
004001* 2600-COLLECT-KEY-RECORD - THE NEXT RECORD OF THE BROWSE,   *
004002*   KEPT WHEN IT IS THE RUN AND SEQUENCE ASKED.  LEAVING THE *
004003*   GIVEN RUN DATE'S RUN ENDS THE BROWSE.                    *
004004*-----------------------------------------------------------*
004010 2600-COLLECT-KEY-RECORD.
004020     READ TRANS-JOURNAL-FILE NEXT RECORD
004030         AT END
004040             SET END-OF-SELECTION TO TRUE
004050             GO TO 2600-EXIT
004060     END-READ.
004070     IF RUN-DATE-WAS-GIVEN
004080         IF TJ-RUN-DATE NOT = WS-SELECT-RUN-DATE-9
004090                 OR TJ-RUN-NUMBER NOT = WS-SELECT-RUN-NUMBER-9
004100             SET END-OF-SELECTION TO TRUE
004110             GO TO 2600-EXIT
004120         END-IF
004130     END-IF.
004140     IF TJ-RUN-NUMBER NOT = WS-SELECT-RUN-NUMBER-9
004150         GO TO 2600-EXIT
004160     END-IF.
004170     IF SELECT-BY-ARRIVAL
004180         IF NOT TJ-FROM-TRANS-IN
004190                 OR TJ-ARRIVAL-SEQ NOT = WS-SELECT-SEQUENCE-9
004200             GO TO 2600-EXIT
004210         END-IF
004220     ELSE
004230         IF TJ-POST-PHASE NOT = WS-SELECT-PHASE
004240                 OR TJ-POST-RECNO NOT = WS-SELECT-SEQUENCE-9
004250             GO TO 2600-EXIT
004260         END-IF
004270     END-IF.
004280     PERFORM 2900-ADD-HIT
004290         THRU 2900-EXIT.
004300 2600-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------*
004330* 2900-ADD-HIT - KEEP THE KEY OF THE RECORD IN HAND.  A FULL *
004340*   TABLE ENDS THE SEARCH AND IS SAID SO ON THE REPORT.      *
004350*-----------------------------------------------------------*
004360 2900-ADD-HIT.
004370     IF WS-HIT-COUNT NOT < WS-HIT-MAX
004380         SET HITS-OVERFLOWED TO TRUE
004390         SET END-OF-SELECTION TO TRUE
004400         GO TO 2900-EXIT
004410     END-IF.
004420     ADD 1 TO WS-HIT-COUNT.
004430     MOVE TJ-KEY TO WS-HIT-KEY (WS-HIT-COUNT).
004440 2900-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------*
004470* 3000-PRINT-TRACES - ONE LIFE PER MATCHING TRANSACTION,     *
004480*   THEN THE COUNT.  RETURN CODE 4 WHEN NOTHING MATCHED.     *
004490*-----------------------------------------------------------*
004500 3000-PRINT-TRACES.
004510     IF WS-HIT-COUNT = ZERO
004520         MOVE SPACES TO TR-REPORT-LINE
004530         WRITE TR-REPORT-LINE
004540         MOVE "NO JOURNAL RECORD MATCHES THE SELECTION"
004550             TO TR-REPORT-LINE
004560         WRITE TR-REPORT-LINE
004570         DISPLAY "No journal record matches the selection"
004580         SET RC-NOTHING-FOUND TO TRUE
004590         PERFORM 9400-RAISE-RETURN-CODE
004600             THRU 9400-EXIT
004610         GO TO 3000-EXIT
004620     END-IF.
004630
004640     PERFORM 3100-TRACE-ONE-HIT
004650         THRU 3100-EXIT
004660         VARYING WS-HIT-SUB FROM 1 BY 1
004670         UNTIL WS-HIT-SUB > WS-HIT-COUNT.
004680
004690     MOVE SPACES TO TR-REPORT-LINE.
004700     WRITE TR-REPORT-LINE.
004710     IF HITS-OVERFLOWED
004720         MOVE "ONLY THE FIRST 500 MATCHES WERE TRACED - NARROW IT"
004730             TO TR-REPORT-LINE
004740         WRITE TR-REPORT-LINE
004750     END-IF.
004760     MOVE "TRANSACTIONS TRACED:" TO LL-LABEL.
004770     MOVE WS-TRACE-COUNT TO LL-TEXT.
004780     WRITE TR-REPORT-LINE FROM WS-LABEL-LINE.
004790     DISPLAY "Transactions traced: " WS-TRACE-COUNT.
004800 3000-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------*
004830* 3100-TRACE-ONE-HIT - WALK BACK TO WHERE THE TRANSACTION    *
004840*   FIRST ARRIVED, THEN PRINT EVERY JOURNAL RECORD OF ITS    *
004850*   LIFE FORWARD FROM THERE.  A LIFE ALREADY PRINTED FOR AN  *
004860*   EARLIER MATCH IS NOT PRINTED AGAIN.                      *
004870*-----------------------------------------------------------*
004880 3100-TRACE-ONE-HIT.
004890     PERFORM 3200-FIND-ORIGIN
004900         THRU 3200-EXIT.
004910     MOVE "N" TO WS-ORIGIN-PRINTED-SW.
004920     PERFORM 3150-CHECK-PRINTED
004930         THRU 3150-EXIT
004940         VARYING WS-PRINTED-SUB FROM 1 BY 1
004950         UNTIL WS-PRINTED-SUB > WS-PRINTED-COUNT
004960             OR ORIGIN-WAS-PRINTED.
004970     IF ORIGIN-WAS-PRINTED
004980         GO TO 3100-EXIT
004990     END-IF.
005000     ADD 1 TO WS-PRINTED-COUNT.
005010     MOVE WS-ORIGIN-KEY TO WS-PRINTED-KEY (WS-PRINTED-COUNT).
005020     ADD 1 TO WS-TRACE-COUNT.
005030
005040     MOVE SPACES TO TR-REPORT-LINE.
005050     WRITE TR-REPORT-LINE.
005060     MOVE WS-ORIGIN-KEY TO WS-TRACE-KEY.
005070     MOVE ZERO TO WS-CHAIN-DEPTH.
005080     MOVE "Y" TO WS-FIRST-RECORD-SW.
005090     PERFORM 3300-PRINT-ONE-RECORD
005100         THRU 3300-EXIT
005110         UNTIL WS-TRACE-KEY = SPACES.
005120 3100-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------*
005141* 3150-CHECK-PRINTED - ONE ENTRY OF THE PRINTED-ORIGIN TABLE *
005142*   AGAINST THE ORIGIN IN HAND.                              *
005143*-----------------------------------------------------------*
005150 3150-CHECK-PRINTED.
005160     IF WS-PRINTED-KEY (WS-PRINTED-SUB) = WS-ORIGIN-KEY
005170         SET ORIGIN-WAS-PRINTED TO TRUE
005180     END-IF.
005190 3150-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------*
005220* 3200-FIND-ORIGIN - FOLLOW TJ-PRIOR-KEY BACK FROM THE MATCH *
005230*   IN HAND.  A PRIOR RECORD NO LONGER ON THE JOURNAL ENDS   *
005240*   THE WALK WHERE IT IS.                                    *
005250*-----------------------------------------------------------*
005260 3200-FIND-ORIGIN.
005270     MOVE WS-HIT-KEY (WS-HIT-SUB) TO WS-ORIGIN-KEY.
005280     MOVE ZERO TO WS-CHAIN-DEPTH.
005290     MOVE "N" TO WS-END-OF-CHAIN-SW.
005300     PERFORM 3250-STEP-BACK
005310         THRU 3250-EXIT
005320         UNTIL END-OF-CHAIN.
005330 3200-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005351* 3250-STEP-BACK - ONE STEP BACK ALONG TJ-PRIOR-KEY.  NO     *
005352*   PRIOR KEY, A MISSING PRIOR RECORD OR THE CHAIN LIMIT     *
005353*   ENDS THE WALK.                                           *
005354*-----------------------------------------------------------*
005360 3250-STEP-BACK.
005370     MOVE WS-ORIGIN-KEY TO TJ-KEY.
005380     READ TRANS-JOURNAL-FILE
005390         INVALID KEY
005400             SET END-OF-CHAIN TO TRUE
005410             GO TO 3250-EXIT
005420     END-READ.
005430     IF TJ-PRIOR-KEY = SPACES
005440             OR WS-CHAIN-DEPTH NOT < WS-CHAIN-LIMIT
005450         SET END-OF-CHAIN TO TRUE
005460         GO TO 3250-EXIT
005470     END-IF.
005480     ADD 1 TO WS-CHAIN-DEPTH.
005490     MOVE TJ-PRIOR-KEY TO TJ-KEY.
005500     READ TRANS-JOURNAL-FILE
005510         INVALID KEY
005520             SET END-OF-CHAIN TO TRUE
005530             GO TO 3250-EXIT
005540     END-READ.
005550     MOVE TJ-KEY TO WS-ORIGIN-KEY.
005560 3250-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------*
005590* 3300-PRINT-ONE-RECORD - ONE JOURNAL RECORD OF THE LIFE:    *
005600*   RECEIVED, THEN WHAT THE RUN DECIDED, THEN WHAT HAPPENED  *
005610*   AFTERWARDS.  ITS TJ-NEXT-KEY, WHEN A REPAIR OR AN        *
005620*   APPROVED ITEM WAS TAKEN BACK IN, IS THE NEXT RECORD TO   *
005621*   PRINT.                                                   *
005630*-----------------------------------------------------------*
005640 3300-PRINT-ONE-RECORD.
005650     MOVE WS-TRACE-KEY TO TJ-KEY.
005660     READ TRANS-JOURNAL-FILE
005670         INVALID KEY
005680             MOVE SPACES TO WS-TRACE-KEY
005690             GO TO 3300-EXIT
005700     END-READ.
005710     IF FIRST-RECORD-OF-TRACE
005720         MOVE "TRANSACTION" TO LL-LABEL
005730         MOVE TJ-NAME1 TO LL-TEXT
005740         WRITE TR-REPORT-LINE FROM WS-LABEL-LINE
005750         MOVE "N" TO WS-FIRST-RECORD-SW
005760     END-IF.
005770
005780     PERFORM 3400-PRINT-RECEIVED
005790         THRU 3400-EXIT.
005800     EVALUATE TRUE
005810         WHEN TJ-WAS-REJECTED
005820             PERFORM 3500-PRINT-REJECTION
005830                 THRU 3500-EXIT
005840         WHEN TJ-WAS-HELD
005850             PERFORM 3550-PRINT-APPROVAL
005860                 THRU 3550-EXIT
005960         WHEN OTHER
005970             PERFORM 3600-PRINT-POSTING
005980                 THRU 3600-EXIT
005990     END-EVALUATE.
006000
006010     ADD 1 TO WS-CHAIN-DEPTH.
006020     IF WS-CHAIN-DEPTH NOT < WS-CHAIN-LIMIT
006030         MOVE SPACES TO WS-TRACE-KEY
006040     ELSE
006050         MOVE TJ-NEXT-KEY TO WS-TRACE-KEY
006060     END-IF.
006070 3300-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------*
006100* 3400-PRINT-RECEIVED - WHICH RUN TOOK THE ITEM IN, FROM     *
006110*   WHERE AND UNDER WHOM, AND THE FIELDS EXACTLY AS THEY     *
006120*   ARRIVED.                                                 *
006130*-----------------------------------------------------------*
006140 3400-PRINT-RECEIVED.
006150     EVALUATE TRUE
006160         WHEN TJ-FROM-RECYCLE
006170             MOVE "RECYCLE" TO WS-SOURCE-TEXT
006180         WHEN TJ-FROM-APPROVAL
006190             MOVE "APPROVAL" TO WS-SOURCE-TEXT
006200         WHEN OTHER
006210             MOVE SPACES TO WS-SOURCE-TEXT
006220             STRING "TRANS-IN OFFICE SEQ " DELIMITED BY SIZE
006230                    TJ-ARRIVAL-SEQ DELIMITED BY SIZE
006240                 INTO WS-SOURCE-TEXT
006250             END-STRING
006260     END-EVALUATE.
006270     MOVE SPACES TO WS-EVENT-LINE.
006280     MOVE "RECEIVED" TO EL-EVENT.
006290     MOVE TJ-RUN-DATE TO EL-DATE.
006300     STRING "RUN " DELIMITED BY SIZE
006310            TJ-RUN-NUMBER DELIMITED BY SIZE
006320            " SEQ " DELIMITED BY SIZE
006330            TJ-POST-PHASE DELIMITED BY SIZE
006340            TJ-POST-RECNO DELIMITED BY SIZE
006350            " FROM " DELIMITED BY SIZE
006360            WS-SOURCE-TEXT DELIMITED BY "  "
006370            " BY " DELIMITED BY SIZE
006380            TJ-OPERATOR DELIMITED BY SIZE
006390         INTO EL-TEXT
006400     END-STRING.
006410     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
006420
006430     MOVE SPACES TO WS-EVENT-LINE.
006440     STRING "NAME1 " DELIMITED BY SIZE
006450            TJ-NAME1 DELIMITED BY SIZE
006460            " BRANCH " DELIMITED BY SIZE
006470            TJ-BRANCH DELIMITED BY SIZE
006480            " OP " DELIMITED BY SIZE
006490            TJ-OPCODE DELIMITED BY SIZE
006500         INTO EL-TEXT
006510     END-STRING.
006520     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
006530
006540     IF TJ-NUM1 NUMERIC
006550         MOVE TJ-NUM1 TO WS-NUM-EDIT
006560         MOVE WS-NUM-EDIT TO WS-NUM1-SHOW
006570     ELSE
006580         MOVE TJ-NUM1-TEXT TO WS-NUM1-SHOW
006590     END-IF.
006600     IF TJ-NUM2 NUMERIC
006610         MOVE TJ-NUM2 TO WS-NUM-EDIT
006620         MOVE WS-NUM-EDIT TO WS-NUM2-SHOW
006630     ELSE
006640         MOVE TJ-NUM2-TEXT TO WS-NUM2-SHOW
006650     END-IF.
006660     MOVE SPACES TO WS-EVENT-LINE.
006670     STRING "NUM1 " DELIMITED BY SIZE
006680            WS-NUM1-SHOW DELIMITED BY SIZE
006690            "  NUM2 " DELIMITED BY SIZE
006700            WS-NUM2-SHOW DELIMITED BY SIZE
006710         INTO EL-TEXT
006720     END-STRING.
006730     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
006740
006750     IF TJ-REPAIRED-BY = SPACES
006760         GO TO 3400-EXIT
006770     END-IF.
006780     MOVE SPACES TO WS-EVENT-LINE.
006790     STRING "AS REPAIRED BY " DELIMITED BY SIZE
006800            TJ-REPAIRED-BY DELIMITED BY SIZE
006810         INTO EL-TEXT
006820     END-STRING.
006830     IF TJ-DUP-OVERRIDE = "Y"
006840         MOVE "- DUPLICATE CHECK OVERRIDDEN" TO EL-TEXT (25:28)
006850     END-IF.
006860     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
006870 3400-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------*
006900* 3500-PRINT-REJECTION - WHY THE RUN REJECTED THE ITEM AND   *
006910*   WHAT rejrecyc HAS DONE WITH IT SINCE.                    *
006920*-----------------------------------------------------------*
006930 3500-PRINT-REJECTION.
006940     MOVE SPACES TO WS-EVENT-LINE.
006950     MOVE "REJECTED" TO EL-EVENT.
006960     MOVE TJ-RUN-DATE TO EL-DATE.
006970     STRING TJ-REASON DELIMITED BY SIZE
006980            " - TO REJECTS" DELIMITED BY SIZE
006990         INTO EL-TEXT
007000     END-STRING.
007010     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007020
007030     MOVE SPACES TO WS-EVENT-LINE.
007040     EVALUATE TRUE
007050         WHEN TJ-WAS-REPAIRED
007060             MOVE "REPAIRED" TO EL-EVENT
007070             MOVE TJ-REPAIR-DATE TO EL-DATE
007080             STRING "BY " DELIMITED BY SIZE
007090                    TJ-REPAIR-OPERATOR DELIMITED BY SIZE
007100                    " - SENT TO RECYCLE" DELIMITED BY SIZE
007110                 INTO EL-TEXT
007120             END-STRING
007130         WHEN TJ-WAS-FORCED
007140             MOVE "FORCED THROUGH" TO EL-EVENT
007150             MOVE TJ-REPAIR-DATE TO EL-DATE
007160             STRING "BY " DELIMITED BY SIZE
007170                    TJ-REPAIR-OPERATOR DELIMITED BY SIZE
007180                    " - SENT TO RECYCLE AS A REPEAT"
007190                        DELIMITED BY SIZE
007200                 INTO EL-TEXT
007210             END-STRING
007220         WHEN OTHER
007230             MOVE "NOT YET REPAIRED" TO EL-EVENT
007240             MOVE "STILL OPEN IN THE REJECTS POOL" TO EL-TEXT
007250     END-EVALUATE.
007260     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007270 3500-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------*
007291* 3550-PRINT-APPROVAL - WHY THE RUN HELD THE ITEM AND WHAT   *
007291*   THE SUPERVISOR DECIDED IN apprvmnt.                      *
007291*-----------------------------------------------------------*
007291 3550-PRINT-APPROVAL.
007291     MOVE TJ-RESULT TO WS-RESULT-EDIT.
007291     MOVE SPACES TO WS-EVENT-LINE.
007292     MOVE "HELD FOR APPROVAL" TO EL-EVENT.
007292     MOVE TJ-RUN-DATE TO EL-DATE.
007292     STRING "RESULT " DELIMITED BY SIZE
007292            WS-RESULT-EDIT DELIMITED BY SIZE
007292            " OVER THE THRESHOLD - TO APPRPEND"
007292                DELIMITED BY SIZE
007293         INTO EL-TEXT
007293     END-STRING.
007293     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007293
007293     MOVE SPACES TO WS-EVENT-LINE.
007293     EVALUATE TRUE
007294         WHEN TJ-WAS-APPROVED
007294             MOVE "APPROVED" TO EL-EVENT
007294             MOVE TJ-DECISION-DATE TO EL-DATE
007294             STRING "BY " DELIMITED BY SIZE
007294                    TJ-DECIDED-BY DELIMITED BY SIZE
007294                    " - RELEASED TO THE NEXT RUN"
007295                        DELIMITED BY SIZE
007295                 INTO EL-TEXT
007295             END-STRING
007295         WHEN TJ-WAS-DECLINED
007295             MOVE "DECLINED" TO EL-EVENT
007296             MOVE TJ-DECISION-DATE TO EL-DATE
007296             STRING "BY " DELIMITED BY SIZE
007296                    TJ-DECIDED-BY DELIMITED BY SIZE
007296                    " - NEVER POSTED" DELIMITED BY SIZE
007296                 INTO EL-TEXT
007296             END-STRING
007297         WHEN TJ-WAS-AGED-OUT
007297             MOVE "AGED OUT" TO EL-EVENT
007297             MOVE TJ-DECISION-DATE TO EL-DATE
007297             STRING "PAST THE APPROVAL AGE LIMIT UNDER "
007297                        DELIMITED BY SIZE
007297                    TJ-DECIDED-BY DELIMITED BY SIZE
007298                    " - NEVER POSTED" DELIMITED BY SIZE
007298                 INTO EL-TEXT
007298             END-STRING
007298         WHEN OTHER
007298             MOVE "AWAITING APPROVAL" TO EL-EVENT
007298             MOVE "STILL OPEN IN THE APPRPEND POOL" TO EL-TEXT
007299     END-EVALUATE.
007299     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007299 3550-EXIT.
007299     EXIT.
007299*-----------------------------------------------------------*
007300* 3600-PRINT-POSTING - THE COMPUTED RESULT, THE LEDGER       *
007310*   EXTRACT, THE LEDGER'S ANSWER AND ANY BACKOUT OF THE RUN. *
007320*-----------------------------------------------------------*
007330 3600-PRINT-POSTING.
007340     MOVE TJ-RESULT TO WS-RESULT-EDIT.
007350     MOVE SPACES TO WS-EVENT-LINE.
007360     MOVE "COMPUTED" TO EL-EVENT.
007370     MOVE TJ-RUN-DATE TO EL-DATE.
007380     STRING "RESULT " DELIMITED BY SIZE
007390            WS-RESULT-EDIT DELIMITED BY SIZE
007400         INTO EL-TEXT
007410     END-STRING.
007420     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007430
007440     IF NOT TJ-WAS-EXTRACTED
007450         GO TO 3600-EXIT
007460     END-IF.
007470     MOVE SPACES TO WS-EVENT-LINE.
007480     MOVE "EXTRACTED" TO EL-EVENT.
007490     MOVE TJ-RUN-DATE TO EL-DATE.
007500     STRING "TO THE LEDGER ON THE EXTRFILE OF RUN "
007510                DELIMITED BY SIZE
007520            TJ-RUN-NUMBER DELIMITED BY SIZE
007530         INTO EL-TEXT
007540     END-STRING.
007550     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007560
007570     MOVE SPACES TO WS-EVENT-LINE.
007580     EVALUATE TRUE
007590         WHEN TJ-LEDGER-POSTED
007600             MOVE "POSTED AT LEDGER" TO EL-EVENT
007610             MOVE TJ-LEDGER-DATE TO EL-DATE
007620             MOVE "ACKNOWLEDGED POSTED ON LEDGACK" TO EL-TEXT
007630         WHEN TJ-LEDGER-FAILED
007640             MOVE "FAILED AT LEDGER" TO EL-EVENT
007650             MOVE TJ-LEDGER-DATE TO EL-DATE
007660             MOVE "ACKNOWLEDGED FAILED - RETURNED ON LEDGFAIL"
007670                 TO EL-TEXT
007680         WHEN OTHER
007690             MOVE "AWAITING LEDGER" TO EL-EVENT
007700             MOVE "NO LEDGER ACKNOWLEDGMENT YET" TO EL-TEXT
007710     END-EVALUATE.
007720     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007730
007740     IF TJ-BACKOUT-DATE = ZERO
007750         GO TO 3600-EXIT
007760     END-IF.
007770     MOVE SPACES TO WS-EVENT-LINE.
007780     MOVE "BACKED OUT" TO EL-EVENT.
007790     MOVE TJ-BACKOUT-DATE TO EL-DATE.
007800     STRING "BY " DELIMITED BY SIZE
007810            TJ-BACKOUT-OPERATOR DELIMITED BY SIZE
007820            " - RUN " DELIMITED BY SIZE
007830            TJ-RUN-NUMBER DELIMITED BY SIZE
007840            " REVERSED BY runbkout" DELIMITED BY SIZE
007850         INTO EL-TEXT
007860     END-STRING.
007870     WRITE TR-REPORT-LINE FROM WS-EVENT-LINE.
007880 3600-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------*
007910* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
007920*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
007930*-----------------------------------------------------------*
007940 9400-RAISE-RETURN-CODE.
007950     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
007960         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
007970     END-IF.
007980 9400-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------*
008010* 9999-END-OF-JOB                                            *
008020*-----------------------------------------------------------*
008030 9999-END-OF-JOB.
008040     IF JOURNAL-IS-OPEN
008050         CLOSE TRANS-JOURNAL-FILE
008051     END-IF.
008052     IF REPORT-IS-OPEN
008060         CLOSE TRACE-REPORT-FILE
008070     END-IF.
008080 9999-EXIT.
008090     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. sordgen.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - NIGHTLY STANDING-ORDER *
000200*                  GENERATION.  EVERY ORDER ON THE SORDMAST  *
000210*                  MASTER (SEE sordmnt) DUE ON THE BUSCAL    *
000220*                  OPEN DATE IS WRITTEN TO SORDTRAN AS ONE   *
000230*                  CONTROLLED TRANSMISSION IN THE TRANS-IN   *
000240*                  LAYOUT - *HDR* OFFICE "ALL", *TRL* COUNT  *
000250*                  AND num1/num2 HASH - WHICH GOES ON OFFCIN *
000260*                  WITH THE OFFICES' FILES FOR trnintk.  A   *
000270*                  DUE DATE ON A WEEKEND OR BUSCAL HOLIDAY   *
000280*                  IS GENERATED ON THE NEXT BUSINESS DAY.    *
000290*                  EACH ORDER'S NEXT-DUE DATE ROLLS FORWARD  *
000300*                  BY ITS FREQUENCY.  ORDERS FOR NAMES NOT   *
000310*                  ACTIVE ON NAMEMAST ARE SUSPENDED AND      *
000320*                  LISTED, NOT GENERATED.  EVERYTHING DONE   *
000330*                  IS PRINTED ON THE SORDREG REGISTER.       *
000340*                  RETURN CODE 0 CLEAN, 4 ORDERS SUSPENDED   *
000350*                  OR THE DATE ALREADY GENERATED, 12 FILE    *
000360*                  ERROR.                                    *
000361* 2026-10-15  GMB  AN ORDER NOW GENERATES AT MOST ONE ITEM A *
000362*                  NIGHT.  FURTHER DUE DATES MISSED ON       *
000363*                  EARLIER NIGHTS ARE ROLLED PAST AND LISTED *
000364*                  AS SKIPPED LATE FOR THE OPERATOR, RETURN  *
000365*                  CODE 4; prac-one WOULD REJECT A SECOND    *
000366*                  IDENTICAL ITEM FROM THE SAME RUN AS A     *
000367*                  DUPLICATE.                                *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000410 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT STANDING-ORDER-FILE ASSIGN TO "SORDMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SO-KEY
000480         FILE STATUS IS SO-FILE-STATUS.
000490     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS NM-NAME1
000530         FILE STATUS IS NM-FILE-STATUS.
000540     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CA-FILE-STATUS.
000570     SELECT STANDING-TRAN-FILE ASSIGN TO "SORDTRAN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ST-FILE-STATUS.
000600     SELECT GENERATION-REGISTER-FILE ASSIGN TO "SORDREG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SR-FILE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STANDING-ORDER-FILE.
000670*-----------------------------------------------------------*
000680* SO-ORDER-RECORD IS THE SHARED COPY MEMBER (SEE             *
000690*   copybooks/SORDREC.CPY) MAINTAINED BY sordmnt.            *
000700*-----------------------------------------------------------*
000710     COPY SORDREC.
000720*
000730 FD  NAME-MASTER-FILE.
000740*-----------------------------------------------------------*
000750* NM-MASTER-RECORD IS THE SHARED COPY MEMBER (SEE            *
000760*   copybooks/NAMEMREC.CPY) MAINTAINED BY namemnt.           *
000770*-----------------------------------------------------------*
000780     COPY NAMEMREC.
000790*
000800 FD  CALENDAR-FILE.
000810*-----------------------------------------------------------*
000820* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000830*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000840*   calmnt.  THE HOLIDAYS ARE READ AS WELL AS THE OPEN DATE. *
000850*-----------------------------------------------------------*
000860     COPY BUSCAL.
000870*
000880 FD  STANDING-TRAN-FILE.
000890*-----------------------------------------------------------*
000900* THE GENERATED TRANSMISSION, IN THE TRANS-IN LAYOUT (SEE    *
000910*   copybooks/TRANREC.CPY).  THE *HDR* / *TRL* LINES OVERLAY *
000920*   THE FRONT OF THE SAME RECORD.  result HAS NO PLACE ON AN *
000930*   INPUT RECORD AND IS DROPPED TO FILLER.                   *
000940*-----------------------------------------------------------*
000950     COPY TRANREC REPLACING
000960                 ==TRAN-RECORD== BY ==ST-TRAN-RECORD==
000970                 ==name1==      BY ==ST-NAME1==
000980                 ==userInput==  BY ==ST-USERINPUT==
000990                 ==num1==       BY ==ST-NUM1==
001000                 ==num2==       BY ==ST-NUM2==
001010                 ==opCode==     BY ==ST-OPCODE==
001020                 ==branch==     BY ==ST-BRANCH==
001030                 ==result==     BY ==FILLER==.
001040*
001050 FD  GENERATION-REGISTER-FILE.
001060 01  SR-REGISTER-LINE               PIC X(132).
001070*
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------*
001100* SWITCHES AND STATUS FIELDS                                 *
001110*-----------------------------------------------------------*
001120 01  SO-FILE-STATUS             PIC X(02) VALUE SPACES.
001130     88  SO-FILE-OK                  VALUE "00".
001140     88  SO-FILE-NOT-FOUND            VALUE "35".
001150 01  WS-ORDER-MASTER-SW         PIC X(01) VALUE "N".
001160     88  ORDER-MASTER-IS-AVAILABLE  VALUE "Y".
001170*
001180 01  NM-FILE-STATUS             PIC X(02) VALUE SPACES.
001190     88  NM-FILE-OK                  VALUE "00".
001200 01  WS-NAME-MASTER-SW          PIC X(01) VALUE "N".
001210     88  NAME-MASTER-IS-AVAILABLE   VALUE "Y".
001220*
001230 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001240     88  CA-FILE-OK                  VALUE "00".
001250*
001260 01  ST-FILE-STATUS             PIC X(02) VALUE SPACES.
001270     88  ST-FILE-OK                  VALUE "00".
001280*
001290 01  SR-FILE-STATUS             PIC X(02) VALUE SPACES.
001300     88  SR-FILE-OK                  VALUE "00".
001310*
001320 01  WS-OPEN-DATE               PIC 9(08) VALUE 0.
001330*
001340 01  WS-END-OF-CALENDAR-SW      PIC X(01) VALUE "N".
001350     88  END-OF-CALENDAR-FILE       VALUE "Y".
001360 01  WS-END-OF-ORDERS-SW        PIC X(01) VALUE "N".
001370     88  END-OF-ORDER-MASTER        VALUE "Y".
001380 01  WS-GENERATION-STOPPED-SW   PIC X(01) VALUE "N".
001390     88  GENERATION-WAS-STOPPED     VALUE "Y".
001400*
001410*-----------------------------------------------------------*
001420* THE MASTER IS READ TWICE: ONCE TO COUNT WHAT IS DUE, SO    *
001430* THE *HDR* CAN CARRY THE EXPECTED COUNT, AND ONCE TO WRITE  *
001440* IT.  BOTH PASSES COME THROUGH THE SAME PARAGRAPHS SO THEY  *
001450* DECIDE EVERY ORDER ALIKE; ONLY THE SECOND WRITES ANYTHING. *
001460*-----------------------------------------------------------*
001470 01  WS-PASS-SW                 PIC X(01) VALUE "C".
001480     88  PASS-IS-COUNT              VALUE "C".
001490     88  PASS-IS-GENERATE           VALUE "G".
001500*
001510 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001520 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001530     88  RC-ORDER-EXCEPTION         VALUE 04.
001540     88  RC-FILE-ERROR              VALUE 12.
001550*
001560*-----------------------------------------------------------*
001570* THE BUSCAL HOLIDAY LIST, TABLED AS calmnt TABLES IT.       *
001580*-----------------------------------------------------------*
001590 77  WS-HOLIDAY-COUNT           PIC 9(03) VALUE 0.
001600 77  WS-HD-SUB                  PIC 9(03) COMP VALUE 0.
001610 77  WS-HD-FOUND-SUB            PIC 9(03) COMP VALUE 0.
001620 01  WS-HOLIDAY-TABLE.
001630     05  WS-HOLIDAY-DATE OCCURS 100 TIMES
001640                                PIC 9(08).
001650*
001660*-----------------------------------------------------------*
001670* DAY-OF-WEEK WORK FIELDS.  DAY 1 OF THE INTEGER DATE BASE   *
001680* WAS A MONDAY, SO MOD 7 GIVES 6 FOR SATURDAY AND 0 FOR      *
001690* SUNDAY (AS IN calmnt).                                     *
001700*-----------------------------------------------------------*
001710 01  WS-DATE-INTEGER            PIC 9(08) COMP VALUE 0.
001720 01  WS-DAY-OF-WEEK             PIC 9(01) VALUE 0.
001730 01  WS-CANDIDATE-DATE          PIC 9(08) VALUE 0.
001740 01  WS-BUSINESS-DAY-SW         PIC X(01) VALUE "N".
001750     88  A-BUSINESS-DAY-FOUND       VALUE "Y".
001760 77  WS-ADVANCE-STEPS           PIC 9(02) COMP VALUE 0.
001770 01  WS-EFFECTIVE-DATE          PIC 9(08) VALUE 0.
001780*
001790*-----------------------------------------------------------*
001800* NEXT-DUE ROLL WORK FIELDS.  A MONTHLY OR LONGER ORDER      *
001810* LANDS ON ITS DUE DAY, OR ON THE MONTH'S LAST DAY WHEN THE  *
001820* MONTH IS TOO SHORT.                                        *
001830*-----------------------------------------------------------*
001840 01  WS-ROLL-DATE.
001850     05  WS-ROLL-YYYY           PIC 9(04).
001860     05  WS-ROLL-MM             PIC 9(02).
001870     05  WS-ROLL-DD             PIC 9(02).
001880 01  WS-ROLL-DATE-9 REDEFINES WS-ROLL-DATE
001890                                PIC 9(08).
001900 01  WS-MONTH-END-DATE.
001910     05  WS-ME-YYYY             PIC 9(04).
001920     05  WS-ME-MM               PIC 9(02).
001930     05  WS-ME-DD               PIC 9(02).
001940 01  WS-MONTH-END-DATE-9 REDEFINES WS-MONTH-END-DATE
001950                                PIC 9(08).
001960 77  WS-ROLL-MONTHS             PIC 9(02) VALUE 0.
001970*
001980*-----------------------------------------------------------*
001990* ONE ORDER IN HAND                                          *
002000*-----------------------------------------------------------*
002010 01  WS-NAME-STATE              PIC X(01) VALUE SPACE.
002020     88  NAME-IS-ACTIVE             VALUE "A".
002030     88  NAME-IS-INACTIVE           VALUE "I".
002040     88  NAME-IS-NOT-ON-MASTER      VALUE "N".
002050 01  WS-ORDER-DUE-SW            PIC X(01) VALUE "N".
002060     88  ORDER-IS-DUE               VALUE "Y".
002070 01  WS-ORDER-CHANGED-SW        PIC X(01) VALUE "N".
002080     88  ORDER-WAS-CHANGED          VALUE "Y".
002090 77  WS-DUE-STEPS               PIC 9(03) COMP VALUE 0.
002091 77  WS-ORDER-ITEMS-TONIGHT     PIC 9(03) COMP VALUE 0.
002100 77  WS-DUE-STEP-LIMIT          PIC 9(03) COMP VALUE 100.
002110*
002120*-----------------------------------------------------------*
002130* RUN TOTALS.  THE COUNT PASS FIGURES WS-EXPECTED-COUNT AND  *
002140* THE ALREADY-GENERATED CHECK; THE GENERATE PASS THE REST.   *
002150*-----------------------------------------------------------*
002160 77  WS-EXPECTED-COUNT          PIC 9(06) VALUE 0.
002170 77  WS-GENERATED-COUNT         PIC 9(06) VALUE 0.
002180 01  WS-GENERATED-HASH          PIC S9(14)V99 VALUE 0.
002190 77  WS-ALREADY-GEN-COUNT       PIC 9(05) COMP VALUE 0.
002200 77  WS-ORDERS-READ             PIC 9(05) COMP VALUE 0.
002210 77  WS-SUSPENDED-COUNT         PIC 9(05) COMP VALUE 0.
002220 77  WS-SKIPPED-COUNT           PIC 9(05) COMP VALUE 0.
002221 77  WS-LATE-SKIPPED-COUNT      PIC 9(05) COMP VALUE 0.
002230 77  WS-RESUMED-COUNT           PIC 9(05) COMP VALUE 0.
002240 77  WS-ENDED-COUNT             PIC 9(05) COMP VALUE 0.
002250 77  WS-HELD-COUNT              PIC 9(05) COMP VALUE 0.
002260*
002270*-----------------------------------------------------------*
002280* OFFICE BATCH CONTROL LAYOUTS - SHARED COPY MEMBER (SEE     *
002290*   copybooks/TRNBATCH.CPY).                                 *
002300*-----------------------------------------------------------*
002310 COPY TRNBATCH.
002320*
002330 01  WS-REG-HEADING-LINE.
002340     05  FILLER                 PIC X(36) VALUE
002350         "STANDING ORDER GENERATION REGISTER  ".
002360     05  FILLER                 PIC X(11) VALUE "OPEN DATE: ".
002370     05  RH-OPEN-DATE           PIC 9(08).
002380*
002390 01  WS-REG-COLUMN-HDG.
002400     05  FILLER                 PIC X(35) VALUE "NAME".
002410     05  FILLER                 PIC X(04) VALUE "ORD".
002420     05  FILLER                 PIC X(05) VALUE "BR".
002430     05  FILLER                 PIC X(05) VALUE "OP".
002440     05  FILLER                 PIC X(13) VALUE "       NUM1".
002450     05  FILLER                 PIC X(13) VALUE "       NUM2".
002460     05  FILLER                 PIC X(10) VALUE "DUE".
002470     05  FILLER                 PIC X(11) VALUE "ACTION".
002480     05  FILLER                 PIC X(04) VALUE "NOTE".
002490*
002500 01  WS-REG-DETAIL-LINE.
002510     05  RD-NAME1               PIC X(33).
002520     05  FILLER                 PIC X(02) VALUE SPACES.
002530     05  RD-ORDER-NO            PIC 9(02).
002540     05  FILLER                 PIC X(02) VALUE SPACES.
002550     05  RD-BRANCH              PIC X(03).
002560     05  FILLER                 PIC X(02) VALUE SPACES.
002570     05  RD-OPCODE              PIC X(03).
002580     05  FILLER                 PIC X(02) VALUE SPACES.
002590     05  RD-NUM1                PIC -ZZZZZZ9.99.
002600     05  FILLER                 PIC X(02) VALUE SPACES.
002610     05  RD-NUM2                PIC -ZZZZZZ9.99.
002620     05  FILLER                 PIC X(02) VALUE SPACES.
002630     05  RD-DUE-DATE            PIC 9(08).
002640     05  FILLER                 PIC X(02) VALUE SPACES.
002650     05  RD-ACTION              PIC X(09).
002660     05  FILLER                 PIC X(02) VALUE SPACES.
002670     05  RD-NOTE                PIC X(30).
002680*
002690 01  WS-REG-MOVED-NOTE.
002700     05  FILLER                 PIC X(22) VALUE
002710         "NOT A BUSINESS DAY -> ".
002720     05  RM-EFFECTIVE-DATE      PIC 9(08).
002730*
002740 01  WS-REG-TOTAL-LINE.
002750     05  FILLER                 PIC X(17) VALUE
002760         "ITEMS GENERATED: ".
002770     05  RT-GENERATED           PIC ZZZZZ9.
002780     05  FILLER                 PIC X(14) VALUE
002790         "   HASH TOTAL ".
002800     05  RT-HASH                PIC -ZZZZZZZZZZZZZ9.99.
002810*
002820 01  WS-REG-EXCEPTION-LINE.
002830     05  FILLER                 PIC X(11) VALUE "SUSPENDED: ".
002840     05  RX-SUSPENDED           PIC ZZZZ9.
002850     05  FILLER                 PIC X(12) VALUE
002860         "   SKIPPED: ".
002870     05  RX-SKIPPED             PIC ZZZZ9.
002880     05  FILLER                 PIC X(12) VALUE
002890         "   RESUMED: ".
002900     05  RX-RESUMED             PIC ZZZZ9.
002910     05  FILLER                 PIC X(10) VALUE "   ENDED: ".
002920     05  RX-ENDED               PIC ZZZZ9.
002930     05  FILLER                 PIC X(09) VALUE "   HELD: ".
002940     05  RX-HELD                PIC ZZZZ9.
002941     05  FILLER                 PIC X(15) VALUE
002942         "   LATE SKIPS: ".
002943     05  RX-LATE-SKIPPED        PIC ZZZZ9.
002950*
002960 PROCEDURE DIVISION.
002970*-----------------------------------------------------------*
002980* 0000-MAINLINE                                              *
002990*-----------------------------------------------------------*
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-EXIT.
003030
003040     IF NOT GENERATION-WAS-STOPPED
003050         PERFORM 2000-COUNT-DUE-ITEMS
003060             THRU 2000-EXIT
003070     END-IF.
003080
003090     IF NOT GENERATION-WAS-STOPPED
003100         PERFORM 3000-GENERATE-TRANSMISSION
003110             THRU 3000-EXIT
003120     END-IF.
003130
003140     PERFORM 9999-END-OF-JOB
003150         THRU 9999-EXIT.
003160     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
003170     STOP RUN.
003180*-----------------------------------------------------------*
003190* 1000-INITIALIZE - THE OPEN DATE AND HOLIDAYS, THEN THE     *
003200*   MASTERS.  NO SORDMAST AT ALL IS A SHOP WITH NO ORDERS:   *
003210*   THE TRANSMISSION GOES OUT EMPTY BUT CONTROLLED.  NO      *
003220*   NAMEMAST BYPASSES THE NAME CHECK, AS IN THE BATCH EDIT.  *
003230*-----------------------------------------------------------*
003240 1000-INITIALIZE.
003250     ACCEPT WS-OPEN-DATE FROM DATE YYYYMMDD.
003260     PERFORM 1100-LOAD-CALENDAR
003270         THRU 1100-EXIT.
003280
003290     OPEN INPUT STANDING-ORDER-FILE.
003300     EVALUATE TRUE
003310         WHEN SO-FILE-OK
003320             SET ORDER-MASTER-IS-AVAILABLE TO TRUE
003330             CLOSE STANDING-ORDER-FILE
003340         WHEN SO-FILE-NOT-FOUND
003350             DISPLAY "SORDMAST not found - no orders to "
003360                 "generate"
003370         WHEN OTHER
003380             DISPLAY "SORDMAST open failed, status "
003390                 SO-FILE-STATUS
003400             SET RC-FILE-ERROR TO TRUE
003410             PERFORM 9400-RAISE-RETURN-CODE
003420                 THRU 9400-EXIT
003430             SET GENERATION-WAS-STOPPED TO TRUE
003440             GO TO 1000-EXIT
003450     END-EVALUATE.
003460
003470     OPEN INPUT NAME-MASTER-FILE.
003480     IF NM-FILE-OK
003490         SET NAME-MASTER-IS-AVAILABLE TO TRUE
003500     ELSE
003510         DISPLAY "NAMEMAST not found - name check bypassed"
003520     END-IF.
003530 1000-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------*
003560* 1100-LOAD-CALENDAR - THE SHOP'S OPEN PROCESSING DATE AND   *
003570*   THE HOLIDAY LIST FROM BUSCAL (SEE calmnt).  THE MACHINE  *
003580*   DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR IS       *
003590*   PRESENT, AND THEN ONLY WEEKENDS ARE SKIPPED.             *
003600*-----------------------------------------------------------*
003610 1100-LOAD-CALENDAR.
003620     OPEN INPUT CALENDAR-FILE.
003630     IF NOT CA-FILE-OK
003640         DISPLAY "BUSCAL not found - using the machine date"
003650         GO TO 1100-EXIT
003660     END-IF.
003670
003680     PERFORM 1110-LOAD-ONE-CALENDAR-RECORD
003690         THRU 1110-EXIT
003700         UNTIL END-OF-CALENDAR-FILE.
003710     CLOSE CALENDAR-FILE.
003720 1100-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------*
003750* 1110-LOAD-ONE-CALENDAR-RECORD                              *
003760*-----------------------------------------------------------*
003770 1110-LOAD-ONE-CALENDAR-RECORD.
003780     READ CALENDAR-FILE
003790         AT END
003800             SET END-OF-CALENDAR-FILE TO TRUE
003810         NOT AT END
003820             EVALUATE CA-RECORD-TYPE
003830                 WHEN "C"
003840                     IF CA-OPEN-DATE NUMERIC
003850                         MOVE CA-OPEN-DATE TO WS-OPEN-DATE
003860                     END-IF
003870                 WHEN "H"
003880                     IF CA-HOLIDAY-DATE NUMERIC
003890                             AND WS-HOLIDAY-COUNT < 100
003900                         ADD 1 TO WS-HOLIDAY-COUNT
003910                         MOVE CA-HOLIDAY-DATE
003920                             TO WS-HOLIDAY-DATE
003930                                 (WS-HOLIDAY-COUNT)
003940                     END-IF
003950                 WHEN OTHER
003960                     CONTINUE
003970             END-EVALUATE
003980     END-READ.
003990 1110-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------*
004020* 2000-COUNT-DUE-ITEMS - FIRST PASS.  DECIDE EVERY ORDER     *
004030*   WITHOUT WRITING, FOR THE *HDR* EXPECTED COUNT.  AN ORDER *
004040*   ALREADY GENERATED FOR THE OPEN DATE MEANS THIS DATE HAS  *
004050*   RUN: SORDTRAN MAY NOT YET HAVE GONE TO trnintk, SO IT IS *
004060*   LEFT AS IT IS AND NOTHING MORE IS GENERATED.             *
004070*-----------------------------------------------------------*
004080 2000-COUNT-DUE-ITEMS.
004090     SET PASS-IS-COUNT TO TRUE.
004100     PERFORM 2100-READ-ORDER-MASTER
004110         THRU 2100-EXIT.
004120     MOVE WS-GENERATED-COUNT TO WS-EXPECTED-COUNT.
004130
004140     IF WS-ALREADY-GEN-COUNT > ZERO
004150         DISPLAY "Standing orders already generated for "
004160             WS-OPEN-DATE " - SORDTRAN not rewritten"
004170         SET RC-ORDER-EXCEPTION TO TRUE
004180         PERFORM 9400-RAISE-RETURN-CODE
004190             THRU 9400-EXIT
004200         SET GENERATION-WAS-STOPPED TO TRUE
004210     END-IF.
004220 2000-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------*
004250* 2100-READ-ORDER-MASTER - ONE PASS OVER SORDMAST IN KEY     *
004260*   ORDER, UNDER WHICHEVER PASS IS SET.  THE GENERATE PASS   *
004270*   OPENS IT FOR UPDATE.                                     *
004280*-----------------------------------------------------------*
004290 2100-READ-ORDER-MASTER.
004300     MOVE ZERO TO WS-GENERATED-COUNT.
004310     MOVE ZERO TO WS-GENERATED-HASH.
004320     IF NOT ORDER-MASTER-IS-AVAILABLE
004330         GO TO 2100-EXIT
004340     END-IF.
004350
004360     IF PASS-IS-GENERATE
004370         OPEN I-O STANDING-ORDER-FILE
004380     ELSE
004390         OPEN INPUT STANDING-ORDER-FILE
004400     END-IF.
004410     IF NOT SO-FILE-OK
004420         DISPLAY "SORDMAST open failed, status " SO-FILE-STATUS
004430         SET RC-FILE-ERROR TO TRUE
004440         PERFORM 9400-RAISE-RETURN-CODE
004450             THRU 9400-EXIT
004460         SET GENERATION-WAS-STOPPED TO TRUE
004470         GO TO 2100-EXIT
004480     END-IF.
004490
004500     MOVE "N" TO WS-END-OF-ORDERS-SW.
004510     MOVE LOW-VALUES TO SO-KEY.
004520     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
004530         INVALID KEY
004540             SET END-OF-ORDER-MASTER TO TRUE
004550     END-START.
004560     PERFORM 4000-PROCESS-ONE-ORDER
004570         THRU 4000-EXIT
004580         UNTIL END-OF-ORDER-MASTER.
004590     CLOSE STANDING-ORDER-FILE.
004600 2100-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------*
004630* 3000-GENERATE-TRANSMISSION - SECOND PASS.  *HDR* WITH THE  *
004640*   COUNTED EXPECTATION, EVERY DUE ITEM, *TRL* WITH THE      *
004650*   COUNT AND num1/num2 HASH trnintk AND prac-one PROVE,     *
004660*   AND THE REGISTER OF WHAT WAS DONE TO EACH ORDER.         *
004670*-----------------------------------------------------------*
004680 3000-GENERATE-TRANSMISSION.
004690     OPEN OUTPUT STANDING-TRAN-FILE.
004700     IF NOT ST-FILE-OK
004710         DISPLAY "SORDTRAN open failed, status " ST-FILE-STATUS
004720         SET RC-FILE-ERROR TO TRUE
004730         PERFORM 9400-RAISE-RETURN-CODE
004740             THRU 9400-EXIT
004750         SET GENERATION-WAS-STOPPED TO TRUE
004760         GO TO 3000-EXIT
004770     END-IF.
004780     OPEN OUTPUT GENERATION-REGISTER-FILE.
004790
004800     MOVE WS-OPEN-DATE TO RH-OPEN-DATE.
004810     WRITE SR-REGISTER-LINE FROM WS-REG-HEADING-LINE.
004820     MOVE SPACES TO SR-REGISTER-LINE.
004830     WRITE SR-REGISTER-LINE.
004840     WRITE SR-REGISTER-LINE FROM WS-REG-COLUMN-HDG.
004850
004860     MOVE SPACES TO BH-BATCH-HEADER.
004870     SET BH-IS-HEADER TO TRUE.
004880     MOVE "ALL"             TO BH-OFFICE-BRANCH.
004890     MOVE WS-OPEN-DATE      TO BH-CREATE-DATE.
004900     MOVE WS-EXPECTED-COUNT TO BH-EXPECTED-COUNT.
004910     MOVE SPACES TO ST-TRAN-RECORD.
004920     MOVE BH-BATCH-HEADER TO ST-TRAN-RECORD (1:22).
004930     WRITE ST-TRAN-RECORD.
004940
004950     SET PASS-IS-GENERATE TO TRUE.
004960     PERFORM 2100-READ-ORDER-MASTER
004970         THRU 2100-EXIT.
004980
004990     MOVE SPACES TO BT-BATCH-TRAILER.
005000     SET BT-IS-TRAILER TO TRUE.
005010     MOVE WS-GENERATED-COUNT TO BT-RECORD-COUNT.
005020     MOVE WS-GENERATED-HASH  TO BT-HASH-TOTAL.
005030     MOVE SPACES TO ST-TRAN-RECORD.
005040     MOVE BT-BATCH-TRAILER TO ST-TRAN-RECORD (1:27).
005050     WRITE ST-TRAN-RECORD.
005060     CLOSE STANDING-TRAN-FILE.
005070
005080     MOVE SPACES TO SR-REGISTER-LINE.
005090     WRITE SR-REGISTER-LINE.
005100     MOVE WS-GENERATED-COUNT TO RT-GENERATED.
005110     MOVE WS-GENERATED-HASH  TO RT-HASH.
005120     WRITE SR-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
005130     MOVE WS-SUSPENDED-COUNT TO RX-SUSPENDED.
005140     MOVE WS-SKIPPED-COUNT   TO RX-SKIPPED.
005150     MOVE WS-RESUMED-COUNT   TO RX-RESUMED.
005160     MOVE WS-ENDED-COUNT     TO RX-ENDED.
005170     MOVE WS-HELD-COUNT      TO RX-HELD.
005171     MOVE WS-LATE-SKIPPED-COUNT TO RX-LATE-SKIPPED.
005180     WRITE SR-REGISTER-LINE FROM WS-REG-EXCEPTION-LINE.
005190     CLOSE GENERATION-REGISTER-FILE.
005200
005210     IF WS-GENERATED-COUNT NOT = WS-EXPECTED-COUNT
005220         DISPLAY "Generated count " WS-GENERATED-COUNT
005230             " does not agree with *HDR* " WS-EXPECTED-COUNT
005240         SET RC-FILE-ERROR TO TRUE
005250         PERFORM 9400-RAISE-RETURN-CODE
005260             THRU 9400-EXIT
005270     END-IF.
005271     IF WS-LATE-SKIPPED-COUNT > ZERO
005272         DISPLAY "Missed due dates skipped, not generated: "
005273             WS-LATE-SKIPPED-COUNT " - see SORDREG"
005274     END-IF.
005280     IF WS-SUSPENDED-COUNT > ZERO
005290             OR WS-SKIPPED-COUNT > ZERO
005291             OR WS-LATE-SKIPPED-COUNT > ZERO
005300         SET RC-ORDER-EXCEPTION TO TRUE
005310         PERFORM 9400-RAISE-RETURN-CODE
005320             THRU 9400-EXIT
005330     END-IF.
005340
005350     DISPLAY "Standing orders generated for " WS-OPEN-DATE
005360         ": " WS-GENERATED-COUNT.
005370 3000-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 4000-PROCESS-ONE-ORDER - READ THE NEXT ORDER AND DECIDE    *
005410*   IT.  AN ACTIVE NAME'S DUE DATES ARE GENERATED; AN        *
005420*   INACTIVE NAME'S ARE SKIPPED AND THE ORDER SUSPENDED.     *
005430*   HELD AND ENDED ORDERS ARE LEFT ALONE.                    *
005440*-----------------------------------------------------------*
005450 4000-PROCESS-ONE-ORDER.
005460     READ STANDING-ORDER-FILE NEXT RECORD
005470         AT END
005480             SET END-OF-ORDER-MASTER TO TRUE
005490             GO TO 4000-EXIT
005500     END-READ.
005510     ADD 1 TO WS-ORDERS-READ.
005520     MOVE "N" TO WS-ORDER-CHANGED-SW.
005530
005540     IF SO-IS-ENDED
005550         GO TO 4000-EXIT
005560     END-IF.
005570     IF SO-IS-HELD
005580         IF PASS-IS-GENERATE
005590             ADD 1 TO WS-HELD-COUNT
005600         END-IF
005610         GO TO 4000-EXIT
005620     END-IF.
005630
005640     IF SO-LAST-GEN-DATE NUMERIC
005650             AND SO-LAST-GEN-DATE = WS-OPEN-DATE
005660             AND PASS-IS-COUNT
005670         ADD 1 TO WS-ALREADY-GEN-COUNT
005680     END-IF.
005690
005700     PERFORM 4100-CHECK-NAME
005710         THRU 4100-EXIT.
005720
005730     IF NAME-IS-ACTIVE
005740         IF SO-IS-SUSPENDED
005750             MOVE "A" TO SO-STATUS
005760             SET ORDER-WAS-CHANGED TO TRUE
005770             MOVE "RESUMED"   TO RD-ACTION
005780             MOVE "NAME ACTIVE AGAIN" TO RD-NOTE
005790             PERFORM 4800-WRITE-REGISTER-LINE
005800                 THRU 4800-EXIT
005810             IF PASS-IS-GENERATE
005820                 ADD 1 TO WS-RESUMED-COUNT
005830             END-IF
005840         END-IF
005850     ELSE
005860         IF NOT SO-IS-SUSPENDED
005870             MOVE "S" TO SO-STATUS
005880             SET ORDER-WAS-CHANGED TO TRUE
005890         END-IF
005900         MOVE "SUSPENDED" TO RD-ACTION
005910         IF NAME-IS-NOT-ON-MASTER
005920             MOVE "NAME NOT ON NAMEMAST" TO RD-NOTE
005930         ELSE
005940             MOVE "NAME NOT ACTIVE ON NAMEMAST" TO RD-NOTE
005950         END-IF
005960         PERFORM 4800-WRITE-REGISTER-LINE
005970             THRU 4800-EXIT
005980         IF PASS-IS-GENERATE
005990             ADD 1 TO WS-SUSPENDED-COUNT
006000         END-IF
006010     END-IF.
006020
006030     MOVE ZERO TO WS-DUE-STEPS.
006031     MOVE ZERO TO WS-ORDER-ITEMS-TONIGHT.
006040     SET ORDER-IS-DUE TO TRUE.
006050     PERFORM 4200-TAKE-ONE-DUE-DATE
006060         THRU 4200-EXIT
006070         UNTIL NOT ORDER-IS-DUE
006080             OR WS-DUE-STEPS NOT < WS-DUE-STEP-LIMIT.
006090
006100     IF SO-END-DATE NUMERIC
006110             AND SO-END-DATE NOT = ZERO
006120             AND SO-NEXT-DUE-DATE > SO-END-DATE
006130         MOVE "E" TO SO-STATUS
006140         SET ORDER-WAS-CHANGED TO TRUE
006150         MOVE "ENDED"     TO RD-ACTION
006160         MOVE "PAST END DATE" TO RD-NOTE
006170         PERFORM 4800-WRITE-REGISTER-LINE
006180             THRU 4800-EXIT
006190         IF PASS-IS-GENERATE
006200             ADD 1 TO WS-ENDED-COUNT
006210         END-IF
006220     END-IF.
006230
006240     IF PASS-IS-GENERATE
006250             AND ORDER-WAS-CHANGED
006260         REWRITE SO-ORDER-RECORD
006270             INVALID KEY
006280                 DISPLAY "SORDMAST rewrite failed, status "
006290                     SO-FILE-STATUS " for " SO-NAME1
006300                 SET RC-FILE-ERROR TO TRUE
006310                 PERFORM 9400-RAISE-RETURN-CODE
006320                     THRU 9400-EXIT
006330         END-REWRITE
006340     END-IF.
006350 4000-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------*
006380* 4100-CHECK-NAME - IS THE ORDER'S NAME AN ACTIVE,           *
006390*   EFFECTIVE ENTRY ON NAMEMAST.  THE BATCH EDIT WOULD       *
006400*   REJECT ANYTHING GENERATED FOR ONE THAT IS NOT.           *
006410*-----------------------------------------------------------*
006420 4100-CHECK-NAME.
006430     SET NAME-IS-ACTIVE TO TRUE.
006440     IF NOT NAME-MASTER-IS-AVAILABLE
006450         GO TO 4100-EXIT
006460     END-IF.
006470
006480     MOVE SO-NAME1 TO NM-NAME1.
006490     READ NAME-MASTER-FILE
006500         INVALID KEY
006510             SET NAME-IS-NOT-ON-MASTER TO TRUE
006520         NOT INVALID KEY
006530             IF NOT NM-STATUS-ACTIVE
006540                     OR NM-EFF-DATE > WS-OPEN-DATE
006550                 SET NAME-IS-INACTIVE TO TRUE
006560             END-IF
006570     END-READ.
006580 4100-EXIT.
006590     EXIT.
006600*-----------------------------------------------------------*
006610* 4200-TAKE-ONE-DUE-DATE - WHEN THE NEXT DUE DATE, MOVED ON  *
006620*   TO A BUSINESS DAY, HAS COME (AND IS NOT PAST THE END     *
006630*   DATE), GENERATE IT - OR, FOR A SUSPENDED ORDER, SKIP IT  *
006640*   - AND ROLL TO THE NEXT ONE.  A DATE MISSED ON AN EARLIER *
006650*   NIGHT IS STILL TAKEN, AND NOTED AS LATE, BUT ONLY ONE    *
006651*   ITEM GOES OUT PER ORDER A NIGHT: prac-one WOULD REJECT A *
006652*   SECOND IDENTICAL ITEM IN THE SAME RUN AS A DUPLICATE.    *
006653*   ANY FURTHER MISSED DATE IS LISTED AS SKIPPED FOR THE     *
006654*   OPERATOR TO KEY BY HAND OR WRITE OFF.                    *
006660*-----------------------------------------------------------*
006670 4200-TAKE-ONE-DUE-DATE.
006680     IF SO-NEXT-DUE-DATE NOT NUMERIC
006690             OR SO-NEXT-DUE-DATE = ZERO
006700         MOVE "N" TO WS-ORDER-DUE-SW
006710         GO TO 4200-EXIT
006720     END-IF.
006730     IF SO-END-DATE NUMERIC
006740             AND SO-END-DATE NOT = ZERO
006750             AND SO-NEXT-DUE-DATE > SO-END-DATE
006760         MOVE "N" TO WS-ORDER-DUE-SW
006770         GO TO 4200-EXIT
006780     END-IF.
006790
006800     PERFORM 4300-FIND-BUSINESS-DAY
006810         THRU 4300-EXIT.
006820     IF WS-EFFECTIVE-DATE > WS-OPEN-DATE
006830         MOVE "N" TO WS-ORDER-DUE-SW
006840         GO TO 4200-EXIT
006850     END-IF.
006860
006870     ADD 1 TO WS-DUE-STEPS.
006880     IF NAME-IS-ACTIVE
006881         IF WS-ORDER-ITEMS-TONIGHT = ZERO
006882             ADD 1 TO WS-ORDER-ITEMS-TONIGHT
006883             PERFORM 4400-GENERATE-ITEM
006884                 THRU 4400-EXIT
006885         ELSE
006886             MOVE "SKIPPED"   TO RD-ACTION
006887             MOVE "LATE - ONE ITEM PER NIGHT ONLY" TO RD-NOTE
006888             PERFORM 4800-WRITE-REGISTER-LINE
006889                 THRU 4800-EXIT
006890             IF PASS-IS-GENERATE
006891                 ADD 1 TO WS-LATE-SKIPPED-COUNT
006892             END-IF
006893         END-IF
006910     ELSE
006920         MOVE "SKIPPED"   TO RD-ACTION
006930         MOVE "SUSPENDED - NOT GENERATED" TO RD-NOTE
006940         PERFORM 4800-WRITE-REGISTER-LINE
006950             THRU 4800-EXIT
006960         IF PASS-IS-GENERATE
006970             ADD 1 TO WS-SKIPPED-COUNT
006980         END-IF
006990     END-IF.
007000
007010     PERFORM 4600-ROLL-NEXT-DUE
007020         THRU 4600-EXIT.
007030     SET ORDER-WAS-CHANGED TO TRUE.
007040 4200-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------*
007070* 4300-FIND-BUSINESS-DAY - THE FIRST BUSINESS DAY ON OR      *
007080*   AFTER THE NEXT DUE DATE, SKIPPING WEEKENDS AND BUSCAL    *
007090*   HOLIDAYS THE WAY calmnt'S ADVANCE DOES.                  *
007100*-----------------------------------------------------------*
007110 4300-FIND-BUSINESS-DAY.
007120     COMPUTE WS-DATE-INTEGER
007130         = FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE-DATE).
007140     MOVE SO-NEXT-DUE-DATE TO WS-EFFECTIVE-DATE.
007150     MOVE "N" TO WS-BUSINESS-DAY-SW.
007160     MOVE ZERO TO WS-ADVANCE-STEPS.
007170     PERFORM 4350-TRY-ONE-DAY
007180         THRU 4350-EXIT
007190         UNTIL A-BUSINESS-DAY-FOUND
007200             OR WS-ADVANCE-STEPS > 30.
007210     IF A-BUSINESS-DAY-FOUND
007220         MOVE WS-CANDIDATE-DATE TO WS-EFFECTIVE-DATE
007230     END-IF.
007240 4300-EXIT.
007250     EXIT.
007260*-----------------------------------------------------------*
007270* 4350-TRY-ONE-DAY - TEST THE CANDIDATE DAY FOR WEEKEND OR   *
007280*   HOLIDAY, STEPPING ONE DAY ON WHEN IT IS EITHER.          *
007290*-----------------------------------------------------------*
007300 4350-TRY-ONE-DAY.
007310     COMPUTE WS-CANDIDATE-DATE
007320         = FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
007330     COMPUTE WS-DAY-OF-WEEK
007340         = FUNCTION MOD (WS-DATE-INTEGER, 7).
007350     ADD 1 TO WS-DATE-INTEGER.
007360     ADD 1 TO WS-ADVANCE-STEPS.
007370     IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
007380         GO TO 4350-EXIT
007390     END-IF.
007400
007410     MOVE ZERO TO WS-HD-FOUND-SUB.
007420     PERFORM 4370-SCAN-HOLIDAY-TABLE
007430         THRU 4370-EXIT
007440         VARYING WS-HD-SUB FROM 1 BY 1
007450         UNTIL WS-HD-SUB > WS-HOLIDAY-COUNT
007460             OR WS-HD-FOUND-SUB > ZERO.
007470     IF WS-HD-FOUND-SUB = ZERO
007480         SET A-BUSINESS-DAY-FOUND TO TRUE
007490     END-IF.
007500 4350-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------*
007530* 4370-SCAN-HOLIDAY-TABLE - IS THE CANDIDATE A HOLIDAY.      *
007540*-----------------------------------------------------------*
007550 4370-SCAN-HOLIDAY-TABLE.
007560     IF WS-HOLIDAY-DATE (WS-HD-SUB) = WS-CANDIDATE-DATE
007570         MOVE WS-HD-SUB TO WS-HD-FOUND-SUB
007580     END-IF.
007590 4370-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------*
007620* 4400-GENERATE-ITEM - ONE DUE ITEM.  BOTH PASSES COUNT AND  *
007630*   HASH IT; THE GENERATE PASS WRITES IT TO SORDTRAN,        *
007640*   STAMPS THE ORDER AND LISTS IT.  A BLANK OPERATION CODE   *
007650*   GOES OUT AS ADD.                                         *
007660*-----------------------------------------------------------*
007670 4400-GENERATE-ITEM.
007680     ADD 1 TO WS-GENERATED-COUNT.
007690     ADD SO-NUM1 TO WS-GENERATED-HASH.
007700     ADD SO-NUM2 TO WS-GENERATED-HASH.
007710     IF NOT PASS-IS-GENERATE
007720         GO TO 4400-EXIT
007730     END-IF.
007740
007750     MOVE SPACES   TO ST-TRAN-RECORD.
007760     MOVE SO-NAME1 TO ST-NAME1.
007770     MOVE SO-NUM1  TO ST-NUM1.
007780     MOVE SO-NUM2  TO ST-NUM2.
007790     IF SO-OPCODE = SPACES
007800         MOVE "ADD"     TO ST-OPCODE
007810     ELSE
007820         MOVE SO-OPCODE TO ST-OPCODE
007830     END-IF.
007840     MOVE SO-BRANCH TO ST-BRANCH.
007850     WRITE ST-TRAN-RECORD.
007860
007870     MOVE WS-OPEN-DATE TO SO-LAST-GEN-DATE.
007880     IF SO-GEN-COUNT NUMERIC
007890         ADD 1 TO SO-GEN-COUNT
007900             ON SIZE ERROR
007910                 CONTINUE
007920         END-ADD
007930     ELSE
007940         MOVE 1 TO SO-GEN-COUNT
007950     END-IF.
007960
007970     MOVE "GENERATED" TO RD-ACTION.
007980     EVALUATE TRUE
007990         WHEN WS-EFFECTIVE-DATE < WS-OPEN-DATE
008000             MOVE "LATE - NOT GENERATED WHEN DUE" TO RD-NOTE
008010         WHEN WS-EFFECTIVE-DATE NOT = SO-NEXT-DUE-DATE
008020             MOVE WS-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE
008030             MOVE WS-REG-MOVED-NOTE TO RD-NOTE
008040         WHEN OTHER
008050             MOVE SPACES TO RD-NOTE
008060     END-EVALUATE.
008070     PERFORM 4800-WRITE-REGISTER-LINE
008080         THRU 4800-EXIT.
008090 4400-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------*
008120* 4600-ROLL-NEXT-DUE - MOVE THE SCHEDULED (NOT THE MOVED)    *
008130*   DUE DATE ON BY THE ORDER'S FREQUENCY.                    *
008140*-----------------------------------------------------------*
008150 4600-ROLL-NEXT-DUE.
008160     EVALUATE TRUE
008170         WHEN SO-IS-WEEKLY
008180             COMPUTE WS-DATE-INTEGER
008190                 = FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE-DATE)
008200                 + 7
008210             COMPUTE SO-NEXT-DUE-DATE
008220                 = FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
008230         WHEN SO-IS-FORTNIGHTLY
008240             COMPUTE WS-DATE-INTEGER
008250                 = FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE-DATE)
008260                 + 14
008270             COMPUTE SO-NEXT-DUE-DATE
008280                 = FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
008290         WHEN SO-IS-MONTHLY
008300             MOVE 1 TO WS-ROLL-MONTHS
008310             PERFORM 4650-ADD-MONTHS
008320                 THRU 4650-EXIT
008330         WHEN SO-IS-QUARTERLY
008340             MOVE 3 TO WS-ROLL-MONTHS
008350             PERFORM 4650-ADD-MONTHS
008360                 THRU 4650-EXIT
008370         WHEN SO-IS-ANNUAL
008380             MOVE 12 TO WS-ROLL-MONTHS
008390             PERFORM 4650-ADD-MONTHS
008400                 THRU 4650-EXIT
008410         WHEN OTHER
008420*            AN ORDER WITH NO KNOWN FREQUENCY CANNOT ROLL; IT
008430*            IS ENDED RATHER THAN GENERATED EVERY NIGHT.
008440             MOVE "N" TO WS-ORDER-DUE-SW
008450             MOVE "E" TO SO-STATUS
008460             MOVE "ENDED"     TO RD-ACTION
008470             MOVE "NO VALID FREQUENCY" TO RD-NOTE
008480             PERFORM 4800-WRITE-REGISTER-LINE
008490                 THRU 4800-EXIT
008500             IF PASS-IS-GENERATE
008510                 ADD 1 TO WS-ENDED-COUNT
008520             END-IF
008530     END-EVALUATE.
008540 4600-EXIT.
008550     EXIT.
008560*-----------------------------------------------------------*
008570* 4650-ADD-MONTHS - WS-ROLL-MONTHS ON FROM THE NEXT DUE      *
008580*   DATE, LANDING ON THE ORDER'S DUE DAY OR THE LAST DAY OF  *
008590*   A SHORTER MONTH.                                         *
008600*-----------------------------------------------------------*
008610 4650-ADD-MONTHS.
008620     MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE-9.
008630     ADD WS-ROLL-MONTHS TO WS-ROLL-MM.
008640     IF WS-ROLL-MM > 12
008650         SUBTRACT 12 FROM WS-ROLL-MM
008660         ADD 1 TO WS-ROLL-YYYY
008670     END-IF.
008680     IF SO-DUE-DAY NUMERIC
008690             AND SO-DUE-DAY > ZERO
008700         MOVE SO-DUE-DAY TO WS-ROLL-DD
008710     END-IF.
008720
008730*    THE MONTH'S LAST DAY IS THE DAY BEFORE THE FIRST OF THE
008740*    MONTH AFTER.
008750     MOVE WS-ROLL-YYYY TO WS-ME-YYYY.
008760     MOVE WS-ROLL-MM   TO WS-ME-MM.
008770     MOVE 1            TO WS-ME-DD.
008780     IF WS-ME-MM = 12
008790         MOVE 1 TO WS-ME-MM
008800         ADD 1 TO WS-ME-YYYY
008810     ELSE
008820         ADD 1 TO WS-ME-MM
008830     END-IF.
008840     COMPUTE WS-DATE-INTEGER
008850         = FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE-9) - 1.
008860     COMPUTE WS-MONTH-END-DATE-9
008870         = FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
008880     IF WS-ROLL-DD > WS-ME-DD
008890         MOVE WS-ME-DD TO WS-ROLL-DD
008900     END-IF.
008910
008920     MOVE WS-ROLL-DATE-9 TO SO-NEXT-DUE-DATE.
008930 4650-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------*
008960* 4800-WRITE-REGISTER-LINE - THE ORDER IN HAND ON SORDREG,   *
008970*   WITH THE ACTION AND NOTE THE CALLER SET.  THE COUNT PASS *
008980*   WRITES NOTHING.                                          *
008990*-----------------------------------------------------------*
009000 4800-WRITE-REGISTER-LINE.
009010     IF NOT PASS-IS-GENERATE
009020         GO TO 4800-EXIT
009030     END-IF.
009040
009050     MOVE SO-NAME1         TO RD-NAME1.
009060     MOVE SO-ORDER-NO      TO RD-ORDER-NO.
009070     MOVE SO-BRANCH        TO RD-BRANCH.
009080     MOVE SO-OPCODE        TO RD-OPCODE.
009090     MOVE SO-NUM1          TO RD-NUM1.
009100     MOVE SO-NUM2          TO RD-NUM2.
009110     MOVE SO-NEXT-DUE-DATE TO RD-DUE-DATE.
009120     WRITE SR-REGISTER-LINE FROM WS-REG-DETAIL-LINE.
009130 4800-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------*
009160* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
009170*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
009180*-----------------------------------------------------------*
009190 9400-RAISE-RETURN-CODE.
009200     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
009210         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
009220     END-IF.
009230 9400-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------*
009260* 9999-END-OF-JOB                                            *
009270*-----------------------------------------------------------*
009280 9999-END-OF-JOB.
009290     IF NAME-MASTER-IS-AVAILABLE
009300         CLOSE NAME-MASTER-FILE
009310     END-IF.
009320 9999-EXIT.
009330     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. gltrial.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - MONTH-END GL TRIAL     *
000200*                  BALANCE FROM THE GLPBAL PERIOD-BALANCE    *
000210*                  MASTER (GLPBREC.CPY) glsumm POSTS EACH    *
000220*                  DAY.  ONE LINE PER GL ACCOUNT: OPENING,   *
000230*                  DEBITS, CREDITS AND CLOSING FOR THE       *
000240*                  MONTH; AN ACCOUNT WITH A BALANCE BUT NO   *
000250*                  POSTINGS IN THE MONTH SHOWS ITS CARRIED   *
000260*                  BALANCE.  THE HOUSE SUSPENSE AND          *
000270*                  CLEARING ACCOUNTS ARE MARKED AND CALLED   *
000280*                  OUT BELOW THE TOTALS, AND THE PERIOD'S    *
000290*                  GLPERIOD STATE (SEE glpermnt) IS ON THE   *
000300*                  HEADING.  THE TOTALS MUST FOOT DEBITS =   *
000310*                  CREDITS AND OPENING = CLOSING, AS EVERY   *
000320*                  JOURNAL POSTED WAS BALANCED.  RETURN      *
000330*                  CODES: 0 IN BALANCE, 4 SUSPENSE CARRIES   *
000340*                  A BALANCE, 8 OUT OF BALANCE, 12 FILE      *
000350*                  ERROR.                                    *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000400 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PERIOD-BALANCE-FILE ASSIGN TO "GLPBAL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS GB-KEY
000470         FILE STATUS IS GB-FILE-STATUS.
000480     SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS GP-PERIOD
000520         FILE STATUS IS GP-FILE-STATUS.
000530     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CA-FILE-STATUS.
000560     SELECT TRIAL-BALANCE-FILE ASSIGN TO "TRIALBAL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TB-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PERIOD-BALANCE-FILE.
000630*-----------------------------------------------------------*
000640* GB-BALANCE-RECORD IS THE SHARED COPY MEMBER (SEE           *
000650*   copybooks/GLPBREC.CPY) POSTED BY glsumm.                 *
000660*-----------------------------------------------------------*
000670     COPY GLPBREC.
000680*
000690 FD  PERIOD-CONTROL-FILE.
000700*-----------------------------------------------------------*
000710* GP-PERIOD-RECORD IS THE SHARED COPY MEMBER (SEE            *
000720*   copybooks/GLPERREC.CPY) MAINTAINED BY glpermnt.          *
000730*-----------------------------------------------------------*
000740     COPY GLPERREC.
000750*
000760 FD  CALENDAR-FILE.
000770*-----------------------------------------------------------*
000780* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000790*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000800*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000810*-----------------------------------------------------------*
000820     COPY BUSCAL.
000830*
000840 FD  TRIAL-BALANCE-FILE.
000850 01  TB-REPORT-LINE                 PIC X(120).
000860*
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------*
000890* SWITCHES AND STATUS FIELDS                                *
000900*-----------------------------------------------------------*
000910 01  GB-FILE-STATUS             PIC X(02) VALUE SPACES.
000920     88  GB-FILE-OK                  VALUE "00".
000930 01  GP-FILE-STATUS             PIC X(02) VALUE SPACES.
000940     88  GP-FILE-OK                  VALUE "00".
000950 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
000960     88  CA-FILE-OK                  VALUE "00".
000970 01  TB-FILE-STATUS             PIC X(02) VALUE SPACES.
000980     88  TB-FILE-OK                  VALUE "00".
000990*
001000 01  WS-BALANCES-AVAILABLE-SW   PIC X(01) VALUE "N".
001010     88  BALANCES-ARE-AVAILABLE     VALUE "Y".
001020 01  WS-END-OF-BALANCES-SW      PIC X(01) VALUE "N".
001030     88  END-OF-PERIOD-BALANCES     VALUE "Y".
001040 01  WS-ACCOUNT-HELD-SW         PIC X(01) VALUE "N".
001050     88  AN-ACCOUNT-IS-HELD         VALUE "Y".
001060*
001070 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001080 01  WS-REPORT-MONTH            PIC X(06) VALUE SPACES.
001090 01  WS-REPORT-MONTH-9 REDEFINES WS-REPORT-MONTH
001100                                PIC 9(06).
001110*
001120 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001130 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001140     88  RC-SUSPENSE-BALANCE        VALUE 04.
001150     88  RC-OUT-OF-BALANCE          VALUE 08.
001160     88  RC-FILE-ERROR              VALUE 12.
001170*
001180*-----------------------------------------------------------*
001190* THE HOUSE ACCOUNTS, AS glsumm CARRIES THEM.                *
001200*-----------------------------------------------------------*
001210 01  WS-SUSPENSE-ACCOUNT        PIC X(08) VALUE "99999998".
001220 01  WS-CLEARING-ACCOUNT        PIC X(08) VALUE "99999999".
001230 01  WS-SUSPENSE-CLOSING        PIC S9(14)V99 VALUE 0.
001240 01  WS-CLEARING-CLOSING        PIC S9(14)V99 VALUE 0.
001250*
001260*-----------------------------------------------------------*
001270* THE ACCOUNT IN HAND: ITS FIGURES FOR THE REPORT MONTH, OR  *
001280* ITS CARRIED BALANCE FROM THE LATEST EARLIER PERIOD.        *
001290*-----------------------------------------------------------*
001300 01  WS-TB-ACCOUNT              PIC X(08) VALUE SPACES.
001310 01  WS-TB-PERIOD               PIC 9(06) VALUE 0.
001320 01  WS-TB-OPENING              PIC S9(14)V99 VALUE 0.
001330 01  WS-TB-DEBITS               PIC S9(14)V99 VALUE 0.
001340 01  WS-TB-CREDITS              PIC S9(14)V99 VALUE 0.
001350 01  WS-TB-CLOSING              PIC S9(14)V99 VALUE 0.
001360*
001370 77  WS-ACCOUNTS-LISTED         PIC 9(05) VALUE 0.
001380 01  WS-TOTAL-OPENING           PIC S9(15)V99 VALUE 0.
001390 01  WS-TOTAL-DEBITS            PIC S9(15)V99 VALUE 0.
001400 01  WS-TOTAL-CREDITS           PIC S9(15)V99 VALUE 0.
001410 01  WS-TOTAL-CLOSING           PIC S9(15)V99 VALUE 0.
001420*
001430 01  WS-REPORT-HEADING-LINE.
001440     05  FILLER                 PIC X(26) VALUE
001450         "GL TRIAL BALANCE  PERIOD ".
001460     05  RH-PERIOD              PIC 9(06).
001470     05  FILLER                 PIC X(10) VALUE "  STATUS: ".
001480     05  RH-STATUS              PIC X(08).
001490     05  FILLER                 PIC X(12) VALUE "  RUN DATE: ".
001500     05  RH-RUN-DATE            PIC 9(08).
001510*
001520 01  WS-REPORT-COLUMN-HDG-1.
001530     05  FILLER                 PIC X(10) VALUE "ACCOUNT".
001540     05  FILLER                 PIC X(20) VALUE
001550         "           OPENING".
001560     05  FILLER                 PIC X(20) VALUE
001570         "            DEBITS".
001580     05  FILLER                 PIC X(20) VALUE
001590         "           CREDITS".
001600     05  FILLER                 PIC X(20) VALUE
001610         "           CLOSING".
001620*
001630 01  WS-REPORT-DETAIL-LINE.
001640     05  RD-ACCOUNT             PIC X(08).
001650     05  FILLER                 PIC X(02) VALUE SPACES.
001660     05  RD-OPENING             PIC ZZZZZZZZZZZZZ9.99-.
001670     05  FILLER                 PIC X(02) VALUE SPACES.
001680     05  RD-DEBITS              PIC ZZZZZZZZZZZZZ9.99-.
001690     05  FILLER                 PIC X(02) VALUE SPACES.
001700     05  RD-CREDITS             PIC ZZZZZZZZZZZZZ9.99-.
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  RD-CLOSING             PIC ZZZZZZZZZZZZZ9.99-.
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  RD-NOTE                PIC X(16).
001750*
001760 01  WS-REPORT-TOTAL-LINE.
001770     05  FILLER                 PIC X(08) VALUE "TOTALS  ".
001780     05  FILLER                 PIC X(01) VALUE SPACE.
001790     05  RT-OPENING             PIC ZZZZZZZZZZZZZZ9.99-.
001800     05  FILLER                 PIC X(01) VALUE SPACE.
001810     05  RT-DEBITS              PIC ZZZZZZZZZZZZZZ9.99-.
001820     05  FILLER                 PIC X(01) VALUE SPACE.
001830     05  RT-CREDITS             PIC ZZZZZZZZZZZZZZ9.99-.
001840     05  FILLER                 PIC X(01) VALUE SPACE.
001850     05  RT-CLOSING             PIC ZZZZZZZZZZZZZZ9.99-.
001860*
001870 01  WS-REPORT-PROOF-LINE.
001880     05  FILLER                 PIC X(18) VALUE
001890         "ACCOUNTS LISTED:  ".
001900     05  RP-ACCOUNTS            PIC ZZZZ9.
001910     05  FILLER                 PIC X(04) VALUE SPACES.
001920     05  RP-PROOF-TEXT          PIC X(40).
001930*
001940 01  WS-HOUSE-HDG-LINE.
001950     05  FILLER                 PIC X(30) VALUE
001960         "HOUSE ACCOUNTS AT PERIOD END: ".
001970*
001980 01  WS-HOUSE-DETAIL-LINE.
001990     05  RX-LABEL               PIC X(10).
002000     05  RX-ACCOUNT             PIC X(08).
002010     05  FILLER                 PIC X(10) VALUE "  CLOSING ".
002020     05  RX-CLOSING             PIC ZZZZZZZZZZZZZ9.99-.
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  RX-NOTE                PIC X(45).
002050*
002060 PROCEDURE DIVISION.
002070*-----------------------------------------------------------*
002080* 0000-MAINLINE                                             *
002090*-----------------------------------------------------------*
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120         THRU 1000-EXIT.
002130
002140     IF BALANCES-ARE-AVAILABLE
002150         PERFORM 3000-LIST-ACCOUNTS
002160             THRU 3000-EXIT
002170         PERFORM 5000-WRITE-TOTALS
002180             THRU 5000-EXIT
002190     END-IF.
002200
002210     PERFORM 9999-END-OF-JOB
002220         THRU 9999-EXIT.
002230     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
002240     STOP RUN.
002250*-----------------------------------------------------------*
002260* 1000-INITIALIZE - ASK FOR THE PERIOD (BLANK MEANS THE      *
002270*   CURRENT MONTH), OPEN THE FILES AND WRITE THE HEADING     *
002280*   WITH THE PERIOD'S CLOSE STATE.                           *
002290*-----------------------------------------------------------*
002300 1000-INITIALIZE.
002310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002320     PERFORM 1100-READ-PROCESSING-DATE
002330         THRU 1100-EXIT.
002340
002350     DISPLAY "Trial balance period YYYYMM (blank=current): "
002360         WITH NO ADVANCING.
002370     ACCEPT WS-REPORT-MONTH.
002380     IF WS-REPORT-MONTH = SPACES
002390             OR WS-REPORT-MONTH-9 NOT NUMERIC
002400         MOVE WS-CURRENT-DATE (1:6) TO WS-REPORT-MONTH
002410     END-IF.
002420
002430     OPEN INPUT PERIOD-BALANCE-FILE.
002440     IF GB-FILE-OK
002450         SET BALANCES-ARE-AVAILABLE TO TRUE
002460     ELSE
002470         DISPLAY "GLPBAL not found - no period balances to list"
002480         SET RC-FILE-ERROR TO TRUE
002490         PERFORM 9400-RAISE-RETURN-CODE
002500             THRU 9400-EXIT
002510         GO TO 1000-EXIT
002520     END-IF.
002530
002540     OPEN OUTPUT TRIAL-BALANCE-FILE.
002550     PERFORM 1200-READ-PERIOD-STATE
002560         THRU 1200-EXIT.
002570     MOVE WS-REPORT-MONTH-9 TO RH-PERIOD.
002580     MOVE WS-CURRENT-DATE   TO RH-RUN-DATE.
002590     WRITE TB-REPORT-LINE FROM WS-REPORT-HEADING-LINE.
002600     MOVE SPACES TO TB-REPORT-LINE.
002610     WRITE TB-REPORT-LINE.
002620     WRITE TB-REPORT-LINE FROM WS-REPORT-COLUMN-HDG-1.
002630 1000-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------*
002660* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
002670*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
002680*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
002690*   IS PRESENT.                                              *
002700*-----------------------------------------------------------*
002710 1100-READ-PROCESSING-DATE.
002720     OPEN INPUT CALENDAR-FILE.
002730     IF NOT CA-FILE-OK
002740         GO TO 1100-EXIT
002750     END-IF.
002760
002770     READ CALENDAR-FILE
002780         AT END
002790             CONTINUE
002800         NOT AT END
002810             IF CA-IS-CONTROL
002820                     AND CA-OPEN-DATE NUMERIC
002830                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
002840             END-IF
002850     END-READ.
002860     CLOSE CALENDAR-FILE.
002870 1100-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------*
002900* 1200-READ-PERIOD-STATE - OPEN, CLOSED OR REOPENED, FROM    *
002910*   GLPERIOD.  NO RECORD (OR NO FILE) IS AN OPEN PERIOD.     *
002920*-----------------------------------------------------------*
002930 1200-READ-PERIOD-STATE.
002940     MOVE "OPEN" TO RH-STATUS.
002950     OPEN INPUT PERIOD-CONTROL-FILE.
002960     IF NOT GP-FILE-OK
002970         GO TO 1200-EXIT
002980     END-IF.
002990     MOVE WS-REPORT-MONTH-9 TO GP-PERIOD.
003000     READ PERIOD-CONTROL-FILE
003010         INVALID KEY
003020             CONTINUE
003030         NOT INVALID KEY
003040             IF GP-IS-CLOSED
003050                 MOVE "CLOSED"   TO RH-STATUS
003060             ELSE
003070                 MOVE "REOPENED" TO RH-STATUS
003080             END-IF
003090     END-READ.
003100     CLOSE PERIOD-CONTROL-FILE.
003110 1200-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------*
003140* 3000-LIST-ACCOUNTS - ONE PASS OF GLPBAL IN KEY ORDER.      *
003150*   EACH ACCOUNT'S PERIODS READ TOGETHER, OLDEST FIRST, SO   *
003160*   THE LAST ONE NOT AFTER THE REPORT MONTH IS THE ONE TO    *
003170*   LIST WHEN THE ACCOUNT CHANGES.                           *
003180*-----------------------------------------------------------*
003190 3000-LIST-ACCOUNTS.
003200     MOVE LOW-VALUES TO GB-KEY.
003210     START PERIOD-BALANCE-FILE
003220         KEY IS NOT LESS THAN GB-KEY
003230         INVALID KEY
003240             SET END-OF-PERIOD-BALANCES TO TRUE
003250     END-START.
003260
003270     PERFORM 3100-READ-ONE-BALANCE
003280         THRU 3100-EXIT
003290         UNTIL END-OF-PERIOD-BALANCES.
003300
003310     IF AN-ACCOUNT-IS-HELD
003320         PERFORM 3500-LIST-HELD-ACCOUNT
003330             THRU 3500-EXIT
003340     END-IF.
003350 3000-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------*
003380* 3100-READ-ONE-BALANCE - LIST THE ACCOUNT IN HAND ON A      *
003390*   CHANGE OF ACCOUNT, THEN TAKE THIS PERIOD INTO HAND IF IT *
003400*   IS NOT AFTER THE REPORT MONTH.                           *
003410*-----------------------------------------------------------*
003420 3100-READ-ONE-BALANCE.
003430     READ PERIOD-BALANCE-FILE NEXT RECORD
003440         AT END
003450             SET END-OF-PERIOD-BALANCES TO TRUE
003460             GO TO 3100-EXIT
003470     END-READ.
003480
003490     IF AN-ACCOUNT-IS-HELD
003500             AND GB-GL-ACCOUNT NOT = WS-TB-ACCOUNT
003510         PERFORM 3500-LIST-HELD-ACCOUNT
003520             THRU 3500-EXIT
003530     END-IF.
003540
003550     IF GB-PERIOD > WS-REPORT-MONTH-9
003560         GO TO 3100-EXIT
003570     END-IF.
003580
003590     SET AN-ACCOUNT-IS-HELD TO TRUE.
003600     MOVE GB-GL-ACCOUNT TO WS-TB-ACCOUNT.
003610     MOVE GB-PERIOD     TO WS-TB-PERIOD.
003620     COMPUTE WS-TB-CLOSING
003630         = GB-OPENING + GB-DEBITS - GB-CREDITS.
003640     IF GB-PERIOD = WS-REPORT-MONTH-9
003650         MOVE GB-OPENING TO WS-TB-OPENING
003660         MOVE GB-DEBITS  TO WS-TB-DEBITS
003670         MOVE GB-CREDITS TO WS-TB-CREDITS
003680     ELSE
003690         MOVE WS-TB-CLOSING TO WS-TB-OPENING
003700         MOVE ZERO          TO WS-TB-DEBITS
003710         MOVE ZERO          TO WS-TB-CREDITS
003720     END-IF.
003730 3100-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------*
003760* 3500-LIST-HELD-ACCOUNT - ONE TRIAL BALANCE LINE.  AN       *
003770*   ACCOUNT CARRIED FROM AN EARLIER PERIOD WITH NOTHING LEFT *
003780*   ON IT IS NOT LISTED.                                     *
003790*-----------------------------------------------------------*
003800 3500-LIST-HELD-ACCOUNT.
003810     MOVE "N" TO WS-ACCOUNT-HELD-SW.
003820     IF WS-TB-PERIOD NOT = WS-REPORT-MONTH-9
003830             AND WS-TB-CLOSING = ZERO
003840         GO TO 3500-EXIT
003850     END-IF.
003860
003870     MOVE WS-TB-ACCOUNT TO RD-ACCOUNT.
003880     MOVE WS-TB-OPENING TO RD-OPENING.
003890     MOVE WS-TB-DEBITS  TO RD-DEBITS.
003900     MOVE WS-TB-CREDITS TO RD-CREDITS.
003910     MOVE WS-TB-CLOSING TO RD-CLOSING.
003920     EVALUATE TRUE
003930         WHEN WS-TB-ACCOUNT = WS-SUSPENSE-ACCOUNT
003940             MOVE "** SUSPENSE"  TO RD-NOTE
003950             MOVE WS-TB-CLOSING  TO WS-SUSPENSE-CLOSING
003960         WHEN WS-TB-ACCOUNT = WS-CLEARING-ACCOUNT
003970             MOVE "** CLEARING"  TO RD-NOTE
003980             MOVE WS-TB-CLOSING  TO WS-CLEARING-CLOSING
003990         WHEN WS-TB-PERIOD NOT = WS-REPORT-MONTH-9
004000             MOVE "NO ACTIVITY"  TO RD-NOTE
004010         WHEN OTHER
004020             MOVE SPACES         TO RD-NOTE
004030     END-EVALUATE.
004040     WRITE TB-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
004050
004060     ADD 1 TO WS-ACCOUNTS-LISTED.
004070     ADD WS-TB-OPENING TO WS-TOTAL-OPENING.
004080     ADD WS-TB-DEBITS  TO WS-TOTAL-DEBITS.
004090     ADD WS-TB-CREDITS TO WS-TOTAL-CREDITS.
004100     ADD WS-TB-CLOSING TO WS-TOTAL-CLOSING.
004110 3500-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------*
004140* 5000-WRITE-TOTALS - THE FOOTINGS, THE PROOF THAT THEY      *
004150*   BALANCE, AND THE HOUSE ACCOUNTS CALLED OUT.  SUSPENSE    *
004160*   HOLDS WORK GLMAP COULD NOT MAP AND SHOULD BE EMPTY AT    *
004170*   MONTH END; CLEARING CARRIES THE BALANCING SIDE OF EVERY  *
004180*   JOURNAL FOR THE LEDGER TEAM TO TIE TO.                   *
004190*-----------------------------------------------------------*
004200 5000-WRITE-TOTALS.
004210     MOVE SPACES TO TB-REPORT-LINE.
004220     WRITE TB-REPORT-LINE.
004230     MOVE WS-TOTAL-OPENING TO RT-OPENING.
004240     MOVE WS-TOTAL-DEBITS  TO RT-DEBITS.
004250     MOVE WS-TOTAL-CREDITS TO RT-CREDITS.
004260     MOVE WS-TOTAL-CLOSING TO RT-CLOSING.
004270     WRITE TB-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
004280
004290     MOVE WS-ACCOUNTS-LISTED TO RP-ACCOUNTS.
004300     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
004310             AND WS-TOTAL-OPENING = WS-TOTAL-CLOSING
004320         MOVE "IN BALANCE" TO RP-PROOF-TEXT
004330     ELSE
004340         MOVE "** OUT OF BALANCE **" TO RP-PROOF-TEXT
004350         SET RC-OUT-OF-BALANCE TO TRUE
004360         PERFORM 9400-RAISE-RETURN-CODE
004370             THRU 9400-EXIT
004380     END-IF.
004390     WRITE TB-REPORT-LINE FROM WS-REPORT-PROOF-LINE.
004400
004410     MOVE SPACES TO TB-REPORT-LINE.
004420     WRITE TB-REPORT-LINE.
004430     WRITE TB-REPORT-LINE FROM WS-HOUSE-HDG-LINE.
004440     MOVE "SUSPENSE  "        TO RX-LABEL.
004450     MOVE WS-SUSPENSE-ACCOUNT TO RX-ACCOUNT.
004460     MOVE WS-SUSPENSE-CLOSING TO RX-CLOSING.
004470     IF WS-SUSPENSE-CLOSING = ZERO
004480         MOVE "CLEAR" TO RX-NOTE
004490     ELSE
004500         MOVE "** UNMAPPED WORK - TO BE CLEARED TO ITS ACCOUNT"
004510             TO RX-NOTE
004520         SET RC-SUSPENSE-BALANCE TO TRUE
004530         PERFORM 9400-RAISE-RETURN-CODE
004540             THRU 9400-EXIT
004550     END-IF.
004560     WRITE TB-REPORT-LINE FROM WS-HOUSE-DETAIL-LINE.
004570     MOVE "CLEARING  "        TO RX-LABEL.
004580     MOVE WS-CLEARING-ACCOUNT TO RX-ACCOUNT.
004590     MOVE WS-CLEARING-CLOSING TO RX-CLOSING.
004600     MOVE "BALANCING SIDE OF THE JOURNALS" TO RX-NOTE.
004610     WRITE TB-REPORT-LINE FROM WS-HOUSE-DETAIL-LINE.
004620
004630     DISPLAY "Trial balance period: " WS-REPORT-MONTH-9
004640         " (" RH-STATUS ")".
004650     DISPLAY "Accounts listed:      " WS-ACCOUNTS-LISTED.
004660     DISPLAY "Proof result:         " RP-PROOF-TEXT.
004670     DISPLAY "Suspense closing:     " RX-CLOSING.
004680 5000-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------*
004710* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
004720*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
004730*-----------------------------------------------------------*
004740 9400-RAISE-RETURN-CODE.
004750     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
004760         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
004770     END-IF.
004780 9400-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------*
004810* 9999-END-OF-JOB                                            *
004820*-----------------------------------------------------------*
004830 9999-END-OF-JOB.
004840     IF BALANCES-ARE-AVAILABLE
004850         CLOSE PERIOD-BALANCE-FILE
004860         CLOSE TRIAL-BALANCE-FILE
004870     END-IF.
004880 9999-EXIT.
004890     EXIT.

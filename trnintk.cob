000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. trnintk.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - PER-OFFICE             *
000200*                  TRANSMISSION INTAKE AHEAD OF prac-one.    *
000210*                  THE NIGHT'S OFFICE FILES ARRIVE ON OFFCIN *
000220*                  ONE BEHIND ANOTHER, EACH BRACKETED BY ITS *
000230*                  OWN *HDR* AND *TRL* (SEE TRNBATCH.CPY).   *
000240*                  EACH OFFICE IS PROVED ON ITS OWN; ONE     *
000250*                  THAT DOES NOT PROVE IS COPIED WHOLE TO    *
000260*                  QUARANTN AND EVERY OTHER OFFICE IS        *
000270*                  MERGED INTO A SINGLE CONTROLLED TRANS-IN  *
000280*                  WITH ONE *HDR*/*TRL* prac-one PROVES AS   *
000290*                  USUAL.  EVERY TRANSMISSION IS LOGGED ON   *
000300*                  THE RCPTLOG RECEIPT LOG (SEE RCPTREC.CPY) *
000310*                  UNDER THE BUSCAL PROCESSING DATE, AND THE *
000320*                  INTAKRPT REPORT LISTS EACH TRANSMISSION   *
000330*                  AND EVERY NAMEMAST BRANCH THAT HAS SENT   *
000340*                  NOTHING FOR THE DATE BY THIS CUTOFF.      *
000350*                  RETURN CODE 0 ALL IN AND PROVED, 4 AN     *
000360*                  OFFICE QUARANTINED OR MISSING, 12 FILE    *
000370*                  ERROR.                                    *
000371* 2026-10-15  GMB  A TRANSMISSION WHOSE *HDR* MATCHES ONE    *
000371*                  ALREADY ACCEPTED - SAME OFFICE, CREATION  *
000371*                  DATE AND RECORD COUNTS, ON RCPTLOG WITHIN *
000372*                  THE CTLPARM DUPLICATE LOOK-BACK WINDOW OR *
000372*                  EARLIER ON THE SAME OFFCIN - IS           *
000372*                  QUARANTINED WHOLE AS ALREADY RECEIVED,    *
000373*                  CITING THE ORIGINAL PROCESSING DATE.      *
000373* 2026-10-15  GMB  EACH RCPTLOG LINE NOW CARRIES THE         *
000373*                  POSITION OF THE TRANSMISSION'S FIRST      *
000374*                  DETAIL ON THE MERGED TRANS-IN, SO THE     *
000374*                  offcrtn OFFICE RETURN CAN PUT prac-one'S  *
000374*                  OUTCOMES BACK WITH THE OFFICE FILE THEY   *
000375*                  CAME ON.                                  *
000375* 2026-10-15  GMB  A SECOND INTAKE FOR A PROCESSING DATE NO  *
000376*                  LONGER REPLACES A MERGED TRANS-IN THAT    *
000376*                  prac-one HAS NOT YET RUN.  WITH EARLIER   *
000376*                  ACCEPTED WORK FOR THE DATE AND NO LATER   *
000377*                  RUN ON RUNSTATS (JUDGED BY THE RUNNUMBR   *
000377*                  RUN NUMBER NOW NOTED ON EACH RCPTLOG      *
000377*                  LINE) THE INTAKE STOPS WITH RETURN CODE   *
000378*                  12 AND TRANS-IN UNTOUCHED.                *
000378* 2026-10-15  GMB  A BRANCH THAT CANNOT BE NOTED BECAUSE THE *
000378*                  HEARD-FROM TABLE IS FULL IS NOW SAID SO   *
000379*                  ON THE CONSOLE WITH RETURN CODE 4, RATHER *
000379*                  THAN BEING DROPPED SILENTLY.              *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000420 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OFFICE-IN-FILE ASSIGN TO "OFFCIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS OI-FILE-STATUS.
000480     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TI-FILE-STATUS.
000510     SELECT QUARANTINE-FILE ASSIGN TO "QUARANTN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS QN-FILE-STATUS.
000540     SELECT RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RT-FILE-STATUS.
000570     SELECT INTAKE-REPORT-FILE ASSIGN TO "INTAKRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS IR-FILE-STATUS.
000600     SELECT NAME-MASTER-FILE ASSIGN TO "NAMEMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS NM-NAME1
000640         FILE STATUS IS NM-FILE-STATUS.
000650     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CA-FILE-STATUS.
000671     SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS CF-FILE-STATUS.
000674     SELECT RUN-NUMBER-FILE ASSIGN TO "RUNNUMBR"
000675         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS RN-FILE-STATUS.
000677     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
000678         ORGANIZATION IS LINE SEQUENTIAL
000679         FILE STATUS IS RS-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  OFFICE-IN-FILE.
000720*-----------------------------------------------------------*
000730* THE OFFICES' TRANSMISSIONS AS RECEIVED, IN THE TRANS-IN    *
000740*   LAYOUT (SEE copybooks/TRANREC.CPY).  THE *HDR* / *TRL*   *
000750*   LINES OVERLAY THE FRONT OF THE SAME RECORD.  result HAS  *
000760*   NO PLACE ON AN INPUT RECORD AND IS DROPPED TO FILLER.    *
000770*-----------------------------------------------------------*
000780     COPY TRANREC REPLACING
000790                 ==TRAN-RECORD== BY ==OT-TRAN-RECORD==
000800                 ==name1==      BY ==OT-NAME1==
000810                 ==userInput==  BY ==OT-USERINPUT==
000820                 ==num1==       BY ==OT-NUM1==
000830                 ==num2==       BY ==OT-NUM2==
000840                 ==opCode==     BY ==OT-OPCODE==
000850                 ==branch==     BY ==OT-BRANCH==
000860                 ==result==     BY ==FILLER==.
000870*
000880 FD  TRANS-IN-FILE.
000890*-----------------------------------------------------------*
000900* THE MERGED TRANS-IN prac-one READS - ONE *HDR*, EVERY      *
000910*   ACCEPTED OFFICE'S DETAIL RECORDS, ONE *TRL*.             *
000920*-----------------------------------------------------------*
000930     COPY TRANREC REPLACING
000940                 ==TRAN-RECORD== BY ==TI-TRAN-RECORD==
000950                 ==name1==      BY ==TI-NAME1==
000960                 ==userInput==  BY ==TI-USERINPUT==
000970                 ==num1==       BY ==TI-NUM1==
000980                 ==num2==       BY ==TI-NUM2==
000990                 ==opCode==     BY ==TI-OPCODE==
001000                 ==branch==     BY ==TI-BRANCH==
001010                 ==result==     BY ==FILLER==.
001020*
001030 FD  QUARANTINE-FILE.
001040*-----------------------------------------------------------*
001050* A FAILING OFFICE'S TRANSMISSION, COPIED LINE FOR LINE AS   *
001060*   RECEIVED (CONTROL LINES INCLUDED) SO IT CAN BE CHASED    *
001070*   AND RESENT WITHOUT HOLDING UP ANY OTHER OFFICE.          *
001080*-----------------------------------------------------------*
001090 01  QN-QUARANTINE-LINE             PIC X(67).
001100*
001110 FD  RECEIPT-LOG-FILE.
001120*-----------------------------------------------------------*
001130* RT-RECEIPT-RECORD IS THE SHARED COPY MEMBER (SEE           *
001140*   copybooks/RCPTREC.CPY).  APPENDED EVERY INTAKE RUN.      *
001150*-----------------------------------------------------------*
001160     COPY RCPTREC.
001170*
001180 FD  INTAKE-REPORT-FILE.
001190 01  IR-REPORT-LINE                 PIC X(100).
001200*
001210 FD  NAME-MASTER-FILE.
001220*-----------------------------------------------------------*
001230* NM-MASTER-RECORD IS THE SHARED COPY MEMBER (SEE            *
001240*   copybooks/NAMEMREC.CPY) MAINTAINED BY namemnt.  READ     *
001250*   FRONT TO BACK FOR THE BRANCHES THAT OWE US A FILE.       *
001260*-----------------------------------------------------------*
001270     COPY NAMEMREC.
001280*
001290 FD  CALENDAR-FILE.
001300*-----------------------------------------------------------*
001310* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
001320*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
001330*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
001340*-----------------------------------------------------------*
001350     COPY BUSCAL.
001360*
001361 FD  CONTROL-FILE.
001361*-----------------------------------------------------------*
001361* SHOP CONTROL PARAMETERS (SEE copybooks/CTLPARM.CPY).  ONLY *
001362*   THE DUPLICATE LOOK-BACK WINDOW IS USED HERE.             *
001362*-----------------------------------------------------------*
001363     COPY CTLPARM.
001363*
001364 FD  RUN-NUMBER-FILE.
001364 01  RN-RUN-RECORD.
001365     05  RN-RUN-NUMBER              PIC 9(06).
001365*
001365 FD  RUN-STATS-FILE.
001366*-----------------------------------------------------------*
001366* RS-STATS-RECORD IS THE SHARED COPY MEMBER (SEE             *
001367*   copybooks/RUNSTREC.CPY) APPENDED BY prac-one.  READ ONLY *
001367*   TO SEE WHETHER A RUN HAS TAKEN THE LAST MERGED          *
001368*   TRANS-IN.                                               *
001368*-----------------------------------------------------------*
001369     COPY RUNSTREC.
001369*
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------*
001390* SWITCHES AND STATUS FIELDS                                *
001400*-----------------------------------------------------------*
001410 01  OI-FILE-STATUS             PIC X(02) VALUE SPACES.
001420     88  OI-FILE-OK                  VALUE "00".
001430     88  OI-FILE-NOT-FOUND           VALUE "35".
001440*
001450 01  TI-FILE-STATUS             PIC X(02) VALUE SPACES.
001460     88  TI-FILE-OK                  VALUE "00".
001470*
001480 01  QN-FILE-STATUS             PIC X(02) VALUE SPACES.
001490     88  QN-FILE-OK                  VALUE "00".
001500*
001510 01  RT-FILE-STATUS             PIC X(02) VALUE SPACES.
001520     88  RT-FILE-OK                  VALUE "00".
001530*
001540 01  IR-FILE-STATUS             PIC X(02) VALUE SPACES.
001550     88  IR-FILE-OK                  VALUE "00".
001560*
001570 01  NM-FILE-STATUS             PIC X(02) VALUE SPACES.
001580     88  NM-FILE-OK                  VALUE "00".
001590*
001600 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001610     88  CA-FILE-OK                  VALUE "00".
001620*
001621 01  CF-FILE-STATUS             PIC X(02) VALUE SPACES.
001622     88  CF-FILE-OK                  VALUE "00".
001623*
001624 01  RN-FILE-STATUS             PIC X(02) VALUE SPACES.
001625     88  RN-FILE-OK                  VALUE "00".
001626*
001627 01  RS-FILE-STATUS             PIC X(02) VALUE SPACES.
001628     88  RS-FILE-OK                  VALUE "00".
001629*
001630 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001640 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
001650 01  WS-CUTOFF-TIME REDEFINES WS-CURRENT-TIME.
001660     05  WS-CUTOFF-HHMM         PIC 9(04).
001670     05  FILLER                 PIC 9(04).
001680*
001690 01  WS-OFFICE-IN-SW            PIC X(01) VALUE "N".
001700     88  OFFICE-FILE-IS-THERE       VALUE "Y".
001710 01  WS-END-OF-OFFICE-SW        PIC X(01) VALUE "N".
001720     88  END-OF-OFFICE-FILE         VALUE "Y".
001730 01  WS-END-OF-RECEIPTS-SW      PIC X(01) VALUE "N".
001740     88  END-OF-RECEIPT-LOG         VALUE "Y".
001750 01  WS-END-OF-MASTER-SW        PIC X(01) VALUE "N".
001760     88  END-OF-NAME-MASTER         VALUE "Y".
001770 01  WS-INTAKE-STOPPED-SW       PIC X(01) VALUE "N".
001780     88  INTAKE-WAS-STOPPED         VALUE "Y".
001781 01  WS-END-OF-STATS-SW         PIC X(01) VALUE "N".
001782     88  END-OF-STATS-FILE          VALUE "Y".
001783 01  WS-TRANS-IN-TAKEN-SW       PIC X(01) VALUE "N".
001784     88  TRANS-IN-WAS-TAKEN         VALUE "Y".
001790*
001800 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001810 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001820     88  RC-OFFICE-EXCEPTION        VALUE 04.
001830     88  RC-FILE-ERROR              VALUE 12.
001840*
001850*-----------------------------------------------------------*
001860* ONE ENTRY PER TRANSMISSION FOUND ON OFFCIN, IN ARRIVAL     *
001870* ORDER.  A TRANSMISSION OPENS AT ITS *HDR* (OR AT A DETAIL  *
001880* LINE WITH NO TRANSMISSION OPEN) AND CLOSES AT ITS *TRL*.   *
001890* THE FIRST PASS TALLIES AND JUDGES EACH ONE; THE SECOND     *
001900* PASS WALKS THE FILE THE SAME WAY AND ROUTES EVERY LINE BY  *
001910* ITS TRANSMISSION'S VERDICT.                                *
001920*-----------------------------------------------------------*
001930 77  WS-SEG-MAX                 PIC 9(03) COMP VALUE 50.
001940 77  WS-SEG-COUNT               PIC 9(03) COMP VALUE 0.
001950 77  WS-SEG-SUB                 PIC 9(03) COMP VALUE 0.
001960 77  WS-SEG-LAST                PIC 9(03) COMP VALUE 0.
001970 01  WS-SEG-OPEN-SW             PIC X(01) VALUE "N".
001980     88  SEGMENT-IS-OPEN            VALUE "Y".
001990 01  WS-RECORD-KIND             PIC X(01) VALUE SPACE.
002000     88  RECORD-IS-HEADER           VALUE "H".
002010     88  RECORD-IS-TRAILER          VALUE "T".
002020     88  RECORD-IS-DETAIL           VALUE "D".
002030*
002040 01  WS-SEGMENT-TABLE.
002050     05  WS-SEG-ENTRY OCCURS 50 TIMES.
002060         10  WS-SG-BRANCH           PIC X(03).
002070         10  WS-SG-CREATE-DATE      PIC 9(08).
002080         10  WS-SG-EXPECTED         PIC 9(06).
002090         10  WS-SG-EXPECTED-SW      PIC X(01).
002100         10  WS-SG-HEADER-SW        PIC X(01).
002110         10  WS-SG-TRAILER-SW       PIC X(01).
002120         10  WS-SG-COUNT            PIC 9(06).
002130         10  WS-SG-HASH             PIC S9(14)V99.
002140         10  WS-SG-TRL-COUNT        PIC 9(06).
002150         10  WS-SG-TRL-HASH         PIC S9(14)V99.
002160         10  WS-SG-DISPOSITION      PIC X(01).
002170         10  WS-SG-REASON           PIC X(30).
002171         10  WS-SG-MERGE-FIRST      PIC 9(06).
002180*
002190 77  WS-OVERFLOW-LINES          PIC 9(06) COMP VALUE 0.
002200 77  WS-ACCEPTED-COUNT          PIC 9(03) COMP VALUE 0.
002210 77  WS-QUARANTINED-COUNT       PIC 9(03) COMP VALUE 0.
002220 77  WS-MERGE-EXPECTED          PIC 9(06) VALUE 0.
002230 77  WS-QUARANTINED-LINES       PIC 9(06) VALUE 0.
002240 01  WS-MERGE-COUNT             PIC 9(06) VALUE 0.
002250 01  WS-MERGE-HASH              PIC S9(14)V99 VALUE 0.
002260*
002270*-----------------------------------------------------------*
002280* BRANCHES HEARD FROM FOR THE PROCESSING DATE - EARLIER      *
002290* INTAKE RUNS ON RCPTLOG AS WELL AS THIS ONE - AND THE       *
002300* NAMEMAST BRANCHES ALREADY LISTED AS MISSING.               *
002310*-----------------------------------------------------------*
002320 77  WS-HEARD-MAX               PIC 9(03) COMP VALUE 100.
002330 77  WS-HEARD-COUNT             PIC 9(03) COMP VALUE 0.
002340 77  WS-HEARD-SUB               PIC 9(03) COMP VALUE 0.
002350 77  WS-HEARD-FOUND-SUB         PIC 9(03) COMP VALUE 0.
002360 01  WS-HEARD-TABLE.
002370     05  WS-HEARD-ENTRY OCCURS 100 TIMES.
002380         10  WS-HD-BRANCH           PIC X(03).
002390         10  WS-HD-STATE            PIC X(01).
002400*
002410 01  WS-LOOKUP-BRANCH           PIC X(03) VALUE SPACES.
002420 01  WS-LOOKUP-STATE            PIC X(01) VALUE SPACE.
002430     88  BRANCH-WAS-HEARD-FROM      VALUE "R".
002440     88  BRANCH-IS-LISTED-MISSING   VALUE "M".
002450 77  WS-MISSING-COUNT           PIC 9(03) COMP VALUE 0.
002460 77  WS-EARLIER-RECEIPTS        PIC 9(05) COMP VALUE 0.
002461*
002461*-----------------------------------------------------------*
002461* EARLIER ACCEPTED WORK FOR THE PROCESSING DATE AND THE      *
002461* HIGHEST RUNNUMBR RUN NUMBER NOTED WHEN IT WAS MERGED.  A   *
002461* prac-one RUN ON RUNSTATS FOR THE DATE ABOVE THAT NUMBER    *
002462* HAS TAKEN THE MERGED TRANS-IN; UNTIL ONE HAS, IT IS NOT    *
002462* REPLACED.                                                  *
002462*-----------------------------------------------------------*
002462 77  WS-EARLIER-MERGED          PIC 9(05) COMP VALUE 0.
002462 01  WS-EARLIER-RUN-NUMBER      PIC 9(06) VALUE 0.
002463 01  WS-LAST-RUN-NUMBER         PIC 9(06) VALUE 0.
002463*
002463*-----------------------------------------------------------*
002463* TRANSMISSIONS ALREADY ACCEPTED - FROM RCPTLOG WITHIN THE   *
002463* CTLPARM DUPLICATE LOOK-BACK WINDOW (DEFAULT 30 DAYS), PLUS *
002464* EACH ONE ACCEPTED SO FAR TONIGHT.  A TRANSMISSION WHOSE    *
002464* *HDR* MATCHES ONE OF THESE IS A RESEND, NOT NEW WORK.      *
002464*-----------------------------------------------------------*
002464 01  WS-DUP-LOOKBACK-DAYS       PIC 9(03) VALUE 30.
002464 01  WS-DATE-INTEGER            PIC 9(08) COMP VALUE 0.
002465 01  WS-RECEIPT-INTEGER         PIC 9(08) COMP VALUE 0.
002465 77  WS-PRIOR-MAX               PIC 9(03) COMP VALUE 500.
002465 77  WS-PRIOR-COUNT             PIC 9(03) COMP VALUE 0.
002465 77  WS-PRIOR-SUB               PIC 9(03) COMP VALUE 0.
002466 77  WS-PRIOR-FOUND-SUB         PIC 9(03) COMP VALUE 0.
002466 01  WS-PRIOR-FULL-SW           PIC X(01) VALUE "N".
002466     88  PRIOR-TABLE-IS-FULL        VALUE "Y".
002466 01  WS-PRIOR-TABLE.
002466     05  WS-PRIOR-ENTRY OCCURS 500 TIMES.
002467         10  WS-PR-BRANCH           PIC X(03).
002467         10  WS-PR-CREATE-DATE      PIC 9(08).
002467         10  WS-PR-EXPECTED         PIC 9(06).
002467         10  WS-PR-COUNT            PIC 9(06).
002467         10  WS-PR-PROC-DATE        PIC 9(08).
002468 01  WS-ADD-BRANCH              PIC X(03) VALUE SPACES.
002468 01  WS-ADD-CREATE-DATE         PIC 9(08) VALUE 0.
002468 01  WS-ADD-EXPECTED            PIC 9(06) VALUE 0.
002468 01  WS-ADD-COUNT               PIC 9(06) VALUE 0.
002468 01  WS-ADD-PROC-DATE           PIC 9(08) VALUE 0.
002469 01  WS-ALREADY-REASON.
002469     05  FILLER                 PIC X(17) VALUE
002469         "ALREADY RECEIVED ".
002469     05  AR-PROC-DATE           PIC 9(08).
002470*
002480*-----------------------------------------------------------*
002490* OFFICE BATCH CONTROL LAYOUTS - SHARED COPY MEMBER (SEE     *
002500*   copybooks/TRNBATCH.CPY).                                 *
002510*-----------------------------------------------------------*
002520 COPY TRNBATCH.
002530*
002540 01  WS-RPT-HEADING-LINE.
002550     05  FILLER                 PIC X(28) VALUE
002560         "TRANSMISSION INTAKE REPORT  ".
002570     05  FILLER                 PIC X(17) VALUE
002580         "PROCESSING DATE: ".
002590     05  IH-PROC-DATE           PIC 9(08).
002600     05  FILLER                 PIC X(10) VALUE "  CUTOFF: ".
002610     05  IH-CUTOFF              PIC 9(04).
002620*
002630 01  WS-RPT-COLUMN-HDG.
002640     05  FILLER                 PIC X(05) VALUE "SEQ".
002650     05  FILLER                 PIC X(08) VALUE "OFFICE".
002660     05  FILLER                 PIC X(10) VALUE "CREATED".
002670     05  FILLER                 PIC X(09) VALUE "EXPECTED".
002680     05  FILLER                 PIC X(09) VALUE "RECEIVED".
002690     05  FILLER                 PIC X(09) VALUE "TRAILER".
002700     05  FILLER                 PIC X(13) VALUE "DISPOSITION".
002710     05  FILLER                 PIC X(06) VALUE "REASON".
002720*
002730 01  WS-RPT-DETAIL-LINE.
002740     05  ID-SEQUENCE            PIC ZZ9.
002750     05  FILLER                 PIC X(02) VALUE SPACES.
002760     05  ID-BRANCH              PIC X(03).
002770     05  FILLER                 PIC X(05) VALUE SPACES.
002780     05  ID-CREATE-DATE         PIC 9(08).
002790     05  FILLER                 PIC X(02) VALUE SPACES.
002800     05  ID-EXPECTED            PIC ZZZZZ9.
002810     05  FILLER                 PIC X(03) VALUE SPACES.
002820     05  ID-RECEIVED            PIC ZZZZZ9.
002830     05  FILLER                 PIC X(03) VALUE SPACES.
002840     05  ID-TRAILER-COUNT       PIC ZZZZZ9.
002850     05  FILLER                 PIC X(03) VALUE SPACES.
002860     05  ID-DISPOSITION         PIC X(11).
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  ID-REASON              PIC X(30).
002890*
002900 01  WS-RPT-TOTAL-LINE.
002910     05  IT-TOTAL-TEXT          PIC X(28).
002920     05  IT-TRANSMISSIONS       PIC ZZ9.
002930     05  FILLER                 PIC X(11) VALUE
002940         "  RECORDS: ".
002950     05  IT-RECORDS             PIC ZZZZZ9.
002960*
002970 01  WS-RPT-MISSING-HDG.
002980     05  FILLER                 PIC X(47) VALUE
002990         "BRANCHES ON NAMEMAST WITH NOTHING RECEIVED FOR ".
003000     05  IM-PROC-DATE           PIC 9(08).
003010*
003020 01  WS-RPT-MISSING-LINE.
003030     05  FILLER                 PIC X(09) VALUE "  BRANCH ".
003040     05  IM-BRANCH              PIC X(03).
003050     05  FILLER                 PIC X(31) VALUE
003060         "  - NOT RECEIVED BY CUTOFF".
003070*
003080 01  WS-RPT-MISSING-TOTAL.
003090     05  FILLER                 PIC X(24) VALUE
003100         "BRANCHES NOT RECEIVED:  ".
003110     05  IM-MISSING-COUNT       PIC ZZ9.
003120*
003130 01  WS-RPT-NOTE-LINE.
003140     05  FILLER                 PIC X(02) VALUE SPACES.
003150     05  IN-NOTE-TEXT           PIC X(60).
003160*
003170 PROCEDURE DIVISION.
003180*-----------------------------------------------------------*
003190* 0000-MAINLINE                                             *
003200*-----------------------------------------------------------*
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE
003230         THRU 1000-EXIT.
003240
003250     IF NOT INTAKE-WAS-STOPPED
003260         PERFORM 2000-PROVE-TRANSMISSIONS
003270             THRU 2000-EXIT
003280         PERFORM 3000-BUILD-MERGED-TRANS-IN
003290             THRU 3000-EXIT
003300         PERFORM 4000-LOG-RECEIPTS
003310             THRU 4000-EXIT
003320         PERFORM 5000-LIST-MISSING-BRANCHES
003330             THRU 5000-EXIT
003340     END-IF.
003350
003360     PERFORM 9999-END-OF-JOB
003370         THRU 9999-EXIT.
003380     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
003390     STOP RUN.
003400*-----------------------------------------------------------*
003410* 1000-INITIALIZE - THE PROCESSING DATE, THE BRANCHES        *
003420*   ALREADY HEARD FROM TODAY, AND THE OFFICES' FILE.  NO     *
003430*   OFFCIN AT ALL IS A NIGHT WITH NOTHING SENT: THE MERGED   *
003440*   TRANS-IN GOES OUT EMPTY BUT CONTROLLED AND EVERY BRANCH  *
003450*   SHOWS AS MISSING.  ANY OTHER OPEN FAILURE STOPS THE      *
003460*   INTAKE WITH TRANS-IN UNTOUCHED.                          *
003470*-----------------------------------------------------------*
003480 1000-INITIALIZE.
003490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003500     ACCEPT WS-CURRENT-TIME FROM TIME.
003510     PERFORM 1100-READ-PROCESSING-DATE
003520         THRU 1100-EXIT.
003521     PERFORM 1200-READ-CONTROL-PARMS
003522         THRU 1200-EXIT.
003530
003540     INITIALIZE WS-SEGMENT-TABLE.
003550     INITIALIZE WS-HEARD-TABLE.
003551     INITIALIZE WS-PRIOR-TABLE.
003552     COMPUTE WS-DATE-INTEGER
003553         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
003560
003570     OPEN INPUT OFFICE-IN-FILE.
003580     IF OI-FILE-OK
003590         SET OFFICE-FILE-IS-THERE TO TRUE
003600         CLOSE OFFICE-IN-FILE
003610     ELSE
003620         IF OI-FILE-NOT-FOUND
003630             DISPLAY "OFFCIN not found - no transmissions "
003640                 "received"
003650         ELSE
003660             DISPLAY "OFFCIN open failed, status "
003670                 OI-FILE-STATUS
003680             SET RC-FILE-ERROR TO TRUE
003690             PERFORM 9400-RAISE-RETURN-CODE
003700                 THRU 9400-EXIT
003710             SET INTAKE-WAS-STOPPED TO TRUE
003720             GO TO 1000-EXIT
003730         END-IF
003740     END-IF.
003750
003760     PERFORM 1300-LOAD-EARLIER-RECEIPTS
003770         THRU 1300-EXIT.
003771     PERFORM 1400-READ-LAST-RUN-NUMBER
003772         THRU 1400-EXIT.
003773     PERFORM 1500-CHECK-TRANS-IN-TAKEN
003774         THRU 1500-EXIT.
003775     IF INTAKE-WAS-STOPPED
003776         CLOSE RECEIPT-LOG-FILE
003777         GO TO 1000-EXIT
003778     END-IF.
003780
003790     OPEN OUTPUT INTAKE-REPORT-FILE.
003800     MOVE WS-CURRENT-DATE TO IH-PROC-DATE.
003810     MOVE WS-CUTOFF-HHMM  TO IH-CUTOFF.
003820     WRITE IR-REPORT-LINE FROM WS-RPT-HEADING-LINE.
003830     MOVE SPACES TO IR-REPORT-LINE.
003840     WRITE IR-REPORT-LINE.
003850     WRITE IR-REPORT-LINE FROM WS-RPT-COLUMN-HDG.
003860 1000-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------*
003890* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
003900*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
003910*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
003920*   IS PRESENT.                                              *
003930*-----------------------------------------------------------*
003940 1100-READ-PROCESSING-DATE.
003950     OPEN INPUT CALENDAR-FILE.
003960     IF NOT CA-FILE-OK
003970         GO TO 1100-EXIT
003980     END-IF.
003990
004000     READ CALENDAR-FILE
004010         AT END
004020             CONTINUE
004030         NOT AT END
004040             IF CA-IS-CONTROL
004050                     AND CA-OPEN-DATE NUMERIC
004060                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
004070             END-IF
004080     END-READ.
004090     CLOSE CALENDAR-FILE.
004100 1100-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------*
004121* 1200-READ-CONTROL-PARMS - THE DUPLICATE LOOK-BACK WINDOW.  *
004121*   THE FILE AND THE FIELD ARE BOTH OPTIONAL; THE SHOP       *
004121*   DEFAULT OF 30 DAYS IS USED WHEN EITHER IS ABSENT.        *
004122*-----------------------------------------------------------*
004122 1200-READ-CONTROL-PARMS.
004122     OPEN INPUT CONTROL-FILE.
004123     IF NOT CF-FILE-OK
004123         GO TO 1200-EXIT
004124     END-IF.
004124
004124     READ CONTROL-FILE
004125         AT END
004125             CONTINUE
004125         NOT AT END
004126             IF CF-DUP-LOOKBACK-DAYS NUMERIC
004126                     AND CF-DUP-LOOKBACK-DAYS > ZERO
004127                 MOVE CF-DUP-LOOKBACK-DAYS
004127                     TO WS-DUP-LOOKBACK-DAYS
004127             END-IF
004128     END-READ.
004128     CLOSE CONTROL-FILE.
004128 1200-EXIT.
004129     EXIT.
004129*-----------------------------------------------------------*
004130* 1300-LOAD-EARLIER-RECEIPTS - A BRANCH THAT SENT ITS FILE   *
004140*   TO AN EARLIER INTAKE RUN FOR THE SAME PROCESSING DATE    *
004150*   HAS NOT MISSED THE CUTOFF, AND EVERY TRANSMISSION        *
004160*   ACCEPTED WITHIN THE LOOK-BACK WINDOW IS REMEMBERED FOR   *
004161*   THE RESEND CHECK.  THE LOG IS THEN OPENED FOR APPEND     *
004162*   (CREATED ON FIRST USE).                                  *
004170*-----------------------------------------------------------*
004180 1300-LOAD-EARLIER-RECEIPTS.
004190     OPEN INPUT RECEIPT-LOG-FILE.
004200     IF RT-FILE-OK
004210         PERFORM 1310-CHECK-ONE-RECEIPT
004220             THRU 1310-EXIT
004230             UNTIL END-OF-RECEIPT-LOG
004240         CLOSE RECEIPT-LOG-FILE
004250     END-IF.
004260
004270     OPEN EXTEND RECEIPT-LOG-FILE.
004280     IF NOT RT-FILE-OK
004290         OPEN OUTPUT RECEIPT-LOG-FILE
004300     END-IF.
004310 1300-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------*
004340* 1310-CHECK-ONE-RECEIPT                                     *
004350*-----------------------------------------------------------*
004360 1310-CHECK-ONE-RECEIPT.
004370     READ RECEIPT-LOG-FILE
004380         AT END
004390             SET END-OF-RECEIPT-LOG TO TRUE
004400         NOT AT END
004410             IF RT-PROC-DATE NUMERIC
004420                     AND RT-PROC-DATE = WS-CURRENT-DATE
004430                 ADD 1 TO WS-EARLIER-RECEIPTS
004440                 MOVE RT-OFFICE-BRANCH TO WS-LOOKUP-BRANCH
004450                 MOVE "R" TO WS-LOOKUP-STATE
004460                 PERFORM 6000-NOTE-BRANCH
004470                     THRU 6000-EXIT
004471                 IF RT-WAS-ACCEPTED
004471                         AND RT-RECORD-COUNT NUMERIC
004472                         AND RT-RECORD-COUNT > ZERO
004472                     ADD 1 TO WS-EARLIER-MERGED
004473                     IF RT-LAST-RUN-NUMBER NUMERIC
004473                             AND RT-LAST-RUN-NUMBER
004474                                 > WS-EARLIER-RUN-NUMBER
004474                         MOVE RT-LAST-RUN-NUMBER
004475                             TO WS-EARLIER-RUN-NUMBER
004475                     END-IF
004476                 END-IF
004476             END-IF
004477             IF RT-WAS-ACCEPTED
004477                     AND RT-PROC-DATE NUMERIC
004478                     AND RT-CREATE-DATE NUMERIC
004478                     AND RT-CREATE-DATE NOT = ZERO
004479                 PERFORM 1320-REMEMBER-RECEIPT
004479                     THRU 1320-EXIT
004480             END-IF
004490     END-READ.
004500 1310-EXIT.
004501     EXIT.
004501*-----------------------------------------------------------*
004501* 1320-REMEMBER-RECEIPT - AN ACCEPTED RECEIPT INSIDE THE     *
004501*   LOOK-BACK WINDOW GOES INTO THE RESEND TABLE.             *
004501*-----------------------------------------------------------*
004501 1320-REMEMBER-RECEIPT.
004501     COMPUTE WS-RECEIPT-INTEGER
004501         = FUNCTION INTEGER-OF-DATE (RT-PROC-DATE).
004501     IF WS-RECEIPT-INTEGER + WS-DUP-LOOKBACK-DAYS
004501             < WS-DATE-INTEGER
004501         GO TO 1320-EXIT
004501     END-IF.
004501
004501     MOVE RT-OFFICE-BRANCH  TO WS-ADD-BRANCH.
004502     MOVE RT-CREATE-DATE    TO WS-ADD-CREATE-DATE.
004502     MOVE RT-EXPECTED-COUNT TO WS-ADD-EXPECTED.
004502     MOVE RT-RECORD-COUNT   TO WS-ADD-COUNT.
004502     MOVE RT-PROC-DATE      TO WS-ADD-PROC-DATE.
004502     PERFORM 1330-ADD-PRIOR-ENTRY
004502         THRU 1330-EXIT.
004502 1320-EXIT.
004502     EXIT.
004502*-----------------------------------------------------------*
004502* 1330-ADD-PRIOR-ENTRY - ONE ACCEPTED TRANSMISSION INTO THE  *
004502*   RESEND TABLE.  THE CALLER SETS THE WS-ADD- FIELDS.       *
004502*-----------------------------------------------------------*
004502 1330-ADD-PRIOR-ENTRY.
004503     IF WS-PRIOR-COUNT NOT < WS-PRIOR-MAX
004503         IF NOT PRIOR-TABLE-IS-FULL
004503             SET PRIOR-TABLE-IS-FULL TO TRUE
004503             DISPLAY "Receipt table full - older receipts "
004503                 "left out of the resend check"
004503         END-IF
004503         GO TO 1330-EXIT
004503     END-IF.
004503
004503     ADD 1 TO WS-PRIOR-COUNT.
004503     MOVE WS-ADD-BRANCH      TO WS-PR-BRANCH (WS-PRIOR-COUNT).
004503     MOVE WS-ADD-CREATE-DATE
004503         TO WS-PR-CREATE-DATE (WS-PRIOR-COUNT).
004504     MOVE WS-ADD-EXPECTED    TO WS-PR-EXPECTED (WS-PRIOR-COUNT).
004504     MOVE WS-ADD-COUNT       TO WS-PR-COUNT (WS-PRIOR-COUNT).
004504     MOVE WS-ADD-PROC-DATE   TO WS-PR-PROC-DATE (WS-PRIOR-COUNT).
004504 1330-EXIT.
004504     EXIT.
004504*-----------------------------------------------------------*
004504* 1400-READ-LAST-RUN-NUMBER - THE LAST RUN NUMBER prac-one   *
004504*   TOOK FROM RUNNUMBR, NOTED ON EVERY RCPTLOG LINE THIS     *
004504*   INTAKE WRITES.  ZERO WHEN THERE HAS NEVER BEEN A RUN.    *
004504*-----------------------------------------------------------*
004504 1400-READ-LAST-RUN-NUMBER.
004504     OPEN INPUT RUN-NUMBER-FILE.
004504     IF NOT RN-FILE-OK
004505         GO TO 1400-EXIT
004505     END-IF.
004505
004505     READ RUN-NUMBER-FILE
004505         AT END
004505             CONTINUE
004505         NOT AT END
004505             IF RN-RUN-NUMBER NUMERIC
004505                 MOVE RN-RUN-NUMBER TO WS-LAST-RUN-NUMBER
004505             END-IF
004505     END-READ.
004505     CLOSE RUN-NUMBER-FILE.
004505 1400-EXIT.
004506     EXIT.
004506*-----------------------------------------------------------*
004506* 1500-CHECK-TRANS-IN-TAKEN - AN EARLIER INTAKE FOR THE SAME *
004506*   PROCESSING DATE MERGED WORK ONTO TRANS-IN.  UNLESS       *
004506*   RUNSTATS SHOWS A prac-one RUN FOR THE DATE SINCE THEN,   *
004506*   THAT WORK IS STILL WAITING ON TRANS-IN AND THIS INTAKE   *
004506*   STOPS (RETURN CODE 12) RATHER THAN REPLACE IT.  RUN      *
004506*   prac-one, THEN RERUN THE INTAKE FOR THE LATE FILES.      *
004506*-----------------------------------------------------------*
004506 1500-CHECK-TRANS-IN-TAKEN.
004506     IF WS-EARLIER-MERGED = ZERO
004506         GO TO 1500-EXIT
004506     END-IF.
004507
004507     OPEN INPUT RUN-STATS-FILE.
004507     IF RS-FILE-OK
004507         PERFORM 1510-CHECK-ONE-RUN-STATS
004507             THRU 1510-EXIT
004507             UNTIL END-OF-STATS-FILE
004507                 OR TRANS-IN-WAS-TAKEN
004507         CLOSE RUN-STATS-FILE
004507     END-IF.
004507
004507     IF NOT TRANS-IN-WAS-TAKEN
004507         DISPLAY "TRANSIN from the earlier intake for "
004507             WS-CURRENT-DATE " has not been run by prac-one"
004508         DISPLAY "Run prac-one, then rerun the intake - TRANSIN "
004508             "left untouched"
004508         SET RC-FILE-ERROR TO TRUE
004508         PERFORM 9400-RAISE-RETURN-CODE
004508             THRU 9400-EXIT
004508         SET INTAKE-WAS-STOPPED TO TRUE
004508     END-IF.
004508 1500-EXIT.
004508     EXIT.
004508*-----------------------------------------------------------*
004508* 1510-CHECK-ONE-RUN-STATS - A RUN FOR THE PROCESSING DATE   *
004508*   NUMBERED ABOVE THE ONE NOTED AT THE EARLIER INTAKE.      *
004508*-----------------------------------------------------------*
004509 1510-CHECK-ONE-RUN-STATS.
004509     READ RUN-STATS-FILE
004509         AT END
004509             SET END-OF-STATS-FILE TO TRUE
004509         NOT AT END
004509             IF RS-RUN-DATE NUMERIC
004509                     AND RS-RUN-DATE = WS-CURRENT-DATE
004509                     AND RS-RUN-NUMBER NUMERIC
004509                     AND RS-RUN-NUMBER > WS-EARLIER-RUN-NUMBER
004509                 SET TRANS-IN-WAS-TAKEN TO TRUE
004509             END-IF
004509     END-READ.
004509 1510-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------*
004530* 2000-PROVE-TRANSMISSIONS - FIRST PASS.  TALLY EVERY        *
004540*   TRANSMISSION'S COUNT AND num1/num2 HASH THE SAME WAY     *
004550*   prac-one'S 2910 DOES, THEN JUDGE EACH AGAINST ITS OWN    *
004560*   *HDR* AND *TRL*.                                         *
004570*-----------------------------------------------------------*
004580 2000-PROVE-TRANSMISSIONS.
004590     IF NOT OFFICE-FILE-IS-THERE
004600         GO TO 2000-EXIT
004610     END-IF.
004620
004630     OPEN INPUT OFFICE-IN-FILE.
004640     MOVE ZERO TO WS-SEG-COUNT.
004650     MOVE "N" TO WS-SEG-OPEN-SW.
004660     MOVE "N" TO WS-END-OF-OFFICE-SW.
004670     PERFORM 2200-TALLY-ONE-RECORD
004680         THRU 2200-EXIT
004690         UNTIL END-OF-OFFICE-FILE.
004700     CLOSE OFFICE-IN-FILE.
004710
004720     MOVE WS-SEG-COUNT TO WS-SEG-LAST.
004730     IF WS-SEG-LAST > WS-SEG-MAX
004740         MOVE WS-SEG-MAX TO WS-SEG-LAST
004750     END-IF.
004760     PERFORM 2500-JUDGE-ONE-TRANSMISSION
004770         THRU 2500-EXIT
004780         VARYING WS-SEG-SUB FROM 1 BY 1
004790         UNTIL WS-SEG-SUB > WS-SEG-LAST.
004800 2000-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------*
004830* 2100-CLASSIFY-RECORD - DECIDE WHAT THE LINE IN HAND IS AND *
004840*   WHICH TRANSMISSION IT BELONGS TO.  BOTH PASSES COME      *
004850*   THROUGH HERE SO THEY NUMBER THE TRANSMISSIONS ALIKE.  A  *
004860*   *HDR* ALWAYS OPENS A NEW ONE (A TRANSMISSION CUT OFF     *
004870*   BEFORE ITS TRAILER SIMPLY STAYS UNTRAILED); A *TRL*      *
004880*   CLOSES THE ONE OPEN.                                     *
004890*-----------------------------------------------------------*
004900 2100-CLASSIFY-RECORD.
004910     EVALUATE OT-TRAN-RECORD (1:5)
004920         WHEN "*HDR*"
004930             SET RECORD-IS-HEADER TO TRUE
004940             PERFORM 2150-OPEN-TRANSMISSION
004950                 THRU 2150-EXIT
004960         WHEN "*TRL*"
004970             SET RECORD-IS-TRAILER TO TRUE
004980             IF NOT SEGMENT-IS-OPEN
004990                 PERFORM 2150-OPEN-TRANSMISSION
005000                     THRU 2150-EXIT
005010             END-IF
005020             MOVE "N" TO WS-SEG-OPEN-SW
005030         WHEN OTHER
005040             SET RECORD-IS-DETAIL TO TRUE
005050             IF NOT SEGMENT-IS-OPEN
005060                 PERFORM 2150-OPEN-TRANSMISSION
005070                     THRU 2150-EXIT
005080             END-IF
005090     END-EVALUATE.
005100 2100-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------*
005130* 2150-OPEN-TRANSMISSION                                     *
005140*-----------------------------------------------------------*
005150 2150-OPEN-TRANSMISSION.
005160     ADD 1 TO WS-SEG-COUNT.
005170     SET SEGMENT-IS-OPEN TO TRUE.
005180 2150-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------*
005210* 2200-TALLY-ONE-RECORD - ONE OFFCIN LINE INTO ITS           *
005220*   TRANSMISSION'S TALLY.  NON-NUMERIC OPERANDS ADD NOTHING  *
005230*   TO THE HASH, MATCHING WHAT A SENDING OFFICE CAN COMPUTE. *
005240*   TRANSMISSIONS PAST THE TABLE ARE NOT TALLIED; THEY ARE   *
005250*   QUARANTINED UNREAD IN THE SECOND PASS.                   *
005260*-----------------------------------------------------------*
005270 2200-TALLY-ONE-RECORD.
005280     READ OFFICE-IN-FILE
005290         AT END
005300             SET END-OF-OFFICE-FILE TO TRUE
005310             GO TO 2200-EXIT
005320     END-READ.
005330
005340     PERFORM 2100-CLASSIFY-RECORD
005350         THRU 2100-EXIT.
005360     IF WS-SEG-COUNT > WS-SEG-MAX
005370         ADD 1 TO WS-OVERFLOW-LINES
005380         GO TO 2200-EXIT
005390     END-IF.
005400     MOVE WS-SEG-COUNT TO WS-SEG-SUB.
005410
005420     EVALUATE TRUE
005430         WHEN RECORD-IS-HEADER
005440             MOVE OT-TRAN-RECORD (1:22) TO BH-BATCH-HEADER
005450             MOVE "Y" TO WS-SG-HEADER-SW (WS-SEG-SUB)
005460             MOVE BH-OFFICE-BRANCH
005470                 TO WS-SG-BRANCH (WS-SEG-SUB)
005480             IF BH-CREATE-DATE NUMERIC
005490                 MOVE BH-CREATE-DATE
005500                     TO WS-SG-CREATE-DATE (WS-SEG-SUB)
005510             END-IF
005520             IF BH-EXPECTED-COUNT NUMERIC
005530                 MOVE "Y" TO WS-SG-EXPECTED-SW (WS-SEG-SUB)
005540                 MOVE BH-EXPECTED-COUNT
005550                     TO WS-SG-EXPECTED (WS-SEG-SUB)
005560             END-IF
005570         WHEN RECORD-IS-TRAILER
005580             MOVE OT-TRAN-RECORD (1:27) TO BT-BATCH-TRAILER
005590             IF BT-RECORD-COUNT NUMERIC
005600                     AND BT-HASH-TOTAL NUMERIC
005610                 MOVE "Y" TO WS-SG-TRAILER-SW (WS-SEG-SUB)
005620                 MOVE BT-RECORD-COUNT
005630                     TO WS-SG-TRL-COUNT (WS-SEG-SUB)
005640                 MOVE BT-HASH-TOTAL
005650                     TO WS-SG-TRL-HASH (WS-SEG-SUB)
005660             ELSE
005670                 MOVE "B" TO WS-SG-TRAILER-SW (WS-SEG-SUB)
005680             END-IF
005690         WHEN OTHER
005700             ADD 1 TO WS-SG-COUNT (WS-SEG-SUB)
005710             IF OT-NUM1 NUMERIC
005720                 ADD OT-NUM1 TO WS-SG-HASH (WS-SEG-SUB)
005730             END-IF
005740             IF OT-NUM2 NUMERIC
005750                 ADD OT-NUM2 TO WS-SG-HASH (WS-SEG-SUB)
005760             END-IF
005770     END-EVALUATE.
005780 2200-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------*
005810* 2500-JUDGE-ONE-TRANSMISSION - THE SAME PROOF prac-one      *
005820*   APPLIES TO A WHOLE TRANS-IN, APPLIED TO ONE OFFICE.  AT  *
005830*   THE INTAKE STEP A HEADERLESS FILE CANNOT BE TIED TO AN   *
005840*   OFFICE, SO IT IS QUARANTINED RATHER THAN WAVED THROUGH   *
005850*   AS A CUTOVER FILE.                                       *
005860*-----------------------------------------------------------*
005870 2500-JUDGE-ONE-TRANSMISSION.
005880     MOVE SPACES TO WS-SG-REASON (WS-SEG-SUB).
005881     MOVE ZERO TO WS-PRIOR-FOUND-SUB.
005882     IF WS-SG-HEADER-SW (WS-SEG-SUB) = "Y"
005883         PERFORM 2550-FIND-EARLIER-RECEIPT
005884             THRU 2550-EXIT
005885             VARYING WS-PRIOR-SUB FROM 1 BY 1
005886             UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
005887                 OR WS-PRIOR-FOUND-SUB > ZERO
005888     END-IF.
005890     EVALUATE TRUE
005900         WHEN WS-SG-HEADER-SW (WS-SEG-SUB) NOT = "Y"
005910             MOVE "???" TO WS-SG-BRANCH (WS-SEG-SUB)
005920             MOVE "NO *HDR* - OFFICE UNKNOWN"
005930                 TO WS-SG-REASON (WS-SEG-SUB)
005940         WHEN WS-SG-TRAILER-SW (WS-SEG-SUB) = "B"
005950             MOVE "*TRL* NOT NUMERIC"
005960                 TO WS-SG-REASON (WS-SEG-SUB)
005970         WHEN WS-SG-TRAILER-SW (WS-SEG-SUB) NOT = "Y"
005980             MOVE "NO *TRL* - FILE CUT SHORT"
005990                 TO WS-SG-REASON (WS-SEG-SUB)
006000         WHEN WS-SG-TRL-COUNT (WS-SEG-SUB)
006010                 NOT = WS-SG-COUNT (WS-SEG-SUB)
006020             MOVE "*TRL* COUNT DOES NOT PROVE"
006030                 TO WS-SG-REASON (WS-SEG-SUB)
006040         WHEN WS-SG-TRL-HASH (WS-SEG-SUB)
006050                 NOT = WS-SG-HASH (WS-SEG-SUB)
006060             MOVE "*TRL* HASH DOES NOT PROVE"
006070                 TO WS-SG-REASON (WS-SEG-SUB)
006080         WHEN WS-SG-EXPECTED-SW (WS-SEG-SUB) = "Y"
006090                 AND WS-SG-EXPECTED (WS-SEG-SUB)
006100                 NOT = WS-SG-COUNT (WS-SEG-SUB)
006110             MOVE "*HDR* COUNT DOES NOT PROVE"
006120                 TO WS-SG-REASON (WS-SEG-SUB)
006121*        A FILE THAT PROVES BUT WAS ALREADY TAKEN IN IS A
006122*        RESEND; POSTING IT AGAIN WOULD DOUBLE THE OFFICE.
006123         WHEN WS-PRIOR-FOUND-SUB > ZERO
006124             MOVE WS-PR-PROC-DATE (WS-PRIOR-FOUND-SUB)
006125                 TO AR-PROC-DATE
006126             MOVE WS-ALREADY-REASON
006127                 TO WS-SG-REASON (WS-SEG-SUB)
006130         WHEN OTHER
006140             CONTINUE
006150     END-EVALUATE.
006160
006170     IF WS-SG-REASON (WS-SEG-SUB) = SPACES
006180         MOVE "A" TO WS-SG-DISPOSITION (WS-SEG-SUB)
006190         ADD 1 TO WS-ACCEPTED-COUNT
006200         ADD WS-SG-COUNT (WS-SEG-SUB) TO WS-MERGE-EXPECTED
006201         MOVE WS-SG-BRANCH (WS-SEG-SUB)      TO WS-ADD-BRANCH
006202         MOVE WS-SG-CREATE-DATE (WS-SEG-SUB) TO WS-ADD-CREATE-DATE
006203         MOVE WS-SG-EXPECTED (WS-SEG-SUB)    TO WS-ADD-EXPECTED
006204         MOVE WS-SG-COUNT (WS-SEG-SUB)       TO WS-ADD-COUNT
006205         MOVE WS-CURRENT-DATE                TO WS-ADD-PROC-DATE
006206         PERFORM 1330-ADD-PRIOR-ENTRY
006207             THRU 1330-EXIT
006210     ELSE
006220         MOVE "Q" TO WS-SG-DISPOSITION (WS-SEG-SUB)
006230         ADD 1 TO WS-QUARANTINED-COUNT
006240         DISPLAY "Office " WS-SG-BRANCH (WS-SEG-SUB)
006250             " quarantined - " WS-SG-REASON (WS-SEG-SUB)
006260         SET RC-OFFICE-EXCEPTION TO TRUE
006270         PERFORM 9400-RAISE-RETURN-CODE
006280             THRU 9400-EXIT
006290     END-IF.
006300 2500-EXIT.
006301     EXIT.
006301*-----------------------------------------------------------*
006302* 2550-FIND-EARLIER-RECEIPT - THE SAME OFFICE, CREATION DATE *
006302*   AND RECORD COUNTS AS A TRANSMISSION ALREADY ACCEPTED.    *
006303*-----------------------------------------------------------*
006303 2550-FIND-EARLIER-RECEIPT.
006304     IF WS-PR-BRANCH (WS-PRIOR-SUB) = WS-SG-BRANCH (WS-SEG-SUB)
006304             AND WS-PR-CREATE-DATE (WS-PRIOR-SUB)
006305                 = WS-SG-CREATE-DATE (WS-SEG-SUB)
006306             AND WS-PR-EXPECTED (WS-PRIOR-SUB)
006306                 = WS-SG-EXPECTED (WS-SEG-SUB)
006307             AND WS-PR-COUNT (WS-PRIOR-SUB)
006307                 = WS-SG-COUNT (WS-SEG-SUB)
006308         MOVE WS-PRIOR-SUB TO WS-PRIOR-FOUND-SUB
006308     END-IF.
006309 2550-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------*
006330* 3000-BUILD-MERGED-TRANS-IN - SECOND PASS.  ONE *HDR* FOR   *
006340*   THE WHOLE NIGHT, EVERY ACCEPTED OFFICE'S DETAILS, ONE    *
006350*   *TRL* TALLIED AS THEY ARE WRITTEN.  THE OFFICES' OWN     *
006360*   CONTROL LINES HAVE DONE THEIR WORK AND ARE NOT CARRIED;  *
006370*   A QUARANTINED OFFICE GOES TO QUARANTN LINE FOR LINE.     *
006380*-----------------------------------------------------------*
006390 3000-BUILD-MERGED-TRANS-IN.
006400     OPEN OUTPUT TRANS-IN-FILE.
006410     IF NOT TI-FILE-OK
006420         DISPLAY "TRANSIN open failed, status " TI-FILE-STATUS
006430         SET RC-FILE-ERROR TO TRUE
006440         PERFORM 9400-RAISE-RETURN-CODE
006450             THRU 9400-EXIT
006460         GO TO 3000-EXIT
006470     END-IF.
006480     OPEN OUTPUT QUARANTINE-FILE.
006490
006500     MOVE SPACES TO BH-BATCH-HEADER.
006510     SET BH-IS-HEADER TO TRUE.
006520     MOVE "ALL"             TO BH-OFFICE-BRANCH.
006530     MOVE WS-CURRENT-DATE   TO BH-CREATE-DATE.
006540     MOVE WS-MERGE-EXPECTED TO BH-EXPECTED-COUNT.
006550     MOVE SPACES TO TI-TRAN-RECORD.
006560     MOVE BH-BATCH-HEADER TO TI-TRAN-RECORD (1:22).
006570     WRITE TI-TRAN-RECORD.
006580
006590     IF OFFICE-FILE-IS-THERE
006600         OPEN INPUT OFFICE-IN-FILE
006610         MOVE ZERO TO WS-SEG-COUNT
006620         MOVE "N" TO WS-SEG-OPEN-SW
006630         MOVE "N" TO WS-END-OF-OFFICE-SW
006640         PERFORM 3100-ROUTE-ONE-RECORD
006650             THRU 3100-EXIT
006660             UNTIL END-OF-OFFICE-FILE
006670         CLOSE OFFICE-IN-FILE
006680     END-IF.
006690
006700     MOVE SPACES TO BT-BATCH-TRAILER.
006710     SET BT-IS-TRAILER TO TRUE.
006720     MOVE WS-MERGE-COUNT TO BT-RECORD-COUNT.
006730     MOVE WS-MERGE-HASH  TO BT-HASH-TOTAL.
006740     MOVE SPACES TO TI-TRAN-RECORD.
006750     MOVE BT-BATCH-TRAILER TO TI-TRAN-RECORD (1:27).
006760     WRITE TI-TRAN-RECORD.
006770
006780     CLOSE TRANS-IN-FILE.
006790     CLOSE QUARANTINE-FILE.
006800
006810     IF WS-MERGE-COUNT NOT = WS-MERGE-EXPECTED
006820         DISPLAY "Merged TRANS-IN count " WS-MERGE-COUNT
006830             " does not agree with proof " WS-MERGE-EXPECTED
006840         SET RC-FILE-ERROR TO TRUE
006850         PERFORM 9400-RAISE-RETURN-CODE
006860             THRU 9400-EXIT
006870     END-IF.
006880 3000-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------*
006910* 3100-ROUTE-ONE-RECORD - ONE OFFCIN LINE TO TRANS-IN OR     *
006920*   QUARANTN BY ITS TRANSMISSION'S VERDICT.                  *
006930*-----------------------------------------------------------*
006940 3100-ROUTE-ONE-RECORD.
006950     READ OFFICE-IN-FILE
006960         AT END
006970             SET END-OF-OFFICE-FILE TO TRUE
006980             GO TO 3100-EXIT
006990     END-READ.
007000
007010     PERFORM 2100-CLASSIFY-RECORD
007020         THRU 2100-EXIT.
007030
007040     IF WS-SEG-COUNT > WS-SEG-MAX
007050         PERFORM 3200-QUARANTINE-LINE
007060             THRU 3200-EXIT
007070         GO TO 3100-EXIT
007080     END-IF.
007090
007100     IF WS-SG-DISPOSITION (WS-SEG-COUNT) NOT = "A"
007110         PERFORM 3200-QUARANTINE-LINE
007120             THRU 3200-EXIT
007130         GO TO 3100-EXIT
007140     END-IF.
007150
007160     IF RECORD-IS-DETAIL
007170         MOVE OT-TRAN-RECORD TO TI-TRAN-RECORD
007180         WRITE TI-TRAN-RECORD
007190         ADD 1 TO WS-MERGE-COUNT
007191         IF WS-SG-MERGE-FIRST (WS-SEG-COUNT) = ZERO
007192             MOVE WS-MERGE-COUNT
007193                 TO WS-SG-MERGE-FIRST (WS-SEG-COUNT)
007194         END-IF
007200         IF TI-NUM1 NUMERIC
007210             ADD TI-NUM1 TO WS-MERGE-HASH
007220         END-IF
007230         IF TI-NUM2 NUMERIC
007240             ADD TI-NUM2 TO WS-MERGE-HASH
007250         END-IF
007260     END-IF.
007270 3100-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------*
007300* 3200-QUARANTINE-LINE                                       *
007310*-----------------------------------------------------------*
007320 3200-QUARANTINE-LINE.
007330     MOVE OT-TRAN-RECORD TO QN-QUARANTINE-LINE.
007340     WRITE QN-QUARANTINE-LINE.
007350     IF RECORD-IS-DETAIL
007360         ADD 1 TO WS-QUARANTINED-LINES
007370     END-IF.
007380 3200-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------*
007410* 4000-LOG-RECEIPTS - ONE RCPTLOG LINE AND ONE REPORT LINE   *
007420*   PER TRANSMISSION, THEN THE NIGHT'S TOTALS.               *
007430*-----------------------------------------------------------*
007440 4000-LOG-RECEIPTS.
007450     PERFORM 4100-LOG-ONE-TRANSMISSION
007460         THRU 4100-EXIT
007470         VARYING WS-SEG-SUB FROM 1 BY 1
007480         UNTIL WS-SEG-SUB > WS-SEG-LAST.
007490
007500     IF WS-SEG-LAST = ZERO
007510         MOVE "NO TRANSMISSIONS RECEIVED" TO IN-NOTE-TEXT
007520         WRITE IR-REPORT-LINE FROM WS-RPT-NOTE-LINE
007530     END-IF.
007540     IF WS-OVERFLOW-LINES > ZERO
007550         MOVE "TRANSMISSIONS PAST THE 50TH QUARANTINED UNREAD"
007560             TO IN-NOTE-TEXT
007570         WRITE IR-REPORT-LINE FROM WS-RPT-NOTE-LINE
007580         SET RC-OFFICE-EXCEPTION TO TRUE
007590         PERFORM 9400-RAISE-RETURN-CODE
007600             THRU 9400-EXIT
007610     END-IF.
007620
007630     MOVE SPACES TO IR-REPORT-LINE.
007640     WRITE IR-REPORT-LINE.
007650     MOVE "ACCEPTED AND MERGED:" TO IT-TOTAL-TEXT.
007660     MOVE WS-ACCEPTED-COUNT TO IT-TRANSMISSIONS.
007670     MOVE WS-MERGE-COUNT    TO IT-RECORDS.
007680     WRITE IR-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007690     MOVE "QUARANTINED:" TO IT-TOTAL-TEXT.
007700     MOVE WS-QUARANTINED-COUNT TO IT-TRANSMISSIONS.
007710     MOVE WS-QUARANTINED-LINES TO IT-RECORDS.
007720     WRITE IR-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
007730
007740     DISPLAY "Transmissions accepted:    " WS-ACCEPTED-COUNT.
007750     DISPLAY "Transmissions quarantined: " WS-QUARANTINED-COUNT.
007760     DISPLAY "Records merged to TRANSIN: " WS-MERGE-COUNT.
007770 4000-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------*
007800* 4100-LOG-ONE-TRANSMISSION                                  *
007810*-----------------------------------------------------------*
007820 4100-LOG-ONE-TRANSMISSION.
007830     MOVE SPACES TO RT-RECEIPT-RECORD.
007840     MOVE WS-CURRENT-DATE TO RT-PROC-DATE.
007850     MOVE WS-SG-BRANCH (WS-SEG-SUB)      TO RT-OFFICE-BRANCH.
007860     MOVE WS-SG-CREATE-DATE (WS-SEG-SUB) TO RT-CREATE-DATE.
007870     MOVE WS-SG-EXPECTED (WS-SEG-SUB)    TO RT-EXPECTED-COUNT.
007880     MOVE WS-SG-COUNT (WS-SEG-SUB)       TO RT-RECORD-COUNT.
007890     MOVE WS-SG-HASH (WS-SEG-SUB)        TO RT-HASH-TOTAL.
007900     MOVE WS-SG-TRL-COUNT (WS-SEG-SUB)   TO RT-TRL-COUNT.
007910     MOVE WS-SG-TRL-HASH (WS-SEG-SUB)    TO RT-TRL-HASH.
007920     MOVE WS-SG-DISPOSITION (WS-SEG-SUB) TO RT-DISPOSITION.
007930     MOVE WS-SG-REASON (WS-SEG-SUB)      TO RT-REASON.
007940     MOVE WS-CURRENT-TIME TO RT-RECEIVED-TIME.
007941     MOVE WS-LAST-RUN-NUMBER TO RT-LAST-RUN-NUMBER.
007950     MOVE WS-SEG-SUB      TO RT-SEQUENCE.
007951     MOVE WS-SG-MERGE-FIRST (WS-SEG-SUB) TO RT-MERGE-FIRST.
007960     WRITE RT-RECEIPT-RECORD.
007970
007980     MOVE WS-SEG-SUB                     TO ID-SEQUENCE.
007990     MOVE WS-SG-BRANCH (WS-SEG-SUB)      TO ID-BRANCH.
008000     MOVE WS-SG-CREATE-DATE (WS-SEG-SUB) TO ID-CREATE-DATE.
008010     MOVE WS-SG-EXPECTED (WS-SEG-SUB)    TO ID-EXPECTED.
008020     MOVE WS-SG-COUNT (WS-SEG-SUB)       TO ID-RECEIVED.
008030     MOVE WS-SG-TRL-COUNT (WS-SEG-SUB)   TO ID-TRAILER-COUNT.
008040     IF RT-WAS-ACCEPTED
008050         MOVE "ACCEPTED" TO ID-DISPOSITION
008060     ELSE
008070         MOVE "QUARANTINED" TO ID-DISPOSITION
008080     END-IF.
008090     MOVE WS-SG-REASON (WS-SEG-SUB)      TO ID-REASON.
008100     WRITE IR-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
008110
008120*    A BRANCH THAT SENT SOMETHING HAS MET THE CUTOFF EVEN IF
008130*    ITS FILE WAS QUARANTINED - IT IS CHASED FROM THE LINE
008140*    ABOVE, NOT LISTED AGAIN AS MISSING.
008150     MOVE WS-SG-BRANCH (WS-SEG-SUB) TO WS-LOOKUP-BRANCH.
008160     MOVE "R" TO WS-LOOKUP-STATE.
008170     PERFORM 6000-NOTE-BRANCH
008180         THRU 6000-EXIT.
008190 4100-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------*
008220* 5000-LIST-MISSING-BRANCHES - EVERY BRANCH WITH AN ACTIVE   *
008230*   NAME ON NAMEMAST OWES US A FILE.  A BLANK NM-BRANCH IS   *
008240*   THE HOUSE BRANCH 000, AS IN THE prac-one EDIT.  NO       *
008250*   MASTER MEANS THE CHECK CANNOT BE MADE, AND THE REPORT    *
008260*   SAYS SO.                                                 *
008270*-----------------------------------------------------------*
008280 5000-LIST-MISSING-BRANCHES.
008290     MOVE SPACES TO IR-REPORT-LINE.
008300     WRITE IR-REPORT-LINE.
008310     MOVE WS-CURRENT-DATE TO IM-PROC-DATE.
008320     WRITE IR-REPORT-LINE FROM WS-RPT-MISSING-HDG.
008330
008340     OPEN INPUT NAME-MASTER-FILE.
008350     IF NOT NM-FILE-OK
008360         MOVE "NAMEMAST NOT FOUND - MISSING-BRANCH CHECK NOT MADE"
008370             TO IN-NOTE-TEXT
008380         WRITE IR-REPORT-LINE FROM WS-RPT-NOTE-LINE
008390         GO TO 5000-EXIT
008400     END-IF.
008410
008420     PERFORM 5100-CHECK-ONE-NAME
008430         THRU 5100-EXIT
008440         UNTIL END-OF-NAME-MASTER.
008450     CLOSE NAME-MASTER-FILE.
008460
008470     IF WS-MISSING-COUNT = ZERO
008480         MOVE "NONE - EVERY BRANCH HAS SENT ITS FILE"
008490             TO IN-NOTE-TEXT
008500         WRITE IR-REPORT-LINE FROM WS-RPT-NOTE-LINE
008510     ELSE
008520         SET RC-OFFICE-EXCEPTION TO TRUE
008530         PERFORM 9400-RAISE-RETURN-CODE
008540             THRU 9400-EXIT
008550     END-IF.
008560     MOVE WS-MISSING-COUNT TO IM-MISSING-COUNT.
008570     WRITE IR-REPORT-LINE FROM WS-RPT-MISSING-TOTAL.
008580     DISPLAY "Branches not received:     " WS-MISSING-COUNT.
008590 5000-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------*
008620* 5100-CHECK-ONE-NAME                                        *
008630*-----------------------------------------------------------*
008640 5100-CHECK-ONE-NAME.
008650     READ NAME-MASTER-FILE
008660         AT END
008670             SET END-OF-NAME-MASTER TO TRUE
008680             GO TO 5100-EXIT
008690     END-READ.
008700
008710     IF NOT NM-STATUS-ACTIVE
008720         GO TO 5100-EXIT
008730     END-IF.
008740
008750     MOVE NM-BRANCH TO WS-LOOKUP-BRANCH.
008760     IF WS-LOOKUP-BRANCH = SPACES
008770         MOVE "000" TO WS-LOOKUP-BRANCH
008780     END-IF.
008790     PERFORM 6100-FIND-BRANCH
008800         THRU 6100-EXIT.
008810     IF WS-HEARD-FOUND-SUB > ZERO
008820         GO TO 5100-EXIT
008830     END-IF.
008840
008850     MOVE WS-LOOKUP-BRANCH TO IM-BRANCH.
008860     WRITE IR-REPORT-LINE FROM WS-RPT-MISSING-LINE.
008870     ADD 1 TO WS-MISSING-COUNT.
008880     MOVE "M" TO WS-LOOKUP-STATE.
008890     PERFORM 6000-NOTE-BRANCH
008900         THRU 6000-EXIT.
008910 5100-EXIT.
008920     EXIT.
008930*-----------------------------------------------------------*
008940* 6000-NOTE-BRANCH - ADD WS-LOOKUP-BRANCH TO THE TABLE WITH  *
008950*   WS-LOOKUP-STATE UNLESS IT IS ALREADY THERE.  A FULL      *
008951*   TABLE IS AN OFFICE EXCEPTION: THE BRANCH MAY WRONGLY     *
008952*   SHOW AS MISSING.                                         *
008960*-----------------------------------------------------------*
008970 6000-NOTE-BRANCH.
008980     PERFORM 6100-FIND-BRANCH
008990         THRU 6100-EXIT.
009000     IF WS-HEARD-FOUND-SUB > ZERO
009010         GO TO 6000-EXIT
009020     END-IF.
009030     IF WS-HEARD-COUNT < WS-HEARD-MAX
009040         ADD 1 TO WS-HEARD-COUNT
009050         MOVE WS-LOOKUP-BRANCH TO WS-HD-BRANCH (WS-HEARD-COUNT)
009060         MOVE WS-LOOKUP-STATE  TO WS-HD-STATE (WS-HEARD-COUNT)
009061     ELSE
009062         DISPLAY "Heard-from table full - branch "
009063             WS-LOOKUP-BRANCH " not tracked"
009064         SET RC-OFFICE-EXCEPTION TO TRUE
009065         PERFORM 9400-RAISE-RETURN-CODE
009066             THRU 9400-EXIT
009070     END-IF.
009080 6000-EXIT.
009090     EXIT.
009100*-----------------------------------------------------------*
009110* 6100-FIND-BRANCH - WS-HEARD-FOUND-SUB IS THE ENTRY FOR     *
009120*   WS-LOOKUP-BRANCH, OR ZERO.                               *
009130*-----------------------------------------------------------*
009140 6100-FIND-BRANCH.
009150     MOVE ZERO TO WS-HEARD-FOUND-SUB.
009160     PERFORM 6110-SCAN-BRANCH-TABLE
009170         THRU 6110-EXIT
009180         VARYING WS-HEARD-SUB FROM 1 BY 1
009190         UNTIL WS-HEARD-SUB > WS-HEARD-COUNT
009200             OR WS-HEARD-FOUND-SUB > ZERO.
009210 6100-EXIT.
009220     EXIT.
009230*-----------------------------------------------------------*
009240* 6110-SCAN-BRANCH-TABLE                                     *
009250*-----------------------------------------------------------*
009260 6110-SCAN-BRANCH-TABLE.
009270     IF WS-HD-BRANCH (WS-HEARD-SUB) = WS-LOOKUP-BRANCH
009280         MOVE WS-HEARD-SUB TO WS-HEARD-FOUND-SUB
009290     END-IF.
009300 6110-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------*
009330* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
009340*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
009350*-----------------------------------------------------------*
009360 9400-RAISE-RETURN-CODE.
009370     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
009380         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
009390     END-IF.
009400 9400-EXIT.
009410     EXIT.
009420*-----------------------------------------------------------*
009430* 9999-END-OF-JOB                                            *
009440*-----------------------------------------------------------*
009450 9999-END-OF-JOB.
009460     IF NOT INTAKE-WAS-STOPPED
009470         CLOSE RECEIPT-LOG-FILE
009480         CLOSE INTAKE-REPORT-FILE
009490     END-IF.
009500 9999-EXIT.
009510     EXIT.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. eodctl.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - END-OF-DAY JOB STREAM  *
000200*                  CONTROLLER.  RUNS THE NIGHT'S STEPS IN    *
000210*                  ORDER (prac-one, ledgack, glsumm,         *
000220*                  dayendct) AND RECORDS EACH STEP'S START,  *
000230*                  END AND RETURN CODE ON THE JOBSTAT MASTER *
000240*                  (LAYOUT IN JOBSREC.CPY), KEYED BY THE     *
000250*                  BUSCAL OPEN PROCESSING DATE, WITH THE     *
000260*                  dayendct CERTIFICATE VERDICT.  THE STREAM *
000270*                  STOPS AT THE FIRST STEP TO END ABOVE ITS  *
000280*                  ALLOWED RETURN CODE (CTLPARM); RUN AGAIN  *
000290*                  AFTER THE FIX IT RESTARTS AT THAT STEP,   *
000300*                  OR AT AN EARLIER ONE THE OPERATOR NAMES,  *
000310*                  NOT AT THE TOP.  calmnt WILL NOT ADVANCE  *
000320*                  THE DATE UNTIL JOBSTAT SHOWS THE NIGHT    *
000330*                  COMPLETE AND BALANCED; eodstat PRINTS THE *
000340*                  MORNING STATUS.  RETURN CODES: 0          *
000350*                  COMPLETE, 4 COMPLETE BUT NOT BALANCED, 8  *
000360*                  STREAM STOPPED OR NOT RUN, 12 JOBSTAT     *
000370*                  ERROR.                                    *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000420 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS JS-PROCESS-DATE
000490         FILE STATUS IS JS-FILE-STATUS.
000500     SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CF-FILE-STATUS.
000530     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CA-FILE-STATUS.
000560     SELECT CERTIFICATE-FILE ASSIGN TO "CERTOUT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CT-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JOB-STATUS-FILE.
000630*-----------------------------------------------------------*
000640* JS-JOB-STATUS-RECORD IS THE SHARED COPY MEMBER (SEE        *
000650*   copybooks/JOBSREC.CPY), ALSO READ BY calmnt AND eodstat. *
000660*-----------------------------------------------------------*
000670     COPY JOBSREC.
000680*
000690 FD  CONTROL-FILE.
000700*-----------------------------------------------------------*
000710* SHOP CONTROL PARAMETERS (SEE copybooks/CTLPARM.CPY).       *
000720*-----------------------------------------------------------*
000730     COPY CTLPARM.
000740*
000750 FD  CALENDAR-FILE.
000760*-----------------------------------------------------------*
000770* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000780*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000790*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000800*-----------------------------------------------------------*
000810     COPY BUSCAL.
000820*
000830 FD  CERTIFICATE-FILE.
000840*-----------------------------------------------------------*
000850* THE dayendct CERTIFICATE PAGE.  ONLY ITS HEADING (FOR THE  *
000860*   RUN DATE) AND ITS VERDICT LINE ARE READ.                 *
000870*-----------------------------------------------------------*
000880 01  CT-CERT-LINE                   PIC X(100).
000890*
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------*
000920* SWITCHES AND STATUS FIELDS                                *
000930*-----------------------------------------------------------*
000940 01  JS-FILE-STATUS             PIC X(02) VALUE SPACES.
000950     88  JS-FILE-OK                  VALUE "00".
000960     88  JS-FILE-NOT-FOUND           VALUE "35".
000970 01  CF-FILE-STATUS             PIC X(02) VALUE SPACES.
000980     88  CF-FILE-OK                  VALUE "00".
000990 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001000     88  CA-FILE-OK                  VALUE "00".
001010 01  CT-FILE-STATUS             PIC X(02) VALUE SPACES.
001020     88  CT-FILE-OK                  VALUE "00".
001030*
001040 01  WS-JOB-STATUS-OPEN-SW      PIC X(01) VALUE "N".
001050     88  JOB-STATUS-IS-OPEN         VALUE "Y".
001060 01  WS-JOB-STATUS-NEW-SW       PIC X(01) VALUE "N".
001070     88  JOB-STATUS-IS-NEW          VALUE "Y".
001080 01  WS-STREAM-CAN-RUN-SW       PIC X(01) VALUE "N".
001090     88  STREAM-CAN-RUN             VALUE "Y".
001100 01  WS-STREAM-STOPPED-SW       PIC X(01) VALUE "N".
001110     88  STREAM-WAS-STOPPED         VALUE "Y".
001120 01  WS-RERUN-SW                PIC X(01) VALUE "N".
001130     88  A-RERUN-IS-OPEN            VALUE "Y".
001140 01  WS-END-OF-CERT-SW          PIC X(01) VALUE "N".
001150     88  END-OF-CERTIFICATE         VALUE "Y".
001160 01  WS-CERT-DATE-SW            PIC X(01) VALUE "N".
001170     88  CERT-DATE-MATCHES          VALUE "Y".
001180*
001190 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001200 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001210     88  RC-CERT-NOT-BALANCED       VALUE 04.
001220     88  RC-STREAM-STOPPED          VALUE 08.
001230     88  RC-FILE-ERROR              VALUE 12.
001240*
001250 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001260 01  WS-RERUN-DATE              PIC 9(08) VALUE 0.
001270 01  WS-CLOCK-DATE              PIC 9(08) VALUE 0.
001280 01  WS-CLOCK-TIME              PIC 9(08) VALUE 0.
001290*
001300*-----------------------------------------------------------*
001310* THE STREAM, IN ORDER.  eodctl RUNS THE FIRST FOUR; THE     *
001320*   FIFTH, THE calmnt DATE ADVANCE, IS STAMPED BY calmnt     *
001330*   ITSELF.  THE ALLOWED RETURN CODES ARE THE DEFAULTS,      *
001340*   OVERRIDDEN FROM CTLPARM: prac-one, ledgack AND glsumm    *
001350*   MAY END 4 (REJECTS, OPEN ACKNOWLEDGEMENTS, SUSPENSE      *
001360*   USED); dayendct MUST END 0, BALANCED.                    *
001370*-----------------------------------------------------------*
001380 77  WS-STREAM-STEPS            PIC 9(02) COMP VALUE 4.
001390 77  WS-STEP-SUB                PIC 9(02) COMP VALUE 0.
001400 77  WS-START-SUB               PIC 9(02) COMP VALUE 0.
001410 77  WS-FOUND-SUB               PIC 9(02) COMP VALUE 0.
001420 01  WS-STEP-TABLE.
001430     05  WS-STEP-DEFAULT OCCURS 5 TIMES.
001440         10  WS-SD-NAME             PIC X(08).
001450         10  WS-SD-MAX-RC           PIC 9(02).
001460*
001470 01  WS-RESTART-ENTRY           PIC X(08) VALUE SPACES.
001480*
001490*-----------------------------------------------------------*
001500* THE STEP IS STARTED BY ITS PROGRAM NAME THROUGH THE SHELL, *
001510*   WHICH HANDS BACK A WAIT STATUS: THE STEP'S RETURN CODE   *
001520*   IN THE HIGH BYTE, A TERMINATING SIGNAL IN THE LOW ONE.   *
001530*-----------------------------------------------------------*
001540 01  WS-SYSTEM-COMMAND          PIC X(80) VALUE SPACES.
001550 01  WS-SYSTEM-STATUS           PIC S9(09) COMP VALUE 0.
001560 01  WS-EXIT-CODE               PIC S9(09) COMP VALUE 0.
001570 01  WS-SIGNAL-CODE             PIC S9(09) COMP VALUE 0.
001580 01  WS-STEP-RC                 PIC 9(02) VALUE 0.
001590*
001600 PROCEDURE DIVISION.
001610*-----------------------------------------------------------*
001620* 0000-MAINLINE                                             *
001630*-----------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE
001660         THRU 1000-EXIT.
001670
001680     IF STREAM-CAN-RUN
001690         PERFORM 2000-RUN-ONE-STEP
001700             THRU 2000-EXIT
001710             VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
001720             UNTIL WS-STEP-SUB > WS-STREAM-STEPS
001730                 OR STREAM-WAS-STOPPED
001740         PERFORM 3000-FINISH-STREAM
001750             THRU 3000-EXIT
001760     END-IF.
001770
001780     PERFORM 9999-END-OF-JOB
001790         THRU 9999-EXIT.
001800     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
001810     STOP RUN.
001820*-----------------------------------------------------------*
001830* 1000-INITIALIZE - FIND OR START THE NIGHT'S JOBSTAT RECORD *
001840*   FOR THE OPEN PROCESSING DATE AND WORK OUT WHERE THE      *
001850*   STREAM STARTS: AT THE TOP FOR A NEW NIGHT, AT THE FIRST  *
001860*   STEP NOT COMPLETE FOR A RESTART.  THE STREAM DOES NOT    *
001870*   RUN WHILE A SUPERVISED BACK-DATED RERUN IS OPEN - THAT   *
001880*   BATCH IS NOT THE NIGHT'S WORK.                           *
001890*-----------------------------------------------------------*
001900 1000-INITIALIZE.
001910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001920     PERFORM 1050-SET-STEP-DEFAULTS
001930         THRU 1050-EXIT.
001940     PERFORM 1100-READ-PROCESSING-DATE
001950         THRU 1100-EXIT.
001960     PERFORM 1200-READ-CONTROL-PARMS
001970         THRU 1200-EXIT.
001980     DISPLAY "End-of-day stream for processing date "
001990         WS-CURRENT-DATE.
002000
002010     IF A-RERUN-IS-OPEN
002020         DISPLAY "Rerun is open for " WS-RERUN-DATE
002030             " - close it (calmnt X) before the nightly stream"
002040         SET RC-STREAM-STOPPED TO TRUE
002050         PERFORM 9400-RAISE-RETURN-CODE
002060             THRU 9400-EXIT
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     PERFORM 1300-OPEN-JOB-STATUS
002110         THRU 1300-EXIT.
002120     IF NOT JOB-STATUS-IS-OPEN
002130         GO TO 1000-EXIT
002140     END-IF.
002150
002160     MOVE WS-CURRENT-DATE TO JS-PROCESS-DATE.
002170     READ JOB-STATUS-FILE
002180         INVALID KEY
002190             PERFORM 1400-BUILD-JOB-STATUS
002200                 THRU 1400-EXIT
002210     END-READ.
002220
002230     IF JOB-STATUS-IS-NEW
002240         MOVE 1 TO WS-START-SUB
002250     ELSE
002260         PERFORM 1500-FIND-RESTART-STEP
002270             THRU 1500-EXIT
002280     END-IF.
002290
002300     IF WS-START-SUB > WS-STREAM-STEPS
002310         DISPLAY "Nothing to run for " WS-CURRENT-DATE
002320         IF NOT JS-CERT-IS-BALANCED
002330             SET RC-CERT-NOT-BALANCED TO TRUE
002340             PERFORM 9400-RAISE-RETURN-CODE
002350                 THRU 9400-EXIT
002360         END-IF
002370         GO TO 1000-EXIT
002380     END-IF.
002390
002400     ADD 1 TO JS-CONTROLLER-RUNS.
002410     SET JS-STREAM-IS-RUNNING TO TRUE.
002420     PERFORM 8000-SAVE-JOB-STATUS
002430         THRU 8000-EXIT.
002440     IF NOT STREAM-WAS-STOPPED
002450         SET STREAM-CAN-RUN TO TRUE
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------*
002500* 1050-SET-STEP-DEFAULTS - THE STREAM'S STEPS AND THE        *
002510*   HIGHEST RETURN CODE EACH MAY END WITH BEFORE THE STREAM  *
002520*   STOPS.                                                   *
002530*-----------------------------------------------------------*
002540 1050-SET-STEP-DEFAULTS.
002550     MOVE "prac-one" TO WS-SD-NAME (1).
002560     MOVE 04         TO WS-SD-MAX-RC (1).
002570     MOVE "ledgack"  TO WS-SD-NAME (2).
002580     MOVE 04         TO WS-SD-MAX-RC (2).
002590     MOVE "glsumm"   TO WS-SD-NAME (3).
002600     MOVE 04         TO WS-SD-MAX-RC (3).
002610     MOVE "dayendct" TO WS-SD-NAME (4).
002620     MOVE ZERO       TO WS-SD-MAX-RC (4).
002630     MOVE "calmnt"   TO WS-SD-NAME (5).
002640     MOVE ZERO       TO WS-SD-MAX-RC (5).
002650 1050-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------*
002680* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
002690*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
002700*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
002710*   IS PRESENT.  AN OPEN RERUN IS NOTED.                     *
002720*-----------------------------------------------------------*
002730 1100-READ-PROCESSING-DATE.
002740     OPEN INPUT CALENDAR-FILE.
002750     IF NOT CA-FILE-OK
002760         GO TO 1100-EXIT
002770     END-IF.
002780
002790     READ CALENDAR-FILE
002800         AT END
002810             CONTINUE
002820         NOT AT END
002830             IF CA-IS-CONTROL
002840                     AND CA-OPEN-DATE NUMERIC
002850                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
002860                 IF CA-RERUN-IS-ACTIVE
002870                     SET A-RERUN-IS-OPEN TO TRUE
002880                     MOVE CA-RERUN-DATE TO WS-RERUN-DATE
002890                 END-IF
002900             END-IF
002910     END-READ.
002920     CLOSE CALENDAR-FILE.
002930 1100-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------*
002960* 1200-READ-CONTROL-PARMS - EACH STEP'S ALLOWED RETURN CODE  *
002970*   FROM CTLPARM.  NO FILE, OR A BLANK OR NON-NUMERIC FIELD, *
002980*   KEEPS THAT STEP'S DEFAULT; ZERO IS A REAL VALUE HERE.    *
002990*-----------------------------------------------------------*
003000 1200-READ-CONTROL-PARMS.
003010     OPEN INPUT CONTROL-FILE.
003020
003030     IF CF-FILE-OK
003040         READ CONTROL-FILE
003050             AT END
003060                 CONTINUE
003070             NOT AT END
003080                 IF CF-PRAC-ONE-MAX-RC NUMERIC
003090                     MOVE CF-PRAC-ONE-MAX-RC TO WS-SD-MAX-RC (1)
003100                 END-IF
003110                 IF CF-LEDGACK-MAX-RC NUMERIC
003120                     MOVE CF-LEDGACK-MAX-RC  TO WS-SD-MAX-RC (2)
003130                 END-IF
003140                 IF CF-GLSUMM-MAX-RC NUMERIC
003150                     MOVE CF-GLSUMM-MAX-RC   TO WS-SD-MAX-RC (3)
003160                 END-IF
003170                 IF CF-DAYENDCT-MAX-RC NUMERIC
003180                     MOVE CF-DAYENDCT-MAX-RC TO WS-SD-MAX-RC (4)
003190                 END-IF
003200         END-READ
003210         CLOSE CONTROL-FILE
003220     END-IF.
003230 1200-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------*
003260* 1300-OPEN-JOB-STATUS - THE JOBSTAT MASTER IS CREATED ON    *
003270*   FIRST USE.  WITHOUT IT THE STREAM DOES NOT RUN: A NIGHT  *
003280*   WITH NO STATUS RECORD CAN NEVER CLEAR THE DATE ADVANCE.  *
003290*-----------------------------------------------------------*
003300 1300-OPEN-JOB-STATUS.
003310     OPEN I-O JOB-STATUS-FILE.
003320     IF JS-FILE-NOT-FOUND
003330         OPEN OUTPUT JOB-STATUS-FILE
003340         CLOSE JOB-STATUS-FILE
003350         OPEN I-O JOB-STATUS-FILE
003360     END-IF.
003370     IF NOT JS-FILE-OK
003380         DISPLAY "JOBSTAT open failed, status " JS-FILE-STATUS
003390             " - stream not run"
003400         SET RC-FILE-ERROR TO TRUE
003410         PERFORM 9400-RAISE-RETURN-CODE
003420             THRU 9400-EXIT
003430         GO TO 1300-EXIT
003440     END-IF.
003450     SET JOB-STATUS-IS-OPEN TO TRUE.
003460 1300-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------*
003490* 1400-BUILD-JOB-STATUS - A NEW NIGHT: EVERY STEP PENDING.   *
003500*-----------------------------------------------------------*
003510 1400-BUILD-JOB-STATUS.
003520     INITIALIZE JS-JOB-STATUS-RECORD.
003530     MOVE WS-CURRENT-DATE TO JS-PROCESS-DATE.
003540     PERFORM 1450-BUILD-ONE-STEP
003550         THRU 1450-EXIT
003560         VARYING WS-STEP-SUB FROM 1 BY 1
003570         UNTIL WS-STEP-SUB > 5.
003580     SET JOB-STATUS-IS-NEW TO TRUE.
003590 1400-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------*
003611* 1450-BUILD-ONE-STEP - ONE STREAM STEP ONTO A NEW NIGHT'S   *
003612*   JOB STATUS, PENDING.                                     *
003613*-----------------------------------------------------------*
003620 1450-BUILD-ONE-STEP.
003630     MOVE WS-SD-NAME (WS-STEP-SUB)
003640         TO JS-STEP-NAME (WS-STEP-SUB).
003650     MOVE WS-SD-MAX-RC (WS-STEP-SUB)
003660         TO JS-STEP-MAX-RC (WS-STEP-SUB).
003670     SET JS-STEP-IS-PENDING (WS-STEP-SUB) TO TRUE.
003680 1450-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------*
003710* 1500-FIND-RESTART-STEP - A RESTART PICKS UP AT THE FIRST   *
003720*   STEP NOT COMPLETE (FAILED, PENDING, OR LEFT RUNNING BY A *
003730*   STEP THAT NEVER CAME BACK), NOT AT THE TOP.  A NIGHT     *
003740*   WHOSE DATE calmnt HAS ALREADY ADVANCED IS CLOSED AND IS  *
003750*   NOT RUN AGAIN.                                           *
003760*-----------------------------------------------------------*
003770 1500-FIND-RESTART-STEP.
003780     MOVE ZERO TO WS-FOUND-SUB.
003790     PERFORM 1550-SCAN-ONE-STEP-STATUS
003800         THRU 1550-EXIT
003810         VARYING WS-STEP-SUB FROM 1 BY 1
003820         UNTIL WS-STEP-SUB > WS-STREAM-STEPS
003830             OR WS-FOUND-SUB > ZERO.
003840     IF WS-FOUND-SUB = ZERO
003850         COMPUTE WS-START-SUB = WS-STREAM-STEPS + 1
003860     ELSE
003870         MOVE WS-FOUND-SUB TO WS-START-SUB
003880     END-IF.
003890
003900     IF JS-DATE-IS-ADVANCED
003910         DISPLAY "calmnt has already advanced the date past "
003920             WS-CURRENT-DATE
003930         GO TO 1500-EXIT
003940     END-IF.
003950     PERFORM 1600-ASK-RESTART-STEP
003960         THRU 1600-EXIT.
003970 1500-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------*
003991* 1550-SCAN-ONE-STEP-STATUS - NOTE THE STEP IN HAND WHEN IT  *
003992*   IS NOT COMPLETE.                                         *
003993*-----------------------------------------------------------*
004000 1550-SCAN-ONE-STEP-STATUS.
004010     IF NOT JS-STEP-IS-COMPLETE (WS-STEP-SUB)
004020         MOVE WS-STEP-SUB TO WS-FOUND-SUB
004030     END-IF.
004040 1550-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070* 1600-ASK-RESTART-STEP - WHEN THE FIX MEANS AN EARLIER STEP *
004080*   MUST RUN AGAIN, THE OPERATOR NAMES IT AND THAT STEP AND  *
004090*   EVERY ONE AFTER IT GO BACK TO PENDING.  BLANK TAKES THE  *
004100*   RESTART POINT FOUND.  A LATER STEP IS REFUSED - THE      *
004110*   STREAM NEVER SKIPS PAST A STEP THAT IS NOT COMPLETE.     *
004120*-----------------------------------------------------------*
004130 1600-ASK-RESTART-STEP.
004140     IF WS-START-SUB > WS-STREAM-STEPS
004150         DISPLAY "Every step is complete for " WS-CURRENT-DATE
004160             " - certificate " JS-CERT-RESULT
004170         DISPLAY "Rerun from step (blank=none): "
004180             WITH NO ADVANCING
004190     ELSE
004200         DISPLAY "Stream stopped at "
004210             JS-STEP-NAME (WS-START-SUB) " RC "
004220             JS-STEP-RC (WS-START-SUB)
004230         DISPLAY "Restart from step (blank="
004240             JS-STEP-NAME (WS-START-SUB) "): "
004250             WITH NO ADVANCING
004260     END-IF.
004270     MOVE SPACES TO WS-RESTART-ENTRY.
004280     ACCEPT WS-RESTART-ENTRY.
004290     IF WS-RESTART-ENTRY = SPACES
004300         GO TO 1600-EXIT
004310     END-IF.
004320
004330     MOVE ZERO TO WS-FOUND-SUB.
004340     PERFORM 1650-MATCH-ONE-STEP-NAME
004350         THRU 1650-EXIT
004360         VARYING WS-STEP-SUB FROM 1 BY 1
004370         UNTIL WS-STEP-SUB > WS-STREAM-STEPS
004380             OR WS-FOUND-SUB > ZERO.
004390     IF WS-FOUND-SUB = ZERO
004400         DISPLAY "Step " WS-RESTART-ENTRY
004410             " is not in the stream - entry ignored"
004420         GO TO 1600-EXIT
004430     END-IF.
004440     IF WS-FOUND-SUB > WS-START-SUB
004450         DISPLAY "Cannot skip " JS-STEP-NAME (WS-START-SUB)
004460             " - restarting from it"
004470         GO TO 1600-EXIT
004480     END-IF.
004490
004500     MOVE WS-FOUND-SUB TO WS-START-SUB.
004510     PERFORM 1700-RESET-ONE-STEP
004520         THRU 1700-EXIT
004530         VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
004540         UNTIL WS-STEP-SUB > WS-STREAM-STEPS.
004550     MOVE SPACES TO JS-CERT-RESULT.
004560     DISPLAY "Restarting from " JS-STEP-NAME (WS-START-SUB).
004570 1600-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------*
004591* 1650-MATCH-ONE-STEP-NAME - NOTE THE STEP IN HAND WHEN IT   *
004592*   IS THE ONE THE OPERATOR NAMED.                           *
004593*-----------------------------------------------------------*
004600 1650-MATCH-ONE-STEP-NAME.
004610     IF JS-STEP-NAME (WS-STEP-SUB) = WS-RESTART-ENTRY
004620         MOVE WS-STEP-SUB TO WS-FOUND-SUB
004630     END-IF.
004640 1650-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------*
004661* 1700-RESET-ONE-STEP - PUT THE STEP IN HAND BACK TO PENDING *
004662*   WITH ITS STAMPS CLEARED.                                 *
004663*-----------------------------------------------------------*
004670 1700-RESET-ONE-STEP.
004680     SET JS-STEP-IS-PENDING (WS-STEP-SUB) TO TRUE.
004690     MOVE ZERO TO JS-STEP-RC (WS-STEP-SUB)
004700                  JS-STEP-START-DATE (WS-STEP-SUB)
004710                  JS-STEP-START-TIME (WS-STEP-SUB)
004720                  JS-STEP-END-DATE (WS-STEP-SUB)
004730                  JS-STEP-END-TIME (WS-STEP-SUB).
004740 1700-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------*
004770* 2000-RUN-ONE-STEP - STAMP THE START AND MARK THE STEP      *
004780*   RUNNING BEFORE IT IS STARTED, SO A STEP THAT NEVER COMES *
004790*   BACK SHOWS AS RUNNING, THEN STAMP ITS END AND RETURN     *
004800*   CODE.  OVER ITS ALLOWED RETURN CODE IT IS FAILED AND THE *
004810*   STREAM STOPS THERE.                                      *
004820*-----------------------------------------------------------*
004830 2000-RUN-ONE-STEP.
004840     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
004850     ACCEPT WS-CLOCK-TIME FROM TIME.
004860     MOVE WS-CLOCK-DATE TO JS-STEP-START-DATE (WS-STEP-SUB).
004870     MOVE WS-CLOCK-TIME TO JS-STEP-START-TIME (WS-STEP-SUB).
004880     MOVE ZERO TO JS-STEP-END-DATE (WS-STEP-SUB)
004890                  JS-STEP-END-TIME (WS-STEP-SUB)
004900                  JS-STEP-RC (WS-STEP-SUB).
004910     MOVE WS-SD-MAX-RC (WS-STEP-SUB)
004920         TO JS-STEP-MAX-RC (WS-STEP-SUB).
004930     ADD 1 TO JS-STEP-ATTEMPTS (WS-STEP-SUB).
004940     SET JS-STEP-IS-RUNNING (WS-STEP-SUB) TO TRUE.
004950     IF WS-STEP-SUB = WS-STREAM-STEPS
004960         MOVE SPACES TO JS-CERT-RESULT
004970     END-IF.
004980     PERFORM 8000-SAVE-JOB-STATUS
004990         THRU 8000-EXIT.
005000     IF STREAM-WAS-STOPPED
005010         GO TO 2000-EXIT
005020     END-IF.
005030
005040     DISPLAY "Step " JS-STEP-NAME (WS-STEP-SUB) " started "
005050         WS-CLOCK-DATE " " WS-CLOCK-TIME.
005060     MOVE SPACES TO WS-SYSTEM-COMMAND.
005070     MOVE JS-STEP-NAME (WS-STEP-SUB) TO WS-SYSTEM-COMMAND.
005080     CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
005090     PERFORM 2100-DECODE-STEP-STATUS
005100         THRU 2100-EXIT.
005110
005120     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
005130     ACCEPT WS-CLOCK-TIME FROM TIME.
005140     MOVE WS-CLOCK-DATE TO JS-STEP-END-DATE (WS-STEP-SUB).
005150     MOVE WS-CLOCK-TIME TO JS-STEP-END-TIME (WS-STEP-SUB).
005160     MOVE WS-STEP-RC    TO JS-STEP-RC (WS-STEP-SUB).
005170     IF WS-STEP-SUB = WS-STREAM-STEPS
005180         PERFORM 2200-READ-CERTIFICATE
005190             THRU 2200-EXIT
005200     END-IF.
005210
005220     IF WS-STEP-RC > JS-STEP-MAX-RC (WS-STEP-SUB)
005230         SET JS-STEP-IS-FAILED (WS-STEP-SUB) TO TRUE
005240         SET JS-STREAM-IS-STOPPED TO TRUE
005250         SET STREAM-WAS-STOPPED TO TRUE
005260         DISPLAY "Step " JS-STEP-NAME (WS-STEP-SUB)
005270             " ended RC " WS-STEP-RC " - allowed "
005280             JS-STEP-MAX-RC (WS-STEP-SUB) " - stream stopped"
005290         SET RC-STREAM-STOPPED TO TRUE
005300         PERFORM 9400-RAISE-RETURN-CODE
005310             THRU 9400-EXIT
005320     ELSE
005330         SET JS-STEP-IS-COMPLETE (WS-STEP-SUB) TO TRUE
005340         DISPLAY "Step " JS-STEP-NAME (WS-STEP-SUB)
005350             " complete RC " WS-STEP-RC
005360     END-IF.
005370     PERFORM 8000-SAVE-JOB-STATUS
005380         THRU 8000-EXIT.
005390 2000-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------*
005420* 2100-DECODE-STEP-STATUS - THE STEP'S OWN RETURN CODE OUT   *
005430*   OF THE WAIT STATUS.  A STEP THAT COULD NOT BE STARTED,   *
005440*   WAS ENDED BY A SIGNAL OR CAME BACK ABOVE 98 IS CARRIED   *
005450*   AS 99, AN ABNORMAL END.                                  *
005460*-----------------------------------------------------------*
005470 2100-DECODE-STEP-STATUS.
005480     MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
005490     IF WS-SYSTEM-STATUS < ZERO
005500         MOVE 99 TO WS-STEP-RC
005510         GO TO 2100-EXIT
005520     END-IF.
005530
005540     DIVIDE WS-SYSTEM-STATUS BY 256
005550         GIVING WS-EXIT-CODE
005560         REMAINDER WS-SIGNAL-CODE.
005570     IF WS-SIGNAL-CODE NOT = ZERO
005580             OR WS-EXIT-CODE > 98
005590         MOVE 99 TO WS-STEP-RC
005600     ELSE
005610         MOVE WS-EXIT-CODE TO WS-STEP-RC
005620     END-IF.
005630 2100-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------*
005660* 2200-READ-CERTIFICATE - THE VERDICT OFF THE CERTOUT PAGE   *
005670*   dayendct JUST PRINTED.  A PAGE HEADED WITH ANOTHER DATE  *
005680*   IS AN EARLIER NIGHT'S, LEFT BEHIND WHEN dayendct COULD   *
005690*   NOT CERTIFY; IT IS NOT TAKEN.                            *
005700*-----------------------------------------------------------*
005710 2200-READ-CERTIFICATE.
005720     MOVE "NO CERT" TO JS-CERT-RESULT.
005730     MOVE "N" TO WS-END-OF-CERT-SW.
005740     MOVE "N" TO WS-CERT-DATE-SW.
005750     OPEN INPUT CERTIFICATE-FILE.
005760     IF NOT CT-FILE-OK
005770         GO TO 2200-EXIT
005780     END-IF.
005790
005800     PERFORM 2250-SCAN-ONE-CERT-LINE
005810         THRU 2250-EXIT
005820         UNTIL END-OF-CERTIFICATE.
005830     CLOSE CERTIFICATE-FILE.
005840     DISPLAY "Certificate: " JS-CERT-RESULT.
005850 2200-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------*
005871* 2250-SCAN-ONE-CERT-LINE - ONE CERTOUT LINE.  THE HEADING'S *
005872*   DATE MUST BE THE NIGHT'S BEFORE ITS VERDICT IS TAKEN.    *
005873*-----------------------------------------------------------*
005880 2250-SCAN-ONE-CERT-LINE.
005890     READ CERTIFICATE-FILE
005900         AT END
005910             SET END-OF-CERTIFICATE TO TRUE
005920     END-READ.
005930     IF END-OF-CERTIFICATE
005940         GO TO 2250-EXIT
005950     END-IF.
005960
005970     IF CT-CERT-LINE (1:32) = "END-OF-DAY BALANCING CERTIFICATE"
005980         IF CT-CERT-LINE (45:8) = WS-CURRENT-DATE
005990             SET CERT-DATE-MATCHES TO TRUE
006000         ELSE
006010             MOVE "WRONG DATE" TO JS-CERT-RESULT
006020         END-IF
006030     END-IF.
006040     IF CT-CERT-LINE (1:9) = "VERDICT: "
006050             AND CERT-DATE-MATCHES
006060         MOVE CT-CERT-LINE (10:12) TO JS-CERT-RESULT
006070     END-IF.
006080 2250-EXIT.
006090     EXIT.
006100*-----------------------------------------------------------*
006110* 3000-FINISH-STREAM - EVERY STEP RAN WITHIN ITS ALLOWED     *
006120*   RETURN CODE.  THE DATE ADVANCE STILL WANTS A BALANCED    *
006130*   CERTIFICATE; A SHOP THAT LETS dayendct END NOT BALANCED  *
006140*   GETS RETURN CODE 4 HERE AND A REFUSAL FROM calmnt.       *
006150*-----------------------------------------------------------*
006160 3000-FINISH-STREAM.
006170     IF STREAM-WAS-STOPPED
006180         GO TO 3000-EXIT
006190     END-IF.
006200
006210     SET JS-STREAM-IS-COMPLETE TO TRUE.
006220     PERFORM 8000-SAVE-JOB-STATUS
006230         THRU 8000-EXIT.
006240     IF JS-CERT-IS-BALANCED
006250         DISPLAY "Stream complete for " WS-CURRENT-DATE
006260             " - the calmnt date advance may run"
006270     ELSE
006280         DISPLAY "Stream complete for " WS-CURRENT-DATE
006290             " but the certificate is " JS-CERT-RESULT
006300             " - calmnt will not advance the date"
006310         SET RC-CERT-NOT-BALANCED TO TRUE
006320         PERFORM 9400-RAISE-RETURN-CODE
006330             THRU 9400-EXIT
006340     END-IF.
006350 3000-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------*
006380* 8000-SAVE-JOB-STATUS - WRITE THE NIGHT'S RECORD THE FIRST  *
006390*   TIME, REWRITE IT AFTER.  A STATUS THAT CANNOT BE SAVED   *
006400*   STOPS THE STREAM: NOTHING MAY RUN THAT JOBSTAT DOES NOT  *
006410*   SHOW.                                                    *
006420*-----------------------------------------------------------*
006430 8000-SAVE-JOB-STATUS.
006440     IF JOB-STATUS-IS-NEW
006450         WRITE JS-JOB-STATUS-RECORD
006460             INVALID KEY
006470                 DISPLAY "JOBSTAT write failed, status "
006480                     JS-FILE-STATUS " - " JS-PROCESS-DATE
006490                 SET RC-FILE-ERROR TO TRUE
006500                 PERFORM 9400-RAISE-RETURN-CODE
006510                     THRU 9400-EXIT
006520                 SET STREAM-WAS-STOPPED TO TRUE
006530                 GO TO 8000-EXIT
006540         END-WRITE
006550         MOVE "N" TO WS-JOB-STATUS-NEW-SW
006560     ELSE
006570         REWRITE JS-JOB-STATUS-RECORD
006580             INVALID KEY
006590                 DISPLAY "JOBSTAT rewrite failed, status "
006600                     JS-FILE-STATUS " - " JS-PROCESS-DATE
006610                 SET RC-FILE-ERROR TO TRUE
006620                 PERFORM 9400-RAISE-RETURN-CODE
006630                     THRU 9400-EXIT
006640                 SET STREAM-WAS-STOPPED TO TRUE
006650                 GO TO 8000-EXIT
006660         END-REWRITE
006670     END-IF.
006680 8000-EXIT.
006690     EXIT.
006700*-----------------------------------------------------------*
006710* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
006720*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
006730*-----------------------------------------------------------*
006740 9400-RAISE-RETURN-CODE.
006750     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
006760         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
006770     END-IF.
006780 9400-EXIT.
006790     EXIT.
006800*-----------------------------------------------------------*
006810* 9999-END-OF-JOB                                            *
006820*-----------------------------------------------------------*
006830 9999-END-OF-JOB.
006840     IF JOB-STATUS-IS-OPEN
006850         CLOSE JOB-STATUS-FILE
006860     END-IF.
006870     DISPLAY "eodctl complete, return code "
006880         WS-HIGHEST-RETURN-CODE.
006890 9999-EXIT.
006900     EXIT.

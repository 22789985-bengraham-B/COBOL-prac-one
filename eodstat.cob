000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. eodstat.
000120 AUTHOR. D-SHIFT-BATCH-TEAM.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10-15-2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                      *
000180*-----------------------------------------------------------*
000190* 2026-10-15  GMB  ORIGINAL PROGRAM - END-OF-DAY MORNING     *
000200*                  STATUS REPORT.  PRINTS ONE NIGHT'S        *
000210*                  JOBSTAT RECORD (SEE eodctl) ON EODSTAT:   *
000220*                  EVERY STEP OF THE STREAM IN ORDER WITH    *
000230*                  ITS STATUS, ALLOWED AND ACTUAL RETURN     *
000240*                  CODE, ATTEMPTS, START AND END, THEN THE   *
000250*                  dayendct CERTIFICATE VERDICT, THE calmnt  *
000260*                  DATE ADVANCE AND ONE OVERALL LINE SAYING  *
000270*                  WHERE THE NIGHT STANDS.  RETURN CODES: 0  *
000280*                  NIGHT COMPLETE AND DATE ADVANCED, 4       *
000290*                  AWAITING THE DATE ADVANCE, 8 STREAM       *
000300*                  STOPPED, UNFINISHED OR NOT BALANCED, 12   *
000310*                  NO STATUS FOR THE NIGHT.                  *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000360 OBJECT-COMPUTER. MAIN-OFFICE-DATA-CENTER.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS JS-PROCESS-DATE
000430         FILE STATUS IS JS-FILE-STATUS.
000440     SELECT STATUS-REPORT-FILE ASSIGN TO "EODSTAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS SR-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  JOB-STATUS-FILE.
000510*-----------------------------------------------------------*
000520* JS-JOB-STATUS-RECORD IS THE SHARED COPY MEMBER (SEE        *
000530*   copybooks/JOBSREC.CPY) WRITTEN BY eodctl AND calmnt.     *
000540*-----------------------------------------------------------*
000550     COPY JOBSREC.
000560*
000570 FD  STATUS-REPORT-FILE.
000580 01  SR-REPORT-LINE                 PIC X(100).
000590*
000600 WORKING-STORAGE SECTION.
000610*-----------------------------------------------------------*
000620* SWITCHES AND STATUS FIELDS                                *
000630*-----------------------------------------------------------*
000640 01  JS-FILE-STATUS             PIC X(02) VALUE SPACES.
000650     88  JS-FILE-OK                  VALUE "00".
000660 01  SR-FILE-STATUS             PIC X(02) VALUE SPACES.
000670     88  SR-FILE-OK                  VALUE "00".
000680*
000690 01  WS-NIGHT-FOUND-SW          PIC X(01) VALUE "N".
000700     88  NIGHT-WAS-FOUND            VALUE "Y".
000710 01  WS-END-OF-JOB-STATUS-SW    PIC X(01) VALUE "N".
000720     88  END-OF-JOB-STATUS          VALUE "Y".
000730*
000740 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
000750 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
000760     88  RC-AWAITING-ADVANCE        VALUE 04.
000770     88  RC-NIGHT-NOT-DONE          VALUE 08.
000780     88  RC-FILE-ERROR              VALUE 12.
000790*
000800 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
000810 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
000820 01  WS-REPORT-DATE             PIC X(08) VALUE SPACES.
000830 01  WS-REPORT-DATE-9 REDEFINES WS-REPORT-DATE
000840                                PIC 9(08).
000850 01  WS-LATEST-DATE             PIC 9(08) VALUE 0.
000860*
000870 77  WS-STEP-SUB                PIC 9(02) COMP VALUE 0.
000880 77  WS-FOUND-SUB               PIC 9(02) COMP VALUE 0.
000890*
000900*-----------------------------------------------------------*
000910* A STAMPED TIME, HHMMSSCC, AS PRINTED.                      *
000920*-----------------------------------------------------------*
000930 01  WS-TIME-WORK               PIC 9(08) VALUE 0.
000940 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
000950     05  WS-TW-HH               PIC 9(02).
000960     05  WS-TW-MM               PIC 9(02).
000970     05  WS-TW-SS               PIC 9(02).
000980     05  WS-TW-CC               PIC 9(02).
000990 01  WS-TIME-EDIT.
001000     05  WS-TE-HH               PIC 9(02).
001010     05  FILLER                 PIC X(01) VALUE ":".
001020     05  WS-TE-MM               PIC 9(02).
001030     05  FILLER                 PIC X(01) VALUE ":".
001040     05  WS-TE-SS               PIC 9(02).
001050*
001060 01  WS-HEADING-LINE.
001070     05  FILLER                 PIC X(26) VALUE
001080         "END-OF-DAY STREAM STATUS  ".
001090     05  FILLER                 PIC X(17) VALUE
001100         "PROCESSING DATE: ".
001110     05  HL-PROCESS-DATE        PIC 9(08).
001120     05  FILLER                 PIC X(10) VALUE "  PRINTED ".
001130     05  HL-PRINT-DATE          PIC 9(08).
001140     05  FILLER                 PIC X(01) VALUE SPACE.
001150     05  HL-PRINT-TIME          PIC X(08).
001160*
001170 01  WS-COLUMN-LINE.
001180     05  FILLER                 PIC X(30) VALUE
001190         "STEP      STATUS    ALLOWED  R".
001200     05  FILLER                 PIC X(28) VALUE
001210         "C  TRIES STARTED            ".
001220     05  FILLER                 PIC X(05) VALUE "ENDED".
001230*
001240 01  WS-STEP-LINE.
001250     05  SL-STEP-NAME           PIC X(08).
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001270     05  SL-STATUS              PIC X(08).
001280     05  FILLER                 PIC X(04) VALUE SPACES.
001290     05  SL-MAX-RC              PIC X(02).
001300     05  FILLER                 PIC X(05) VALUE SPACES.
001310     05  SL-RC                  PIC X(02).
001320     05  FILLER                 PIC X(04) VALUE SPACES.
001330     05  SL-ATTEMPTS            PIC Z9.
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  SL-START-DATE          PIC X(08).
001360     05  FILLER                 PIC X(01) VALUE SPACE.
001370     05  SL-START-TIME          PIC X(08).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  SL-END-DATE            PIC X(08).
001400     05  FILLER                 PIC X(01) VALUE SPACE.
001410     05  SL-END-TIME            PIC X(08).
001420*
001430 01  WS-LABEL-LINE.
001440     05  LL-LABEL               PIC X(18).
001450     05  LL-TEXT                PIC X(70).
001460*
001470 01  WS-ADVANCE-TEXT.
001480     05  FILLER                 PIC X(12) VALUE "ADVANCED TO ".
001490     05  AT-ADVANCED-TO         PIC 9(08).
001500     05  FILLER                 PIC X(04) VALUE " BY ".
001510     05  AT-ADVANCED-BY         PIC X(08).
001520*
001530 01  WS-RUNS-TEXT.
001540     05  RT-CONTROLLER-RUNS     PIC ZZ9.
001550*
001560 01  WS-OVERALL-TEXT            PIC X(70) VALUE SPACES.
001570*
001580 PROCEDURE DIVISION.
001590*-----------------------------------------------------------*
001600* 0000-MAINLINE                                             *
001610*-----------------------------------------------------------*
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE
001640         THRU 1000-EXIT.
001650
001660     IF NIGHT-WAS-FOUND
001670         PERFORM 2000-PRINT-STATUS
001680             THRU 2000-EXIT
001690         PERFORM 3000-PRINT-OVERALL
001700             THRU 3000-EXIT
001710     END-IF.
001720
001730     PERFORM 9999-END-OF-JOB
001740         THRU 9999-EXIT.
001750     MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
001760     STOP RUN.
001770*-----------------------------------------------------------*
001780* 1000-INITIALIZE - ASK WHICH NIGHT.  BLANK, THE USUAL       *
001790*   MORNING ANSWER, MEANS THE LATEST NIGHT ON JOBSTAT - BY   *
001800*   THE MORNING THE OPEN DATE HAS NORMALLY ADVANCED PAST IT. *
001810*-----------------------------------------------------------*
001820 1000-INITIALIZE.
001830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001840     ACCEPT WS-CURRENT-TIME FROM TIME.
001850     DISPLAY "Night to report YYYYMMDD (blank=latest): "
001860         WITH NO ADVANCING.
001870     ACCEPT WS-REPORT-DATE.
001880
001890     OPEN INPUT JOB-STATUS-FILE.
001900     IF NOT JS-FILE-OK
001910         DISPLAY "JOBSTAT not found, status " JS-FILE-STATUS
001920             " - no status to report"
001930         SET RC-FILE-ERROR TO TRUE
001940         PERFORM 9400-RAISE-RETURN-CODE
001950             THRU 9400-EXIT
001960         GO TO 1000-EXIT
001970     END-IF.
001980
001990     IF WS-REPORT-DATE = SPACES
002000             OR WS-REPORT-DATE-9 NOT NUMERIC
002010         PERFORM 1100-READ-LATEST-NIGHT
002020             THRU 1100-EXIT
002030     ELSE
002040         MOVE WS-REPORT-DATE-9 TO JS-PROCESS-DATE
002050         READ JOB-STATUS-FILE
002060             INVALID KEY
002070                 CONTINUE
002080             NOT INVALID KEY
002090                 SET NIGHT-WAS-FOUND TO TRUE
002100         END-READ
002110     END-IF.
002120     CLOSE JOB-STATUS-FILE.
002130
002140     IF NOT NIGHT-WAS-FOUND
002150         DISPLAY "No job status on JOBSTAT for the night asked"
002160         SET RC-FILE-ERROR TO TRUE
002170         PERFORM 9400-RAISE-RETURN-CODE
002180             THRU 9400-EXIT
002190         GO TO 1000-EXIT
002200     END-IF.
002210
002220     OPEN OUTPUT STATUS-REPORT-FILE.
002230 1000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------*
002260* 1100-READ-LATEST-NIGHT - THE FILE IS IN DATE ORDER, SO THE *
002270*   LAST KEY READ IS THE LATEST NIGHT; ITS RECORD IS THEN    *
002280*   READ BACK BY KEY.                                        *
002290*-----------------------------------------------------------*
002300 1100-READ-LATEST-NIGHT.
002310     PERFORM 1150-READ-ONE-NIGHT
002320         THRU 1150-EXIT
002330         UNTIL END-OF-JOB-STATUS.
002340     IF NOT NIGHT-WAS-FOUND
002350         GO TO 1100-EXIT
002360     END-IF.
002370
002380     MOVE WS-LATEST-DATE TO JS-PROCESS-DATE.
002390     READ JOB-STATUS-FILE
002400         INVALID KEY
002410             MOVE "N" TO WS-NIGHT-FOUND-SW
002420     END-READ.
002430 1100-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------*
002451* 1150-READ-ONE-NIGHT - ONE JOB STATUS RECORD; THE LAST ONE  *
002452*   READ IS THE LATEST NIGHT.                                *
002453*-----------------------------------------------------------*
002460 1150-READ-ONE-NIGHT.
002470     READ JOB-STATUS-FILE NEXT RECORD
002480         AT END
002490             SET END-OF-JOB-STATUS TO TRUE
002500         NOT AT END
002510             MOVE JS-PROCESS-DATE TO WS-LATEST-DATE
002520             SET NIGHT-WAS-FOUND TO TRUE
002530     END-READ.
002540 1150-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------*
002570* 2000-PRINT-STATUS - THE HEADING, ONE LINE PER STEP IN      *
002580*   STREAM ORDER, THEN THE CERTIFICATE, THE DATE ADVANCE AND *
002590*   HOW MANY TIMES eodctl WAS RUN FOR THE NIGHT.             *
002600*-----------------------------------------------------------*
002610 2000-PRINT-STATUS.
002620     MOVE JS-PROCESS-DATE TO HL-PROCESS-DATE.
002630     MOVE WS-CURRENT-DATE TO HL-PRINT-DATE.
002640     MOVE WS-CURRENT-TIME TO WS-TIME-WORK.
002650     PERFORM 8000-EDIT-TIME
002660         THRU 8000-EXIT.
002670     MOVE WS-TIME-EDIT TO HL-PRINT-TIME.
002680     WRITE SR-REPORT-LINE FROM WS-HEADING-LINE.
002690     MOVE SPACES TO SR-REPORT-LINE.
002700     WRITE SR-REPORT-LINE.
002710     WRITE SR-REPORT-LINE FROM WS-COLUMN-LINE.
002720
002730     PERFORM 2100-PRINT-ONE-STEP
002740         THRU 2100-EXIT
002750         VARYING WS-STEP-SUB FROM 1 BY 1
002760         UNTIL WS-STEP-SUB > 5.
002770
002780     MOVE SPACES TO SR-REPORT-LINE.
002790     WRITE SR-REPORT-LINE.
002800     MOVE "CERTIFICATE:" TO LL-LABEL.
002810     IF JS-CERT-RESULT = SPACES
002820         MOVE "NOT YET PRODUCED" TO LL-TEXT
002830     ELSE
002840         MOVE JS-CERT-RESULT TO LL-TEXT
002850     END-IF.
002860     WRITE SR-REPORT-LINE FROM WS-LABEL-LINE.
002870
002880     MOVE "DATE ADVANCE:" TO LL-LABEL.
002890     IF JS-DATE-IS-ADVANCED
002900         MOVE JS-ADVANCED-TO TO AT-ADVANCED-TO
002910         MOVE JS-ADVANCED-BY TO AT-ADVANCED-BY
002920         MOVE WS-ADVANCE-TEXT TO LL-TEXT
002930     ELSE
002940         MOVE "NOT DONE" TO LL-TEXT
002950     END-IF.
002960     WRITE SR-REPORT-LINE FROM WS-LABEL-LINE.
002970
002980     MOVE "CONTROLLER RUNS:" TO LL-LABEL.
002990     MOVE JS-CONTROLLER-RUNS TO RT-CONTROLLER-RUNS.
003000     MOVE WS-RUNS-TEXT TO LL-TEXT.
003010     WRITE SR-REPORT-LINE FROM WS-LABEL-LINE.
003020 2000-EXIT.
003030     EXIT.
003040*-----------------------------------------------------------*
003050* 2100-PRINT-ONE-STEP - A STEP NOT YET STARTED SHOWS NO      *
003060*   TIMES OR RETURN CODE; ONE STILL RUNNING SHOWS NO END.    *
003070*-----------------------------------------------------------*
003080 2100-PRINT-ONE-STEP.
003090     MOVE SPACES TO WS-STEP-LINE.
003100     MOVE JS-STEP-NAME (WS-STEP-SUB) TO SL-STEP-NAME.
003110     EVALUATE TRUE
003120         WHEN JS-STEP-IS-COMPLETE (WS-STEP-SUB)
003130             MOVE "COMPLETE" TO SL-STATUS
003140         WHEN JS-STEP-IS-FAILED (WS-STEP-SUB)
003150             MOVE "FAILED"   TO SL-STATUS
003160         WHEN JS-STEP-IS-RUNNING (WS-STEP-SUB)
003170             MOVE "RUNNING"  TO SL-STATUS
003180         WHEN OTHER
003190             MOVE "PENDING"  TO SL-STATUS
003200     END-EVALUATE.
003210     MOVE JS-STEP-MAX-RC (WS-STEP-SUB)   TO SL-MAX-RC.
003220     MOVE JS-STEP-ATTEMPTS (WS-STEP-SUB) TO SL-ATTEMPTS.
003230
003240     IF JS-STEP-START-DATE (WS-STEP-SUB) NOT = ZERO
003250         PERFORM 2150-EDIT-STEP-TIMES
003260             THRU 2150-EXIT
003270     END-IF.
003280     WRITE SR-REPORT-LINE FROM WS-STEP-LINE.
003290 2100-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------*
003311* 2150-EDIT-STEP-TIMES - THE STEP'S START AND, ONCE IT HAS   *
003312*   ENDED, ITS END AND RETURN CODE.                          *
003313*-----------------------------------------------------------*
003320 2150-EDIT-STEP-TIMES.
003330     MOVE JS-STEP-START-DATE (WS-STEP-SUB) TO SL-START-DATE.
003340     MOVE JS-STEP-START-TIME (WS-STEP-SUB) TO WS-TIME-WORK.
003350     PERFORM 8000-EDIT-TIME
003360         THRU 8000-EXIT.
003370     MOVE WS-TIME-EDIT TO SL-START-TIME.
003380
003390     IF JS-STEP-END-DATE (WS-STEP-SUB) = ZERO
003400         GO TO 2150-EXIT
003410     END-IF.
003420     MOVE JS-STEP-RC (WS-STEP-SUB)       TO SL-RC.
003430     MOVE JS-STEP-END-DATE (WS-STEP-SUB) TO SL-END-DATE.
003440     MOVE JS-STEP-END-TIME (WS-STEP-SUB) TO WS-TIME-WORK.
003450     PERFORM 8000-EDIT-TIME
003460         THRU 8000-EXIT.
003470     MOVE WS-TIME-EDIT TO SL-END-TIME.
003480 2150-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------*
003510* 3000-PRINT-OVERALL - ONE LINE THAT SAYS WHETHER THE NIGHT  *
003520*   IS DONE, AND IF NOT, WHERE IT STANDS AND WHAT IS NEXT.   *
003530*   ALSO SHOWN ON THE CONSOLE.                               *
003540*-----------------------------------------------------------*
003550 3000-PRINT-OVERALL.
003560     MOVE ZERO TO WS-FOUND-SUB.
003570     PERFORM 3100-FIND-OPEN-STEP
003580         THRU 3100-EXIT
003590         VARYING WS-STEP-SUB FROM 1 BY 1
003600         UNTIL WS-STEP-SUB > 4
003610             OR WS-FOUND-SUB > ZERO.
003620
003630     EVALUATE TRUE
003640         WHEN JS-DATE-IS-ADVANCED
003650             MOVE "NIGHT COMPLETE - DATE ADVANCED"
003660                 TO WS-OVERALL-TEXT
003670         WHEN WS-FOUND-SUB > ZERO
003680                 AND JS-STEP-IS-FAILED (WS-FOUND-SUB)
003690             STRING "STREAM STOPPED AT "
003700                        DELIMITED BY SIZE
003710                    JS-STEP-NAME (WS-FOUND-SUB)
003720                        DELIMITED BY SPACE
003730                    " RC " DELIMITED BY SIZE
003740                    JS-STEP-RC (WS-FOUND-SUB)
003750                        DELIMITED BY SIZE
003760                    " - FIX AND RERUN eodctl"
003770                        DELIMITED BY SIZE
003780                 INTO WS-OVERALL-TEXT
003790             END-STRING
003800             SET RC-NIGHT-NOT-DONE TO TRUE
003810         WHEN WS-FOUND-SUB > ZERO
003820                 AND JS-STEP-IS-RUNNING (WS-FOUND-SUB)
003830             STRING JS-STEP-NAME (WS-FOUND-SUB)
003840                        DELIMITED BY SPACE
003850                    " STILL RUNNING OR ENDED ABNORMALLY"
003860                        DELIMITED BY SIZE
003870                    " - CHECK IT, THEN RERUN eodctl"
003880                        DELIMITED BY SIZE
003890                 INTO WS-OVERALL-TEXT
003900             END-STRING
003910             SET RC-NIGHT-NOT-DONE TO TRUE
003920         WHEN WS-FOUND-SUB > ZERO
003930             STRING "STREAM NOT FINISHED - NEXT STEP "
003940                        DELIMITED BY SIZE
003950                    JS-STEP-NAME (WS-FOUND-SUB)
003960                        DELIMITED BY SPACE
003970                 INTO WS-OVERALL-TEXT
003980             END-STRING
003990             SET RC-NIGHT-NOT-DONE TO TRUE
004000         WHEN JS-CERT-IS-BALANCED
004010             MOVE "BALANCED - AWAITING THE DATE ADVANCE"
004020                 TO WS-OVERALL-TEXT
004030             SET RC-AWAITING-ADVANCE TO TRUE
004040         WHEN OTHER
004050             MOVE "NOT BALANCED - DATE ADVANCE REFUSED"
004060                 TO WS-OVERALL-TEXT
004070             SET RC-NIGHT-NOT-DONE TO TRUE
004080     END-EVALUATE.
004090     PERFORM 9400-RAISE-RETURN-CODE
004100         THRU 9400-EXIT.
004110
004120     MOVE SPACES TO SR-REPORT-LINE.
004130     WRITE SR-REPORT-LINE.
004140     MOVE "OVERALL:" TO LL-LABEL.
004150     MOVE WS-OVERALL-TEXT TO LL-TEXT.
004160     WRITE SR-REPORT-LINE FROM WS-LABEL-LINE.
004170     DISPLAY "Night of " JS-PROCESS-DATE ": " WS-OVERALL-TEXT.
004180 3000-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------*
004201* 3100-FIND-OPEN-STEP - NOTE THE STEP IN HAND WHEN IT IS NOT *
004202*   COMPLETE.                                                *
004203*-----------------------------------------------------------*
004210 3100-FIND-OPEN-STEP.
004220     IF NOT JS-STEP-IS-COMPLETE (WS-STEP-SUB)
004230         MOVE WS-STEP-SUB TO WS-FOUND-SUB
004240     END-IF.
004250 3100-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------*
004280* 8000-EDIT-TIME - WS-TIME-WORK (HHMMSSCC) TO HH:MM:SS IN    *
004290*   WS-TIME-EDIT.                                            *
004300*-----------------------------------------------------------*
004310 8000-EDIT-TIME.
004320     MOVE WS-TW-HH TO WS-TE-HH.
004330     MOVE WS-TW-MM TO WS-TE-MM.
004340     MOVE WS-TW-SS TO WS-TE-SS.
004350 8000-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------*
004380* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
004390*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
004400*-----------------------------------------------------------*
004410 9400-RAISE-RETURN-CODE.
004420     IF WS-RC-CANDIDATE > WS-HIGHEST-RETURN-CODE
004430         MOVE WS-RC-CANDIDATE TO WS-HIGHEST-RETURN-CODE
004440     END-IF.
004450 9400-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------*
004480* 9999-END-OF-JOB                                            *
004490*-----------------------------------------------------------*
004500 9999-END-OF-JOB.
004510     IF NIGHT-WAS-FOUND
004520         CLOSE STATUS-REPORT-FILE
004530     END-IF.
004540 9999-EXIT.
004550     EXIT.

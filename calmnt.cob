000310* 2026-09-02  GMB  SESSIONS NOW SIGN ON AGAINST THE          *
000320*                  OPERMAST MASTER (SEE opermnt), AS EVERY   *
000330*                  INTERACTIVE PROGRAM DOES.                 *
000331* 2026-10-15  GMB  A BACK-DATED RERUN IS NOT OPENED FOR A    *
000331*                  DATE IN A GL PERIOD CLOSED ON GLPERIOD    *
000332*                  (SEE glpermnt) UNTIL A SUPERVISOR REOPENS *
000333*                  THE PERIOD.                               *
000334* 2026-10-15  GMB  THE DATE ADVANCE IS REFUSED UNTIL THE     *
000335*                  JOBSTAT MASTER (SEE eodctl) SHOWS EVERY   *
000335*                  STEP OF THE NIGHT'S STREAM COMPLETE FOR   *
000336*                  THE OPEN DATE AND THE dayendct            *
000337*                  CERTIFICATE BALANCED.  THE ADVANCE ITSELF *
000338*                  IS THEN STAMPED ON JOBSTAT AS THE         *
000339*                  STREAM'S LAST STEP.                       *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OP-ID
000480         FILE STATUS IS OP-FILE-STATUS.
000481     SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD"
000481         ORGANIZATION IS INDEXED
000482         ACCESS MODE IS RANDOM
000483         RECORD KEY IS GP-PERIOD
000484         FILE STATUS IS GP-FILE-STATUS.
000485     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
000486         ORGANIZATION IS INDEXED
000487         ACCESS MODE IS RANDOM
000488         RECORD KEY IS JS-PROCESS-DATE
000489         FILE STATUS IS JS-FILE-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000640*-----------------------------------------------------------*
000650     COPY OPERMREC.
000660*
000661 FD  PERIOD-CONTROL-FILE.
000661*-----------------------------------------------------------*
000662* GP-PERIOD-RECORD IS THE SHARED COPY MEMBER (SEE            *
000662*   copybooks/GLPERREC.CPY) MAINTAINED BY glpermnt.          *
000663*-----------------------------------------------------------*
000664     COPY GLPERREC.
000664*
000665 FD  JOB-STATUS-FILE.
000666*-----------------------------------------------------------*
000666* JS-JOB-STATUS-RECORD IS THE SHARED COPY MEMBER (SEE        *
000667*   copybooks/JOBSREC.CPY) WRITTEN BY eodctl.                *
000668*-----------------------------------------------------------*
000668     COPY JOBSREC.
000669*
000670*
000680 WORKING-STORAGE SECTION.
000690*-----------------------------------------------------------*
000770 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
000780 01  WS-SIGNON-SW               PIC X(01) VALUE "N".
000790     88  OPERATOR-IS-SIGNED-ON      VALUE "Y".
000791*
000791 01  GP-FILE-STATUS             PIC X(02) VALUE SPACES.
000792     88  GP-FILE-OK                  VALUE "00".
000792 01  WS-RERUN-PERIOD-SW         PIC X(01) VALUE "N".
000793     88  RERUN-PERIOD-IS-CLOSED     VALUE "Y".
000794 01  WS-RERUN-PERIOD            PIC 9(06) VALUE 0.
000794*
000795 01  JS-FILE-STATUS             PIC X(02) VALUE SPACES.
000795     88  JS-FILE-OK                  VALUE "00".
000796 01  WS-STREAM-CLEARED-SW       PIC X(01) VALUE "N".
000797     88  STREAM-IS-CLEARED          VALUE "Y".
000797 01  WS-STREAM-REFUSAL          PIC X(50) VALUE SPACES.
000798 77  WS-JS-SUB                  PIC 9(02) COMP VALUE 0.
000798 01  WS-ADVANCED-FROM-DATE      PIC 9(08) VALUE 0.
000799 01  WS-MACHINE-TIME            PIC 9(08) VALUE 0.
000800*
000810 01  WS-MACHINE-DATE            PIC 9(08) VALUE 0.
000820*
003030* 3100-ADVANCE-OPEN-DATE - THE END-OF-DAY STEP: MOVE THE     *
003040*   OPEN DATE TO THE NEXT BUSINESS DAY, SKIPPING WEEKENDS    *
003050*   AND RECORDED HOLIDAYS.  AN OPEN RERUN HOLDS THE          *
003060*   ADVANCE - THE PRIOR-DATE WORK MUST FINISH FIRST.  SO     *
003061*   DOES A NIGHT'S STREAM THAT JOBSTAT DOES NOT SHOW         *
003062*   COMPLETE AND BALANCED.                                   *
003070*-----------------------------------------------------------*
003080 3100-ADVANCE-OPEN-DATE.
003090     IF A-RERUN-IS-OPEN
003100         DISPLAY "Rerun is open for " WS-RERUN-DATE
003110             " - close it (X) before advancing"
003111         GO TO 3100-EXIT
003112     END-IF.
003113
003114     PERFORM 3110-CHECK-JOB-STATUS
003115         THRU 3110-EXIT.
003116     IF NOT STREAM-IS-CLEARED
003117         DISPLAY "Date advance refused - " WS-STREAM-REFUSAL
003118         DISPLAY "Run or restart eodctl for " WS-OPEN-DATE
003119             " first"
003120         GO TO 3100-EXIT
003130     END-IF.
003140
003220             OR WS-ADVANCE-STEPS > 30.
003230
003240     IF A-BUSINESS-DAY-FOUND
003241         MOVE WS-OPEN-DATE TO WS-ADVANCED-FROM-DATE
003250         MOVE WS-CANDIDATE-DATE TO WS-OPEN-DATE
003260         PERFORM 8000-REWRITE-CALENDAR
003270             THRU 8000-EXIT
003280         DISPLAY "Open date advanced to " WS-OPEN-DATE
003281         PERFORM 3180-STAMP-DATE-ADVANCE
003282             THRU 3180-EXIT
003290     ELSE
003300         DISPLAY "No business day within 30 days - "
003310             "check the holiday list"
003320     END-IF.
003330 3100-EXIT.
003331     EXIT.
003331*-----------------------------------------------------------*
003331* 3110-CHECK-JOB-STATUS - THE NIGHT MUST BE FINISHED BEFORE  *
003331*   ITS DATE CLOSES: EVERY eodctl STEP COMPLETE ON JOBSTAT   *
003331*   FOR THE OPEN DATE, AND THE dayendct CERTIFICATE          *
003331*   BALANCED.  NO JOBSTAT, OR NO RECORD FOR THE DATE, IS A   *
003331*   NIGHT THAT HAS NOT RUN.                                  *
003332*-----------------------------------------------------------*
003332 3110-CHECK-JOB-STATUS.
003332     MOVE "N" TO WS-STREAM-CLEARED-SW.
003332     MOVE SPACES TO WS-STREAM-REFUSAL.
003332     OPEN INPUT JOB-STATUS-FILE.
003332     IF NOT JS-FILE-OK
003332         MOVE "no JOBSTAT job-status file" TO WS-STREAM-REFUSAL
003333         GO TO 3110-EXIT
003333     END-IF.
003333
003333     MOVE WS-OPEN-DATE TO JS-PROCESS-DATE.
003333     READ JOB-STATUS-FILE
003333         INVALID KEY
003333             MOVE "no job status for the open date"
003334                 TO WS-STREAM-REFUSAL
003334     END-READ.
003334     CLOSE JOB-STATUS-FILE.
003334     IF WS-STREAM-REFUSAL NOT = SPACES
003334         GO TO 3110-EXIT
003334     END-IF.
003334
003335     PERFORM 3120-CHECK-ONE-STEP
003335         THRU 3120-EXIT
003335         VARYING WS-JS-SUB FROM 1 BY 1
003335         UNTIL WS-JS-SUB > 4
003335             OR WS-STREAM-REFUSAL NOT = SPACES.
003335     IF WS-STREAM-REFUSAL NOT = SPACES
003336         GO TO 3110-EXIT
003336     END-IF.
003336
003336     IF NOT JS-CERT-IS-BALANCED
003336         STRING "dayendct certificate is "
003336                    DELIMITED BY SIZE
003336                JS-CERT-RESULT DELIMITED BY SIZE
003337             INTO WS-STREAM-REFUSAL
003337         END-STRING
003337         GO TO 3110-EXIT
003337     END-IF.
003337     SET STREAM-IS-CLEARED TO TRUE.
003337 3110-EXIT.
003337     EXIT.
003338*-----------------------------------------------------------*
003338* 3120-CHECK-ONE-STEP - A STREAM STEP NOT COMPLETE REFUSES   *
003338*   THE ADVANCE.                                             *
003338*-----------------------------------------------------------*
003338 3120-CHECK-ONE-STEP.
003338     IF NOT JS-STEP-IS-COMPLETE (WS-JS-SUB)
003338         STRING "step " DELIMITED BY SIZE
003339                JS-STEP-NAME (WS-JS-SUB) DELIMITED BY SPACE
003339                " is not complete" DELIMITED BY SIZE
003339             INTO WS-STREAM-REFUSAL
003339         END-STRING
003339     END-IF.
003339 3120-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------*
003360* 3150-TRY-NEXT-DAY - STEP ONE DAY AND TEST IT FOR           *
003660         MOVE WS-HD-SUB TO WS-HD-FOUND-SUB
003670     END-IF.
003680 3170-EXIT.
003681     EXIT.
003681*-----------------------------------------------------------*
003681* 3180-STAMP-DATE-ADVANCE - THE ADVANCE IS THE NIGHT'S LAST  *
003681*   STEP: STAMP IT ON THE JOBSTAT RECORD OF THE DATE JUST    *
003681*   CLOSED, WITH THE NEW OPEN DATE AND THE OPERATOR.  THE    *
003682*   CALENDAR IS ALREADY REWRITTEN, SO A FAILURE HERE IS ONLY *
003682*   REPORTED.                                                *
003682*-----------------------------------------------------------*
003682 3180-STAMP-DATE-ADVANCE.
003682     ACCEPT WS-MACHINE-TIME FROM TIME.
003683     OPEN I-O JOB-STATUS-FILE.
003683     IF NOT JS-FILE-OK
003683         DISPLAY "JOBSTAT open failed, status " JS-FILE-STATUS
003683             " - advance not stamped"
003683         GO TO 3180-EXIT
003684     END-IF.
003684
003684     MOVE WS-ADVANCED-FROM-DATE TO JS-PROCESS-DATE.
003684     READ JOB-STATUS-FILE
003684         INVALID KEY
003685             DISPLAY "JOBSTAT record for " WS-ADVANCED-FROM-DATE
003685                 " gone - advance not stamped"
003685             CLOSE JOB-STATUS-FILE
003685             GO TO 3180-EXIT
003685     END-READ.
003686
003686     MOVE "calmnt"        TO JS-STEP-NAME (5).
003686     SET JS-STEP-IS-COMPLETE (5) TO TRUE.
003686     MOVE ZERO            TO JS-STEP-RC (5).
003686     ADD 1                TO JS-STEP-ATTEMPTS (5).
003687     MOVE WS-MACHINE-DATE TO JS-STEP-START-DATE (5)
003687                             JS-STEP-END-DATE (5).
003687     MOVE WS-MACHINE-TIME TO JS-STEP-START-TIME (5)
003687                             JS-STEP-END-TIME (5).
003687     MOVE WS-OPEN-DATE    TO JS-ADVANCED-TO.
003688     MOVE WS-OPERATOR-ID  TO JS-ADVANCED-BY.
003688     SET JS-DATE-IS-ADVANCED TO TRUE.
003688     REWRITE JS-JOB-STATUS-RECORD
003688         INVALID KEY
003688             DISPLAY "JOBSTAT rewrite failed, status "
003689                 JS-FILE-STATUS " - advance not stamped"
003689     END-REWRITE.
003689     CLOSE JOB-STATUS-FILE.
003689 3180-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------*
003710* 3200-SET-OPEN-DATE - SET THE OPEN DATE OUTRIGHT.  FOR THE  *
004040         GO TO 3300-EXIT
004050     END-IF.
004060
004061     PERFORM 3350-CHECK-RERUN-PERIOD
004062         THRU 3350-EXIT.
004063     IF RERUN-PERIOD-IS-CLOSED
004064         DISPLAY "GL period " WS-RERUN-PERIOD " is closed - "
004065             "a supervisor must reopen it (glpermnt) first"
004066         GO TO 3300-EXIT
004067     END-IF.
004068
004070     MOVE "R" TO WS-RERUN-SW.
004080     MOVE WS-ENTRY-DATE-9 TO WS-RERUN-DATE.
004090     PERFORM 8000-REWRITE-CALENDAR
004110     DISPLAY "Rerun opened for " WS-RERUN-DATE
004120         " - close it (X) when the batch has run".
004130 3300-EXIT.
004131     EXIT.
004131*-----------------------------------------------------------*
004131* 3350-CHECK-RERUN-PERIOD - A BACK-DATED RERUN POSTS TO THE  *
004132*   GL PERIOD OF ITS DATE, SO A DATE IN A PERIOD CLOSED ON   *
004132*   GLPERIOD IS REFUSED.  NO GLPERIOD AT ALL MEANS NOTHING   *
004132*   HAS EVER BEEN CLOSED.                                    *
004133*-----------------------------------------------------------*
004133 3350-CHECK-RERUN-PERIOD.
004133     MOVE "N" TO WS-RERUN-PERIOD-SW.
004134     MOVE WS-ENTRY-DATE (1:6) TO WS-RERUN-PERIOD.
004134     OPEN INPUT PERIOD-CONTROL-FILE.
004134     IF NOT GP-FILE-OK
004135         GO TO 3350-EXIT
004135     END-IF.
004136     MOVE WS-RERUN-PERIOD TO GP-PERIOD.
004136     READ PERIOD-CONTROL-FILE
004136         INVALID KEY
004137             CONTINUE
004137         NOT INVALID KEY
004137             IF GP-IS-CLOSED
004138                 SET RERUN-PERIOD-IS-CLOSED TO TRUE
004138             END-IF
004138     END-READ.
004139     CLOSE PERIOD-CONTROL-FILE.
004139 3350-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160* 3400-CLOSE-RERUN - BACK TO NORMAL PROCESSING UNDER THE     *

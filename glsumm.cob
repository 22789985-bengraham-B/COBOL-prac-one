000340* 2026-09-02  GMB  THE PROCESSING DATE COMES FROM THE        *
000350*                  BUSCAL CALENDAR (SEE calmnt) WHEN ONE IS  *
000360*                  PRESENT, AS IN EVERY OTHER PROGRAM.       *
000361* 2026-10-15  GMB  EACH DAY'S JOURNAL NOW ALSO POSTS INTO    *
000361*                  THE NEW GLPBAL PERIOD-BALANCE MASTER      *
000362*                  (GLPBREC.CPY), KEYED BY GL ACCOUNT AND    *
000362*                  PERIOD (THE YYYYMM OF THE EXTRACT'S RUN   *
000363*                  DATE), FOR THE gltrial MONTH-END TRIAL    *
000363*                  BALANCE. A RUN DATED IN A PERIOD CLOSED   *
000364*                  ON GLPERIOD (SEE glpermnt) IS REFUSED     *
000364*                  WHOLE - NO JOURNAL AND NO POSTING - WITH  *
000365*                  RETURN CODE 8. A SECOND glsumm OF THE     *
000366*                  SAME EXTRACT DOES NOT POST TWICE.         *
000366* 2026-10-15  GMB  EVERY RUN NOW APPENDS A LINE TO THE NEW   *
000367*                  GLRUNLOG RUN LOG (SEE GLRLREC.CPY) UNDER  *
000367*                  THE OPERATOR THE SCHEDULER'S OPERID FILE  *
000368*                  NAMES, AS prac-one'S BATCH DOES, SO THE   *
000368*                  accrevw ACCESS REVIEW CAN SEE WHO RAN THE *
000369*                  JOURNAL.                                  *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000580     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CA-FILE-STATUS.
000601     SELECT PERIOD-BALANCE-FILE ASSIGN TO "GLPBAL"
000601         ORGANIZATION IS INDEXED
000602         ACCESS MODE IS DYNAMIC
000602         RECORD KEY IS GB-KEY
000603         FILE STATUS IS GB-FILE-STATUS.
000603     SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD"
000604         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS RANDOM
000605         RECORD KEY IS GP-PERIOD
000606         FILE STATUS IS GP-FILE-STATUS.
000606     SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
000607         ORGANIZATION IS LINE SEQUENTIAL
000607         FILE STATUS IS OI-FILE-STATUS.
000608     SELECT RUN-LOG-FILE ASSIGN TO "GLRUNLOG"
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS GR-FILE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000850*-----------------------------------------------------------*
000860     COPY BUSCAL.
000870*
000871 FD  PERIOD-BALANCE-FILE.
000871*-----------------------------------------------------------*
000871* GB-BALANCE-RECORD IS THE SHARED COPY MEMBER (SEE           *
000871*   copybooks/GLPBREC.CPY) READ BY gltrial.                  *
000872*-----------------------------------------------------------*
000872     COPY GLPBREC.
000872*
000873 FD  PERIOD-CONTROL-FILE.
000873*-----------------------------------------------------------*
000873* GP-PERIOD-RECORD IS THE SHARED COPY MEMBER (SEE            *
000874*   copybooks/GLPERREC.CPY) MAINTAINED BY glpermnt.          *
000874*-----------------------------------------------------------*
000874     COPY GLPERREC.
000875*
000875 FD  OPERATOR-ID-FILE.
000875*-----------------------------------------------------------*
000875* THE SCHEDULER DROPS THE SUBMITTING OPERATOR'S ID HERE,     *
000876*   THE SAME FILE prac-one READS.                            *
000876*-----------------------------------------------------------*
000876 01  OI-OPERATOR-RECORD.
000877     05  OI-OPERATOR-ID             PIC X(08).
000877*
000877 FD  RUN-LOG-FILE.
000878*-----------------------------------------------------------*
000878* GR-RUN-RECORD IS THE SHARED COPY MEMBER (SEE               *
000878*   copybooks/GLRLREC.CPY) READ BY accrevw.                  *
000879*-----------------------------------------------------------*
000879     COPY GLRLREC.
000879*
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------*
000900* SWITCHES AND STATUS FIELDS                                *
001040 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001050     88  CA-FILE-OK                  VALUE "00".
001060*
001061 01  GB-FILE-STATUS             PIC X(02) VALUE SPACES.
001061     88  GB-FILE-OK                  VALUE "00".
001062     88  GB-FILE-NOT-FOUND           VALUE "35".
001063*
001063 01  GP-FILE-STATUS             PIC X(02) VALUE SPACES.
001064     88  GP-FILE-OK                  VALUE "00".
001065*
001065 01  OI-FILE-STATUS             PIC X(02) VALUE SPACES.
001066     88  OI-FILE-OK                  VALUE "00".
001067*
001067 01  GR-FILE-STATUS             PIC X(02) VALUE SPACES.
001068     88  GR-FILE-OK                  VALUE "00".
001069*
001070 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001071 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
001072 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
001080*
001090 01  WS-EXTRACT-AVAILABLE-SW    PIC X(01) VALUE "N".
001100     88  EXTRACT-IS-AVAILABLE       VALUE "Y".
001140     88  END-OF-EXTRACT-FILE        VALUE "Y".
001150 01  WS-EXT-TRAILER-SW          PIC X(01) VALUE "N".
001160     88  EXT-TRAILER-WAS-SEEN       VALUE "Y".
001161 01  WS-PERIOD-CLOSED-SW        PIC X(01) VALUE "N".
001162     88  POSTING-PERIOD-IS-CLOSED   VALUE "Y".
001163 01  WS-PERIOD-BALANCE-SW       PIC X(01) VALUE "N".
001164     88  PERIOD-BALANCE-IS-NEW      VALUE "Y".
001165 01  WS-END-OF-BALANCES-SW      PIC X(01) VALUE "N".
001166     88  END-OF-ACCOUNT-PERIODS     VALUE "Y".
001170*
001180 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001190 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
001200     88  RC-SUSPENSE-USED           VALUE 04.
001210     88  RC-OUT-OF-PROOF            VALUE 08.
001211     88  RC-PERIOD-CLOSED           VALUE 08.
001220     88  RC-FILE-ERROR              VALUE 12.
001230*
001240*-----------------------------------------------------------*
001400 01  WS-EXT-RUN-DATE            PIC 9(08) VALUE 0.
001410 01  WS-EXT-RUN-NUMBER          PIC 9(06) VALUE 0.
001420 01  WS-EXT-T-HASH              PIC S9(14)V99 VALUE 0.
001421*
001421*-----------------------------------------------------------*
001422* PERIOD-BALANCE POSTING.  THE PERIOD IS THE YYYYMM OF THE   *
001423* EXTRACT'S RUN DATE, SO A SUPERVISED BACK-DATED RERUN POSTS *
001423* INTO THE MONTH IT RAN UNDER.                               *
001424*-----------------------------------------------------------*
001425 01  WS-POST-PERIOD             PIC 9(06) VALUE 0.
001425 01  WS-POST-RUN-DATE           PIC 9(08) VALUE 0.
001426 01  WS-CARRY-OPENING           PIC S9(14)V99 VALUE 0.
001427 01  WS-ACCOUNT-NET             PIC S9(14)V99 VALUE 0.
001427 77  WS-BALANCES-POSTED         PIC 9(04) VALUE 0.
001428 77  WS-BALANCES-ALREADY        PIC 9(04) VALUE 0.
001429 77  WS-LATER-PERIODS-ROLLED    PIC 9(04) VALUE 0.
001430*
001440*-----------------------------------------------------------*
001450* PER-ACCOUNT DEBIT AND CREDIT TOTALS.  FIFTY ACCOUNTS IS    *
002300     05  FILLER                 PIC X(09) VALUE "  AMOUNT ".
002310     05  UD-AMOUNT              PIC ZZZZZZZZZZZ9.99-.
002320*
002321 01  WS-PERIOD-POSTED-LINE.
002321     05  FILLER                 PIC X(10) VALUE "GL PERIOD ".
002322     05  PP-PERIOD              PIC 9(06).
002322     05  FILLER                 PIC X(20) VALUE
002323         " ACCOUNTS POSTED:   ".
002323     05  PP-POSTED              PIC ZZZ9.
002324     05  FILLER                 PIC X(20) VALUE
002324         "  ALREADY POSTED:   ".
002325     05  PP-ALREADY             PIC ZZZ9.
002325*
002326 01  WS-PERIOD-REFUSED-LINE.
002326     05  FILLER                 PIC X(10) VALUE "GL PERIOD ".
002327     05  PR-PERIOD              PIC 9(06).
002327     05  FILLER                 PIC X(40) VALUE
002328         " IS CLOSED - JOURNAL REFUSED, NOT POSTED".
002328     05  FILLER                 PIC X(05) VALUE " RUN ".
002329     05  PR-RUN-NUMBER          PIC 9(06).
002329*
002330 PROCEDURE DIVISION.
002340*-----------------------------------------------------------*
002350* 0000-MAINLINE                                             *
002410     IF EXTRACT-IS-AVAILABLE
002420         PERFORM 3000-PROCESS-EXTRACT
002430             THRU 3000-EXIT
002440         PERFORM 4000-CHECK-POSTING-PERIOD
002450             THRU 4000-EXIT
002451         IF POSTING-PERIOD-IS-CLOSED
002452             PERFORM 4900-REFUSE-CLOSED-PERIOD
002453                 THRU 4900-EXIT
002454         ELSE
002455             PERFORM 5000-WRITE-JOURNAL-AND-PROOF
002456                 THRU 5000-EXIT
002457             PERFORM 6000-POST-PERIOD-BALANCES
002458                 THRU 6000-EXIT
002459         END-IF
002460     END-IF.
002470
002480     PERFORM 9999-END-OF-JOB
002560*-----------------------------------------------------------*
002570 1000-INITIALIZE.
002580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002581     ACCEPT WS-CURRENT-TIME FROM TIME.
002590     PERFORM 1100-READ-PROCESSING-DATE
002600         THRU 1100-EXIT.
002601     PERFORM 1150-IDENTIFY-OPERATOR
002602         THRU 1150-EXIT.
002610
002620     OPEN INPUT EXTRACT-FILE.
002630     IF EX-FILE-OK
003050     END-READ.
003060     CLOSE CALENDAR-FILE.
003070 1100-EXIT.
003071     EXIT.
003071*-----------------------------------------------------------*
003071* 1150-IDENTIFY-OPERATOR - THE RUN EXECUTES UNDER THE        *
003072*   OPERATOR THE SCHEDULER NAMES ON THE OPERID FILE, AS      *
003072*   prac-one'S BATCH DOES.  A MISSING ID IS CALLED OUT AND   *
003072*   LOGGED AS UNKNOWN; IT DOES NOT HOLD THE JOURNAL.         *
003073*-----------------------------------------------------------*
003073 1150-IDENTIFY-OPERATOR.
003074     OPEN INPUT OPERATOR-ID-FILE.
003074     IF OI-FILE-OK
003074         READ OPERATOR-ID-FILE
003075             AT END
003075                 CONTINUE
003076             NOT AT END
003076                 IF OI-OPERATOR-ID NOT = SPACES
003076                     MOVE OI-OPERATOR-ID TO WS-OPERATOR-ID
003077                 END-IF
003077         END-READ
003078         CLOSE OPERATOR-ID-FILE
003078     ELSE
003078         DISPLAY "OPERID not found - run logged as UNKNOWN"
003079     END-IF.
003079 1150-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------*
003100* 3000-PROCESS-EXTRACT - ONE PASS OF THE DAY'S EXTRACT.      *
004890 3450-EXIT.
004900     EXIT.
004910*-----------------------------------------------------------*
004911* 4000-CHECK-POSTING-PERIOD - THE JOURNAL POSTS INTO THE     *
004911*   PERIOD OF THE EXTRACT'S RUN DATE (THE PROCESSING DATE    *
004911*   WHEN THE EXTRACT CARRIED NO HEADER).  A PERIOD CLOSED ON *
004911*   GLPERIOD TAKES NOTHING UNTIL A SUPERVISOR REOPENS IT     *
004911*   (SEE glpermnt); NO GLPERIOD AT ALL MEANS NOTHING HAS     *
004911*   EVER BEEN CLOSED.                                        *
004911*-----------------------------------------------------------*
004912 4000-CHECK-POSTING-PERIOD.
004912     MOVE WS-EXT-RUN-DATE TO WS-POST-RUN-DATE.
004912     IF WS-POST-RUN-DATE = ZERO
004912         MOVE WS-CURRENT-DATE TO WS-POST-RUN-DATE
004912     END-IF.
004912     MOVE WS-POST-RUN-DATE (1:6) TO WS-POST-PERIOD.
004913
004913     OPEN INPUT PERIOD-CONTROL-FILE.
004913     IF NOT GP-FILE-OK
004913         GO TO 4000-EXIT
004913     END-IF.
004913
004914     MOVE WS-POST-PERIOD TO GP-PERIOD.
004914     READ PERIOD-CONTROL-FILE
004914         INVALID KEY
004914             CONTINUE
004914         NOT INVALID KEY
004914             IF GP-IS-CLOSED
004915                 SET POSTING-PERIOD-IS-CLOSED TO TRUE
004915             END-IF
004915     END-READ.
004915     CLOSE PERIOD-CONTROL-FILE.
004915 4000-EXIT.
004915     EXIT.
004916*-----------------------------------------------------------*
004916* 4900-REFUSE-CLOSED-PERIOD - NOTHING IS JOURNALLED OR       *
004916*   POSTED FOR A RUN DATED IN A CLOSED PERIOD.  GLJRNL IS    *
004916*   LEFT EMPTY SO THE LEDGER TEAM TAKES NOTHING, AND THE     *
004916*   PROOF REPORT SAYS WHY.                                   *
004916*-----------------------------------------------------------*
004917 4900-REFUSE-CLOSED-PERIOD.
004917     MOVE WS-CURRENT-DATE   TO PH-RUN-DATE.
004917     MOVE WS-EXT-RUN-NUMBER TO PH-RUN-NUMBER.
004917     WRITE PF-PROOF-LINE FROM WS-PROOF-HEADING-LINE.
004917     MOVE SPACES TO PF-PROOF-LINE.
004917     WRITE PF-PROOF-LINE.
004918     MOVE WS-POST-PERIOD    TO PR-PERIOD.
004918     MOVE WS-EXT-RUN-NUMBER TO PR-RUN-NUMBER.
004918     WRITE PF-PROOF-LINE FROM WS-PERIOD-REFUSED-LINE.
004918
004918     DISPLAY "GL period " WS-POST-PERIOD " is closed - run "
004918         WS-EXT-RUN-NUMBER " not journalled or posted".
004919     SET RC-PERIOD-CLOSED TO TRUE.
004919     PERFORM 9400-RAISE-RETURN-CODE
004919         THRU 9400-EXIT.
004919 4900-EXIT.
004919     EXIT.
004919*-----------------------------------------------------------*
004920* 5000-WRITE-JOURNAL-AND-PROOF - BALANCE THE JOURNAL         *
004930*   THROUGH THE CLEARING ACCOUNT, WRITE IT OUT, AND PROVE    *
004940*   THE NET AGAINST THE EXTRACT TRAILER HASH.                *
006160 5300-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------*
006181* 6000-POST-PERIOD-BALANCES - EVERY ACCOUNT ON THE JOURNAL,  *
006181*   CLEARING INCLUDED, INTO ITS GLPBAL PERIOD BALANCE.  THE  *
006181*   MASTER IS CREATED ON FIRST USE.                          *
006181*-----------------------------------------------------------*
006181 6000-POST-PERIOD-BALANCES.
006181     OPEN I-O PERIOD-BALANCE-FILE.
006181     IF GB-FILE-NOT-FOUND
006181         OPEN OUTPUT PERIOD-BALANCE-FILE
006181         CLOSE PERIOD-BALANCE-FILE
006181         OPEN I-O PERIOD-BALANCE-FILE
006181     END-IF.
006181     IF NOT GB-FILE-OK
006181         DISPLAY "GLPBAL open failed, status " GB-FILE-STATUS
006181             " - period balances not posted"
006181         SET RC-FILE-ERROR TO TRUE
006181         PERFORM 9400-RAISE-RETURN-CODE
006181             THRU 9400-EXIT
006181         GO TO 6000-EXIT
006181     END-IF.
006181
006181     PERFORM 6100-POST-ONE-ACCOUNT
006181         THRU 6100-EXIT
006181         VARYING WS-AC-SUB FROM 1 BY 1
006182         UNTIL WS-AC-SUB > WS-ACCOUNT-COUNT.
006182     CLOSE PERIOD-BALANCE-FILE.
006182
006182     MOVE WS-POST-PERIOD      TO PP-PERIOD.
006182     MOVE WS-BALANCES-POSTED  TO PP-POSTED.
006182     MOVE WS-BALANCES-ALREADY TO PP-ALREADY.
006182     MOVE SPACES TO PF-PROOF-LINE.
006182     WRITE PF-PROOF-LINE.
006182     WRITE PF-PROOF-LINE FROM WS-PERIOD-POSTED-LINE.
006182
006182     DISPLAY "GL period posted:   " WS-POST-PERIOD.
006182     DISPLAY "Accounts posted:    " WS-BALANCES-POSTED.
006182     IF WS-BALANCES-ALREADY > ZERO
006182         DISPLAY "Already posted:     " WS-BALANCES-ALREADY
006182             " (run " WS-EXT-RUN-NUMBER " seen before)"
006182     END-IF.
006182     IF WS-LATER-PERIODS-ROLLED > ZERO
006182         DISPLAY "Later periods whose opening moved: "
006182             WS-LATER-PERIODS-ROLLED
006182     END-IF.
006182 6000-EXIT.
006182     EXIT.
006183*-----------------------------------------------------------*
006183* 6100-POST-ONE-ACCOUNT - ONE ACCOUNT'S DAY INTO ITS PERIOD. *
006183*   A NEW PERIOD OPENS AT THE ACCOUNT'S LAST CLOSING         *
006183*   BALANCE.  A PERIOD ALREADY CARRYING THIS RUN IS LEFT     *
006183*   ALONE, SO A SECOND glsumm OF THE SAME EXTRACT CANNOT     *
006183*   POST TWICE.                                              *
006183*-----------------------------------------------------------*
006183 6100-POST-ONE-ACCOUNT.
006183     MOVE "N" TO WS-PERIOD-BALANCE-SW.
006183     MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO GB-GL-ACCOUNT.
006183     MOVE WS-POST-PERIOD            TO GB-PERIOD.
006183     READ PERIOD-BALANCE-FILE
006183         INVALID KEY
006183             SET PERIOD-BALANCE-IS-NEW TO TRUE
006183     END-READ.
006183
006183     IF PERIOD-BALANCE-IS-NEW
006183         PERFORM 6200-CARRY-OPENING-FORWARD
006183             THRU 6200-EXIT
006183         MOVE SPACES TO GB-BALANCE-RECORD
006183         INITIALIZE GB-BALANCE-RECORD
006183         MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO GB-GL-ACCOUNT
006183         MOVE WS-POST-PERIOD            TO GB-PERIOD
006184         MOVE WS-CARRY-OPENING          TO GB-OPENING
006184     ELSE
006184         IF GB-LAST-RUN-DATE = WS-POST-RUN-DATE
006184                 AND GB-LAST-RUN-NUMBER = WS-EXT-RUN-NUMBER
006184             ADD 1 TO WS-BALANCES-ALREADY
006184             GO TO 6100-EXIT
006184         END-IF
006184     END-IF.
006184
006184     ADD WS-AC-DEBIT (WS-AC-SUB)  TO GB-DEBITS.
006184     ADD WS-AC-CREDIT (WS-AC-SUB) TO GB-CREDITS.
006184     ADD 1 TO GB-POSTING-COUNT.
006184     MOVE WS-POST-RUN-DATE  TO GB-LAST-RUN-DATE.
006184     MOVE WS-EXT-RUN-NUMBER TO GB-LAST-RUN-NUMBER.
006184     MOVE WS-CURRENT-DATE   TO GB-LAST-POSTED-DATE.
006184
006184     IF PERIOD-BALANCE-IS-NEW
006184         WRITE GB-BALANCE-RECORD
006184             INVALID KEY
006184                 DISPLAY "GLPBAL write failed, status "
006184                     GB-FILE-STATUS " - " GB-KEY
006184                 SET RC-FILE-ERROR TO TRUE
006185                 PERFORM 9400-RAISE-RETURN-CODE
006185                     THRU 9400-EXIT
006185                 GO TO 6100-EXIT
006185         END-WRITE
006185     ELSE
006185         REWRITE GB-BALANCE-RECORD
006185             INVALID KEY
006185                 DISPLAY "GLPBAL rewrite failed, status "
006185                     GB-FILE-STATUS " - " GB-KEY
006185                 SET RC-FILE-ERROR TO TRUE
006185                 PERFORM 9400-RAISE-RETURN-CODE
006185                     THRU 9400-EXIT
006185                 GO TO 6100-EXIT
006185         END-REWRITE
006185     END-IF.
006185     ADD 1 TO WS-BALANCES-POSTED.
006185
006185     COMPUTE WS-ACCOUNT-NET
006185         = WS-AC-DEBIT (WS-AC-SUB) - WS-AC-CREDIT (WS-AC-SUB).
006185     IF WS-ACCOUNT-NET NOT = ZERO
006185         PERFORM 6300-ROLL-LATER-PERIODS
006185             THRU 6300-EXIT
006185     END-IF.
006186 6100-EXIT.
006186     EXIT.
006186*-----------------------------------------------------------*
006186* 6200-CARRY-OPENING-FORWARD - THE CLOSING BALANCE OF THE    *
006186*   ACCOUNT'S LATEST PERIOD BEFORE THIS ONE, OR ZERO FOR AN  *
006186*   ACCOUNT NEW TO THE MASTER.                               *
006186*-----------------------------------------------------------*
006186 6200-CARRY-OPENING-FORWARD.
006186     MOVE ZERO TO WS-CARRY-OPENING.
006186     MOVE "N" TO WS-END-OF-BALANCES-SW.
006186     MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO GB-GL-ACCOUNT.
006186     MOVE ZERO                      TO GB-PERIOD.
006186     START PERIOD-BALANCE-FILE
006186         KEY IS NOT LESS THAN GB-KEY
006186         INVALID KEY
006186             GO TO 6200-EXIT
006186     END-START.
006186     PERFORM 6250-READ-EARLIER-PERIOD
006186         THRU 6250-EXIT
006186         UNTIL END-OF-ACCOUNT-PERIODS.
006186 6200-EXIT.
006186     EXIT.
006187*-----------------------------------------------------------*
006187* 6250-READ-EARLIER-PERIOD - ONE OF THE ACCOUNT'S PERIODS,   *
006187*   OLDEST FIRST, UP TO THE ONE BEING POSTED.                *
006187*-----------------------------------------------------------*
006187 6250-READ-EARLIER-PERIOD.
006187     READ PERIOD-BALANCE-FILE NEXT RECORD
006187         AT END
006187             SET END-OF-ACCOUNT-PERIODS TO TRUE
006187             GO TO 6250-EXIT
006187     END-READ.
006187     IF GB-GL-ACCOUNT NOT = WS-AC-ACCOUNT (WS-AC-SUB)
006187             OR GB-PERIOD NOT < WS-POST-PERIOD
006187         SET END-OF-ACCOUNT-PERIODS TO TRUE
006187         GO TO 6250-EXIT
006187     END-IF.
006187     COMPUTE WS-CARRY-OPENING
006187         = GB-OPENING + GB-DEBITS - GB-CREDITS.
006187 6250-EXIT.
006187     EXIT.
006187*-----------------------------------------------------------*
006187* 6300-ROLL-LATER-PERIODS - A POSTING INTO A PERIOD THE      *
006187*   ACCOUNT HAS ALREADY MOVED PAST (A BACK-DATED RERUN, OR A *
006187*   REOPENED MONTH) MOVES THE OPENING OF EVERY LATER PERIOD  *
006188*   BY THE SAME NET, SO EACH STILL OPENS AT THE ONE BEFORE'S *
006188*   CLOSE.                                                   *
006188*-----------------------------------------------------------*
006188 6300-ROLL-LATER-PERIODS.
006188     MOVE "N" TO WS-END-OF-BALANCES-SW.
006188     MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO GB-GL-ACCOUNT.
006188     MOVE WS-POST-PERIOD            TO GB-PERIOD.
006188     START PERIOD-BALANCE-FILE
006188         KEY IS GREATER THAN GB-KEY
006188         INVALID KEY
006188             GO TO 6300-EXIT
006188     END-START.
006188     PERFORM 6350-ROLL-ONE-LATER-PERIOD
006188         THRU 6350-EXIT
006188         UNTIL END-OF-ACCOUNT-PERIODS.
006188 6300-EXIT.
006188     EXIT.
006188*-----------------------------------------------------------*
006188* 6350-ROLL-ONE-LATER-PERIOD                                 *
006188*-----------------------------------------------------------*
006188 6350-ROLL-ONE-LATER-PERIOD.
006188     READ PERIOD-BALANCE-FILE NEXT RECORD
006189         AT END
006189             SET END-OF-ACCOUNT-PERIODS TO TRUE
006189             GO TO 6350-EXIT
006189     END-READ.
006189     IF GB-GL-ACCOUNT NOT = WS-AC-ACCOUNT (WS-AC-SUB)
006189         SET END-OF-ACCOUNT-PERIODS TO TRUE
006189         GO TO 6350-EXIT
006189     END-IF.
006189     ADD WS-ACCOUNT-NET TO GB-OPENING.
006189     REWRITE GB-BALANCE-RECORD
006189         INVALID KEY
006189             DISPLAY "GLPBAL rewrite failed, status "
006189                 GB-FILE-STATUS " - " GB-KEY
006189             SET RC-FILE-ERROR TO TRUE
006189             PERFORM 9400-RAISE-RETURN-CODE
006189                 THRU 9400-EXIT
006189             GO TO 6350-EXIT
006189     END-REWRITE.
006189     ADD 1 TO WS-LATER-PERIODS-ROLLED.
006189 6350-EXIT.
006189     EXIT.
006189*-----------------------------------------------------------*
006190* 9400-RAISE-RETURN-CODE - KEEP THE WORST OUTCOME SEEN SO    *
006200*   FAR; THE CALLER SETS WS-RC-CANDIDATE FIRST.              *
006210*-----------------------------------------------------------*
006260 9400-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------*
006281* 9700-WRITE-RUN-LOG - ONE GLRUNLOG LINE FOR THE RUN, WHAT   *
006281*   EVER ITS OUTCOME.                                        *
006281*-----------------------------------------------------------*
006282 9700-WRITE-RUN-LOG.
006282     OPEN EXTEND RUN-LOG-FILE.
006282     IF NOT GR-FILE-OK
006283         OPEN OUTPUT RUN-LOG-FILE
006283     END-IF.
006283     IF NOT GR-FILE-OK
006284         DISPLAY "GLRUNLOG open failed, status " GR-FILE-STATUS
006284         GO TO 9700-EXIT
006284     END-IF.
006285
006285     MOVE SPACES                 TO GR-RUN-RECORD.
006286     MOVE WS-CURRENT-DATE        TO GR-RUN-DATE.
006286     MOVE WS-CURRENT-TIME        TO GR-RUN-TIME.
006286     MOVE WS-OPERATOR-ID         TO GR-OPERATOR.
006287     MOVE WS-EXT-RUN-DATE        TO GR-EXTRACT-RUN-DATE.
006287     MOVE WS-EXT-RUN-NUMBER      TO GR-EXTRACT-RUN-NUMBER.
006287     MOVE WS-HIGHEST-RETURN-CODE TO GR-RETURN-CODE.
006288     WRITE GR-RUN-RECORD.
006288     CLOSE RUN-LOG-FILE.
006288 9700-EXIT.
006289     EXIT.
006289*-----------------------------------------------------------*
006290* 9999-END-OF-JOB                                            *
006300*-----------------------------------------------------------*
006310 9999-END-OF-JOB.
006311     PERFORM 9700-WRITE-RUN-LOG
006312         THRU 9700-EXIT.
006320     IF EXTRACT-IS-AVAILABLE
006330         CLOSE JOURNAL-FILE
006340         CLOSE PROOF-REPORT-FILE

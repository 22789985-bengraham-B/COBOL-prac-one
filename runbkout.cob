000360*                  FILE REFUSES A SECOND BACKOUT OF THE      *
000370*                  SAME RUN.  RETURN CODES: 0 GENERATED,     *
000380*                  8 REFUSED, 12 FILE ERROR.                 *
000381* 2026-10-15  GMB  EACH DETAIL REVERSED IS ALSO DROPPED FROM *
000381*                  THE DUPINDX DUPLICATE FINGERPRINT MASTER  *
000382*                  (SEE DUPFPREC.CPY) WHERE THE BACKED-OUT   *
000382*                  RUN WAS THE LAST TO TAKE IT, SO THE       *
000383*                  CORRECTED RERUN OF THE SAME WORK IS NOT   *
000383*                  REJECTED AS A DUPLICATE. THE REGISTER     *
000384*                  TOTAL LINE COUNTS THE FINGERPRINTS        *
000384*                  DROPPED.                                  *
000385* 2026-10-15  GMB  A RUN DATED IN A GL PERIOD CLOSED ON      *
000386*                  GLPERIOD (SEE glpermnt) IS REFUSED UNTIL  *
000386*                  A SUPERVISOR REOPENS THE PERIOD.          *
000387* 2026-10-15  GMB  EVERY POSTED ITEM OF THE RUN BACKED OUT   *
000387*                  IS NOW STAMPED WITH THE BACKOUT DATE AND  *
000388*                  OPERATOR ON ITS TRNJRNL TRANSACTION       *
000388*                  JOURNAL RECORD (SEE TRNJREC.CPY); THE     *
000389*                  REGISTER COUNTS THE RECORDS MARKED.       *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS OP-ID
000650         FILE STATUS IS OP-FILE-STATUS.
000651     SELECT DUP-INDEX-FILE ASSIGN TO "DUPINDX"
000651         ORGANIZATION IS INDEXED
000652         ACCESS MODE IS RANDOM
000652         RECORD KEY IS DF-KEY
000653         FILE STATUS IS DF-FILE-STATUS.
000653     SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD"
000654         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS RANDOM
000655         RECORD KEY IS GP-PERIOD
000656         FILE STATUS IS GP-FILE-STATUS.
000656     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000657         ORGANIZATION IS INDEXED
000657         ACCESS MODE IS DYNAMIC
000658         RECORD KEY IS TJ-KEY
000658         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
000659         FILE STATUS IS TJ-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
001070*-----------------------------------------------------------*
001080     COPY OPERMREC.
001090*
001091 FD  DUP-INDEX-FILE.
001091*-----------------------------------------------------------*
001091* DF-FINGERPRINT-RECORD IS THE SHARED COPY MEMBER (SEE       *
001092*   copybooks/DUPFPREC.CPY) POSTED BY prac-one.              *
001092*-----------------------------------------------------------*
001093     COPY DUPFPREC.
001093*
001093 FD  PERIOD-CONTROL-FILE.
001094*-----------------------------------------------------------*
001094* GP-PERIOD-RECORD IS THE SHARED COPY MEMBER (SEE            *
001095*   copybooks/GLPERREC.CPY) MAINTAINED BY glpermnt.          *
001095*-----------------------------------------------------------*
001095     COPY GLPERREC.
001096*
001096 FD  TRANS-JOURNAL-FILE.
001097*-----------------------------------------------------------*
001097* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
001097*   copybooks/TRNJREC.CPY) WRITTEN BY prac-one.  THE         *
001098*   BACKOUT IS STAMPED ON EVERY POSTED ITEM OF THE RUN.      *
001098*-----------------------------------------------------------*
001099     COPY TRNJREC.
001099*
001100 WORKING-STORAGE SECTION.
001110*-----------------------------------------------------------*
001120* SWITCHES AND STATUS FIELDS                                *
001280*
001290 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
001300     88  OP-FILE-OK                  VALUE "00".
001301*
001301 01  DF-FILE-STATUS             PIC X(02) VALUE SPACES.
001302     88  DF-FILE-OK                  VALUE "00".
001302 01  WS-DUP-INDEX-SW            PIC X(01) VALUE "N".
001303     88  DUP-INDEX-IS-AVAILABLE     VALUE "Y".
001304 01  GP-FILE-STATUS             PIC X(02) VALUE SPACES.
001304     88  GP-FILE-OK                  VALUE "00".
001305 01  WS-RUN-PERIOD-SW           PIC X(01) VALUE "N".
001306     88  RUN-PERIOD-IS-CLOSED       VALUE "Y".
001306 01  WS-RUN-PERIOD              PIC 9(06) VALUE 0.
001307 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
001308     88  TJ-FILE-OK                  VALUE "00".
001308 01  WS-END-OF-JOURNAL-RUN-SW   PIC X(01) VALUE "N".
001309     88  END-OF-JOURNAL-RUN         VALUE "Y".
001310 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
001320 01  WS-SIGNON-SW               PIC X(01) VALUE "N".
001330     88  OPERATOR-IS-SIGNED-ON      VALUE "Y".
001670 77  WS-DETAIL-COUNT            PIC 9(06) VALUE 0.
001680*
001690 77  WS-REVERSAL-COUNT          PIC 9(06) VALUE 0.
001691 77  WS-FINGERPRINT-COUNT       PIC 9(06) VALUE 0.
001692 77  WS-JOURNAL-STAMP-COUNT     PIC 9(06) VALUE 0.
001700 01  WS-REVERSAL-HASH           PIC S9(14)V99 VALUE 0.
001710 01  WS-REVERSAL-AMOUNT         PIC S9(08)V99 VALUE 0.
001720 01  WS-REVERSAL-OPCODE         PIC X(03) VALUE SPACES.
002310     05  RT-ORIG-HASH           PIC ZZZZZZZZZZZZZ9.99-.
002320     05  FILLER                 PIC X(15) VALUE "  REV RESULTS: ".
002330     05  RT-REV-TOTAL           PIC ZZZZZZZZZZZZZ9.99-.
002331*
002331 01  WS-REGISTER-FPRINT-LINE.
002332     05  FILLER                 PIC X(30) VALUE
002333         "DUPLICATE FINGERPRINTS DROPPED".
002334     05  FILLER                 PIC X(02) VALUE ": ".
002334     05  RT-FINGERPRINT-COUNT   PIC ZZZZZ9.
002335*
002336 01  WS-REGISTER-JOURNAL-LINE.
002337     05  FILLER                 PIC X(33) VALUE
002337         "JOURNAL RECORDS MARKED BACKED OUT".
002338     05  FILLER                 PIC X(02) VALUE ": ".
002339     05  RT-JOURNAL-COUNT       PIC ZZZZZ9.
002340*
002350 PROCEDURE DIVISION.
002360*-----------------------------------------------------------*
004100         THRU 2100-EXIT
004110         UNTIL END-OF-EXTRACT-FILE.
004120     CLOSE EXTRACT-FILE.
004121     PERFORM 2500-CHECK-RUN-PERIOD
004122         THRU 2500-EXIT.
004130
004140     EVALUATE TRUE
004150         WHEN NOT EXT-HEADER-WAS-SEEN
004260             SET BACKOUT-WAS-REFUSED TO TRUE
004270             MOVE "EXTRACT TRAILER COUNT DOES NOT PROVE"
004280                 TO RF-REASON
004281         WHEN RUN-PERIOD-IS-CLOSED
004282             SET BACKOUT-WAS-REFUSED TO TRUE
004283             STRING "RUN IS IN CLOSED GL PERIOD "
004284                     DELIMITED BY SIZE
004285                 WS-RUN-PERIOD DELIMITED BY SIZE
004286                 " - REOPEN IT FIRST" DELIMITED BY SIZE
004287                 INTO RF-REASON
004290         WHEN OTHER
004300             MOVE "N" TO WS-END-OF-EXTRACT-SW
004310             OPEN INPUT EXTRACT-FILE
004620 2100-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------*
004641* 2500-CHECK-RUN-PERIOD - THE RUN'S REVERSAL WOULD UNDO      *
004641*   FIGURES ALREADY IN ITS GL PERIOD, SO A RUN DATED IN A    *
004641*   PERIOD CLOSED ON GLPERIOD IS NOT BACKED OUT UNTIL A      *
004641*   SUPERVISOR REOPENS THE PERIOD (SEE glpermnt).  NO        *
004642*   GLPERIOD AT ALL MEANS NOTHING HAS EVER BEEN CLOSED.      *
004642*-----------------------------------------------------------*
004642 2500-CHECK-RUN-PERIOD.
004643     IF NOT EXT-HEADER-WAS-SEEN
004643         GO TO 2500-EXIT
004643     END-IF.
004644     MOVE WS-EXT-RUN-DATE (1:6) TO WS-RUN-PERIOD.
004644
004644     OPEN INPUT PERIOD-CONTROL-FILE.
004645     IF NOT GP-FILE-OK
004645         GO TO 2500-EXIT
004645     END-IF.
004645     MOVE WS-RUN-PERIOD TO GP-PERIOD.
004646     READ PERIOD-CONTROL-FILE
004646         INVALID KEY
004646             CONTINUE
004647         NOT INVALID KEY
004647             IF GP-IS-CLOSED
004647                 SET RUN-PERIOD-IS-CLOSED TO TRUE
004648             END-IF
004648     END-READ.
004648     CLOSE PERIOD-CONTROL-FILE.
004649 2500-EXIT.
004649     EXIT.
004649*-----------------------------------------------------------*
004650* 2900-WRITE-REFUSAL - SAY WHY NOTHING WAS GENERATED AND     *
004660*   RAISE RETURN CODE 8.                                     *
004670*-----------------------------------------------------------*
004810*-----------------------------------------------------------*
004820 3000-GENERATE-REVERSALS.
004830     OPEN OUTPUT BACKOUT-TRAN-FILE.
004831
004832*    THE FINGERPRINT MASTER IS OPTIONAL; WITHOUT IT THERE IS
004833*    NOTHING TO DROP.
004834     OPEN I-O DUP-INDEX-FILE.
004835     IF DF-FILE-OK
004836         SET DUP-INDEX-IS-AVAILABLE TO TRUE
004837     END-IF.
004840
004850     MOVE SPACES TO BH-BATCH-HEADER.
004860     MOVE "*HDR*" TO BH-RECORD-MARK.
005130     MOVE WS-EXT-T-HASH     TO RT-ORIG-HASH.
005140     MOVE WS-REVERSAL-TOTAL TO RT-REV-TOTAL.
005150     WRITE BR-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE.
005151     IF DUP-INDEX-IS-AVAILABLE
005152         MOVE WS-FINGERPRINT-COUNT TO RT-FINGERPRINT-COUNT
005153         WRITE BR-REGISTER-LINE FROM WS-REGISTER-FPRINT-LINE
005154         CLOSE DUP-INDEX-FILE
005155     END-IF.
005160
005161     PERFORM 3500-STAMP-JOURNAL
005162         THRU 3500-EXIT.
005170     DISPLAY "Reversals generated: " WS-REVERSAL-COUNT
005180         " for run " WS-RUN-NUMBER.
005190     DISPLAY "Feed BKOUTTRN to the batch as TRANSIN.".
005520     MOVE WS-REVERSAL-OPCODE TO RD-REV-OPCODE.
005530     MOVE WS-REVERSAL-AMOUNT TO RD-REV-AMOUNT.
005540     WRITE BR-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
005541
005542     PERFORM 3300-DROP-FINGERPRINT
005543         THRU 3300-EXIT.
005550 3100-EXIT.
005560     EXIT.
005570*-----------------------------------------------------------*
005810     COMPUTE WS-REVERSAL-AMOUNT = ZERO - EX-D-RESULT.
005820     ADD WS-REVERSAL-AMOUNT TO WS-REVERSAL-TOTAL.
005830 3200-EXIT.
005831     EXIT.
005831*-----------------------------------------------------------*
005831* 3300-DROP-FINGERPRINT - THE ORIGINAL DETAIL NO LONGER      *
005831*   STANDS, SO ITS DUPINDX ENTRY IS DELETED IF THE RUN BEING *
005831*   BACKED OUT WAS THE LAST TO TAKE IT.  THE KEY IS BUILT    *
005831*   AS prac-one BUILDS IT: A BLANK OPERATION CODE IS AN ADD. *
005831*-----------------------------------------------------------*
005831 3300-DROP-FINGERPRINT.
005831     IF NOT DUP-INDEX-IS-AVAILABLE
005831         GO TO 3300-EXIT
005831     END-IF.
005831
005832     MOVE SPACES      TO DF-FINGERPRINT-RECORD.
005832     MOVE EX-D-NAME1  TO DF-NAME1.
005832     MOVE EX-D-BRANCH TO DF-BRANCH.
005832     IF EX-D-OPCODE = SPACES
005832         MOVE "ADD"       TO DF-OPCODE
005832     ELSE
005832         MOVE EX-D-OPCODE TO DF-OPCODE
005832     END-IF.
005832     MOVE EX-D-NUM1   TO DF-NUM1.
005832     MOVE EX-D-NUM2   TO DF-NUM2.
005832     READ DUP-INDEX-FILE
005833         INVALID KEY
005833             GO TO 3300-EXIT
005833     END-READ.
005833
005833     IF DF-RUN-NUMBER NUMERIC
005833             AND DF-RUN-NUMBER = WS-RUN-NUMBER
005833         DELETE DUP-INDEX-FILE
005833             INVALID KEY
005833                 CONTINUE
005833             NOT INVALID KEY
005833                 ADD 1 TO WS-FINGERPRINT-COUNT
005834         END-DELETE
005834     END-IF.
005834 3300-EXIT.
005834     EXIT.
005834*-----------------------------------------------------------*
005834* 3500-STAMP-JOURNAL - MARK EVERY POSTED ITEM OF THE RUN     *
005834*   BACKED OUT, TODAY, BY THE SIGNED-ON OPERATOR, ON ITS     *
005834*   TRNJRNL RECORD. THE RUN'S RECORDS SIT TOGETHER UNDER ITS *
005834*   DATE AND NUMBER. THE JOURNAL IS OPTIONAL; WITHOUT IT     *
005834*   NOTHING IS MARKED.                                       *
005834*-----------------------------------------------------------*
005835 3500-STAMP-JOURNAL.
005835     OPEN I-O TRANS-JOURNAL-FILE.
005835     IF NOT TJ-FILE-OK
005835         DISPLAY "TRNJRNL not available - backout not journalled"
005835         GO TO 3500-EXIT
005835     END-IF.
005835
005835     MOVE "N" TO WS-END-OF-JOURNAL-RUN-SW.
005835     MOVE WS-EXT-RUN-DATE TO TJ-RUN-DATE.
005835     MOVE WS-RUN-NUMBER   TO TJ-RUN-NUMBER.
005835     MOVE LOW-VALUE       TO TJ-POST-PHASE.
005836     MOVE ZERO            TO TJ-POST-RECNO.
005836     START TRANS-JOURNAL-FILE KEY IS NOT LESS THAN TJ-KEY
005836         INVALID KEY
005836             SET END-OF-JOURNAL-RUN TO TRUE
005836     END-START.
005836     PERFORM 3550-STAMP-ONE-RECORD
005836         THRU 3550-EXIT
005836         UNTIL END-OF-JOURNAL-RUN.
005836     CLOSE TRANS-JOURNAL-FILE.
005836
005836     MOVE WS-JOURNAL-STAMP-COUNT TO RT-JOURNAL-COUNT.
005837     WRITE BR-REGISTER-LINE FROM WS-REGISTER-JOURNAL-LINE.
005837 3500-EXIT.
005837     EXIT.
005837*-----------------------------------------------------------*
005837* 3550-STAMP-ONE-RECORD - THE NEXT JOURNAL RECORD; A POSTED  *
005837*   ITEM OF THE RUN IS MARKED, A REJECTED OR HELD ONE NEVER  *
005837*   REACHED THE LEDGER AND IS LEFT ALONE.                    *
005837*-----------------------------------------------------------*
005837 3550-STAMP-ONE-RECORD.
005837     READ TRANS-JOURNAL-FILE NEXT RECORD
005837         AT END
005838             SET END-OF-JOURNAL-RUN TO TRUE
005838             GO TO 3550-EXIT
005838     END-READ.
005838     IF TJ-RUN-DATE NOT = WS-EXT-RUN-DATE
005838             OR TJ-RUN-NUMBER NOT = WS-RUN-NUMBER
005838         SET END-OF-JOURNAL-RUN TO TRUE
005838         GO TO 3550-EXIT
005838     END-IF.
005838     IF NOT TJ-WAS-POSTED
005838         GO TO 3550-EXIT
005838     END-IF.
005839
005839     MOVE WS-CURRENT-DATE TO TJ-BACKOUT-DATE.
005839     MOVE WS-OPERATOR-ID  TO TJ-BACKOUT-OPERATOR.
005839     REWRITE TJ-JOURNAL-RECORD
005839         INVALID KEY
005839             DISPLAY "TRNJRNL stamp failed, status "
005839                 TJ-FILE-STATUS
005839         NOT INVALID KEY
005839             ADD 1 TO WS-JOURNAL-STAMP-COUNT
005839     END-REWRITE.
005839 3550-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------*
005860* 4000-RECORD-THE-BACKOUT - THE RUN GOES ON BKOUTLOG SO IT   *

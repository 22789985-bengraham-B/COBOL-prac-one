000420*                  PRESENT, SO WORK RUN LATE STILL CARRIES   *
000430*                  THE OPEN BUSINESS DATE RATHER THAN THE    *
000440*                  MACHINE DATE.                             *
000441* 2026-10-15  GMB  EVERY DETAIL THE LEDGER FAILS IS ALSO     *
000441*                  APPENDED TO LEDGFAIL (SEE LGFLREC.CPY) SO *
000442*                  THE offcrtn OFFICE RETURN CAN SEND IT     *
000443*                  BACK TO ITS OFFICE.                       *
000443* 2026-10-15  GMB  EVERY DETAIL THE LEDGER ANSWERS IS NOW    *
000444*                  STAMPED POSTED OR FAILED ON ITS TRNJRNL   *
000445*                  TRANSACTION JOURNAL RECORD (SEE           *
000445*                  TRNJREC.CPY). EXTRFILE CARRIES NO JOURNAL *
000446*                  KEY, SO THE RECORD IS FOUND ON THE name1  *
000447*                  KEY: THE EARLIEST STILL-AWAITED EXTRACTED *
000447*                  ITEM WITH THE SAME FIELDS AND RESULT,     *
000448*                  FROM THE EXTRACT'S OWN RUN UNLESS THE     *
000449*                  DETAIL WAS CARRIED.                       *
000450*-----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000670     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CA-FILE-STATUS.
000691     SELECT LEDGER-FAIL-FILE ASSIGN TO "LEDGFAIL"
000692         ORGANIZATION IS LINE SEQUENTIAL
000693         FILE STATUS IS LF-FILE-STATUS.
000694     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000695         ORGANIZATION IS INDEXED
000696         ACCESS MODE IS DYNAMIC
000697         RECORD KEY IS TJ-KEY
000698         ALTERNATE RECORD KEY IS TJ-NAME1 WITH DUPLICATES
000699         FILE STATUS IS TJ-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
001060*-----------------------------------------------------------*
001070     COPY BUSCAL.
001080*
001081 FD  LEDGER-FAIL-FILE.
001081*-----------------------------------------------------------*
001082* LF-FAILURE-RECORD IS THE SHARED COPY MEMBER (SEE           *
001082*   copybooks/LGFLREC.CPY).  APPENDED HERE, EMPTIED BY       *
001083*   offcrtn ONCE THE FAILURES HAVE GONE BACK TO THE OFFICES. *
001083*-----------------------------------------------------------*
001084     COPY LGFLREC.
001084*
001085 FD  TRANS-JOURNAL-FILE.
001086*-----------------------------------------------------------*
001086* TJ-JOURNAL-RECORD IS THE SHARED COPY MEMBER (SEE           *
001087*   copybooks/TRNJREC.CPY) WRITTEN BY prac-one.  THE         *
001087*   LEDGER'S ANSWER IS STAMPED ON THE EXTRACTED ITEM.        *
001088*-----------------------------------------------------------*
001088     COPY TRNJREC.
001089*
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------*
001110* SWITCHES AND STATUS FIELDS                                *
001280 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
001290     88  CA-FILE-OK                  VALUE "00".
001300*
001301 01  LF-FILE-STATUS             PIC X(02) VALUE SPACES.
001302     88  LF-FILE-OK                  VALUE "00".
001303*
001304 01  TJ-FILE-STATUS             PIC X(02) VALUE SPACES.
001305     88  TJ-FILE-OK                  VALUE "00".
001306*
001310 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
001320*
001330 01  WS-EXTRACT-AVAILABLE-SW    PIC X(01) VALUE "N".
001460     88  EXT-TRAILER-WAS-SEEN       VALUE "Y".
001470 01  WS-DETAIL-SOURCE-SW        PIC X(01) VALUE "E".
001480     88  DETAIL-IS-CARRIED          VALUE "P".
001481 01  WS-JOURNAL-SW              PIC X(01) VALUE "N".
001482     88  JOURNAL-IS-AVAILABLE       VALUE "Y".
001483 01  WS-END-OF-JOURNAL-NAME-SW  PIC X(01) VALUE "N".
001484     88  END-OF-JOURNAL-NAME        VALUE "Y".
001485 01  WS-JOURNAL-FOUND-SW        PIC X(01) VALUE "N".
001486     88  JOURNAL-RECORD-FOUND       VALUE "Y".
001490*
001500 77  WS-HIGHEST-RETURN-CODE     PIC 9(02) VALUE 0.
001510 77  WS-RC-CANDIDATE            PIC 9(02) VALUE 0.
003020             "all details carried forward"
003030     END-IF.
003040
003041*    THE TRANSACTION JOURNAL IS prac-one'S; WITHOUT IT THE
003042*    LEDGER'S ANSWERS ARE SIMPLY NOT STAMPED.
003043     OPEN I-O TRANS-JOURNAL-FILE.
003044     IF TJ-FILE-OK
003045         SET JOURNAL-IS-AVAILABLE TO TRUE
003046     ELSE
003047         DISPLAY "TRNJRNL not available - acks not journalled"
003048     END-IF.
003050     OPEN OUTPUT ACK-REPORT-FILE.
003060     OPEN OUTPUT PENDING-HOLD-FILE.
003070
005160         MOVE "FAILED AT LEDGER" TO AD-DISPOSITION
005170         PERFORM 3400-WRITE-DETAIL-LINE
005180             THRU 3400-EXIT
005181         PERFORM 3450-LOG-LEDGER-FAILURE
005182             THRU 3450-EXIT
005190     ELSE
005200         ADD 1 TO WS-POSTED-COUNT
005210     END-IF.
005211     PERFORM 3600-STAMP-JOURNAL
005212         THRU 3600-EXIT.
005220 3300-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------*
005480 3400-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------*
005501* 3450-LOG-LEDGER-FAILURE - APPEND THE FAILED DETAIL IN      *
005501*   EX-DETAIL-RECORD TO LEDGFAIL FOR THE OFFICE RETURN.  A   *
005501*   CARRIED DETAIL NO LONGER KNOWS ITS EXTRACT, SO ITS RUN   *
005501*   DATE AND NUMBER GO OUT AS ZERO.                          *
005502*-----------------------------------------------------------*
005502 3450-LOG-LEDGER-FAILURE.
005502     OPEN EXTEND LEDGER-FAIL-FILE.
005502     IF NOT LF-FILE-OK
005503         OPEN OUTPUT LEDGER-FAIL-FILE
005503     END-IF.
005503     IF NOT LF-FILE-OK
005503         DISPLAY "LEDGFAIL open failed, status " LF-FILE-STATUS
005504         GO TO 3450-EXIT
005504     END-IF.
005504
005504     MOVE SPACES          TO LF-FAILURE-RECORD.
005505     MOVE WS-CURRENT-DATE TO LF-ACK-DATE.
005505     IF DETAIL-IS-CARRIED
005505         MOVE ZERO            TO LF-RUN-DATE
005505         MOVE ZERO            TO LF-RUN-NUMBER
005506     ELSE
005506         MOVE EX-H-RUN-DATE   TO LF-RUN-DATE
005506         MOVE EX-H-RUN-NUMBER TO LF-RUN-NUMBER
005506     END-IF.
005507     MOVE EX-D-BRANCH     TO LF-BRANCH.
005507     MOVE EX-D-NAME1      TO LF-NAME1.
005507     MOVE EX-D-NUM1       TO LF-NUM1.
005507     MOVE EX-D-NUM2       TO LF-NUM2.
005508     MOVE EX-D-OPCODE     TO LF-OPCODE.
005508     MOVE EX-D-RESULT     TO LF-RESULT.
005508     WRITE LF-FAILURE-RECORD.
005508     CLOSE LEDGER-FAIL-FILE.
005509 3450-EXIT.
005509     EXIT.
005509*-----------------------------------------------------------*
005510* 3500-CARRY-DETAIL-FORWARD - NO ACK LINE FOR THE DETAIL:    *
005520*   LIST IT AND HOLD ITS IMAGE FOR THE NEXT SESSION.         *
005530*-----------------------------------------------------------*
005680     MOVE EX-DETAIL-RECORD TO PH-HOLD-LINE (1:68).
005690     WRITE PH-HOLD-LINE.
005700 3500-EXIT.
005701     EXIT.
005701*-----------------------------------------------------------*
005701* 3600-STAMP-JOURNAL - STAMP THE LEDGER'S ANSWER FOR THE     *
005701*   DETAIL IN EX-DETAIL-RECORD ON ITS TRNJRNL RECORD. THE    *
005701*   name1 KEY RETURNS THE NAME'S RECORDS OLDEST FIRST, SO OF *
005701*   TWO IDENTICAL ITEMS THE EARLIER IS ANSWERED FIRST.       *
005701*-----------------------------------------------------------*
005701 3600-STAMP-JOURNAL.
005701     IF NOT JOURNAL-IS-AVAILABLE
005702         GO TO 3600-EXIT
005702     END-IF.
005702
005702     MOVE "N" TO WS-END-OF-JOURNAL-NAME-SW.
005702     MOVE "N" TO WS-JOURNAL-FOUND-SW.
005702     MOVE EX-D-NAME1 TO TJ-NAME1.
005702     START TRANS-JOURNAL-FILE KEY IS EQUAL TO TJ-NAME1
005702         INVALID KEY
005702             GO TO 3600-EXIT
005703     END-START.
005703     PERFORM 3650-READ-NEXT-JOURNAL
005703         THRU 3650-EXIT
005703         UNTIL END-OF-JOURNAL-NAME
005703             OR JOURNAL-RECORD-FOUND.
005703     IF NOT JOURNAL-RECORD-FOUND
005703         GO TO 3600-EXIT
005703     END-IF.
005704
005704     IF WS-AK-STATUS (WS-AK-FOUND-SUB) = "F"
005704         SET TJ-LEDGER-FAILED TO TRUE
005704     ELSE
005704         SET TJ-LEDGER-POSTED TO TRUE
005704     END-IF.
005704     MOVE WS-CURRENT-DATE TO TJ-LEDGER-DATE.
005704     REWRITE TJ-JOURNAL-RECORD
005704         INVALID KEY
005705             DISPLAY "TRNJRNL stamp failed, status "
005705                 TJ-FILE-STATUS
005705     END-REWRITE.
005705 3600-EXIT.
005705     EXIT.
005705*-----------------------------------------------------------*
005705* 3650-READ-NEXT-JOURNAL - THE NAME'S NEXT TRNJRNL RECORD.   *
005705*   IT IS THE DETAIL'S WHEN IT WENT TO THE EXTRACT, IS STILL *
005706*   AWAITING THE LEDGER, AND CARRIES THE SAME BRANCH,        *
005706*   OPERATION, OPERANDS AND RESULT - AND, FOR A DETAIL OFF   *
005706*   TODAY'S EXTRACT, THE EXTRACT'S RUN.                      *
005706*-----------------------------------------------------------*
005706 3650-READ-NEXT-JOURNAL.
005706     READ TRANS-JOURNAL-FILE NEXT RECORD
005706         AT END
005706             SET END-OF-JOURNAL-NAME TO TRUE
005706             GO TO 3650-EXIT
005707     END-READ.
005707     IF TJ-NAME1 NOT = EX-D-NAME1
005707         SET END-OF-JOURNAL-NAME TO TRUE
005707         GO TO 3650-EXIT
005707     END-IF.
005707
005707     IF NOT TJ-WAS-EXTRACTED
005707             OR NOT TJ-LEDGER-AWAITED
005708             OR TJ-BRANCH NOT = EX-D-BRANCH
005708             OR TJ-OPCODE NOT = EX-D-OPCODE
005708             OR TJ-RESULT NOT = EX-D-RESULT
005708         GO TO 3650-EXIT
005708     END-IF.
005708     IF TJ-NUM1 NOT = EX-D-NUM1
005708             OR TJ-NUM2 NOT = EX-D-NUM2
005708         GO TO 3650-EXIT
005708     END-IF.
005709     IF NOT DETAIL-IS-CARRIED
005709         IF TJ-RUN-DATE NOT = EX-H-RUN-DATE
005709                 OR TJ-RUN-NUMBER NOT = EX-H-RUN-NUMBER
005709             GO TO 3650-EXIT
005709         END-IF
005709     END-IF.
005709     SET JOURNAL-RECORD-FOUND TO TRUE.
005709 3650-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------*
005730* 4000-PROVE-ACK-TRAILER - THE ACKNOWLEDGMENT'S OWN COUNT    *
006990     IF EXTRACT-IS-AVAILABLE
007000         CLOSE ACK-REPORT-FILE
007010     END-IF.
007011     IF JOURNAL-IS-AVAILABLE
007012         CLOSE TRANS-JOURNAL-FILE
007013     END-IF.
007020 9999-EXIT.
007030     EXIT.

000270* 2026-09-02  GMB  SESSIONS NOW SIGN ON AGAINST THE          *
000280*                  OPERMAST MASTER (SEE opermnt), AS EVERY   *
000290*                  INTERACTIVE PROGRAM DOES.                 *
000291* 2026-10-15  GMB  EVERY ADD, CHANGE AND DELETE IS NOW       *
000292*                  WRITTEN TO THE GLMAPREG CHANGE REGISTER   *
000293*                  (SEE CHGJREC.CPY) WITH BEFORE AND AFTER   *
000294*                  IMAGES, THE SIGNED-ON OPERATOR AND THE    *
000295*                  BUSCAL PROCESSING DATE, SO accrevw CAN    *
000296*                  MATCH MAPPING CHANGES AGAINST glsumm      *
000297*                  RUNS.                                     *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS OP-ID
000460         FILE STATUS IS OP-FILE-STATUS.
000461     SELECT CHANGE-REGISTER-FILE ASSIGN TO "GLMAPREG"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS CJ-FILE-STATUS.
000464     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS CA-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000620*-----------------------------------------------------------*
000630     COPY OPERMREC.
000640*
000641 FD  CHANGE-REGISTER-FILE.
000641*-----------------------------------------------------------*
000642* CJ-CHANGE-RECORD IS THE SHARED COPY MEMBER (SEE            *
000642*   copybooks/CHGJREC.CPY), ALSO WRITTEN BY opermnt AND      *
000643*   READ BY accrevw.  THE FILE IS ONLY EVER APPENDED TO.     *
000643*-----------------------------------------------------------*
000644     COPY CHGJREC.
000644*
000645 FD  CALENDAR-FILE.
000646*-----------------------------------------------------------*
000646* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000647*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000647*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000648*-----------------------------------------------------------*
000648     COPY BUSCAL.
000649*
000650*
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------*
000730*
000740 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
000750     88  OP-FILE-OK                  VALUE "00".
000751*
000752 01  CJ-FILE-STATUS             PIC X(02) VALUE SPACES.
000753     88  CJ-FILE-OK                  VALUE "00".
000754*
000755 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
000756     88  CA-FILE-OK                  VALUE "00".
000757*
000760 01  WS-OPERATOR-ID             PIC X(08) VALUE "UNKNOWN ".
000770 01  WS-SIGNON-SW               PIC X(01) VALUE "N".
000780     88  OPERATOR-IS-SIGNED-ON      VALUE "Y".
000900 01  WS-ENTRY-DESC              PIC X(20) VALUE SPACES.
000910 01  WS-CONFIRM-CODE            PIC X(01) VALUE SPACE.
000920*
000921 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
000922 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
000923 01  WS-JOURNAL-ACTION          PIC X(01) VALUE SPACE.
000924 01  WS-JOURNAL-KEY             PIC X(08) VALUE SPACES.
000925 01  WS-BEFORE-IMAGE            PIC X(60) VALUE SPACES.
000926 01  WS-AFTER-IMAGE             PIC X(60) VALUE SPACES.
000927*
000930 77  WS-RECORD-FOUND-SW         PIC X(01) VALUE "N".
000940     88  MAP-RECORD-FOUND           VALUE "Y".
000950*
000960 77  WS-MASTER-OPEN-SW          PIC X(01) VALUE "N".
000970     88  MASTER-IS-OPEN             VALUE "Y".
000971*
000972 77  WS-REGISTER-OPEN-SW        PIC X(01) VALUE "N".
000973     88  REGISTER-IS-OPEN           VALUE "Y".
000980*
000990 PROCEDURE DIVISION.
001000*-----------------------------------------------------------*
001160*   USE WHEN NO GLMAP FILE EXISTS YET.                       *
001170*-----------------------------------------------------------*
001180 1000-INITIALIZE.
001181     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001182     PERFORM 1100-READ-PROCESSING-DATE
001183         THRU 1100-EXIT.
001190     OPEN I-O GL-MAP-FILE.
001200     IF GM-FILE-NOT-FOUND
001210         DISPLAY "GLMAP not found - creating a new master"
001360         PERFORM 1200-OPERATOR-SIGN-ON
001370             THRU 1200-EXIT
001380     END-IF.
001381     IF NOT ACTION-IS-QUIT
001381         OPEN EXTEND CHANGE-REGISTER-FILE
001382         IF NOT CJ-FILE-OK
001383             OPEN OUTPUT CHANGE-REGISTER-FILE
001383         END-IF
001384         IF CJ-FILE-OK
001385             SET REGISTER-IS-OPEN TO TRUE
001385         ELSE
001386             DISPLAY "GLMAPREG open failed, status "
001387                 CJ-FILE-STATUS " - session ends"
001387             SET ACTION-IS-QUIT TO TRUE
001388         END-IF
001389     END-IF.
001390 1000-EXIT.
001391     EXIT.
001391*-----------------------------------------------------------*
001391* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
001392*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
001392*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
001392*   IS PRESENT.                                              *
001393*-----------------------------------------------------------*
001393 1100-READ-PROCESSING-DATE.
001394     OPEN INPUT CALENDAR-FILE.
001394     IF NOT CA-FILE-OK
001394         GO TO 1100-EXIT
001395     END-IF.
001395
001395     READ CALENDAR-FILE
001396         AT END
001396             CONTINUE
001397         NOT AT END
001397             IF CA-IS-CONTROL
001397                     AND CA-OPEN-DATE NUMERIC
001398                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
001398             END-IF
001398     END-READ.
001399     CLOSE CALENDAR-FILE.
001399 1100-EXIT.
001400     EXIT.
001410*-----------------------------------------------------------*
001420* 1200-OPERATOR-SIGN-ON - EVERY INTERACTIVE SESSION RUNS     *
002300     MOVE WS-ENTRY-ACCOUNT TO GM-GL-ACCOUNT.
002310     MOVE WS-ENTRY-DESC    TO GM-DESCRIPTION.
002320
002321     MOVE SPACES        TO WS-BEFORE-IMAGE.
002322     MOVE GM-MAP-RECORD TO WS-AFTER-IMAGE.
002330     WRITE GM-MAP-RECORD
002340         INVALID KEY
002350             DISPLAY "Mapping is already on the master - use C"
002360         NOT INVALID KEY
002370             DISPLAY "Added " GM-BRANCH "/" GM-OPCODE
002380                 " -> " GM-GL-ACCOUNT
002381             MOVE "A" TO WS-JOURNAL-ACTION
002382             PERFORM 3800-WRITE-CHANGE-REGISTER
002383                 THRU 3800-EXIT
002390     END-WRITE.
002400 3000-EXIT.
002410     EXIT.
002500     IF NOT MAP-RECORD-FOUND
002510         GO TO 3100-EXIT
002520     END-IF.
002521     MOVE GM-MAP-RECORD TO WS-BEFORE-IMAGE.
002530
002540     DISPLAY "Account is " GM-GL-ACCOUNT
002550         " - new value (blank=keep): " WITH NO ADVANCING.
002650         MOVE WS-ENTRY-DESC TO GM-DESCRIPTION
002660     END-IF.
002670
002671     MOVE GM-MAP-RECORD TO WS-AFTER-IMAGE.
002680     REWRITE GM-MAP-RECORD
002690         INVALID KEY
002700             DISPLAY "Rewrite failed, status " GM-FILE-STATUS
002710         NOT INVALID KEY
002720             DISPLAY "Changed " GM-BRANCH "/" GM-OPCODE
002721             MOVE "C" TO WS-JOURNAL-ACTION
002722             PERFORM 3800-WRITE-CHANGE-REGISTER
002723                 THRU 3800-EXIT
002730     END-REWRITE.
002740 3100-EXIT.
002750     EXIT.
002930         GO TO 3200-EXIT
002940     END-IF.
002950
002951     MOVE GM-MAP-RECORD TO WS-BEFORE-IMAGE.
002952     MOVE SPACES        TO WS-AFTER-IMAGE.
002960     DELETE GL-MAP-FILE
002970         INVALID KEY
002980             DISPLAY "Delete failed, status " GM-FILE-STATUS
002990         NOT INVALID KEY
003000             DISPLAY "Deleted " GM-BRANCH "/" GM-OPCODE
003001             MOVE "D" TO WS-JOURNAL-ACTION
003002             PERFORM 3800-WRITE-CHANGE-REGISTER
003003                 THRU 3800-EXIT
003010     END-DELETE.
003020 3200-EXIT.
003030     EXIT.
003600 3600-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003621* 3800-WRITE-CHANGE-REGISTER - ONE GLMAPREG LINE FOR THE     *
003621*   MAPPING JUST WRITTEN, REWRITTEN OR DELETED: BEFORE IMAGE *
003621*   (BLANK ON AN ADD), AFTER IMAGE (BLANK ON A DELETE), WHO  *
003621*   MADE THE CHANGE AND ON WHICH PROCESSING DATE.  A CHANGE  *
003622*   THAT ALTERED NOTHING IS SKIPPED.                         *
003622*-----------------------------------------------------------*
003622 3800-WRITE-CHANGE-REGISTER.
003623     IF WS-JOURNAL-ACTION = "C"
003623             AND WS-BEFORE-IMAGE = WS-AFTER-IMAGE
003623         GO TO 3800-EXIT
003624     END-IF.
003624
003624     ACCEPT WS-CURRENT-TIME FROM TIME.
003624     MOVE SPACES            TO CJ-CHANGE-RECORD.
003625     MOVE WS-CURRENT-DATE   TO CJ-DATE.
003625     MOVE WS-CURRENT-TIME   TO CJ-TIME.
003625     MOVE WS-OPERATOR-ID    TO CJ-OPERATOR.
003626     MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
003626     MOVE WS-ENTRY-BRANCH   TO WS-JOURNAL-KEY (1:3).
003626     MOVE WS-ENTRY-OPCODE   TO WS-JOURNAL-KEY (4:3).
003627     MOVE WS-JOURNAL-KEY    TO CJ-KEY.
003627     MOVE WS-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE.
003627     MOVE WS-AFTER-IMAGE    TO CJ-AFTER-IMAGE.
003627     WRITE CJ-CHANGE-RECORD.
003628     IF NOT CJ-FILE-OK
003628         DISPLAY "GLMAPREG write failed, status " CJ-FILE-STATUS
003628     END-IF.
003629 3800-EXIT.
003629     EXIT.
003629*-----------------------------------------------------------*
003630* 9999-END-OF-JOB                                            *
003640*-----------------------------------------------------------*
003650 9999-END-OF-JOB.
003660     IF MASTER-IS-OPEN
003670         CLOSE GL-MAP-FILE
003680     END-IF.
003681     IF REGISTER-IS-OPEN
003682         CLOSE CHANGE-REGISTER-FILE
003683     END-IF.
003690 9999-EXIT.
003700     EXIT.

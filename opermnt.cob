000260*                  AGAINST AN EXISTING MASTER; A BRAND-NEW   *
000270*                  MASTER RUNS UNSIGNED SO THE FIRST         *
000280*                  OPERATORS CAN BE KEYED.                   *
000281* 2026-10-15  GMB  ADD, CHANGE AND INQUIRE NOW CARRY THE NEW *
000281*                  OP-AUTH-APPROVE FLAG: MAY RELEASE OR      *
000282*                  DECLINE ITEMS HELD FOR SUPERVISOR         *
000283*                  APPROVAL (SEE apprvmnt).                  *
000283* 2026-10-15  GMB  ADD, CHANGE AND INQUIRE NOW CARRY THE NEW *
000284*                  OP-AUTH-REOPEN FLAG: MAY REOPEN A CLOSED  *
000285*                  GL PERIOD (SEE glpermnt).                 *
000285* 2026-10-15  GMB  EVERY ADD, CHANGE AND DEACTIVATION IS NOW *
000286*                  WRITTEN TO THE OPERJRNL CHANGE JOURNAL    *
000287*                  (SEE CHGJREC.CPY) WITH BEFORE AND AFTER   *
000287*                  IMAGES, THE SIGNED-ON OPERATOR AND THE    *
000288*                  BUSCAL PROCESSING DATE.  A CHANGE THAT    *
000289*                  ALTERS NOTHING IS NOT JOURNALLED.         *
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS OP-ID
000400         FILE STATUS IS OP-FILE-STATUS.
000401     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "OPERJRNL"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS CJ-FILE-STATUS.
000404     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS CA-FILE-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000490*-----------------------------------------------------------*
000500     COPY OPERMREC.
000510*
000511 FD  CHANGE-JOURNAL-FILE.
000511*-----------------------------------------------------------*
000512* CJ-CHANGE-RECORD IS THE SHARED COPY MEMBER (SEE            *
000512*   copybooks/CHGJREC.CPY), ALSO WRITTEN BY glmapmnt AND     *
000513*   READ BY accrevw.  THE FILE IS ONLY EVER APPENDED TO.     *
000513*-----------------------------------------------------------*
000514     COPY CHGJREC.
000514*
000515 FD  CALENDAR-FILE.
000516*-----------------------------------------------------------*
000516* CA-CONTROL-RECORD AND CA-HOLIDAY-RECORD ARE THE SHARED     *
000517*   COPY MEMBER (SEE copybooks/BUSCAL.CPY) MAINTAINED BY     *
000517*   calmnt.  ONLY THE CONTROL RECORD IS READ HERE.           *
000518*-----------------------------------------------------------*
000518     COPY BUSCAL.
000519*
000520 WORKING-STORAGE SECTION.
000530*-----------------------------------------------------------*
000540* SWITCHES AND STATUS FIELDS                                *
000560 01  OP-FILE-STATUS             PIC X(02) VALUE SPACES.
000570     88  OP-FILE-OK                  VALUE "00".
000580     88  OP-FILE-NOT-FOUND            VALUE "35".
000581*
000582 01  CJ-FILE-STATUS             PIC X(02) VALUE SPACES.
000583     88  CJ-FILE-OK                  VALUE "00".
000584*
000585 01  CA-FILE-STATUS             PIC X(02) VALUE SPACES.
000586     88  CA-FILE-OK                  VALUE "00".
000590*
000600 01  WS-ACTION-CODE             PIC X(01) VALUE SPACE.
000610     88  ACTION-IS-ADD              VALUE "A".
000690 01  WS-ENTRY-FLAG              PIC X(01) VALUE SPACE.
000700 01  WS-SIGNON-ID               PIC X(08) VALUE SPACES.
000710*
000711 01  WS-CURRENT-DATE            PIC 9(08) VALUE 0.
000712 01  WS-CURRENT-TIME            PIC 9(08) VALUE 0.
000713 01  WS-JOURNAL-ACTION          PIC X(01) VALUE SPACE.
000714 01  WS-BEFORE-IMAGE            PIC X(60) VALUE SPACES.
000715*
000720 77  WS-RECORD-FOUND-SW         PIC X(01) VALUE "N".
000730     88  MASTER-RECORD-FOUND        VALUE "Y".
000740*
000770*
000780 77  WS-NEW-MASTER-SW           PIC X(01) VALUE "N".
000790     88  MASTER-IS-BRAND-NEW        VALUE "Y".
000791*
000792 77  WS-JOURNAL-OPEN-SW         PIC X(01) VALUE "N".
000793     88  JOURNAL-IS-OPEN            VALUE "Y".
000800*
000810 PROCEDURE DIVISION.
000820*-----------------------------------------------------------*
001000*   KEYED.                                                   *
001010*-----------------------------------------------------------*
001020 1000-INITIALIZE.
001021     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001022     PERFORM 1100-READ-PROCESSING-DATE
001023         THRU 1100-EXIT.
001030     OPEN I-O OPERATOR-MASTER-FILE.
001040     IF OP-FILE-NOT-FOUND
001050         DISPLAY "OPERMAST not found - creating a new master"
001210         PERFORM 1200-OPERATOR-SIGN-ON
001220             THRU 1200-EXIT
001230     END-IF.
001231     OPEN EXTEND CHANGE-JOURNAL-FILE.
001231     IF NOT CJ-FILE-OK
001232         OPEN OUTPUT CHANGE-JOURNAL-FILE
001233     END-IF.
001234     IF CJ-FILE-OK
001235         SET JOURNAL-IS-OPEN TO TRUE
001235     ELSE
001236         DISPLAY "OPERJRNL open failed, status " CJ-FILE-STATUS
001237             " - session ends"
001238         SET ACTION-IS-QUIT TO TRUE
001239     END-IF.
001240 1000-EXIT.
001241     EXIT.
001241*-----------------------------------------------------------*
001241* 1100-READ-PROCESSING-DATE - THE SHOP'S OPEN PROCESSING     *
001242*   DATE COMES FROM THE BUSCAL CALENDAR (SEE calmnt); THE    *
001242*   MACHINE DATE JUST ACCEPTED STANDS ONLY WHEN NO CALENDAR  *
001242*   IS PRESENT.                                              *
001243*-----------------------------------------------------------*
001243 1100-READ-PROCESSING-DATE.
001244     OPEN INPUT CALENDAR-FILE.
001244     IF NOT CA-FILE-OK
001244         GO TO 1100-EXIT
001245     END-IF.
001245
001245     READ CALENDAR-FILE
001246         AT END
001246             CONTINUE
001247         NOT AT END
001247             IF CA-IS-CONTROL
001247                     AND CA-OPEN-DATE NUMERIC
001248                 MOVE CA-OPEN-DATE TO WS-CURRENT-DATE
001248             END-IF
001248     END-READ.
001249     CLOSE CALENDAR-FILE.
001249 1100-EXIT.
001250     EXIT.
001260*-----------------------------------------------------------*
001270* 1200-OPERATOR-SIGN-ON - THE SESSION RUNS UNDER A REAL      *
002170     ELSE
002180         MOVE "N" TO OP-AUTH-REPAIR
002190     END-IF.
002191     DISPLAY "May approve held items Y/N: " WITH NO ADVANCING.
002191     ACCEPT WS-ENTRY-FLAG.
002192     IF WS-ENTRY-FLAG = "Y"
002192         MOVE "Y" TO OP-AUTH-APPROVE
002193     ELSE
002194         MOVE "N" TO OP-AUTH-APPROVE
002194     END-IF.
002195     DISPLAY "May reopen closed GL periods Y/N: "
002195         WITH NO ADVANCING.
002196     ACCEPT WS-ENTRY-FLAG.
002197     IF WS-ENTRY-FLAG = "Y"
002197         MOVE "Y" TO OP-AUTH-REOPEN
002198     ELSE
002198         MOVE "N" TO OP-AUTH-REOPEN
002199     END-IF.
002200
002210     WRITE OP-OPERATOR-RECORD
002220         INVALID KEY
002230             DISPLAY "Operator is already on the master - use C"
002240         NOT INVALID KEY
002250             DISPLAY "Added " OP-ID
002251             MOVE SPACES TO WS-BEFORE-IMAGE
002252             MOVE "A" TO WS-JOURNAL-ACTION
002253             PERFORM 3800-WRITE-CHANGE-JOURNAL
002254                 THRU 3800-EXIT
002260     END-WRITE.
002270 3000-EXIT.
002280     EXIT.
002360     IF NOT MASTER-RECORD-FOUND
002370         GO TO 3100-EXIT
002380     END-IF.
002381     MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE.
002390
002400     DISPLAY "Name is " OP-NAME
002410         " - new value (blank=keep): " WITH NO ADVANCING.
002690     IF WS-ENTRY-FLAG = "Y" OR WS-ENTRY-FLAG = "N"
002700         MOVE WS-ENTRY-FLAG TO OP-AUTH-REPAIR
002710     END-IF.
002711     DISPLAY "Approve auth is " OP-AUTH-APPROVE
002711         " - new value Y/N (blank=keep): " WITH NO ADVANCING.
002712     ACCEPT WS-ENTRY-FLAG.
002713     IF WS-ENTRY-FLAG = "Y" OR WS-ENTRY-FLAG = "N"
002714         MOVE WS-ENTRY-FLAG TO OP-AUTH-APPROVE
002714     END-IF.
002715     DISPLAY "Reopen auth is " OP-AUTH-REOPEN
002716         " - new value Y/N (blank=keep): " WITH NO ADVANCING.
002717     ACCEPT WS-ENTRY-FLAG.
002717     IF WS-ENTRY-FLAG = "Y" OR WS-ENTRY-FLAG = "N"
002718         MOVE WS-ENTRY-FLAG TO OP-AUTH-REOPEN
002719     END-IF.
002720
002730     REWRITE OP-OPERATOR-RECORD
002740         INVALID KEY
002750             DISPLAY "Rewrite failed, status " OP-FILE-STATUS
002760         NOT INVALID KEY
002770             DISPLAY "Changed " OP-ID
002771             MOVE "C" TO WS-JOURNAL-ACTION
002772             PERFORM 3800-WRITE-CHANGE-JOURNAL
002773                 THRU 3800-EXIT
002780     END-REWRITE.
002790 3100-EXIT.
002800     EXIT.
002940         GO TO 3200-EXIT
002950     END-IF.
002960
002961     MOVE OP-OPERATOR-RECORD TO WS-BEFORE-IMAGE.
002970     SET OP-IS-INACTIVE TO TRUE.
002980     REWRITE OP-OPERATOR-RECORD
002990         INVALID KEY
003000             DISPLAY "Rewrite failed, status " OP-FILE-STATUS
003010         NOT INVALID KEY
003020             DISPLAY "Deactivated " OP-ID
003021             MOVE "D" TO WS-JOURNAL-ACTION
003022             PERFORM 3800-WRITE-CHANGE-JOURNAL
003023                 THRU 3800-EXIT
003030     END-REWRITE.
003040 3200-EXIT.
003050     EXIT.
003190     DISPLAY "May deactivate:  " OP-AUTH-DEACTIVATE.
003200     DISPLAY "May purge:       " OP-AUTH-PURGE.
003210     DISPLAY "May repair:      " OP-AUTH-REPAIR.
003211     DISPLAY "May approve:     " OP-AUTH-APPROVE.
003212     DISPLAY "May reopen:      " OP-AUTH-REOPEN.
003220 3300-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------*
003540 3600-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------*
003561* 3800-WRITE-CHANGE-JOURNAL - ONE OPERJRNL LINE FOR THE      *
003561*   ENTRY JUST WRITTEN OR REWRITTEN: BEFORE IMAGE (BLANK ON  *
003561*   AN ADD), AFTER IMAGE, WHO MADE THE CHANGE AND ON WHICH   *
003561*   PROCESSING DATE.  A DEACTIVATION IS JOURNALLED AS "D"    *
003562*   WITH THE INACTIVE ENTRY AS ITS AFTER IMAGE, SINCE THE    *
003562*   ENTRY ITSELF IS KEPT.  A CHANGE THAT ALTERED NOTHING     *
003562*   IS SKIPPED.                                              *
003563*-----------------------------------------------------------*
003563 3800-WRITE-CHANGE-JOURNAL.
003563     IF WS-JOURNAL-ACTION = "C"
003564             AND WS-BEFORE-IMAGE = OP-OPERATOR-RECORD
003564         GO TO 3800-EXIT
003564     END-IF.
003564
003565     ACCEPT WS-CURRENT-TIME FROM TIME.
003565     MOVE SPACES             TO CJ-CHANGE-RECORD.
003565     MOVE WS-CURRENT-DATE    TO CJ-DATE.
003566     MOVE WS-CURRENT-TIME    TO CJ-TIME.
003566     MOVE WS-SIGNON-ID       TO CJ-OPERATOR.
003566     MOVE WS-JOURNAL-ACTION  TO CJ-ACTION.
003567     MOVE OP-ID              TO CJ-KEY.
003567     MOVE WS-BEFORE-IMAGE    TO CJ-BEFORE-IMAGE.
003567     MOVE OP-OPERATOR-RECORD TO CJ-AFTER-IMAGE.
003567     WRITE CJ-CHANGE-RECORD.
003568     IF NOT CJ-FILE-OK
003568         DISPLAY "OPERJRNL write failed, status " CJ-FILE-STATUS
003568     END-IF.
003569 3800-EXIT.
003569     EXIT.
003569*-----------------------------------------------------------*
003570* 9999-END-OF-JOB                                            *
003580*-----------------------------------------------------------*
003590 9999-END-OF-JOB.
003600     IF MASTER-IS-OPEN
003610         CLOSE OPERATOR-MASTER-FILE
003620     END-IF.
003621     IF JOURNAL-IS-OPEN
003622         CLOSE CHANGE-JOURNAL-FILE
003623     END-IF.
003630 9999-EXIT.
003640     EXIT.

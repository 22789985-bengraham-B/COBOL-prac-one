000100*-----------------------------------------------------------*
000200* APPRREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* APPROVAL HOLD QUEUE RECORD LAYOUT.  prac-one WRITES ONE TO *
000500* THE APPRPEND POOL FOR EVERY TRANSACTION WHOSE COMPUTED     *
000600* RESULT EXCEEDS THE CTLPARM RESULT THRESHOLD, IN PLACE OF   *
000700* POSTING IT.  THE apprvmnt SUPERVISOR SESSION DECIDES EACH  *
000800* ITEM: AN APPROVED ITEM IS WRITTEN, STAMPED, TO THE         *
000900* APPROVED FILE prac-one TAKES IN ON ITS NEXT RUN THE SAME   *
001000* WAY AS RECYCLE; A DECLINED OR AGED-OUT ITEM GOES ON THE    *
001100* APPRREG REGISTER; AN UNDECIDED ITEM STAYS IN THE POOL.     *
001200* PA-KEYED-BY IS THE OPERATOR THE prac-one RUN EXECUTED      *
001300* UNDER AND PA-REPAIRED-BY THE rejrecyc OPERATOR WHO         *
001400* REPAIRED IT (SPACES IF NEVER REPAIRED); NEITHER MAY        *
001500* APPROVE THE ITEM.                                          *
001510* PA-JOURNAL-KEY IS THE TRNJRNL KEY OF THE HELD ITEM (SEE    *
001520* TRNJREC.CPY): apprvmnt STAMPS ITS DECISION THERE AND THE   *
001530* RUN THAT TAKES AN APPROVED ITEM IN CHAINS ITS OWN RECORD   *
001540* BACK TO IT.  SPACES ON ITEMS QUEUED BEFORE IT EXISTED.     *
001600*-----------------------------------------------------------*
001700* MODIFICATION HISTORY                                       *
001800*-----------------------------------------------------------*
001900* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001910* 2026-10-15  GMB  ADDED PA-JOURNAL-KEY; RECORD NOW 196.     *
002000*-----------------------------------------------------------*
002100 01  PA-APPROVAL-RECORD.
002200     05  PA-NAME1                   PIC X(33).
002300     05  FILLER                     PIC X(02).
002400     05  PA-NUM1                    PIC S9(07)V99.
002500     05  FILLER                     PIC X(02).
002600     05  PA-NUM2                    PIC S9(07)V99.
002700     05  FILLER                     PIC X(02).
002800     05  PA-OPCODE                  PIC X(03).
002900     05  FILLER                     PIC X(02).
003000     05  PA-BRANCH                  PIC X(03).
003100     05  FILLER                     PIC X(02).
003200     05  PA-RESULT                  PIC S9(08)V99.
003300     05  FILLER                     PIC X(02).
003400     05  PA-QUEUED-DATE             PIC 9(08).
003500     05  FILLER                     PIC X(02).
003600     05  PA-RUN-NUMBER              PIC 9(06).
003700     05  FILLER                     PIC X(02).
003800     05  PA-SOURCE                  PIC X(01).
003900         88  PA-FROM-TRANS-IN           VALUE "T".
004000         88  PA-FROM-RECYCLE            VALUE "R".
004100     05  FILLER                     PIC X(02).
004200     05  PA-KEYED-BY                PIC X(08).
004300     05  FILLER                     PIC X(02).
004400     05  PA-REPAIRED-BY             PIC X(08).
004500     05  FILLER                     PIC X(02).
004600     05  PA-DECISION                PIC X(01).
004700         88  PA-AWAITING-DECISION       VALUE SPACE.
004800         88  PA-WAS-APPROVED            VALUE "A".
004900         88  PA-WAS-DECLINED            VALUE "D".
005000         88  PA-WAS-AGED-OUT            VALUE "X".
005100     05  FILLER                     PIC X(02).
005200     05  PA-DECIDED-BY              PIC X(08).
005300     05  FILLER                     PIC X(02).
005400     05  PA-DECISION-DATE           PIC 9(08).
005500     05  FILLER                     PIC X(02).
005600     05  PA-REASON                  PIC X(30).
005700     05  FILLER                     PIC X(02).
005800     05  PA-JOURNAL-KEY             PIC X(21).

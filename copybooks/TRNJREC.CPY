000100*-----------------------------------------------------------*
000200* TRNJREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* TRANSACTION JOURNAL RECORD LAYOUT FOR THE TRNJRNL INDEXED  *
000500* FILE.  prac-one WRITES ONE RECORD FOR EVERY ITEM A BATCH   *
000600* RUN DECIDES - POSTED, HELD FOR APPROVAL OR REJECTED -      *
000700* KEYED BY THE RUN DATE, RUN NUMBER AND POSTING POSITION     *
000800* (THE SAME PHASE AND RECORD ORDINAL DAYHIST AND BALMOVE     *
000900* USE), SO A RESTART REPLAY LANDS ON THE RECORD IT WROTE     *
001000* BEFORE.  THE ALTERNATE KEY ON name1 ALLOWS DUPLICATES AND  *
001100* RETURNS A NAME'S RECORDS IN THE ORDER THEY WERE WRITTEN.   *
001200* THE OPERANDS ARE THE RAW BYTES THAT ARRIVED, SO A REJECTED *
001300* ITEM IS KEPT EXACTLY AS SENT; THE REDEFINITION IS ONLY     *
001400* VALID WHEN THEY ARE NUMERIC.                               *
001500* LATER OUTCOMES ARE STAMPED ONTO THE SAME RECORD:           *
001600*   ledgack   THE LEDGER'S POSTED/FAILED ANSWER              *
001700*   rejrecyc  THE REPAIR OR FORCE OF A REJECTED ITEM         *
001800*   prac-one  THE KEY OF THE LATER RUN'S RECORD FOR THE      *
001900*             REPAIRED OR APPROVED ITEM (TJ-NEXT-KEY), WHICH *
002000*             IN TURN NAMES THIS RECORD IN ITS TJ-PRIOR-KEY  *
002050*   apprvmnt  THE SUPERVISOR'S DECISION ON A HELD ITEM       *
002100*   runbkout  THE BACKOUT OF THE WHOLE RUN                   *
002200* trninq PRINTS THE CHAIN AS THE LIFE OF THE TRANSACTION.    *
002300*-----------------------------------------------------------*
002400* MODIFICATION HISTORY                                       *
002500*-----------------------------------------------------------*
002600* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002610* 2026-10-15  GMB  THE APPROVAL DECISION, ITS DATE AND THE   *
002620*                  DECIDING SUPERVISOR TAKEN FROM FILLER.    *
002700*-----------------------------------------------------------*
002800 01  TJ-JOURNAL-RECORD.
002900     05  TJ-KEY.
003000         10  TJ-RUN-DATE            PIC 9(08).
003100         10  TJ-RUN-NUMBER          PIC 9(06).
003200         10  TJ-POST-PHASE          PIC X(01).
003300         10  TJ-POST-RECNO          PIC 9(06).
003400     05  TJ-NAME1                   PIC X(33).
003500*    AS RECEIVED
003600     05  TJ-OPERANDS.
003700         10  TJ-NUM1-TEXT           PIC X(09).
003800         10  TJ-NUM2-TEXT           PIC X(09).
003900     05  TJ-OPERAND-VALUES REDEFINES TJ-OPERANDS.
004000         10  TJ-NUM1                PIC S9(07)V99.
004100         10  TJ-NUM2                PIC S9(07)V99.
004200     05  TJ-OPCODE                  PIC X(03).
004300     05  TJ-BRANCH                  PIC X(03).
004400     05  TJ-SOURCE                  PIC X(01).
004500         88  TJ-FROM-TRANS-IN           VALUE "T".
004600         88  TJ-FROM-RECYCLE            VALUE "R".
004700         88  TJ-FROM-APPROVAL           VALUE "A".
004800     05  TJ-ARRIVAL-SEQ             PIC 9(06).
004900     05  TJ-OPERATOR                PIC X(08).
005000     05  TJ-REPAIRED-BY             PIC X(08).
005100     05  TJ-DUP-OVERRIDE            PIC X(01).
005200     05  TJ-PRIOR-KEY               PIC X(21).
005300*    AS DECIDED BY THE RUN
005400     05  TJ-DISPOSITION             PIC X(01).
005500         88  TJ-WAS-POSTED              VALUE "P".
005600         88  TJ-WAS-HELD                VALUE "H".
005700         88  TJ-WAS-REJECTED            VALUE "R".
005800     05  TJ-RESULT                  PIC S9(08)V99.
005900     05  TJ-REASON                  PIC X(30).
006000     05  TJ-EXTRACTED-SW            PIC X(01).
006100         88  TJ-WAS-EXTRACTED           VALUE "Y".
006200*    STAMPED AFTERWARDS
006300     05  TJ-LEDGER-STATUS           PIC X(01).
006400         88  TJ-LEDGER-AWAITED          VALUE SPACE.
006500         88  TJ-LEDGER-POSTED           VALUE "P".
006600         88  TJ-LEDGER-FAILED           VALUE "F".
006700     05  TJ-LEDGER-DATE             PIC 9(08).
006800     05  TJ-REPAIR-ACTION           PIC X(01).
006900         88  TJ-NOT-REPAIRED            VALUE SPACE.
007000         88  TJ-WAS-REPAIRED            VALUE "R".
007100         88  TJ-WAS-FORCED              VALUE "F".
007200     05  TJ-REPAIR-DATE             PIC 9(08).
007300     05  TJ-REPAIR-OPERATOR         PIC X(08).
007400     05  TJ-NEXT-KEY                PIC X(21).
007500     05  TJ-BACKOUT-DATE            PIC 9(08).
007600     05  TJ-BACKOUT-OPERATOR        PIC X(08).
007610     05  TJ-APPROVAL-DECISION       PIC X(01).
007620         88  TJ-APPROVAL-AWAITED        VALUE SPACE.
007630         88  TJ-WAS-APPROVED            VALUE "A".
007640         88  TJ-WAS-DECLINED            VALUE "D".
007650         88  TJ-WAS-AGED-OUT            VALUE "X".
007660     05  TJ-DECISION-DATE           PIC 9(08).
007670     05  TJ-DECIDED-BY              PIC X(08).
007700     05  FILLER                     PIC X(03).

000100*-----------------------------------------------------------*
000200* OUTCREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* RUN OUTCOME RECORD LAYOUT FOR THE RUNOUTC FILE.  prac-one  *
000500* WRITES ONE LINE FOR EVERY ITEM IT DECIDES IN A BATCH RUN - *
000600* POSTED, HELD FOR APPROVAL OR REJECTED - WITH WHERE THE     *
000700* ITEM CAME FROM AND, FOR A TRANS-IN ITEM, ITS POSITION      *
000800* AMONG THE TRANS-IN DETAILS AS THEY ARRIVED.  THE FILE IS   *
000900* REWRITTEN EVERY RUN (REBUILT TO THE CHECKPOINT ON A        *
001000* RESTART) AND READ BY THE offcrtn OFFICE RETURN, WHICH      *
001100* MATCHES THE ARRIVAL POSITION AGAINST THE RCPTLOG RECEIPTS  *
001200* TO PUT EACH ITEM BACK WITH THE TRANSMISSION IT CAME ON.    *
001300* THE OPERANDS ARE THE RAW TRANS-IN BYTES, SO A REJECTED     *
001400* ITEM GOES BACK EXACTLY AS THE OFFICE SENT IT; THE          *
001500* REDEFINITION IS ONLY VALID WHEN THEY ARE NUMERIC.          *
001600*-----------------------------------------------------------*
001700* MODIFICATION HISTORY                                       *
001800*-----------------------------------------------------------*
001900* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002000*-----------------------------------------------------------*
002100 01  OC-OUTCOME-RECORD.
002200     05  OC-RUN-DATE                PIC 9(08).
002300     05  FILLER                     PIC X(02).
002400     05  OC-RUN-NUMBER              PIC 9(06).
002500     05  FILLER                     PIC X(02).
002600     05  OC-SOURCE                  PIC X(01).
002700         88  OC-FROM-TRANS-IN           VALUE "T".
002800         88  OC-FROM-RECYCLE            VALUE "R".
002900         88  OC-FROM-APPROVAL           VALUE "A".
003000     05  FILLER                     PIC X(02).
003100     05  OC-ARRIVAL-SEQ             PIC 9(06).
003200     05  FILLER                     PIC X(02).
003300     05  OC-BRANCH                  PIC X(03).
003400     05  FILLER                     PIC X(02).
003500     05  OC-NAME1                   PIC X(33).
003600     05  FILLER                     PIC X(02).
003700     05  OC-OPERANDS.
003800         10  OC-NUM1-TEXT           PIC X(09).
003900         10  OC-NUM2-TEXT           PIC X(09).
004000     05  OC-OPERAND-VALUES REDEFINES OC-OPERANDS.
004100         10  OC-NUM1                PIC S9(07)V99.
004200         10  OC-NUM2                PIC S9(07)V99.
004300     05  FILLER                     PIC X(02).
004400     05  OC-OPCODE                  PIC X(03).
004500     05  FILLER                     PIC X(02).
004600     05  OC-DISPOSITION             PIC X(01).
004700         88  OC-WAS-POSTED              VALUE "P".
004800         88  OC-WAS-HELD                VALUE "H".
004900         88  OC-WAS-REJECTED            VALUE "R".
005000     05  FILLER                     PIC X(02).
005100     05  OC-RESULT                  PIC S9(08)V99.
005200     05  FILLER                     PIC X(02).
005300     05  OC-REASON                  PIC X(30).
005400     05  FILLER                     PIC X(02).
005500     05  OC-REPAIRED-BY             PIC X(08).

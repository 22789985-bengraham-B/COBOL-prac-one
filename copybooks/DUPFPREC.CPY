000100*-----------------------------------------------------------*
000200* DUPFPREC.CPY                                               *
000300*-----------------------------------------------------------*
000400* DUPLICATE FINGERPRINT RECORD LAYOUT FOR THE DUPINDX        *
000500* INDEXED FILE.  prac-one WRITES ONE RECORD FOR EVERY        *
000600* TRANSACTION THAT PASSES THE EDIT AND COMPUTES (POSTED OR   *
000700* HELD FOR APPROVAL), KEYED ON WHAT MAKES TWO TRANSACTIONS   *
000800* THE SAME PIECE OF WORK: name1, BRANCH, OPERATION CODE AND  *
000900* BOTH OPERANDS.  THE DATA PART SAYS WHICH RUN LAST TOOK     *
001000* THE TRANSACTION, SO A REPEAT INSIDE THE CTLPARM LOOK-BACK  *
001100* WINDOW CAN BE REJECTED CITING THE ORIGINAL.  A BLANK       *
001200* OPERATION CODE IS KEYED AS "ADD" AND A BLANK BRANCH AS     *
001300* "000", THE SAME DEFAULTS THE BATCH EDIT APPLIES.  THE      *
001400* POSTING POSITION LETS A RESTART REPLAYING A RECORD THE     *
001500* FAILED RUN ALREADY FINGERPRINTED RECOGNIZE ITS OWN ENTRY   *
001600* (SEE DAYHREC.CPY).  runbkout DELETES THE ENTRIES OF A RUN  *
001700* IT REVERSES, SO THE CORRECTED RERUN IS NOT REFUSED.        *
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY                                       *
002000*-----------------------------------------------------------*
002100* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002200*-----------------------------------------------------------*
002300 01  DF-FINGERPRINT-RECORD.
002400     05  DF-KEY.
002500         10  DF-NAME1           PIC X(33).
002600         10  DF-BRANCH          PIC X(03).
002700         10  DF-OPCODE          PIC X(03).
002800         10  DF-NUM1            PIC S9(07)V99.
002900         10  DF-NUM2            PIC S9(07)V99.
003000     05  DF-RUN-DATE            PIC 9(08).
003100     05  DF-RUN-NUMBER          PIC 9(06).
003200     05  DF-POST-PHASE          PIC X(01).
003300     05  DF-POST-RECNO          PIC 9(06).

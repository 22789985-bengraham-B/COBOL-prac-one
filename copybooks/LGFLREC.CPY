000100*-----------------------------------------------------------*
000200* LGFLREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* LEDGER FAILURE RECORD LAYOUT FOR THE LEDGFAIL FILE.  ONE   *
000500* LINE, APPENDED BY ledgack, FOR EVERY EXTRACT DETAIL THE    *
000600* LEDGER ACKNOWLEDGED AS FAILED - TODAY'S OR A CARRIED ONE.  *
000700* THE offcrtn OFFICE RETURN PICKS THEM UP INTO EACH OFFICE'S *
000800* FOLLOW-UP SECTION AND THEN EMPTIES THE FILE, SO A FAILURE  *
000900* GOES BACK TO ITS OFFICE ONCE.  THE RUN DATE AND NUMBER ARE *
001000* THOSE OF THE EXTRACT THE DETAIL CAME ON, ZERO WHEN THE     *
001100* DETAIL WAS CARRIED IN FROM THE ACKPEND POOL.               *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                       *
001400*-----------------------------------------------------------*
001500* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001600*-----------------------------------------------------------*
001700 01  LF-FAILURE-RECORD.
001800     05  LF-ACK-DATE                PIC 9(08).
001900     05  FILLER                     PIC X(02).
002000     05  LF-RUN-DATE                PIC 9(08).
002100     05  FILLER                     PIC X(02).
002200     05  LF-RUN-NUMBER              PIC 9(06).
002300     05  FILLER                     PIC X(02).
002400     05  LF-BRANCH                  PIC X(03).
002500     05  FILLER                     PIC X(02).
002600     05  LF-NAME1                   PIC X(33).
002700     05  FILLER                     PIC X(02).
002800     05  LF-NUM1                    PIC S9(07)V99.
002900     05  FILLER                     PIC X(02).
003000     05  LF-NUM2                    PIC S9(07)V99.
003100     05  FILLER                     PIC X(02).
003200     05  LF-OPCODE                  PIC X(03).
003300     05  FILLER                     PIC X(02).
003400     05  LF-RESULT                  PIC S9(08)V99.

000100*-----------------------------------------------------------*
000200* GLPLREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* GL PERIOD LOG RECORD LAYOUT FOR THE GLPRLOG FILE.  ONE     *
000500* LINE, APPENDED BY glpermnt, FOR EVERY PERIOD CLOSE AND     *
000600* EVERY SUPERVISOR REOPEN: WHEN, WHO, WHICH PERIOD AND, FOR  *
000700* A REOPEN, WHY.  THE FILE IS NEVER REWRITTEN, SO IT STANDS  *
000800* AS THE RECORD OF EVERY TIME A LOCKED MONTH WAS OPENED      *
000900* AGAIN.                                                     *
001000*-----------------------------------------------------------*
001100* MODIFICATION HISTORY                                       *
001200*-----------------------------------------------------------*
001300* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001400*-----------------------------------------------------------*
001500 01  PC-PERIOD-LOG-RECORD.
001600     05  PC-LOG-DATE            PIC 9(08).
001700     05  FILLER                 PIC X(02).
001800     05  PC-LOG-TIME            PIC 9(08).
001900     05  FILLER                 PIC X(02).
002000     05  PC-OPERATOR            PIC X(08).
002100     05  FILLER                 PIC X(02).
002200     05  PC-ACTION              PIC X(06).
002300         88  PC-IS-CLOSE            VALUE "CLOSE ".
002400         88  PC-IS-REOPEN           VALUE "REOPEN".
002500     05  FILLER                 PIC X(02).
002600     05  PC-PERIOD              PIC 9(06).
002700     05  FILLER                 PIC X(02).
002800     05  PC-REASON              PIC X(40).

000100*-----------------------------------------------------------*
000200* GLPERREC.CPY                                               *
000300*-----------------------------------------------------------*
000400* GL PERIOD CONTROL RECORD LAYOUT FOR THE GLPERIOD INDEXED   *
000500* FILE.  ONE RECORD PER PERIOD (YYYYMM) THAT HAS EVER BEEN   *
000600* CLOSED; A PERIOD WITH NO RECORD IS OPEN.  THE glpermnt     *
000700* SESSION CLOSES A MONTH AT MONTH END, LOCKING IT: glsumm    *
000800* WILL NOT POST A JOURNAL INTO IT, runbkout WILL NOT BACK    *
000900* OUT A RUN DATED IN IT AND calmnt WILL NOT OPEN A           *
001000* BACK-DATED RERUN FOR A DATE IN IT.  ONLY A SUPERVISOR      *
001100* (OP-AUTH-REOPEN ON OPERMAST) MAY REOPEN IT, GIVING A       *
001200* REASON; EVERY CLOSE AND REOPEN IS ALSO LOGGED ON GLPRLOG   *
001300* (SEE GLPLREC.CPY).  A REOPENED PERIOD TAKES POSTINGS       *
001400* AGAIN UNTIL IT IS CLOSED ONCE MORE.                        *
001500*-----------------------------------------------------------*
001600* MODIFICATION HISTORY                                       *
001700*-----------------------------------------------------------*
001800* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001900*-----------------------------------------------------------*
002000 01  GP-PERIOD-RECORD.
002100     05  GP-PERIOD              PIC 9(06).
002200     05  GP-STATUS              PIC X(01).
002300         88  GP-IS-CLOSED           VALUE "C".
002400         88  GP-IS-REOPENED         VALUE "R".
002500     05  GP-CLOSED-BY           PIC X(08).
002600     05  GP-CLOSED-DATE         PIC 9(08).
002700     05  GP-REOPENED-BY         PIC X(08).
002800     05  GP-REOPENED-DATE       PIC 9(08).
002900     05  GP-REOPEN-COUNT        PIC 9(03).
003000     05  GP-REOPEN-REASON       PIC X(40).
003100     05  FILLER                 PIC X(10).

000100*-----------------------------------------------------------*
000200* GLPBREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* GL PERIOD BALANCE RECORD LAYOUT FOR THE GLPBAL INDEXED     *
000500* FILE.  ONE RECORD PER GL ACCOUNT (GM-GL-ACCOUNT, OR THE    *
000600* HOUSE SUSPENSE AND CLEARING ACCOUNTS) PER PERIOD, THE      *
000700* PERIOD BEING THE CALENDAR MONTH (YYYYMM) OF THE RUN DATE   *
000800* ON THE DAY'S EXTRACT.  KEYED ACCOUNT-MAJOR SO ONE          *
000900* ACCOUNT'S PERIODS READ TOGETHER, OLDEST FIRST.  glsumm     *
001000* POSTS EACH DAY'S JOURNAL INTO IT; THE OPENING BALANCE OF   *
001100* A NEW PERIOD IS CARRIED FROM THE ACCOUNT'S LATEST EARLIER  *
001200* PERIOD, AND A POSTING INTO AN EARLIER OPEN PERIOD IS       *
001300* CARRIED INTO THE OPENING OF EVERY LATER ONE.  THE CLOSING  *
001400* BALANCE IS NOT HELD: IT IS GB-OPENING PLUS GB-DEBITS LESS  *
001500* GB-CREDITS, AS ON THE JOURNAL.  THE LAST RUN POSTED STOPS  *
001600* A SECOND glsumm OF THE SAME EXTRACT POSTING TWICE.  READ   *
001700* BY THE gltrial MONTH-END TRIAL BALANCE.                    *
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY                                       *
002000*-----------------------------------------------------------*
002100* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002200*-----------------------------------------------------------*
002300 01  GB-BALANCE-RECORD.
002400     05  GB-KEY.
002500         10  GB-GL-ACCOUNT      PIC X(08).
002600         10  GB-PERIOD          PIC 9(06).
002700     05  GB-OPENING             PIC S9(14)V99.
002800     05  GB-DEBITS              PIC S9(14)V99.
002900     05  GB-CREDITS             PIC S9(14)V99.
003000     05  GB-POSTING-COUNT       PIC 9(05).
003100     05  GB-LAST-RUN-DATE       PIC 9(08).
003200     05  GB-LAST-RUN-NUMBER     PIC 9(06).
003300     05  GB-LAST-POSTED-DATE    PIC 9(08).
003400     05  FILLER                 PIC X(10).

000100*-----------------------------------------------------------*
000200* BALMREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* NAME BALANCE MASTER RECORD LAYOUT FOR THE BALMAST INDEXED  *
000500* FILE.  ONE RECORD PER name1, POSTED BY prac-one AS EACH    *
000600* TRANSACTION COMPUTES (AN ITEM HELD FOR APPROVAL POSTS WHEN *
000700* IT IS RELEASED), AND READ BY THE namestmt MONTH-END        *
000800* STATEMENTS.  THE MONTH-TO-DATE FIGURES COVER BM-MTD-MONTH; *
000900* THE FIRST POSTING OF A LATER MONTH MOVES THEM TO THE       *
001000* PRIOR-MONTH FIGURES, SO A STATEMENT RUN AFTER THE NEW      *
001100* MONTH HAS BEGUN STILL FINDS THE MONTH IT IS PROVING.       *
001200* CREDITS ARE THE POSITIVE RESULTS AND DEBITS THE NEGATIVE   *
001300* ONES (CARRIED NEGATIVE), SO OPENING + CREDITS + DEBITS IS  *
001400* THE CLOSING BALANCE.  THE LAST POSTING POSITION (SEE       *
001500* DAYHREC.CPY) LETS A RESTART REPLAYING A TRANSACTION THE    *
001600* FAILED RUN ALREADY POSTED RECOGNIZE IT AND NOT POST IT     *
001700* TWICE.  EACH POSTING IS ALSO KEPT ON BALMOVE (SEE          *
001800* BALMVREC.CPY) FOR THE STATEMENT DETAIL.                    *
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY                                       *
002100*-----------------------------------------------------------*
002200* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002300*-----------------------------------------------------------*
002400 01  BM-BALANCE-RECORD.
002500     05  BM-NAME1               PIC X(33).
002600     05  BM-BRANCH              PIC X(03).
002700     05  BM-CURRENT-BALANCE     PIC S9(11)V99.
002800     05  BM-LAST-ACTIVITY-DATE  PIC 9(08).
002900     05  BM-OPENED-DATE         PIC 9(08).
003000     05  BM-MTD-FIGURES.
003100         10  BM-MTD-MONTH       PIC 9(06).
003200         10  BM-MTD-OPENING     PIC S9(11)V99.
003300         10  BM-MTD-CREDITS     PIC S9(11)V99.
003400         10  BM-MTD-DEBITS      PIC S9(11)V99.
003500         10  BM-MTD-COUNT       PIC 9(05).
003600     05  BM-PRIOR-FIGURES.
003700         10  BM-PRIOR-MONTH     PIC 9(06).
003800         10  BM-PRIOR-OPENING   PIC S9(11)V99.
003900         10  BM-PRIOR-CREDITS   PIC S9(11)V99.
004000         10  BM-PRIOR-DEBITS    PIC S9(11)V99.
004100         10  BM-PRIOR-COUNT     PIC 9(05).
004200     05  BM-LAST-POSTING.
004300         10  BM-LAST-RUN-DATE   PIC 9(08).
004400         10  BM-LAST-RUN-NUMBER PIC 9(06).
004500         10  BM-LAST-POST-PHASE PIC X(01).
004600         10  BM-LAST-POST-RECNO PIC 9(06).
004700     05  FILLER                 PIC X(10).

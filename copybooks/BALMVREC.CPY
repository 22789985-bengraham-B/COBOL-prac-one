000100*-----------------------------------------------------------*
000200* BALMVREC.CPY                                               *
000300*-----------------------------------------------------------*
000400* BALANCE MOVEMENT RECORD LAYOUT FOR THE BALMOVE INDEXED     *
000500* FILE.  prac-one WRITES ONE RECORD FOR EVERY TRANSACTION IT *
000600* POSTS TO THE BALMAST NAME BALANCE MASTER (SEE              *
000700* BALMREC.CPY), KEYED NAME-MAJOR BY RUN DATE, RUN NUMBER AND *
000800* POSTING POSITION SO THE namestmt STATEMENTS READ EACH      *
000900* NAME'S MONTH IN DATE ORDER WITH ONE START.  THE POSTING    *
001000* POSITION MAKES THE KEY UNIQUE, SO A RESTART REPLAYING A    *
001100* RECORD ALREADY WRITTEN FINDS IT ON FILE.  BV-AMOUNT IS THE *
001200* TRANSACTION'S RESULT.                                      *
001300*-----------------------------------------------------------*
001400* MODIFICATION HISTORY                                       *
001500*-----------------------------------------------------------*
001600* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001700*-----------------------------------------------------------*
001800 01  BV-MOVEMENT-RECORD.
001900     05  BV-KEY.
002000         10  BV-NAME1           PIC X(33).
002100         10  BV-RUN-DATE        PIC 9(08).
002200         10  BV-RUN-NUMBER      PIC 9(06).
002300         10  BV-POST-PHASE      PIC X(01).
002400         10  BV-POST-RECNO      PIC 9(06).
002500     05  BV-BRANCH              PIC X(03).
002600     05  BV-OPCODE              PIC X(03).
002700     05  BV-NUM1                PIC S9(07)V99.
002800     05  BV-NUM2                PIC S9(07)V99.
002900     05  BV-AMOUNT              PIC S9(08)V99.
003000     05  BV-BALANCE-AFTER       PIC S9(11)V99.
003100     05  FILLER                 PIC X(10).

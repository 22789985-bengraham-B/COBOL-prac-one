000100*-----------------------------------------------------------*
000200* RPRLREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* REJECT REPAIR LOG RECORD LAYOUT FOR THE REPRLOG FILE.  ONE *
000500* LINE, APPENDED BY rejrecyc, FOR EVERY REJECT AN OPERATOR   *
000600* SENDS BACK TO prac-one THROUGH RECYCLE - REPAIRED (R) OR   *
000700* FORCED THROUGH AS A LEGITIMATE REPEAT (F).  IT CARRIES THE *
000800* BUSCAL PROCESSING DATE, THE MACHINE TIME, THE SIGNED-ON    *
000900* OPERATOR, THE FIELDS AS SENT AND THE REASON THE RECORD HAD *
001000* BEEN REJECTED.  THE FILE IS NEVER REWRITTEN; THE accrevw   *
001100* ACCESS REVIEW READS IT.                                    *
001200*-----------------------------------------------------------*
001300* MODIFICATION HISTORY                                       *
001400*-----------------------------------------------------------*
001500* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001600*-----------------------------------------------------------*
001700 01  RR-REPAIR-RECORD.
001800     05  RR-DATE                    PIC 9(08).
001900     05  FILLER                     PIC X(02).
002000     05  RR-TIME                    PIC 9(08).
002100     05  FILLER                     PIC X(02).
002200     05  RR-OPERATOR                PIC X(08).
002300     05  FILLER                     PIC X(02).
002400     05  RR-ACTION                  PIC X(01).
002500         88  RR-WAS-REPAIRED            VALUE "R".
002600         88  RR-WAS-FORCED              VALUE "F".
002700     05  FILLER                     PIC X(02).
002800     05  RR-NAME1                   PIC X(33).
002900     05  FILLER                     PIC X(02).
003000     05  RR-BRANCH                  PIC X(03).
003100     05  FILLER                     PIC X(02).
003200     05  RR-NUM1                    PIC S9(07)V99.
003300     05  FILLER                     PIC X(02).
003400     05  RR-NUM2                    PIC S9(07)V99.
003500     05  FILLER                     PIC X(02).
003600     05  RR-OPCODE                  PIC X(03).
003700     05  FILLER                     PIC X(02).
003800     05  RR-REASON                  PIC X(30).
003900     05  FILLER                     PIC X(02).
004000     05  RR-ORIG-RUN-DATE           PIC 9(08).

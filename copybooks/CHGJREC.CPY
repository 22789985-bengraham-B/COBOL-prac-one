000100*-----------------------------------------------------------*
000200* CHGJREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* MASTER CHANGE JOURNAL RECORD LAYOUT, SHARED BY THE         *
000500* OPERJRNL JOURNAL (APPENDED BY opermnt FOR EVERY OPERMAST   *
000600* ADD, CHANGE AND DEACTIVATION) AND THE GLMAPREG REGISTER    *
000700* (APPENDED BY glmapmnt FOR EVERY GLMAP ADD, CHANGE AND      *
000800* DELETE).  ONE LINE PER CHANGE: THE BUSCAL PROCESSING DATE, *
000900* THE MACHINE TIME, THE SIGNED-ON OPERATOR WHO MADE IT, THE  *
001000* KEY, AND THE RECORD AS IT WAS AND AS IT BECAME.  THE       *
001100* BEFORE IMAGE IS BLANK FOR AN ADD, THE AFTER IMAGE FOR A    *
001200* DELETE.  THE OPERATOR IS BLANK WHEN opermnt RAN UNSIGNED   *
001300* ON A BRAND-NEW MASTER.  NEITHER FILE IS EVER REWRITTEN;    *
001400* THE accrevw ACCESS REVIEW READS BOTH.                      *
001500*-----------------------------------------------------------*
001600* MODIFICATION HISTORY                                       *
001700*-----------------------------------------------------------*
001800* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001900*-----------------------------------------------------------*
002000 01  CJ-CHANGE-RECORD.
002100     05  CJ-DATE                    PIC 9(08).
002200     05  FILLER                     PIC X(02).
002300     05  CJ-TIME                    PIC 9(08).
002400     05  FILLER                     PIC X(02).
002500     05  CJ-OPERATOR                PIC X(08).
002600     05  FILLER                     PIC X(02).
002700     05  CJ-ACTION                  PIC X(01).
002800         88  CJ-IS-ADD                  VALUE "A".
002900         88  CJ-IS-CHANGE               VALUE "C".
003000         88  CJ-IS-REMOVAL              VALUE "D".
003100     05  FILLER                     PIC X(02).
003200     05  CJ-KEY                     PIC X(08).
003300     05  FILLER                     PIC X(02).
003400     05  CJ-BEFORE-IMAGE            PIC X(60).
003500     05  FILLER                     PIC X(02).
003600     05  CJ-AFTER-IMAGE             PIC X(60).

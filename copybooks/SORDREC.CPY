000100*-----------------------------------------------------------*
000200* SORDREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* STANDING-ORDER MASTER RECORD LAYOUT FOR THE SORDMAST       *
000500* INDEXED FILE.  ONE RECORD PER RECURRING ENTRY A NAME       *
000600* CARRIES, KEYED ON name1 PLUS AN ORDER NUMBER SO ONE NAME   *
000700* MAY HOLD SEVERAL ORDERS AND THEY READ TOGETHER.            *
000800* MAINTAINED ONLINE-STYLE BY sordmnt, THE SAME WAY namemnt   *
000900* MAINTAINS NAMEMAST.  THE NIGHTLY sordgen RUN WRITES EVERY  *
001000* ORDER DUE ON THE BUSCAL OPEN DATE AS A CONTROLLED          *
001100* TRANSMISSION IN THE TRANS-IN LAYOUT AND ROLLS              *
001200* SO-NEXT-DUE-DATE FORWARD BY THE FREQUENCY; A DUE DATE ON   *
001300* A WEEKEND OR BUSCAL HOLIDAY IS GENERATED ON THE NEXT       *
001400* BUSINESS DAY.  SO-NEXT-DUE-DATE IS ALWAYS THE SCHEDULED    *
001500* DATE, NEVER THE MOVED ONE, SO A MOVE DOES NOT DRIFT THE    *
001600* SCHEDULE; MONTHLY AND LONGER FREQUENCIES FALL ON           *
001700* SO-DUE-DAY, OR THE MONTH'S LAST DAY WHEN IT IS SHORTER.    *
001710* A ZERO SO-END-DATE RUNS WITHOUT END; PAST IT THE ORDER IS  *
001720* ENDED (STATUS E).                                          *
001800* AN ORDER WHOSE NAME IS NOT ACTIVE ON NAMEMAST IS           *
001900* SUSPENDED BY sordgen (STATUS S) AND RESUMES BY ITSELF WHEN *
002000* THE NAME IS ACTIVE AGAIN; AN ORDER HELD BY AN OPERATOR     *
002100* (STATUS H) WAITS FOR sordmnt.  WHILE NOT ACTIVE, DUE DATES *
002200* ROLL FORWARD UNGENERATED - NOTHING IS CAUGHT UP LATER.     *
002300* SO-LAST-GEN-DATE LETS prac-one TELL THE SCHEDULED REPEAT   *
002400* OF A STANDING ORDER FROM A DUPLICATE.                      *
002500*-----------------------------------------------------------*
002600* MODIFICATION HISTORY                                       *
002700*-----------------------------------------------------------*
002800* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002900*-----------------------------------------------------------*
003000 01  SO-ORDER-RECORD.
003100     05  SO-KEY.
003200         10  SO-NAME1           PIC X(33).
003300         10  SO-ORDER-NO        PIC 9(02).
003400     05  SO-BRANCH              PIC X(03).
003500     05  SO-OPCODE              PIC X(03).
003600     05  SO-NUM1                PIC S9(07)V99.
003700     05  SO-NUM2                PIC S9(07)V99.
003800     05  SO-FREQUENCY           PIC X(01).
003900         88  SO-IS-WEEKLY           VALUE "W".
004000         88  SO-IS-FORTNIGHTLY      VALUE "F".
004100         88  SO-IS-MONTHLY          VALUE "M".
004200         88  SO-IS-QUARTERLY        VALUE "Q".
004300         88  SO-IS-ANNUAL           VALUE "A".
004400         88  SO-FREQUENCY-IS-VALID  VALUE "W" "F" "M" "Q" "A".
004500     05  SO-START-DATE          PIC 9(08).
004600     05  SO-END-DATE            PIC 9(08).
004700     05  SO-NEXT-DUE-DATE       PIC 9(08).
004800     05  SO-DUE-DAY             PIC 9(02).
004900     05  SO-STATUS              PIC X(01).
005000         88  SO-IS-ACTIVE           VALUE "A".
005100         88  SO-IS-HELD             VALUE "H".
005200         88  SO-IS-SUSPENDED        VALUE "S".
005300         88  SO-IS-ENDED            VALUE "E".
005400     05  SO-LAST-GEN-DATE       PIC 9(08).
005500     05  SO-GEN-COUNT           PIC 9(05).
005600     05  SO-MAINT-BY            PIC X(08).
005700     05  SO-MAINT-DATE          PIC 9(08).
005800     05  FILLER                 PIC X(10).

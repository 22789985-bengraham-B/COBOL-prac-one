000100*-----------------------------------------------------------*
000200* RETNREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* OFFICE RETURN RECORD LAYOUTS FOR THE RETNOUT FILE THE      *
000500* offcrtn STEP WRITES AFTER EACH RUN.  ONE SEGMENT PER       *
000600* OFFICE, IN BRANCH ORDER, FOR THE TRANSMISSION TEAM TO      *
000700* SPLIT ON THE *HDR* AND SEND BACK:                          *
000800*   *HDR*  ONE PER TRANSMISSION THE OFFICE SENT FOR THE      *
000900*          DATE, ECHOING ITS OWN 22-BYTE BATCH HEADER (SEE   *
001000*          TRNBATCH.CPY) WITH HOW WE DISPOSED OF IT.  AN     *
001100*          OFFICE WITH NOTHING ON RCPTLOG GETS ONE HEADER    *
001200*          WITH DISPOSITION "N".                             *
001300*   *ACC*  AN ITEM FROM ITS TRANSMISSION THAT prac-one       *
001400*   *REJ*  ACCEPTED (POSTED OR HELD FOR APPROVAL) OR         *
001500*          REJECTED, WITH THE RESULT OR THE REJECT REASON.   *
001600*          OR-D-ITEM-SEQ IS THE ITEM'S POSITION IN THE       *
001700*          OFFICE'S OWN FILE.                                *
001800*   FOLLOW-UP ITEMS FROM EARLIER DAYS OR RAISED CENTRALLY:   *
001900*   *RPD*  A REJECT REPAIRED THROUGH rejrecyc AND RUN AGAIN, *
002000*   *APV*  A HELD ITEM A SUPERVISOR RELEASED AND RAN,        *
002100*   *SOG*  A STANDING ORDER sordgen RAISED FOR THE OFFICE,   *
002200*   *LGF*  A POSTED ITEM THE LEDGER FAILED IN ledgack.       *
002300*   *TRL*  ACCEPTED AND REJECTED COUNTS AND AMOUNTS FOR THE  *
002400*          OFFICE'S OWN TRANSMISSIONS, THE OFFICE'S *TRL*    *
002500*          COUNT AND HASH SUMMED OVER THEM, AND WHETHER THE  *
002600*          TWO FOOT.  AN AMOUNT IS num1 PLUS num2, NUMERIC   *
002700*          OPERANDS ONLY, THE SAME AS THE OFFICE HASH.  A    *
002800*          QUARANTINED TRANSMISSION COUNTS WHOLE AS          *
002900*          REJECTED.  FOLLOW-UP ITEMS ARE COUNTED APART AND  *
003000*          DO NOT FOOT.                                      *
003100* OPERANDS ARE THE RAW BYTES AS SENT; THE REDEFINITION IS    *
003200* ONLY VALID WHEN THEY ARE NUMERIC.                          *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                       *
003500*-----------------------------------------------------------*
003600* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
003700*-----------------------------------------------------------*
003800 01  OR-HEADER-RECORD.
003900     05  OR-H-OFFICE-HEADER.
004000         10  OR-H-RECORD-TAG        PIC X(05).
004100         10  OR-H-OFFICE-BRANCH     PIC X(03).
004200         10  OR-H-CREATE-DATE       PIC 9(08).
004300         10  OR-H-EXPECTED-COUNT    PIC 9(06).
004400     05  FILLER                     PIC X(02).
004500     05  OR-H-PROC-DATE             PIC 9(08).
004600     05  FILLER                     PIC X(02).
004700     05  OR-H-RUN-NUMBER            PIC 9(06).
004800     05  FILLER                     PIC X(02).
004900     05  OR-H-RECEIVED-COUNT        PIC 9(06).
005000     05  FILLER                     PIC X(02).
005100     05  OR-H-DISPOSITION           PIC X(01).
005200         88  OR-H-WAS-ACCEPTED          VALUE "A".
005300         88  OR-H-WAS-QUARANTINED       VALUE "Q".
005400         88  OR-H-NOTHING-RECEIVED      VALUE "N".
005500     05  FILLER                     PIC X(02).
005600     05  OR-H-REASON                PIC X(30).
005700*
005800 01  OR-DETAIL-RECORD.
005900     05  OR-D-RECORD-TAG            PIC X(05).
006000         88  OR-D-IS-ACCEPTED           VALUE "*ACC*".
006100         88  OR-D-IS-REJECTED           VALUE "*REJ*".
006200         88  OR-D-IS-REPAIRED           VALUE "*RPD*".
006300         88  OR-D-IS-RELEASED           VALUE "*APV*".
006400         88  OR-D-IS-STANDING-ORDER     VALUE "*SOG*".
006500         88  OR-D-IS-LEDGER-FAILURE     VALUE "*LGF*".
006600     05  OR-D-OFFICE-BRANCH         PIC X(03).
006700     05  FILLER                     PIC X(02).
006800     05  OR-D-ITEM-DATE             PIC 9(08).
006900     05  FILLER                     PIC X(02).
007000     05  OR-D-ITEM-SEQ              PIC 9(06).
007100     05  FILLER                     PIC X(02).
007200     05  OR-D-NAME1                 PIC X(33).
007300     05  FILLER                     PIC X(02).
007400     05  OR-D-OPERANDS.
007500         10  OR-D-NUM1-TEXT         PIC X(09).
007600         10  OR-D-NUM2-TEXT         PIC X(09).
007700     05  OR-D-OPERAND-VALUES REDEFINES OR-D-OPERANDS.
007800         10  OR-D-NUM1              PIC S9(07)V99.
007900         10  OR-D-NUM2              PIC S9(07)V99.
008000     05  FILLER                     PIC X(02).
008100     05  OR-D-OPCODE                PIC X(03).
008200     05  FILLER                     PIC X(02).
008300     05  OR-D-RESULT                PIC S9(08)V99.
008400     05  FILLER                     PIC X(02).
008500     05  OR-D-STATUS                PIC X(30).
008600*
008700 01  OR-TRAILER-RECORD.
008800     05  OR-T-RECORD-TAG            PIC X(05).
008900     05  OR-T-OFFICE-BRANCH         PIC X(03).
009000     05  FILLER                     PIC X(02).
009100     05  OR-T-ACCEPTED-COUNT        PIC 9(06).
009200     05  FILLER                     PIC X(02).
009300     05  OR-T-ACCEPTED-AMOUNT       PIC S9(14)V99.
009400     05  FILLER                     PIC X(02).
009500     05  OR-T-REJECTED-COUNT        PIC 9(06).
009600     05  FILLER                     PIC X(02).
009700     05  OR-T-REJECTED-AMOUNT       PIC S9(14)V99.
009800     05  FILLER                     PIC X(02).
009900     05  OR-T-OFFICE-COUNT          PIC 9(06).
010000     05  FILLER                     PIC X(02).
010100     05  OR-T-OFFICE-HASH           PIC S9(14)V99.
010200     05  FILLER                     PIC X(02).
010300     05  OR-T-FOOTS-SW              PIC X(01).
010400         88  OR-T-FOOTS                 VALUE "Y".
010500         88  OR-T-DOES-NOT-FOOT         VALUE "N".
010600     05  FILLER                     PIC X(02).
010700     05  OR-T-FOLLOW-UP-COUNT       PIC 9(06).

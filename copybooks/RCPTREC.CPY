000100*-----------------------------------------------------------*
000200* RCPTREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* TRANSMISSION RECEIPT LOG RECORD LAYOUT FOR THE RCPTLOG     *
000500* FILE.  ONE LINE PER OFFICE TRANSMISSION THE trnintk        *
000600* INTAKE STEP HAS SEEN, APPENDED NIGHT AFTER NIGHT: THE      *
000700* BUSCAL PROCESSING DATE IT WAS TAKEN IN UNDER, THE OFFICE'S *
000800* OWN *HDR* FIELDS (SEE TRNBATCH.CPY), WHAT ACTUALLY         *
000900* ARRIVED, THE *TRL* FIGURES THE OFFICE SENT, AND WHETHER    *
001000* THE TRANSMISSION WAS ACCEPTED INTO THE MERGED TRANS-IN OR  *
001100* QUARANTINED.  A TRANSMISSION WITH NO HEADER CARRIES A      *
001200* ZERO CREATE DATE AND "???" FOR ITS OFFICE.                 *
001210* RT-MERGE-FIRST IS WHERE AN ACCEPTED TRANSMISSION'S FIRST   *
001220* DETAIL LANDED AMONG THE MERGED TRANS-IN DETAILS (1 = THE   *
001230* FIRST DETAIL AFTER THE *HDR*); ITS DETAILS RUN ON FROM     *
001240* THERE FOR RT-RECORD-COUNT.  ZERO WHEN NOTHING WAS MERGED.  *
001250* RT-LAST-RUN-NUMBER IS THE LAST prac-one RUN NUMBER ON      *
001260* RUNNUMBR WHEN THE INTAKE RAN; A RUNSTATS LINE FOR THE DATE *
001270* WITH A HIGHER RUN NUMBER IS A RUN THAT HAS TAKEN THE       *
001280* MERGED TRANS-IN.  SPACES ON LINES WRITTEN BEFORE IT.       *
001300*-----------------------------------------------------------*
001400* MODIFICATION HISTORY                                       *
001500*-----------------------------------------------------------*
001600* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001650* 2026-10-15  GMB  ADDED RT-MERGE-FIRST FOR THE offcrtn      *
001660*                  OFFICE RETURN.                            *
001670* 2026-10-15  GMB  ADDED RT-LAST-RUN-NUMBER SO A SECOND      *
001680*                  INTAKE FOR THE DATE CAN TELL WHETHER      *
001690*                  prac-one HAS TAKEN THE FIRST ONE'S        *
001695*                  TRANS-IN.                                 *
001700*-----------------------------------------------------------*
001800 01  RT-RECEIPT-RECORD.
001900     05  RT-PROC-DATE               PIC 9(08).
002000     05  FILLER                     PIC X(02).
002100     05  RT-OFFICE-BRANCH           PIC X(03).
002200     05  FILLER                     PIC X(02).
002300     05  RT-CREATE-DATE             PIC 9(08).
002400     05  FILLER                     PIC X(02).
002500     05  RT-EXPECTED-COUNT          PIC 9(06).
002600     05  FILLER                     PIC X(02).
002700     05  RT-RECORD-COUNT            PIC 9(06).
002800     05  FILLER                     PIC X(02).
002900     05  RT-HASH-TOTAL              PIC S9(14)V99.
003000     05  FILLER                     PIC X(02).
003100     05  RT-TRL-COUNT               PIC 9(06).
003200     05  FILLER                     PIC X(02).
003300     05  RT-TRL-HASH                PIC S9(14)V99.
003400     05  FILLER                     PIC X(02).
003500     05  RT-DISPOSITION             PIC X(01).
003600         88  RT-WAS-ACCEPTED            VALUE "A".
003700         88  RT-WAS-QUARANTINED         VALUE "Q".
003800     05  FILLER                     PIC X(02).
003900     05  RT-REASON                  PIC X(30).
004000     05  FILLER                     PIC X(02).
004100     05  RT-RECEIVED-TIME           PIC 9(08).
004200     05  FILLER                     PIC X(02).
004300     05  RT-SEQUENCE                PIC 9(03).
004400     05  FILLER                     PIC X(02).
004500     05  RT-MERGE-FIRST             PIC 9(06).
004600     05  FILLER                     PIC X(02).
004700     05  RT-LAST-RUN-NUMBER         PIC 9(06).

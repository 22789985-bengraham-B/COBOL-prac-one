000100*-----------------------------------------------------------*
000200* JOBSREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* END-OF-DAY JOB STATUS RECORD LAYOUT FOR THE JOBSTAT        *
000500* INDEXED FILE.  ONE RECORD PER PROCESSING DATE (THE BUSCAL  *
000600* OPEN DATE THE NIGHT RAN UNDER), WRITTEN BY THE eodctl      *
000700* STREAM CONTROLLER.  THE FIVE STEP ENTRIES ARE ALWAYS IN    *
000800* STREAM ORDER:                                              *
000900*     1  prac-one    2  ledgack    3  glsumm                 *
001000*     4  dayendct    5  calmnt (THE DATE ADVANCE)            *
001100* eodctl RUNS STEPS 1-4 AND STAMPS EACH ONE'S START, END,    *
001200* RETURN CODE AND THE HIGHEST RETURN CODE IT WAS ALLOWED;    *
001300* A STEP THAT ENDS ABNORMALLY IS CARRIED AS RETURN CODE 99.  *
001400* AFTER dayendct THE CERTIFICATE VERDICT IS TAKEN FROM       *
001500* CERTOUT.  calmnt WILL NOT ADVANCE THE OPEN DATE UNTIL      *
001600* STEPS 1-4 ARE COMPLETE AND THE VERDICT IS BALANCED, AND    *
001700* THEN STAMPS STEP 5 ITSELF.  eodstat PRINTS THE RECORD AS   *
001800* THE MORNING STATUS REPORT.                                 *
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY                                       *
002100*-----------------------------------------------------------*
002200* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
002300*-----------------------------------------------------------*
002400 01  JS-JOB-STATUS-RECORD.
002500     05  JS-PROCESS-DATE            PIC 9(08).
002600     05  JS-STREAM-STATUS           PIC X(01).
002700         88  JS-STREAM-IS-RUNNING       VALUE "R".
002800         88  JS-STREAM-IS-STOPPED       VALUE "S".
002900         88  JS-STREAM-IS-COMPLETE      VALUE "C".
003000         88  JS-DATE-IS-ADVANCED        VALUE "A".
003100     05  JS-CERT-RESULT             PIC X(12).
003200         88  JS-CERT-IS-BALANCED        VALUE "BALANCED".
003300     05  JS-CONTROLLER-RUNS         PIC 9(03).
003400     05  JS-ADVANCED-TO             PIC 9(08).
003500     05  JS-ADVANCED-BY             PIC X(08).
003600     05  JS-STEP-ENTRY OCCURS 5 TIMES.
003700         10  JS-STEP-NAME           PIC X(08).
003800         10  JS-STEP-STATUS         PIC X(01).
003900             88  JS-STEP-IS-PENDING     VALUE "P".
004000             88  JS-STEP-IS-RUNNING     VALUE "R".
004100             88  JS-STEP-IS-COMPLETE    VALUE "C".
004200             88  JS-STEP-IS-FAILED      VALUE "F".
004300         10  JS-STEP-MAX-RC         PIC 9(02).
004400         10  JS-STEP-RC             PIC 9(02).
004500         10  JS-STEP-ATTEMPTS       PIC 9(02).
004600         10  JS-STEP-START-DATE     PIC 9(08).
004700         10  JS-STEP-START-TIME     PIC 9(08).
004800         10  JS-STEP-END-DATE       PIC 9(08).
004900         10  JS-STEP-END-TIME       PIC 9(08).
005000     05  FILLER                     PIC X(20).

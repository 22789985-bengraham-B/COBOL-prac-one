001692* 2026-09-02  GMB  ADDED THE DAILY HISTORY RETENTION PERIOD  *
001694*                  (MONTHS) USED BY THE histarch MONTH-END   *
001696*                  ARCHIVE AND PURGE.                        *
001697* 2026-10-15  GMB  ADDED THE APPROVAL AGE LIMIT (DAYS) AFTER *
001698*                  WHICH apprvmnt AGES OUT AN UNDECIDED      *
001699*                  ITEM ON THE APPROVAL HOLD QUEUE.          *
001700* 2026-10-15  GMB  ADDED THE DUPLICATE LOOK-BACK WINDOW      *
001710*                  (DAYS) prac-one AND trnintk USE TO REFUSE *
001720*                  WORK ALREADY PROCESSED BY AN EARLIER RUN. *
001722* 2026-10-15  GMB  ADDED THE ACCESS IDLE LIMIT (DAYS) PAST   *
001724*                  WHICH THE accrevw ACCESS REVIEW FLAGS AN  *
001726*                  OPERATOR WHO STILL HOLDS AUTHORITIES.     *
001727* 2026-10-15  GMB  ADDED THE HIGHEST RETURN CODE EACH STEP   *
001728*                  OF THE eodctl END-OF-DAY STREAM MAY END   *
001729*                  WITH BEFORE THE STREAM IS STOPPED.        *
001730*-----------------------------------------------------------*
001800 01  CF-CONTROL-RECORD.
001900     05  CF-RESULT-THRESHOLD        PIC S9(08)V99.
002000     05  CF-NUM1-THRESHOLD          PIC S9(07)V99.
002400     05  CF-SORT-OPTION             PIC X(01).
002500     05  CF-LINES-PER-PAGE          PIC 9(03).
002600     05  CF-HIST-RETAIN-MONTHS      PIC 9(03).
002700     05  CF-APPROVAL-AGE-DAYS       PIC 9(03).
002800     05  CF-DUP-LOOKBACK-DAYS       PIC 9(03).
002900     05  CF-ACCESS-IDLE-DAYS        PIC 9(03).
003000     05  CF-PRAC-ONE-MAX-RC         PIC 9(02).
003100     05  CF-LEDGACK-MAX-RC          PIC 9(02).
003200     05  CF-GLSUMM-MAX-RC           PIC 9(02).
003300     05  CF-DAYENDCT-MAX-RC         PIC 9(02).

001700*                  SUBSYSTEM.                                *
001710* 2026-08-21  GMB  ADDED RJ-BRANCH SO A REPAIRED RECORD      *
001720*                  KEEPS ITS OFFICE THROUGH THE RECYCLE.     *
001730* 2026-10-15  GMB  ADDED RJ-JOURNAL-KEY - THE TRNJRNL KEY OF *
001740*                  THE REJECTED ITEM (SEE TRNJREC.CPY), SO   *
001750*                  ITS REPAIR IS STAMPED ON THE SAME RECORD. *
001800*-----------------------------------------------------------*
001900 01  RJ-REJECT-RECORD.
002000     05  RJ-NAME1               PIC X(33).
003000     05  RJ-ORIG-RUN-DATE       PIC 9(08).
003100     05  FILLER                 PIC X(02).
003200     05  RJ-AGE-IN-RUNS         PIC 9(03).
003300     05  FILLER                 PIC X(02).
003400     05  RJ-JOURNAL-KEY         PIC X(21).

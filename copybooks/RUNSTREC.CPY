001410* 2026-09-02  GMB  ADDED RS-OPERATOR: THE SIGNED-ON          *
001420*                  OPERATOR ID (SEE OPERMREC.CPY) THE RUN    *
001430*                  EXECUTED UNDER.                           *
001440* 2026-10-15  GMB  ADDED RS-RECORDS-HELD: TRANSACTIONS THE   *
001450*                  RUN DIVERTED TO THE APPROVAL HOLD QUEUE.  *
001460*                  READ = COMPUTED + REJECTED + HELD +       *
001470*                  SKIPPED.  LINES WRITTEN BEFORE THE FIELD  *
001480*                  EXISTED CARRY SPACES THERE.               *
001482* 2026-10-15  GMB  ADDED RS-OWN-REPAIRS: ITEMS THE RUN TOOK  *
001484*                  BACK FROM rejrecyc (OR RELEASED FROM      *
001486*                  APPROVAL) THAT THE RUN'S OWN OPERATOR     *
001488*                  HAD REPAIRED - A SEGREGATION-OF-DUTIES    *
001490*                  CONFLICT THE accrevw ACCESS REVIEW        *
001492*                  REPORTS.  SPACES ON OLDER LINES.          *
001500*-----------------------------------------------------------*
001600 01  RS-STATS-RECORD.
001700     05  RS-RUN-DATE                PIC 9(08).
002900     05  RS-RETURN-CODE             PIC 9(02).
003000     05  FILLER                     PIC X(02).
003100     05  RS-OPERATOR                PIC X(08).
003200     05  FILLER                     PIC X(02).
003300     05  RS-RECORDS-HELD            PIC 9(06).
003400     05  FILLER                     PIC X(02).
003500     05  RS-OWN-REPAIRS             PIC 9(06).

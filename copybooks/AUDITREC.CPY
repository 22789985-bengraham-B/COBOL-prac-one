001460*                  OPERATOR.  RECORD LENGTH CHANGED -        *
001470*                  REBUILD EXISTING AUDITLOG FILES WHEN      *
001480*                  TAKING THIS LEVEL.                        *
001482* 2026-10-15  GMB  ADDED AL-EVENT.  A POSTING prac-one MADE  *
001484*                  ON AN OPERATOR'S DUPLICATE OVERRIDE IS    *
001486*                  MARKED "O", AND rejrecyc LOGS THE         *
001488*                  OVERRIDE ITSELF AS AN "F" LINE UNDER THE  *
001490*                  OPERATOR WHO FORCED IT.  AN "F" LINE IS   *
001492*                  NOT A POSTING AND CARRIES NO RESULT.      *
001500*-----------------------------------------------------------*
001600 01  AL-AUDIT-RECORD.
001700     05  AL-DATE                PIC 9(08).
002600     05  AL-RESULT              PIC ZZZZZZZ9.99-.
002700     05  FILLER                 PIC X(02).
002800     05  AL-NAME1               PIC X(33).
002900     05  FILLER                 PIC X(02).
003000     05  AL-EVENT               PIC X(01).
003100         88  AL-IS-POSTING          VALUE SPACE "O".
003200         88  AL-IS-OVERRIDE-POSTING VALUE "O".
003300         88  AL-IS-FORCED-REPEAT    VALUE "F".

001500* MODIFICATION HISTORY                                       *
001600*-----------------------------------------------------------*
001700* 2026-09-02  GMB  ORIGINAL COPY MEMBER.                     *
001710* 2026-10-15  GMB  ADDED OP-AUTH-APPROVE, CARVED FROM THE    *
001720*                  FILLER: THE SUPERVISOR MAY RELEASE OR     *
001730*                  DECLINE ITEMS HELD FOR APPROVAL (SEE      *
001740*                  apprvmnt).                                *
001750* 2026-10-15  GMB  ADDED OP-AUTH-REOPEN, CARVED FROM THE     *
001760*                  FILLER: THE SUPERVISOR MAY REOPEN A       *
001770*                  CLOSED GL PERIOD (SEE glpermnt).          *
001800*-----------------------------------------------------------*
001900 01  OP-OPERATOR-RECORD.
002000     05  OP-ID                  PIC X(08).
002800         88  OP-MAY-PURGE           VALUE "Y".
002900     05  OP-AUTH-REPAIR         PIC X(01).
003000         88  OP-MAY-REPAIR          VALUE "Y".
003010     05  OP-AUTH-APPROVE        PIC X(01).
003020         88  OP-MAY-APPROVE         VALUE "Y".
003030     05  OP-AUTH-REOPEN         PIC X(01).
003040         88  OP-MAY-REOPEN          VALUE "Y".
003100     05  FILLER                 PIC X(08).

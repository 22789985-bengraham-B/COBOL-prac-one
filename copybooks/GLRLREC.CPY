000100*-----------------------------------------------------------*
000200* GLRLREC.CPY                                                *
000300*-----------------------------------------------------------*
000400* GL SUMMARIZATION RUN LOG RECORD LAYOUT FOR THE GLRUNLOG    *
000500* FILE.  ONE LINE, APPENDED BY glsumm AT END OF JOB, FOR     *
000600* EVERY RUN: THE BUSCAL PROCESSING DATE, THE MACHINE TIME,   *
000700* THE OPERATOR THE SCHEDULER'S OPERID FILE NAMED, THE RUN    *
000800* DATE AND NUMBER OF THE EXTRACT SUMMARIZED AND THE RETURN   *
000900* CODE.  THE FILE IS NEVER REWRITTEN; THE accrevw ACCESS     *
001000* REVIEW READS IT.                                           *
001100*-----------------------------------------------------------*
001200* MODIFICATION HISTORY                                       *
001300*-----------------------------------------------------------*
001400* 2026-10-15  GMB  ORIGINAL COPY MEMBER.                     *
001500*-----------------------------------------------------------*
001600 01  GR-RUN-RECORD.
001700     05  GR-RUN-DATE                PIC 9(08).
001800     05  FILLER                     PIC X(02).
001900     05  GR-RUN-TIME                PIC 9(08).
002000     05  FILLER                     PIC X(02).
002100     05  GR-OPERATOR                PIC X(08).
002200     05  FILLER                     PIC X(02).
002300     05  GR-EXTRACT-RUN-DATE        PIC 9(08).
002400     05  FILLER                     PIC X(02).
002500     05  GR-EXTRACT-RUN-NUMBER      PIC 9(06).
002600     05  FILLER                     PIC X(02).
002700     05  GR-RETURN-CODE             PIC 9(02).

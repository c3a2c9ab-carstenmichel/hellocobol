000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PREQWAIV                                      *
000400*    TITLE:       PREREQUISITE WAIVER RECORD LAYOUT              *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER PREREQUISITE WAIVER GRANTED TO *
000900*                 A STUDENT FOR A COURSE.  THE VSAM KEY IS THE  *
001000*                 STUDENT ID FOLLOWED BY THE COURSE ID.  WHILE  *
001100*                 A WAIVER IS ON FILE, CRSTRAN ACCEPTS THE      *
001200*                 STUDENT'S ADDS TO ANY SECTION OF THE COURSE   *
001300*                 WITHOUT CHECKING ITS PREREQUISITES, AND SAYS  *
001400*                 SO ON THE REGISTER.  PW-AUTHORIZED-BY NAMES   *
001500*                 THE DEAN, CHAIR OR INSTRUCTOR WHO APPROVED    *
001600*                 THE WAIVER; PW-GRANTED-BY IS THE OPERATOR WHO *
001700*                 KEYED IT.  MAINTAINED BY PREQMNT, WHICH       *
001800*                 AUDITS EVERY GRANT AND CANCELLATION.          *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  --------------------------------------   *
002300*    2026-10-15 MO    INITIAL VERSION.                          *
002400*                                                                *
002500******************************************************************
002600
002700 01  PREREQ-WAIVER-RECORD.
002800     05  PW-WAIVER-KEY.
002900         10  PW-STUDENT-ID           PIC X(09).
003000         10  PW-COURSE-ID            PIC X(08).
003100     05  PW-AUTHORIZED-BY            PIC X(20).
003200     05  PW-GRANTED-DATE             PIC X(08).
003300     05  PW-GRANTED-BY               PIC X(08).
003400     05  PW-REASON                   PIC X(40).
003500     05  FILLER                      PIC X(07).

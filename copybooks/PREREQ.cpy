000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PREREQ                                        *
000400*    TITLE:       COURSE PREREQUISITE RECORD LAYOUT              *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER PREREQUISITE: THE COURSE BEING *
000900*                 ADDED (CC-COURSE-ID ON THE CATALOG), ONE      *
001000*                 COURSE THE STUDENT MUST ALREADY HAVE PASSED,  *
001100*                 AND THE MINIMUM GRADE THAT COUNTS AS PASSING  *
001200*                 IT, ON THE CE-GRADE SCALE.  A COURSE WITH     *
001300*                 SEVERAL PREREQUISITES HAS ONE RECORD FOR EACH *
001400*                 AND ALL OF THEM MUST BE MET.  MAINTAINED BY   *
001500*                 PREQMNT; READ BY CRSTRAN ON EVERY ADD.        *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  --------------------------------------   *
002000*    2026-10-15 MO    INITIAL VERSION.                          *
002100*                                                                *
002200******************************************************************
002300
002400 01  PREREQUISITE-RECORD.
002500     05  PQ-COURSE-ID                PIC X(08).
002600     05  PQ-REQUIRED-COURSE-ID       PIC X(08).
002700     05  PQ-MIN-GRADE                PIC X(02).
002800     05  PQ-ADDED-DATE               PIC X(08).
002900     05  FILLER                      PIC X(14).

000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    DEGREQ                                        *
000400*    TITLE:       DEGREE REQUIREMENT RECORD LAYOUT               *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     THE REQUIREMENTS A STUDENT MUST MEET TO       *
000900*                 GRADUATE FROM A PROGRAM, SEVERAL RECORDS PER  *
001000*                 LS-PROGRAM-CODE, DISTINGUISHED BY             *
001100*                 DR-REQ-TYPE:                                  *
001200*                     T - PROGRAM TOTALS: MINIMUM EARNED CREDIT *
001300*                         HOURS (DR-MIN-HOURS) AND MINIMUM      *
001400*                         CUMULATIVE GPA (DR-MIN-GPA).  EXACTLY *
001500*                         ONE PER PROGRAM; A PROGRAM WITHOUT    *
001600*                         ONE IS NOT AUDITED.                   *
001700*                     C - A REQUIRED COURSE (DR-COURSE-ID),     *
001800*                         PASSED WITH AT LEAST DR-MIN-GRADE     *
001900*                         (BLANK MEANS ANY PASSING GRADE).      *
002000*                     E - ELECTIVE HOURS: AT LEAST DR-MIN-HOURS *
002100*                         EARNED IN COURSES WHOSE CATALOG       *
002200*                         CC-DEPARTMENT-CODE IS                 *
002300*                         DR-DEPARTMENT-CODE.  A COURSE USED    *
002400*                         FOR A REQUIRED-COURSE RECORD DOES NOT *
002500*                         ALSO COUNT AS AN ELECTIVE.            *
002600*                 READ BY DEGAUDIT.                             *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------  ----  --------------------------------------   *
003100*    2026-10-15 MO    INITIAL VERSION.                          *
003200*                                                                *
003300******************************************************************
003400
003500 01  DEGREE-REQUIREMENT-RECORD.
003600     05  DR-PROGRAM-CODE             PIC X(04).
003700     05  DR-REQ-TYPE                 PIC X(01).
003800         88  DR-TYPE-TOTALS          VALUE "T".
003900         88  DR-TYPE-COURSE          VALUE "C".
004000         88  DR-TYPE-ELECTIVE        VALUE "E".
004100     05  DR-COURSE-ID                PIC X(08).
004200     05  DR-MIN-GRADE                PIC X(02).
004300     05  DR-DEPARTMENT-CODE          PIC X(04).
004400     05  DR-MIN-HOURS                PIC 9(03)V9(01).
004500     05  DR-MIN-GPA                  PIC 9(01)V9(02).
004600     05  FILLER                      PIC X(14).

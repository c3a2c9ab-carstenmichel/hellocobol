000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    SECTSCHD                                      *
000400*    TITLE:       SECTION SCHEDULE RECORD LAYOUT                *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER COURSE SECTION OFFERED IN A    *
000900*                 TERM, KEYED BY TERM, COURSE AND SECTION       *
001000*                 NUMBER IN THE SAME ORDER CRSENRL.CPY CARRIES  *
001100*                 THEM.  HOLDS THE SECTION'S SEAT CAPACITY AND  *
001200*                 WAITLIST LIMIT, WHEN AND WHERE IT MEETS AND   *
001300*                 WHO TEACHES IT.  SS-MEETING-DAYS IS           *
001400*                 POSITIONAL, MONDAY THROUGH SUNDAY             *
001500*                 ("MTWRFSU"), EACH POSITION EITHER ITS LETTER  *
001600*                 OR A SPACE - "M W F  " IS MONDAY, WEDNESDAY   *
001700*                 AND FRIDAY.  ALL SPACES MEANS THE MEETING     *
001800*                 TIME IS TO BE ARRANGED AND BOTH TIMES ARE     *
001900*                 ZERO.  TIMES ARE 24-HOUR HHMM; THE SECTION    *
002000*                 MEETS FROM ITS START TIME UP TO ITS END TIME, *
002100*                 SO A SECTION ENDING AT 0950 DOES NOT CONFLICT *
002200*                 WITH ONE STARTING AT 0950.  A WAITLIST LIMIT  *
002300*                 OF ZERO MEANS NO WAITLIST.  MAINTAINED BY     *
002400*                 SECTMNT; READ BY CRSTRAN FOR CAPACITY,        *
002500*                 WAITLIST LIMIT AND TIME CONFLICTS, BY         *
002600*                 CLASSRPT FOR THE ROSTER HEADINGS AND BY       *
002700*                 TCHLOAD FOR THE TEACHING-LOAD REPORT.         *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------  ----  --------------------------------------   *
003200*    2026-10-15 MO    INITIAL VERSION.                          *
003300*                                                                *
003400******************************************************************
003500
003600 01  SECTION-SCHEDULE-RECORD.
003700     05  SS-SECTION-KEY.
003800         10  SS-TERM-CODE            PIC X(05).
003900         10  SS-COURSE-ID            PIC X(08).
004000         10  SS-SECTION-NUMBER       PIC X(03).
004100     05  SS-CAPACITY                 PIC 9(03).
004200     05  SS-WAITLIST-LIMIT           PIC 9(03).
004300     05  SS-MEETING-DAYS             PIC X(07).
004400         88  SS-TIME-ARRANGED        VALUE SPACES.
004500     05  SS-MEETING-DAY-TABLE REDEFINES SS-MEETING-DAYS.
004600         10  SS-MEETING-DAY          PIC X(01) OCCURS 7 TIMES.
004700     05  SS-START-TIME               PIC 9(04).
004800     05  SS-START-TIME-X REDEFINES SS-START-TIME.
004900         10  SS-START-HH             PIC 9(02).
005000         10  SS-START-MM             PIC 9(02).
005100     05  SS-END-TIME                 PIC 9(04).
005200     05  SS-END-TIME-X REDEFINES SS-END-TIME.
005300         10  SS-END-HH               PIC 9(02).
005400         10  SS-END-MM               PIC 9(02).
005500     05  SS-ROOM                     PIC X(10).
005600     05  SS-INSTRUCTOR-ID            PIC X(08).
005700     05  SS-INSTRUCTOR-NAME          PIC X(25).
005800     05  FILLER                      PIC X(20).

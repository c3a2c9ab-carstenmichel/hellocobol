000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    VERFEED                                       *
000400*    TITLE:       ENROLLMENT VERIFICATION FEED RECORD LAYOUT    *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT WHOSE ENROLLMENT       *
000900*                 STATUS FOR THE TERM IS BEING REPORTED TO THE  *
001000*                 NATIONAL CLEARINGHOUSE AND STUDENT LOAN       *
001100*                 LENDERS, WRITTEN BY ENRLVRFY.                 *
001200*                 VF-ENROLL-STATUS IS THE ENROLLMENT INTENSITY  *
001300*                 DERIVED FROM THE STUDENT'S ENROLLED CREDIT    *
001400*                 HOURS (FULL-TIME 12.0 OR MORE, THREE-QUARTER  *
001500*                 9.0, HALF-TIME 6.0, LESS THAN HALF-TIME ANY   *
001600*                 FEWER) OR, FOR A STUDENT WHO HAS LEFT,        *
001700*                 WITHDRAWN OR GRADUATED, AND VF-EFFECTIVE-DATE *
001800*                 IS THE DATE IT TOOK EFFECT.  VF-REPORT-REASON *
001900*                 SAYS WHETHER THIS IS THE STUDENT'S FIRST      *
002000*                 REPORT FOR THE TERM, A CHANGE FROM            *
002100*                 VF-PRIOR-STATUS, OR AN UNCHANGED STATUS       *
002200*                 RESENT IN THE CENSUS-DATE FULL REFRESH.  AS   *
002300*                 ON THE BURSAR FEED, EACH RUN'S BLOCK IS       *
002400*                 BRACKETED BY A HEADER AND A TRAILER RECORD    *
002500*                 ("HDR"/"TRL" IN THE FIRST THREE BYTES); THE   *
002600*                 HEADER CARRIES THE SCHOOL CODE AND THE TERM'S *
002700*                 DATES AND THE TRAILER THE RECORD COUNT BY     *
002800*                 STATUS AND BY REASON SO THE RECEIVER CAN      *
002900*                 PROVE THE BLOCK.  STUDENT IDS NEVER BEGIN     *
003000*                 "HDR" OR "TRL".                               *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                      *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------  ----  --------------------------------------   *
003500*    2026-10-15 MO    INITIAL VERSION.                          *
003600*                                                                *
003700******************************************************************
003800
003900 01  VERIFY-FEED-RECORD.
004000     05  VF-STUDENT-ID               PIC X(09).
004100     05  VF-TERM-CODE                PIC X(05).
004200     05  VF-STUDENT-NAME             PIC X(30).
004300     05  VF-DATE-OF-BIRTH            PIC X(08).
004400     05  VF-PROGRAM-CODE             PIC X(04).
004500     05  VF-ENROLL-STATUS            PIC X(01).
004600         88  VF-FULL-TIME            VALUE "F".
004700         88  VF-THREE-QUARTER        VALUE "Q".
004800         88  VF-HALF-TIME            VALUE "H".
004900         88  VF-LESS-THAN-HALF       VALUE "L".
005000         88  VF-WITHDRAWN            VALUE "W".
005100         88  VF-GRADUATED            VALUE "G".
005200     05  VF-EFFECTIVE-DATE           PIC X(08).
005300     05  VF-CREDIT-HOURS             PIC 9(03)V9(01).
005400     05  VF-PRIOR-STATUS             PIC X(01).
005500     05  VF-REPORT-REASON            PIC X(01).
005600         88  VF-FIRST-REPORT         VALUE "N".
005700         88  VF-STATUS-CHANGE        VALUE "C".
005800         88  VF-CENSUS-REFRESH       VALUE "R".
005900     05  VF-TERM-START-DATE          PIC X(08).
006000     05  VF-TERM-END-DATE            PIC X(08).
006100     05  FILLER                      PIC X(13).
006200
006300 01  VERIFY-HEADER-RECORD.
006400     05  VH-RECORD-TYPE              PIC X(03).
006500         88  VH-HEADER-TYPE          VALUE "HDR".
006600     05  VH-RUN-DATE                 PIC 9(08).
006700     05  VH-SCHOOL-CODE              PIC X(08).
006800     05  VH-TERM-CODE                PIC X(05).
006900     05  VH-TERM-START-DATE          PIC X(08).
007000     05  VH-TERM-END-DATE            PIC X(08).
007100     05  VH-CENSUS-DATE              PIC X(08).
007200     05  FILLER                      PIC X(52).
007300
007400 01  VERIFY-TRAILER-RECORD.
007500     05  VT-RECORD-TYPE              PIC X(03).
007600         88  VT-TRAILER-TYPE         VALUE "TRL".
007700     05  VT-RUN-DATE                 PIC 9(08).
007800     05  VT-RECORD-COUNT             PIC 9(07).
007900     05  VT-FULL-TIME-COUNT          PIC 9(07).
008000     05  VT-THREE-QUARTER-COUNT      PIC 9(07).
008100     05  VT-HALF-TIME-COUNT          PIC 9(07).
008200     05  VT-LESS-HALF-COUNT          PIC 9(07).
008300     05  VT-WITHDRAWN-COUNT          PIC 9(07).
008400     05  VT-GRADUATED-COUNT          PIC 9(07).
008500     05  VT-FIRST-REPORT-COUNT       PIC 9(07).
008600     05  VT-CHANGE-COUNT             PIC 9(07).
008700     05  VT-REFRESH-COUNT            PIC 9(07).
008800     05  FILLER                      PIC X(19).

000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    TRANSLOG                                      *
000400*    TITLE:       TRANSCRIPT ISSUE LOG RECORD LAYOUT             *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER TRANSCRIPT ISSUED BY TRANSCPT, *
000900*                 APPENDED TO ONE CONTINUOUSLY EXTENDED DATASET *
001000*                 THE WAY THE EXCEPTION LOG IS, SO THE          *
001100*                 TRANSCRIPTS OFFICE CAN ANSWER "WHO WAS SENT   *
001200*                 WHAT, AND WHEN" WITHOUT KEEPING PAPER COPIES. *
001300*                 TL-REQUEST-TYPE IS THE SYSIN CARD THAT ASKED  *
001400*                 FOR IT (I = BY STUDENT ID, G = GRADUATE RUN)  *
001500*                 AND TL-RECORD-SOURCE SAYS WHETHER THE HEADER  *
001600*                 CAME FROM THE ONLINE MASTER OR THE ARCHIVE.   *
001700*                 THE HOURS, GPA AND LAST TERM ARE THE FIGURES  *
001800*                 PRINTED ON THE TRANSCRIPT AS SENT.            *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  --------------------------------------   *
002300*    2026-10-15 MO    INITIAL VERSION.                          *
002400*                                                                *
002500******************************************************************
002600
002700 01  TRANSCRIPT-LOG-RECORD.
002800     05  TL-ISSUE-DATE.
002900         10  TL-ISSUE-CENTURY        PIC 9(02).
003000         10  TL-ISSUE-YEAR           PIC 9(02).
003100         10  TL-ISSUE-MONTH          PIC 9(02).
003200         10  TL-ISSUE-DAY            PIC 9(02).
003300     05  TL-ISSUE-TIME.
003400         10  TL-ISSUE-HOUR           PIC 9(02).
003500         10  TL-ISSUE-MINUTE         PIC 9(02).
003600         10  TL-ISSUE-SECOND         PIC 9(02).
003700     05  TL-STUDENT-ID               PIC X(09).
003800     05  TL-REQUEST-TYPE             PIC X(01).
003900         88  TL-REQUEST-BY-ID        VALUE "I".
004000         88  TL-REQUEST-GRADUATE     VALUE "G".
004100     05  TL-RECORD-SOURCE            PIC X(01).
004200         88  TL-SOURCE-ONLINE        VALUE "O".
004300         88  TL-SOURCE-ARCHIVE       VALUE "A".
004400     05  TL-RECIPIENT                PIC X(30).
004500     05  TL-TERM-COUNT               PIC 9(03).
004600     05  TL-COURSE-COUNT             PIC 9(03).
004700     05  TL-CUM-HOURS                PIC 9(04)V9(01).
004800     05  TL-CUM-GPA                  PIC 9(01)V9(02).
004900     05  TL-LAST-TERM                PIC X(05).
005000     05  FILLER                      PIC X(26).

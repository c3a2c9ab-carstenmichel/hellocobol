000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ADDRREC                                       *
000400*    TITLE:       STUDENT MAILING ADDRESS RECORD LAYOUT         *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT, KEYED BY THE STUDENT  *
000900*                 ID (LS-STUDENT-ID), HOLDING THE CURRENT       *
001000*                 MAILING ADDRESS AND EMAIL.  AD-EFFECTIVE-DATE *
001100*                 IS THE DATE THE ADDRESS TAKES EFFECT; MAIL IS *
001200*                 NOT SENT TO AN ADDRESS WHOSE EFFECTIVE DATE   *
001300*                 IS STILL IN THE FUTURE.  A BLANK COUNTRY CODE *
001400*                 MEANS A DOMESTIC ADDRESS.  AN ADDRESS IS      *
001500*                 USABLE FOR MAIL WHEN LINE 1, THE CITY AND THE *
001600*                 POSTAL CODE ARE ALL PRESENT.                  *
001700*                 AD-LAST-CHANGE-BY IS THE OPERATOR ID WHEN     *
001800*                 ADDRMNT MADE THE LAST CHANGE, OR "STUTRAN"    *
001900*                 WHEN THE NIGHTLY TRANSACTION APPLY DID.       *
002000*                 MAINTAINED BY ADDRMNT AND STUTRAN; READ BY    *
002100*                 STNDLTR.                                      *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------  ----  --------------------------------------   *
002600*    2026-10-15 MO    INITIAL VERSION.                          *
002700*                                                                *
002800******************************************************************
002900
003000 01  STUDENT-ADDRESS-RECORD.
003100     05  AD-STUDENT-ID               PIC X(09).
003200     05  AD-MAILING-ADDRESS.
003300         10  AD-ADDRESS-LINE-1       PIC X(30).
003400         10  AD-ADDRESS-LINE-2       PIC X(30).
003500         10  AD-CITY                 PIC X(20).
003600         10  AD-STATE-CODE           PIC X(02).
003700         10  AD-POSTAL-CODE          PIC X(10).
003800         10  AD-COUNTRY-CODE         PIC X(02).
003900             88  AD-DOMESTIC         VALUE SPACES.
004000     05  AD-EMAIL-ADDRESS            PIC X(50).
004100     05  AD-EFFECTIVE-DATE           PIC X(08).
004200     05  AD-LAST-CHANGE-DATE         PIC X(08).
004300     05  AD-LAST-CHANGE-BY           PIC X(08).
004400     05  FILLER                      PIC X(23).

000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    VERHIST                                       *
000400*    TITLE:       LAST ENROLLMENT STATUS REPORTED RECORD LAYOUT *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT PER TERM HOLDING THE   *
000900*                 ENROLLMENT STATUS LAST SENT TO THE            *
001000*                 CLEARINGHOUSE AND LENDERS ON THE ENROLLMENT   *
001100*                 VERIFICATION FEED.  THE VSAM KEY IS THE       *
001200*                 STUDENT ID FOLLOWED BY THE TERM CODE.         *
001300*                 ENRLVRFY COMPARES EACH NIGHT'S DERIVED STATUS *
001400*                 WITH THIS RECORD, SENDS THE STUDENT ONLY WHEN *
001500*                 THE STATUS HAS CHANGED (OR ON THE FIRST RUN   *
001600*                 ON OR AFTER THE TERM'S CENSUS DATE, WHEN      *
001700*                 EVERY STUDENT IS SENT ONCE AS A FULL          *
001800*                 REFRESH), AND THEN WRITES OR REWRITES THE     *
001900*                 RECORD WITH WHAT WAS SENT.  RH-CENSUS-FLAG IS *
002000*                 "Y" ONCE THE STUDENT HAS GONE OUT ON OR AFTER *
002100*                 THE CENSUS DATE.                              *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------  ----  --------------------------------------   *
002600*    2026-10-15 MO    INITIAL VERSION.                          *
002700*                                                                *
002800******************************************************************
002900
003000 01  VERIFY-HISTORY-RECORD.
003100     05  RH-VERIFY-KEY.
003200         10  RH-STUDENT-ID           PIC X(09).
003300         10  RH-TERM-CODE            PIC X(05).
003400     05  RH-ENROLL-STATUS            PIC X(01).
003500     05  RH-EFFECTIVE-DATE           PIC X(08).
003600     05  RH-CREDIT-HOURS             PIC 9(03)V9(01).
003700     05  RH-REPORTED-DATE            PIC X(08).
003800     05  RH-CENSUS-FLAG              PIC X(01).
003900         88  RH-CENSUS-REPORTED      VALUE "Y".
004000     05  FILLER                      PIC X(44).

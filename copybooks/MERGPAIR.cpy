000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    MERGPAIR                                      *
000400*    TITLE:       STUDENT ID MERGE PAIR CARD LAYOUT             *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE CARD PER MERGE FOR MERGEID.  THE RECORDS  *
000900*                 OFFICE PREPARES THE CARDS FROM THE DUPSCAN    *
001000*                 REPORT (REASON 70) ONCE IT HAS CONFIRMED THE  *
001100*                 TWO IDS ARE THE SAME PERSON: THE SURVIVOR IS  *
001200*                 THE ID THE STUDENT KEEPS, THE RETIRED ID IS   *
001300*                 THE ONE FOLDED INTO IT.  MP-APPROVED-BY IS    *
001400*                 THE OPERATOR ID OF WHOEVER CONFIRMED THE      *
001500*                 MATCH AND IS CARRIED TO THE AUDIT TRAIL AND   *
001600*                 THE CROSS-REFERENCE FILE.                     *
001700*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------  ----  --------------------------------------   *
002100*    2026-10-15 MO    INITIAL VERSION.                          *
002200*                                                                *
002300******************************************************************
002400
002500 01  MERGE-PAIR-RECORD.
002600     05  MP-SURVIVOR-ID              PIC X(09).
002700     05  FILLER                      PIC X(01).
002800     05  MP-RETIRED-ID               PIC X(09).
002900     05  FILLER                      PIC X(01).
003000     05  MP-APPROVED-BY              PIC X(08).
003100     05  FILLER                      PIC X(52).

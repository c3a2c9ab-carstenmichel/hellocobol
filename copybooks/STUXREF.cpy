000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    STUXREF                                       *
000400*    TITLE:       STUDENT ID CROSS-REFERENCE RECORD LAYOUT      *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT ID RETIRED BY MERGEID, *
000900*                 KEYED BY THE RETIRED ID AND POINTING TO THE   *
001000*                 SURVIVING ID THE STUDENT IS NOW KNOWN BY.     *
001100*                 THE FILE IS PERMANENT - RECORDS ARE NEVER     *
001200*                 DELETED - SO A LOOKUP ON AN OLD ID ALWAYS     *
001300*                 LANDS ON THE SURVIVOR.  A SURVIVOR CAN        *
001400*                 ITSELF BE RETIRED BY A LATER MERGE, SO A      *
001500*                 READER FOLLOWS THE CHAIN UNTIL THE ID IS NOT  *
001600*                 ON FILE.  WRITTEN BY MERGEID; READ BY STUINQ  *
001700*                 AND ARCHINQ.                                  *
001800*                                                                *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    ---------  ----  --------------------------------------   *
002200*    2026-10-15 MO    INITIAL VERSION.                          *
002300*                                                                *
002400******************************************************************
002500
002600 01  STUDENT-XREF-RECORD.
002700     05  XR-RETIRED-ID               PIC X(09).
002800     05  XR-SURVIVOR-ID              PIC X(09).
002900     05  XR-MERGE-DATE.
003000         10  XR-MERGE-CENTURY        PIC 9(02).
003100         10  XR-MERGE-YEAR           PIC 9(02).
003200         10  XR-MERGE-MONTH          PIC 9(02).
003300         10  XR-MERGE-DAY            PIC 9(02).
003400     05  XR-APPROVED-BY              PIC X(08).
003500     05  FILLER                      PIC X(06).

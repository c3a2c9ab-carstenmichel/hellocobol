000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BURSFEED                                      *
000400*    TITLE:       BURSAR BILLING FEED RECORD LAYOUT              *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT WHOSE TUITION AND FEE  *
000900*                 ASSESSMENT FOR THE TERM CHANGED SINCE THE     *
001000*                 LAST ONE SENT, WRITTEN NIGHTLY BY TUITASMT    *
001100*                 AND PICKED UP BY THE BURSAR'S BILLING SYSTEM. *
001200*                 BF-TOTAL-AMOUNT IS THE STUDENT'S FULL CURRENT *
001300*                 ASSESSMENT; BF-CHANGE-AMOUNT IS THE           *
001400*                 DIFFERENCE FROM BF-PRIOR-AMOUNT, WITH         *
001500*                 BF-ENTRY-TYPE SAYING WHETHER IT IS A FIRST    *
001600*                 ASSESSMENT, AN ADDITIONAL CHARGE OR A CREDIT  *
001700*                 ADJUSTMENT.  AS ON FAEXTRCT, EACH NIGHT'S     *
001800*                 BLOCK IS BRACKETED BY A HEADER AND A TRAILER  *
001900*                 RECORD ("HDR"/"TRL" IN THE FIRST THREE        *
002000*                 BYTES); THE TRAILER CARRIES THE RECORD COUNT  *
002100*                 AND THE CHARGE AND CREDIT TOTALS SO THE       *
002200*                 BURSAR CAN PROVE THE BLOCK BEFORE POSTING.    *
002300*                 STUDENT IDS NEVER BEGIN "HDR" OR "TRL".       *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------  ----  --------------------------------------   *
002800*    2026-10-15 MO    INITIAL VERSION.                          *
002900*                                                                *
003000******************************************************************
003100
003200 01  BURSAR-FEED-RECORD.
003300     05  BF-STUDENT-ID               PIC X(09).
003400     05  BF-TERM-CODE                PIC X(05).
003500     05  BF-PROGRAM-CODE             PIC X(04).
003600     05  BF-BILLED-HOURS             PIC 9(03)V9(01).
003700     05  BF-TUITION-AMOUNT           PIC 9(07)V9(02).
003800     05  BF-REFUND-AMOUNT            PIC 9(07)V9(02).
003900     05  BF-FEE-AMOUNT               PIC 9(07)V9(02).
004000     05  BF-TOTAL-AMOUNT             PIC 9(07)V9(02).
004100     05  BF-PRIOR-AMOUNT             PIC 9(07)V9(02).
004200     05  BF-CHANGE-AMOUNT            PIC 9(07)V9(02).
004300     05  BF-ENTRY-TYPE               PIC X(01).
004400         88  BF-FIRST-ASSESSMENT     VALUE "N".
004500         88  BF-ADDED-CHARGE         VALUE "C".
004600         88  BF-CREDIT-ADJUSTMENT    VALUE "A".
004700     05  BF-ASSESS-DATE              PIC X(08).
004800     05  FILLER                      PIC X(15).
004900
005000 01  BURSAR-HEADER-RECORD.
005100     05  BH-RECORD-TYPE              PIC X(03).
005200         88  BH-HEADER-TYPE          VALUE "HDR".
005300     05  BH-RUN-DATE                 PIC 9(08).
005400     05  BH-TERM-CODE                PIC X(05).
005500     05  FILLER                      PIC X(84).
005600
005700 01  BURSAR-TRAILER-RECORD.
005800     05  BT-RECORD-TYPE              PIC X(03).
005900         88  BT-TRAILER-TYPE         VALUE "TRL".
006000     05  BT-RUN-DATE                 PIC 9(08).
006100     05  BT-RECORD-COUNT             PIC 9(07).
006200     05  BT-TOTAL-CHARGES            PIC 9(09)V9(02).
006300     05  BT-TOTAL-CREDITS            PIC 9(09)V9(02).
006400     05  FILLER                      PIC X(60).

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  PROCDATE                                      *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     RETURNS THE PROCESSING DATE (CCYYMMDD) OF THE *
001000*                 NIGHTLY CYCLE THE CALLER IS RUNNING IN.  THE  *
001100*                 NIGHTLY DECK STARTS IN THE EVENING AND OFTEN  *
001200*                 FINISHES, OR IS RESUBMITTED, AFTER MIDNIGHT,  *
001300*                 SO A RUN BEFORE NOON BELONGS TO THE PREVIOUS  *
001400*                 DAY'S CYCLE AND A RUN FROM NOON ON BELONGS TO *
001500*                 TODAY'S.  USED WHERE A RUN MUST RECOGNIZE     *
001600*                 WORK ALREADY DONE EARLIER THE SAME NIGHT -    *
001700*                 THE APPLIED-BATCH CONTROL FILE (APPLCTL) IS   *
001800*                 KEYED ON IT.                                  *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  --------------------------------------   *
002300*    2026-10-15 MO    INITIAL VERSION.                          *
002400*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    PROCDATE.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000
003100 01  WS-CURRENT-DATE-FIELDS.
003200     05  WS-CURRENT-CCYY         PIC 9(04).
003300     05  WS-CURRENT-MM           PIC 9(02).
003400     05  WS-CURRENT-DD           PIC 9(02).
003500 01  WS-CURRENT-TIME-FIELDS.
003600     05  WS-CURRENT-HH           PIC 9(02).
003700     05  WS-CURRENT-MN           PIC 9(02).
003800     05  WS-CURRENT-SS           PIC 9(02).
003900     05  WS-CURRENT-HS           PIC 9(02).
004000 01  WS-CUTOFF-HOUR              PIC 9(02)  VALUE 12.
004100
004200 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)  VALUE
004300         "312831303130313130313031".
004400 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
004500     05  WS-DAYS-IN-MONTH        PIC 9(02)  OCCURS 12 TIMES.
004600
004700 01  WS-LEAP-QUOTIENT            PIC 9(04)  COMP VALUE ZERO.
004800 01  WS-LEAP-REMAINDER-4         PIC 9(04)  COMP VALUE ZERO.
004900 01  WS-LEAP-REMAINDER-100       PIC 9(04)  COMP VALUE ZERO.
005000 01  WS-LEAP-REMAINDER-400       PIC 9(04)  COMP VALUE ZERO.
005100
005200 LINKAGE SECTION.
005300
005400 01  LS-PROCESSING-DATE          PIC X(08).
005500
005600 PROCEDURE DIVISION USING LS-PROCESSING-DATE.
005700
005800******************************************************************
005900* 0000-MAINLINE - TAKE TODAY'S DATE, AND BACK IT UP ONE DAY IF THE*
006000* CLOCK HAS NOT YET REACHED THE NOON CUTOFF.                      *
006100******************************************************************
006200 0000-MAINLINE.
006300     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
006400     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
006500     IF WS-CURRENT-HH < WS-CUTOFF-HOUR
006600         PERFORM 1000-PRIOR-DAY THRU 1000-EXIT
006700     END-IF
006800     MOVE WS-CURRENT-DATE-FIELDS TO LS-PROCESSING-DATE
006900     GOBACK.
007000
007100******************************************************************
007200* 1000-PRIOR-DAY - STEP THE DATE BACK ONE DAY, CROSSING INTO THE  *
007300* PREVIOUS MONTH OR YEAR AS NEEDED.                               *
007400******************************************************************
007500 1000-PRIOR-DAY.
007600     IF WS-CURRENT-DD > 1
007700         SUBTRACT 1 FROM WS-CURRENT-DD
007800         GO TO 1000-EXIT
007900     END-IF
008000     IF WS-CURRENT-MM = 1
008100         SUBTRACT 1 FROM WS-CURRENT-CCYY
008200         MOVE 12 TO WS-CURRENT-MM
008300     ELSE
008400         SUBTRACT 1 FROM WS-CURRENT-MM
008500     END-IF
008600     MOVE WS-DAYS-IN-MONTH (WS-CURRENT-MM) TO WS-CURRENT-DD
008700     IF WS-CURRENT-MM = 2
008800         PERFORM 1100-CHECK-LEAP-YEAR THRU 1100-EXIT
008900     END-IF
009000     .
009100 1000-EXIT.
009200     EXIT.
009300
009400******************************************************************
009500* 1100-CHECK-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE *
009600* BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.               *
009700******************************************************************
009800 1100-CHECK-LEAP-YEAR.
009900     DIVIDE WS-CURRENT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
010000         REMAINDER WS-LEAP-REMAINDER-4
010100     DIVIDE WS-CURRENT-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
010200         REMAINDER WS-LEAP-REMAINDER-100
010300     DIVIDE WS-CURRENT-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
010400         REMAINDER WS-LEAP-REMAINDER-400
010500     IF WS-LEAP-REMAINDER-4 = 0
010600         AND (WS-LEAP-REMAINDER-100 NOT = 0
010700              OR WS-LEAP-REMAINDER-400 = 0)
010800         MOVE 29 TO WS-CURRENT-DD
010900     END-IF
011000     .
011100 1100-EXIT.
011200     EXIT.

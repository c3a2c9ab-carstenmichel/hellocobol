000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    APPLCTL                                       *
000400*    TITLE:       APPLIED TRANSACTION BATCH CONTROL RECORD      *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER TRANSACTION BATCH APPLIED BY A *
000900*                 NIGHTLY APPLY PROGRAM (STUTRAN, CRSTRAN).     *
001000*                 THE VSAM KEY IS THE APPLYING PROGRAM, THE     *
001100*                 BATCH DATE AND THE NUMBER OF RECORDS ON THE   *
001200*                 TRANSACTION FILE.  THE BATCH DATE IS THE      *
001300*                 PROCESSING DATE FROM PROCDATE - A RUN BEFORE  *
001400*                 NOON BELONGS TO THE PREVIOUS DAY'S BATCH, SO  *
001500*                 A DECK RESUBMITTED AFTER MIDNIGHT STILL FINDS *
001600*                 THE BATCH IT ALREADY APPLIED.  THE APPLY      *
001700*                 PROGRAM WRITES THE RECORD AS STARTED BEFORE   *
001800*                 IT UPDATES ANYTHING AND REWRITES IT AS        *
001900*                 COMPLETE AT THE END, SO A RECORD LEFT STARTED *
002000*                 MEANS THE APPLY DIED PART WAY THROUGH.  A     *
002100*                 BATCH ALREADY ON FILE IS NOT APPLIED AGAIN    *
002200*                 UNLESS A REAPPLY OVERRIDE CARD IS SUPPLIED;   *
002300*                 AB-APPLY-COUNT THEN SHOWS HOW MANY TIMES IT   *
002400*                 HAS BEEN APPLIED.  APPLCHK READS THE FILE     *
002500*                 AHEAD OF THE NIGHT'S BACKUP.                  *
002600*                                                                *
002700*    MODIFICATION HISTORY.                                      *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------  ----  --------------------------------------   *
003000*    2026-10-15 MO    INITIAL VERSION.                          *
003100*                                                                *
003200******************************************************************
003300
003400 01  APPLIED-BATCH-RECORD.
003500     05  AB-BATCH-KEY.
003600         10  AB-APPLY-PROGRAM        PIC X(08).
003700         10  AB-BATCH-DATE           PIC X(08).
003800         10  AB-RECORD-COUNT         PIC 9(07).
003900     05  AB-APPLY-STATUS             PIC X(01).
004000         88  AB-APPLY-STARTED        VALUE "S".
004100         88  AB-APPLY-COMPLETE       VALUE "C".
004200     05  AB-FIRST-APPLIED-DATE       PIC X(08).
004300     05  AB-FIRST-APPLIED-TIME       PIC X(06).
004400     05  AB-LAST-APPLIED-DATE        PIC X(08).
004500     05  AB-LAST-APPLIED-TIME        PIC X(06).
004600     05  AB-APPLY-COUNT              PIC 9(03).
004700     05  AB-OVERRIDE-FLAG            PIC X(01).
004800         88  AB-OVERRIDE-USED        VALUE "Y".
004900     05  AB-APPLIED-COUNT            PIC 9(07).
005000     05  AB-REJECTED-COUNT           PIC 9(07).
005100     05  AB-RETURN-CODE              PIC 9(02).
005200     05  FILLER                      PIC X(08).

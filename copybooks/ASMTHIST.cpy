000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ASMTHIST                                      *
000400*    TITLE:       LAST ASSESSMENT SENT RECORD LAYOUT             *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER STUDENT PER TERM HOLDING THE   *
000900*                 ASSESSMENT LAST SENT TO THE BURSAR.  THE VSAM *
001000*                 KEY IS THE STUDENT ID FOLLOWED BY THE TERM    *
001100*                 CODE.  TUITASMT COMPARES EACH NIGHT'S         *
001200*                 ASSESSMENT WITH THIS RECORD, SENDS THE        *
001300*                 STUDENT ON THE BURSAR FEED ONLY WHEN THE      *
001400*                 TOTAL HAS CHANGED, AND THEN WRITES OR         *
001500*                 REWRITES THE RECORD WITH WHAT WAS SENT.       *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  --------------------------------------   *
002000*    2026-10-15 MO    INITIAL VERSION.                          *
002100*                                                                *
002200******************************************************************
002300
002400 01  ASSESSMENT-HISTORY-RECORD.
002500     05  AH-ASSESS-KEY.
002600         10  AH-STUDENT-ID           PIC X(09).
002700         10  AH-TERM-CODE            PIC X(05).
002800     05  AH-PROGRAM-CODE             PIC X(04).
002900     05  AH-BILLED-HOURS             PIC 9(03)V9(01).
003000     05  AH-TUITION-AMOUNT           PIC 9(07)V9(02).
003100     05  AH-REFUND-AMOUNT            PIC 9(07)V9(02).
003200     05  AH-FEE-AMOUNT               PIC 9(07)V9(02).
003300     05  AH-TOTAL-AMOUNT             PIC 9(07)V9(02).
003400     05  AH-SENT-DATE                PIC X(08).
003500     05  FILLER                      PIC X(14).

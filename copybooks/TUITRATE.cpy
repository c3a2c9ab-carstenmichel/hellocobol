000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    TUITRATE                                      *
000400*    TITLE:       TUITION AND FEE RATE TABLE RECORD LAYOUT       *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER LS-PROGRAM-CODE PER TERM, SET  *
000900*                 BY THE BURSAR BEFORE ASSESSMENT OPENS FOR THE *
001000*                 TERM.  TUITASMT LOADS THE RECORDS FOR THE     *
001100*                 TERM ON ITS SYSIN CARD.  TUITION IS THE       *
001200*                 PER-CREDIT RATE TIMES THE BILLED HOURS, OR    *
001300*                 THE FLAT FULL-TIME CHARGE ONCE THE BILLED     *
001400*                 HOURS REACH RT-FULLTIME-HOURS (A FLAT CHARGE  *
001500*                 OF ZERO MEANS THE PROGRAM IS ALWAYS BILLED    *
001600*                 PER CREDIT).  RT-FIXED-FEE IS CHARGED ONCE TO *
001700*                 EVERY STUDENT WITH BILLED HOURS.  A COURSE    *
001800*                 DROPPED ON OR AFTER THE ADD/DROP DATE STAYS   *
001900*                 BILLED, LESS RT-LATE-REFUND-PCT PERCENT OF    *
002000*                 ITS TUITION (ZERO MEANS NO REFUND).           *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------  ----  --------------------------------------   *
002500*    2026-10-15 MO    INITIAL VERSION.                          *
002600*                                                                *
002700******************************************************************
002800
002900 01  TUITION-RATE-RECORD.
003000     05  RT-RATE-KEY.
003100         10  RT-PROGRAM-CODE         PIC X(04).
003200         10  RT-TERM-CODE            PIC X(05).
003300     05  RT-PER-CREDIT-RATE          PIC 9(05)V9(02).
003400     05  RT-FULLTIME-HOURS           PIC 9(02)V9(01).
003500     05  RT-FULLTIME-FLAT-RATE       PIC 9(07)V9(02).
003600     05  RT-FIXED-FEE                PIC 9(05)V9(02).
003700     05  RT-LATE-REFUND-PCT          PIC 9(03).
003800     05  FILLER                      PIC X(12).

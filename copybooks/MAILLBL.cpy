000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    MAILLBL                                       *
000400*    TITLE:       STANDING LETTER MAILING LABEL RECORD LAYOUT   *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER ACADEMIC STANDING LETTER       *
000900*                 STNDLTR PRINTS, IN THE SAME ORDER AS THE      *
001000*                 LETTERS, SO THE MAILROOM'S LABEL RUN MATCHES  *
001100*                 THE LETTER STACK ONE FOR ONE.  ML-LETTER-TYPE *
001200*                 SAYS WHICH LETTER THE LABEL GOES WITH.  A     *
001300*                 BLANK COUNTRY CODE MEANS A DOMESTIC ADDRESS.  *
001400*                 THE ADDRESS FIELDS ARE COPIED FROM ADDRREC.   *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------  ----  --------------------------------------   *
001900*    2026-10-15 MO    INITIAL VERSION.                          *
002000*                                                                *
002100******************************************************************
002200
002300 01  MAILING-LABEL-RECORD.
002400     05  ML-STUDENT-ID               PIC X(09).
002500     05  ML-LETTER-TYPE              PIC X(01).
002600         88  ML-PROBATION-LETTER     VALUE "P".
002700         88  ML-DEANS-LIST-LETTER    VALUE "D".
002800     05  ML-TERM-CODE                PIC X(05).
002900     05  ML-STUDENT-NAME             PIC X(30).
003000     05  ML-ADDRESS-LINE-1           PIC X(30).
003100     05  ML-ADDRESS-LINE-2           PIC X(30).
003200     05  ML-CITY                     PIC X(20).
003300     05  ML-STATE-CODE               PIC X(02).
003400     05  ML-POSTAL-CODE              PIC X(10).
003500     05  ML-COUNTRY-CODE             PIC X(02).
003600     05  FILLER                      PIC X(11).

000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    HOLDREC                                       *
000400*    TITLE:       REGISTRATION HOLD RECORD LAYOUT                *
000500*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*                                                                *
000800*    REMARKS.     ONE RECORD PER HOLD PLACED ON A STUDENT BY    *
000900*                 THE BURSAR, THE DEAN OF STUDENTS, THE RECORDS *
001000*                 OFFICE OR AN ADVISOR.  THE VSAM KEY IS THE    *
001100*                 STUDENT ID FOLLOWED BY THE HOLD TYPE AND THE  *
001200*                 PLACED DATE, SO EVERY HOLD A STUDENT HAS EVER *
001300*                 CARRIED STAYS ON FILE AS HISTORY AND A READER *
001400*                 FINDS THEM ALL WITH ONE START ON THE STUDENT  *
001500*                 ID.  A HOLD IS ACTIVE FROM ITS PLACED DATE    *
001600*                 UNTIL ITS RELEASED DATE; A RELEASED DATE OF   *
001700*                 ZEROS MEANS NOT YET RELEASED.  ONLY A HOLD    *
001800*                 WITH HD-BLOCK-FLAG "Y" STOPS REGISTRATION     *
001900*                 ADDS IN CRSTRAN - AN ADVISORY HOLD ("N")      *
002000*                 ONLY SHOWS ON STUINQ.  MAINTAINED BY HOLDMNT. *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------  ----  --------------------------------------   *
002500*    2026-10-15 MO    INITIAL VERSION.                          *
002600*                                                                *
002700******************************************************************
002800
002900 01  REGISTRATION-HOLD-RECORD.
003000     05  HD-HOLD-KEY.
003100         10  HD-STUDENT-ID           PIC X(09).
003200         10  HD-HOLD-TYPE            PIC X(02).
003300             88  HD-TYPE-FINANCIAL   VALUE "FN".
003400             88  HD-TYPE-DISCIPLINE  VALUE "DS".
003500             88  HD-TYPE-RECORDS     VALUE "RC".
003600             88  HD-TYPE-ADVISING    VALUE "AV".
003700             88  HD-TYPE-VALID       VALUE "FN" "DS" "RC" "AV".
003800         10  HD-PLACED-DATE          PIC X(08).
003900     05  HD-PLACING-OFFICE           PIC X(08).
004000     05  HD-RELEASED-DATE            PIC X(08).
004100         88  HD-NOT-RELEASED         VALUE "00000000".
004200     05  HD-BLOCK-FLAG               PIC X(01).
004300         88  HD-BLOCKS-REGISTRATION  VALUE "Y".
004400     05  HD-REASON                   PIC X(40).
004500     05  HD-PLACED-BY                PIC X(08).
004600     05  HD-RELEASED-BY              PIC X(08).
004700     05  FILLER                      PIC X(08).

001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------  ----  --------------------------------------   *
002100*    2026-08-21 MO    INITIAL VERSION.                          *
002110*    2026-10-15 MO    CARVED TR-STATUS-CHANGE-DATE OUT OF THE   *
002120*                     TRAILING FILLER, IN THE SAME POSITION AS  *
002130*                     LS-STATUS-CHANGE-DATE ON THE MASTER.  ON  *
002140*                     A CHANGE THAT ALTERS THE STATUS CODE, A   *
002150*                     NON-BLANK DATE HERE IS STAMPED INSTEAD OF *
002160*                     THE APPLY DATE.                           *
002164*    2026-10-15 MO    ADDED TR-ADDRESS-DATA AFTER THE OLD       *
002168*                     RECORD, TAKING IT TO 240 BYTES.  AN ADD   *
002172*                     OR CHANGE WITH ANY ADDRESS FIELD KEYED    *
002176*                     ALSO UPDATES THE STUDENT ADDRESS FILE     *
002180*                     (ADDRREC).  AS FOR THE MASTER FIELDS,     *
002184*                     A BLANK ADDRESS FIELD ON A CHANGE LEAVES  *
002188*                     THE FILE VALUE ALONE.  A BLANK            *
002192*                     TR-ADDRESS-EFF-DATE MEANS THE APPLY DATE. *
002193*    2026-10-15 MO    THE ADMISSIONS AND RECORDS-OFFICE FEED    *
002194*                     THAT WRITES PROD.STUDENT.TRANS, AND       *
002195*                     GRADREL, MUST WRITE THE 240-BYTE LAYOUT.  *
002196*                     TRANSACTIONS WAITING IN THE OLD 81-BYTE   *
002197*                     FORM ARE PADDED WITH BLANKS BY THE        *
002198*                     ONE-TIME JOB STUTCONV.                    *
002200*                                                                *
002300******************************************************************
002400
004200         10  TR-ENROLL-DAY           PIC 9(02).
004300     05  TR-STUDENT-STATUS-CODE      PIC X(01).
004400     05  TR-PROGRAM-CODE             PIC X(04).
004450     05  TR-STATUS-CHANGE-DATE       PIC X(08).
004500     05  FILLER                      PIC X(12).
004600     05  TR-ADDRESS-DATA.
004700         10  TR-ADDRESS-LINE-1       PIC X(30).
004800         10  TR-ADDRESS-LINE-2       PIC X(30).
004900         10  TR-CITY                 PIC X(20).
005000         10  TR-STATE-CODE           PIC X(02).
005100         10  TR-POSTAL-CODE          PIC X(10).
005200         10  TR-COUNTRY-CODE         PIC X(02).
005300         10  TR-EMAIL-ADDRESS        PIC X(50).
005400         10  TR-ADDRESS-EFF-DATE     PIC X(08).
005500     05  FILLER                      PIC X(07).

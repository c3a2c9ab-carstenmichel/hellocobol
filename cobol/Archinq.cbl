001700*                 PERFECTLY ADEQUATE AND KEEPS THE ARCHIVE      *
001800*                 ITSELF FREE OF VSAM HOUSEKEEPING.  THE LOOP   *
001900*                 AND PROMPTS FOLLOW STUMAINT.                  *
001920*                 A RETIRED ID THAT MERGEID FOLDED INTO A       *
001940*                 SURVIVOR IS FOLLOWED THROUGH THE ID           *
001960*                 CROSS-REFERENCE (XREFFILE, OPTIONAL) AND THE  *
001980*                 SURVIVOR IS LOOKED UP INSTEAD.                *
002000*                                                                *
002100*    MODIFICATION HISTORY.                                      *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------  ----  --------------------------------------   *
002400*    2026-08-21 MO    INITIAL VERSION.                          *
002420*    2026-10-15 MO    FOLLOW THE ID CROSS-REFERENCE SO AN       *
002440*                     INQUIRY ON A MERGED-AWAY ID LANDS ON THE  *
002460*                     SURVIVOR; SHOW THE MERGED-INTO ID ON A    *
002480*                     MERGED ARCHIVE RECORD.                    *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
003100 FILE-CONTROL.
003200     SELECT ARCHIVE-MASTER  ASSIGN TO ARCHMAST
003300            ORGANIZATION IS SEQUENTIAL.
003310
003320     SELECT OPTIONAL XREF-FILE ASSIGN TO XREFFILE
003330            ORGANIZATION IS INDEXED
003340            ACCESS MODE IS DYNAMIC
003350            RECORD KEY IS XR-RETIRED-ID
003360            FILE STATUS IS WS-XREF-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003900     COPY STUDENT REPLACING ==STUDENT-MASTER-RECORD==
004000            BY ==ARCHIVE-MASTER-RECORD==
004100            LEADING ==LS-== BY ==AM-==.
004120
004140 FD  XREF-FILE
004160     LABEL RECORDS ARE STANDARD.
004180     COPY STUXREF.
004200
004300 WORKING-STORAGE SECTION.
004400
004900         88  WS-EOF                         VALUE "Y".
005000     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
005100         88  WS-RECORD-FOUND                VALUE "Y".
005110     05  WS-XREF-OPEN-SWITCH     PIC X(01)  VALUE "N".
005120         88  WS-XREF-OPEN                   VALUE "Y".
005130     05  WS-XREF-DONE-SWITCH     PIC X(01)  VALUE "N".
005140         88  WS-XREF-DONE                   VALUE "Y".
005150
005160 01  WS-XREF-STATUS              PIC X(02)  VALUE SPACES.
005170     88  WS-XREF-OPENED                     VALUE "00" "05".
005200
005300 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
005400     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
005500
005600 01  WS-SEARCH-ID                PIC X(09)  VALUE SPACES.
005620
005640 01  WS-XREF-HOPS                PIC 9(03)  COMP VALUE ZERO.
005660 01  WS-XREF-MAX-HOPS            PIC 9(03)  COMP VALUE 010.
005700
005800 PROCEDURE DIVISION.
005900
006200******************************************************************
006300 0000-MAINLINE.
006400     DISPLAY "ARCHINQ - ARCHIVED STUDENT INQUIRY"
006410     OPEN INPUT XREF-FILE
006420     IF WS-XREF-OPENED
006430         SET WS-XREF-OPEN TO TRUE
006440     ELSE
006450         DISPLAY "ARCHINQ - UNABLE TO OPEN ID CROSS-REF, "
006460                 "STATUS: " WS-XREF-STATUS
006470     END-IF
006500     PERFORM 2000-INQUIRE-STUDENT THRU 2000-EXIT
006600         UNTIL WS-QUIT
006620     IF WS-XREF-OPEN
006640         CLOSE XREF-FILE
006660     END-IF
006700     DISPLAY "ARCHINQ - INQUIRY SESSION COMPLETE"
006800     GOBACK.
006900
007500 2000-INQUIRE-STUDENT.
007600     PERFORM 2100-PROMPT-FOR-ID THRU 2100-EXIT
007700     IF NOT WS-QUIT
007750         PERFORM 2150-RESOLVE-MERGED-ID THRU 2150-EXIT
007800         PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT
007900         IF NOT WS-RECORD-FOUND
008000             DISPLAY "ARCHINQ - STUDENT ID NOT ON ARCHIVE: "
008100                     WS-SEARCH-ID
008120             IF WS-XREF-HOPS > ZERO
008140                 DISPLAY "ARCHINQ - THE SURVIVING ID IS NOT "
008160                         "ARCHIVED - LOOK IT UP WITH STUINQ"
008180             END-IF
008200         END-IF
008300     END-IF
008400     .
010000 2100-EXIT.
010100     EXIT.
010200
010202******************************************************************
010204* 2150-RESOLVE-MERGED-ID - IF THE KEYED ID WAS RETIRED BY        *
010206* MERGEID, SAY SO AND CARRY ON WITH THE SURVIVOR.  A SURVIVOR    *
010208* CAN ITSELF HAVE BEEN RETIRED LATER, SO THE CHAIN IS FOLLOWED   *
010210* TO ITS END, WITH A HOP LIMIT IN CASE THE FILE IS EVER DAMAGED. *
010212******************************************************************
010214 2150-RESOLVE-MERGED-ID.
010216     MOVE "N"  TO WS-XREF-DONE-SWITCH
010218     MOVE ZERO TO WS-XREF-HOPS
010220     IF NOT WS-XREF-OPEN
010222         GO TO 2150-EXIT
010224     END-IF
010226     PERFORM 2160-FOLLOW-XREF THRU 2160-EXIT
010228         UNTIL WS-XREF-DONE
010230     .
010232 2150-EXIT.
010234     EXIT.
010236
010238 2160-FOLLOW-XREF.
010240     IF WS-XREF-HOPS >= WS-XREF-MAX-HOPS
010242         DISPLAY "ARCHINQ - ID CROSS-REFERENCE CHAIN TOO LONG AT "
010244                 WS-SEARCH-ID
010246         SET WS-XREF-DONE TO TRUE
010248         GO TO 2160-EXIT
010250     END-IF
010252     MOVE WS-SEARCH-ID TO XR-RETIRED-ID
010254     READ XREF-FILE
010256         KEY IS XR-RETIRED-ID
010258         INVALID KEY
010260             SET WS-XREF-DONE TO TRUE
010262         NOT INVALID KEY
010264             DISPLAY "ARCHINQ - ID " WS-SEARCH-ID
010266                     " WAS MERGED INTO " XR-SURVIVOR-ID
010268                     " ON " XR-MERGE-DATE
010270             MOVE XR-SURVIVOR-ID TO WS-SEARCH-ID
010272             ADD 1 TO WS-XREF-HOPS
010274     END-READ
010276     .
010278 2160-EXIT.
010280     EXIT.
010300******************************************************************
010400* 2200-SCAN-ARCHIVE - READ THE ARCHIVE FROM THE TOP UNTIL THE    *
010500* REQUESTED STUDENT ID IS FOUND OR THE FILE RUNS OUT, THEN       *
012300         DISPLAY "ARCHINQ - PROGRAM:        " AM-PROGRAM-CODE
012400         DISPLAY "ARCHINQ - STATUS CHANGED: "
012500                 AM-STATUS-CHANGE-DATE
012520         IF AM-STATUS-MERGED
012540             DISPLAY "ARCHINQ - MERGED INTO:      "
012560                     AM-MERGED-INTO-ID
012580         END-IF
012600     END-IF
012700     .
012800 2200-EXIT.

002000*                     - EVERY EXCEPTION-LOG ENTRY FOR THE ID    *
002100*                     - THE LATEST FINANCIAL-AID RESPONSE       *
002200*                       DISPOSITION                             *
002230*                     - EVERY REGISTRATION HOLD ACTIVE TODAY    *
002260*                       FROM THE INDEXED HOLDS FILE (HOLDMNT)   *
002268*                     - A RETIRED ID MERGEID FOLDED INTO A      *
002274*                       SURVIVOR IS FOLLOWED THROUGH THE ID     *
002280*                       CROSS-REFERENCE (XREFFILE, OPTIONAL)    *
002286*                       AND EVERYTHING ABOVE SHOWS FOR THE      *
002292*                       SURVIVOR                                *
002300*                 THE PROMPTS AND LOOP FOLLOW STUMAINT AND      *
002400*                 ARCHINQ.  THE ARCHIVE, ENROLLMENT, EXCEPTION  *
002500*                 AND RESPONSE FILES ARE PLAIN SEQUENTIAL       *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    ---------  ----  --------------------------------------   *
003400*    2026-09-02 MO    INITIAL VERSION.                          *
003430*    2026-10-15 MO    DISPLAY ACTIVE REGISTRATION HOLDS FROM    *
003460*                     THE HOLDS FILE (HOLDFILE, OPTIONAL).      *
003470*    2026-10-15 MO    FOLLOW THE ID CROSS-REFERENCE SO AN       *
003480*                     INQUIRY ON A MERGED-AWAY ID LANDS ON THE  *
003490*                     SURVIVOR (XREFFILE, OPTIONAL).            *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
005900
006000     SELECT FINAID-RESPONSE ASSIGN TO FARESP
006100            ORGANIZATION IS SEQUENTIAL.
006110
006120     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
006130            ORGANIZATION IS INDEXED
006140            ACCESS MODE IS DYNAMIC
006150            RECORD KEY IS HD-HOLD-KEY
006160            FILE STATUS IS WS-HOLD-STATUS.
006165
006170     SELECT OPTIONAL XREF-FILE ASSIGN TO XREFFILE
006175            ORGANIZATION IS INDEXED
006180            ACCESS MODE IS DYNAMIC
006185            RECORD KEY IS XR-RETIRED-ID
006190            FILE STATUS IS WS-XREF-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008700 FD  FINAID-RESPONSE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY FARESP.
008920
008940 FD  HOLD-FILE
008960     LABEL RECORDS ARE STANDARD.
008980     COPY HOLDREC.
008984
008988 FD  XREF-FILE
008992     LABEL RECORDS ARE STANDARD.
008996     COPY STUXREF.
009000
009100 WORKING-STORAGE SECTION.
009200
010300         88  WS-RESPONSE-FOUND              VALUE "Y".
010310     05  WS-MASTER-OPEN-SWITCH   PIC X(01)  VALUE "N".
010320         88  WS-MASTER-OPEN                 VALUE "Y".
010340     05  WS-HOLD-OPEN-SWITCH     PIC X(01)  VALUE "N".
010360         88  WS-HOLD-OPEN                   VALUE "Y".
010368     05  WS-XREF-OPEN-SWITCH     PIC X(01)  VALUE "N".
010376         88  WS-XREF-OPEN                   VALUE "Y".
010384     05  WS-XREF-DONE-SWITCH     PIC X(01)  VALUE "N".
010392         88  WS-XREF-DONE                   VALUE "Y".
010400
010500 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
010600     88  WS-STUDMAST-OK                     VALUE "00".
010700     88  WS-STUDMAST-NOTFND                 VALUE "23".
010720
010740 01  WS-HOLD-STATUS              PIC X(02)  VALUE SPACES.
010760     88  WS-HOLD-OPENED                     VALUE "00" "05".
010770
010780 01  WS-XREF-STATUS              PIC X(02)  VALUE SPACES.
010790     88  WS-XREF-OPENED                     VALUE "00" "05".
010800
010900 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
011000     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
011500 01  WS-PROGRAM-NAME             PIC X(30)  VALUE SPACES.
011600 01  WS-LAST-DISPOSITION         PIC X(01)  VALUE SPACE.
011700 01  WS-LAST-ERROR-CODE          PIC X(04)  VALUE SPACES.
011710 01  WS-HOLD-COUNT               PIC 9(05)  COMP VALUE ZERO.
011720 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
011730 01  WS-CURRENT-DATE-FIELDS.
011740     05  WS-CURRENT-CCYY         PIC 9(04).
011750     05  WS-CURRENT-MM           PIC 9(02).
011760     05  WS-CURRENT-DD           PIC 9(02).
011770
011780 01  WS-XREF-HOPS                PIC 9(03)  COMP VALUE ZERO.
011790 01  WS-XREF-MAX-HOPS            PIC 9(03)  COMP VALUE 010.
011800
011900 01  WS-CURR-COUNT               PIC 9(03)  COMP VALUE ZERO.
012000 01  WS-CURRICULUM-TABLE.
013900
014000******************************************************************
014100* 1000-INITIALIZE - OPEN THE INDEXED MASTER FOR DIRECT READS AND  *
014200* LOAD THE CURRICULUM TABLE ONCE FOR THE SESSION.  THE HOLDS FILE *
014250* IS OPTIONAL; IF IT WILL NOT OPEN, INQUIRIES RUN WITHOUT IT.     *
014270* THE ID CROSS-REFERENCE IS OPTIONAL THE SAME WAY.                *
014300******************************************************************
014400 1000-INITIALIZE.
014500     DISPLAY "STUINQ - STUDENT INQUIRY"
015100     ELSE
015150         SET WS-MASTER-OPEN TO TRUE
015200         PERFORM 1400-LOAD-CURRICULUM THRU 1400-EXIT
015210         ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
015220         MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
015230         OPEN INPUT HOLD-FILE
015240         IF WS-HOLD-OPENED
015250             SET WS-HOLD-OPEN TO TRUE
015260         ELSE
015270             DISPLAY "STUINQ - UNABLE TO OPEN HOLDS FILE, "
015280                     "STATUS: " WS-HOLD-STATUS
015290         END-IF
015291         OPEN INPUT XREF-FILE
015292         IF WS-XREF-OPENED
015293             SET WS-XREF-OPEN TO TRUE
015294         ELSE
015295             DISPLAY "STUINQ - UNABLE TO OPEN ID CROSS-REF, "
015296                     "STATUS: " WS-XREF-STATUS
015297         END-IF
015300     END-IF
015400     .
015500 1000-EXIT.
019400
019500******************************************************************
019600* 2000-INQUIRE-STUDENT - PROMPT FOR A STUDENT ID AND WALK EVERY   *
019700* SOURCE FOR IT: MASTER (OR ARCHIVE), HOLDS, ENROLLMENTS,         *
019800* EXCEPTIONS, FINANCIAL-AID RESPONSE.                             *
019900******************************************************************
020000 2000-INQUIRE-STUDENT.
020100     PERFORM 2100-PROMPT-FOR-ID THRU 2100-EXIT
020200     IF NOT WS-QUIT
020250         PERFORM 2150-RESOLVE-MERGED-ID THRU 2150-EXIT
020300         PERFORM 2200-SHOW-MASTER THRU 2200-EXIT
020350         PERFORM 2800-SHOW-HOLDS THRU 2800-EXIT
020400         PERFORM 2400-SHOW-ENROLLMENTS THRU 2400-EXIT
020500         PERFORM 2500-SHOW-EXCEPTIONS THRU 2500-EXIT
020600         PERFORM 2600-SHOW-FINAID THRU 2600-EXIT
022500 2100-EXIT.
022600     EXIT.
022700
022702******************************************************************
022704* 2150-RESOLVE-MERGED-ID - IF THE KEYED ID WAS RETIRED BY         *
022706* MERGEID, SAY SO AND CARRY ON WITH THE SURVIVOR.  A SURVIVOR     *
022708* CAN ITSELF HAVE BEEN RETIRED LATER, SO THE CHAIN IS FOLLOWED    *
022710* TO ITS END, WITH A HOP LIMIT IN CASE THE FILE IS EVER DAMAGED.  *
022712******************************************************************
022714 2150-RESOLVE-MERGED-ID.
022716     IF NOT WS-XREF-OPEN
022718         GO TO 2150-EXIT
022720     END-IF
022722     MOVE "N"  TO WS-XREF-DONE-SWITCH
022724     MOVE ZERO TO WS-XREF-HOPS
022726     PERFORM 2160-FOLLOW-XREF THRU 2160-EXIT
022728         UNTIL WS-XREF-DONE
022730     .
022732 2150-EXIT.
022734     EXIT.
022736
022738 2160-FOLLOW-XREF.
022740     IF WS-XREF-HOPS >= WS-XREF-MAX-HOPS
022742         DISPLAY "STUINQ - ID CROSS-REFERENCE CHAIN TOO LONG AT "
022744                 WS-SEARCH-ID
022746         SET WS-XREF-DONE TO TRUE
022748         GO TO 2160-EXIT
022750     END-IF
022752     MOVE WS-SEARCH-ID TO XR-RETIRED-ID
022754     READ XREF-FILE
022756         KEY IS XR-RETIRED-ID
022758         INVALID KEY
022760             SET WS-XREF-DONE TO TRUE
022762         NOT INVALID KEY
022764             DISPLAY "STUINQ - ID " WS-SEARCH-ID
022766                     " WAS MERGED INTO " XR-SURVIVOR-ID
022768                     " ON " XR-MERGE-DATE
022770             MOVE XR-SURVIVOR-ID TO WS-SEARCH-ID
022772             ADD 1 TO WS-XREF-HOPS
022774     END-READ
022776     .
022778 2160-EXIT.
022780     EXIT.
022800******************************************************************
022900* 2200-SHOW-MASTER - READ THE ONLINE MASTER BY KEY.  A STUDENT    *
023000* NOT ON IT MAY HAVE BEEN PURGED BY STUARCH, SO THE ARCHIVE IS    *
028800         DISPLAY "STUINQ -   PROGRAM:        " WS-PROGRAM-NAME
028900         DISPLAY "STUINQ -   STATUS CHANGED: "
029000                 AM-STATUS-CHANGE-DATE
029020         IF AM-STATUS-MERGED
029040             DISPLAY "STUINQ -   MERGED INTO:    "
029060                     AM-MERGED-INTO-ID
029080         END-IF
029100     ELSE
029200         DISPLAY "STUINQ - STUDENT ID NOT ON MASTER OR "
029300                 "ARCHIVE: " WS-SEARCH-ID
045100     .
045200 2700-EXIT.
045300     EXIT.
045301
045302******************************************************************
045303* 2800-SHOW-HOLDS - BROWSE THE HOLDS FILE FROM THE STUDENT'S      *
045304* FIRST KEY AND DISPLAY EVERY HOLD ACTIVE TODAY: PLACED ON OR     *
045305* BEFORE TODAY AND NOT RELEASED, OR RELEASED AFTER TODAY.         *
045306* RELEASED HOLDS ARE HISTORY AND ARE LEFT TO HOLDMNT'S LIST.      *
045307******************************************************************
045308 2800-SHOW-HOLDS.
045309     IF NOT WS-HOLD-OPEN
045310         GO TO 2800-EXIT
045311     END-IF
045312     MOVE "N"  TO WS-EOF-SWITCH
045313     MOVE ZERO TO WS-HOLD-COUNT
045314     MOVE WS-SEARCH-ID TO HD-STUDENT-ID
045315     MOVE LOW-VALUES   TO HD-HOLD-TYPE
045316     MOVE LOW-VALUES   TO HD-PLACED-DATE
045317     START HOLD-FILE
045318         KEY IS NOT LESS THAN HD-HOLD-KEY
045319         INVALID KEY
045320             SET WS-EOF TO TRUE
045321     END-START
045322     PERFORM 2810-READ-HOLD THRU 2810-EXIT
045323         UNTIL WS-EOF
045324     IF WS-HOLD-COUNT = ZERO
045325         DISPLAY "STUINQ - NO ACTIVE HOLDS"
045326     END-IF
045327     .
045328 2800-EXIT.
045329     EXIT.
045330
045331 2810-READ-HOLD.
045332     READ HOLD-FILE NEXT RECORD
045333         AT END
045334             SET WS-EOF TO TRUE
045335         NOT AT END
045336             IF HD-STUDENT-ID NOT = WS-SEARCH-ID
045337                 SET WS-EOF TO TRUE
045338             ELSE
045339                 IF HD-PLACED-DATE NOT > WS-TODAY
045340                    AND (HD-NOT-RELEASED
045341                         OR HD-RELEASED-DATE > WS-TODAY)
045342                     IF WS-HOLD-COUNT = ZERO
045343                         DISPLAY "STUINQ - ACTIVE HOLDS:"
045344                     END-IF
045345                     ADD 1 TO WS-HOLD-COUNT
045346                     DISPLAY "STUINQ -   " HD-HOLD-TYPE " "
045347                             HD-PLACING-OFFICE " PLACED "
045348                             HD-PLACED-DATE " BLOCKS REG "
045349                             HD-BLOCK-FLAG
045350                     DISPLAY "STUINQ -      " HD-REASON
045351                 END-IF
045352             END-IF
045353     END-READ
045354     .
045355 2810-EXIT.
045356     EXIT.
045400
045500******************************************************************
045600* 8000-FINALIZE - CLOSE THE ONLINE MASTER, THE HOLDS FILE AND THE *
045650* ID CROSS-REFERENCE.                                             *
045700******************************************************************
045800 8000-FINALIZE.
045900     IF WS-MASTER-OPEN
046000         CLOSE STUDENT-MASTER
046100     END-IF
046120     IF WS-HOLD-OPEN
046140         CLOSE HOLD-FILE
046160     END-IF
046170     IF WS-XREF-OPEN
046180         CLOSE XREF-FILE
046190     END-IF
046200     DISPLAY "STUINQ - INQUIRY SESSION COMPLETE"
046300     .
046400 8000-EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  PREQMNT                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     OPERATOR-DRIVEN MAINTENANCE MENU FOR THE      *
001000*                 COURSE PREREQUISITE REFERENCE FILE AND THE    *
001100*                 PREREQUISITE WAIVER FILE, MODELED ON CURRMNT. *
001200*                 THE OPERATOR CAN:                             *
001300*                     A - ADD A PREREQUISITE: A COURSE, A       *
001400*                         COURSE IT REQUIRES AND THE MINIMUM    *
001500*                         GRADE THAT SATISFIES IT               *
001600*                     G - CHANGE A PREREQUISITE'S MINIMUM GRADE *
001700*                     R - REMOVE A PREREQUISITE                 *
001800*                     L - LIST A COURSE'S PREREQUISITES         *
001900*                     W - GRANT A STUDENT A WAIVER OF A         *
002000*                         COURSE'S PREREQUISITES, NAMING WHO    *
002100*                         AUTHORIZED IT AND WHY                 *
002200*                     X - CANCEL A WAIVER NOT YET NEEDED        *
002300*                 BOTH COURSES OF A PREREQUISITE MUST BE ON THE *
002400*                 COURSE CATALOG, AND THE MINIMUM GRADE MUST BE *
002500*                 A PASSING GRADE ON THE CE-GRADE SCALE.  THE   *
002600*                 PREREQUISITE FILE IS SMALL, SO LIKE CURRMNT   *
002700*                 THE WHOLE FILE IS READ INTO CORE AT START-UP, *
002800*                 WORKED IN PLACE AND REWRITTEN AT END OF       *
002900*                 SESSION.  THE WAIVER FILE IS THE VSAM CLUSTER *
003000*                 DEFINED BY JCL/PREQDEFN.JCL AND IS UPDATED AS *
003100*                 EACH WAIVER IS KEYED.  A WAIVER MAY ONLY BE   *
003200*                 GRANTED TO A STUDENT ON THE ONLINE MASTER FOR *
003300*                 A COURSE THAT HAS PREREQUISITES.  EVERY       *
003400*                 ATTEMPT, APPLIED OR REJECTED, WRITES A        *
003500*                 PERMANENT AUDIT RECORD (AUDITREC) TO THE SAME *
003600*                 TRAIL STUMAINT WRITES, STAMPING PROGRAM-ID    *
003700*                 PREQMNT.  A PREREQUISITE ATTEMPT CARRIES THE  *
003800*                 COURSE ID IN THE ID FIELD AND THE REQUIRED    *
003900*                 COURSE AND MINIMUM GRADE AS THE BEFORE/AFTER  *
004000*                 IMAGES; A WAIVER ATTEMPT CARRIES THE STUDENT  *
004100*                 ID AND THE COURSE AND AUTHORIZING OFFICIAL.   *
004200*                                                                *
004300*    MODIFICATION HISTORY.                                      *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    ---------  ----  --------------------------------------   *
004600*    2026-10-15 MO    INITIAL VERSION.                          *
004620*    2026-10-15 MO    PREQWAIV IS OPTIONAL SO THE FIRST SESSION *
004640*                     AGAINST THE EMPTY CLUSTER PREQDEFN        *
004660*                     DEFINES OPENS WITH STATUS 05 AND CAN ADD  *
004680*                     THE FIRST WAIVER.                         *
004700*                                                                *
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.    PREQMNT.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PREREQ-FILE     ASSIGN TO PREREQS
005500            ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT CATALOG-FILE    ASSIGN TO CATFILE
005800            ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT OPTIONAL WAIVER-FILE ASSIGN TO PREQWAIV
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS DYNAMIC
006300            RECORD KEY IS PW-WAIVER-KEY
006400            FILE STATUS IS WS-WAIVER-STATUS.
006500
006600     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS DYNAMIC
006900            RECORD KEY IS LS-STUDENT-ID
007000            FILE STATUS IS WS-STUDMAST-STATUS.
007100
007200     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
007300            ORGANIZATION IS SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PREREQ-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY PREREQ.
008000
008100 FD  CATALOG-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CRSECAT.
008400
008500 FD  WAIVER-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY PREQWAIV.
008800
008900 FD  STUDENT-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY STUDENT.
009200
009300 FD  AUDIT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY AUDITREC.
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  WS-SWITCHES.
010000     05  WS-QUIT-SWITCH          PIC X(01)  VALUE "N".
010100         88  WS-QUIT                        VALUE "Y".
010200     05  WS-PREQ-EOF-SWITCH      PIC X(01)  VALUE "N".
010300         88  WS-PREQ-EOF                    VALUE "Y".
010400     05  WS-CAT-EOF-SWITCH       PIC X(01)  VALUE "N".
010500         88  WS-CAT-EOF                     VALUE "Y".
010600     05  WS-LOAD-SWITCH          PIC X(01)  VALUE "Y".
010700         88  WS-LOAD-OK                     VALUE "Y".
010800         88  WS-LOAD-BAD                    VALUE "N".
010900     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
011000         88  WS-RECORD-FOUND                VALUE "Y".
011100     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
011200         88  WS-FILES-OPEN                  VALUE "Y".
011300
011400 01  WS-WAIVER-STATUS            PIC X(02)  VALUE SPACES.
011500     88  WS-WAIVER-OK                       VALUE "00".
011550     88  WS-WAIVER-OPENED                   VALUE "00" "05".
011600     88  WS-WAIVER-DUPKEY                   VALUE "22".
011700     88  WS-WAIVER-NOTFND                   VALUE "23".
011800
011900 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
012000     88  WS-STUDMAST-OK                     VALUE "00".
012100     88  WS-STUDMAST-NOTFND                 VALUE "23".
012200
012300 01  WS-PREQ-COUNT               PIC 9(03)  COMP VALUE ZERO.
012400 01  WS-CAT-COUNT                PIC 9(03)  COMP VALUE ZERO.
012500 01  WS-SUB                      PIC 9(03)  COMP VALUE ZERO.
012600 01  WS-NEXT-SUB                 PIC 9(03)  COMP VALUE ZERO.
012700 01  WS-FOUND-SUB                PIC 9(03)  COMP VALUE ZERO.
012800 01  WS-COURSE-PREQ-COUNT        PIC 9(03)  COMP VALUE ZERO.
012900
013000*    THE WHOLE PREREQUISITE FILE IS HELD HERE FOR THE SESSION.
013100*    THE ENTRY MIRRORS PREREQ.CPY FIELD FOR FIELD SO A GROUP
013200*    MOVE CARRIES A WHOLE RECORD IN OR OUT.
013300 01  WS-PREREQ-TABLE.
013400     05  WS-PREQ-ENTRY OCCURS 500 TIMES.
013500         10  WS-PT-RECORD.
013600             15  WS-PT-COURSE-ID      PIC X(08).
013700             15  WS-PT-REQUIRED-ID    PIC X(08).
013800             15  WS-PT-MIN-GRADE      PIC X(02).
013900             15  WS-PT-ADDED-DATE     PIC X(08).
014000             15  FILLER               PIC X(14).
014100
014200 01  WS-CATALOG-TABLE.
014300     05  WS-CAT-ENTRY OCCURS 200 TIMES
014400             INDEXED BY WS-CAT-NDX.
014500         10  WS-CAT-ID            PIC X(08).
014600         10  WS-CAT-TITLE         PIC X(30).
014700
014800*    THE CE-GRADE SCALE, HIGHEST FIRST, WITH THE SAME GRADE
014900*    POINTS ACADRPT USES.  A MINIMUM GRADE IS MET BY ANY GRADE
015000*    WORTH AT LEAST AS MANY POINTS.
015100 01  WS-GRADE-POINT-TEXT         PIC X(44)  VALUE
015200         "A 40A-37B+33B 30B-27C+23C 20C-17D+13D 10F 00".
015300 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-TEXT.
015400     05  WS-GRADE-ENTRY OCCURS 11 TIMES
015500             INDEXED BY WS-GRADE-NDX.
015600         10  WS-GP-GRADE          PIC X(02).
015700         10  WS-GP-POINTS         PIC 9(01)V9(01).
015800
015900 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
016000     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
016100     88  WS-COMMAND-ADD                     VALUE "A" "a".
016200     88  WS-COMMAND-GRADE                   VALUE "G" "g".
016300     88  WS-COMMAND-REMOVE                  VALUE "R" "r".
016400     88  WS-COMMAND-LIST                    VALUE "L" "l".
016500     88  WS-COMMAND-WAIVE                   VALUE "W" "w".
016600     88  WS-COMMAND-CANCEL                  VALUE "X" "x".
016700
016800 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
016900 01  WS-IN-COURSE                PIC X(08)  VALUE SPACES.
017000 01  WS-IN-REQUIRED              PIC X(08)  VALUE SPACES.
017100 01  WS-IN-GRADE                 PIC X(02)  VALUE SPACES.
017200 01  WS-IN-ID                    PIC X(09)  VALUE SPACES.
017300 01  WS-IN-AUTHORIZED-BY         PIC X(20)  VALUE SPACES.
017400 01  WS-IN-REASON                PIC X(40)  VALUE SPACES.
017500 01  WS-CHECK-COURSE             PIC X(08)  VALUE SPACES.
017600 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
017700 01  WS-AUDIT-KEY                PIC X(09)  VALUE SPACES.
017800 01  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
017900 01  WS-AFTER-NAME               PIC X(30)  VALUE SPACES.
018000 01  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
018100
018200*    AUDIT IMAGE OF A PREREQUISITE: REQUIRED COURSE AND GRADE.
018300 01  WS-PREREQ-IMAGE.
018400     05  WS-PI-REQUIRED-ID       PIC X(08).
018500     05  FILLER                  PIC X(01)  VALUE SPACE.
018600     05  WS-PI-MIN-GRADE         PIC X(02).
018700     05  FILLER                  PIC X(19)  VALUE SPACES.
018800
018900*    AUDIT IMAGE OF A WAIVER: COURSE AND AUTHORIZING OFFICIAL.
019000 01  WS-WAIVER-IMAGE.
019100     05  WS-WI-COURSE-ID         PIC X(08).
019200     05  FILLER                  PIC X(01)  VALUE SPACE.
019300     05  WS-WI-AUTHORIZED-BY     PIC X(20).
019400     05  FILLER                  PIC X(01)  VALUE SPACE.
019500
019600 01  WS-CURRENT-DATE-FIELDS.
019700     05  WS-CURRENT-CCYY         PIC 9(04).
019800     05  WS-CURRENT-MM           PIC 9(02).
019900     05  WS-CURRENT-DD           PIC 9(02).
020000 01  WS-CURRENT-TIME-FIELDS.
020100     05  WS-CURRENT-HH           PIC 9(02).
020200     05  WS-CURRENT-MN           PIC 9(02).
020300     05  WS-CURRENT-SS           PIC 9(02).
020400     05  WS-CURRENT-HS           PIC 9(02).
020500
020600 PROCEDURE DIVISION.
020700
020800******************************************************************
020900* 0000-MAINLINE - LOAD THE FILES, LOOP OVER MAINTENANCE REQUESTS  *
021000* UNTIL THE OPERATOR QUITS, REWRITE THE PREREQUISITE FILE AND     *
021100* CLOSE DOWN.                                                     *
021200******************************************************************
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     PERFORM 2000-MAINTAIN-PREREQS THRU 2000-EXIT
021600         UNTIL WS-QUIT
021700     PERFORM 8000-FINALIZE THRU 8000-EXIT
021800     GOBACK.
021900
022000******************************************************************
022100* 1000-INITIALIZE - READ THE WHOLE PREREQUISITE FILE INTO THE     *
022200* SESSION TABLE, LOAD THE CATALOG FOR COURSE EDITS, OPEN THE      *
022300* WAIVER FILE AND THE ONLINE MASTER, AND OPEN THE AUDIT TRAIL.    *
022400* A FILE TOO BIG FOR THE TABLE, OR A WAIVER FILE OR MASTER THAT   *
022500* WILL NOT OPEN, ENDS THE SESSION BEFORE ANYTHING CAN BE LOST ON  *
022600* THE REWRITE.  THE SESSION DOES NOT START UNTIL AN OPERATOR ID   *
022700* IS KEYED.                                                       *
022800******************************************************************
022900 1000-INITIALIZE.
023000     DISPLAY "PREQMNT - PREREQUISITE MAINTENANCE"
023100     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
023200     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
023300     OPEN INPUT PREREQ-FILE
023400     PERFORM 1450-READ-PREREQ THRU 1450-EXIT
023500         UNTIL WS-PREQ-EOF
023600     CLOSE PREREQ-FILE
023700     IF WS-LOAD-BAD
023800         DISPLAY "PREQMNT - PREREQUISITE FILE EXCEEDS THE "
023900                 "SESSION TABLE, NO MAINTENANCE DONE"
024000         SET WS-QUIT TO TRUE
024100         GO TO 1000-EXIT
024200     END-IF
024300     PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT
024400     OPEN I-O WAIVER-FILE
024500     IF NOT WS-WAIVER-OPENED
024600         DISPLAY "PREQMNT - UNABLE TO OPEN WAIVER FILE, "
024700                 "STATUS: " WS-WAIVER-STATUS
024800         SET WS-LOAD-BAD TO TRUE
024900         SET WS-QUIT TO TRUE
025000         GO TO 1000-EXIT
025100     END-IF
025200     OPEN INPUT STUDENT-MASTER
025300     IF NOT WS-STUDMAST-OK
025400         DISPLAY "PREQMNT - UNABLE TO OPEN ONLINE MASTER, "
025500                 "STATUS: " WS-STUDMAST-STATUS
025600         CLOSE WAIVER-FILE
025700         SET WS-LOAD-BAD TO TRUE
025800         SET WS-QUIT TO TRUE
025900         GO TO 1000-EXIT
026000     END-IF
026100     SET WS-FILES-OPEN TO TRUE
026200     DISPLAY "PREQMNT - PREREQUISITES LOADED: " WS-PREQ-COUNT
026300     OPEN EXTEND AUDIT-FILE
026400     PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
026500         UNTIL WS-OPERATOR-ID NOT = SPACES
026600     .
026700 1000-EXIT.
026800     EXIT.
026900
027000 1100-PROMPT-OPERATOR.
027100     DISPLAY "ENTER OPERATOR ID: "
027200     ACCEPT WS-OPERATOR-ID FROM CONSOLE
027300     .
027400 1100-EXIT.
027500     EXIT.
027600
027700 1450-READ-PREREQ.
027800     READ PREREQ-FILE
027900         AT END
028000             SET WS-PREQ-EOF TO TRUE
028100         NOT AT END
028200             IF WS-PREQ-COUNT < 500
028300                 ADD 1 TO WS-PREQ-COUNT
028400                 MOVE PREREQUISITE-RECORD
028500                     TO WS-PT-RECORD (WS-PREQ-COUNT)
028600             ELSE
028700                 SET WS-LOAD-BAD TO TRUE
028800                 SET WS-PREQ-EOF TO TRUE
028900             END-IF
029000     END-READ
029100     .
029200 1450-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600* 1500-LOAD-CATALOG - LOAD THE COURSE CATALOG SO BOTH COURSES OF  *
029700* A NEW PREREQUISITE, AND THE COURSE OF A WAIVER, CAN BE CHECKED  *
029800* AGAINST IT AND SHOWN WITH THEIR TITLES.                         *
029900******************************************************************
030000 1500-LOAD-CATALOG.
030100     OPEN INPUT CATALOG-FILE
030200     PERFORM 1550-READ-CATALOG THRU 1550-EXIT
030300         UNTIL WS-CAT-EOF
030400     CLOSE CATALOG-FILE
030500     .
030600 1500-EXIT.
030700     EXIT.
030800
030900 1550-READ-CATALOG.
031000     READ CATALOG-FILE
031100         AT END
031200             SET WS-CAT-EOF TO TRUE
031300         NOT AT END
031400             IF WS-CAT-COUNT < 200
031500                 ADD 1 TO WS-CAT-COUNT
031600                 SET WS-CAT-NDX TO WS-CAT-COUNT
031700                 MOVE CC-COURSE-ID
031800                     TO WS-CAT-ID (WS-CAT-NDX)
031900                 MOVE CC-COURSE-TITLE
032000                     TO WS-CAT-TITLE (WS-CAT-NDX)
032100             ELSE
032200                 DISPLAY "PREQMNT - CATALOG TABLE FULL, "
032300                         "COURSE SKIPPED: " CC-COURSE-ID
032400             END-IF
032500     END-READ
032600     .
032700 1550-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 2000-MAINTAIN-PREREQS - PROMPT FOR THE NEXT ACTION AND DRIVE    *
033200* IT.                                                             *
033300******************************************************************
033400 2000-MAINTAIN-PREREQS.
033500     DISPLAY "ENTER ACTION - A=ADD G=GRADE R=REMOVE L=LIST "
033600             "W=WAIVE X=CANCEL WAIVER Q=QUIT: "
033700     ACCEPT WS-OPERATOR-COMMAND FROM CONSOLE
033800     EVALUATE TRUE
033900         WHEN WS-COMMAND-QUIT
034000             SET WS-QUIT TO TRUE
034100         WHEN WS-COMMAND-ADD
034200             PERFORM 2200-ADD-PREREQ THRU 2200-EXIT
034300         WHEN WS-COMMAND-GRADE
034400             PERFORM 2300-CHANGE-GRADE THRU 2300-EXIT
034500         WHEN WS-COMMAND-REMOVE
034600             PERFORM 2400-REMOVE-PREREQ THRU 2400-EXIT
034700         WHEN WS-COMMAND-LIST
034800             PERFORM 2450-LIST-PREREQS THRU 2450-EXIT
034900         WHEN WS-COMMAND-WAIVE
035000             PERFORM 2500-GRANT-WAIVER THRU 2500-EXIT
035100         WHEN WS-COMMAND-CANCEL
035200             PERFORM 2550-CANCEL-WAIVER THRU 2550-EXIT
035300         WHEN OTHER
035400             DISPLAY "PREQMNT - UNRECOGNIZED ACTION: "
035500                     WS-OPERATOR-COMMAND
035600     END-EVALUATE
035700     .
035800 2000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 2200-ADD-PREREQ - ADD A NEW PREREQUISITE.  A COURSE NOT ON THE  *
036300* CATALOG, A COURSE REQUIRING ITSELF, A PAIR ALREADY ON FILE, A   *
036400* MINIMUM GRADE THAT IS NOT A PASSING GRADE, OR A FULL TABLE      *
036500* REJECTS THE ATTEMPT; EITHER WAY THE ATTEMPT IS AUDITED.         *
036600******************************************************************
036700 2200-ADD-PREREQ.
036800     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
036900     PERFORM 2650-PROMPT-REQUIRED THRU 2650-EXIT
037000     MOVE SPACES TO WS-BEFORE-NAME
037100     MOVE SPACES TO WS-AFTER-NAME
037200     MOVE WS-IN-COURSE TO WS-CHECK-COURSE
037300     PERFORM 2750-CHECK-CATALOG THRU 2750-EXIT
037400     IF NOT WS-RECORD-FOUND
037500         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
037600         GO TO 2200-EXIT
037700     END-IF
037800     MOVE WS-IN-REQUIRED TO WS-CHECK-COURSE
037900     PERFORM 2750-CHECK-CATALOG THRU 2750-EXIT
038000     IF NOT WS-RECORD-FOUND
038100         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
038200         GO TO 2200-EXIT
038300     END-IF
038400     IF WS-IN-REQUIRED = WS-IN-COURSE
038500         DISPLAY "PREQMNT - A COURSE CANNOT REQUIRE ITSELF"
038600         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
038700         GO TO 2200-EXIT
038800     END-IF
038900     PERFORM 2700-FIND-PREREQ THRU 2700-EXIT
039000     IF WS-FOUND-SUB NOT = ZERO
039100         DISPLAY "PREQMNT - PREREQUISITE ALREADY ON FILE: "
039200                 WS-IN-COURSE " REQUIRES " WS-IN-REQUIRED
039300         PERFORM 2800-BUILD-PREREQ-IMAGE THRU 2800-EXIT
039400         MOVE WS-PREREQ-IMAGE TO WS-BEFORE-NAME
039500         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
039600         GO TO 2200-EXIT
039700     END-IF
039800     IF WS-PREQ-COUNT >= 500
039900         DISPLAY "PREQMNT - SESSION TABLE FULL, ADD REFUSED"
040000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
040100         GO TO 2200-EXIT
040200     END-IF
040300     PERFORM 2660-PROMPT-GRADE THRU 2660-EXIT
040400     IF NOT WS-RECORD-FOUND
040500         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
040600         GO TO 2200-EXIT
040700     END-IF
040800     ADD 1 TO WS-PREQ-COUNT
040900     MOVE WS-PREQ-COUNT  TO WS-FOUND-SUB
041000     MOVE SPACES         TO WS-PT-RECORD (WS-FOUND-SUB)
041100     MOVE WS-IN-COURSE   TO WS-PT-COURSE-ID (WS-FOUND-SUB)
041200     MOVE WS-IN-REQUIRED TO WS-PT-REQUIRED-ID (WS-FOUND-SUB)
041300     MOVE WS-IN-GRADE    TO WS-PT-MIN-GRADE (WS-FOUND-SUB)
041400     MOVE WS-TODAY       TO WS-PT-ADDED-DATE (WS-FOUND-SUB)
041500     PERFORM 2800-BUILD-PREREQ-IMAGE THRU 2800-EXIT
041600     MOVE WS-PREREQ-IMAGE TO WS-AFTER-NAME
041700     DISPLAY "PREQMNT - PREREQUISITE ADDED: " WS-IN-COURSE
041800             " REQUIRES " WS-IN-REQUIRED " AT " WS-IN-GRADE
041900     PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
042000     .
042100 2200-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 2300-CHANGE-GRADE - REPLACE THE MINIMUM GRADE ON AN EXISTING    *
042600* PREREQUISITE.                                                   *
042700******************************************************************
042800 2300-CHANGE-GRADE.
042900     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
043000     PERFORM 2650-PROMPT-REQUIRED THRU 2650-EXIT
043100     MOVE SPACES TO WS-BEFORE-NAME
043200     MOVE SPACES TO WS-AFTER-NAME
043300     PERFORM 2700-FIND-PREREQ THRU 2700-EXIT
043400     IF WS-FOUND-SUB = ZERO
043500         DISPLAY "PREQMNT - PREREQUISITE NOT ON FILE: "
043600                 WS-IN-COURSE " REQUIRES " WS-IN-REQUIRED
043700         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
043800         GO TO 2300-EXIT
043900     END-IF
044000     PERFORM 2800-BUILD-PREREQ-IMAGE THRU 2800-EXIT
044100     MOVE WS-PREREQ-IMAGE TO WS-BEFORE-NAME
044200     DISPLAY "PREQMNT - CURRENT MINIMUM GRADE IS: "
044300             WS-PT-MIN-GRADE (WS-FOUND-SUB)
044400     PERFORM 2660-PROMPT-GRADE THRU 2660-EXIT
044500     IF NOT WS-RECORD-FOUND
044600         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
044700         GO TO 2300-EXIT
044800     END-IF
044900     MOVE WS-IN-GRADE TO WS-PT-MIN-GRADE (WS-FOUND-SUB)
045000     PERFORM 2800-BUILD-PREREQ-IMAGE THRU 2800-EXIT
045100     MOVE WS-PREREQ-IMAGE TO WS-AFTER-NAME
045200     DISPLAY "PREQMNT - MINIMUM GRADE CHANGED: " WS-IN-COURSE
045300             " REQUIRES " WS-IN-REQUIRED " AT " WS-IN-GRADE
045400     PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
045500     .
045600 2300-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000* 2400-REMOVE-PREREQ - TAKE A PREREQUISITE OFF FILE BY CLOSING UP *
046100* THE SESSION TABLE OVER ITS ENTRY.  THE AUDIT TRAIL KEEPS THE    *
046200* REMOVED REQUIREMENT AS THE BEFORE IMAGE.                        *
046300******************************************************************
046400 2400-REMOVE-PREREQ.
046500     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
046600     PERFORM 2650-PROMPT-REQUIRED THRU 2650-EXIT
046700     MOVE SPACES TO WS-BEFORE-NAME
046800     MOVE SPACES TO WS-AFTER-NAME
046900     PERFORM 2700-FIND-PREREQ THRU 2700-EXIT
047000     IF WS-FOUND-SUB = ZERO
047100         DISPLAY "PREQMNT - PREREQUISITE NOT ON FILE: "
047200                 WS-IN-COURSE " REQUIRES " WS-IN-REQUIRED
047300         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
047400         GO TO 2400-EXIT
047500     END-IF
047600     PERFORM 2800-BUILD-PREREQ-IMAGE THRU 2800-EXIT
047700     MOVE WS-PREREQ-IMAGE TO WS-BEFORE-NAME
047800     PERFORM 2410-SHIFT-ONE-ENTRY THRU 2410-EXIT
047900         VARYING WS-SUB FROM WS-FOUND-SUB BY 1
048000         UNTIL WS-SUB >= WS-PREQ-COUNT
048100     SUBTRACT 1 FROM WS-PREQ-COUNT
048200     DISPLAY "PREQMNT - PREREQUISITE REMOVED: " WS-IN-COURSE
048300             " NO LONGER REQUIRES " WS-IN-REQUIRED
048400     PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
048500     .
048600 2400-EXIT.
048700     EXIT.
048800
048900 2410-SHIFT-ONE-ENTRY.
049000     COMPUTE WS-NEXT-SUB = WS-SUB + 1
049100     MOVE WS-PT-RECORD (WS-NEXT-SUB) TO WS-PT-RECORD (WS-SUB)
049200     .
049300 2410-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700* 2450-LIST-PREREQS - DISPLAY EVERY PREREQUISITE ON FILE FOR A    *
049800* COURSE.  AN INQUIRY ONLY - NOTHING IS AUDITED.                  *
049900******************************************************************
050000 2450-LIST-PREREQS.
050100     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
050200     MOVE ZERO TO WS-COURSE-PREQ-COUNT
050300     PERFORM 2460-LIST-ONE-ENTRY THRU 2460-EXIT
050400         VARYING WS-SUB FROM 1 BY 1
050500         UNTIL WS-SUB > WS-PREQ-COUNT
050600     IF WS-COURSE-PREQ-COUNT = ZERO
050700         DISPLAY "PREQMNT - NO PREREQUISITES ON FILE FOR "
050800                 WS-IN-COURSE
050900     END-IF
051000     .
051100 2450-EXIT.
051200     EXIT.
051300
051400 2460-LIST-ONE-ENTRY.
051500     IF WS-PT-COURSE-ID (WS-SUB) = WS-IN-COURSE
051600         ADD 1 TO WS-COURSE-PREQ-COUNT
051700         DISPLAY "PREQMNT -   REQUIRES "
051750                 WS-PT-REQUIRED-ID (WS-SUB)
051800                 " AT " WS-PT-MIN-GRADE (WS-SUB)
051900                 " SINCE " WS-PT-ADDED-DATE (WS-SUB)
052000     END-IF
052100     .
052200 2460-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 2500-GRANT-WAIVER - WAIVE A COURSE'S PREREQUISITES FOR ONE      *
052700* STUDENT.  THE STUDENT MUST BE ON THE ONLINE MASTER, THE COURSE  *
052800* MUST HAVE PREREQUISITES ON FILE, AND BOTH THE AUTHORIZING       *
052900* OFFICIAL AND THE REASON ARE REQUIRED, SO EVERY WAIVER IS A      *
053000* DELIBERATE, RECORDED DECISION.                                  *
053100******************************************************************
053200 2500-GRANT-WAIVER.
053300     PERFORM 2670-PROMPT-STUDENT THRU 2670-EXIT
053400     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
053500     MOVE WS-IN-ID TO WS-AUDIT-KEY
053600     MOVE SPACES   TO WS-BEFORE-NAME
053700     MOVE SPACES   TO WS-AFTER-NAME
053800     MOVE SPACES   TO WS-IN-AUTHORIZED-BY
053900     PERFORM 2850-BUILD-WAIVER-IMAGE THRU 2850-EXIT
054000     PERFORM 2900-CHECK-STUDENT THRU 2900-EXIT
054100     IF NOT WS-RECORD-FOUND
054200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
054300         GO TO 2500-EXIT
054400     END-IF
054500     MOVE ZERO TO WS-COURSE-PREQ-COUNT
054600     PERFORM 2510-COUNT-ONE-ENTRY THRU 2510-EXIT
054700         VARYING WS-SUB FROM 1 BY 1
054800         UNTIL WS-SUB > WS-PREQ-COUNT
054900     IF WS-COURSE-PREQ-COUNT = ZERO
055000         DISPLAY "PREQMNT - COURSE HAS NO PREREQUISITES TO "
055100                 "WAIVE: " WS-IN-COURSE
055200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
055300         GO TO 2500-EXIT
055400     END-IF
055500     DISPLAY "ENTER AUTHORIZED BY (DEAN, CHAIR OR INSTRUCTOR): "
055600     ACCEPT WS-IN-AUTHORIZED-BY FROM CONSOLE
055700     PERFORM 2850-BUILD-WAIVER-IMAGE THRU 2850-EXIT
055800     IF WS-IN-AUTHORIZED-BY = SPACES
055900         DISPLAY "PREQMNT - AUTHORIZING OFFICIAL REQUIRED"
056000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
056100         GO TO 2500-EXIT
056200     END-IF
056300     DISPLAY "ENTER REASON: "
056400     MOVE SPACES TO WS-IN-REASON
056500     ACCEPT WS-IN-REASON FROM CONSOLE
056600     IF WS-IN-REASON = SPACES
056700         DISPLAY "PREQMNT - REASON REQUIRED"
056800         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
056900         GO TO 2500-EXIT
057000     END-IF
057100     MOVE SPACES              TO PREREQ-WAIVER-RECORD
057200     MOVE WS-IN-ID            TO PW-STUDENT-ID
057300     MOVE WS-IN-COURSE        TO PW-COURSE-ID
057400     MOVE WS-IN-AUTHORIZED-BY TO PW-AUTHORIZED-BY
057500     MOVE WS-TODAY            TO PW-GRANTED-DATE
057600     MOVE WS-OPERATOR-ID      TO PW-GRANTED-BY
057700     MOVE WS-IN-REASON        TO PW-REASON
057800     WRITE PREREQ-WAIVER-RECORD
057900         INVALID KEY
058000             IF WS-WAIVER-DUPKEY
058100                 DISPLAY "PREQMNT - WAIVER ALREADY ON FILE FOR "
058200                         WS-IN-ID " " WS-IN-COURSE
058300             ELSE
058400                 DISPLAY "PREQMNT - WRITE FAILED, STATUS: "
058500                         WS-WAIVER-STATUS
058600             END-IF
058700             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
058800         NOT INVALID KEY
058900             MOVE WS-WAIVER-IMAGE TO WS-AFTER-NAME
059000             DISPLAY "PREQMNT - WAIVER GRANTED: " WS-IN-ID " "
059100                     WS-IN-COURSE
059200             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
059300     END-WRITE
059400     .
059500 2500-EXIT.
059600     EXIT.
059700
059800 2510-COUNT-ONE-ENTRY.
059900     IF WS-PT-COURSE-ID (WS-SUB) = WS-IN-COURSE
060000         ADD 1 TO WS-COURSE-PREQ-COUNT
060100     END-IF
060200     .
060300 2510-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 2550-CANCEL-WAIVER - DELETE A WAIVER KEYED IN ERROR OR NO       *
060800* LONGER WANTED.  THE AUDIT TRAIL KEEPS THE CANCELLED WAIVER AS   *
060900* THE BEFORE IMAGE.                                               *
061000******************************************************************
061100 2550-CANCEL-WAIVER.
061200     PERFORM 2670-PROMPT-STUDENT THRU 2670-EXIT
061300     PERFORM 2600-PROMPT-COURSE THRU 2600-EXIT
061400     MOVE WS-IN-ID TO WS-AUDIT-KEY
061500     MOVE SPACES   TO WS-BEFORE-NAME
061600     MOVE SPACES   TO WS-AFTER-NAME
061700     MOVE WS-IN-ID     TO PW-STUDENT-ID
061800     MOVE WS-IN-COURSE TO PW-COURSE-ID
061900     READ WAIVER-FILE
062000         KEY IS PW-WAIVER-KEY
062100         INVALID KEY
062200             DISPLAY "PREQMNT - NO WAIVER ON FILE FOR "
062300                     WS-IN-ID " " WS-IN-COURSE
062400             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
062500             GO TO 2550-EXIT
062600     END-READ
062700     MOVE PW-AUTHORIZED-BY TO WS-IN-AUTHORIZED-BY
062800     PERFORM 2850-BUILD-WAIVER-IMAGE THRU 2850-EXIT
062900     MOVE WS-WAIVER-IMAGE TO WS-BEFORE-NAME
063000     DELETE WAIVER-FILE
063100         INVALID KEY
063200             DISPLAY "PREQMNT - DELETE FAILED, STATUS: "
063300                     WS-WAIVER-STATUS
063400             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
063500         NOT INVALID KEY
063600             DISPLAY "PREQMNT - WAIVER CANCELLED: " WS-IN-ID " "
063700                     WS-IN-COURSE
063800             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
063900     END-DELETE
064000     .
064100 2550-EXIT.
064200     EXIT.
064300
064400 2600-PROMPT-COURSE.
064500     DISPLAY "ENTER COURSE ID: "
064600     MOVE SPACES TO WS-IN-COURSE
064700     ACCEPT WS-IN-COURSE FROM CONSOLE
064800     MOVE WS-IN-COURSE TO WS-AUDIT-KEY
064900     .
065000 2600-EXIT.
065100     EXIT.
065200
065300 2650-PROMPT-REQUIRED.
065400     DISPLAY "ENTER REQUIRED (PREREQUISITE) COURSE ID: "
065500     MOVE SPACES TO WS-IN-REQUIRED
065600     ACCEPT WS-IN-REQUIRED FROM CONSOLE
065700     .
065800 2650-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 2660-PROMPT-GRADE - ACCEPT A MINIMUM GRADE AND CHECK IT IS ON   *
066300* THE CE-GRADE SCALE AND ABOVE F.  WS-RECORD-FOUND IS LEFT OFF    *
066400* WHEN THE GRADE IS UNUSABLE.                                     *
066500******************************************************************
066600 2660-PROMPT-GRADE.
066700     DISPLAY "ENTER MINIMUM GRADE (A, A-, B+ ... D): "
066800     MOVE SPACES TO WS-IN-GRADE
066900     ACCEPT WS-IN-GRADE FROM CONSOLE
067000     MOVE "N" TO WS-FOUND-SWITCH
067100     SET WS-GRADE-NDX TO 1
067200     SEARCH WS-GRADE-ENTRY
067300         AT END
067400             DISPLAY "PREQMNT - NOT A GRADE ON THE SCALE: "
067500                     WS-IN-GRADE
067600         WHEN WS-GP-GRADE (WS-GRADE-NDX) = WS-IN-GRADE
067700             IF WS-GP-POINTS (WS-GRADE-NDX) = ZERO
067800                 DISPLAY "PREQMNT - MINIMUM GRADE MUST BE A "
067900                         "PASSING GRADE: " WS-IN-GRADE
068000             ELSE
068100                 SET WS-RECORD-FOUND TO TRUE
068200             END-IF
068300     END-SEARCH
068400     .
068500 2660-EXIT.
068600     EXIT.
068700
068800 2670-PROMPT-STUDENT.
068900     DISPLAY "ENTER STUDENT ID: "
069000     MOVE SPACES TO WS-IN-ID
069100     ACCEPT WS-IN-ID FROM CONSOLE
069200     .
069300 2670-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700* 2700-FIND-PREREQ - SCAN THE SESSION TABLE FOR THE PROMPTED      *
069800* COURSE AND REQUIRED COURSE.  WS-FOUND-SUB IS ZERO WHEN NOT      *
069900* FOUND.                                                          *
070000******************************************************************
070100 2700-FIND-PREREQ.
070200     MOVE ZERO TO WS-FOUND-SUB
070300     PERFORM 2710-CHECK-ONE-ENTRY THRU 2710-EXIT
070400         VARYING WS-SUB FROM 1 BY 1
070500         UNTIL WS-SUB > WS-PREQ-COUNT
070600            OR WS-FOUND-SUB NOT = ZERO
070700     .
070800 2700-EXIT.
070900     EXIT.
071000
071100 2710-CHECK-ONE-ENTRY.
071200     IF WS-PT-COURSE-ID (WS-SUB) = WS-IN-COURSE
071300        AND WS-PT-REQUIRED-ID (WS-SUB) = WS-IN-REQUIRED
071400         MOVE WS-SUB TO WS-FOUND-SUB
071500     END-IF
071600     .
071700 2710-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* 2750-CHECK-CATALOG - LOOK WS-CHECK-COURSE UP ON THE CATALOG     *
072200* TABLE AND SHOW ITS TITLE.  A COURSE NOT ON THE CATALOG LEAVES   *
072300* WS-RECORD-FOUND OFF.                                            *
072400******************************************************************
072500 2750-CHECK-CATALOG.
072600     MOVE "N" TO WS-FOUND-SWITCH
072700     SET WS-CAT-NDX TO 1
072800     SEARCH WS-CAT-ENTRY
072900         AT END
073000             DISPLAY "PREQMNT - COURSE NOT ON CATALOG: "
073100                     WS-CHECK-COURSE
073200         WHEN WS-CAT-NDX > WS-CAT-COUNT
073300             DISPLAY "PREQMNT - COURSE NOT ON CATALOG: "
073400                     WS-CHECK-COURSE
073500         WHEN WS-CAT-ID (WS-CAT-NDX) = WS-CHECK-COURSE
073600             SET WS-RECORD-FOUND TO TRUE
073700             DISPLAY "PREQMNT - " WS-CHECK-COURSE " "
073800                     WS-CAT-TITLE (WS-CAT-NDX)
073900     END-SEARCH
074000     .
074100 2750-EXIT.
074200     EXIT.
074300
074400 2800-BUILD-PREREQ-IMAGE.
074500     MOVE WS-PT-REQUIRED-ID (WS-FOUND-SUB) TO WS-PI-REQUIRED-ID
074600     MOVE WS-PT-MIN-GRADE (WS-FOUND-SUB)   TO WS-PI-MIN-GRADE
074700     .
074800 2800-EXIT.
074900     EXIT.
075000
075100 2850-BUILD-WAIVER-IMAGE.
075200     MOVE WS-IN-COURSE        TO WS-WI-COURSE-ID
075300     MOVE WS-IN-AUTHORIZED-BY TO WS-WI-AUTHORIZED-BY
075400     .
075500 2850-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900* 2900-CHECK-STUDENT - A WAIVER MAY ONLY BE GRANTED TO A STUDENT  *
076000* ON THE ONLINE MASTER, SO A MISKEYED ID IS CAUGHT HERE.          *
076100******************************************************************
076200 2900-CHECK-STUDENT.
076300     MOVE "N" TO WS-FOUND-SWITCH
076400     MOVE WS-IN-ID TO LS-STUDENT-ID
076500     READ STUDENT-MASTER
076600         KEY IS LS-STUDENT-ID
076700         INVALID KEY
076800             IF WS-STUDMAST-NOTFND
076900                 DISPLAY "PREQMNT - STUDENT ID NOT FOUND: "
077000                         WS-IN-ID
077100             ELSE
077200                 DISPLAY "PREQMNT - MASTER READ FAILED, STATUS: "
077300                         WS-STUDMAST-STATUS
077400             END-IF
077500         NOT INVALID KEY
077600             SET WS-RECORD-FOUND TO TRUE
077700             DISPLAY "PREQMNT - STUDENT: " LS-STUDENT-NAME
077800     END-READ
077900     .
078000 2900-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 7000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE ATTEMPT      *
078500* JUST MADE, STAMPING PROGRAM-ID PREQMNT AND CARRYING THE COURSE  *
078600* ID (PREREQUISITES) OR STUDENT ID (WAIVERS) IN THE ID FIELD.     *
078700* DATE AND TIME ARE CAPTURED PER ATTEMPT, AS IN STUMAINT.         *
078800******************************************************************
078900 7000-WRITE-AUDIT.
079000     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
079100     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
079200     MOVE SPACES               TO MAINT-AUDIT-RECORD
079300     MOVE WS-OPERATOR-ID       TO AU-OPERATOR-ID
079400     MOVE WS-CURRENT-CCYY(1:2) TO AU-AUDIT-CENTURY
079500     MOVE WS-CURRENT-CCYY(3:2) TO AU-AUDIT-YEAR
079600     MOVE WS-CURRENT-MM        TO AU-AUDIT-MONTH
079700     MOVE WS-CURRENT-DD        TO AU-AUDIT-DAY
079800     MOVE WS-CURRENT-HH        TO AU-AUDIT-HOUR
079900     MOVE WS-CURRENT-MN        TO AU-AUDIT-MINUTE
080000     MOVE WS-CURRENT-SS        TO AU-AUDIT-SECOND
080100     MOVE "PREQMNT "           TO AU-PROGRAM-ID
080200     MOVE WS-AUDIT-KEY         TO AU-STUDENT-ID
080300     MOVE WS-AUDIT-ACTION      TO AU-ACTION-CODE
080400     MOVE ZERO                 TO AU-SUB-RETURN-CODE
080500     MOVE WS-BEFORE-NAME       TO AU-BEFORE-NAME
080600     MOVE WS-AFTER-NAME        TO AU-AFTER-NAME
080700     WRITE MAINT-AUDIT-RECORD
080800     .
080900 7000-EXIT.
081000     EXIT.
081100
081200 7100-AUDIT-REJECTED.
081300     MOVE "R" TO WS-AUDIT-ACTION
081400     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
081500     .
081600 7100-EXIT.
081700     EXIT.
081800
081900 7200-AUDIT-APPLIED.
082000     MOVE "A" TO WS-AUDIT-ACTION
082100     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
082200     .
082300 7200-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* 8000-FINALIZE - REWRITE THE PREREQUISITE FILE FROM THE SESSION  *
082800* TABLE AND CLOSE DOWN.  NOTHING IS REWRITTEN WHEN THE SESSION    *
082900* NEVER STARTED - THE FILE ON DISK IS LEFT EXACTLY AS IT WAS.     *
083000******************************************************************
083100 8000-FINALIZE.
083200     IF WS-LOAD-OK
083300         OPEN OUTPUT PREREQ-FILE
083400         PERFORM 8100-WRITE-ONE-PREREQ THRU 8100-EXIT
083500             VARYING WS-SUB FROM 1 BY 1
083600             UNTIL WS-SUB > WS-PREQ-COUNT
083700         CLOSE PREREQ-FILE
083800         DISPLAY "PREQMNT - PREREQUISITES REWRITTEN: "
083900                 WS-PREQ-COUNT
084000     END-IF
084100     IF WS-FILES-OPEN
084200         CLOSE WAIVER-FILE
084300         CLOSE STUDENT-MASTER
084400     END-IF
084500     IF WS-OPERATOR-ID NOT = SPACES
084600         CLOSE AUDIT-FILE
084700     END-IF
084800     DISPLAY "PREQMNT - MAINTENANCE SESSION COMPLETE"
084900     .
085000 8000-EXIT.
085100     EXIT.
085200
085300 8100-WRITE-ONE-PREREQ.
085400     MOVE WS-PT-RECORD (WS-SUB) TO PREREQUISITE-RECORD
085500     WRITE PREREQUISITE-RECORD
085600     .
085700 8100-EXIT.
085800     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  SECTMNT                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     OPERATOR-DRIVEN MAINTENANCE MENU FOR THE      *
001000*                 SECTION SCHEDULE FILE, MODELED ON HOLDMNT.    *
001100*                 THE OPERATOR CAN:                             *
001200*                     A - ADD A SECTION: CAPACITY, WAITLIST     *
001300*                         LIMIT, MEETING DAYS, START AND END    *
001400*                         TIME, ROOM AND INSTRUCTOR             *
001500*                     C - CHANGE ANY OF THOSE ON A SECTION      *
001600*                     D - DELETE A SECTION ADDED IN ERROR       *
001700*                     L - LIST A TERM'S SECTIONS, FOR ONE       *
001800*                         COURSE OR FOR ALL COURSES             *
001900*                 A SECTION MAY ONLY BE ADDED FOR A TERM ON THE *
002000*                 TERM MASTER AND A COURSE ON THE COURSE        *
002100*                 CATALOG.  CAPACITY MUST BE AT LEAST ONE SEAT. *
002200*                 MEETING DAYS ARE KEYED IN THEIR MTWRFSU       *
002300*                 POSITIONS, OR AS TBA WHEN THE TIME IS TO BE   *
002400*                 ARRANGED; A SECTION WITH MEETING DAYS NEEDS A *
002500*                 VALID START AND END TIME WITH THE END AFTER   *
002600*                 THE START.  A CHANGE THAT LOWERS CAPACITY     *
002700*                 BELOW THE SEATS ALREADY TAKEN DOES NOT DROP   *
002800*                 ANYONE - CRSTRAN SIMPLY PROMOTES NO ONE FROM  *
002900*                 THE WAITLIST UNTIL ENROLLMENT FALLS UNDER IT. *
003000*                 EVERY ADD, CHANGE OR DELETE ATTEMPT, APPLIED  *
003100*                 OR REJECTED, WRITES A PERMANENT AUDIT RECORD  *
003200*                 (AUDITREC) TO THE SAME TRAIL STUMAINT WRITES, *
003300*                 STAMPING PROGRAM-ID SECTMNT AND CARRYING THE  *
003400*                 COURSE ID IN THE ID FIELD AND THE TERM,       *
003500*                 SECTION, CAPACITY, WAITLIST LIMIT, DAYS AND   *
003600*                 START TIME AS THE BEFORE/AFTER IMAGES.        *
003700*                 SCHDFILE IS THE VSAM CLUSTER DEFINED BY       *
003800*                 JCL/SECTDEFN.JCL.                             *
003900*                                                                *
004000*    MODIFICATION HISTORY.                                      *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    ---------  ----  --------------------------------------   *
004300*    2026-10-15 MO    INITIAL VERSION.                          *
004320*    2026-10-15 MO    SCHDFILE IS OPTIONAL SO THE FIRST SESSION *
004340*                     AGAINST THE EMPTY CLUSTER SECTDEFN        *
004360*                     DEFINES OPENS WITH STATUS 05 AND CAN ADD  *
004380*                     THE FIRST SECTION.                        *
004400*                                                                *
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.    SECTMNT.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO SCHDFILE
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS DYNAMIC
005400            RECORD KEY IS SS-SECTION-KEY
005500            FILE STATUS IS WS-SCHED-STATUS.
005600
005700     SELECT CATALOG-FILE    ASSIGN TO CATFILE
005800            ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT TERM-FILE       ASSIGN TO TERMFILE
006100            ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
006400            ORGANIZATION IS SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SCHEDULE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY SECTSCHD.
007100
007200 FD  CATALOG-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CRSECAT.
007500
007600 FD  TERM-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY TERMMST.
007900
008000 FD  AUDIT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY AUDITREC.
008300
008400 WORKING-STORAGE SECTION.
008500
008600 01  WS-SWITCHES.
008700     05  WS-QUIT-SWITCH          PIC X(01)  VALUE "N".
008800         88  WS-QUIT                        VALUE "Y".
008900     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
009000         88  WS-RECORD-FOUND                VALUE "Y".
009100     05  WS-SCHED-EOF-SWITCH     PIC X(01)  VALUE "N".
009200         88  WS-SCHED-EOF                   VALUE "Y".
009300     05  WS-CAT-EOF-SWITCH       PIC X(01)  VALUE "N".
009400         88  WS-CAT-EOF                     VALUE "Y".
009500     05  WS-TERM-EOF-SWITCH      PIC X(01)  VALUE "N".
009600         88  WS-TERM-EOF                    VALUE "Y".
009700     05  WS-EDIT-SWITCH          PIC X(01)  VALUE "Y".
009800         88  WS-EDIT-OK                     VALUE "Y".
009900         88  WS-EDIT-BAD                    VALUE "N".
010000     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
010100         88  WS-FILES-OPEN                  VALUE "Y".
010200
010300 01  WS-SCHED-STATUS             PIC X(02)  VALUE SPACES.
010400     88  WS-SCHED-OK                        VALUE "00".
010450     88  WS-SCHED-OPENED                    VALUE "00" "05".
010500     88  WS-SCHED-DUPKEY                    VALUE "22".
010600     88  WS-SCHED-NOTFND                    VALUE "23".
010700
010800 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
010900     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
011000     88  WS-COMMAND-ADD                     VALUE "A" "a".
011100     88  WS-COMMAND-CHANGE                  VALUE "C" "c".
011200     88  WS-COMMAND-DELETE                  VALUE "D" "d".
011300     88  WS-COMMAND-LIST                    VALUE "L" "l".
011400
011500 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
011600 01  WS-IN-TERM                  PIC X(05)  VALUE SPACES.
011700 01  WS-IN-COURSE                PIC X(08)  VALUE SPACES.
011800 01  WS-IN-SECTION               PIC X(03)  VALUE SPACES.
011900 01  WS-IN-CAPACITY              PIC X(03)  VALUE SPACES.
012000 01  WS-IN-CAPACITY-NUM REDEFINES WS-IN-CAPACITY
012100                                 PIC 9(03).
012200 01  WS-IN-WAITLIST              PIC X(03)  VALUE SPACES.
012300 01  WS-IN-WAITLIST-NUM REDEFINES WS-IN-WAITLIST
012400                                 PIC 9(03).
012500 01  WS-IN-DAYS                  PIC X(07)  VALUE SPACES.
012600 01  WS-IN-START                 PIC X(04)  VALUE SPACES.
012700 01  WS-IN-START-NUM REDEFINES WS-IN-START
012800                                 PIC 9(04).
012900 01  WS-IN-END                   PIC X(04)  VALUE SPACES.
013000 01  WS-IN-END-NUM REDEFINES WS-IN-END
013100                                 PIC 9(04).
013200 01  WS-IN-ROOM                  PIC X(10)  VALUE SPACES.
013300 01  WS-IN-INSTRUCTOR-ID         PIC X(08)  VALUE SPACES.
013400 01  WS-IN-INSTRUCTOR-NAME       PIC X(25)  VALUE SPACES.
013500 01  WS-IN-CONFIRM               PIC X(01)  VALUE SPACE.
013600 01  WS-AUDIT-KEY                PIC X(09)  VALUE SPACES.
013700 01  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
013800 01  WS-AFTER-NAME               PIC X(30)  VALUE SPACES.
013900 01  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
014000 01  WS-SECTION-COUNT            PIC 9(05)  COMP VALUE ZERO.
014100 01  WS-CAT-COUNT                PIC 9(03)  COMP VALUE ZERO.
014200 01  WS-TERM-COUNT               PIC 9(03)  COMP VALUE ZERO.
014300 01  WS-DAY-SUB                  PIC 9(02)  COMP VALUE ZERO.
014400
014500*    THE ONLY LETTER ALLOWED IN EACH SS-MEETING-DAYS POSITION.
014600 01  WS-DAY-LETTER-TEXT          PIC X(07)  VALUE "MTWRFSU".
014700 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTER-TEXT.
014800     05  WS-DAY-LETTER           PIC X(01) OCCURS 7 TIMES.
014900
015000 01  WS-CATALOG-TABLE.
015100     05  WS-CAT-ENTRY OCCURS 200 TIMES
015200             INDEXED BY WS-CAT-NDX.
015300         10  WS-CAT-ID            PIC X(08).
015400         10  WS-CAT-TITLE         PIC X(30).
015500
015600 01  WS-TERM-TABLE.
015700     05  WS-TERM-ENTRY OCCURS 50 TIMES
015800             INDEXED BY WS-TERM-NDX.
015900         10  WS-TERM-CODE-ENTRY   PIC X(05).
016000
016100*    THE AUDIT TRAIL'S BEFORE/AFTER FIELDS CARRY THIS IMAGE OF
016200*    THE SECTION: TERM, SECTION, CAPACITY/WAITLIST LIMIT, DAYS
016300*    AND START TIME.  THE COURSE ID GOES IN THE ID FIELD.
016400 01  WS-SECTION-IMAGE.
016500     05  WS-SI-TERM              PIC X(05).
016600     05  FILLER                  PIC X(01)  VALUE "-".
016700     05  WS-SI-SECTION           PIC X(03).
016800     05  FILLER                  PIC X(01)  VALUE SPACE.
016900     05  WS-SI-CAPACITY          PIC 9(03).
017000     05  FILLER                  PIC X(01)  VALUE "/".
017100     05  WS-SI-WAITLIST          PIC 9(03).
017200     05  FILLER                  PIC X(01)  VALUE SPACE.
017300     05  WS-SI-DAYS              PIC X(07).
017400     05  FILLER                  PIC X(01)  VALUE SPACE.
017500     05  WS-SI-START             PIC 9(04).
017600
017700 01  WS-CURRENT-DATE-FIELDS.
017800     05  WS-CURRENT-CCYY         PIC 9(04).
017900     05  WS-CURRENT-MM           PIC 9(02).
018000     05  WS-CURRENT-DD           PIC 9(02).
018100 01  WS-CURRENT-TIME-FIELDS.
018200     05  WS-CURRENT-HH           PIC 9(02).
018300     05  WS-CURRENT-MN           PIC 9(02).
018400     05  WS-CURRENT-SS           PIC 9(02).
018500     05  WS-CURRENT-HS           PIC 9(02).
018600
018700 PROCEDURE DIVISION.
018800
018900******************************************************************
019000* 0000-MAINLINE - LOAD THE REFERENCE TABLES, OPEN THE FILES, LOOP *
019100* OVER MAINTENANCE REQUESTS UNTIL THE OPERATOR QUITS, THEN CLOSE  *
019200* DOWN.                                                           *
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-MAINTAIN-SECTIONS THRU 2000-EXIT
019700         UNTIL WS-QUIT
019800     PERFORM 8000-FINALIZE THRU 8000-EXIT
019900     GOBACK.
020000
020100******************************************************************
020200* 1000-INITIALIZE - LOAD THE CATALOG AND TERM MASTER FOR THE KEY  *
020300* EDITS, OPEN THE SCHEDULE FILE FOR UPDATE, OPEN THE AUDIT TRAIL  *
020400* AND GET THE OPERATOR ID.  A SCHEDULE FILE THAT WILL NOT OPEN    *
020500* ENDS THE SESSION.                                               *
020600******************************************************************
020700 1000-INITIALIZE.
020800     DISPLAY "SECTMNT - SECTION SCHEDULE MAINTENANCE"
020900     PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT
021000     PERFORM 1600-LOAD-TERMS THRU 1600-EXIT
021100     OPEN I-O SCHEDULE-FILE
021200     IF NOT WS-SCHED-OPENED
021300         DISPLAY "SECTMNT - UNABLE TO OPEN SCHEDULE FILE, "
021400                 "STATUS: " WS-SCHED-STATUS
021500         SET WS-QUIT TO TRUE
021600         GO TO 1000-EXIT
021700     END-IF
021800     SET WS-FILES-OPEN TO TRUE
021900     OPEN EXTEND AUDIT-FILE
022000     PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
022100         UNTIL WS-OPERATOR-ID NOT = SPACES
022200     .
022300 1000-EXIT.
022400     EXIT.
022500
022600 1100-PROMPT-OPERATOR.
022700     DISPLAY "ENTER OPERATOR ID: "
022800     ACCEPT WS-OPERATOR-ID FROM CONSOLE
022900     .
023000 1100-EXIT.
023100     EXIT.
023200
023300 1500-LOAD-CATALOG.
023400     OPEN INPUT CATALOG-FILE
023500     PERFORM 1550-READ-CATALOG THRU 1550-EXIT
023600         UNTIL WS-CAT-EOF
023700     CLOSE CATALOG-FILE
023800     .
023900 1500-EXIT.
024000     EXIT.
024100
024200 1550-READ-CATALOG.
024300     READ CATALOG-FILE
024400         AT END
024500             SET WS-CAT-EOF TO TRUE
024600         NOT AT END
024700             IF WS-CAT-COUNT < 200
024800                 ADD 1 TO WS-CAT-COUNT
024900                 SET WS-CAT-NDX TO WS-CAT-COUNT
025000                 MOVE CC-COURSE-ID
025100                     TO WS-CAT-ID (WS-CAT-NDX)
025200                 MOVE CC-COURSE-TITLE
025300                     TO WS-CAT-TITLE (WS-CAT-NDX)
025400             ELSE
025500                 DISPLAY "SECTMNT - CATALOG TABLE FULL, "
025600                         "COURSE SKIPPED: " CC-COURSE-ID
025700             END-IF
025800     END-READ
025900     .
026000 1550-EXIT.
026100     EXIT.
026200
026300 1600-LOAD-TERMS.
026400     OPEN INPUT TERM-FILE
026500     PERFORM 1650-READ-TERM THRU 1650-EXIT
026600         UNTIL WS-TERM-EOF
026700     CLOSE TERM-FILE
026800     .
026900 1600-EXIT.
027000     EXIT.
027100
027200 1650-READ-TERM.
027300     READ TERM-FILE
027400         AT END
027500             SET WS-TERM-EOF TO TRUE
027600         NOT AT END
027700             IF WS-TERM-COUNT < 50
027800                 ADD 1 TO WS-TERM-COUNT
027900                 SET WS-TERM-NDX TO WS-TERM-COUNT
028000                 MOVE TM-TERM-CODE
028100                     TO WS-TERM-CODE-ENTRY (WS-TERM-NDX)
028200             ELSE
028300                 DISPLAY "SECTMNT - TERM TABLE FULL, "
028400                         "TERM SKIPPED: " TM-TERM-CODE
028500             END-IF
028600     END-READ
028700     .
028800 1650-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 2000-MAINTAIN-SECTIONS - PROMPT FOR THE NEXT ACTION AND DRIVE   *
029300* IT.                                                             *
029400******************************************************************
029500 2000-MAINTAIN-SECTIONS.
029600     DISPLAY "ENTER ACTION - A=ADD C=CHANGE D=DELETE L=LIST "
029700             "Q=QUIT: "
029800     ACCEPT WS-OPERATOR-COMMAND FROM CONSOLE
029900     EVALUATE TRUE
030000         WHEN WS-COMMAND-QUIT
030100             SET WS-QUIT TO TRUE
030200         WHEN WS-COMMAND-ADD
030300             PERFORM 2200-ADD-SECTION THRU 2200-EXIT
030400         WHEN WS-COMMAND-CHANGE
030500             PERFORM 2300-CHANGE-SECTION THRU 2300-EXIT
030600         WHEN WS-COMMAND-DELETE
030700             PERFORM 2400-DELETE-SECTION THRU 2400-EXIT
030800         WHEN WS-COMMAND-LIST
030900             PERFORM 2500-LIST-SECTIONS THRU 2500-EXIT
031000         WHEN OTHER
031100             DISPLAY "SECTMNT - UNRECOGNIZED ACTION: "
031200                     WS-OPERATOR-COMMAND
031300     END-EVALUATE
031400     .
031500 2000-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 2200-ADD-SECTION - ADD A NEW SECTION.  A TERM NOT ON THE TERM   *
032000* MASTER, A COURSE NOT ON THE CATALOG, A SECTION ALREADY ON FILE  *
032100* OR DETAILS THAT FAIL 2700-EDIT-SECTION REJECT THE ATTEMPT;      *
032200* EITHER WAY THE ATTEMPT IS AUDITED.                              *
032300******************************************************************
032400 2200-ADD-SECTION.
032500     PERFORM 2600-PROMPT-KEY THRU 2600-EXIT
032600     MOVE SPACES TO WS-BEFORE-NAME
032700     MOVE SPACES TO WS-AFTER-NAME
032800     PERFORM 2750-CHECK-TERM THRU 2750-EXIT
032900     IF NOT WS-RECORD-FOUND
033000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
033100         GO TO 2200-EXIT
033200     END-IF
033300     PERFORM 2760-CHECK-CATALOG THRU 2760-EXIT
033400     IF NOT WS-RECORD-FOUND
033500         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
033600         GO TO 2200-EXIT
033700     END-IF
033800     PERFORM 2550-READ-SECTION THRU 2550-EXIT
033900     IF WS-RECORD-FOUND
034000         DISPLAY "SECTMNT - SECTION ALREADY ON FILE: "
034100                 WS-IN-TERM " " WS-IN-COURSE " " WS-IN-SECTION
034200         PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
034300         MOVE WS-SECTION-IMAGE TO WS-BEFORE-NAME
034400         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
034500         GO TO 2200-EXIT
034600     END-IF
034700     MOVE SPACES        TO SECTION-SCHEDULE-RECORD
034800     MOVE WS-IN-TERM    TO SS-TERM-CODE
034900     MOVE WS-IN-COURSE  TO SS-COURSE-ID
035000     MOVE WS-IN-SECTION TO SS-SECTION-NUMBER
035100     MOVE ZERO          TO SS-CAPACITY
035200     MOVE ZERO          TO SS-WAITLIST-LIMIT
035300     MOVE ZERO          TO SS-START-TIME
035400     MOVE ZERO          TO SS-END-TIME
035500     PERFORM 2650-PROMPT-DETAILS THRU 2650-EXIT
035600     PERFORM 2700-EDIT-SECTION THRU 2700-EXIT
035700     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
035800     IF WS-EDIT-BAD
035900         MOVE WS-SECTION-IMAGE TO WS-AFTER-NAME
036000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
036100         GO TO 2200-EXIT
036200     END-IF
036300     WRITE SECTION-SCHEDULE-RECORD
036400         INVALID KEY
036500             DISPLAY "SECTMNT - WRITE FAILED, STATUS: "
036600                     WS-SCHED-STATUS
036700             MOVE WS-SECTION-IMAGE TO WS-BEFORE-NAME
036800             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
036900         NOT INVALID KEY
037000             MOVE WS-SECTION-IMAGE TO WS-AFTER-NAME
037100             DISPLAY "SECTMNT - SECTION ADDED: " WS-IN-TERM " "
037200                     WS-IN-COURSE " " WS-IN-SECTION
037300             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
037400     END-WRITE
037500     .
037600 2200-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000* 2300-CHANGE-SECTION - SHOW THE SECTION, TAKE NEW VALUES (A BLANK*
038100* ENTRY KEEPS THE VALUE ON FILE), EDIT THE RESULT AND REWRITE IT. *
038200* DETAILS THAT FAIL THE EDIT LEAVE THE FILE UNCHANGED.            *
038300******************************************************************
038400 2300-CHANGE-SECTION.
038500     PERFORM 2600-PROMPT-KEY THRU 2600-EXIT
038600     MOVE SPACES TO WS-BEFORE-NAME
038700     MOVE SPACES TO WS-AFTER-NAME
038800     PERFORM 2550-READ-SECTION THRU 2550-EXIT
038900     IF NOT WS-RECORD-FOUND
039000         DISPLAY "SECTMNT - SECTION NOT ON FILE: "
039100                 WS-IN-TERM " " WS-IN-COURSE " " WS-IN-SECTION
039200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
039300         GO TO 2300-EXIT
039400     END-IF
039500     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
039600     MOVE WS-SECTION-IMAGE TO WS-BEFORE-NAME
039700     PERFORM 2900-SHOW-SECTION THRU 2900-EXIT
039800     DISPLAY "SECTMNT - BLANK KEEPS THE VALUE ON FILE"
039900     PERFORM 2650-PROMPT-DETAILS THRU 2650-EXIT
040000     PERFORM 2700-EDIT-SECTION THRU 2700-EXIT
040100     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
040200     IF WS-EDIT-BAD
040300         MOVE WS-SECTION-IMAGE TO WS-AFTER-NAME
040400         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
040500         GO TO 2300-EXIT
040600     END-IF
040700     REWRITE SECTION-SCHEDULE-RECORD
040800         INVALID KEY
040900             DISPLAY "SECTMNT - REWRITE FAILED, STATUS: "
041000                     WS-SCHED-STATUS
041100             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
041200         NOT INVALID KEY
041300             MOVE WS-SECTION-IMAGE TO WS-AFTER-NAME
041400             DISPLAY "SECTMNT - SECTION CHANGED: " WS-IN-TERM " "
041500                     WS-IN-COURSE " " WS-IN-SECTION
041600             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
041700     END-REWRITE
041800     .
041900 2300-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300* 2400-DELETE-SECTION - REMOVE A SECTION KEYED IN ERROR, AFTER THE*
042400* OPERATOR CONFIRMS IT.  ENROLLMENTS ALREADY TAKEN IN THE SECTION *
042500* ARE NOT TOUCHED; CRSTRAN FALLS BACK TO THE DEFAULT CAPACITY FOR *
042600* IT.                                                             *
042700******************************************************************
042800 2400-DELETE-SECTION.
042900     PERFORM 2600-PROMPT-KEY THRU 2600-EXIT
043000     MOVE SPACES TO WS-BEFORE-NAME
043100     MOVE SPACES TO WS-AFTER-NAME
043200     PERFORM 2550-READ-SECTION THRU 2550-EXIT
043300     IF NOT WS-RECORD-FOUND
043400         DISPLAY "SECTMNT - SECTION NOT ON FILE: "
043500                 WS-IN-TERM " " WS-IN-COURSE " " WS-IN-SECTION
043600         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
043700         GO TO 2400-EXIT
043800     END-IF
043900     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
044000     MOVE WS-SECTION-IMAGE TO WS-BEFORE-NAME
044100     PERFORM 2900-SHOW-SECTION THRU 2900-EXIT
044200     DISPLAY "DELETE THIS SECTION? (Y/N): "
044300     MOVE SPACE TO WS-IN-CONFIRM
044400     ACCEPT WS-IN-CONFIRM FROM CONSOLE
044500     IF WS-IN-CONFIRM NOT = "Y" AND NOT = "y"
044600         DISPLAY "SECTMNT - DELETE NOT CONFIRMED"
044700         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
044800         GO TO 2400-EXIT
044900     END-IF
045000     DELETE SCHEDULE-FILE
045100         INVALID KEY
045200             DISPLAY "SECTMNT - DELETE FAILED, STATUS: "
045300                     WS-SCHED-STATUS
045400             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
045500         NOT INVALID KEY
045600             DISPLAY "SECTMNT - SECTION DELETED: " WS-IN-TERM " "
045700                     WS-IN-COURSE " " WS-IN-SECTION
045800             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
045900     END-DELETE
046000     .
046100 2400-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 2500-LIST-SECTIONS - DISPLAY A TERM'S SECTIONS IN COURSE AND    *
046600* SECTION ORDER, FOR ONE COURSE OR (COURSE LEFT BLANK) FOR EVERY  *
046700* COURSE.  AN INQUIRY ONLY - NOTHING IS AUDITED.                  *
046800******************************************************************
046900 2500-LIST-SECTIONS.
047000     DISPLAY "ENTER TERM CODE: "
047100     MOVE SPACES TO WS-IN-TERM
047200     ACCEPT WS-IN-TERM FROM CONSOLE
047300     DISPLAY "ENTER COURSE ID (BLANK = ALL COURSES): "
047400     MOVE SPACES TO WS-IN-COURSE
047500     ACCEPT WS-IN-COURSE FROM CONSOLE
047600     MOVE ZERO TO WS-SECTION-COUNT
047700     MOVE "N"  TO WS-SCHED-EOF-SWITCH
047800     MOVE WS-IN-TERM   TO SS-TERM-CODE
047900     MOVE WS-IN-COURSE TO SS-COURSE-ID
048000     MOVE LOW-VALUES   TO SS-SECTION-NUMBER
048100     START SCHEDULE-FILE
048200         KEY IS NOT LESS THAN SS-SECTION-KEY
048300         INVALID KEY
048400             SET WS-SCHED-EOF TO TRUE
048500     END-START
048600     PERFORM 2510-LIST-ONE-SECTION THRU 2510-EXIT
048700         UNTIL WS-SCHED-EOF
048800     IF WS-SECTION-COUNT = ZERO
048900         DISPLAY "SECTMNT - NO SECTIONS ON FILE FOR " WS-IN-TERM
049000                 " " WS-IN-COURSE
049100     END-IF
049200     .
049300 2500-EXIT.
049400     EXIT.
049500
049600 2510-LIST-ONE-SECTION.
049700     READ SCHEDULE-FILE NEXT RECORD
049800         AT END
049900             SET WS-SCHED-EOF TO TRUE
050000         NOT AT END
050100             IF SS-TERM-CODE NOT = WS-IN-TERM
050200                 SET WS-SCHED-EOF TO TRUE
050300             ELSE
050400                 IF WS-IN-COURSE NOT = SPACES
050500                    AND SS-COURSE-ID NOT = WS-IN-COURSE
050600                     SET WS-SCHED-EOF TO TRUE
050700                 ELSE
050800                     ADD 1 TO WS-SECTION-COUNT
050900                     PERFORM 2900-SHOW-SECTION THRU 2900-EXIT
051000                 END-IF
051100             END-IF
051200     END-READ
051300     .
051400 2510-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 2550-READ-SECTION - READ THE KEYED SECTION.  WS-RECORD-FOUND IS *
051900* LEFT OFF WHEN IT IS NOT ON FILE; ANY OTHER READ FAILURE IS SHOWN*
052000* TO THE OPERATOR.                                                *
052100******************************************************************
052200 2550-READ-SECTION.
052300     MOVE "N" TO WS-FOUND-SWITCH
052400     MOVE WS-IN-TERM    TO SS-TERM-CODE
052500     MOVE WS-IN-COURSE  TO SS-COURSE-ID
052600     MOVE WS-IN-SECTION TO SS-SECTION-NUMBER
052700     READ SCHEDULE-FILE
052800         KEY IS SS-SECTION-KEY
052900         INVALID KEY
053000             IF NOT WS-SCHED-NOTFND
053100                 DISPLAY "SECTMNT - SCHEDULE READ FAILED, "
053200                         "STATUS: " WS-SCHED-STATUS
053300             END-IF
053400         NOT INVALID KEY
053500             SET WS-RECORD-FOUND TO TRUE
053600     END-READ
053700     .
053800 2550-EXIT.
053900     EXIT.
054000
054100 2600-PROMPT-KEY.
054200     DISPLAY "ENTER TERM CODE: "
054300     MOVE SPACES TO WS-IN-TERM
054400     ACCEPT WS-IN-TERM FROM CONSOLE
054500     DISPLAY "ENTER COURSE ID: "
054600     MOVE SPACES TO WS-IN-COURSE
054700     ACCEPT WS-IN-COURSE FROM CONSOLE
054800     DISPLAY "ENTER SECTION NUMBER: "
054900     MOVE SPACES TO WS-IN-SECTION
055000     ACCEPT WS-IN-SECTION FROM CONSOLE
055100     MOVE WS-IN-COURSE TO WS-AUDIT-KEY
055200     .
055300 2600-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 2650-PROMPT-DETAILS - TAKE THE SECTION DETAILS INTO THE RECORD  *
055800* AREA.  A BLANK ENTRY LEAVES THE FIELD AS IT IS; "TBA" FOR THE   *
055900* DAYS CLEARS THE DAYS AND BOTH TIMES.  NUMBERS ARE KEYED AT FULL *
056000* WIDTH (030, 0900); A NON-NUMERIC ENTRY IS REPORTED AND SETS     *
056100* WS-EDIT-BAD SO 2700 REJECTS THE ATTEMPT.                        *
056200******************************************************************
056300 2650-PROMPT-DETAILS.
056400     SET WS-EDIT-OK TO TRUE
056500     DISPLAY "ENTER CAPACITY (3 DIGITS, E.G. 030): "
056600     MOVE SPACES TO WS-IN-CAPACITY
056700     ACCEPT WS-IN-CAPACITY FROM CONSOLE
056800     IF WS-IN-CAPACITY NOT = SPACES
056900         IF WS-IN-CAPACITY IS NUMERIC
057000             MOVE WS-IN-CAPACITY-NUM TO SS-CAPACITY
057100         ELSE
057200             DISPLAY "SECTMNT - CAPACITY NOT NUMERIC: "
057300                     WS-IN-CAPACITY
057400             SET WS-EDIT-BAD TO TRUE
057500         END-IF
057600     END-IF
057700     DISPLAY "ENTER WAITLIST LIMIT (3 DIGITS, 000 = NONE): "
057800     MOVE SPACES TO WS-IN-WAITLIST
057900     ACCEPT WS-IN-WAITLIST FROM CONSOLE
058000     IF WS-IN-WAITLIST NOT = SPACES
058100         IF WS-IN-WAITLIST IS NUMERIC
058200             MOVE WS-IN-WAITLIST-NUM TO SS-WAITLIST-LIMIT
058300         ELSE
058400             DISPLAY "SECTMNT - WAITLIST LIMIT NOT NUMERIC: "
058500                     WS-IN-WAITLIST
058600             SET WS-EDIT-BAD TO TRUE
058700         END-IF
058800     END-IF
058900     DISPLAY "ENTER MEETING DAYS IN MTWRFSU POSITIONS "
059000             "(E.G. M W F) OR TBA: "
059100     MOVE SPACES TO WS-IN-DAYS
059200     ACCEPT WS-IN-DAYS FROM CONSOLE
059300     INSPECT WS-IN-DAYS CONVERTING "mtwrfsuba" TO "MTWRFSUBA"
059400     IF WS-IN-DAYS = "TBA"
059500         MOVE SPACES TO SS-MEETING-DAYS
059600         MOVE ZERO   TO SS-START-TIME
059700         MOVE ZERO   TO SS-END-TIME
059800     ELSE
059900         IF WS-IN-DAYS NOT = SPACES
060000             MOVE WS-IN-DAYS TO SS-MEETING-DAYS
060100         END-IF
060200     END-IF
060300     IF NOT SS-TIME-ARRANGED
060400         PERFORM 2660-PROMPT-TIMES THRU 2660-EXIT
060500     END-IF
060600     DISPLAY "ENTER ROOM: "
060700     MOVE SPACES TO WS-IN-ROOM
060800     ACCEPT WS-IN-ROOM FROM CONSOLE
060900     IF WS-IN-ROOM NOT = SPACES
061000         MOVE WS-IN-ROOM TO SS-ROOM
061100     END-IF
061200     DISPLAY "ENTER INSTRUCTOR ID: "
061300     MOVE SPACES TO WS-IN-INSTRUCTOR-ID
061400     ACCEPT WS-IN-INSTRUCTOR-ID FROM CONSOLE
061500     IF WS-IN-INSTRUCTOR-ID NOT = SPACES
061600         MOVE WS-IN-INSTRUCTOR-ID TO SS-INSTRUCTOR-ID
061700     END-IF
061800     DISPLAY "ENTER INSTRUCTOR NAME: "
061900     MOVE SPACES TO WS-IN-INSTRUCTOR-NAME
062000     ACCEPT WS-IN-INSTRUCTOR-NAME FROM CONSOLE
062100     IF WS-IN-INSTRUCTOR-NAME NOT = SPACES
062200         MOVE WS-IN-INSTRUCTOR-NAME TO SS-INSTRUCTOR-NAME
062300     END-IF
062400     .
062500 2650-EXIT.
062600     EXIT.
062700
062800 2660-PROMPT-TIMES.
062900     DISPLAY "ENTER START TIME (HHMM, 24-HOUR): "
063000     MOVE SPACES TO WS-IN-START
063100     ACCEPT WS-IN-START FROM CONSOLE
063200     IF WS-IN-START NOT = SPACES
063300         IF WS-IN-START IS NUMERIC
063400             MOVE WS-IN-START-NUM TO SS-START-TIME
063500         ELSE
063600             DISPLAY "SECTMNT - START TIME NOT NUMERIC: "
063700                     WS-IN-START
063800             SET WS-EDIT-BAD TO TRUE
063900         END-IF
064000     END-IF
064100     DISPLAY "ENTER END TIME (HHMM, 24-HOUR): "
064200     MOVE SPACES TO WS-IN-END
064300     ACCEPT WS-IN-END FROM CONSOLE
064400     IF WS-IN-END NOT = SPACES
064500         IF WS-IN-END IS NUMERIC
064600             MOVE WS-IN-END-NUM TO SS-END-TIME
064700         ELSE
064800             DISPLAY "SECTMNT - END TIME NOT NUMERIC: "
064900                     WS-IN-END
065000             SET WS-EDIT-BAD TO TRUE
065100         END-IF
065200     END-IF
065300     .
065400 2660-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800* 2700-EDIT-SECTION - JUDGE THE SECTION NOW IN THE RECORD AREA.   *
065900* CAPACITY MUST BE AT LEAST ONE SEAT; EVERY MEETING-DAY POSITION  *
066000* MUST HOLD ITS OWN LETTER OR A SPACE; A SECTION THAT MEETS NEEDS *
066100* REAL CLOCK TIMES WITH THE END AFTER THE START.  ANY FAILURE IS  *
066200* SHOWN TO THE OPERATOR AND SETS WS-EDIT-BAD.                     *
066300******************************************************************
066400 2700-EDIT-SECTION.
066500     IF WS-EDIT-BAD
066600         GO TO 2700-EXIT
066700     END-IF
066800     IF SS-CAPACITY = ZERO
066900         DISPLAY "SECTMNT - CAPACITY MUST BE AT LEAST ONE SEAT"
067000         SET WS-EDIT-BAD TO TRUE
067100         GO TO 2700-EXIT
067200     END-IF
067300     PERFORM 2710-EDIT-ONE-DAY THRU 2710-EXIT
067400         VARYING WS-DAY-SUB FROM 1 BY 1
067500         UNTIL WS-DAY-SUB > 7
067600     IF WS-EDIT-BAD
067700         DISPLAY "SECTMNT - MEETING DAYS MUST BE IN MTWRFSU "
067800                 "POSITIONS: " SS-MEETING-DAYS
067900         GO TO 2700-EXIT
068000     END-IF
068100     IF SS-TIME-ARRANGED
068200         MOVE ZERO TO SS-START-TIME
068300         MOVE ZERO TO SS-END-TIME
068400         GO TO 2700-EXIT
068500     END-IF
068600     IF SS-START-HH > 23 OR SS-START-MM > 59
068700        OR SS-END-HH > 23 OR SS-END-MM > 59
068800         DISPLAY "SECTMNT - NOT A CLOCK TIME: " SS-START-TIME
068900                 "-" SS-END-TIME
069000         SET WS-EDIT-BAD TO TRUE
069100         GO TO 2700-EXIT
069200     END-IF
069300     IF SS-END-TIME NOT > SS-START-TIME
069400         DISPLAY "SECTMNT - END TIME MUST BE AFTER START TIME: "
069500                 SS-START-TIME "-" SS-END-TIME
069600         SET WS-EDIT-BAD TO TRUE
069700     END-IF
069800     .
069900 2700-EXIT.
070000     EXIT.
070100
070200 2710-EDIT-ONE-DAY.
070300     IF SS-MEETING-DAY (WS-DAY-SUB) NOT = SPACE
070400        AND SS-MEETING-DAY (WS-DAY-SUB)
070500                NOT = WS-DAY-LETTER (WS-DAY-SUB)
070600         SET WS-EDIT-BAD TO TRUE
070700     END-IF
070800     .
070900 2710-EXIT.
071000     EXIT.
071100
071200******************************************************************
071300* 2750-CHECK-TERM - A SECTION MAY ONLY BE ADDED FOR A TERM ON THE *
071400* TERM MASTER.  AN UNKNOWN TERM LEAVES WS-RECORD-FOUND OFF.       *
071500******************************************************************
071600 2750-CHECK-TERM.
071700     MOVE "N" TO WS-FOUND-SWITCH
071800     SET WS-TERM-NDX TO 1
071900     SEARCH WS-TERM-ENTRY
072000         AT END
072100             DISPLAY "SECTMNT - TERM NOT ON TERM MASTER: "
072200                     WS-IN-TERM
072300         WHEN WS-TERM-NDX > WS-TERM-COUNT
072400             DISPLAY "SECTMNT - TERM NOT ON TERM MASTER: "
072500                     WS-IN-TERM
072600         WHEN WS-TERM-CODE-ENTRY (WS-TERM-NDX) = WS-IN-TERM
072700             SET WS-RECORD-FOUND TO TRUE
072800     END-SEARCH
072900     .
073000 2750-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 2760-CHECK-CATALOG - LOOK THE COURSE UP ON THE CATALOG TABLE AND*
073500* SHOW ITS TITLE.  A COURSE NOT ON THE CATALOG LEAVES             *
073600* WS-RECORD-FOUND OFF.                                            *
073700******************************************************************
073800 2760-CHECK-CATALOG.
073900     MOVE "N" TO WS-FOUND-SWITCH
074000     SET WS-CAT-NDX TO 1
074100     SEARCH WS-CAT-ENTRY
074200         AT END
074300             DISPLAY "SECTMNT - COURSE NOT ON CATALOG: "
074400                     WS-IN-COURSE
074500         WHEN WS-CAT-NDX > WS-CAT-COUNT
074600             DISPLAY "SECTMNT - COURSE NOT ON CATALOG: "
074700                     WS-IN-COURSE
074800         WHEN WS-CAT-ID (WS-CAT-NDX) = WS-IN-COURSE
074900             SET WS-RECORD-FOUND TO TRUE
075000             DISPLAY "SECTMNT - " WS-IN-COURSE " "
075100                     WS-CAT-TITLE (WS-CAT-NDX)
075200     END-SEARCH
075300     .
075400 2760-EXIT.
075500     EXIT.
075600
075700 2800-BUILD-IMAGE.
075800     MOVE SS-TERM-CODE      TO WS-SI-TERM
075900     MOVE SS-SECTION-NUMBER TO WS-SI-SECTION
076000     MOVE SS-CAPACITY       TO WS-SI-CAPACITY
076100     MOVE SS-WAITLIST-LIMIT TO WS-SI-WAITLIST
076200     MOVE SS-MEETING-DAYS   TO WS-SI-DAYS
076300     MOVE SS-START-TIME     TO WS-SI-START
076400     .
076500 2800-EXIT.
076600     EXIT.
076700
076800 2900-SHOW-SECTION.
076900     DISPLAY "SECTMNT -   " SS-TERM-CODE " " SS-COURSE-ID " "
077000             SS-SECTION-NUMBER " CAPACITY " SS-CAPACITY
077100             " WAITLIST " SS-WAITLIST-LIMIT
077200     IF SS-TIME-ARRANGED
077300         DISPLAY "SECTMNT -      MEETS TBA  ROOM " SS-ROOM
077400     ELSE
077500         DISPLAY "SECTMNT -      MEETS " SS-MEETING-DAYS " "
077600                 SS-START-TIME "-" SS-END-TIME "  ROOM " SS-ROOM
077700     END-IF
077800     DISPLAY "SECTMNT -      INSTRUCTOR " SS-INSTRUCTOR-ID " "
077900             SS-INSTRUCTOR-NAME
078000     .
078100 2900-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500* 7000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE ATTEMPT JUST *
078600* MADE, STAMPING PROGRAM-ID SECTMNT AND CARRYING THE COURSE ID AS *
078700* THE ID AND THE SECTION IMAGES AS THE BEFORE AND AFTER NAMES.    *
078800* DATE AND TIME ARE CAPTURED PER ATTEMPT, AS IN STUMAINT.         *
078900******************************************************************
079000 7000-WRITE-AUDIT.
079100     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
079200     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
079300     MOVE SPACES               TO MAINT-AUDIT-RECORD
079400     MOVE WS-OPERATOR-ID       TO AU-OPERATOR-ID
079500     MOVE WS-CURRENT-CCYY(1:2) TO AU-AUDIT-CENTURY
079600     MOVE WS-CURRENT-CCYY(3:2) TO AU-AUDIT-YEAR
079700     MOVE WS-CURRENT-MM        TO AU-AUDIT-MONTH
079800     MOVE WS-CURRENT-DD        TO AU-AUDIT-DAY
079900     MOVE WS-CURRENT-HH        TO AU-AUDIT-HOUR
080000     MOVE WS-CURRENT-MN        TO AU-AUDIT-MINUTE
080100     MOVE WS-CURRENT-SS        TO AU-AUDIT-SECOND
080200     MOVE "SECTMNT "           TO AU-PROGRAM-ID
080300     MOVE WS-AUDIT-KEY         TO AU-STUDENT-ID
080400     MOVE WS-AUDIT-ACTION      TO AU-ACTION-CODE
080500     MOVE ZERO                 TO AU-SUB-RETURN-CODE
080600     MOVE WS-BEFORE-NAME       TO AU-BEFORE-NAME
080700     MOVE WS-AFTER-NAME        TO AU-AFTER-NAME
080800     WRITE MAINT-AUDIT-RECORD
080900     .
081000 7000-EXIT.
081100     EXIT.
081200
081300 7100-AUDIT-REJECTED.
081400     MOVE "R" TO WS-AUDIT-ACTION
081500     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
081600     .
081700 7100-EXIT.
081800     EXIT.
081900
082000 7200-AUDIT-APPLIED.
082100     MOVE "A" TO WS-AUDIT-ACTION
082200     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
082300     .
082400 7200-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800* 8000-FINALIZE - CLOSE DOWN.  THE AUDIT FILE IS ONLY OPEN WHEN   *
082900* THE SCHEDULE FILE OPENED AND AN OPERATOR ID WAS KEYED.          *
083000******************************************************************
083100 8000-FINALIZE.
083200     IF WS-FILES-OPEN
083300         CLOSE SCHEDULE-FILE
083400     END-IF
083500     IF WS-OPERATOR-ID NOT = SPACES
083600         CLOSE AUDIT-FILE
083700     END-IF
083800     DISPLAY "SECTMNT - MAINTENANCE SESSION COMPLETE"
083900     .
084000 8000-EXIT.
084100     EXIT.

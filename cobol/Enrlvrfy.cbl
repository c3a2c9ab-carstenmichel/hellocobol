000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  ENRLVRFY                                      *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     NIGHTLY ENROLLMENT VERIFICATION FEED FOR THE  *
001000*                 NATIONAL CLEARINGHOUSE AND STUDENT LOAN       *
001100*                 LENDERS.  READS THE SORTED STUDENT EXTRACT    *
001200*                 AND THE COURSE-ENROLLMENT FILE TOGETHER (BOTH *
001300*                 IN STUDENT ID SEQUENCE, AS ENFORCED BY THE    *
001400*                 SORT STEPS IN THE RUN DECK) AND DERIVES EACH  *
001500*                 STUDENT'S ENROLLMENT STATUS FOR THE TERM ON   *
001600*                 THE SYSIN CARD, WHOSE START, END AND CENSUS   *
001700*                 DATES COME FROM THE TERM MASTER:              *
001800*                     - GRADUATED OR WITHDRAWN ON THE STUDENT   *
001900*                       MASTER IS REPORTED AS SUCH, EFFECTIVE   *
002000*                       LS-STATUS-CHANGE-DATE                   *
002100*                     - OTHERWISE THE ENROLLED CE-CREDIT-HOURS  *
002200*                       GIVE FULL-TIME (12.0 OR MORE),          *
002300*                       THREE-QUARTER (9.0), HALF-TIME (6.0)    *
002400*                       OR LESS THAN HALF-TIME, EFFECTIVE THE   *
002500*                       LATEST ADD OR DROP DATE IN THE TERM     *
002600*                       (NOT BEFORE THE TERM START)             *
002700*                     - AN ACTIVE OR INACTIVE STUDENT WHOSE     *
002800*                       TERM ENROLLMENTS ARE ALL DROPPED IS     *
002900*                       WITHDRAWN, EFFECTIVE THE LAST DROP DATE *
003000*                 A STUDENT IS CONSIDERED WHEN THEY HAVE ANY    *
003100*                 ENROLLMENT RECORD IN THE TERM, WERE REPORTED  *
003200*                 FOR THE TERM BEFORE, OR GRADUATED OR WITHDREW *
003300*                 BETWEEN THE TERM'S START AND END DATES.  EACH *
003400*                 STATUS IS COMPARED WITH THE LAST ONE REPORTED *
003500*                 (VERHIST).  ONLY A FIRST REPORT OR A CHANGED  *
003600*                 STATUS GOES ON THE FEED, EXCEPT THAT THE      *
003700*                 FIRST RUN ON OR AFTER THE CENSUS DATE SENDS   *
003800*                 EVERY STUDENT ONCE AS A FULL REFRESH.  THE    *
003900*                 FEED IS BRACKETED BY HEADER AND TRAILER       *
004000*                 RECORDS LIKE THE BURSAR FEED, AND THE HISTORY *
004100*                 RECORD IS THEN UPDATED TO WHAT WAS SENT, SO A *
004200*                 RERUN SENDS NOTHING TWICE.  A STUDENT WHOSE   *
004300*                 STATUS CANNOT BE DETERMINED IS NOT SENT AND   *
004400*                 IS PRINTED ON THE EXCEPTION LISTING WITH THE  *
004500*                 REASON.  RETURN CODE 16 - TERM CARD OR SCHOOL *
004600*                 CODE MISSING, TERM NOT ON THE TERM MASTER OR  *
004700*                 ITS DATES INCOMPLETE, OR HISTORY FILE WOULD   *
004800*                 NOT OPEN; NOTHING SENT.  8 - A HISTORY RECORD *
004900*                 COULD NOT BE WRITTEN.  4 - EXCEPTIONS LISTED. *
005000*                 0 - CLEAN.                                    *
005100*                                                                *
005200*    MODIFICATION HISTORY.                                      *
005300*    DATE       INIT  DESCRIPTION                                *
005400*    ---------  ----  --------------------------------------   *
005500*    2026-10-15 MO    INITIAL VERSION.                          *
005520*    2026-10-15 MO    VERHIST IS OPTIONAL SO THE FIRST NIGHT    *
005540*                     AGAINST THE EMPTY CLUSTER VRFYDEFN        *
005560*                     DEFINES OPENS WITH STATUS 05 AND EVERY    *
005580*                     STUDENT IS A FIRST REPORT.                *
005600*                                                                *
005700******************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID.    ENRLVRFY.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SPECIAL-NAMES.
006300     C01 IS NEW-PAGE.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
006700            ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT COURSE-ENROLLMENT ASSIGN TO CRSENRL
007000            ORGANIZATION IS SEQUENTIAL.
007100
007200     SELECT TERM-FILE       ASSIGN TO TERMFILE
007300            ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT OPTIONAL VERIFY-HISTORY ASSIGN TO VERHIST
007600            ORGANIZATION IS INDEXED
007700            ACCESS MODE IS DYNAMIC
007800            RECORD KEY IS RH-VERIFY-KEY
007900            FILE STATUS IS WS-HIST-STATUS.
008000
008100     SELECT VERIFY-FEED     ASSIGN TO VERFEED
008200            ORGANIZATION IS SEQUENTIAL.
008300
008400     SELECT EXCEPTION-REPORT ASSIGN TO EXCPOUT
008500            ORGANIZATION IS SEQUENTIAL.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  STUDENT-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY STUDENT.
009200
009300 FD  COURSE-ENROLLMENT
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CRSENRL.
009600
009700 FD  TERM-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY TERMMST.
010000
010100 FD  VERIFY-HISTORY
010200     LABEL RECORDS ARE STANDARD.
010300     COPY VERHIST.
010400
010500 FD  VERIFY-FEED
010600     LABEL RECORDS ARE STANDARD.
010700     COPY VERFEED.
010800
010900 FD  EXCEPTION-REPORT
011000     LABEL RECORDS ARE OMITTED
011100     RECORD CONTAINS 132 CHARACTERS.
011200 01  EXCEPTION-REPORT-LINE       PIC X(132).
011300
011400 WORKING-STORAGE SECTION.
011500
011600 01  WS-SWITCHES.
011700     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
011800         88  WS-EOF                         VALUE "Y".
011900     05  WS-ENRL-EOF-SWITCH      PIC X(01)  VALUE "N".
012000         88  WS-ENRL-EOF                    VALUE "Y".
012100     05  WS-TERM-EOF-SWITCH      PIC X(01)  VALUE "N".
012200         88  WS-TERM-EOF                    VALUE "Y".
012300     05  WS-PARM-SWITCH          PIC X(01)  VALUE "N".
012400         88  WS-PARM-OK                     VALUE "Y".
012500     05  WS-TERM-FOUND-SWITCH    PIC X(01)  VALUE "N".
012600         88  WS-TERM-FOUND                  VALUE "Y".
012700     05  WS-CENSUS-SWITCH        PIC X(01)  VALUE "N".
012800         88  WS-CENSUS-REACHED              VALUE "Y".
012900     05  WS-TERM-ENRL-SWITCH     PIC X(01)  VALUE "N".
013000         88  WS-TERM-ENRL-FOUND             VALUE "Y".
013100     05  WS-DROP-DATE-SWITCH     PIC X(01)  VALUE "N".
013200         88  WS-DROP-DATE-MISSING           VALUE "Y".
013300     05  WS-HIST-FOUND-SWITCH    PIC X(01)  VALUE "N".
013400         88  WS-HIST-FOUND                  VALUE "Y".
013500     05  WS-CONSIDER-SWITCH      PIC X(01)  VALUE "N".
013600         88  WS-CONSIDER-STUDENT            VALUE "Y".
013700
013800 01  WS-HIST-STATUS              PIC X(02)  VALUE "00".
013900     88  WS-HIST-OK                         VALUE "00".
013950     88  WS-HIST-OPENED                     VALUE "00" "05".
014000     88  WS-HIST-NOT-FOUND                  VALUE "23".
014100
014200 01  WS-COUNTERS.
014300     05  WS-STUDENT-COUNT        PIC 9(07)  COMP VALUE ZERO.
014400     05  WS-SKIPPED-COUNT        PIC 9(07)  COMP VALUE ZERO.
014500     05  WS-NOT-IN-TERM-COUNT    PIC 9(07)  COMP VALUE ZERO.
014600     05  WS-DETERMINED-COUNT     PIC 9(07)  COMP VALUE ZERO.
014700     05  WS-FEED-COUNT           PIC 9(07)  COMP VALUE ZERO.
014800     05  WS-UNCHANGED-COUNT      PIC 9(07)  COMP VALUE ZERO.
014900     05  WS-EXCEPTION-COUNT      PIC 9(07)  COMP VALUE ZERO.
015000     05  WS-HIST-ERROR-COUNT     PIC 9(07)  COMP VALUE ZERO.
015100     05  WS-FULL-TIME-COUNT      PIC 9(07)  COMP VALUE ZERO.
015200     05  WS-THREE-QUARTER-COUNT  PIC 9(07)  COMP VALUE ZERO.
015300     05  WS-HALF-TIME-COUNT      PIC 9(07)  COMP VALUE ZERO.
015400     05  WS-LESS-HALF-COUNT      PIC 9(07)  COMP VALUE ZERO.
015500     05  WS-WITHDRAWN-COUNT      PIC 9(07)  COMP VALUE ZERO.
015600     05  WS-GRADUATED-COUNT      PIC 9(07)  COMP VALUE ZERO.
015700     05  WS-FIRST-REPORT-COUNT   PIC 9(07)  COMP VALUE ZERO.
015800     05  WS-CHANGE-COUNT         PIC 9(07)  COMP VALUE ZERO.
015900     05  WS-REFRESH-COUNT        PIC 9(07)  COMP VALUE ZERO.
016000     05  WS-DROP-COUNT           PIC 9(03)  COMP VALUE ZERO.
016100     05  WS-WAITLIST-COUNT       PIC 9(03)  COMP VALUE ZERO.
016200     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
016300     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
016400     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
016500
016600 01  WS-VERIFY-PARM.
016700     05  WS-VERIFY-TERM          PIC X(05).
016800     05  FILLER                  PIC X(01).
016900     05  WS-SCHOOL-CODE          PIC X(08).
017000     05  FILLER                  PIC X(66).
017100
017200*    ENROLLMENT INTENSITY THRESHOLDS IN ENROLLED CREDIT HOURS.
017300 01  WS-INTENSITY-HOURS.
017400     05  WS-FULL-TIME-HOURS      PIC 9(02)V9(01) VALUE 12.0.
017500     05  WS-THREE-QUARTER-HOURS  PIC 9(02)V9(01) VALUE 09.0.
017600     05  WS-HALF-TIME-HOURS      PIC 9(02)V9(01) VALUE 06.0.
017700
017800 01  WS-TERM-DATES.
017900     05  WS-TERM-START-DATE      PIC X(08)  VALUE SPACES.
018000     05  WS-TERM-END-DATE        PIC X(08)  VALUE SPACES.
018100     05  WS-CENSUS-DATE          PIC X(08)  VALUE SPACES.
018200
018300 01  WS-ENRL-STUDENT-ID          PIC X(09)  VALUE HIGH-VALUES.
018400
018500 01  WS-STUDENT-FIELDS.
018600     05  WS-ENROLLED-HOURS       PIC 9(03)V9(01) VALUE ZERO.
018700     05  WS-LAST-CHANGE-DATE     PIC X(08)  VALUE SPACES.
018800     05  WS-LAST-DROP-DATE       PIC X(08)  VALUE SPACES.
018900     05  WS-STATUS-CHANGE-DATE   PIC X(08)  VALUE SPACES.
019000     05  WS-NEW-STATUS           PIC X(01)  VALUE SPACE.
019100         88  WS-NEW-FULL-TIME               VALUE "F".
019200         88  WS-NEW-THREE-QUARTER           VALUE "Q".
019300         88  WS-NEW-HALF-TIME               VALUE "H".
019400         88  WS-NEW-LESS-THAN-HALF          VALUE "L".
019500         88  WS-NEW-WITHDRAWN               VALUE "W".
019600         88  WS-NEW-GRADUATED               VALUE "G".
019700     05  WS-EFFECTIVE-DATE       PIC X(08)  VALUE SPACES.
019800     05  WS-PRIOR-STATUS         PIC X(01)  VALUE SPACE.
019900     05  WS-PRIOR-CENSUS-FLAG    PIC X(01)  VALUE SPACE.
020000         88  WS-PRIOR-CENSUS-SENT           VALUE "Y".
020100     05  WS-REPORT-REASON        PIC X(01)  VALUE SPACE.
020200         88  WS-REPORT-FIRST                VALUE "N".
020300         88  WS-REPORT-CHANGE               VALUE "C".
020400         88  WS-REPORT-REFRESH              VALUE "R".
020500         88  WS-REPORT-NONE                 VALUE SPACE.
020600     05  WS-EXCEPTION-REASON     PIC X(50)  VALUE SPACES.
020700
020800 01  WS-CURRENT-DATE-FIELDS.
020900     05  WS-CURRENT-CCYY         PIC 9(04).
021000     05  WS-CURRENT-MM           PIC 9(02).
021100     05  WS-CURRENT-DD           PIC 9(02).
021200 01  WS-RUN-DATE                 PIC X(08)  VALUE SPACES.
021300
021400 01  WS-HEADING-1.
021500     05  FILLER                  PIC X(01)  VALUE SPACE.
021600     05  FILLER                  PIC X(42)  VALUE
021700             "ENROLLMENT VERIFICATION EXCEPTIONS  TERM: ".
021800     05  WS-H1-TERM              PIC X(05).
021900     05  FILLER                  PIC X(10)  VALUE "  CENSUS: ".
022000     05  WS-H1-CENSUS            PIC X(08).
022100     05  FILLER                  PIC X(07)  VALUE "  RUN: ".
022200     05  WS-H1-RUN-DATE          PIC X(08).
022300     05  FILLER                  PIC X(03)  VALUE SPACES.
022400     05  FILLER                  PIC X(05)  VALUE "PAGE ".
022500     05  WS-H1-PAGE              PIC ZZZ9.
022600     05  FILLER                  PIC X(39)  VALUE SPACES.
022700
022800 01  WS-HEADING-2.
022900     05  FILLER                  PIC X(01)  VALUE SPACE.
023000     05  FILLER                  PIC X(11)  VALUE "STUDENT ID".
023100     05  FILLER                  PIC X(32)  VALUE "NAME".
023200     05  FILLER                  PIC X(06)  VALUE "PROG".
023300     05  FILLER                  PIC X(04)  VALUE "ST".
023400     05  FILLER                  PIC X(10)  VALUE "CHANGED".
023500     05  FILLER                  PIC X(07)  VALUE "HOURS".
023600     05  FILLER                  PIC X(61)  VALUE "REASON".
023700
023800 01  WS-DETAIL-LINE.
023900     05  FILLER                  PIC X(01)  VALUE SPACE.
024000     05  WS-D-STUDENT-ID         PIC X(09).
024100     05  FILLER                  PIC X(02)  VALUE SPACES.
024200     05  WS-D-STUDENT-NAME       PIC X(30).
024300     05  FILLER                  PIC X(02)  VALUE SPACES.
024400     05  WS-D-PROGRAM            PIC X(04).
024500     05  FILLER                  PIC X(02)  VALUE SPACES.
024600     05  WS-D-STATUS             PIC X(01).
024700     05  FILLER                  PIC X(03)  VALUE SPACES.
024800     05  WS-D-CHANGE-DATE        PIC X(08).
024900     05  FILLER                  PIC X(02)  VALUE SPACES.
025000     05  WS-D-HOURS              PIC ZZ9.9.
025100     05  FILLER                  PIC X(02)  VALUE SPACES.
025200     05  WS-D-REASON             PIC X(50).
025300     05  FILLER                  PIC X(11)  VALUE SPACES.
025400
025500 01  WS-NONE-LINE.
025600     05  FILLER                  PIC X(01)  VALUE SPACE.
025700     05  FILLER                  PIC X(40)  VALUE
025800             "NO EXCEPTIONS - EVERY STATUS DETERMINED".
025900     05  FILLER                  PIC X(91)  VALUE SPACES.
026000
026100 01  WS-TOTAL-LINE.
026200     05  FILLER                  PIC X(01)  VALUE SPACE.
026300     05  WS-T-CAPTION            PIC X(26).
026400     05  WS-T-COUNT              PIC ZZZ,ZZ9.
026500     05  FILLER                  PIC X(98)  VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800
026900******************************************************************
027000* 0000-MAINLINE - EDIT THE TERM CARD, DERIVE AND REPORT EVERY     *
027100* STUDENT'S ENROLLMENT STATUS FOR THE TERM AND CLOSE THE FEED     *
027200* BLOCK.                                                          *
027300******************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027600     IF WS-PARM-OK
027700         PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
027800             UNTIL WS-EOF
027900         PERFORM 2900-DRAIN-ENROLLMENTS THRU 2900-EXIT
028000             UNTIL WS-ENRL-EOF
028100     END-IF
028200     PERFORM 8000-FINALIZE THRU 8000-EXIT
028300     GOBACK.
028400
028500******************************************************************
028600* 1000-INITIALIZE - READ AND EDIT THE TERM CARD, FIND THE TERM'S  *
028700* START, END AND CENSUS DATES, OPEN THE FILES, START THE FEED     *
028800* BLOCK AND PRIME BOTH SIDES OF THE MATCH.  FROM THE CENSUS DATE  *
028900* ON, STUDENTS NOT YET SENT SINCE CENSUS ARE SENT AS A FULL       *
029000* REFRESH.                                                        *
029100******************************************************************
029200 1000-INITIALIZE.
029300     DISPLAY "ENRLVRFY - ENROLLMENT VERIFICATION STARTED"
029400     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
029500     MOVE WS-CURRENT-DATE-FIELDS TO WS-RUN-DATE
029600     MOVE SPACES TO WS-VERIFY-PARM
029700     ACCEPT WS-VERIFY-PARM
029800     IF WS-VERIFY-TERM = SPACES
029900         DISPLAY "ENRLVRFY - VERIFICATION TERM CARD MISSING"
030000         GO TO 1000-EXIT
030100     END-IF
030200     IF WS-SCHOOL-CODE = SPACES
030300         DISPLAY "ENRLVRFY - SCHOOL CODE MISSING FROM TERM CARD"
030400         GO TO 1000-EXIT
030500     END-IF
030600     DISPLAY "ENRLVRFY - VERIFICATION TERM: " WS-VERIFY-TERM
030700             " SCHOOL CODE: " WS-SCHOOL-CODE
030800     PERFORM 1500-LOAD-TERM THRU 1500-EXIT
030900     IF NOT WS-TERM-FOUND
031000         DISPLAY "ENRLVRFY - TERM NOT ON TERM MASTER: "
031100                 WS-VERIFY-TERM
031200         GO TO 1000-EXIT
031300     END-IF
031400     IF WS-TERM-START-DATE NOT NUMERIC
031500        OR WS-TERM-END-DATE NOT NUMERIC
031600        OR WS-CENSUS-DATE NOT NUMERIC
031700         DISPLAY "ENRLVRFY - TERM START, END OR CENSUS DATE "
031800                 "MISSING FOR TERM: " WS-VERIFY-TERM
031900         GO TO 1000-EXIT
032000     END-IF
032100     OPEN I-O VERIFY-HISTORY
032200     IF NOT WS-HIST-OPENED
032300         DISPLAY "ENRLVRFY - VERIFICATION HISTORY OPEN FAILED, "
032400                 "STATUS: " WS-HIST-STATUS
032500         GO TO 1000-EXIT
032600     END-IF
032700     SET WS-PARM-OK TO TRUE
032800     IF WS-RUN-DATE NOT < WS-CENSUS-DATE
032900         SET WS-CENSUS-REACHED TO TRUE
033000     END-IF
033100     DISPLAY "ENRLVRFY - TERM START: " WS-TERM-START-DATE
033200             " END: " WS-TERM-END-DATE
033300             " CENSUS: " WS-CENSUS-DATE
033400     IF WS-CENSUS-REACHED
033500         DISPLAY "ENRLVRFY - CENSUS DATE REACHED - STUDENTS NOT "
033600                 "YET SENT SINCE CENSUS ARE REFRESHED"
033700     END-IF
033800     OPEN INPUT  STUDENT-MASTER
033900     OPEN INPUT  COURSE-ENROLLMENT
034000     OPEN OUTPUT VERIFY-FEED
034100     OPEN OUTPUT EXCEPTION-REPORT
034200     MOVE SPACES                 TO VERIFY-HEADER-RECORD
034300     MOVE "HDR"                  TO VH-RECORD-TYPE
034400     MOVE WS-CURRENT-DATE-FIELDS TO VH-RUN-DATE
034500     MOVE WS-SCHOOL-CODE         TO VH-SCHOOL-CODE
034600     MOVE WS-VERIFY-TERM         TO VH-TERM-CODE
034700     MOVE WS-TERM-START-DATE     TO VH-TERM-START-DATE
034800     MOVE WS-TERM-END-DATE       TO VH-TERM-END-DATE
034900     MOVE WS-CENSUS-DATE         TO VH-CENSUS-DATE
035000     WRITE VERIFY-HEADER-RECORD
035100     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
035200     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
035300     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
035400     .
035500 1000-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900* 1500-LOAD-TERM - FIND THE VERIFICATION TERM ON THE TERM MASTER  *
036000* AND KEEP ITS START, END AND CENSUS DATES.                       *
036100******************************************************************
036200 1500-LOAD-TERM.
036300     OPEN INPUT TERM-FILE
036400     PERFORM 1550-READ-TERM THRU 1550-EXIT
036500         UNTIL WS-TERM-EOF
036600            OR WS-TERM-FOUND
036700     CLOSE TERM-FILE
036800     .
036900 1500-EXIT.
037000     EXIT.
037100
037200 1550-READ-TERM.
037300     READ TERM-FILE
037400         AT END
037500             SET WS-TERM-EOF TO TRUE
037600         NOT AT END
037700             IF TM-TERM-CODE = WS-VERIFY-TERM
037800                 SET WS-TERM-FOUND TO TRUE
037900                 MOVE TM-START-DATE  TO WS-TERM-START-DATE
038000                 MOVE TM-END-DATE    TO WS-TERM-END-DATE
038100                 MOVE TM-CENSUS-DATE TO WS-CENSUS-DATE
038200             END-IF
038300     END-READ
038400     .
038500 1550-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 1800-READ-STUDENT - PRIMING AND SUBSEQUENT READS OF THE SORTED  *
039000* STUDENT EXTRACT.                                                *
039100******************************************************************
039200 1800-READ-STUDENT.
039300     READ STUDENT-MASTER
039400         AT END
039500             SET WS-EOF TO TRUE
039600         NOT AT END
039700             ADD 1 TO WS-STUDENT-COUNT
039800     END-READ
039900     .
040000 1800-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400* 1900-READ-ENROLLMENT - PRIMING AND SUBSEQUENT READS OF THE      *
040500* ENROLLMENT FILE.  AT END THE MATCH KEY IS FORCED HIGH.          *
040600******************************************************************
040700 1900-READ-ENROLLMENT.
040800     READ COURSE-ENROLLMENT
040900         AT END
041000             SET WS-ENRL-EOF TO TRUE
041100             MOVE HIGH-VALUES TO WS-ENRL-STUDENT-ID
041200         NOT AT END
041300             MOVE CE-STUDENT-ID TO WS-ENRL-STUDENT-ID
041400     END-READ
041500     .
041600 1900-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000* 2000-PROCESS-STUDENTS - ONE ITERATION PER EXTRACT STUDENT.  THE *
042100* STUDENT'S ENROLLMENTS IN THE TERM ARE TOTALLED AND THE STUDENT  *
042200* IS VERIFIED.  ENROLLMENTS BELOW THE STUDENT KEY BELONG TO       *
042300* STUDENTS NOT ON THE EXTRACT AND ARE SKIPPED.                    *
042400******************************************************************
042500 2000-PROCESS-STUDENTS.
042600     MOVE "N"    TO WS-TERM-ENRL-SWITCH
042700     MOVE "N"    TO WS-DROP-DATE-SWITCH
042800     MOVE ZERO   TO WS-ENROLLED-HOURS
042900     MOVE ZERO   TO WS-DROP-COUNT
043000     MOVE ZERO   TO WS-WAITLIST-COUNT
043100     MOVE SPACES TO WS-LAST-CHANGE-DATE
043200     MOVE SPACES TO WS-LAST-DROP-DATE
043300     PERFORM 2100-CONSUME-ENROLLMENT THRU 2100-EXIT
043400         UNTIL WS-ENRL-STUDENT-ID > LS-STUDENT-ID
043500     PERFORM 2200-VERIFY-STUDENT THRU 2200-EXIT
043600     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
043700     .
043800 2000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 2100-CONSUME-ENROLLMENT - ONE ENROLLMENT RECORD AT OR BELOW THE *
044300* CURRENT STUDENT KEY.  ENROLLED HOURS ARE SUMMED AND THE LATEST  *
044400* ADD OR DROP DATE IS KEPT AS THE DATE THE STUDENT'S LOAD LAST    *
044500* CHANGED.  DROPS ARE COUNTED WITH THE LATEST DROP DATE; A DROP   *
044600* WITH NO STATUS DATE (FROM BEFORE CRSTRAN STAMPED ONE) IS NOTED. *
044700* WAITLISTED RECORDS CARRY NO HOURS.                              *
044800******************************************************************
044900 2100-CONSUME-ENROLLMENT.
045000     IF WS-ENRL-STUDENT-ID < LS-STUDENT-ID
045100         ADD 1 TO WS-SKIPPED-COUNT
045200     ELSE
045300         IF CE-TERM-CODE = WS-VERIFY-TERM
045400             SET WS-TERM-ENRL-FOUND TO TRUE
045500             EVALUATE TRUE
045600                 WHEN CE-ENROLL-ENROLLED
045700                     ADD CE-CREDIT-HOURS TO WS-ENROLLED-HOURS
045800                     IF CE-STATUS-DATE > WS-LAST-CHANGE-DATE
045900                         MOVE CE-STATUS-DATE
046000                             TO WS-LAST-CHANGE-DATE
046100                     END-IF
046200                 WHEN CE-ENROLL-DROPPED
046300                     ADD 1 TO WS-DROP-COUNT
046400                     IF CE-STATUS-DATE = SPACES
046500                         SET WS-DROP-DATE-MISSING TO TRUE
046600                     END-IF
046700                     IF CE-STATUS-DATE > WS-LAST-CHANGE-DATE
046800                         MOVE CE-STATUS-DATE
046900                             TO WS-LAST-CHANGE-DATE
047000                     END-IF
047100                     IF CE-STATUS-DATE > WS-LAST-DROP-DATE
047200                         MOVE CE-STATUS-DATE TO WS-LAST-DROP-DATE
047300                     END-IF
047400                 WHEN CE-ENROLL-WAITLISTED
047500                     ADD 1 TO WS-WAITLIST-COUNT
047600                 WHEN OTHER
047700                     CONTINUE
047800             END-EVALUATE
047900         END-IF
048000     END-IF
048100     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
048200     .
048300 2100-EXIT.
048400     EXIT.
048500
048600******************************************************************
048700* 2200-VERIFY-STUDENT - DECIDE WHETHER THE STUDENT BELONGS IN THE *
048800* TERM'S SUBMISSION, DERIVE THE STATUS, LIST IT AS AN EXCEPTION IF*
048900* IT CANNOT BE DETERMINED, AND OTHERWISE SEND IT WHEN IT IS NEW,  *
049000* CHANGED OR DUE FOR THE CENSUS REFRESH.                          *
049100******************************************************************
049200 2200-VERIFY-STUDENT.
049300     MOVE LS-STATUS-CHANGE-DATE TO WS-STATUS-CHANGE-DATE
049400     PERFORM 2300-READ-HISTORY THRU 2300-EXIT
049500     PERFORM 2250-CHECK-CONSIDER THRU 2250-EXIT
049600     IF NOT WS-CONSIDER-STUDENT
049700         ADD 1 TO WS-NOT-IN-TERM-COUNT
049800         GO TO 2200-EXIT
049900     END-IF
050000     PERFORM 2400-DERIVE-STATUS THRU 2400-EXIT
050100     IF WS-EXCEPTION-REASON NOT = SPACES
050200         ADD 1 TO WS-EXCEPTION-COUNT
050300         PERFORM 3100-WRITE-EXCEPTION THRU 3100-EXIT
050400         GO TO 2200-EXIT
050500     END-IF
050600     ADD 1 TO WS-DETERMINED-COUNT
050700     PERFORM 2500-DECIDE-REPORT THRU 2500-EXIT
050800     IF WS-REPORT-NONE
050900         ADD 1 TO WS-UNCHANGED-COUNT
051000         GO TO 2200-EXIT
051100     END-IF
051200     PERFORM 2600-WRITE-FEED THRU 2600-EXIT
051300     PERFORM 2700-UPDATE-HISTORY THRU 2700-EXIT
051400     .
051500 2200-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900* 2250-CHECK-CONSIDER - A STUDENT IS PART OF THE TERM'S SUBMISSION*
052000* WHEN THEY HAVE ANY ENROLLMENT RECORD IN THE TERM, HAVE BEEN     *
052100* REPORTED FOR THE TERM BEFORE, OR GRADUATED OR WITHDREW BETWEEN  *
052200* THE TERM'S START AND END DATES.                                 *
052300******************************************************************
052400 2250-CHECK-CONSIDER.
052500     MOVE "N" TO WS-CONSIDER-SWITCH
052600     IF WS-TERM-ENRL-FOUND
052700        OR WS-HIST-FOUND
052800         SET WS-CONSIDER-STUDENT TO TRUE
052900         GO TO 2250-EXIT
053000     END-IF
053100     IF LS-STATUS-GRADUATED
053200        OR LS-STATUS-WITHDRAWN
053300         IF WS-STATUS-CHANGE-DATE NUMERIC
053400            AND WS-STATUS-CHANGE-DATE NOT < WS-TERM-START-DATE
053500            AND WS-STATUS-CHANGE-DATE NOT > WS-TERM-END-DATE
053600             SET WS-CONSIDER-STUDENT TO TRUE
053700         END-IF
053800     END-IF
053900     .
054000 2250-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* 2300-READ-HISTORY - FETCH THE STATUS LAST REPORTED FOR THIS     *
054500* STUDENT AND TERM.  NONE ON FILE MEANS A FIRST REPORT.           *
054600******************************************************************
054700 2300-READ-HISTORY.
054800     MOVE "N"            TO WS-HIST-FOUND-SWITCH
054900     MOVE SPACE          TO WS-PRIOR-STATUS
055000     MOVE SPACE          TO WS-PRIOR-CENSUS-FLAG
055100     MOVE LS-STUDENT-ID  TO RH-STUDENT-ID
055200     MOVE WS-VERIFY-TERM TO RH-TERM-CODE
055300     READ VERIFY-HISTORY
055400         INVALID KEY
055500             CONTINUE
055600         NOT INVALID KEY
055700             SET WS-HIST-FOUND TO TRUE
055800             MOVE RH-ENROLL-STATUS TO WS-PRIOR-STATUS
055900             MOVE RH-CENSUS-FLAG   TO WS-PRIOR-CENSUS-FLAG
056000     END-READ
056100     .
056200 2300-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600* 2400-DERIVE-STATUS - GRADUATED AND WITHDRAWN STUDENTS ARE       *
056700* REPORTED AS SUCH FROM THE STUDENT MASTER.  AN ACTIVE STUDENT'S  *
056800* INTENSITY COMES FROM THE ENROLLED HOURS.  AN INACTIVE STUDENT   *
056900* WITH NO ENROLLED HOURS HAS WITHDRAWN; ONE STILL CARRYING HOURS  *
057000* CANNOT BE DETERMINED.  WS-EXCEPTION-REASON COMES BACK NON-BLANK *
057100* WHEN NO STATUS COULD BE DERIVED.                                *
057200******************************************************************
057300 2400-DERIVE-STATUS.
057400     MOVE SPACE  TO WS-NEW-STATUS
057500     MOVE SPACES TO WS-EFFECTIVE-DATE
057600     MOVE SPACES TO WS-EXCEPTION-REASON
057700     EVALUATE TRUE
057800         WHEN LS-STATUS-GRADUATED
057900             SET WS-NEW-GRADUATED TO TRUE
058000             PERFORM 2450-USE-STATUS-DATE THRU 2450-EXIT
058100         WHEN LS-STATUS-WITHDRAWN
058200             SET WS-NEW-WITHDRAWN TO TRUE
058300             PERFORM 2450-USE-STATUS-DATE THRU 2450-EXIT
058400         WHEN LS-STATUS-ACTIVE
058500             PERFORM 2420-DERIVE-INTENSITY THRU 2420-EXIT
058600         WHEN LS-STATUS-INACTIVE
058700             IF WS-ENROLLED-HOURS > ZERO
058800                 MOVE "INACTIVE STUDENT WITH ENROLLED HOURS"
058900                     TO WS-EXCEPTION-REASON
059000             ELSE
059100                 PERFORM 2440-DERIVE-WITHDRAWAL THRU 2440-EXIT
059200             END-IF
059300         WHEN OTHER
059400             MOVE "STUDENT STATUS CODE NOT RECOGNIZED"
059500                 TO WS-EXCEPTION-REASON
059600     END-EVALUATE
059700     .
059800 2400-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 2420-DERIVE-INTENSITY - BAND THE ENROLLED HOURS AGAINST THE     *
060300* INTENSITY THRESHOLDS.  THE STATUS TOOK EFFECT ON THE LATEST ADD *
060400* OR DROP IN THE TERM, OR AT THE TERM START IF THAT WAS EARLIER OR*
060500* UNDATED.  NO ENROLLED HOURS AT ALL IS A WITHDRAWAL.             *
060600******************************************************************
060700 2420-DERIVE-INTENSITY.
060800     IF WS-ENROLLED-HOURS = ZERO
060900         PERFORM 2440-DERIVE-WITHDRAWAL THRU 2440-EXIT
061000         GO TO 2420-EXIT
061100     END-IF
061200     EVALUATE TRUE
061300         WHEN WS-ENROLLED-HOURS NOT < WS-FULL-TIME-HOURS
061400             SET WS-NEW-FULL-TIME TO TRUE
061500         WHEN WS-ENROLLED-HOURS NOT < WS-THREE-QUARTER-HOURS
061600             SET WS-NEW-THREE-QUARTER TO TRUE
061700         WHEN WS-ENROLLED-HOURS NOT < WS-HALF-TIME-HOURS
061800             SET WS-NEW-HALF-TIME TO TRUE
061900         WHEN OTHER
062000             SET WS-NEW-LESS-THAN-HALF TO TRUE
062100     END-EVALUATE
062200     IF WS-LAST-CHANGE-DATE > WS-TERM-START-DATE
062300         MOVE WS-LAST-CHANGE-DATE TO WS-EFFECTIVE-DATE
062400     ELSE
062500         MOVE WS-TERM-START-DATE  TO WS-EFFECTIVE-DATE
062600     END-IF
062700     .
062800 2420-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200* 2440-DERIVE-WITHDRAWAL - A STUDENT WITH NO ENROLLED HOURS WHO   *
063300* DROPPED EVERYTHING HAS WITHDRAWN, EFFECTIVE THE LAST DROP.  WITH*
063400* A DROP UNDATED, OR WITH NOTHING BUT WAITLIST PLACES OR NO TERM  *
063500* ENROLLMENT LEFT AT ALL, THE STATUS CANNOT BE DETERMINED.        *
063600******************************************************************
063700 2440-DERIVE-WITHDRAWAL.
063800     EVALUATE TRUE
063900         WHEN WS-DROP-COUNT = ZERO
064000          AND WS-WAITLIST-COUNT > ZERO
064100             MOVE "WAITLISTED ONLY - NO ENROLLED HOURS"
064200                 TO WS-EXCEPTION-REASON
064300         WHEN WS-DROP-COUNT = ZERO
064400             MOVE "NO ENROLLED OR DROPPED COURSES IN TERM ON FILE"
064500                 TO WS-EXCEPTION-REASON
064600         WHEN WS-DROP-DATE-MISSING
064700             MOVE "ALL COURSES DROPPED - A DROP HAS NO DATE"
064800                 TO WS-EXCEPTION-REASON
064900         WHEN OTHER
065000             SET WS-NEW-WITHDRAWN TO TRUE
065100             MOVE WS-LAST-DROP-DATE TO WS-EFFECTIVE-DATE
065200     END-EVALUATE
065300     .
065400 2440-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800* 2450-USE-STATUS-DATE - A GRADUATION OR WITHDRAWAL TAKES EFFECT  *
065900* ON LS-STATUS-CHANGE-DATE.  RECORDS OLDER THAN THAT FIELD CARRY  *
066000* ZERO OR SPACES THERE AND CANNOT BE REPORTED.                    *
066100******************************************************************
066200 2450-USE-STATUS-DATE.
066300     IF WS-STATUS-CHANGE-DATE NOT NUMERIC
066400        OR WS-STATUS-CHANGE-DATE = ZEROS
066500         MOVE "GRADUATED/WITHDRAWN WITH NO STATUS CHANGE DATE"
066600             TO WS-EXCEPTION-REASON
066700     ELSE
066800         MOVE WS-STATUS-CHANGE-DATE TO WS-EFFECTIVE-DATE
066900     END-IF
067000     .
067100 2450-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500* 2500-DECIDE-REPORT - SEND A STUDENT NEVER REPORTED FOR THE TERM,*
067600* ONE WHOSE STATUS DIFFERS FROM THE LAST REPORTED, OR, FROM THE   *
067700* CENSUS DATE ON, ONE NOT YET SENT SINCE CENSUS.  WS-REPORT-REASON*
067800* STAYS BLANK WHEN THERE IS NOTHING TO SEND.                      *
067900******************************************************************
068000 2500-DECIDE-REPORT.
068100     MOVE SPACE TO WS-REPORT-REASON
068200     EVALUATE TRUE
068300         WHEN NOT WS-HIST-FOUND
068400             SET WS-REPORT-FIRST TO TRUE
068500         WHEN WS-NEW-STATUS NOT = WS-PRIOR-STATUS
068600             SET WS-REPORT-CHANGE TO TRUE
068700         WHEN WS-CENSUS-REACHED
068800          AND NOT WS-PRIOR-CENSUS-SENT
068900             SET WS-REPORT-REFRESH TO TRUE
069000         WHEN OTHER
069100             CONTINUE
069200     END-EVALUATE
069300     .
069400 2500-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800* 2600-WRITE-FEED - SEND THE STUDENT'S STATUS AND ADD IT TO THE   *
069900* TRAILER'S COUNTS BY STATUS AND BY REASON.                       *
070000******************************************************************
070100 2600-WRITE-FEED.
070200     MOVE SPACES                 TO VERIFY-FEED-RECORD
070300     MOVE LS-STUDENT-ID          TO VF-STUDENT-ID
070400     MOVE WS-VERIFY-TERM         TO VF-TERM-CODE
070500     MOVE LS-STUDENT-NAME        TO VF-STUDENT-NAME
070600     MOVE LS-STUDENT-DATE-OF-BIRTH TO VF-DATE-OF-BIRTH
070700     MOVE LS-PROGRAM-CODE        TO VF-PROGRAM-CODE
070800     MOVE WS-NEW-STATUS          TO VF-ENROLL-STATUS
070900     MOVE WS-EFFECTIVE-DATE      TO VF-EFFECTIVE-DATE
071000     MOVE WS-ENROLLED-HOURS      TO VF-CREDIT-HOURS
071100     MOVE WS-PRIOR-STATUS        TO VF-PRIOR-STATUS
071200     MOVE WS-REPORT-REASON       TO VF-REPORT-REASON
071300     MOVE WS-TERM-START-DATE     TO VF-TERM-START-DATE
071400     MOVE WS-TERM-END-DATE       TO VF-TERM-END-DATE
071500     WRITE VERIFY-FEED-RECORD
071600     ADD 1 TO WS-FEED-COUNT
071700     EVALUATE TRUE
071800         WHEN WS-NEW-FULL-TIME
071900             ADD 1 TO WS-FULL-TIME-COUNT
072000         WHEN WS-NEW-THREE-QUARTER
072100             ADD 1 TO WS-THREE-QUARTER-COUNT
072200         WHEN WS-NEW-HALF-TIME
072300             ADD 1 TO WS-HALF-TIME-COUNT
072400         WHEN WS-NEW-LESS-THAN-HALF
072500             ADD 1 TO WS-LESS-HALF-COUNT
072600         WHEN WS-NEW-WITHDRAWN
072700             ADD 1 TO WS-WITHDRAWN-COUNT
072800         WHEN WS-NEW-GRADUATED
072900             ADD 1 TO WS-GRADUATED-COUNT
073000     END-EVALUATE
073100     EVALUATE TRUE
073200         WHEN WS-REPORT-FIRST
073300             ADD 1 TO WS-FIRST-REPORT-COUNT
073400         WHEN WS-REPORT-CHANGE
073500             ADD 1 TO WS-CHANGE-COUNT
073600         WHEN WS-REPORT-REFRESH
073700             ADD 1 TO WS-REFRESH-COUNT
073800     END-EVALUATE
073900     .
074000 2600-EXIT.
074100     EXIT.
074200
074300******************************************************************
074400* 2700-UPDATE-HISTORY - RECORD WHAT WAS JUST SENT AS THE LAST     *
074500* STATUS REPORTED FOR THE STUDENT AND TERM, MARKING IT SENT SINCE *
074600* CENSUS FROM THE CENSUS DATE ON.                                 *
074700******************************************************************
074800 2700-UPDATE-HISTORY.
074900     MOVE SPACES              TO VERIFY-HISTORY-RECORD
075000     MOVE LS-STUDENT-ID       TO RH-STUDENT-ID
075100     MOVE WS-VERIFY-TERM      TO RH-TERM-CODE
075200     MOVE WS-NEW-STATUS       TO RH-ENROLL-STATUS
075300     MOVE WS-EFFECTIVE-DATE   TO RH-EFFECTIVE-DATE
075400     MOVE WS-ENROLLED-HOURS   TO RH-CREDIT-HOURS
075500     MOVE WS-RUN-DATE         TO RH-REPORTED-DATE
075600     IF WS-CENSUS-REACHED
075700         MOVE "Y" TO RH-CENSUS-FLAG
075800     ELSE
075900         MOVE "N" TO RH-CENSUS-FLAG
076000     END-IF
076100     IF WS-HIST-FOUND
076200         REWRITE VERIFY-HISTORY-RECORD
076300     ELSE
076400         WRITE VERIFY-HISTORY-RECORD
076500     END-IF
076600     IF NOT WS-HIST-OK
076700         ADD 1 TO WS-HIST-ERROR-COUNT
076800         DISPLAY "ENRLVRFY - HISTORY UPDATE FAILED FOR "
076900                 LS-STUDENT-ID " STATUS: " WS-HIST-STATUS
077000     END-IF
077100     .
077200 2700-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600* 2900-DRAIN-ENROLLMENTS - THE EXTRACT IS EXHAUSTED; ANY          *
077700* ENROLLMENT RECORDS LEFT BELONG TO STUDENTS NOT ON IT AND ARE    *
077800* COUNTED AS SKIPPED.                                             *
077900******************************************************************
078000 2900-DRAIN-ENROLLMENTS.
078100     ADD 1 TO WS-SKIPPED-COUNT
078200     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
078300     .
078400 2900-EXIT.
078500     EXIT.
078600
078700******************************************************************
078800* 3000-WRITE-HEADINGS - START A NEW PAGE WITH THE TWO HEADING     *
078900* LINES AND RESET THE LINE COUNT.                                 *
079000******************************************************************
079100 3000-WRITE-HEADINGS.
079200     ADD 1 TO WS-PAGE-COUNT
079300     MOVE WS-PAGE-COUNT    TO WS-H1-PAGE
079400     MOVE WS-VERIFY-TERM   TO WS-H1-TERM
079500     MOVE WS-CENSUS-DATE   TO WS-H1-CENSUS
079600     MOVE WS-RUN-DATE      TO WS-H1-RUN-DATE
079700     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-1
079800         AFTER ADVANCING NEW-PAGE
079900     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-2
080000         AFTER ADVANCING 2 LINES
080100     MOVE 2 TO WS-LINE-COUNT
080200     .
080300 3000-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700* 3100-WRITE-EXCEPTION - PRINT ONE STUDENT WHOSE STATUS COULD NOT *
080800* BE DETERMINED, WITH THE MASTER STATUS CODE AND CHANGE DATE, THE *
080900* ENROLLED HOURS AND THE REASON.                                  *
081000******************************************************************
081100 3100-WRITE-EXCEPTION.
081200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
081300         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
081400     END-IF
081500     MOVE LS-STUDENT-ID          TO WS-D-STUDENT-ID
081600     MOVE LS-STUDENT-NAME        TO WS-D-STUDENT-NAME
081700     MOVE LS-PROGRAM-CODE        TO WS-D-PROGRAM
081800     MOVE LS-STUDENT-STATUS-CODE TO WS-D-STATUS
081900     MOVE WS-STATUS-CHANGE-DATE  TO WS-D-CHANGE-DATE
082000     MOVE WS-ENROLLED-HOURS      TO WS-D-HOURS
082100     MOVE WS-EXCEPTION-REASON    TO WS-D-REASON
082200     WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
082300         AFTER ADVANCING 1 LINE
082400     ADD 1 TO WS-LINE-COUNT
082500     .
082600 3100-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 8000-FINALIZE - CLOSE THE FEED BLOCK WITH ITS TRAILER, PRINT THE*
083100* LISTING TOTALS, CLOSE FILES AND SET THE RETURN CODE.            *
083200******************************************************************
083300 8000-FINALIZE.
083400     IF NOT WS-PARM-OK
083500         MOVE 16 TO RETURN-CODE
083600         DISPLAY "ENRLVRFY - NOTHING SENT"
083700         GO TO 8000-EXIT
083800     END-IF
083900     MOVE SPACES                 TO VERIFY-TRAILER-RECORD
084000     MOVE "TRL"                  TO VT-RECORD-TYPE
084100     MOVE WS-CURRENT-DATE-FIELDS TO VT-RUN-DATE
084200     MOVE WS-FEED-COUNT          TO VT-RECORD-COUNT
084300     MOVE WS-FULL-TIME-COUNT     TO VT-FULL-TIME-COUNT
084400     MOVE WS-THREE-QUARTER-COUNT TO VT-THREE-QUARTER-COUNT
084500     MOVE WS-HALF-TIME-COUNT     TO VT-HALF-TIME-COUNT
084600     MOVE WS-LESS-HALF-COUNT     TO VT-LESS-HALF-COUNT
084700     MOVE WS-WITHDRAWN-COUNT     TO VT-WITHDRAWN-COUNT
084800     MOVE WS-GRADUATED-COUNT     TO VT-GRADUATED-COUNT
084900     MOVE WS-FIRST-REPORT-COUNT  TO VT-FIRST-REPORT-COUNT
085000     MOVE WS-CHANGE-COUNT        TO VT-CHANGE-COUNT
085100     MOVE WS-REFRESH-COUNT       TO VT-REFRESH-COUNT
085200     WRITE VERIFY-TRAILER-RECORD
085300     IF WS-EXCEPTION-COUNT = ZERO
085400         WRITE EXCEPTION-REPORT-LINE FROM WS-NONE-LINE
085500             AFTER ADVANCING 2 LINES
085600     END-IF
085700     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
085800     CLOSE STUDENT-MASTER
085900     CLOSE COURSE-ENROLLMENT
086000     CLOSE VERIFY-HISTORY
086100     CLOSE VERIFY-FEED
086200     CLOSE EXCEPTION-REPORT
086300     EVALUATE TRUE
086400         WHEN WS-HIST-ERROR-COUNT > ZERO
086500             MOVE 8 TO RETURN-CODE
086600         WHEN WS-EXCEPTION-COUNT > ZERO
086700             MOVE 4 TO RETURN-CODE
086800         WHEN OTHER
086900             MOVE 0 TO RETURN-CODE
087000     END-EVALUATE
087100     DISPLAY "ENRLVRFY - STUDENTS READ:      " WS-STUDENT-COUNT
087200     DISPLAY "ENRLVRFY - NOT IN TERM:        "
087300             WS-NOT-IN-TERM-COUNT
087400     DISPLAY "ENRLVRFY - STATUS DETERMINED:  " WS-DETERMINED-COUNT
087500     DISPLAY "ENRLVRFY - SENT ON FEED:       " WS-FEED-COUNT
087600     DISPLAY "ENRLVRFY - UNCHANGED:          " WS-UNCHANGED-COUNT
087700     DISPLAY "ENRLVRFY - EXCEPTIONS:         " WS-EXCEPTION-COUNT
087800     DISPLAY "ENRLVRFY - HISTORY ERRORS:     " WS-HIST-ERROR-COUNT
087900     DISPLAY "ENRLVRFY - ENROLLMENTS SKIPPED:" WS-SKIPPED-COUNT
088000     DISPLAY "ENRLVRFY - ENROLLMENT VERIFICATION COMPLETE"
088100     .
088200 8000-EXIT.
088300     EXIT.
088400
088500 8100-PRINT-TOTALS.
088600     MOVE "STATUS DETERMINED:        " TO WS-T-CAPTION
088700     MOVE WS-DETERMINED-COUNT    TO WS-T-COUNT
088800     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
088900         AFTER ADVANCING 3 LINES
089000     MOVE "EXCEPTIONS LISTED:        " TO WS-T-CAPTION
089100     MOVE WS-EXCEPTION-COUNT     TO WS-T-COUNT
089200     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
089300         AFTER ADVANCING 1 LINE
089400     MOVE "SENT - FIRST REPORT:      " TO WS-T-CAPTION
089500     MOVE WS-FIRST-REPORT-COUNT  TO WS-T-COUNT
089600     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
089700         AFTER ADVANCING 2 LINES
089800     MOVE "SENT - STATUS CHANGE:     " TO WS-T-CAPTION
089900     MOVE WS-CHANGE-COUNT        TO WS-T-COUNT
090000     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
090100         AFTER ADVANCING 1 LINE
090200     MOVE "SENT - CENSUS REFRESH:    " TO WS-T-CAPTION
090300     MOVE WS-REFRESH-COUNT       TO WS-T-COUNT
090400     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
090500         AFTER ADVANCING 1 LINE
090600     MOVE "UNCHANGED - NOT SENT:     " TO WS-T-CAPTION
090700     MOVE WS-UNCHANGED-COUNT     TO WS-T-COUNT
090800     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
090900         AFTER ADVANCING 1 LINE
091000     MOVE "SENT FULL-TIME:           " TO WS-T-CAPTION
091100     MOVE WS-FULL-TIME-COUNT     TO WS-T-COUNT
091200     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
091300         AFTER ADVANCING 2 LINES
091400     MOVE "SENT THREE-QUARTER:       " TO WS-T-CAPTION
091500     MOVE WS-THREE-QUARTER-COUNT TO WS-T-COUNT
091600     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
091700         AFTER ADVANCING 1 LINE
091800     MOVE "SENT HALF-TIME:           " TO WS-T-CAPTION
091900     MOVE WS-HALF-TIME-COUNT     TO WS-T-COUNT
092000     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
092100         AFTER ADVANCING 1 LINE
092200     MOVE "SENT LESS THAN HALF-TIME: " TO WS-T-CAPTION
092300     MOVE WS-LESS-HALF-COUNT     TO WS-T-COUNT
092400     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
092500         AFTER ADVANCING 1 LINE
092600     MOVE "SENT WITHDRAWN:           " TO WS-T-CAPTION
092700     MOVE WS-WITHDRAWN-COUNT     TO WS-T-COUNT
092800     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
092900         AFTER ADVANCING 1 LINE
093000     MOVE "SENT GRADUATED:           " TO WS-T-CAPTION
093100     MOVE WS-GRADUATED-COUNT     TO WS-T-COUNT
093200     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
093300         AFTER ADVANCING 1 LINE
093400     .
093500 8100-EXIT.
093600     EXIT.

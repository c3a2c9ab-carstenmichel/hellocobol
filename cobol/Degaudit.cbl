000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  DEGAUDIT                                      *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     DEGREE AUDIT AND GRADUATION CLEARANCE.        *
001000*                 READS THE SORTED STUDENT EXTRACT AND THE      *
001100*                 COURSE-ENROLLMENT FILE TOGETHER (BOTH IN      *
001200*                 STUDENT ID SEQUENCE, AS ENFORCED BY THE SORT  *
001300*                 STEPS IN THE RUN DECK) AND CHECKS EVERY       *
001400*                 ACTIVE STUDENT'S GRADED COURSEWORK AGAINST    *
001500*                 THE DEGREE REQUIREMENTS FOR THEIR             *
001600*                 LS-PROGRAM-CODE:                              *
001700*                     - EVERY REQUIRED COURSE PASSED, AT THE    *
001800*                       MINIMUM GRADE WHERE ONE IS SET          *
001900*                     - ELECTIVE HOURS EARNED PER DEPARTMENT    *
002000*                       (CC-DEPARTMENT-CODE FROM THE CATALOG)   *
002100*                     - MINIMUM TOTAL EARNED CREDIT HOURS       *
002200*                     - MINIMUM CUMULATIVE GPA, WEIGHTED BY     *
002300*                       CE-CREDIT-HOURS AS ON ACADRPT           *
002400*                 THE AUDIT REPORT SHOWS EACH REQUIREMENT MET   *
002500*                 OR NOT MET PER STUDENT.  A STUDENT WHO MEETS  *
002600*                 THEM ALL GOES ON THE CLEARED-TO-GRADUATE LIST *
002700*                 AND GETS A STUTRAN CHANGE TRANSACTION SETTING *
002800*                 STATUS G WITH THE CONFERRAL DATE AS THE       *
002900*                 STATUS-CHANGE DATE.  NOTHING IS APPLIED HERE; *
003000*                 THE REGISTRAR REVIEWS THE LIST AND THE        *
003100*                 GRADREL JOB RELEASES THE TRANSACTIONS TO      *
003200*                 STUTRAN.                                      *
003300*                 THE SYSIN CARD CARRIES THE CONFERRAL DATE     *
003400*                 (CCYYMMDD) IN COLUMNS 1-8; BLANK MEANS THE    *
003500*                 RUN DATE.                                     *
003600*                 RETURN CODE 16 - CONFERRAL DATE NOT NUMERIC;  *
003700*                 NOTHING AUDITED.  4 - ACTIVE STUDENTS IN A    *
003800*                 PROGRAM WITH NO REQUIREMENTS ON FILE WERE NOT *
003900*                 AUDITED.  0 - CLEAN.                          *
004000*                                                                *
004100*    MODIFICATION HISTORY.                                      *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    ---------  ----  --------------------------------------   *
004400*    2026-10-15 MO    INITIAL VERSION.                          *
004500*                                                                *
004600******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.    DEGAUDIT.
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SPECIAL-NAMES.
005200     C01 IS NEW-PAGE.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
005600            ORGANIZATION IS SEQUENTIAL.
005700
005800     SELECT COURSE-ENROLLMENT ASSIGN TO CRSENRL
005900            ORGANIZATION IS SEQUENTIAL.
006000
006100     SELECT CATALOG-FILE    ASSIGN TO CATFILE
006200            ORGANIZATION IS SEQUENTIAL.
006300
006400     SELECT REQUIREMENT-FILE ASSIGN TO DEGRFILE
006500            ORGANIZATION IS SEQUENTIAL.
006600
006700     SELECT GRAD-TRAN-FILE  ASSIGN TO GRADTRAN
006800            ORGANIZATION IS SEQUENTIAL.
006900
007000     SELECT AUDIT-REPORT    ASSIGN TO AUDTOUT
007100            ORGANIZATION IS SEQUENTIAL.
007200
007300     SELECT CLEARED-REPORT  ASSIGN TO CLEAROUT
007400            ORGANIZATION IS SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  STUDENT-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000     COPY STUDENT.
008100
008200 FD  COURSE-ENROLLMENT
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CRSENRL.
008500
008600 FD  CATALOG-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CRSECAT.
008900
009000 FD  REQUIREMENT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DEGREQ.
009300
009400 FD  GRAD-TRAN-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY STUTRANS.
009700
009800 FD  AUDIT-REPORT
009900     LABEL RECORDS ARE OMITTED
010000     RECORD CONTAINS 132 CHARACTERS.
010100 01  AUDIT-REPORT-LINE           PIC X(132).
010200
010300 FD  CLEARED-REPORT
010400     LABEL RECORDS ARE OMITTED
010500     RECORD CONTAINS 132 CHARACTERS.
010600 01  CLEARED-REPORT-LINE         PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
011200         88  WS-EOF                         VALUE "Y".
011300     05  WS-ENRL-EOF-SWITCH      PIC X(01)  VALUE "N".
011400         88  WS-ENRL-EOF                    VALUE "Y".
011500     05  WS-CAT-EOF-SWITCH       PIC X(01)  VALUE "N".
011600         88  WS-CAT-EOF                     VALUE "Y".
011700     05  WS-REQ-EOF-SWITCH       PIC X(01)  VALUE "N".
011800         88  WS-REQ-EOF                     VALUE "Y".
011900     05  WS-PARM-SWITCH          PIC X(01)  VALUE "N".
012000         88  WS-PARM-OK                     VALUE "Y".
012100     05  WS-ALL-MET-SWITCH       PIC X(01)  VALUE "N".
012200         88  WS-ALL-MET                     VALUE "Y".
012300     05  WS-COURSE-FOUND-SWITCH  PIC X(01)  VALUE "N".
012400         88  WS-COURSE-FOUND                VALUE "Y".
012500
012600 01  WS-COUNTERS.
012700     05  WS-STUDENT-COUNT        PIC 9(07)  COMP VALUE ZERO.
012800     05  WS-NOT-ACTIVE-COUNT     PIC 9(07)  COMP VALUE ZERO.
012900     05  WS-AUDITED-COUNT        PIC 9(07)  COMP VALUE ZERO.
013000     05  WS-CLEARED-COUNT        PIC 9(07)  COMP VALUE ZERO.
013100     05  WS-NOT-CLEARED-COUNT    PIC 9(07)  COMP VALUE ZERO.
013200     05  WS-NO-REQ-COUNT         PIC 9(07)  COMP VALUE ZERO.
013300     05  WS-SKIPPED-COUNT        PIC 9(07)  COMP VALUE ZERO.
013400     05  WS-UNMET-COUNT          PIC 9(03)  COMP VALUE ZERO.
013500     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
013600     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
013700     05  WS-CLEAR-LINE-COUNT     PIC 9(03)  COMP VALUE ZERO.
013800     05  WS-CLEAR-PAGE-COUNT     PIC 9(03)  COMP VALUE ZERO.
013900     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
014000
014100 01  WS-DATE-PARM.
014200     05  WS-CONFERRAL-DATE       PIC X(08).
014300     05  FILLER                  PIC X(72).
014400
014500 01  WS-ENRL-STUDENT-ID          PIC X(09)  VALUE HIGH-VALUES.
014600
014700 01  WS-GRADE-POINT-TEXT         PIC X(44)  VALUE
014800         "A 40A-37B+33B 30B-27C+23C 20C-17D+13D 10F 00".
014900 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-TEXT.
015000     05  WS-GRADE-ENTRY OCCURS 11 TIMES
015100             INDEXED BY WS-GRADE-NDX.
015200         10  WS-GP-GRADE          PIC X(02).
015300         10  WS-GP-POINTS         PIC 9(01)V9(01).
015400
015500 01  WS-CAT-COUNT                PIC 9(03)  COMP VALUE ZERO.
015600 01  WS-CATALOG-TABLE.
015700     05  WS-CAT-ENTRY OCCURS 200 TIMES
015800             INDEXED BY WS-CAT-NDX.
015900         10  WS-CAT-ID            PIC X(08).
016000         10  WS-CAT-DEPT          PIC X(04).
016100
016200*    EVERY REQUIREMENT RECORD ON FILE, IN FILE ORDER.  A REQUIRED
016300*    COURSE'S MINIMUM GRADE IS HELD AS GRADE POINTS; A BLANK
016400*    MINIMUM IS THE LOWEST PASSING GRADE.
016500 01  WS-REQ-COUNT                PIC 9(04)  COMP VALUE ZERO.
016600 01  WS-RQ-SUB                   PIC 9(04)  COMP VALUE ZERO.
016700 01  WS-TOTALS-SUB               PIC 9(04)  COMP VALUE ZERO.
016800 01  WS-REQUIREMENT-TABLE.
016900     05  WS-RQ-ENTRY OCCURS 1000 TIMES.
017000         10  WS-RQ-PROGRAM-CODE   PIC X(04).
017100         10  WS-RQ-TYPE           PIC X(01).
017200         10  WS-RQ-COURSE-ID      PIC X(08).
017300         10  WS-RQ-MIN-GRADE      PIC X(02).
017400         10  WS-RQ-MIN-POINTS     PIC 9(01)V9(01).
017500         10  WS-RQ-DEPT           PIC X(04).
017600         10  WS-RQ-MIN-HOURS      PIC 9(03)V9(01).
017700         10  WS-RQ-MIN-GPA        PIC 9(01)V9(02).
017800
017900*    THE GRADED COURSEWORK OF THE STUDENT BEING AUDITED.  A COURSE
018000*    THAT SATISFIES A REQUIRED-COURSE RECORD IS MARKED USED SO IT
018100*    DOES NOT ALSO COUNT TOWARD A DEPARTMENT'S ELECTIVE HOURS.
018200 01  WS-SC-COUNT                 PIC 9(03)  COMP VALUE ZERO.
018300 01  WS-SC-SUB                   PIC 9(03)  COMP VALUE ZERO.
018400 01  WS-BEST-SUB                 PIC 9(03)  COMP VALUE ZERO.
018500 01  WS-STUDENT-COURSE-TABLE.
018600     05  WS-SC-ENTRY OCCURS 300 TIMES.
018700         10  WS-SC-COURSE-ID      PIC X(08).
018800         10  WS-SC-DEPT           PIC X(04).
018900         10  WS-SC-HOURS          PIC 9(02)V9(01).
019000         10  WS-SC-GRADE          PIC X(02).
019100         10  WS-SC-POINTS         PIC 9(01)V9(01).
019200         10  WS-SC-USED-FLAG      PIC X(01).
019300             88  WS-SC-USED                 VALUE "Y".
019400
019500 01  WS-AUDIT-FIELDS.
019600     05  WS-CUM-HOURS            PIC 9(04)V9(01) VALUE ZERO.
019700     05  WS-CUM-POINTS           PIC 9(05)V9(02) VALUE ZERO.
019800     05  WS-CUM-GPA              PIC 9(01)V9(02) VALUE ZERO.
019900     05  WS-EARNED-HOURS         PIC 9(04)V9(01) VALUE ZERO.
020000     05  WS-DEPT-HOURS           PIC 9(04)V9(01) VALUE ZERO.
020100     05  WS-FIND-GRADE           PIC X(02)  VALUE SPACES.
020200     05  WS-FOUND-POINTS         PIC 9(01)V9(01) VALUE ZERO.
020300     05  WS-EDIT-HOURS           PIC ZZZ9.9.
020400     05  WS-EDIT-GPA             PIC 9.99.
020500
020600 01  WS-CURRENT-DATE-FIELDS.
020700     05  WS-CURRENT-CCYY         PIC 9(04).
020800     05  WS-CURRENT-MM           PIC 9(02).
020900     05  WS-CURRENT-DD           PIC 9(02).
021000 01  WS-RUN-DATE                 PIC X(08)  VALUE SPACES.
021100
021200 01  WS-HEADING-1.
021300     05  FILLER                  PIC X(01)  VALUE SPACE.
021400     05  FILLER                  PIC X(30)  VALUE
021500             "DEGREE AUDIT".
021600     05  FILLER                  PIC X(05)  VALUE "RUN: ".
021700     05  WS-H1-RUN-DATE          PIC X(08).
021800     05  FILLER                  PIC X(03)  VALUE SPACES.
021900     05  FILLER                  PIC X(05)  VALUE "PAGE ".
022000     05  WS-H1-PAGE              PIC ZZZ9.
022100     05  FILLER                  PIC X(76)  VALUE SPACES.
022200
022300 01  WS-HEADING-2.
022400     05  FILLER                  PIC X(05)  VALUE SPACES.
022500     05  FILLER                  PIC X(42)  VALUE "REQUIREMENT".
022600     05  FILLER                  PIC X(16)  VALUE "REQUIRED".
022700     05  FILLER                  PIC X(16)  VALUE "ACTUAL".
022800     05  FILLER                  PIC X(53)  VALUE "RESULT".
022900
023000 01  WS-STUDENT-LINE.
023100     05  FILLER                  PIC X(01)  VALUE SPACE.
023200     05  WS-S-STUDENT-ID         PIC X(09).
023300     05  FILLER                  PIC X(02)  VALUE SPACES.
023400     05  WS-S-STUDENT-NAME       PIC X(30).
023500     05  FILLER                  PIC X(10)  VALUE "  PROGRAM ".
023600     05  WS-S-PROGRAM            PIC X(04).
023700     05  FILLER                  PIC X(14)  VALUE
023800             "  EARNED HRS: ".
023900     05  WS-S-HOURS              PIC ZZZ9.9.
024000     05  FILLER                  PIC X(07)  VALUE "  GPA: ".
024100     05  WS-S-GPA                PIC 9.99.
024200     05  FILLER                  PIC X(45)  VALUE SPACES.
024300
024400 01  WS-REQ-LINE.
024500     05  FILLER                  PIC X(05)  VALUE SPACES.
024600     05  WS-R-DESC               PIC X(40).
024700     05  FILLER                  PIC X(02)  VALUE SPACES.
024800     05  WS-R-REQUIRED           PIC X(14).
024900     05  FILLER                  PIC X(02)  VALUE SPACES.
025000     05  WS-R-ACTUAL             PIC X(14).
025100     05  FILLER                  PIC X(02)  VALUE SPACES.
025200     05  WS-R-RESULT             PIC X(07).
025300     05  FILLER                  PIC X(46)  VALUE SPACES.
025400
025500 01  WS-RESULT-LINE.
025600     05  FILLER                  PIC X(05)  VALUE SPACES.
025700     05  FILLER                  PIC X(08)  VALUE "RESULT: ".
025800     05  WS-RS-TEXT              PIC X(30).
025900     05  WS-RS-UNMET             PIC ZZ9.
026000     05  WS-RS-UNMET-TEXT        PIC X(20).
026100     05  FILLER                  PIC X(66)  VALUE SPACES.
026200
026300 01  WS-CLEAR-HEADING-1.
026400     05  FILLER                  PIC X(01)  VALUE SPACE.
026500     05  FILLER                  PIC X(44)  VALUE
026600             "CLEARED TO GRADUATE  CONFERRAL DATE: ".
026700     05  WS-CH1-CONFERRAL        PIC X(08).
026800     05  FILLER                  PIC X(07)  VALUE "  RUN: ".
026900     05  WS-CH1-RUN-DATE         PIC X(08).
027000     05  FILLER                  PIC X(03)  VALUE SPACES.
027100     05  FILLER                  PIC X(05)  VALUE "PAGE ".
027200     05  WS-CH1-PAGE             PIC ZZZ9.
027300     05  FILLER                  PIC X(52)  VALUE SPACES.
027400
027500 01  WS-CLEAR-HEADING-2.
027600     05  FILLER                  PIC X(01)  VALUE SPACE.
027700     05  FILLER                  PIC X(11)  VALUE "STUDENT ID".
027800     05  FILLER                  PIC X(32)  VALUE "NAME".
027900     05  FILLER                  PIC X(06)  VALUE "PROG".
028000     05  FILLER                  PIC X(08)  VALUE "  HOURS".
028100     05  FILLER                  PIC X(06)  VALUE "   GPA".
028200     05  FILLER                  PIC X(68)  VALUE SPACES.
028300
028400 01  WS-CLEAR-LINE.
028500     05  FILLER                  PIC X(01)  VALUE SPACE.
028600     05  WS-C-STUDENT-ID         PIC X(09).
028700     05  FILLER                  PIC X(02)  VALUE SPACES.
028800     05  WS-C-STUDENT-NAME       PIC X(30).
028900     05  FILLER                  PIC X(02)  VALUE SPACES.
029000     05  WS-C-PROGRAM            PIC X(04).
029100     05  FILLER                  PIC X(02)  VALUE SPACES.
029200     05  WS-C-HOURS              PIC ZZZ9.9.
029300     05  FILLER                  PIC X(02)  VALUE SPACES.
029400     05  WS-C-GPA                PIC 9.99.
029500     05  FILLER                  PIC X(70)  VALUE SPACES.
029600
029700 01  WS-TOTAL-LINE.
029800     05  FILLER                  PIC X(01)  VALUE SPACE.
029900     05  WS-T-CAPTION            PIC X(26).
030000     05  WS-T-COUNT              PIC ZZZ,ZZ9.
030100     05  FILLER                  PIC X(98)  VALUE SPACES.
030200
030300 PROCEDURE DIVISION.
030400
030500******************************************************************
030600* 0000-MAINLINE - EDIT THE CONFERRAL DATE CARD, AUDIT EVERY       *
030700* ACTIVE STUDENT AND PRINT THE TOTALS.                            *
030800******************************************************************
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031100     IF WS-PARM-OK
031200         PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
031300             UNTIL WS-EOF
031400         PERFORM 2900-DRAIN-ENROLLMENTS THRU 2900-EXIT
031500             UNTIL WS-ENRL-EOF
031600     END-IF
031700     PERFORM 8000-FINALIZE THRU 8000-EXIT
031800     GOBACK.
031900
032000******************************************************************
032100* 1000-INITIALIZE - READ AND EDIT THE CONFERRAL DATE CARD, LOAD   *
032200* THE CATALOG AND THE REQUIREMENTS, OPEN THE FILES AND PRIME BOTH *
032300* SIDES OF THE MATCH.                                             *
032400******************************************************************
032500 1000-INITIALIZE.
032600     DISPLAY "DEGAUDIT - DEGREE AUDIT STARTED"
032700     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
032800     MOVE WS-CURRENT-DATE-FIELDS TO WS-RUN-DATE
032900     MOVE SPACES TO WS-DATE-PARM
033000     ACCEPT WS-DATE-PARM
033100     IF WS-CONFERRAL-DATE = SPACES
033200         MOVE WS-RUN-DATE TO WS-CONFERRAL-DATE
033300     END-IF
033400     IF WS-CONFERRAL-DATE NOT NUMERIC
033500         DISPLAY "DEGAUDIT - CONFERRAL DATE NOT NUMERIC: "
033600                 WS-CONFERRAL-DATE
033700         GO TO 1000-EXIT
033800     END-IF
033900     SET WS-PARM-OK TO TRUE
034000     DISPLAY "DEGAUDIT - CONFERRAL DATE: " WS-CONFERRAL-DATE
034100     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
034200     PERFORM 1300-LOAD-REQUIREMENTS THRU 1300-EXIT
034300     DISPLAY "DEGAUDIT - REQUIREMENTS LOADED: " WS-REQ-COUNT
034400     OPEN INPUT  STUDENT-MASTER
034500     OPEN INPUT  COURSE-ENROLLMENT
034600     OPEN OUTPUT GRAD-TRAN-FILE
034700     OPEN OUTPUT AUDIT-REPORT
034800     OPEN OUTPUT CLEARED-REPORT
034900     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
035000     PERFORM 3100-WRITE-CLEAR-HEADINGS THRU 3100-EXIT
035100     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
035200     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
035300     .
035400 1000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 1200-LOAD-CATALOG - LOAD COURSE ID AND DEPARTMENT CODE FROM THE *
035900* COURSE CATALOG FOR THE ELECTIVE-HOURS CHECK.                    *
036000******************************************************************
036100 1200-LOAD-CATALOG.
036200     OPEN INPUT CATALOG-FILE
036300     PERFORM 1250-READ-CATALOG THRU 1250-EXIT
036400         UNTIL WS-CAT-EOF
036500     CLOSE CATALOG-FILE
036600     .
036700 1200-EXIT.
036800     EXIT.
036900
037000 1250-READ-CATALOG.
037100     READ CATALOG-FILE
037200         AT END
037300             SET WS-CAT-EOF TO TRUE
037400         NOT AT END
037500             IF WS-CAT-COUNT < 200
037600                 ADD 1 TO WS-CAT-COUNT
037700                 SET WS-CAT-NDX TO WS-CAT-COUNT
037800                 MOVE CC-COURSE-ID
037900                     TO WS-CAT-ID (WS-CAT-NDX)
038000                 MOVE CC-DEPARTMENT-CODE
038100                     TO WS-CAT-DEPT (WS-CAT-NDX)
038200             ELSE
038300                 DISPLAY "DEGAUDIT - CATALOG TABLE FULL, "
038400                         "COURSE SKIPPED: " CC-COURSE-ID
038500             END-IF
038600     END-READ
038700     .
038800 1250-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 1300-LOAD-REQUIREMENTS - LOAD EVERY DEGREE REQUIREMENT RECORD.  *
039300* A RECORD WITH AN UNKNOWN TYPE IS DISPLAYED AND IGNORED.         *
039400******************************************************************
039500 1300-LOAD-REQUIREMENTS.
039600     OPEN INPUT REQUIREMENT-FILE
039700     PERFORM 1350-READ-REQUIREMENT THRU 1350-EXIT
039800         UNTIL WS-REQ-EOF
039900     CLOSE REQUIREMENT-FILE
040000     .
040100 1300-EXIT.
040200     EXIT.
040300
040400 1350-READ-REQUIREMENT.
040500     READ REQUIREMENT-FILE
040600         AT END
040700             SET WS-REQ-EOF TO TRUE
040800             GO TO 1350-EXIT
040900     END-READ
041000     IF NOT DR-TYPE-TOTALS
041100        AND NOT DR-TYPE-COURSE
041200        AND NOT DR-TYPE-ELECTIVE
041300         DISPLAY "DEGAUDIT - UNKNOWN REQUIREMENT TYPE IGNORED: "
041400                 DR-PROGRAM-CODE " " DR-REQ-TYPE
041500         GO TO 1350-EXIT
041600     END-IF
041700     IF WS-REQ-COUNT NOT < 1000
041800         DISPLAY "DEGAUDIT - REQUIREMENT TABLE FULL, SKIPPED: "
041900                 DR-PROGRAM-CODE " " DR-REQ-TYPE
042000         GO TO 1350-EXIT
042100     END-IF
042200     ADD 1 TO WS-REQ-COUNT
042300     MOVE DR-PROGRAM-CODE    TO WS-RQ-PROGRAM-CODE (WS-REQ-COUNT)
042400     MOVE DR-REQ-TYPE        TO WS-RQ-TYPE (WS-REQ-COUNT)
042500     MOVE DR-COURSE-ID       TO WS-RQ-COURSE-ID (WS-REQ-COUNT)
042600     MOVE DR-MIN-GRADE       TO WS-RQ-MIN-GRADE (WS-REQ-COUNT)
042700     MOVE DR-DEPARTMENT-CODE TO WS-RQ-DEPT (WS-REQ-COUNT)
042800     MOVE DR-MIN-HOURS       TO WS-RQ-MIN-HOURS (WS-REQ-COUNT)
042900     MOVE DR-MIN-GPA         TO WS-RQ-MIN-GPA (WS-REQ-COUNT)
043000     PERFORM 1360-SET-MIN-POINTS THRU 1360-EXIT
043100     .
043200 1350-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 1360-SET-MIN-POINTS - CONVERT A REQUIRED COURSE'S MINIMUM GRADE *
043700* TO GRADE POINTS.  BLANK OR UNKNOWN MEANS ANY PASSING GRADE      *
043800* (1.0, A D).                                                     *
043900******************************************************************
044000 1360-SET-MIN-POINTS.
044100     MOVE 1.0 TO WS-RQ-MIN-POINTS (WS-REQ-COUNT)
044200     IF DR-MIN-GRADE = SPACES
044300         GO TO 1360-EXIT
044400     END-IF
044500     SET WS-GRADE-NDX TO 1
044600     SEARCH WS-GRADE-ENTRY
044700         AT END
044800             DISPLAY "DEGAUDIT - UNKNOWN MINIMUM GRADE "
044900                     DR-MIN-GRADE
045000                     " FOR " DR-PROGRAM-CODE " " DR-COURSE-ID
045100                     " - ANY PASSING GRADE USED"
045200             MOVE SPACES TO WS-RQ-MIN-GRADE (WS-REQ-COUNT)
045300         WHEN WS-GP-GRADE (WS-GRADE-NDX) = DR-MIN-GRADE
045400             IF WS-GP-POINTS (WS-GRADE-NDX) > ZERO
045500                 MOVE WS-GP-POINTS (WS-GRADE-NDX)
045600                     TO WS-RQ-MIN-POINTS (WS-REQ-COUNT)
045700             END-IF
045800     END-SEARCH
045900     .
046000 1360-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 1800-READ-STUDENT - PRIMING AND SUBSEQUENT READS OF THE SORTED  *
046500* STUDENT EXTRACT.                                                *
046600******************************************************************
046700 1800-READ-STUDENT.
046800     READ STUDENT-MASTER
046900         AT END
047000             SET WS-EOF TO TRUE
047100         NOT AT END
047200             ADD 1 TO WS-STUDENT-COUNT
047300     END-READ
047400     .
047500 1800-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 1900-READ-ENROLLMENT - PRIMING AND SUBSEQUENT READS OF THE      *
048000* ENROLLMENT FILE.  AT END THE MATCH KEY IS FORCED HIGH.          *
048100******************************************************************
048200 1900-READ-ENROLLMENT.
048300     READ COURSE-ENROLLMENT
048400         AT END
048500             SET WS-ENRL-EOF TO TRUE
048600             MOVE HIGH-VALUES TO WS-ENRL-STUDENT-ID
048700         NOT AT END
048800             MOVE CE-STUDENT-ID TO WS-ENRL-STUDENT-ID
048900     END-READ
049000     .
049100 1900-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500* 2000-PROCESS-STUDENTS - ONE ITERATION PER EXTRACT STUDENT.  THE *
049600* STUDENT'S GRADED COURSEWORK IS COLLECTED AND, FOR AN ACTIVE     *
049700* STUDENT, AUDITED.  ENROLLMENTS BELOW THE STUDENT KEY BELONG TO  *
049800* STUDENTS NOT ON THE EXTRACT AND ARE SKIPPED.                    *
049900******************************************************************
050000 2000-PROCESS-STUDENTS.
050100     MOVE ZERO TO WS-SC-COUNT
050200     MOVE ZERO TO WS-CUM-HOURS
050300     MOVE ZERO TO WS-CUM-POINTS
050400     MOVE ZERO TO WS-EARNED-HOURS
050500     PERFORM 2100-CONSUME-ENROLLMENT THRU 2100-EXIT
050600         UNTIL WS-ENRL-STUDENT-ID > LS-STUDENT-ID
050700     IF LS-STATUS-ACTIVE
050800         PERFORM 2200-AUDIT-STUDENT THRU 2200-EXIT
050900     ELSE
051000         ADD 1 TO WS-NOT-ACTIVE-COUNT
051100     END-IF
051200     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
051300     .
051400 2000-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 2100-CONSUME-ENROLLMENT - ONE ENROLLMENT RECORD AT OR BELOW THE *
051900* CURRENT STUDENT KEY.  A MATCHED GRADED RECORD IS ADDED TO THE   *
052000* STUDENT'S COURSEWORK.                                           *
052100******************************************************************
052200 2100-CONSUME-ENROLLMENT.
052300     IF WS-ENRL-STUDENT-ID < LS-STUDENT-ID
052400         ADD 1 TO WS-SKIPPED-COUNT
052500     ELSE
052600         IF CE-GRADED
052700             PERFORM 2150-ADD-GRADED-COURSE THRU 2150-EXIT
052800         END-IF
052900     END-IF
053000     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
053100     .
053200 2100-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600* 2150-ADD-GRADED-COURSE - KEEP THE COURSE WITH ITS GRADE POINTS  *
053700* AND CATALOG DEPARTMENT, AND ADD IT TO THE CUMULATIVE GPA.  A    *
053800* PASSING GRADE ALSO ADDS TO THE EARNED HOURS.                    *
053900******************************************************************
054000 2150-ADD-GRADED-COURSE.
054100     MOVE ZERO TO WS-FOUND-POINTS
054200     SET WS-GRADE-NDX TO 1
054300     SEARCH WS-GRADE-ENTRY
054400         AT END
054500             CONTINUE
054600         WHEN WS-GP-GRADE (WS-GRADE-NDX) = CE-GRADE
054700             MOVE WS-GP-POINTS (WS-GRADE-NDX) TO WS-FOUND-POINTS
054800     END-SEARCH
054900     ADD CE-CREDIT-HOURS TO WS-CUM-HOURS
055000     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
055100         + CE-CREDIT-HOURS * WS-FOUND-POINTS
055200     IF WS-FOUND-POINTS > ZERO
055300         ADD CE-CREDIT-HOURS TO WS-EARNED-HOURS
055400     END-IF
055500     IF WS-SC-COUNT NOT < 300
055600         DISPLAY "DEGAUDIT - COURSEWORK TABLE FULL FOR "
055700                 LS-STUDENT-ID ", COURSE SKIPPED: " CE-COURSE-ID
055800         GO TO 2150-EXIT
055900     END-IF
056000     ADD 1 TO WS-SC-COUNT
056100     MOVE CE-COURSE-ID    TO WS-SC-COURSE-ID (WS-SC-COUNT)
056200     MOVE CE-CREDIT-HOURS TO WS-SC-HOURS (WS-SC-COUNT)
056300     MOVE CE-GRADE        TO WS-SC-GRADE (WS-SC-COUNT)
056400     MOVE WS-FOUND-POINTS TO WS-SC-POINTS (WS-SC-COUNT)
056500     MOVE "N"             TO WS-SC-USED-FLAG (WS-SC-COUNT)
056600     MOVE SPACES          TO WS-SC-DEPT (WS-SC-COUNT)
056700     SET WS-CAT-NDX TO 1
056800     SEARCH WS-CAT-ENTRY
056900         AT END
057000             CONTINUE
057100         WHEN WS-CAT-NDX > WS-CAT-COUNT
057200             CONTINUE
057300         WHEN WS-CAT-ID (WS-CAT-NDX) = CE-COURSE-ID
057400             MOVE WS-CAT-DEPT (WS-CAT-NDX)
057500                 TO WS-SC-DEPT (WS-SC-COUNT)
057600     END-SEARCH
057700     .
057800 2150-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200* 2200-AUDIT-STUDENT - CHECK THE STUDENT AGAINST THEIR PROGRAM'S  *
058300* REQUIREMENTS: REQUIRED COURSES FIRST (SO THE COURSES THEY USE   *
058400* ARE KNOWN), THEN ELECTIVE HOURS, THEN TOTAL HOURS AND GPA.  A   *
058500* STUDENT WHO MEETS EVERY ONE IS CLEARED.                         *
058600******************************************************************
058700 2200-AUDIT-STUDENT.
058800     IF WS-CUM-HOURS = ZERO
058900         MOVE ZERO TO WS-CUM-GPA
059000     ELSE
059100         COMPUTE WS-CUM-GPA ROUNDED =
059200             WS-CUM-POINTS / WS-CUM-HOURS
059300     END-IF
059400     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
059500     MOVE LS-STUDENT-ID    TO WS-S-STUDENT-ID
059600     MOVE LS-STUDENT-NAME  TO WS-S-STUDENT-NAME
059700     MOVE LS-PROGRAM-CODE  TO WS-S-PROGRAM
059800     MOVE WS-EARNED-HOURS  TO WS-S-HOURS
059900     MOVE WS-CUM-GPA       TO WS-S-GPA
060000     WRITE AUDIT-REPORT-LINE FROM WS-STUDENT-LINE
060100         AFTER ADVANCING 2 LINES
060200     ADD 2 TO WS-LINE-COUNT
060300     PERFORM 2250-FIND-TOTALS THRU 2250-EXIT
060400     IF WS-TOTALS-SUB = ZERO
060500         ADD 1 TO WS-NO-REQ-COUNT
060600         MOVE "NO REQUIREMENTS ON FILE"     TO WS-RS-TEXT
060700         MOVE ZERO                          TO WS-RS-UNMET
060800         MOVE "- NOT AUDITED"               TO WS-RS-UNMET-TEXT
060900         PERFORM 3800-WRITE-RESULT THRU 3800-EXIT
061000         GO TO 2200-EXIT
061100     END-IF
061200     ADD 1 TO WS-AUDITED-COUNT
061300     MOVE ZERO TO WS-UNMET-COUNT
061400     PERFORM 2300-CHECK-COURSE-REQ THRU 2300-EXIT
061500         VARYING WS-RQ-SUB FROM 1 BY 1
061600         UNTIL WS-RQ-SUB > WS-REQ-COUNT
061700     PERFORM 2400-CHECK-ELECTIVE-REQ THRU 2400-EXIT
061800         VARYING WS-RQ-SUB FROM 1 BY 1
061900         UNTIL WS-RQ-SUB > WS-REQ-COUNT
062000     PERFORM 2500-CHECK-TOTALS THRU 2500-EXIT
062100     IF WS-UNMET-COUNT = ZERO
062200         ADD 1 TO WS-CLEARED-COUNT
062300         MOVE "CLEARED TO GRADUATE"         TO WS-RS-TEXT
062400         MOVE ZERO                          TO WS-RS-UNMET
062500         MOVE SPACES                        TO WS-RS-UNMET-TEXT
062600         PERFORM 3800-WRITE-RESULT THRU 3800-EXIT
062700         PERFORM 2600-CLEAR-STUDENT THRU 2600-EXIT
062800     ELSE
062900         ADD 1 TO WS-NOT-CLEARED-COUNT
063000         MOVE "NOT CLEARED -"               TO WS-RS-TEXT
063100         MOVE WS-UNMET-COUNT                TO WS-RS-UNMET
063200         MOVE " REQUIREMENT(S) UNMET"       TO WS-RS-UNMET-TEXT
063300         PERFORM 3800-WRITE-RESULT THRU 3800-EXIT
063400     END-IF
063500     .
063600 2200-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000* 2250-FIND-TOTALS - LOCATE THE PROGRAM TOTALS RECORD FOR THE     *
064100* STUDENT'S PROGRAM.  WS-TOTALS-SUB COMES BACK ZERO WHEN THERE IS *
064200* NONE, AND THE STUDENT IS NOT AUDITED.                           *
064300******************************************************************
064400 2250-FIND-TOTALS.
064500     MOVE ZERO TO WS-TOTALS-SUB
064600     PERFORM 2260-CHECK-ONE-TOTALS THRU 2260-EXIT
064700         VARYING WS-RQ-SUB FROM 1 BY 1
064800         UNTIL WS-RQ-SUB > WS-REQ-COUNT
064900            OR WS-TOTALS-SUB NOT = ZERO
065000     .
065100 2250-EXIT.
065200     EXIT.
065300
065400 2260-CHECK-ONE-TOTALS.
065500     IF WS-RQ-PROGRAM-CODE (WS-RQ-SUB) = LS-PROGRAM-CODE
065600        AND WS-RQ-TYPE (WS-RQ-SUB) = "T"
065700         MOVE WS-RQ-SUB TO WS-TOTALS-SUB
065800     END-IF
065900     .
066000 2260-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400* 2300-CHECK-COURSE-REQ - ONE REQUIREMENT TABLE ENTRY.  A REQUIRED*
066500* COURSE FOR THE STUDENT'S PROGRAM IS MET BY THE BEST GRADED      *
066600* ATTEMPT AT IT, IF THAT GRADE REACHES THE MINIMUM.  THE ATTEMPT  *
066700* USED IS MARKED SO IT IS NOT COUNTED AGAIN AS AN ELECTIVE.       *
066800******************************************************************
066900 2300-CHECK-COURSE-REQ.
067000     IF WS-RQ-PROGRAM-CODE (WS-RQ-SUB) NOT = LS-PROGRAM-CODE
067100        OR WS-RQ-TYPE (WS-RQ-SUB) NOT = "C"
067200         GO TO 2300-EXIT
067300     END-IF
067400     MOVE ZERO TO WS-BEST-SUB
067500     PERFORM 2350-CHECK-ONE-ATTEMPT THRU 2350-EXIT
067600         VARYING WS-SC-SUB FROM 1 BY 1
067700         UNTIL WS-SC-SUB > WS-SC-COUNT
067800     MOVE SPACES TO WS-REQ-LINE
067900     MOVE "REQUIRED COURSE "             TO WS-R-DESC
068000     MOVE WS-RQ-COURSE-ID (WS-RQ-SUB)    TO WS-R-DESC (17:8)
068100     IF WS-RQ-MIN-GRADE (WS-RQ-SUB) = SPACES
068200         MOVE "ANY PASS"                 TO WS-R-REQUIRED
068300     ELSE
068400         MOVE "GRADE "                   TO WS-R-REQUIRED
068500         MOVE WS-RQ-MIN-GRADE (WS-RQ-SUB) TO WS-R-REQUIRED (7:2)
068600     END-IF
068700     IF WS-BEST-SUB = ZERO
068800         MOVE "NOT TAKEN"                TO WS-R-ACTUAL
068900     ELSE
069000         MOVE "GRADE "                   TO WS-R-ACTUAL
069100         MOVE WS-SC-GRADE (WS-BEST-SUB)  TO WS-R-ACTUAL (7:2)
069200     END-IF
069300     IF WS-BEST-SUB NOT = ZERO
069400        AND WS-SC-POINTS (WS-BEST-SUB)
069500            NOT < WS-RQ-MIN-POINTS (WS-RQ-SUB)
069600         MOVE "Y"                        TO
069700             WS-SC-USED-FLAG (WS-BEST-SUB)
069800         MOVE "MET"                      TO WS-R-RESULT
069900     ELSE
070000         ADD 1 TO WS-UNMET-COUNT
070100         MOVE "NOT MET"                  TO WS-R-RESULT
070200     END-IF
070300     PERFORM 3700-WRITE-REQ-LINE THRU 3700-EXIT
070400     .
070500 2300-EXIT.
070600     EXIT.
070700
070800 2350-CHECK-ONE-ATTEMPT.
070900     IF WS-SC-COURSE-ID (WS-SC-SUB) = WS-RQ-COURSE-ID (WS-RQ-SUB)
071000         IF WS-BEST-SUB = ZERO
071100             MOVE WS-SC-SUB TO WS-BEST-SUB
071200         ELSE
071300             IF WS-SC-POINTS (WS-SC-SUB)
071400                 > WS-SC-POINTS (WS-BEST-SUB)
071500                 MOVE WS-SC-SUB TO WS-BEST-SUB
071600             END-IF
071700         END-IF
071800     END-IF
071900     .
072000 2350-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400* 2400-CHECK-ELECTIVE-REQ - ONE REQUIREMENT TABLE ENTRY.  AN      *
072500* ELECTIVE-HOURS REQUIREMENT FOR THE STUDENT'S PROGRAM IS MET BY  *
072600* THE HOURS PASSED IN THE DEPARTMENT'S COURSES, LEAVING OUT ANY   *
072700* COURSE ALREADY USED FOR A REQUIRED COURSE.                      *
072800******************************************************************
072900 2400-CHECK-ELECTIVE-REQ.
073000     IF WS-RQ-PROGRAM-CODE (WS-RQ-SUB) NOT = LS-PROGRAM-CODE
073100        OR WS-RQ-TYPE (WS-RQ-SUB) NOT = "E"
073200         GO TO 2400-EXIT
073300     END-IF
073400     MOVE ZERO TO WS-DEPT-HOURS
073500     PERFORM 2450-ADD-DEPT-HOURS THRU 2450-EXIT
073600         VARYING WS-SC-SUB FROM 1 BY 1
073700         UNTIL WS-SC-SUB > WS-SC-COUNT
073800     MOVE SPACES TO WS-REQ-LINE
073900     MOVE "ELECTIVE HOURS IN DEPARTMENT "  TO WS-R-DESC
074000     MOVE WS-RQ-DEPT (WS-RQ-SUB)           TO WS-R-DESC (30:4)
074100     MOVE WS-RQ-MIN-HOURS (WS-RQ-SUB)      TO WS-EDIT-HOURS
074200     MOVE WS-EDIT-HOURS                    TO WS-R-REQUIRED
074300     MOVE WS-DEPT-HOURS                    TO WS-EDIT-HOURS
074400     MOVE WS-EDIT-HOURS                    TO WS-R-ACTUAL
074500     IF WS-DEPT-HOURS NOT < WS-RQ-MIN-HOURS (WS-RQ-SUB)
074600         MOVE "MET"                        TO WS-R-RESULT
074700     ELSE
074800         ADD 1 TO WS-UNMET-COUNT
074900         MOVE "NOT MET"                    TO WS-R-RESULT
075000     END-IF
075100     PERFORM 3700-WRITE-REQ-LINE THRU 3700-EXIT
075200     .
075300 2400-EXIT.
075400     EXIT.
075500
075600 2450-ADD-DEPT-HOURS.
075700     IF WS-SC-DEPT (WS-SC-SUB) = WS-RQ-DEPT (WS-RQ-SUB)
075800        AND WS-SC-POINTS (WS-SC-SUB) > ZERO
075900        AND NOT WS-SC-USED (WS-SC-SUB)
076000         ADD WS-SC-HOURS (WS-SC-SUB) TO WS-DEPT-HOURS
076100     END-IF
076200     .
076300 2450-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700* 2500-CHECK-TOTALS - MINIMUM EARNED HOURS AND MINIMUM CUMULATIVE *
076800* GPA FROM THE PROGRAM TOTALS RECORD.                             *
076900******************************************************************
077000 2500-CHECK-TOTALS.
077100     MOVE SPACES TO WS-REQ-LINE
077200     MOVE "TOTAL EARNED CREDIT HOURS"         TO WS-R-DESC
077300     MOVE WS-RQ-MIN-HOURS (WS-TOTALS-SUB)     TO WS-EDIT-HOURS
077400     MOVE WS-EDIT-HOURS                       TO WS-R-REQUIRED
077500     MOVE WS-EARNED-HOURS                     TO WS-EDIT-HOURS
077600     MOVE WS-EDIT-HOURS                       TO WS-R-ACTUAL
077700     IF WS-EARNED-HOURS NOT < WS-RQ-MIN-HOURS (WS-TOTALS-SUB)
077800         MOVE "MET"                           TO WS-R-RESULT
077900     ELSE
078000         ADD 1 TO WS-UNMET-COUNT
078100         MOVE "NOT MET"                       TO WS-R-RESULT
078200     END-IF
078300     PERFORM 3700-WRITE-REQ-LINE THRU 3700-EXIT
078400     MOVE SPACES TO WS-REQ-LINE
078500     MOVE "CUMULATIVE GPA"                    TO WS-R-DESC
078600     MOVE WS-RQ-MIN-GPA (WS-TOTALS-SUB)       TO WS-EDIT-GPA
078700     MOVE WS-EDIT-GPA                         TO WS-R-REQUIRED
078800     MOVE WS-CUM-GPA                          TO WS-EDIT-GPA
078900     MOVE WS-EDIT-GPA                         TO WS-R-ACTUAL
079000     IF WS-CUM-GPA NOT < WS-RQ-MIN-GPA (WS-TOTALS-SUB)
079100         MOVE "MET"                           TO WS-R-RESULT
079200     ELSE
079300         ADD 1 TO WS-UNMET-COUNT
079400         MOVE "NOT MET"                       TO WS-R-RESULT
079500     END-IF
079600     PERFORM 3700-WRITE-REQ-LINE THRU 3700-EXIT
079700     .
079800 2500-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200* 2600-CLEAR-STUDENT - LIST THE STUDENT AS CLEARED AND WRITE THE  *
080300* STUTRAN CHANGE TRANSACTION SETTING STATUS G AS OF THE           *
080400* CONFERRAL DATE.  EVERY OTHER TRANSACTION FIELD IS LEFT BLANK SO *
080500* STUTRAN LEAVES THE REST OF THE MASTER ALONE.                    *
080600******************************************************************
080700 2600-CLEAR-STUDENT.
080800     MOVE SPACES             TO STUDENT-TRANSACTION-RECORD
080900     MOVE "C"                TO TR-ACTION-CODE
081000     MOVE LS-STUDENT-ID      TO TR-STUDENT-ID
081100     MOVE "G"                TO TR-STUDENT-STATUS-CODE
081200     MOVE WS-CONFERRAL-DATE  TO TR-STATUS-CHANGE-DATE
081300     WRITE STUDENT-TRANSACTION-RECORD
081400     IF WS-CLEAR-LINE-COUNT >= WS-LINES-PER-PAGE
081500         PERFORM 3100-WRITE-CLEAR-HEADINGS THRU 3100-EXIT
081600     END-IF
081700     MOVE LS-STUDENT-ID      TO WS-C-STUDENT-ID
081800     MOVE LS-STUDENT-NAME    TO WS-C-STUDENT-NAME
081900     MOVE LS-PROGRAM-CODE    TO WS-C-PROGRAM
082000     MOVE WS-EARNED-HOURS    TO WS-C-HOURS
082100     MOVE WS-CUM-GPA         TO WS-C-GPA
082200     WRITE CLEARED-REPORT-LINE FROM WS-CLEAR-LINE
082300         AFTER ADVANCING 1 LINE
082400     ADD 1 TO WS-CLEAR-LINE-COUNT
082500     .
082600 2600-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 2900-DRAIN-ENROLLMENTS - THE EXTRACT IS EXHAUSTED; ANY          *
083100* ENROLLMENT RECORDS LEFT BELONG TO STUDENTS NOT ON IT AND ARE    *
083200* COUNTED AS SKIPPED.                                             *
083300******************************************************************
083400 2900-DRAIN-ENROLLMENTS.
083500     ADD 1 TO WS-SKIPPED-COUNT
083600     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
083700     .
083800 2900-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200* 3000-WRITE-HEADINGS - START A NEW PAGE OF THE AUDIT REPORT.     *
084300******************************************************************
084400 3000-WRITE-HEADINGS.
084500     ADD 1 TO WS-PAGE-COUNT
084600     MOVE WS-PAGE-COUNT TO WS-H1-PAGE
084700     MOVE WS-RUN-DATE   TO WS-H1-RUN-DATE
084800     WRITE AUDIT-REPORT-LINE FROM WS-HEADING-1
084900         AFTER ADVANCING NEW-PAGE
085000     WRITE AUDIT-REPORT-LINE FROM WS-HEADING-2
085100         AFTER ADVANCING 2 LINES
085200     MOVE ZERO TO WS-LINE-COUNT
085300     .
085400 3000-EXIT.
085500     EXIT.
085600
085700******************************************************************
085800* 3100-WRITE-CLEAR-HEADINGS - START A NEW PAGE OF THE CLEARED TO  *
085900* GRADUATE LIST.                                                  *
086000******************************************************************
086100 3100-WRITE-CLEAR-HEADINGS.
086200     ADD 1 TO WS-CLEAR-PAGE-COUNT
086300     MOVE WS-CLEAR-PAGE-COUNT TO WS-CH1-PAGE
086400     MOVE WS-CONFERRAL-DATE   TO WS-CH1-CONFERRAL
086500     MOVE WS-RUN-DATE         TO WS-CH1-RUN-DATE
086600     WRITE CLEARED-REPORT-LINE FROM WS-CLEAR-HEADING-1
086700         AFTER ADVANCING NEW-PAGE
086800     WRITE CLEARED-REPORT-LINE FROM WS-CLEAR-HEADING-2
086900         AFTER ADVANCING 2 LINES
087000     MOVE ZERO TO WS-CLEAR-LINE-COUNT
087100     .
087200 3100-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600* 3700-WRITE-REQ-LINE - PRINT ONE REQUIREMENT LINE.               *
087700******************************************************************
087800 3700-WRITE-REQ-LINE.
087900     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
088000     WRITE AUDIT-REPORT-LINE FROM WS-REQ-LINE
088100         AFTER ADVANCING 1 LINE
088200     ADD 1 TO WS-LINE-COUNT
088300     .
088400 3700-EXIT.
088500     EXIT.
088600
088700******************************************************************
088800* 3800-WRITE-RESULT - PRINT THE STUDENT'S AUDIT RESULT LINE.      *
088900******************************************************************
089000 3800-WRITE-RESULT.
089100     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
089200     WRITE AUDIT-REPORT-LINE FROM WS-RESULT-LINE
089300         AFTER ADVANCING 1 LINE
089400     ADD 1 TO WS-LINE-COUNT
089500     .
089600 3800-EXIT.
089700     EXIT.
089800
089900 3900-CHECK-PAGE.
090000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
090100         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
090200     END-IF
090300     .
090400 3900-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800* 8000-FINALIZE - PRINT THE TOTALS, CLOSE FILES AND SET THE       *
090900* RETURN CODE.  RETURN CODE 16 MEANS THE CONFERRAL DATE CARD WAS  *
091000* BAD AND NOTHING WAS WRITTEN.                                    *
091100******************************************************************
091200 8000-FINALIZE.
091300     IF NOT WS-PARM-OK
091400         MOVE 16 TO RETURN-CODE
091500         DISPLAY "DEGAUDIT - NOTHING AUDITED"
091600         GO TO 8000-EXIT
091700     END-IF
091800     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
091900     CLOSE STUDENT-MASTER
092000     CLOSE COURSE-ENROLLMENT
092100     CLOSE GRAD-TRAN-FILE
092200     CLOSE AUDIT-REPORT
092300     CLOSE CLEARED-REPORT
092400     IF WS-NO-REQ-COUNT > ZERO
092500         MOVE 4 TO RETURN-CODE
092600     ELSE
092700         MOVE 0 TO RETURN-CODE
092800     END-IF
092900     DISPLAY "DEGAUDIT - STUDENTS READ:      " WS-STUDENT-COUNT
093000     DISPLAY "DEGAUDIT - STUDENTS AUDITED:   " WS-AUDITED-COUNT
093100     DISPLAY "DEGAUDIT - CLEARED:            " WS-CLEARED-COUNT
093200     DISPLAY "DEGAUDIT - NOT CLEARED:        "
093300             WS-NOT-CLEARED-COUNT
093400     DISPLAY "DEGAUDIT - NO REQUIREMENTS:    " WS-NO-REQ-COUNT
093500     DISPLAY "DEGAUDIT - NOT ACTIVE:         " WS-NOT-ACTIVE-COUNT
093600     DISPLAY "DEGAUDIT - ENROLLMENTS SKIPPED:" WS-SKIPPED-COUNT
093700     DISPLAY "DEGAUDIT - DEGREE AUDIT COMPLETE"
093800     .
093900 8000-EXIT.
094000     EXIT.
094100
094200 8100-PRINT-TOTALS.
094300     MOVE "STUDENTS AUDITED:         " TO WS-T-CAPTION
094400     MOVE WS-AUDITED-COUNT     TO WS-T-COUNT
094500     WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE
094600         AFTER ADVANCING 3 LINES
094700     MOVE "CLEARED TO GRADUATE:      " TO WS-T-CAPTION
094800     MOVE WS-CLEARED-COUNT     TO WS-T-COUNT
094900     WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE
095000         AFTER ADVANCING 1 LINE
095100     MOVE "NOT CLEARED:              " TO WS-T-CAPTION
095200     MOVE WS-NOT-CLEARED-COUNT TO WS-T-COUNT
095300     WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE
095400         AFTER ADVANCING 1 LINE
095500     MOVE "NO REQUIREMENTS ON FILE:  " TO WS-T-CAPTION
095600     MOVE WS-NO-REQ-COUNT      TO WS-T-COUNT
095700     WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE
095800         AFTER ADVANCING 1 LINE
095900     MOVE "STUDENTS CLEARED:         " TO WS-T-CAPTION
096000     MOVE WS-CLEARED-COUNT     TO WS-T-COUNT
096100     WRITE CLEARED-REPORT-LINE FROM WS-TOTAL-LINE
096200         AFTER ADVANCING 3 LINES
096300     .
096400 8100-EXIT.
096500     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  TUITASMT                                      *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     NIGHTLY TUITION AND FEE ASSESSMENT FOR THE    *
001000*                 BURSAR.  READS THE SORTED STUDENT EXTRACT AND *
001100*                 THE COURSE-ENROLLMENT FILE TOGETHER (BOTH IN  *
001200*                 STUDENT ID SEQUENCE, AS ENFORCED BY THE SORT  *
001300*                 STEPS IN THE RUN DECK) AND, FOR EVERY STUDENT *
001400*                 WITH ENROLLMENTS IN THE TERM ON THE SYSIN     *
001500*                 CARD, PRICES THE TERM FROM THE RATE TABLE FOR *
001600*                 THE STUDENT'S LS-PROGRAM-CODE:                *
001700*                     - ENROLLED HOURS ARE BILLED               *
001800*                     - A COURSE DROPPED BEFORE THE TERM'S      *
001900*                       TM-ADD-DROP-DATE IS NOT BILLED - A FULL *
002000*                       CREDIT OF ITS TUITION                   *
002100*                     - A COURSE DROPPED ON OR AFTER THAT DATE  *
002200*                       STAYS BILLED, LESS THE RATE TABLE'S     *
002300*                       LATE-DROP REFUND PERCENTAGE OF ITS      *
002400*                       TUITION                                 *
002500*                     - THE FIXED FEE IS ADDED ONCE WHEN ANY    *
002600*                       HOURS ARE BILLED                        *
002700*                 EACH STUDENT'S TOTAL IS COMPARED WITH THE     *
002800*                 LAST ASSESSMENT SENT (ASMTHIST).  ONLY A      *
002900*                 CHANGED OR FIRST ASSESSMENT GOES ON THE       *
003000*                 BURSAR FEED, WHICH IS BRACKETED BY HEADER AND *
003100*                 TRAILER RECORDS LIKE THE FINANCIAL-AID        *
003200*                 EXTRACT, AND THE HISTORY RECORD IS THEN       *
003300*                 UPDATED TO WHAT WAS SENT, SO A RERUN SENDS    *
003400*                 NOTHING TWICE.  THE ASSESSMENT REGISTER LISTS *
003500*                 EVERY CHARGE AND ADJUSTMENT.                  *
003600*                 RETURN CODE 16 - TERM CARD MISSING, TERM NOT  *
003700*                 ON THE TERM MASTER OR HISTORY FILE WOULD NOT  *
003800*                 OPEN; NOTHING ASSESSED.  8 - A HISTORY RECORD *
003900*                 COULD NOT BE WRITTEN.  4 - STUDENTS LEFT      *
004000*                 UNASSESSED FOR WANT OF A RATE.  0 - CLEAN.    *
004100*                                                                *
004200*    MODIFICATION HISTORY.                                      *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    ---------  ----  --------------------------------------   *
004500*    2026-10-15 MO    INITIAL VERSION.                          *
004520*    2026-10-15 MO    ASMTHIST IS OPTIONAL SO THE FIRST NIGHT   *
004540*                     AGAINST THE EMPTY CLUSTER TUITDEFN        *
004560*                     DEFINES OPENS WITH STATUS 05 AND EVERY    *
004580*                     STUDENT IS A FIRST ASSESSMENT.            *
004600*                                                                *
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.    TUITASMT.
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SPECIAL-NAMES.
005300     C01 IS NEW-PAGE.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
005700            ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT COURSE-ENROLLMENT ASSIGN TO CRSENRL
006000            ORGANIZATION IS SEQUENTIAL.
006100
006200     SELECT TERM-FILE       ASSIGN TO TERMFILE
006300            ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT RATE-FILE       ASSIGN TO RATEFILE
006600            ORGANIZATION IS SEQUENTIAL.
006700
006800     SELECT OPTIONAL ASSESS-HISTORY ASSIGN TO ASMTHIST
006900            ORGANIZATION IS INDEXED
007000            ACCESS MODE IS DYNAMIC
007100            RECORD KEY IS AH-ASSESS-KEY
007200            FILE STATUS IS WS-HIST-STATUS.
007300
007400     SELECT BURSAR-FEED     ASSIGN TO BURSFEED
007500            ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT ASSESS-REPORT   ASSIGN TO ASMTOUT
007800            ORGANIZATION IS SEQUENTIAL.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  STUDENT-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400     COPY STUDENT.
008500
008600 FD  COURSE-ENROLLMENT
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CRSENRL.
008900
009000 FD  TERM-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY TERMMST.
009300
009400 FD  RATE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY TUITRATE.
009700
009800 FD  ASSESS-HISTORY
009900     LABEL RECORDS ARE STANDARD.
010000     COPY ASMTHIST.
010100
010200 FD  BURSAR-FEED
010300     LABEL RECORDS ARE STANDARD.
010400     COPY BURSFEED.
010500
010600 FD  ASSESS-REPORT
010700     LABEL RECORDS ARE OMITTED
010800     RECORD CONTAINS 132 CHARACTERS.
010900 01  ASSESS-REPORT-LINE          PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
011500         88  WS-EOF                         VALUE "Y".
011600     05  WS-ENRL-EOF-SWITCH      PIC X(01)  VALUE "N".
011700         88  WS-ENRL-EOF                    VALUE "Y".
011800     05  WS-TERM-EOF-SWITCH      PIC X(01)  VALUE "N".
011900         88  WS-TERM-EOF                    VALUE "Y".
012000     05  WS-RATE-EOF-SWITCH      PIC X(01)  VALUE "N".
012100         88  WS-RATE-EOF                    VALUE "Y".
012200     05  WS-PARM-SWITCH          PIC X(01)  VALUE "N".
012300         88  WS-PARM-OK                     VALUE "Y".
012400     05  WS-TERM-FOUND-SWITCH    PIC X(01)  VALUE "N".
012500         88  WS-TERM-FOUND                  VALUE "Y".
012600     05  WS-TERM-ENRL-SWITCH     PIC X(01)  VALUE "N".
012700         88  WS-TERM-ENRL-FOUND             VALUE "Y".
012800     05  WS-HIST-FOUND-SWITCH    PIC X(01)  VALUE "N".
012900         88  WS-HIST-FOUND                  VALUE "Y".
013000     05  WS-FIRST-LINE-SWITCH    PIC X(01)  VALUE "N".
013100         88  WS-FIRST-LINE                  VALUE "Y".
013200
013300 01  WS-HIST-STATUS              PIC X(02)  VALUE "00".
013400     88  WS-HIST-OK                         VALUE "00".
013450     88  WS-HIST-OPENED                     VALUE "00" "05".
013500     88  WS-HIST-NOT-FOUND                  VALUE "23".
013600
013700 01  WS-COUNTERS.
013800     05  WS-STUDENT-COUNT        PIC 9(07)  COMP VALUE ZERO.
013900     05  WS-SKIPPED-COUNT        PIC 9(07)  COMP VALUE ZERO.
014000     05  WS-ASSESSED-COUNT       PIC 9(07)  COMP VALUE ZERO.
014100     05  WS-UNCHANGED-COUNT      PIC 9(07)  COMP VALUE ZERO.
014200     05  WS-FEED-COUNT           PIC 9(07)  COMP VALUE ZERO.
014300     05  WS-NO-RATE-COUNT        PIC 9(07)  COMP VALUE ZERO.
014400     05  WS-HIST-ERROR-COUNT     PIC 9(07)  COMP VALUE ZERO.
014500     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
014600     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
014700     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
014800
014900 01  WS-TERM-PARM.
015000     05  WS-ASSESS-TERM          PIC X(05).
015100     05  FILLER                  PIC X(75).
015200
015300 01  WS-ENRL-STUDENT-ID          PIC X(09)  VALUE HIGH-VALUES.
015400 01  WS-ADD-DROP-DATE            PIC X(08)  VALUE SPACES.
015500
015600*    THE RATE TABLE HOLDS ONLY THE ASSESSMENT TERM'S RECORDS, ONE
015700*    PER PROGRAM CODE.
015800 01  WS-RATE-COUNT               PIC 9(03)  COMP VALUE ZERO.
015900 01  WS-RT-SUB                   PIC 9(03)  COMP VALUE ZERO.
016000 01  WS-CUR-RATE-SUB             PIC 9(03)  COMP VALUE ZERO.
016100 01  WS-RATE-TABLE.
016200     05  WS-RT-ENTRY OCCURS 200 TIMES.
016300         10  WS-RT-PROGRAM-CODE  PIC X(04).
016400         10  WS-RT-PER-CREDIT    PIC 9(05)V9(02).
016500         10  WS-RT-FT-HOURS      PIC 9(02)V9(01).
016600         10  WS-RT-FT-FLAT       PIC 9(07)V9(02).
016700         10  WS-RT-FIXED-FEE     PIC 9(05)V9(02).
016800         10  WS-RT-REFUND-PCT    PIC 9(03).
016900
017000 01  WS-ASSESS-FIELDS.
017100     05  WS-ENROLLED-HOURS       PIC 9(03)V9(01) VALUE ZERO.
017200     05  WS-EARLY-DROP-HOURS     PIC 9(03)V9(01) VALUE ZERO.
017300     05  WS-LATE-DROP-HOURS      PIC 9(03)V9(01) VALUE ZERO.
017400     05  WS-BILLED-HOURS         PIC 9(03)V9(01) VALUE ZERO.
017500     05  WS-TAKEN-HOURS          PIC 9(03)V9(01) VALUE ZERO.
017600     05  WS-PRICE-HOURS          PIC 9(03)V9(01) VALUE ZERO.
017700     05  WS-PRICE-AMOUNT         PIC 9(07)V9(02) VALUE ZERO.
017800     05  WS-ENROLLED-TUITION     PIC 9(07)V9(02) VALUE ZERO.
017900     05  WS-BILLED-TUITION       PIC 9(07)V9(02) VALUE ZERO.
018000     05  WS-TAKEN-TUITION        PIC 9(07)V9(02) VALUE ZERO.
018100     05  WS-EARLY-CREDIT         PIC 9(07)V9(02) VALUE ZERO.
018200     05  WS-LATE-REFUND          PIC 9(07)V9(02) VALUE ZERO.
018300     05  WS-FEE-AMOUNT           PIC 9(07)V9(02) VALUE ZERO.
018400     05  WS-TOTAL-ASSESSED       PIC 9(07)V9(02) VALUE ZERO.
018500     05  WS-PRIOR-ASSESSED       PIC 9(07)V9(02) VALUE ZERO.
018600     05  WS-CHANGE-AMOUNT        PIC 9(07)V9(02) VALUE ZERO.
018700     05  WS-SIGNED-AMOUNT        PIC S9(07)V9(02) VALUE ZERO.
018800
018900 01  WS-FEED-TOTALS.
019000     05  WS-TOT-CHARGES          PIC 9(09)V9(02) VALUE ZERO.
019100     05  WS-TOT-CREDITS          PIC 9(09)V9(02) VALUE ZERO.
019200
019300 01  WS-CURRENT-DATE-FIELDS.
019400     05  WS-CURRENT-CCYY         PIC 9(04).
019500     05  WS-CURRENT-MM           PIC 9(02).
019600     05  WS-CURRENT-DD           PIC 9(02).
019700 01  WS-RUN-DATE                 PIC X(08)  VALUE SPACES.
019800
019900 01  WS-REFUND-NOTE.
020000     05  FILLER                  PIC X(07)  VALUE "REFUND ".
020100     05  WS-RN-PCT               PIC ZZ9.
020200     05  FILLER                  PIC X(12)  VALUE " PCT".
020300
020400 01  WS-HEADING-1.
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  FILLER                  PIC X(36)  VALUE
020700             "TUITION AND FEE ASSESSMENT  TERM: ".
020800     05  WS-H1-TERM              PIC X(05).
020900     05  FILLER                  PIC X(12)  VALUE "  ADD/DROP: ".
021000     05  WS-H1-ADD-DROP          PIC X(08).
021100     05  FILLER                  PIC X(07)  VALUE "  RUN: ".
021200     05  WS-H1-RUN-DATE          PIC X(08).
021300     05  FILLER                  PIC X(03)  VALUE SPACES.
021400     05  FILLER                  PIC X(05)  VALUE "PAGE ".
021500     05  WS-H1-PAGE              PIC ZZZ9.
021600     05  FILLER                  PIC X(43)  VALUE SPACES.
021700
021800 01  WS-HEADING-2.
021900     05  FILLER                  PIC X(01)  VALUE SPACE.
022000     05  FILLER                  PIC X(11)  VALUE "STUDENT ID".
022100     05  FILLER                  PIC X(32)  VALUE "NAME".
022200     05  FILLER                  PIC X(06)  VALUE "PROG".
022300     05  FILLER                  PIC X(38)  VALUE
022400             "CHARGE / ADJUSTMENT".
022500     05  FILLER                  PIC X(07)  VALUE "  HOURS".
022600     05  FILLER                  PIC X(15)  VALUE
022700             "         AMOUNT".
022800     05  FILLER                  PIC X(22)  VALUE "  NOTE".
022900
023000 01  WS-DETAIL-LINE.
023100     05  FILLER                  PIC X(01)  VALUE SPACE.
023200     05  WS-D-STUDENT-ID         PIC X(09).
023300     05  FILLER                  PIC X(02)  VALUE SPACES.
023400     05  WS-D-STUDENT-NAME       PIC X(30).
023500     05  FILLER                  PIC X(02)  VALUE SPACES.
023600     05  WS-D-PROGRAM            PIC X(04).
023700     05  FILLER                  PIC X(02)  VALUE SPACES.
023800     05  WS-D-ITEM               PIC X(36).
023900     05  FILLER                  PIC X(02)  VALUE SPACES.
024000     05  WS-D-HOURS              PIC ZZ9.9 BLANK WHEN ZERO.
024100     05  FILLER                  PIC X(02)  VALUE SPACES.
024200     05  WS-D-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
024300     05  FILLER                  PIC X(02)  VALUE SPACES.
024400     05  WS-D-NOTE               PIC X(22).
024500
024600 01  WS-TOTAL-LINE.
024700     05  FILLER                  PIC X(01)  VALUE SPACE.
024800     05  WS-T-CAPTION            PIC X(26).
024900     05  WS-T-COUNT              PIC ZZZ,ZZ9.
025000     05  FILLER                  PIC X(98)  VALUE SPACES.
025100
025200 01  WS-AMOUNT-TOTAL-LINE.
025300     05  FILLER                  PIC X(01)  VALUE SPACE.
025400     05  WS-A-CAPTION            PIC X(26).
025500     05  WS-A-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
025600     05  FILLER                  PIC X(91)  VALUE SPACES.
025700
025800 PROCEDURE DIVISION.
025900
026000******************************************************************
026100* 0000-MAINLINE - EDIT THE TERM CARD, ASSESS EVERY STUDENT WITH   *
026200* ENROLLMENTS IN THE TERM AND CLOSE THE FEED BLOCK.               *
026300******************************************************************
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600     IF WS-PARM-OK
026700         PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
026800             UNTIL WS-EOF
026900         PERFORM 2900-DRAIN-ENROLLMENTS THRU 2900-EXIT
027000             UNTIL WS-ENRL-EOF
027100     END-IF
027200     PERFORM 8000-FINALIZE THRU 8000-EXIT
027300     GOBACK.
027400
027500******************************************************************
027600* 1000-INITIALIZE - READ AND EDIT THE TERM CARD, FIND THE TERM'S  *
027700* ADD/DROP DATE, LOAD THE TERM'S RATES, OPEN THE FILES, START THE *
027800* FEED BLOCK AND PRIME BOTH SIDES OF THE MATCH.                   *
027900******************************************************************
028000 1000-INITIALIZE.
028100     DISPLAY "TUITASMT - TUITION AND FEE ASSESSMENT STARTED"
028200     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
028300     MOVE WS-CURRENT-DATE-FIELDS TO WS-RUN-DATE
028400     MOVE SPACES TO WS-TERM-PARM
028500     ACCEPT WS-TERM-PARM
028600     IF WS-ASSESS-TERM = SPACES
028700         DISPLAY "TUITASMT - ASSESSMENT TERM CARD MISSING"
028800         GO TO 1000-EXIT
028900     END-IF
029000     DISPLAY "TUITASMT - ASSESSMENT TERM: " WS-ASSESS-TERM
029100     PERFORM 1500-LOAD-TERM THRU 1500-EXIT
029200     IF NOT WS-TERM-FOUND
029300         DISPLAY "TUITASMT - TERM NOT ON TERM MASTER: "
029400                 WS-ASSESS-TERM
029500         GO TO 1000-EXIT
029600     END-IF
029700     OPEN I-O ASSESS-HISTORY
029800     IF NOT WS-HIST-OPENED
029900         DISPLAY "TUITASMT - ASSESSMENT HISTORY OPEN FAILED, "
030000                 "STATUS: " WS-HIST-STATUS
030100         GO TO 1000-EXIT
030200     END-IF
030300     SET WS-PARM-OK TO TRUE
030400     PERFORM 1600-LOAD-RATES THRU 1600-EXIT
030500     DISPLAY "TUITASMT - ADD/DROP DATE: " WS-ADD-DROP-DATE
030600             " RATES LOADED: " WS-RATE-COUNT
030700     OPEN INPUT  STUDENT-MASTER
030800     OPEN INPUT  COURSE-ENROLLMENT
030900     OPEN OUTPUT BURSAR-FEED
031000     OPEN OUTPUT ASSESS-REPORT
031100     MOVE SPACES                 TO BURSAR-HEADER-RECORD
031200     MOVE "HDR"                  TO BH-RECORD-TYPE
031300     MOVE WS-CURRENT-DATE-FIELDS TO BH-RUN-DATE
031400     MOVE WS-ASSESS-TERM         TO BH-TERM-CODE
031500     WRITE BURSAR-HEADER-RECORD
031600     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
031700     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
031800     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
031900     .
032000 1000-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400* 1500-LOAD-TERM - FIND THE ASSESSMENT TERM ON THE TERM MASTER    *
032500* AND KEEP ITS ADD/DROP DATE.                                     *
032600******************************************************************
032700 1500-LOAD-TERM.
032800     OPEN INPUT TERM-FILE
032900     PERFORM 1550-READ-TERM THRU 1550-EXIT
033000         UNTIL WS-TERM-EOF
033100            OR WS-TERM-FOUND
033200     CLOSE TERM-FILE
033300     .
033400 1500-EXIT.
033500     EXIT.
033600
033700 1550-READ-TERM.
033800     READ TERM-FILE
033900         AT END
034000             SET WS-TERM-EOF TO TRUE
034100         NOT AT END
034200             IF TM-TERM-CODE = WS-ASSESS-TERM
034300                 SET WS-TERM-FOUND TO TRUE
034400                 MOVE TM-ADD-DROP-DATE TO WS-ADD-DROP-DATE
034500             END-IF
034600     END-READ
034700     .
034800 1550-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 1600-LOAD-RATES - LOAD THE RATE TABLE RECORDS FOR THE           *
035300* ASSESSMENT TERM.  A PROGRAM WITH NO RATE RECORD IS REPORTED     *
035400* STUDENT BY STUDENT WHEN IT IS MET.                              *
035500******************************************************************
035600 1600-LOAD-RATES.
035700     OPEN INPUT RATE-FILE
035800     PERFORM 1650-READ-RATE THRU 1650-EXIT
035900         UNTIL WS-RATE-EOF
036000     CLOSE RATE-FILE
036100     .
036200 1600-EXIT.
036300     EXIT.
036400
036500 1650-READ-RATE.
036600     READ RATE-FILE
036700         AT END
036800             SET WS-RATE-EOF TO TRUE
036900         NOT AT END
037000             IF RT-TERM-CODE = WS-ASSESS-TERM
037100                 IF WS-RATE-COUNT < 200
037200                     ADD 1 TO WS-RATE-COUNT
037300                     MOVE RT-PROGRAM-CODE
037400                         TO WS-RT-PROGRAM-CODE (WS-RATE-COUNT)
037500                     MOVE RT-PER-CREDIT-RATE
037600                         TO WS-RT-PER-CREDIT (WS-RATE-COUNT)
037700                     MOVE RT-FULLTIME-HOURS
037800                         TO WS-RT-FT-HOURS (WS-RATE-COUNT)
037900                     MOVE RT-FULLTIME-FLAT-RATE
038000                         TO WS-RT-FT-FLAT (WS-RATE-COUNT)
038100                     MOVE RT-FIXED-FEE
038200                         TO WS-RT-FIXED-FEE (WS-RATE-COUNT)
038300                     MOVE RT-LATE-REFUND-PCT
038400                         TO WS-RT-REFUND-PCT (WS-RATE-COUNT)
038500                 ELSE
038600                     DISPLAY "TUITASMT - RATE TABLE FULL, "
038700                             "PROGRAM SKIPPED: " RT-PROGRAM-CODE
038800                 END-IF
038900             END-IF
039000     END-READ
039100     .
039200 1650-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 1800-READ-STUDENT - PRIMING AND SUBSEQUENT READS OF THE SORTED  *
039700* STUDENT EXTRACT.                                                *
039800******************************************************************
039900 1800-READ-STUDENT.
040000     READ STUDENT-MASTER
040100         AT END
040200             SET WS-EOF TO TRUE
040300         NOT AT END
040400             ADD 1 TO WS-STUDENT-COUNT
040500     END-READ
040600     .
040700 1800-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 1900-READ-ENROLLMENT - PRIMING AND SUBSEQUENT READS OF THE      *
041200* ENROLLMENT FILE.  AT END THE MATCH KEY IS FORCED HIGH.          *
041300******************************************************************
041400 1900-READ-ENROLLMENT.
041500     READ COURSE-ENROLLMENT
041600         AT END
041700             SET WS-ENRL-EOF TO TRUE
041800             MOVE HIGH-VALUES TO WS-ENRL-STUDENT-ID
041900         NOT AT END
042000             MOVE CE-STUDENT-ID TO WS-ENRL-STUDENT-ID
042100     END-READ
042200     .
042300 1900-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* 2000-PROCESS-STUDENTS - ONE ITERATION PER EXTRACT STUDENT.  THE *
042800* STUDENT'S ENROLLMENTS IN THE TERM ARE SORTED INTO ENROLLED,     *
042900* EARLY-DROPPED AND LATE-DROPPED HOURS, AND A STUDENT WITH ANY    *
043000* OF THEM IS ASSESSED.  ENROLLMENTS BELOW THE STUDENT KEY BELONG  *
043100* TO STUDENTS NOT ON THE EXTRACT AND ARE SKIPPED.                 *
043200******************************************************************
043300 2000-PROCESS-STUDENTS.
043400     MOVE "N"  TO WS-TERM-ENRL-SWITCH
043500     MOVE ZERO TO WS-ENROLLED-HOURS
043600     MOVE ZERO TO WS-EARLY-DROP-HOURS
043700     MOVE ZERO TO WS-LATE-DROP-HOURS
043800     PERFORM 2100-CONSUME-ENROLLMENT THRU 2100-EXIT
043900         UNTIL WS-ENRL-STUDENT-ID > LS-STUDENT-ID
044000     IF WS-TERM-ENRL-FOUND
044100         PERFORM 2200-ASSESS-STUDENT THRU 2200-EXIT
044200     END-IF
044300     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
044400     .
044500 2000-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 2100-CONSUME-ENROLLMENT - ONE ENROLLMENT RECORD AT OR BELOW THE *
045000* CURRENT STUDENT KEY.  ENROLLED HOURS ARE BILLED.  A DROP DATED  *
045100* BEFORE THE ADD/DROP DATE (OR WITH NO STATUS DATE, FROM BEFORE   *
045200* CRSTRAN STAMPED ONE) IS AN EARLY DROP; A DROP ON OR AFTER IT IS *
045300* A LATE DROP.  WAITLISTED RECORDS ARE NOT BILLED.                *
045400******************************************************************
045500 2100-CONSUME-ENROLLMENT.
045600     IF WS-ENRL-STUDENT-ID < LS-STUDENT-ID
045700         ADD 1 TO WS-SKIPPED-COUNT
045800     ELSE
045900         IF CE-TERM-CODE = WS-ASSESS-TERM
046000             EVALUATE TRUE
046100                 WHEN CE-ENROLL-ENROLLED
046200                     SET WS-TERM-ENRL-FOUND TO TRUE
046300                     ADD CE-CREDIT-HOURS TO WS-ENROLLED-HOURS
046400                 WHEN CE-ENROLL-DROPPED
046500                     SET WS-TERM-ENRL-FOUND TO TRUE
046600                     IF CE-STATUS-DATE < WS-ADD-DROP-DATE
046700                         ADD CE-CREDIT-HOURS
046800                             TO WS-EARLY-DROP-HOURS
046900                     ELSE
047000                         ADD CE-CREDIT-HOURS
047100                             TO WS-LATE-DROP-HOURS
047200                     END-IF
047300                 WHEN OTHER
047400                     CONTINUE
047500             END-EVALUATE
047600         END-IF
047700     END-IF
047800     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
047900     .
048000 2100-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 2200-ASSESS-STUDENT - PRICE THE STUDENT'S TERM, COMPARE IT WITH *
048500* THE LAST ASSESSMENT SENT, PRINT THE REGISTER LINES AND SEND A   *
048600* CHANGED ASSESSMENT TO THE BURSAR.                               *
048700******************************************************************
048800 2200-ASSESS-STUDENT.
048900     SET WS-FIRST-LINE TO TRUE
049000     PERFORM 2300-FIND-RATE THRU 2300-EXIT
049100     IF WS-CUR-RATE-SUB = ZERO
049200         ADD 1 TO WS-NO-RATE-COUNT
049300         MOVE "NO RATE FOR PROGRAM - NOT ASSESSED"
049400             TO WS-D-ITEM
049500         MOVE WS-ENROLLED-HOURS TO WS-PRICE-HOURS
049600         MOVE ZERO   TO WS-SIGNED-AMOUNT
049700         MOVE SPACES TO WS-D-NOTE
049800         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
049900         GO TO 2200-EXIT
050000     END-IF
050100     ADD 1 TO WS-ASSESSED-COUNT
050200     PERFORM 2400-COMPUTE-ASSESSMENT THRU 2400-EXIT
050300     PERFORM 2500-READ-HISTORY THRU 2500-EXIT
050400     PERFORM 2600-PRINT-ASSESSMENT THRU 2600-EXIT
050500     IF WS-HIST-FOUND
050600         IF WS-TOTAL-ASSESSED = WS-PRIOR-ASSESSED
050700             ADD 1 TO WS-UNCHANGED-COUNT
050800             GO TO 2200-EXIT
050900         END-IF
051000     ELSE
051100         IF WS-TOTAL-ASSESSED = ZERO
051200             ADD 1 TO WS-UNCHANGED-COUNT
051300             GO TO 2200-EXIT
051400         END-IF
051500     END-IF
051600     PERFORM 2700-WRITE-FEED THRU 2700-EXIT
051700     PERFORM 2800-UPDATE-HISTORY THRU 2800-EXIT
051800     .
051900 2200-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300* 2300-FIND-RATE - LOCATE THE RATE TABLE ENTRY FOR THE STUDENT'S  *
052400* PROGRAM.  WS-CUR-RATE-SUB COMES BACK ZERO WHEN THERE IS NONE.   *
052500******************************************************************
052600 2300-FIND-RATE.
052700     MOVE ZERO TO WS-CUR-RATE-SUB
052800     PERFORM 2350-CHECK-ONE-RATE THRU 2350-EXIT
052900         VARYING WS-RT-SUB FROM 1 BY 1
053000         UNTIL WS-RT-SUB > WS-RATE-COUNT
053100            OR WS-CUR-RATE-SUB NOT = ZERO
053200     .
053300 2300-EXIT.
053400     EXIT.
053500
053600 2350-CHECK-ONE-RATE.
053700     IF WS-RT-PROGRAM-CODE (WS-RT-SUB) = LS-PROGRAM-CODE
053800         MOVE WS-RT-SUB TO WS-CUR-RATE-SUB
053900     END-IF
054000     .
054100 2350-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* 2400-COMPUTE-ASSESSMENT - TUITION IS PRICED THREE WAYS: ON THE  *
054600* ENROLLED HOURS, ON THE BILLED HOURS (ENROLLED PLUS LATE DROPS)  *
054700* AND ON EVERY HOUR TAKEN (BILLED PLUS EARLY DROPS).  THE EARLY   *
054800* DROP CREDIT IS WHAT THE EARLY DROPS WOULD HAVE ADDED; THE LATE  *
054900* DROP REFUND IS THE RATE'S PERCENTAGE OF WHAT THE LATE DROPS     *
055000* ADD.  PRICING THE HOURS TOGETHER KEEPS A FLAT FULL-TIME CHARGE  *
055100* RIGHT WHEN A DROP LEAVES THE STUDENT FULL-TIME.                 *
055200******************************************************************
055300 2400-COMPUTE-ASSESSMENT.
055400     COMPUTE WS-BILLED-HOURS =
055500         WS-ENROLLED-HOURS + WS-LATE-DROP-HOURS
055600     COMPUTE WS-TAKEN-HOURS =
055700         WS-BILLED-HOURS + WS-EARLY-DROP-HOURS
055800     MOVE WS-ENROLLED-HOURS TO WS-PRICE-HOURS
055900     PERFORM 2450-PRICE-HOURS THRU 2450-EXIT
056000     MOVE WS-PRICE-AMOUNT   TO WS-ENROLLED-TUITION
056100     MOVE WS-BILLED-HOURS   TO WS-PRICE-HOURS
056200     PERFORM 2450-PRICE-HOURS THRU 2450-EXIT
056300     MOVE WS-PRICE-AMOUNT   TO WS-BILLED-TUITION
056400     MOVE WS-TAKEN-HOURS    TO WS-PRICE-HOURS
056500     PERFORM 2450-PRICE-HOURS THRU 2450-EXIT
056600     MOVE WS-PRICE-AMOUNT   TO WS-TAKEN-TUITION
056700     COMPUTE WS-EARLY-CREDIT =
056800         WS-TAKEN-TUITION - WS-BILLED-TUITION
056900     COMPUTE WS-LATE-REFUND ROUNDED =
057000         (WS-BILLED-TUITION - WS-ENROLLED-TUITION)
057100         * WS-RT-REFUND-PCT (WS-CUR-RATE-SUB) / 100
057200     IF WS-BILLED-HOURS > ZERO
057300         MOVE WS-RT-FIXED-FEE (WS-CUR-RATE-SUB) TO WS-FEE-AMOUNT
057400     ELSE
057500         MOVE ZERO TO WS-FEE-AMOUNT
057600     END-IF
057700     COMPUTE WS-TOTAL-ASSESSED =
057800         WS-BILLED-TUITION - WS-LATE-REFUND + WS-FEE-AMOUNT
057900     .
058000 2400-EXIT.
058100     EXIT.
058200
058300 2450-PRICE-HOURS.
058400     IF WS-PRICE-HOURS = ZERO
058500         MOVE ZERO TO WS-PRICE-AMOUNT
058600     ELSE
058700         IF WS-RT-FT-FLAT (WS-CUR-RATE-SUB) > ZERO
058800            AND WS-PRICE-HOURS >= WS-RT-FT-HOURS (WS-CUR-RATE-SUB)
058900             MOVE WS-RT-FT-FLAT (WS-CUR-RATE-SUB)
059000                 TO WS-PRICE-AMOUNT
059100         ELSE
059200             COMPUTE WS-PRICE-AMOUNT ROUNDED =
059300                 WS-PRICE-HOURS
059400                 * WS-RT-PER-CREDIT (WS-CUR-RATE-SUB)
059500         END-IF
059600     END-IF
059700     .
059800 2450-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 2500-READ-HISTORY - FETCH THE ASSESSMENT LAST SENT FOR THIS     *
060300* STUDENT AND TERM.  NONE ON FILE MEANS A FIRST ASSESSMENT.       *
060400******************************************************************
060500 2500-READ-HISTORY.
060600     MOVE "N"            TO WS-HIST-FOUND-SWITCH
060700     MOVE ZERO           TO WS-PRIOR-ASSESSED
060800     MOVE LS-STUDENT-ID  TO AH-STUDENT-ID
060900     MOVE WS-ASSESS-TERM TO AH-TERM-CODE
061000     READ ASSESS-HISTORY
061100         INVALID KEY
061200             CONTINUE
061300         NOT INVALID KEY
061400             SET WS-HIST-FOUND TO TRUE
061500             MOVE AH-TOTAL-AMOUNT TO WS-PRIOR-ASSESSED
061600     END-READ
061700     .
061800 2500-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 2600-PRINT-ASSESSMENT - ONE REGISTER LINE PER CHARGE AND        *
062300* ADJUSTMENT, THEN THE TOTAL, THE LAST ASSESSMENT SENT AND THE    *
062400* CHANGE.  CREDITS PRINT WITH A TRAILING MINUS.                   *
062500******************************************************************
062600 2600-PRINT-ASSESSMENT.
062700     MOVE "TUITION - ALL HOURS TAKEN" TO WS-D-ITEM
062800     MOVE WS-TAKEN-HOURS   TO WS-PRICE-HOURS
062900     MOVE WS-TAKEN-TUITION TO WS-SIGNED-AMOUNT
063000     MOVE SPACES           TO WS-D-NOTE
063100     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
063200     IF WS-EARLY-DROP-HOURS > ZERO
063300         MOVE "CREDIT - DROPPED BEFORE ADD/DROP"
063400             TO WS-D-ITEM
063500         MOVE WS-EARLY-DROP-HOURS TO WS-PRICE-HOURS
063600         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-EARLY-CREDIT
063700         MOVE "FULL CREDIT"       TO WS-D-NOTE
063800         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
063900     END-IF
064000     IF WS-LATE-DROP-HOURS > ZERO
064100         MOVE "REFUND - DROPPED ON/AFTER ADD/DROP"
064200             TO WS-D-ITEM
064300         MOVE WS-LATE-DROP-HOURS TO WS-PRICE-HOURS
064400         COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-LATE-REFUND
064500         MOVE WS-RT-REFUND-PCT (WS-CUR-RATE-SUB) TO WS-RN-PCT
064600         MOVE WS-REFUND-NOTE     TO WS-D-NOTE
064700         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
064800     END-IF
064900     IF WS-FEE-AMOUNT > ZERO
065000         MOVE "FIXED FEES"  TO WS-D-ITEM
065100         MOVE ZERO          TO WS-PRICE-HOURS
065200         MOVE WS-FEE-AMOUNT TO WS-SIGNED-AMOUNT
065300         MOVE SPACES        TO WS-D-NOTE
065400         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
065500     END-IF
065600     MOVE "TOTAL ASSESSED"  TO WS-D-ITEM
065700     MOVE WS-BILLED-HOURS   TO WS-PRICE-HOURS
065800     MOVE WS-TOTAL-ASSESSED TO WS-SIGNED-AMOUNT
065900     MOVE SPACES            TO WS-D-NOTE
066000     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
066100     MOVE "LAST ASSESSMENT SENT" TO WS-D-ITEM
066200     MOVE ZERO              TO WS-PRICE-HOURS
066300     MOVE WS-PRIOR-ASSESSED TO WS-SIGNED-AMOUNT
066400     IF WS-HIST-FOUND
066500         MOVE SPACES          TO WS-D-NOTE
066600     ELSE
066700         MOVE "NONE ON FILE"  TO WS-D-NOTE
066800     END-IF
066900     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
067000     MOVE "CHANGE"          TO WS-D-ITEM
067100     COMPUTE WS-SIGNED-AMOUNT =
067200         WS-TOTAL-ASSESSED - WS-PRIOR-ASSESSED
067300     IF WS-SIGNED-AMOUNT = ZERO
067400         MOVE "NO CHANGE - NOT SENT" TO WS-D-NOTE
067500     ELSE
067600         MOVE "SENT TO BURSAR"       TO WS-D-NOTE
067700     END-IF
067800     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
067900     .
068000 2600-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400* 2700-WRITE-FEED - SEND THE STUDENT'S CURRENT ASSESSMENT AND THE *
068500* CHANGE FROM THE LAST ONE SENT, AND ADD THE CHANGE TO THE        *
068600* TRAILER'S CHARGE OR CREDIT TOTAL.                               *
068700******************************************************************
068800 2700-WRITE-FEED.
068900     MOVE SPACES              TO BURSAR-FEED-RECORD
069000     MOVE LS-STUDENT-ID       TO BF-STUDENT-ID
069100     MOVE WS-ASSESS-TERM      TO BF-TERM-CODE
069200     MOVE LS-PROGRAM-CODE     TO BF-PROGRAM-CODE
069300     MOVE WS-BILLED-HOURS     TO BF-BILLED-HOURS
069400     MOVE WS-BILLED-TUITION   TO BF-TUITION-AMOUNT
069500     MOVE WS-LATE-REFUND      TO BF-REFUND-AMOUNT
069600     MOVE WS-FEE-AMOUNT       TO BF-FEE-AMOUNT
069700     MOVE WS-TOTAL-ASSESSED   TO BF-TOTAL-AMOUNT
069800     MOVE WS-PRIOR-ASSESSED   TO BF-PRIOR-AMOUNT
069900     MOVE WS-RUN-DATE         TO BF-ASSESS-DATE
070000     IF WS-TOTAL-ASSESSED < WS-PRIOR-ASSESSED
070100         COMPUTE WS-CHANGE-AMOUNT =
070200             WS-PRIOR-ASSESSED - WS-TOTAL-ASSESSED
070300         SET BF-CREDIT-ADJUSTMENT TO TRUE
070400         ADD WS-CHANGE-AMOUNT TO WS-TOT-CREDITS
070500     ELSE
070600         COMPUTE WS-CHANGE-AMOUNT =
070700             WS-TOTAL-ASSESSED - WS-PRIOR-ASSESSED
070800         IF WS-HIST-FOUND
070900             SET BF-ADDED-CHARGE TO TRUE
071000         ELSE
071100             SET BF-FIRST-ASSESSMENT TO TRUE
071200         END-IF
071300         ADD WS-CHANGE-AMOUNT TO WS-TOT-CHARGES
071400     END-IF
071500     MOVE WS-CHANGE-AMOUNT    TO BF-CHANGE-AMOUNT
071600     WRITE BURSAR-FEED-RECORD
071700     ADD 1 TO WS-FEED-COUNT
071800     .
071900 2700-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 2800-UPDATE-HISTORY - RECORD WHAT WAS JUST SENT AS THE LAST     *
072400* ASSESSMENT FOR THE STUDENT AND TERM.                            *
072500******************************************************************
072600 2800-UPDATE-HISTORY.
072700     MOVE SPACES              TO ASSESSMENT-HISTORY-RECORD
072800     MOVE LS-STUDENT-ID       TO AH-STUDENT-ID
072900     MOVE WS-ASSESS-TERM      TO AH-TERM-CODE
073000     MOVE LS-PROGRAM-CODE     TO AH-PROGRAM-CODE
073100     MOVE WS-BILLED-HOURS     TO AH-BILLED-HOURS
073200     MOVE WS-BILLED-TUITION   TO AH-TUITION-AMOUNT
073300     MOVE WS-LATE-REFUND      TO AH-REFUND-AMOUNT
073400     MOVE WS-FEE-AMOUNT       TO AH-FEE-AMOUNT
073500     MOVE WS-TOTAL-ASSESSED   TO AH-TOTAL-AMOUNT
073600     MOVE WS-RUN-DATE         TO AH-SENT-DATE
073700     IF WS-HIST-FOUND
073800         REWRITE ASSESSMENT-HISTORY-RECORD
073900     ELSE
074000         WRITE ASSESSMENT-HISTORY-RECORD
074100     END-IF
074200     IF NOT WS-HIST-OK
074300         ADD 1 TO WS-HIST-ERROR-COUNT
074400         DISPLAY "TUITASMT - HISTORY UPDATE FAILED FOR "
074500                 LS-STUDENT-ID " STATUS: " WS-HIST-STATUS
074600     END-IF
074700     .
074800 2800-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200* 2900-DRAIN-ENROLLMENTS - THE EXTRACT IS EXHAUSTED; ANY          *
075300* ENROLLMENT RECORDS LEFT BELONG TO STUDENTS NOT ON IT AND ARE    *
075400* COUNTED AS SKIPPED.                                             *
075500******************************************************************
075600 2900-DRAIN-ENROLLMENTS.
075700     ADD 1 TO WS-SKIPPED-COUNT
075800     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
075900     .
076000 2900-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400* 3000-WRITE-HEADINGS - START A NEW PAGE WITH THE TWO HEADING     *
076500* LINES AND RESET THE LINE COUNT.                                 *
076600******************************************************************
076700 3000-WRITE-HEADINGS.
076800     ADD 1 TO WS-PAGE-COUNT
076900     MOVE WS-PAGE-COUNT    TO WS-H1-PAGE
077000     MOVE WS-ASSESS-TERM   TO WS-H1-TERM
077100     MOVE WS-ADD-DROP-DATE TO WS-H1-ADD-DROP
077200     MOVE WS-RUN-DATE      TO WS-H1-RUN-DATE
077300     WRITE ASSESS-REPORT-LINE FROM WS-HEADING-1
077400         AFTER ADVANCING NEW-PAGE
077500     WRITE ASSESS-REPORT-LINE FROM WS-HEADING-2
077600         AFTER ADVANCING 2 LINES
077700     MOVE ZERO TO WS-LINE-COUNT
077800     .
077900 3000-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300* 3100-WRITE-DETAIL - PRINT ONE REGISTER LINE FROM WS-D-ITEM,     *
078400* WS-PRICE-HOURS, WS-SIGNED-AMOUNT AND WS-D-NOTE.  THE STUDENT    *
078500* ID, NAME AND PROGRAM PRINT ON THE STUDENT'S FIRST LINE ONLY,    *
078600* WHICH IS DOUBLE-SPACED FROM THE STUDENT BEFORE.                 *
078700******************************************************************
078800 3100-WRITE-DETAIL.
078900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079000         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
079100     END-IF
079200     MOVE WS-PRICE-HOURS   TO WS-D-HOURS
079300     MOVE WS-SIGNED-AMOUNT TO WS-D-AMOUNT
079400     IF WS-FIRST-LINE
079500         MOVE LS-STUDENT-ID   TO WS-D-STUDENT-ID
079600         MOVE LS-STUDENT-NAME TO WS-D-STUDENT-NAME
079700         MOVE LS-PROGRAM-CODE TO WS-D-PROGRAM
079800         WRITE ASSESS-REPORT-LINE FROM WS-DETAIL-LINE
079900             AFTER ADVANCING 2 LINES
080000         ADD 2 TO WS-LINE-COUNT
080100         MOVE "N" TO WS-FIRST-LINE-SWITCH
080200     ELSE
080300         MOVE SPACES TO WS-D-STUDENT-ID
080400         MOVE SPACES TO WS-D-STUDENT-NAME
080500         MOVE SPACES TO WS-D-PROGRAM
080600         WRITE ASSESS-REPORT-LINE FROM WS-DETAIL-LINE
080700             AFTER ADVANCING 1 LINE
080800         ADD 1 TO WS-LINE-COUNT
080900     END-IF
081000     .
081100 3100-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500* 8000-FINALIZE - CLOSE THE FEED BLOCK WITH ITS TRAILER, PRINT    *
081600* THE REGISTER TOTALS, CLOSE FILES AND SET THE RETURN CODE.       *
081700******************************************************************
081800 8000-FINALIZE.
081900     IF NOT WS-PARM-OK
082000         MOVE 16 TO RETURN-CODE
082100         DISPLAY "TUITASMT - NOTHING ASSESSED"
082200         GO TO 8000-EXIT
082300     END-IF
082400     MOVE SPACES                 TO BURSAR-TRAILER-RECORD
082500     MOVE "TRL"                  TO BT-RECORD-TYPE
082600     MOVE WS-CURRENT-DATE-FIELDS TO BT-RUN-DATE
082700     MOVE WS-FEED-COUNT          TO BT-RECORD-COUNT
082800     MOVE WS-TOT-CHARGES         TO BT-TOTAL-CHARGES
082900     MOVE WS-TOT-CREDITS         TO BT-TOTAL-CREDITS
083000     WRITE BURSAR-TRAILER-RECORD
083100     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
083200     CLOSE STUDENT-MASTER
083300     CLOSE COURSE-ENROLLMENT
083400     CLOSE ASSESS-HISTORY
083500     CLOSE BURSAR-FEED
083600     CLOSE ASSESS-REPORT
083700     EVALUATE TRUE
083800         WHEN WS-HIST-ERROR-COUNT > ZERO
083900             MOVE 8 TO RETURN-CODE
084000         WHEN WS-NO-RATE-COUNT > ZERO
084100             MOVE 4 TO RETURN-CODE
084200         WHEN OTHER
084300             MOVE 0 TO RETURN-CODE
084400     END-EVALUATE
084500     DISPLAY "TUITASMT - STUDENTS READ:      " WS-STUDENT-COUNT
084600     DISPLAY "TUITASMT - STUDENTS ASSESSED:  " WS-ASSESSED-COUNT
084700     DISPLAY "TUITASMT - SENT TO BURSAR:     " WS-FEED-COUNT
084800     DISPLAY "TUITASMT - UNCHANGED:          " WS-UNCHANGED-COUNT
084900     DISPLAY "TUITASMT - NO RATE ON FILE:    " WS-NO-RATE-COUNT
085000     DISPLAY "TUITASMT - HISTORY ERRORS:     " WS-HIST-ERROR-COUNT
085100     DISPLAY "TUITASMT - ENROLLMENTS SKIPPED:" WS-SKIPPED-COUNT
085200     DISPLAY "TUITASMT - TUITION AND FEE ASSESSMENT COMPLETE"
085300     .
085400 8000-EXIT.
085500     EXIT.
085600
085700 8100-PRINT-TOTALS.
085800     MOVE "STUDENTS ASSESSED:        " TO WS-T-CAPTION
085900     MOVE WS-ASSESSED-COUNT  TO WS-T-COUNT
086000     WRITE ASSESS-REPORT-LINE FROM WS-TOTAL-LINE
086100         AFTER ADVANCING 3 LINES
086200     MOVE "SENT TO BURSAR:           " TO WS-T-CAPTION
086300     MOVE WS-FEED-COUNT      TO WS-T-COUNT
086400     WRITE ASSESS-REPORT-LINE FROM WS-TOTAL-LINE
086500         AFTER ADVANCING 1 LINE
086600     MOVE "UNCHANGED - NOT SENT:     " TO WS-T-CAPTION
086700     MOVE WS-UNCHANGED-COUNT TO WS-T-COUNT
086800     WRITE ASSESS-REPORT-LINE FROM WS-TOTAL-LINE
086900         AFTER ADVANCING 1 LINE
087000     MOVE "NO RATE - NOT ASSESSED:   " TO WS-T-CAPTION
087100     MOVE WS-NO-RATE-COUNT   TO WS-T-COUNT
087200     WRITE ASSESS-REPORT-LINE FROM WS-TOTAL-LINE
087300         AFTER ADVANCING 1 LINE
087400     MOVE "TOTAL CHARGES SENT:       " TO WS-A-CAPTION
087500     MOVE WS-TOT-CHARGES     TO WS-A-AMOUNT
087600     WRITE ASSESS-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
087700         AFTER ADVANCING 2 LINES
087800     MOVE "TOTAL CREDITS SENT:       " TO WS-A-CAPTION
087900     MOVE WS-TOT-CREDITS     TO WS-A-AMOUNT
088000     WRITE ASSESS-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
088100         AFTER ADVANCING 1 LINE
088200     .
088300 8100-EXIT.
088400     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  STNDLTR                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     ACADEMIC STANDING NOTIFICATION LETTERS.       *
001000*                 READS THE SORTED STUDENT EXTRACT AND THE      *
001100*                 COURSE-ENROLLMENT FILE (BOTH IN STUDENT ID    *
001200*                 SEQUENCE, AS ENFORCED BY THE SORT STEPS IN    *
001300*                 THE RUN DECK) AND WORKS OUT EACH STUDENT'S    *
001400*                 TERM AND CUMULATIVE GPA AND STANDING FOR THE  *
001500*                 SYSIN TERM BY THE SAME RULES AS ACADRPT:      *
001600*                     - CUMULATIVE GPA BELOW 2.00 - PROBATION   *
001700*                     - TERM GPA 3.50 OR BETTER ON AT LEAST     *
001800*                       12.0 GRADED HOURS IN THE TERM - DEANS   *
001900*                       LIST (PROBATION WINS WHEN BOTH APPLY)   *
002000*                 EVERY PROBATION AND DEANS-LIST STUDENT WITH A *
002100*                 USABLE ADDRESS ON THE MAILING ADDRESS FILE    *
002200*                 GETS A PRINT-READY LETTER, ONE PER PAGE, AND  *
002300*                 A MAILING LABEL RECORD (MAILLBL) IN THE SAME  *
002400*                 ORDER.  A STUDENT WITH NO ADDRESS, AN         *
002500*                 INCOMPLETE ONE OR ONE NOT YET EFFECTIVE GETS  *
002600*                 NO LETTER AND IS LISTED ON THE EXCEPTION      *
002700*                 LISTING INSTEAD SO THE OFFICE CAN CHASE AN    *
002800*                 ADDRESS BEFORE THE LETTERS GO OUT.            *
002900*                 RETURN CODE 16 - TERM CARD MISSING OR THE     *
003000*                 ADDRESS FILE WOULD NOT OPEN; NOTHING PRINTED. *
003100*                 4 - ONE OR MORE STUDENTS ON THE EXCEPTION     *
003200*                 LISTING.  0 - CLEAN.                          *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                      *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    ---------  ----  --------------------------------------   *
003700*    2026-10-15 MO    INITIAL VERSION.                          *
003720*    2026-10-15 MO    ADDRFILE IS OPTIONAL SO A RUN BEFORE ANY  *
003740*                     ADDRESS IS ON FILE OPENS WITH STATUS 05   *
003760*                     AND LISTS EVERY STUDENT AS AN EXCEPTION   *
003780*                     INSTEAD OF ENDING 16.                     *
003800*                                                                *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.    STNDLTR.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SPECIAL-NAMES.
004500     C01 IS NEW-PAGE.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
004900            ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT COURSE-ENROLLMENT ASSIGN TO CRSENRL
005200            ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE IS DYNAMIC
005700            RECORD KEY IS AD-STUDENT-ID
005800            FILE STATUS IS WS-ADDR-STATUS.
005900
006000     SELECT LETTER-FILE     ASSIGN TO LETTROUT
006100            ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT LABEL-FILE      ASSIGN TO LABELOUT
006400            ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT EXCEPTION-REPORT ASSIGN TO EXCPOUT
006700            ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  STUDENT-MASTER
007200     LABEL RECORDS ARE STANDARD.
007300     COPY STUDENT.
007400
007500 FD  COURSE-ENROLLMENT
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CRSENRL.
007800
007900 FD  ADDRESS-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY ADDRREC.
008200
008300 FD  LETTER-FILE
008400     LABEL RECORDS ARE OMITTED
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  LETTER-PRINT-LINE           PIC X(132).
008700
008800 FD  LABEL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY MAILLBL.
009100
009200 FD  EXCEPTION-REPORT
009300     LABEL RECORDS ARE OMITTED
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  EXCEPTION-REPORT-LINE       PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
010100         88  WS-EOF                         VALUE "Y".
010200     05  WS-ENRL-EOF-SWITCH      PIC X(01)  VALUE "N".
010300         88  WS-ENRL-EOF                    VALUE "Y".
010400     05  WS-PARM-SWITCH          PIC X(01)  VALUE "N".
010500         88  WS-PARM-OK                     VALUE "Y".
010600     05  WS-USABLE-SWITCH        PIC X(01)  VALUE "N".
010700         88  WS-ADDRESS-USABLE              VALUE "Y".
010800
010900 01  WS-ADDR-STATUS              PIC X(02)  VALUE SPACES.
011000     88  WS-ADDR-OK                         VALUE "00".
011050     88  WS-ADDR-OPENED                     VALUE "00" "05".
011100     88  WS-ADDR-NOTFND                     VALUE "23".
011200
011300 01  WS-COUNTERS.
011400     05  WS-STUDENT-COUNT        PIC 9(07)  COMP VALUE ZERO.
011500     05  WS-PROBATION-COUNT      PIC 9(07)  COMP VALUE ZERO.
011600     05  WS-DEANS-COUNT          PIC 9(07)  COMP VALUE ZERO.
011700     05  WS-LETTER-COUNT         PIC 9(07)  COMP VALUE ZERO.
011800     05  WS-LABEL-COUNT          PIC 9(07)  COMP VALUE ZERO.
011900     05  WS-EXCEPTION-COUNT      PIC 9(07)  COMP VALUE ZERO.
012000     05  WS-SKIPPED-COUNT        PIC 9(07)  COMP VALUE ZERO.
012100     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
012200     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
012300     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
012400
012500 01  WS-REPORT-TERM              PIC X(05)  VALUE SPACES.
012600 01  WS-ENRL-STUDENT-ID          PIC X(09)  VALUE HIGH-VALUES.
012700 01  WS-LETTER-TYPE              PIC X(01)  VALUE SPACE.
012800     88  WS-PROBATION-LETTER                VALUE "P".
012900     88  WS-DEANS-LIST-LETTER               VALUE "D".
013000     88  WS-NO-LETTER                       VALUE SPACE.
013100 01  WS-EXCEPTION-REASON         PIC X(40)  VALUE SPACES.
013200 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
013300
013400 01  WS-GPA-FIELDS.
013500     05  WS-TERM-HOURS           PIC 9(04)V9(01) VALUE ZERO.
013600     05  WS-TERM-POINTS          PIC 9(05)V9(02) VALUE ZERO.
013700     05  WS-CUM-HOURS            PIC 9(04)V9(01) VALUE ZERO.
013800     05  WS-CUM-POINTS           PIC 9(05)V9(02) VALUE ZERO.
013900     05  WS-TERM-GPA             PIC 9(01)V9(02) VALUE ZERO.
014000     05  WS-CUM-GPA              PIC 9(01)V9(02) VALUE ZERO.
014100
014200*    STANDING THRESHOLDS - KEEP IN STEP WITH ACADRPT.
014300 01  WS-PROBATION-GPA            PIC 9(01)V9(02) VALUE 2.00.
014400 01  WS-DEANS-GPA                PIC 9(01)V9(02) VALUE 3.50.
014500 01  WS-DEANS-MIN-HOURS          PIC 9(02)V9(01) VALUE 12.0.
014600
014700 01  WS-GRADE-POINT-TEXT         PIC X(44)  VALUE
014800         "A 40A-37B+33B 30B-27C+23C 20C-17D+13D 10F 00".
014900 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-TEXT.
015000     05  WS-GRADE-ENTRY OCCURS 11 TIMES
015100             INDEXED BY WS-GRADE-NDX.
015200         10  WS-GP-GRADE          PIC X(02).
015300         10  WS-GP-POINTS         PIC 9(01)V9(01).
015400
015500 01  WS-MONTH-NAME-TEXT.
015600     05  FILLER                  PIC X(09)  VALUE "JANUARY".
015700     05  FILLER                  PIC X(09)  VALUE "FEBRUARY".
015800     05  FILLER                  PIC X(09)  VALUE "MARCH".
015900     05  FILLER                  PIC X(09)  VALUE "APRIL".
016000     05  FILLER                  PIC X(09)  VALUE "MAY".
016100     05  FILLER                  PIC X(09)  VALUE "JUNE".
016200     05  FILLER                  PIC X(09)  VALUE "JULY".
016300     05  FILLER                  PIC X(09)  VALUE "AUGUST".
016400     05  FILLER                  PIC X(09)  VALUE "SEPTEMBER".
016500     05  FILLER                  PIC X(09)  VALUE "OCTOBER".
016600     05  FILLER                  PIC X(09)  VALUE "NOVEMBER".
016700     05  FILLER                  PIC X(09)  VALUE "DECEMBER".
016800 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-TEXT.
016900     05  WS-MONTH-NAME           PIC X(09)  OCCURS 12 TIMES.
017000
017100 01  WS-CURRENT-DATE-FIELDS.
017200     05  WS-CURRENT-CCYY         PIC 9(04).
017300     05  WS-CURRENT-MM           PIC 9(02).
017400     05  WS-CURRENT-DD           PIC 9(02).
017500 01  WS-ED-DAY                   PIC Z9.
017600 01  WS-ED-GPA                   PIC 9.99.
017700 01  WS-ED-HOURS                 PIC Z9.9.
017800 01  WS-LETTER-DATE              PIC X(30)  VALUE SPACES.
017900 01  WS-CITY-LINE                PIC X(60)  VALUE SPACES.
018000
018100*    EVERY LETTER LINE IS SET IN FROM THE LEFT EDGE OF THE FORM.
018200 01  WS-LETTER-LINE.
018300     05  FILLER                  PIC X(10)  VALUE SPACES.
018400     05  WS-LL-TEXT              PIC X(72).
018500     05  FILLER                  PIC X(50)  VALUE SPACES.
018600
018700 01  WS-HEADING-1.
018800     05  FILLER                  PIC X(01)  VALUE SPACE.
018900     05  FILLER                  PIC X(36)  VALUE
019000             "STANDING LETTER ADDRESS EXCEPTIONS  ".
019100     05  FILLER                  PIC X(06)  VALUE "TERM: ".
019200     05  WS-H1-TERM              PIC X(05).
019300     05  FILLER                  PIC X(03)  VALUE SPACES.
019400     05  FILLER                  PIC X(05)  VALUE "PAGE ".
019500     05  WS-H1-PAGE              PIC ZZZ9.
019600     05  FILLER                  PIC X(72)  VALUE SPACES.
019700
019800 01  WS-HEADING-2.
019900     05  FILLER                  PIC X(01)  VALUE SPACE.
020000     05  FILLER                  PIC X(11)  VALUE "STUDENT ID".
020100     05  FILLER                  PIC X(31)  VALUE "STUDENT NAME".
020200     05  FILLER                  PIC X(12)  VALUE "LETTER".
020300     05  FILLER                  PIC X(40)  VALUE "REASON".
020400     05  FILLER                  PIC X(37)  VALUE SPACES.
020500
020600 01  WS-DETAIL-LINE.
020700     05  FILLER                  PIC X(01)  VALUE SPACE.
020800     05  WS-D-STUDENT-ID         PIC X(11).
020900     05  WS-D-STUDENT-NAME       PIC X(31).
021000     05  WS-D-LETTER             PIC X(12).
021100     05  WS-D-REASON             PIC X(40).
021200     05  FILLER                  PIC X(37)  VALUE SPACES.
021300
021400 01  WS-TOTAL-LINE.
021500     05  FILLER                  PIC X(01)  VALUE SPACE.
021600     05  WS-T-CAPTION            PIC X(30).
021700     05  WS-T-COUNT              PIC ZZZ,ZZ9.
021800     05  FILLER                  PIC X(94)  VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100
022200******************************************************************
022300* 0000-MAINLINE - EDIT THE TERM CARD, MATCH THE FILES AND PRINT   *
022400* THE LETTERS, LABELS AND EXCEPTIONS, THEN THE TOTALS.            *
022500******************************************************************
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022800     IF WS-PARM-OK
022900         PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
023000             UNTIL WS-EOF
023100         PERFORM 2900-DRAIN-ENROLLMENTS THRU 2900-EXIT
023200             UNTIL WS-ENRL-EOF
023300     END-IF
023400     PERFORM 8000-FINALIZE THRU 8000-EXIT
023500     GOBACK.
023600
023700******************************************************************
023800* 1000-INITIALIZE - READ AND EDIT THE TERM CARD FROM SYSIN, OPEN  *
023900* THE ADDRESS FILE AND THEN THE REST, AND PRIME BOTH SIDES OF THE *
024000* MATCH.  A BLANK CARD OR AN ADDRESS FILE THAT WILL NOT OPEN ENDS *
024100* THE RUN WITH RETURN CODE 16 IN 8000-FINALIZE.                   *
024200******************************************************************
024300 1000-INITIALIZE.
024400     DISPLAY "STNDLTR - ACADEMIC STANDING LETTERS STARTED"
024500     ACCEPT WS-REPORT-TERM
024600     IF WS-REPORT-TERM = SPACES
024700         DISPLAY "STNDLTR - LETTER TERM CARD MISSING"
024800         GO TO 1000-EXIT
024900     END-IF
025000     DISPLAY "STNDLTR - LETTER TERM: " WS-REPORT-TERM
025100     OPEN INPUT ADDRESS-FILE
025200     IF NOT WS-ADDR-OPENED
025300         DISPLAY "STNDLTR - UNABLE TO OPEN ADDRESS FILE, "
025400                 "STATUS: " WS-ADDR-STATUS
025500         GO TO 1000-EXIT
025600     END-IF
025700     SET WS-PARM-OK TO TRUE
025800     OPEN INPUT  STUDENT-MASTER
025900     OPEN INPUT  COURSE-ENROLLMENT
026000     OPEN OUTPUT LETTER-FILE
026100     OPEN OUTPUT LABEL-FILE
026200     OPEN OUTPUT EXCEPTION-REPORT
026300     PERFORM 1500-BUILD-LETTER-DATE THRU 1500-EXIT
026400     PERFORM 6100-WRITE-HEADINGS THRU 6100-EXIT
026500     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
026600     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
026700     .
026800 1000-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200* 1500-BUILD-LETTER-DATE - THE LETTERS CARRY THE RUN DATE WRITTEN *
027300* OUT IN FULL, E.G. OCTOBER 15, 2026.  THE SAME DATE DECIDES      *
027400* WHETHER AN ADDRESS IS EFFECTIVE YET.                            *
027500******************************************************************
027600 1500-BUILD-LETTER-DATE.
027700     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
027800     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
027900     MOVE WS-CURRENT-DD TO WS-ED-DAY
028000     MOVE SPACES TO WS-LETTER-DATE
028100     IF WS-CURRENT-DD < 10
028200         STRING WS-MONTH-NAME (WS-CURRENT-MM) DELIMITED BY SPACE
028300                " " WS-ED-DAY (2:1) ", " WS-CURRENT-CCYY
028400                DELIMITED BY SIZE
028500             INTO WS-LETTER-DATE
028600     ELSE
028700         STRING WS-MONTH-NAME (WS-CURRENT-MM) DELIMITED BY SPACE
028800                " " WS-ED-DAY ", " WS-CURRENT-CCYY
028900                DELIMITED BY SIZE
029000             INTO WS-LETTER-DATE
029100     END-IF
029200     .
029300 1500-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700* 1800-READ-STUDENT - PRIMING AND SUBSEQUENT READS OF THE SORTED  *
029800* STUDENT EXTRACT.                                                *
029900******************************************************************
030000 1800-READ-STUDENT.
030100     READ STUDENT-MASTER
030200         AT END
030300             SET WS-EOF TO TRUE
030400         NOT AT END
030500             ADD 1 TO WS-STUDENT-COUNT
030600     END-READ
030700     .
030800 1800-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 1900-READ-ENROLLMENT - PRIMING AND SUBSEQUENT READS OF THE      *
031300* ENROLLMENT FILE.  AT END THE MATCH KEY IS FORCED HIGH.          *
031400******************************************************************
031500 1900-READ-ENROLLMENT.
031600     READ COURSE-ENROLLMENT
031700         AT END
031800             SET WS-ENRL-EOF TO TRUE
031900             MOVE HIGH-VALUES TO WS-ENRL-STUDENT-ID
032000         NOT AT END
032100             MOVE CE-STUDENT-ID TO WS-ENRL-STUDENT-ID
032200     END-READ
032300     .
032400 1900-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800* 2000-PROCESS-STUDENTS - ONE ITERATION PER EXTRACT STUDENT.  ALL *
032900* THE STUDENT'S ENROLLMENTS ARE CONSUMED AND ACCUMULATED; A       *
033000* STUDENT WITH GRADED WORK WHOSE STANDING CALLS FOR A LETTER GETS *
033100* ONE, OR AN EXCEPTION LINE WHEN THERE IS NO USABLE ADDRESS.      *
033200******************************************************************
033300 2000-PROCESS-STUDENTS.
033400     MOVE ZERO TO WS-TERM-HOURS
033500     MOVE ZERO TO WS-TERM-POINTS
033600     MOVE ZERO TO WS-CUM-HOURS
033700     MOVE ZERO TO WS-CUM-POINTS
033800     MOVE SPACE TO WS-LETTER-TYPE
033900     PERFORM 2100-CONSUME-ENROLLMENT THRU 2100-EXIT
034000         UNTIL WS-ENRL-STUDENT-ID > LS-STUDENT-ID
034100     IF WS-CUM-HOURS NOT = ZERO
034200         PERFORM 2500-GRADE-POINT-AVERAGES THRU 2500-EXIT
034300         PERFORM 2600-DETERMINE-STANDING THRU 2600-EXIT
034400     END-IF
034500     IF NOT WS-NO-LETTER
034600         PERFORM 3000-CHECK-ADDRESS THRU 3000-EXIT
034700         IF WS-ADDRESS-USABLE
034800             PERFORM 4000-WRITE-LETTER THRU 4000-EXIT
034900             PERFORM 5000-WRITE-LABEL THRU 5000-EXIT
035000         ELSE
035100             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
035200         END-IF
035300     END-IF
035400     PERFORM 1800-READ-STUDENT THRU 1800-EXIT
035500     .
035600 2000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 2100-CONSUME-ENROLLMENT - ONE ENROLLMENT RECORD AT OR BELOW THE *
036100* CURRENT STUDENT KEY.  A RECORD BELOW THE KEY IS FOR A STUDENT   *
036200* NOT ON THE EXTRACT AND IS SKIPPED, AS IN ACADRPT.               *
036300******************************************************************
036400 2100-CONSUME-ENROLLMENT.
036500     IF WS-ENRL-STUDENT-ID < LS-STUDENT-ID
036600         ADD 1 TO WS-SKIPPED-COUNT
036700     ELSE
036800         IF CE-GRADED
036900             PERFORM 2200-ACCUMULATE-GRADE THRU 2200-EXIT
037000         END-IF
037100     END-IF
037200     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
037300     .
037400 2100-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 2200-ACCUMULATE-GRADE - WEIGHTED QUALITY POINTS AND HOURS INTO  *
037900* THE CUMULATIVE ACCUMULATORS, AND THE TERM ACCUMULATORS WHEN THE *
038000* ENROLLMENT BELONGS TO THE LETTER TERM.                          *
038100******************************************************************
038200 2200-ACCUMULATE-GRADE.
038300     SET WS-GRADE-NDX TO 1
038400     SEARCH WS-GRADE-ENTRY
038500         AT END
038600             GO TO 2200-EXIT
038700         WHEN WS-GP-GRADE (WS-GRADE-NDX) = CE-GRADE
038800             CONTINUE
038900     END-SEARCH
039000     ADD CE-CREDIT-HOURS TO WS-CUM-HOURS
039100     COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
039200         + (CE-CREDIT-HOURS * WS-GP-POINTS (WS-GRADE-NDX))
039300     IF CE-TERM-CODE = WS-REPORT-TERM
039400         ADD CE-CREDIT-HOURS TO WS-TERM-HOURS
039500         COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
039600             + (CE-CREDIT-HOURS * WS-GP-POINTS (WS-GRADE-NDX))
039700     END-IF
039800     .
039900 2200-EXIT.
040000     EXIT.
040100
040200 2500-GRADE-POINT-AVERAGES.
040300     IF WS-TERM-HOURS = ZERO
040400         MOVE ZERO TO WS-TERM-GPA
040500     ELSE
040600         COMPUTE WS-TERM-GPA ROUNDED =
040700             WS-TERM-POINTS / WS-TERM-HOURS
040800     END-IF
040900     COMPUTE WS-CUM-GPA ROUNDED =
041000         WS-CUM-POINTS / WS-CUM-HOURS
041100     .
041200 2500-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2600-DETERMINE-STANDING - THE ACADRPT RULES.  PROBATION WINS    *
041700* OVER THE DEANS LIST; GOOD STANDING GETS NO LETTER.              *
041800******************************************************************
041900 2600-DETERMINE-STANDING.
042000     EVALUATE TRUE
042100         WHEN WS-CUM-GPA < WS-PROBATION-GPA
042200             SET WS-PROBATION-LETTER TO TRUE
042300             ADD 1 TO WS-PROBATION-COUNT
042400         WHEN WS-TERM-GPA NOT < WS-DEANS-GPA
042500          AND WS-TERM-HOURS NOT < WS-DEANS-MIN-HOURS
042600             SET WS-DEANS-LIST-LETTER TO TRUE
042700             ADD 1 TO WS-DEANS-COUNT
042800         WHEN OTHER
042900             SET WS-NO-LETTER TO TRUE
043000     END-EVALUATE
043100     .
043200 2600-EXIT.
043300     EXIT.
043400
043500 2900-DRAIN-ENROLLMENTS.
043600     ADD 1 TO WS-SKIPPED-COUNT
043700     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
043800     .
043900 2900-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 3000-CHECK-ADDRESS - READ THE STUDENT'S ADDRESS.  IT IS USABLE  *
044400* WHEN LINE 1, THE CITY AND THE POSTAL CODE ARE PRESENT AND ITS   *
044500* EFFECTIVE DATE IS NOT AFTER TODAY; OTHERWISE THE REASON IS SET  *
044600* FOR THE EXCEPTION LISTING.                                      *
044700******************************************************************
044800 3000-CHECK-ADDRESS.
044900     MOVE "N" TO WS-USABLE-SWITCH
045000     MOVE SPACES TO WS-EXCEPTION-REASON
045100     MOVE LS-STUDENT-ID TO AD-STUDENT-ID
045200     READ ADDRESS-FILE
045300         KEY IS AD-STUDENT-ID
045400         INVALID KEY
045500             IF WS-ADDR-NOTFND
045600                 MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
045700             ELSE
045800                 STRING "ADDRESS READ FAILED, STATUS "
045900                        WS-ADDR-STATUS DELIMITED BY SIZE
046000                     INTO WS-EXCEPTION-REASON
046100             END-IF
046200             GO TO 3000-EXIT
046300     END-READ
046400     IF AD-ADDRESS-LINE-1 = SPACES
046500        OR AD-CITY = SPACES
046600        OR AD-POSTAL-CODE = SPACES
046700         MOVE "ADDRESS INCOMPLETE" TO WS-EXCEPTION-REASON
046800         GO TO 3000-EXIT
046900     END-IF
047000     IF AD-EFFECTIVE-DATE > WS-TODAY
047100         STRING "ADDRESS NOT EFFECTIVE UNTIL "
047200                AD-EFFECTIVE-DATE DELIMITED BY SIZE
047300             INTO WS-EXCEPTION-REASON
047400         GO TO 3000-EXIT
047500     END-IF
047600     SET WS-ADDRESS-USABLE TO TRUE
047700     .
047800 3000-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200* 4000-WRITE-LETTER - ONE LETTER PER PAGE: LETTERHEAD, DATE,      *
048300* ADDRESS BLOCK, SALUTATION, THE PROBATION OR DEANS-LIST BODY AND *
048400* THE DEAN'S CLOSING.                                             *
048500******************************************************************
048600 4000-WRITE-LETTER.
048700     MOVE "OFFICE OF THE DEAN OF ACADEMIC AFFAIRS" TO WS-LL-TEXT
048800     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
048900         AFTER ADVANCING NEW-PAGE
049000     MOVE "REGISTRAR BATCH SYSTEMS" TO WS-LL-TEXT
049100     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
049200     MOVE WS-LETTER-DATE TO WS-LL-TEXT
049300     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
049400         AFTER ADVANCING 3 LINES
049500     PERFORM 4100-WRITE-ADDRESS-BLOCK THRU 4100-EXIT
049600     MOVE SPACES TO WS-LL-TEXT
049700     STRING "DEAR " LS-STUDENT-NAME DELIMITED BY "  "
049800            ":" DELIMITED BY SIZE
049900         INTO WS-LL-TEXT
050000     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
050100         AFTER ADVANCING 3 LINES
050200     MOVE SPACES TO WS-LL-TEXT
050300     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
050400     IF WS-PROBATION-LETTER
050500         PERFORM 4200-PROBATION-BODY THRU 4200-EXIT
050600     ELSE
050700         PERFORM 4300-DEANS-LIST-BODY THRU 4300-EXIT
050800     END-IF
050900     MOVE "SINCERELY," TO WS-LL-TEXT
051000     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
051100         AFTER ADVANCING 3 LINES
051200     MOVE "OFFICE OF THE DEAN" TO WS-LL-TEXT
051300     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
051400         AFTER ADVANCING 4 LINES
051500     ADD 1 TO WS-LETTER-COUNT
051600     .
051700 4000-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 4100-WRITE-ADDRESS-BLOCK - NAME, ADDRESS LINES, CITY/STATE/     *
052200* POSTAL LINE AND, FOR A FOREIGN ADDRESS, THE COUNTRY CODE.  A    *
052300* BLANK LINE 2 IS LEFT OUT RATHER THAN PRINTED EMPTY.             *
052400******************************************************************
052500 4100-WRITE-ADDRESS-BLOCK.
052600     MOVE LS-STUDENT-NAME TO WS-LL-TEXT
052700     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
052800         AFTER ADVANCING 3 LINES
052900     MOVE AD-ADDRESS-LINE-1 TO WS-LL-TEXT
053000     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
053100     IF AD-ADDRESS-LINE-2 NOT = SPACES
053200         MOVE AD-ADDRESS-LINE-2 TO WS-LL-TEXT
053300         PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
053400     END-IF
053500     MOVE SPACES TO WS-CITY-LINE
053600     STRING AD-CITY DELIMITED BY "  "
053700            " " AD-STATE-CODE "  " AD-POSTAL-CODE
053800            DELIMITED BY SIZE
053900         INTO WS-CITY-LINE
054000     MOVE WS-CITY-LINE TO WS-LL-TEXT
054100     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
054200     IF NOT AD-DOMESTIC
054300         MOVE AD-COUNTRY-CODE TO WS-LL-TEXT
054400         PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
054500     END-IF
054600     .
054700 4100-EXIT.
054800     EXIT.
054900
055000 4200-PROBATION-BODY.
055100     MOVE WS-CUM-GPA TO WS-ED-GPA
055200     MOVE SPACES TO WS-LL-TEXT
055300     STRING "AT THE END OF TERM " WS-REPORT-TERM
055400            " YOUR CUMULATIVE GRADE POINT AVERAGE IS "
055500            WS-ED-GPA "," DELIMITED BY SIZE
055600         INTO WS-LL-TEXT
055700     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
055800     MOVE WS-PROBATION-GPA TO WS-ED-GPA
055900     MOVE SPACES TO WS-LL-TEXT
056000     STRING "BELOW THE " WS-ED-GPA
056100            " REQUIRED FOR GOOD ACADEMIC STANDING.  YOU ARE"
056200            DELIMITED BY SIZE
056300         INTO WS-LL-TEXT
056400     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
056500     MOVE "THEREFORE PLACED ON ACADEMIC PROBATION." TO WS-LL-TEXT
056600     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
056700     MOVE SPACES TO WS-LL-TEXT
056800     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
056900     MOVE "PLEASE MEET WITH YOUR ADVISOR BEFORE THE START OF"
057000         TO WS-LL-TEXT
057100     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
057200     MOVE "NEXT TERM TO PLAN YOUR COURSE LOAD AND YOUR RETURN TO"
057300         TO WS-LL-TEXT
057400     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
057500     MOVE "GOOD STANDING." TO WS-LL-TEXT
057600     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
057700     .
057800 4200-EXIT.
057900     EXIT.
058000
058100 4300-DEANS-LIST-BODY.
058200     MOVE WS-TERM-GPA   TO WS-ED-GPA
058300     MOVE WS-TERM-HOURS TO WS-ED-HOURS
058400     MOVE SPACES TO WS-LL-TEXT
058500     STRING "CONGRATULATIONS.  YOUR GRADE POINT AVERAGE OF "
058600            WS-ED-GPA " ON" DELIMITED BY SIZE
058700         INTO WS-LL-TEXT
058800     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
058900     MOVE SPACES TO WS-LL-TEXT
059000     STRING WS-ED-HOURS " GRADED HOURS IN TERM " WS-REPORT-TERM
059100            " PLACES YOU ON THE DEAN'S LIST." DELIMITED BY SIZE
059200         INTO WS-LL-TEXT
059300     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
059400     MOVE SPACES TO WS-LL-TEXT
059500     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
059600     MOVE "THIS DISTINCTION WILL BE NOTED ON YOUR ACADEMIC"
059700         TO WS-LL-TEXT
059800     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
059900     MOVE "RECORD.  WE WISH YOU CONTINUED SUCCESS." TO WS-LL-TEXT
060000     PERFORM 4900-WRITE-LETTER-LINE THRU 4900-EXIT
060100     .
060200 4300-EXIT.
060300     EXIT.
060400
060500 4900-WRITE-LETTER-LINE.
060600     WRITE LETTER-PRINT-LINE FROM WS-LETTER-LINE
060700         AFTER ADVANCING 1 LINE
060800     .
060900 4900-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300* 5000-WRITE-LABEL - ONE LABEL RECORD PER LETTER, IN LETTER ORDER.*
061400******************************************************************
061500 5000-WRITE-LABEL.
061600     MOVE SPACES            TO MAILING-LABEL-RECORD
061700     MOVE LS-STUDENT-ID     TO ML-STUDENT-ID
061800     MOVE WS-LETTER-TYPE    TO ML-LETTER-TYPE
061900     MOVE WS-REPORT-TERM    TO ML-TERM-CODE
062000     MOVE LS-STUDENT-NAME   TO ML-STUDENT-NAME
062100     MOVE AD-ADDRESS-LINE-1 TO ML-ADDRESS-LINE-1
062200     MOVE AD-ADDRESS-LINE-2 TO ML-ADDRESS-LINE-2
062300     MOVE AD-CITY           TO ML-CITY
062400     MOVE AD-STATE-CODE     TO ML-STATE-CODE
062500     MOVE AD-POSTAL-CODE    TO ML-POSTAL-CODE
062600     MOVE AD-COUNTRY-CODE   TO ML-COUNTRY-CODE
062700     WRITE MAILING-LABEL-RECORD
062800     ADD 1 TO WS-LABEL-COUNT
062900     .
063000 5000-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400* 6000-WRITE-EXCEPTION - LIST A STUDENT OWED A LETTER WHO HAS NO  *
063500* USABLE ADDRESS, WITH THE REASON.                                *
063600******************************************************************
063700 6000-WRITE-EXCEPTION.
063800     MOVE LS-STUDENT-ID   TO WS-D-STUDENT-ID
063900     MOVE LS-STUDENT-NAME TO WS-D-STUDENT-NAME
064000     IF WS-PROBATION-LETTER
064100         MOVE "PROBATION"  TO WS-D-LETTER
064200     ELSE
064300         MOVE "DEANS LIST" TO WS-D-LETTER
064400     END-IF
064500     MOVE WS-EXCEPTION-REASON TO WS-D-REASON
064600     PERFORM 6200-CHECK-PAGE THRU 6200-EXIT
064700     WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
064800         AFTER ADVANCING 1 LINE
064900     ADD 1 TO WS-EXCEPTION-COUNT
065000     .
065100 6000-EXIT.
065200     EXIT.
065300
065400 6100-WRITE-HEADINGS.
065500     ADD 1 TO WS-PAGE-COUNT
065600     MOVE WS-PAGE-COUNT  TO WS-H1-PAGE
065700     MOVE WS-REPORT-TERM TO WS-H1-TERM
065800     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-1
065900         AFTER ADVANCING NEW-PAGE
066000     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-2
066100         AFTER ADVANCING 2 LINES
066200     MOVE ZERO TO WS-LINE-COUNT
066300     .
066400 6100-EXIT.
066500     EXIT.
066600
066700 6200-CHECK-PAGE.
066800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
066900         PERFORM 6100-WRITE-HEADINGS THRU 6100-EXIT
067000     END-IF
067100     ADD 1 TO WS-LINE-COUNT
067200     .
067300 6200-EXIT.
067400     EXIT.
067500
067600 6900-WRITE-TOTAL.
067700     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
067800         AFTER ADVANCING 1 LINE
067900     .
068000 6900-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400* 8000-FINALIZE - PRINT THE TOTALS ON THE EXCEPTION LISTING, CLOSE*
068500* FILES AND SET THE RETURN CODE.  16 - TERM CARD MISSING OR NO    *
068600* ADDRESS FILE, NOTHING PRINTED; 4 - EXCEPTIONS LISTED; 0 - CLEAN.*
068700******************************************************************
068800 8000-FINALIZE.
068900     IF NOT WS-PARM-OK
069000         MOVE 16 TO RETURN-CODE
069100         DISPLAY "STNDLTR - NO LETTERS PRINTED"
069200         GO TO 8000-EXIT
069300     END-IF
069400     IF WS-EXCEPTION-COUNT = ZERO
069500         MOVE SPACES TO WS-DETAIL-LINE
069600         MOVE "NO ADDRESS EXCEPTIONS THIS TERM"
069700             TO WS-D-STUDENT-NAME
069800         WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
069900             AFTER ADVANCING 1 LINE
070000     END-IF
070100     MOVE "STUDENTS ON EXTRACT:          " TO WS-T-CAPTION
070200     MOVE WS-STUDENT-COUNT TO WS-T-COUNT
070300     WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
070400         AFTER ADVANCING 2 LINES
070500     MOVE "STUDENTS ON PROBATION:        " TO WS-T-CAPTION
070600     MOVE WS-PROBATION-COUNT TO WS-T-COUNT
070700     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
070800     MOVE "DEANS LIST QUALIFIERS:        " TO WS-T-CAPTION
070900     MOVE WS-DEANS-COUNT TO WS-T-COUNT
071000     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
071100     MOVE "LETTERS PRINTED:              " TO WS-T-CAPTION
071200     MOVE WS-LETTER-COUNT TO WS-T-COUNT
071300     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
071400     MOVE "MAILING LABELS WRITTEN:       " TO WS-T-CAPTION
071500     MOVE WS-LABEL-COUNT TO WS-T-COUNT
071600     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
071700     MOVE "NO USABLE ADDRESS:            " TO WS-T-CAPTION
071800     MOVE WS-EXCEPTION-COUNT TO WS-T-COUNT
071900     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
072000     MOVE "ENROLLMENTS SKIPPED (NO STUD):" TO WS-T-CAPTION
072100     MOVE WS-SKIPPED-COUNT TO WS-T-COUNT
072200     PERFORM 6900-WRITE-TOTAL THRU 6900-EXIT
072300     CLOSE STUDENT-MASTER
072400     CLOSE COURSE-ENROLLMENT
072500     CLOSE ADDRESS-FILE
072600     CLOSE LETTER-FILE
072700     CLOSE LABEL-FILE
072800     CLOSE EXCEPTION-REPORT
072900     IF WS-EXCEPTION-COUNT NOT = ZERO
073000         MOVE 4 TO RETURN-CODE
073100     ELSE
073200         MOVE 0 TO RETURN-CODE
073300     END-IF
073400     DISPLAY "STNDLTR - LETTERS PRINTED:   " WS-LETTER-COUNT
073500     DISPLAY "STNDLTR - NO USABLE ADDRESS: " WS-EXCEPTION-COUNT
073600     DISPLAY "STNDLTR - STANDING LETTERS COMPLETE"
073700     .
073800 8000-EXIT.
073900     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  TRANSCPT                                      *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     ACADEMIC TRANSCRIPT PRINT FOR THE TRANSCRIPTS *
001000*                 OFFICE.  DRIVEN BY REQUEST CARDS ON SYSIN:    *
001100*                     I - ONE STUDENT BY ID (COLS 3-11)         *
001200*                     G - EVERY GRADUATE WHOSE STATUS-CHANGE    *
001300*                         DATE IS ON OR AFTER THE CCYYMMDD IN   *
001400*                         COLS 3-10                             *
001500*                 WITH THE RECIPIENT IN COLS 13-42 (BLANK MEANS *
001600*                 THE STUDENT).  THE HEADER COMES FROM THE      *
001700*                 INDEXED ONLINE MASTER, OR FROM THE ARCHIVE    *
001800*                 FOR A STUDENT STUARCH HAS PURGED, WITH THE    *
001900*                 PROGRAM NAME FROM THE CURRICULUM REFERENCE    *
002000*                 FILE.  THE BODY IS EVERY GRADED ENROLLMENT,   *
002100*                 GROUPED BY TERM IN TERM MASTER ORDER, WITH    *
002200*                 THE COURSE TITLE AND CREDIT HOURS FROM THE    *
002300*                 COURSE CATALOG AND A TERM AND CUMULATIVE GPA  *
002400*                 AFTER EACH TERM.  DROPPED AND WAITLISTED      *
002500*                 RECORDS NEVER PRINT.  THE GRADE-POINT SCALE   *
002600*                 IS ACADRPT'S; THE HOURS THAT WEIGHT THE GPA   *
002700*                 ARE THE HOURS PRINTED, SO EVERY TRANSCRIPT    *
002800*                 ADDS UP ON ITS FACE (A COURSE NOT ON THE      *
002900*                 CATALOG PRINTS ITS BARE ID AND THE HOURS      *
003000*                 FROM THE ENROLLMENT RECORD).  A TERM CODE NOT *
003100*                 ON THE TERM MASTER PRINTS AFTER THE REAL      *
003200*                 TERMS, FLAGGED "*" AS ON CLASSRPT.  EVERY     *
003300*                 TRANSCRIPT ISSUED APPENDS A RECORD TO THE     *
003400*                 TRANSCRIPT LOG (TRANSLOG.CPY).  THE           *
003500*                 ENROLLMENT AND ARCHIVE FILES ARE SCANNED FROM *
003600*                 THE TOP PER STUDENT THE WAY STUINQ DOES -     *
003700*                 ADEQUATE AT TRANSCRIPT VOLUMES.  RETURN CODE  *
003800*                 16 MEANS THE ONLINE MASTER WOULD NOT OPEN OR  *
003900*                 THERE WERE NO REQUEST CARDS; 4 MEANS SOME     *
004000*                 REQUEST COULD NOT BE FILLED (UNKNOWN ID OR    *
004100*                 BAD CARD) AND IS ON THE JOB LOG.              *
004200*                                                                *
004300*    MODIFICATION HISTORY.                                      *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    ---------  ----  --------------------------------------   *
004600*    2026-10-15 MO    INITIAL VERSION.                          *
004700*                                                                *
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.    TRANSCPT.
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SPECIAL-NAMES.
005400     C01 IS NEW-PAGE.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT REQUEST-CARDS   ASSIGN TO SYSIN
005800            ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS DYNAMIC
006300            RECORD KEY IS LS-STUDENT-ID
006400            FILE STATUS IS WS-STUDMAST-STATUS.
006500
006600     SELECT ARCHIVE-MASTER  ASSIGN TO ARCHMAST
006700            ORGANIZATION IS SEQUENTIAL.
006800
006900     SELECT COURSE-ENROLLMENT ASSIGN TO CRSENRL
007000            ORGANIZATION IS SEQUENTIAL.
007100
007200     SELECT CATALOG-FILE    ASSIGN TO CATFILE
007300            ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT TERM-FILE       ASSIGN TO TERMFILE
007600            ORGANIZATION IS SEQUENTIAL.
007700
007800     SELECT CURRICULUM-FILE ASSIGN TO CURRFILE
007900            ORGANIZATION IS SEQUENTIAL.
008000
008100     SELECT TRANSCRIPT-REPORT ASSIGN TO TRANSOUT
008200            ORGANIZATION IS SEQUENTIAL.
008300
008400     SELECT TRANSCRIPT-LOG  ASSIGN TO TRANSLOG
008500            ORGANIZATION IS SEQUENTIAL.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  REQUEST-CARDS
009000     LABEL RECORDS ARE STANDARD.
009100 01  TRANSCRIPT-REQUEST-CARD.
009200     05  TQ-REQUEST-TYPE         PIC X(01).
009300         88  TQ-BY-ID                       VALUE "I".
009400         88  TQ-GRADUATES                   VALUE "G".
009500     05  FILLER                  PIC X(01).
009600     05  TQ-STUDENT-ID           PIC X(09).
009700     05  TQ-GRADUATE-KEY REDEFINES TQ-STUDENT-ID.
009800         10  TQ-GRAD-SINCE-DATE  PIC X(08).
009900         10  FILLER              PIC X(01).
010000     05  FILLER                  PIC X(01).
010100     05  TQ-RECIPIENT            PIC X(30).
010200     05  FILLER                  PIC X(38).
010300
010400 FD  STUDENT-MASTER
010500     LABEL RECORDS ARE STANDARD.
010600     COPY STUDENT.
010700
010800 FD  ARCHIVE-MASTER
010900     LABEL RECORDS ARE STANDARD.
011000     COPY STUDENT REPLACING ==STUDENT-MASTER-RECORD==
011100            BY ==ARCHIVE-MASTER-RECORD==
011200            LEADING ==LS-== BY ==AM-==.
011300
011400 FD  COURSE-ENROLLMENT
011500     LABEL RECORDS ARE STANDARD.
011600     COPY CRSENRL.
011700
011800 FD  CATALOG-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY CRSECAT.
012100
012200 FD  TERM-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY TERMMST.
012500
012600 FD  CURRICULUM-FILE
012700     LABEL RECORDS ARE STANDARD.
012800     COPY CURRICUL.
012900
013000 FD  TRANSCRIPT-REPORT
013100     LABEL RECORDS ARE OMITTED
013200     RECORD CONTAINS 132 CHARACTERS.
013300 01  TRANSCRIPT-REPORT-LINE      PIC X(132).
013400
013500 FD  TRANSCRIPT-LOG
013600     LABEL RECORDS ARE STANDARD.
013700     COPY TRANSLOG.
013800
013900 WORKING-STORAGE SECTION.
014000
014100 01  WS-SWITCHES.
014200     05  WS-REQ-EOF-SWITCH       PIC X(01)  VALUE "N".
014300         88  WS-REQ-EOF                     VALUE "Y".
014400     05  WS-MAST-EOF-SWITCH      PIC X(01)  VALUE "N".
014500         88  WS-MAST-EOF                    VALUE "Y".
014600     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
014700         88  WS-EOF                         VALUE "Y".
014800     05  WS-ENRL-EOF-SWITCH      PIC X(01)  VALUE "N".
014900         88  WS-ENRL-EOF                    VALUE "Y".
015000     05  WS-CAT-EOF-SWITCH       PIC X(01)  VALUE "N".
015100         88  WS-CAT-EOF                     VALUE "Y".
015200     05  WS-TERM-EOF-SWITCH      PIC X(01)  VALUE "N".
015300         88  WS-TERM-EOF                    VALUE "Y".
015400     05  WS-CURR-EOF-SWITCH      PIC X(01)  VALUE "N".
015500         88  WS-CURR-EOF                    VALUE "Y".
015600     05  WS-MASTER-OPEN-SWITCH   PIC X(01)  VALUE "N".
015700         88  WS-MASTER-OPEN                 VALUE "Y".
015800     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
015900         88  WS-RECORD-FOUND                VALUE "Y".
016000     05  WS-TERM-OPEN-SWITCH     PIC X(01)  VALUE "N".
016100         88  WS-TERM-OPEN                   VALUE "Y".
016200
016300 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
016400     88  WS-STUDMAST-OK                     VALUE "00".
016500     88  WS-STUDMAST-NOTFND                 VALUE "23".
016600
016700 01  WS-COUNTERS.
016800     05  WS-CARD-COUNT           PIC 9(07)  COMP VALUE ZERO.
016900     05  WS-ISSUED-COUNT         PIC 9(07)  COMP VALUE ZERO.
017000     05  WS-ARCHIVE-ISSUED-COUNT PIC 9(07)  COMP VALUE ZERO.
017100     05  WS-NOT-FOUND-COUNT      PIC 9(07)  COMP VALUE ZERO.
017200     05  WS-BAD-CARD-COUNT       PIC 9(07)  COMP VALUE ZERO.
017300     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
017400     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
017500     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
017600
017700 01  WS-SUB                      PIC 9(03)  COMP VALUE ZERO.
017800 01  WS-LEFT-SUB                 PIC 9(03)  COMP VALUE ZERO.
017900
018000 01  WS-REQUEST-TYPE             PIC X(01)  VALUE SPACE.
018100 01  WS-RECIPIENT                PIC X(30)  VALUE SPACES.
018200 01  WS-GRAD-SINCE-DATE          PIC X(08)  VALUE SPACES.
018300 01  WS-RECORD-SOURCE            PIC X(01)  VALUE SPACE.
018400 01  WS-PROGRAM-NAME             PIC X(30)  VALUE SPACES.
018500 01  WS-CURRENT-TERM             PIC X(05)  VALUE SPACES.
018600 01  WS-CURRENT-TERM-FLAG        PIC X(01)  VALUE SPACE.
018700 01  WS-LAST-TERM                PIC X(05)  VALUE SPACES.
018800 01  WS-TERMS-PRINTED            PIC 9(03)  COMP VALUE ZERO.
018900
019000*    THE STUDENT WHOSE TRANSCRIPT IS BEING PRINTED, FROM EITHER
019100*    THE ONLINE MASTER OR THE ARCHIVE - BOTH ARE STUDENT.CPY
019200*    IMAGES, SO ONE GROUP MOVE LOADS IT FROM WHICHEVER HAD IT.
019300     COPY STUDENT REPLACING ==STUDENT-MASTER-RECORD==
019400            BY ==WS-TRANSCRIPT-STUDENT==
019500            LEADING ==LS-== BY ==TS-==.
019600
019700 01  WS-CURRENT-DATE-FIELDS.
019800     05  WS-CURRENT-CCYY         PIC 9(04).
019900     05  WS-CURRENT-MM           PIC 9(02).
020000     05  WS-CURRENT-DD           PIC 9(02).
020100 01  WS-CURRENT-TIME-FIELDS.
020200     05  WS-CURRENT-HH           PIC 9(02).
020300     05  WS-CURRENT-MN           PIC 9(02).
020400     05  WS-CURRENT-SS           PIC 9(02).
020500     05  WS-CURRENT-HS           PIC 9(02).
020600
020700 01  WS-GPA-FIELDS.
020800     05  WS-COURSE-HOURS         PIC 9(02)V9(01) VALUE ZERO.
020900     05  WS-COURSE-POINTS        PIC 9(03)V9(02) VALUE ZERO.
021000     05  WS-TERM-HOURS           PIC 9(04)V9(01) VALUE ZERO.
021100     05  WS-TERM-POINTS          PIC 9(05)V9(02) VALUE ZERO.
021200     05  WS-CUM-HOURS            PIC 9(04)V9(01) VALUE ZERO.
021300     05  WS-CUM-POINTS           PIC 9(05)V9(02) VALUE ZERO.
021400     05  WS-TERM-GPA             PIC 9(01)V9(02) VALUE ZERO.
021500     05  WS-CUM-GPA              PIC 9(01)V9(02) VALUE ZERO.
021600
021700 01  WS-GRADE-POINT-TEXT         PIC X(44)  VALUE
021800         "A 40A-37B+33B 30B-27C+23C 20C-17D+13D 10F 00".
021900 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-TEXT.
022000     05  WS-GRADE-ENTRY OCCURS 11 TIMES
022100             INDEXED BY WS-GRADE-NDX.
022200         10  WS-GP-GRADE          PIC X(02).
022300         10  WS-GP-POINTS         PIC 9(01)V9(01).
022400
022500 01  WS-CAT-COUNT                PIC 9(03)  COMP VALUE ZERO.
022600 01  WS-CATALOG-TABLE.
022700     05  WS-CAT-ENTRY OCCURS 200 TIMES
022800             INDEXED BY WS-CAT-NDX.
022900         10  WS-CAT-ID            PIC X(08).
023000         10  WS-CAT-TITLE         PIC X(30).
023100         10  WS-CAT-HOURS         PIC 9(02)V9(01).
023200
023300 01  WS-TERM-COUNT               PIC 9(03)  COMP VALUE ZERO.
023400 01  WS-TERM-TABLE.
023500     05  WS-TERM-ENTRY OCCURS 50 TIMES
023600             INDEXED BY WS-TERM-NDX.
023700         10  WS-TERM-CODE-ENTRY   PIC X(05).
023800
023900 01  WS-CURR-COUNT               PIC 9(03)  COMP VALUE ZERO.
024000 01  WS-CURRICULUM-TABLE.
024100     05  WS-CURR-ENTRY OCCURS 100 TIMES
024200             INDEXED BY WS-CURR-NDX.
024300         10  WS-CURR-CODE         PIC X(04).
024400         10  WS-CURR-NAME         PIC X(30).
024500
024600*    THE GRADED COURSEWORK OF THE STUDENT BEING PRINTED, COLLECTED
024700*    IN ENROLLMENT-FILE ORDER AND PRINTED TERM BY TERM.
024800 01  WS-COURSE-COUNT             PIC 9(03)  COMP VALUE ZERO.
024900 01  WS-COURSE-TABLE.
025000     05  WS-COURSE-ENTRY OCCURS 300 TIMES.
025100         10  WS-CT-TERM-CODE      PIC X(05).
025200         10  WS-CT-COURSE-ID      PIC X(08).
025300         10  WS-CT-CREDIT-HOURS   PIC 9(02)V9(01).
025400         10  WS-CT-GRADE          PIC X(02).
025500         10  WS-CT-PRINTED-FLAG   PIC X(01).
025600             88  WS-CT-PRINTED    VALUE "Y".
025700
025800 01  WS-HEADING-1.
025900     05  FILLER                  PIC X(01)  VALUE SPACE.
026000     05  FILLER                  PIC X(28)  VALUE
026100             "OFFICIAL ACADEMIC TRANSCRIPT".
026200     05  FILLER                  PIC X(03)  VALUE SPACES.
026300     05  FILLER                  PIC X(08)  VALUE "ISSUED: ".
026400     05  WS-H1-ISSUE-DATE        PIC X(08).
026500     05  FILLER                  PIC X(03)  VALUE SPACES.
026600     05  FILLER                  PIC X(05)  VALUE "PAGE ".
026700     05  WS-H1-PAGE              PIC ZZZ9.
026800     05  FILLER                  PIC X(72)  VALUE SPACES.
026900
027000 01  WS-ID-LINE.
027100     05  FILLER                  PIC X(01)  VALUE SPACE.
027200     05  FILLER                  PIC X(15)  VALUE
027300             "STUDENT ID:    ".
027400     05  WS-HD-STUDENT-ID        PIC X(09).
027500     05  FILLER                  PIC X(03)  VALUE SPACES.
027600     05  FILLER                  PIC X(06)  VALUE "NAME: ".
027700     05  WS-HD-STUDENT-NAME      PIC X(30).
027800     05  FILLER                  PIC X(03)  VALUE SPACES.
027900     05  WS-HD-SOURCE            PIC X(16).
028000     05  FILLER                  PIC X(49)  VALUE SPACES.
028100
028200 01  WS-INFO-LINE.
028300     05  FILLER                  PIC X(01)  VALUE SPACE.
028400     05  FILLER                  PIC X(15)  VALUE
028500             "DATE OF BIRTH: ".
028600     05  WS-HD-BIRTH-DATE        PIC X(08).
028700     05  FILLER                  PIC X(04)  VALUE SPACES.
028800     05  FILLER                  PIC X(10)  VALUE "ENROLLED: ".
028900     05  WS-HD-ENROLLED          PIC X(08).
029000     05  FILLER                  PIC X(04)  VALUE SPACES.
029100     05  FILLER                  PIC X(08)  VALUE "STATUS: ".
029200     05  WS-HD-STATUS            PIC X(10).
029300     05  FILLER                  PIC X(02)  VALUE SPACES.
029400     05  FILLER                  PIC X(07)  VALUE "AS OF: ".
029500     05  WS-HD-STATUS-DATE       PIC X(08).
029600     05  FILLER                  PIC X(47)  VALUE SPACES.
029700
029800 01  WS-PROGRAM-LINE.
029900     05  FILLER                  PIC X(01)  VALUE SPACE.
030000     05  FILLER                  PIC X(15)  VALUE
030100             "PROGRAM:       ".
030200     05  WS-HD-PROGRAM-CODE      PIC X(04).
030300     05  FILLER                  PIC X(02)  VALUE SPACES.
030400     05  WS-HD-PROGRAM-NAME      PIC X(30).
030500     05  FILLER                  PIC X(80)  VALUE SPACES.
030600
030700 01  WS-RECIPIENT-LINE.
030800     05  FILLER                  PIC X(01)  VALUE SPACE.
030900     05  FILLER                  PIC X(15)  VALUE
031000             "ISSUED TO:     ".
031100     05  WS-HD-RECIPIENT         PIC X(30).
031200     05  FILLER                  PIC X(86)  VALUE SPACES.
031300
031400 01  WS-TERM-HEADING.
031500     05  FILLER                  PIC X(01)  VALUE SPACE.
031600     05  FILLER                  PIC X(06)  VALUE "TERM: ".
031700     05  WS-TH-TERM              PIC X(05).
031800     05  WS-TH-TERM-FLAG         PIC X(01).
031900     05  FILLER                  PIC X(119) VALUE SPACES.
032000
032100 01  WS-COLUMN-HEADING.
032200     05  FILLER                  PIC X(03)  VALUE SPACES.
032300     05  FILLER                  PIC X(10)  VALUE "COURSE".
032400     05  FILLER                  PIC X(32)  VALUE "TITLE".
032500     05  FILLER                  PIC X(09)  VALUE "CREDITS".
032600     05  FILLER                  PIC X(07)  VALUE "GRADE".
032700     05  FILLER                  PIC X(08)  VALUE "POINTS".
032800     05  FILLER                  PIC X(63)  VALUE SPACES.
032900
033000 01  WS-DETAIL-LINE.
033100     05  FILLER                  PIC X(03)  VALUE SPACES.
033200     05  WS-D-COURSE-ID          PIC X(08).
033300     05  FILLER                  PIC X(02)  VALUE SPACES.
033400     05  WS-D-COURSE-TITLE       PIC X(30).
033500     05  FILLER                  PIC X(02)  VALUE SPACES.
033600     05  WS-D-CREDIT-HOURS       PIC Z9.9.
033700     05  FILLER                  PIC X(05)  VALUE SPACES.
033800     05  WS-D-GRADE              PIC X(02).
033900     05  FILLER                  PIC X(05)  VALUE SPACES.
034000     05  WS-D-POINTS             PIC ZZ9.99.
034100     05  FILLER                  PIC X(65)  VALUE SPACES.
034200
034300 01  WS-TERM-TOTAL-LINE.
034400     05  FILLER                  PIC X(03)  VALUE SPACES.
034500     05  FILLER                  PIC X(12)  VALUE
034600             "TERM HOURS: ".
034700     05  WS-TT-TERM-HOURS        PIC ZZ9.9.
034800     05  FILLER                  PIC X(03)  VALUE SPACES.
034900     05  FILLER                  PIC X(10)  VALUE "TERM GPA: ".
035000     05  WS-TT-TERM-GPA          PIC 9.99.
035100     05  FILLER                  PIC X(05)  VALUE SPACES.
035200     05  FILLER                  PIC X(11)  VALUE "CUM HOURS: ".
035300     05  WS-TT-CUM-HOURS         PIC ZZZ9.9.
035400     05  FILLER                  PIC X(03)  VALUE SPACES.
035500     05  FILLER                  PIC X(09)  VALUE "CUM GPA: ".
035600     05  WS-TT-CUM-GPA           PIC 9.99.
035700     05  FILLER                  PIC X(57)  VALUE SPACES.
035800
035900 01  WS-MESSAGE-LINE.
036000     05  FILLER                  PIC X(03)  VALUE SPACES.
036100     05  WS-ML-TEXT              PIC X(60).
036200     05  FILLER                  PIC X(69)  VALUE SPACES.
036300
036400 01  WS-TOTAL-LINE.
036500     05  FILLER                  PIC X(01)  VALUE SPACE.
036600     05  WS-T-CAPTION            PIC X(26).
036700     05  WS-T-COUNT              PIC ZZZ,ZZ9.
036800     05  FILLER                  PIC X(98)  VALUE SPACES.
036900
037000 PROCEDURE DIVISION.
037100
037200******************************************************************
037300* 0000-MAINLINE - OPEN UP, FILL EVERY REQUEST CARD, PRINT THE     *
037400* CONTROL TOTALS.                                                 *
037500******************************************************************
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037800     IF WS-MASTER-OPEN
037900         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
038000             UNTIL WS-REQ-EOF
038100     END-IF
038200     PERFORM 8000-FINALIZE THRU 8000-EXIT
038300     GOBACK.
038400
038500******************************************************************
038600* 1000-INITIALIZE - OPEN THE ONLINE MASTER FOR KEYED READS, LOAD  *
038700* THE CATALOG, TERM AND CURRICULUM TABLES, OPEN THE REPORT AND    *
038800* THE LOG, AND PRIME THE FIRST REQUEST CARD.  A MASTER THAT WILL  *
038900* NOT OPEN ENDS THE RUN WITH RETURN CODE 16 IN 8000-FINALIZE.     *
039000******************************************************************
039100 1000-INITIALIZE.
039200     DISPLAY "TRANSCPT - TRANSCRIPT PRINT STARTED"
039300     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
039400     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
039500     OPEN INPUT STUDENT-MASTER
039600     IF NOT WS-STUDMAST-OK
039700         DISPLAY "TRANSCPT - UNABLE TO OPEN ONLINE MASTER, "
039800                 "STATUS: " WS-STUDMAST-STATUS
039900         GO TO 1000-EXIT
040000     END-IF
040100     SET WS-MASTER-OPEN TO TRUE
040200     OPEN INPUT  REQUEST-CARDS
040300     OPEN OUTPUT TRANSCRIPT-REPORT
040400     OPEN EXTEND TRANSCRIPT-LOG
040500     PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT
040600     PERFORM 1500-LOAD-TERMS THRU 1500-EXIT
040700     PERFORM 1600-LOAD-CURRICULUM THRU 1600-EXIT
040800     PERFORM 1800-READ-REQUEST THRU 1800-EXIT
040900     IF WS-REQ-EOF
041000         DISPLAY "TRANSCPT - NO REQUEST CARDS ON SYSIN"
041100     END-IF
041200     .
041300 1000-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700* 1400-LOAD-CATALOG - LOAD THE COURSE CATALOG REFERENCE FILE SO   *
041800* EACH COURSE LINE CAN PRINT ITS TITLE AND CATALOG CREDIT HOURS.  *
041900******************************************************************
042000 1400-LOAD-CATALOG.
042100     OPEN INPUT CATALOG-FILE
042200     PERFORM 1450-READ-CATALOG THRU 1450-EXIT
042300         UNTIL WS-CAT-EOF
042400     CLOSE CATALOG-FILE
042500     .
042600 1400-EXIT.
042700     EXIT.
042800
042900 1450-READ-CATALOG.
043000     READ CATALOG-FILE
043100         AT END
043200             SET WS-CAT-EOF TO TRUE
043300         NOT AT END
043400             IF WS-CAT-COUNT < 200
043500                 ADD 1 TO WS-CAT-COUNT
043600                 SET WS-CAT-NDX TO WS-CAT-COUNT
043700                 MOVE CC-COURSE-ID
043800                     TO WS-CAT-ID (WS-CAT-NDX)
043900                 MOVE CC-COURSE-TITLE
044000                     TO WS-CAT-TITLE (WS-CAT-NDX)
044100                 MOVE CC-CREDIT-HOURS
044200                     TO WS-CAT-HOURS (WS-CAT-NDX)
044300             ELSE
044400                 DISPLAY "TRANSCPT - CATALOG TABLE FULL, "
044500                         "COURSE SKIPPED: " CC-COURSE-ID
044600             END-IF
044700     END-READ
044800     .
044900 1450-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 1500-LOAD-TERMS - LOAD THE TERM MASTER IN FILE ORDER.  THAT     *
045400* ORDER IS THE ORDER THE TERMS PRINT ON EVERY TRANSCRIPT.         *
045500******************************************************************
045600 1500-LOAD-TERMS.
045700     OPEN INPUT TERM-FILE
045800     PERFORM 1550-READ-TERM THRU 1550-EXIT
045900         UNTIL WS-TERM-EOF
046000     CLOSE TERM-FILE
046100     .
046200 1500-EXIT.
046300     EXIT.
046400
046500 1550-READ-TERM.
046600     READ TERM-FILE
046700         AT END
046800             SET WS-TERM-EOF TO TRUE
046900         NOT AT END
047000             IF WS-TERM-COUNT < 50
047100                 ADD 1 TO WS-TERM-COUNT
047200                 SET WS-TERM-NDX TO WS-TERM-COUNT
047300                 MOVE TM-TERM-CODE
047400                     TO WS-TERM-CODE-ENTRY (WS-TERM-NDX)
047500             ELSE
047600                 DISPLAY "TRANSCPT - TERM TABLE FULL, "
047700                         "TERM SKIPPED: " TM-TERM-CODE
047800             END-IF
047900     END-READ
048000     .
048100 1550-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 1600-LOAD-CURRICULUM - LOAD THE CURRICULUM REFERENCE FILE SO    *
048600* THE HEADER CAN PRINT THE PROGRAM NAME.                          *
048700******************************************************************
048800 1600-LOAD-CURRICULUM.
048900     OPEN INPUT CURRICULUM-FILE
049000     PERFORM 1650-READ-CURRICULUM THRU 1650-EXIT
049100         UNTIL WS-CURR-EOF
049200     CLOSE CURRICULUM-FILE
049300     .
049400 1600-EXIT.
049500     EXIT.
049600
049700 1650-READ-CURRICULUM.
049800     READ CURRICULUM-FILE
049900         AT END
050000             SET WS-CURR-EOF TO TRUE
050100         NOT AT END
050200             IF WS-CURR-COUNT < 100
050300                 ADD 1 TO WS-CURR-COUNT
050400                 SET WS-CURR-NDX TO WS-CURR-COUNT
050500                 MOVE CR-PROGRAM-CODE
050600                     TO WS-CURR-CODE (WS-CURR-NDX)
050700                 MOVE CR-PROGRAM-NAME
050800                     TO WS-CURR-NAME (WS-CURR-NDX)
050900             ELSE
051000                 DISPLAY "TRANSCPT - CURRICULUM TABLE FULL, "
051100                         "PROGRAM SKIPPED: " CR-PROGRAM-CODE
051200             END-IF
051300     END-READ
051400     .
051500 1650-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900* 1800-READ-REQUEST - PRIMING AND SUBSEQUENT READS OF THE         *
052000* REQUEST CARDS.                                                  *
052100******************************************************************
052200 1800-READ-REQUEST.
052300     READ REQUEST-CARDS
052400         AT END
052500             SET WS-REQ-EOF TO TRUE
052600         NOT AT END
052700             ADD 1 TO WS-CARD-COUNT
052800     END-READ
052900     .
053000 1800-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400* 2000-PROCESS-REQUEST - ONE ITERATION PER REQUEST CARD.  THE     *
053500* REQUEST TYPE AND RECIPIENT ARE SAVED FOR THE LOG; A BLANK       *
053600* RECIPIENT MEANS THE TRANSCRIPT GOES TO THE STUDENT.             *
053700******************************************************************
053800 2000-PROCESS-REQUEST.
053900     MOVE TQ-REQUEST-TYPE TO WS-REQUEST-TYPE
054000     IF TQ-RECIPIENT = SPACES
054100         MOVE "STUDENT" TO WS-RECIPIENT
054200     ELSE
054300         MOVE TQ-RECIPIENT TO WS-RECIPIENT
054400     END-IF
054500     EVALUATE TRUE
054600         WHEN TQ-BY-ID
054700             PERFORM 2100-ISSUE-BY-ID THRU 2100-EXIT
054800         WHEN TQ-GRADUATES
054900             PERFORM 2200-ISSUE-GRADUATES THRU 2200-EXIT
055000         WHEN OTHER
055100             ADD 1 TO WS-BAD-CARD-COUNT
055200             DISPLAY "TRANSCPT - UNRECOGNIZED REQUEST CARD: "
055300                     TRANSCRIPT-REQUEST-CARD
055400     END-EVALUATE
055500     PERFORM 1800-READ-REQUEST THRU 1800-EXIT
055600     .
055700 2000-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 2100-ISSUE-BY-ID - READ THE ONLINE MASTER BY KEY.  A STUDENT    *
056200* NOT ON IT MAY HAVE BEEN PURGED BY STUARCH, SO THE ARCHIVE IS    *
056300* SCANNED BEFORE THE REQUEST IS REFUSED.                          *
056400******************************************************************
056500 2100-ISSUE-BY-ID.
056600     MOVE TQ-STUDENT-ID TO LS-STUDENT-ID
056700     READ STUDENT-MASTER
056800         KEY IS LS-STUDENT-ID
056900         INVALID KEY
057000             IF WS-STUDMAST-NOTFND
057100                 PERFORM 2150-FIND-ARCHIVED THRU 2150-EXIT
057200             ELSE
057300                 ADD 1 TO WS-NOT-FOUND-COUNT
057400                 DISPLAY "TRANSCPT - MASTER READ FAILED FOR "
057500                         TQ-STUDENT-ID ", STATUS: "
057600                         WS-STUDMAST-STATUS
057700             END-IF
057800         NOT INVALID KEY
057900             MOVE STUDENT-MASTER-RECORD TO WS-TRANSCRIPT-STUDENT
058000             MOVE "O" TO WS-RECORD-SOURCE
058100             PERFORM 3000-ISSUE-TRANSCRIPT THRU 3000-EXIT
058200     END-READ
058300     .
058400 2100-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800* 2150-FIND-ARCHIVED - SCAN THE ARCHIVE FROM THE TOP FOR THE      *
058900* REQUESTED ID, THE WAY ARCHINQ DOES, AND PRINT FROM THE          *
059000* ARCHIVED RECORD IF FOUND.                                       *
059100******************************************************************
059200 2150-FIND-ARCHIVED.
059300     MOVE "N" TO WS-FOUND-SWITCH
059400     MOVE "N" TO WS-EOF-SWITCH
059500     OPEN INPUT ARCHIVE-MASTER
059600     PERFORM 2160-READ-ARCHIVE THRU 2160-EXIT
059700         UNTIL WS-EOF OR WS-RECORD-FOUND
059800     CLOSE ARCHIVE-MASTER
059900     IF WS-RECORD-FOUND
060000         MOVE ARCHIVE-MASTER-RECORD TO WS-TRANSCRIPT-STUDENT
060100         MOVE "A" TO WS-RECORD-SOURCE
060200         PERFORM 3000-ISSUE-TRANSCRIPT THRU 3000-EXIT
060300     ELSE
060400         ADD 1 TO WS-NOT-FOUND-COUNT
060500         DISPLAY "TRANSCPT - STUDENT ID NOT ON MASTER OR "
060600                 "ARCHIVE: " TQ-STUDENT-ID
060700     END-IF
060800     .
060900 2150-EXIT.
061000     EXIT.
061100
061200 2160-READ-ARCHIVE.
061300     READ ARCHIVE-MASTER
061400         AT END
061500             SET WS-EOF TO TRUE
061600         NOT AT END
061700             IF AM-STUDENT-ID = TQ-STUDENT-ID
061800                 SET WS-RECORD-FOUND TO TRUE
061900             END-IF
062000     END-READ
062100     .
062200 2160-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 2200-ISSUE-GRADUATES - EVERY GRADUATE WHOSE STATUS CHANGED ON   *
062700* OR AFTER THE CARD DATE.  THE ONLINE MASTER IS BROWSED FROM THE  *
062800* LOWEST KEY FIRST; THE ARCHIVE IS THEN SCANNED FOR GRADUATES     *
062900* STUARCH HAS ALREADY PURGED.  A STUDENT STILL ON THE ONLINE      *
063000* MASTER IS ONLY EVER PRINTED FROM IT.                            *
063100******************************************************************
063200 2200-ISSUE-GRADUATES.
063300     IF TQ-GRAD-SINCE-DATE NOT NUMERIC
063400         ADD 1 TO WS-BAD-CARD-COUNT
063500         DISPLAY "TRANSCPT - GRADUATE CARD DATE NOT CCYYMMDD: "
063600                 TQ-GRAD-SINCE-DATE
063700         GO TO 2200-EXIT
063800     END-IF
063900     MOVE TQ-GRAD-SINCE-DATE TO WS-GRAD-SINCE-DATE
064000     DISPLAY "TRANSCPT - GRADUATES SINCE " WS-GRAD-SINCE-DATE
064100     MOVE "N" TO WS-MAST-EOF-SWITCH
064200     MOVE LOW-VALUES TO LS-STUDENT-ID
064300     START STUDENT-MASTER
064400         KEY IS NOT LESS THAN LS-STUDENT-ID
064500         INVALID KEY
064600             SET WS-MAST-EOF TO TRUE
064700     END-START
064800     PERFORM 2210-READ-NEXT-MASTER THRU 2210-EXIT
064900         UNTIL WS-MAST-EOF
065000     MOVE "N" TO WS-EOF-SWITCH
065100     OPEN INPUT ARCHIVE-MASTER
065200     PERFORM 2250-READ-ARCHIVE-GRADUATE THRU 2250-EXIT
065300         UNTIL WS-EOF
065400     CLOSE ARCHIVE-MASTER
065500     .
065600 2200-EXIT.
065700     EXIT.
065800
065900 2210-READ-NEXT-MASTER.
066000     READ STUDENT-MASTER NEXT RECORD
066100         AT END
066200             SET WS-MAST-EOF TO TRUE
066300         NOT AT END
066400             IF LS-STATUS-GRADUATED
066500                AND LS-STATUS-CHANGE-DATE NOT < WS-GRAD-SINCE-DATE
066600                 MOVE STUDENT-MASTER-RECORD
066700                     TO WS-TRANSCRIPT-STUDENT
066800                 MOVE "O" TO WS-RECORD-SOURCE
066900                 PERFORM 3000-ISSUE-TRANSCRIPT THRU 3000-EXIT
067000             END-IF
067100     END-READ
067200     .
067300 2210-EXIT.
067400     EXIT.
067500
067600 2250-READ-ARCHIVE-GRADUATE.
067700     READ ARCHIVE-MASTER
067800         AT END
067900             SET WS-EOF TO TRUE
068000         NOT AT END
068100             IF AM-STATUS-GRADUATED
068200                AND AM-STATUS-CHANGE-DATE NOT < WS-GRAD-SINCE-DATE
068300                 PERFORM 2260-ISSUE-IF-PURGED THRU 2260-EXIT
068400             END-IF
068500     END-READ
068600     .
068700 2250-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 2260-ISSUE-IF-PURGED - PRINT AN ARCHIVED GRADUATE ONLY WHEN THE *
069200* ONLINE MASTER NO LONGER HOLDS THE ID; OTHERWISE THE MASTER PASS *
069300* ABOVE HAS ALREADY DECIDED FOR THAT STUDENT.                     *
069400******************************************************************
069500 2260-ISSUE-IF-PURGED.
069600     MOVE AM-STUDENT-ID TO LS-STUDENT-ID
069700     READ STUDENT-MASTER
069800         KEY IS LS-STUDENT-ID
069900         INVALID KEY
070000             IF WS-STUDMAST-NOTFND
070100                 MOVE ARCHIVE-MASTER-RECORD
070200                     TO WS-TRANSCRIPT-STUDENT
070300                 MOVE "A" TO WS-RECORD-SOURCE
070400                 PERFORM 3000-ISSUE-TRANSCRIPT THRU 3000-EXIT
070500             ELSE
070600                 DISPLAY "TRANSCPT - MASTER READ FAILED FOR "
070700                         AM-STUDENT-ID ", STATUS: "
070800                         WS-STUDMAST-STATUS
070900             END-IF
071000         NOT INVALID KEY
071100             CONTINUE
071200     END-READ
071300     .
071400 2260-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 3000-ISSUE-TRANSCRIPT - PRINT ONE COMPLETE TRANSCRIPT FOR THE   *
071900* STUDENT IN WS-TRANSCRIPT-STUDENT: HEADER, THEN EACH TERM IN     *
072000* TERM MASTER ORDER, THEN ANY TERMS NOT ON THE TERM MASTER, THEN  *
072100* THE CLOSING LINE.  THE ISSUE IS LOGGED.                         *
072200******************************************************************
072300 3000-ISSUE-TRANSCRIPT.
072400     PERFORM 3100-COLLECT-COURSES THRU 3100-EXIT
072500     MOVE ZERO   TO WS-CUM-HOURS
072600     MOVE ZERO   TO WS-CUM-POINTS
072700     MOVE ZERO   TO WS-CUM-GPA
072800     MOVE ZERO   TO WS-TERMS-PRINTED
072900     MOVE SPACES TO WS-LAST-TERM
073000     PERFORM 3050-FIND-PROGRAM-NAME THRU 3050-EXIT
073100     PERFORM 4000-PRINT-HEADER THRU 4000-EXIT
073200     IF WS-COURSE-COUNT = ZERO
073300         MOVE "NO GRADED COURSEWORK ON RECORD" TO WS-ML-TEXT
073400         PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
073500         WRITE TRANSCRIPT-REPORT-LINE FROM WS-MESSAGE-LINE
073600             AFTER ADVANCING 2 LINES
073700     ELSE
073800         PERFORM 3200-PRINT-ONE-TERM THRU 3200-EXIT
073900             VARYING WS-TERM-NDX FROM 1 BY 1
074000             UNTIL WS-TERM-NDX > WS-TERM-COUNT
074100         PERFORM 3400-PRINT-LEFTOVER-TERM THRU 3400-EXIT
074200             VARYING WS-LEFT-SUB FROM 1 BY 1
074300             UNTIL WS-LEFT-SUB > WS-COURSE-COUNT
074400     END-IF
074500     MOVE "*** END OF TRANSCRIPT ***" TO WS-ML-TEXT
074600     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
074700     WRITE TRANSCRIPT-REPORT-LINE FROM WS-MESSAGE-LINE
074800         AFTER ADVANCING 2 LINES
074900     PERFORM 5000-WRITE-LOG THRU 5000-EXIT
075000     ADD 1 TO WS-ISSUED-COUNT
075100     IF WS-RECORD-SOURCE = "A"
075200         ADD 1 TO WS-ARCHIVE-ISSUED-COUNT
075300     END-IF
075400     .
075500 3000-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900* 3050-FIND-PROGRAM-NAME - A PROGRAM CODE NOT ON THE CURRICULUM   *
076000* FILE PRINTS AS THE BARE CODE, AS ON ROSTRPT.                    *
076100******************************************************************
076200 3050-FIND-PROGRAM-NAME.
076300     SET WS-CURR-NDX TO 1
076400     SEARCH WS-CURR-ENTRY
076500         AT END
076600             MOVE TS-PROGRAM-CODE TO WS-PROGRAM-NAME
076700         WHEN WS-CURR-NDX > WS-CURR-COUNT
076800             MOVE TS-PROGRAM-CODE TO WS-PROGRAM-NAME
076900         WHEN WS-CURR-CODE (WS-CURR-NDX) = TS-PROGRAM-CODE
077000             MOVE WS-CURR-NAME (WS-CURR-NDX) TO WS-PROGRAM-NAME
077100     END-SEARCH
077200     .
077300 3050-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700* 3100-COLLECT-COURSES - SCAN THE ENROLLMENT FILE FROM THE TOP    *
077800* AND KEEP EVERY ENROLLED, GRADED RECORD FOR THE STUDENT.         *
077900* DROPPED AND WAITLISTED RECORDS ARE NEVER GRADED AND NEVER KEPT. *
078000******************************************************************
078100 3100-COLLECT-COURSES.
078200     MOVE ZERO TO WS-COURSE-COUNT
078300     MOVE "N"  TO WS-ENRL-EOF-SWITCH
078400     OPEN INPUT COURSE-ENROLLMENT
078500     PERFORM 3110-READ-ENROLLMENT THRU 3110-EXIT
078600         UNTIL WS-ENRL-EOF
078700     CLOSE COURSE-ENROLLMENT
078800     .
078900 3100-EXIT.
079000     EXIT.
079100
079200 3110-READ-ENROLLMENT.
079300     READ COURSE-ENROLLMENT
079400         AT END
079500             SET WS-ENRL-EOF TO TRUE
079600         NOT AT END
079700             IF CE-STUDENT-ID = TS-STUDENT-ID
079800                AND CE-ENROLL-ENROLLED
079900                AND CE-GRADED
080000                 PERFORM 3120-KEEP-COURSE THRU 3120-EXIT
080100             END-IF
080200     END-READ
080300     .
080400 3110-EXIT.
080500     EXIT.
080600
080700 3120-KEEP-COURSE.
080800     IF WS-COURSE-COUNT < 300
080900         ADD 1 TO WS-COURSE-COUNT
081000         MOVE CE-TERM-CODE
081100             TO WS-CT-TERM-CODE (WS-COURSE-COUNT)
081200         MOVE CE-COURSE-ID
081300             TO WS-CT-COURSE-ID (WS-COURSE-COUNT)
081400         MOVE CE-CREDIT-HOURS
081500             TO WS-CT-CREDIT-HOURS (WS-COURSE-COUNT)
081600         MOVE CE-GRADE
081700             TO WS-CT-GRADE (WS-COURSE-COUNT)
081800         MOVE "N"
081900             TO WS-CT-PRINTED-FLAG (WS-COURSE-COUNT)
082000     ELSE
082100         DISPLAY "TRANSCPT - COURSE TABLE FULL FOR "
082200                 TS-STUDENT-ID ", COURSE OMITTED: " CE-COURSE-ID
082300     END-IF
082400     .
082500 3120-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 3200-PRINT-ONE-TERM - PRINT THE STUDENT'S COURSES FOR ONE TERM  *
083000* MASTER ENTRY.  A TERM THE STUDENT HAS NO GRADED WORK IN PRINTS  *
083100* NOTHING.                                                        *
083200******************************************************************
083300 3200-PRINT-ONE-TERM.
083400     MOVE WS-TERM-CODE-ENTRY (WS-TERM-NDX) TO WS-CURRENT-TERM
083500     MOVE SPACE TO WS-CURRENT-TERM-FLAG
083600     PERFORM 3300-PRINT-TERM-COURSES THRU 3300-EXIT
083700     .
083800 3200-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200* 3300-PRINT-TERM-COURSES - PRINT EVERY NOT-YET-PRINTED COURSE IN *
084300* WS-CURRENT-TERM, OPENING THE TERM GROUP ON THE FIRST ONE, AND   *
084400* CLOSE THE GROUP WITH THE TERM AND CUMULATIVE GPA LINE.          *
084500******************************************************************
084600 3300-PRINT-TERM-COURSES.
084700     MOVE ZERO TO WS-TERM-HOURS
084800     MOVE ZERO TO WS-TERM-POINTS
084900     MOVE "N"  TO WS-TERM-OPEN-SWITCH
085000     PERFORM 3310-PRINT-IF-IN-TERM THRU 3310-EXIT
085100         VARYING WS-SUB FROM 1 BY 1
085200         UNTIL WS-SUB > WS-COURSE-COUNT
085300     IF WS-TERM-OPEN
085400         PERFORM 3350-CLOSE-TERM THRU 3350-EXIT
085500     END-IF
085600     .
085700 3300-EXIT.
085800     EXIT.
085900
086000 3310-PRINT-IF-IN-TERM.
086100     IF WS-CT-TERM-CODE (WS-SUB) = WS-CURRENT-TERM
086200        AND NOT WS-CT-PRINTED (WS-SUB)
086300         IF NOT WS-TERM-OPEN
086400             SET WS-TERM-OPEN TO TRUE
086500             PERFORM 4100-PRINT-TERM-HEADING THRU 4100-EXIT
086600         END-IF
086700         PERFORM 4200-PRINT-COURSE THRU 4200-EXIT
086800         SET WS-CT-PRINTED (WS-SUB) TO TRUE
086900     END-IF
087000     .
087100 3310-EXIT.
087200     EXIT.
087300
087400******************************************************************
087500* 3350-CLOSE-TERM - TURN THE TERM AND RUNNING CUMULATIVE POINTS   *
087600* INTO GPAS AND PRINT THEM UNDER THE TERM'S COURSES.              *
087700******************************************************************
087800 3350-CLOSE-TERM.
087900     IF WS-TERM-HOURS = ZERO
088000         MOVE ZERO TO WS-TERM-GPA
088100     ELSE
088200         COMPUTE WS-TERM-GPA ROUNDED =
088300             WS-TERM-POINTS / WS-TERM-HOURS
088400     END-IF
088500     IF WS-CUM-HOURS = ZERO
088600         MOVE ZERO TO WS-CUM-GPA
088700     ELSE
088800         COMPUTE WS-CUM-GPA ROUNDED =
088900             WS-CUM-POINTS / WS-CUM-HOURS
089000     END-IF
089100     MOVE WS-TERM-HOURS TO WS-TT-TERM-HOURS
089200     MOVE WS-TERM-GPA   TO WS-TT-TERM-GPA
089300     MOVE WS-CUM-HOURS  TO WS-TT-CUM-HOURS
089400     MOVE WS-CUM-GPA    TO WS-TT-CUM-GPA
089500     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
089600     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TERM-TOTAL-LINE
089700         AFTER ADVANCING 1 LINE
089800     ADD 1 TO WS-TERMS-PRINTED
089900     MOVE WS-CURRENT-TERM TO WS-LAST-TERM
090000     .
090100 3350-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500* 3400-PRINT-LEFTOVER-TERM - A COURSE STILL UNPRINTED AFTER THE   *
090600* TERM MASTER PASS CARRIES A TERM CODE NOT ON THE TERM MASTER.    *
090700* ITS WHOLE TERM PRINTS HERE, FLAGGED "*", SO NO GRADED WORK      *
090800* VANISHES FROM THE TRANSCRIPT.                                   *
090900******************************************************************
091000 3400-PRINT-LEFTOVER-TERM.
091100     IF NOT WS-CT-PRINTED (WS-LEFT-SUB)
091200         MOVE WS-CT-TERM-CODE (WS-LEFT-SUB) TO WS-CURRENT-TERM
091300         MOVE "*" TO WS-CURRENT-TERM-FLAG
091400         PERFORM 3300-PRINT-TERM-COURSES THRU 3300-EXIT
091500     END-IF
091600     .
091700 3400-EXIT.
091800     EXIT.
091900
092000******************************************************************
092100* 3900-CHECK-PAGE - BREAK TO A CONTINUATION PAGE WHEN THE         *
092200* CURRENT PAGE IS FULL AND COUNT THE LINE ABOUT TO PRINT.         *
092300******************************************************************
092400 3900-CHECK-PAGE.
092500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
092600         PERFORM 4050-CONTINUATION-HEADING THRU 4050-EXIT
092700     END-IF
092800     ADD 1 TO WS-LINE-COUNT
092900     .
093000 3900-EXIT.
093100     EXIT.
093200
093300******************************************************************
093400* 4000-PRINT-HEADER - START THE TRANSCRIPT ON A NEW PAGE WITH THE *
093500* STUDENT HEADER FROM THE MASTER OR ARCHIVE RECORD.               *
093600******************************************************************
093700 4000-PRINT-HEADER.
093800     MOVE TS-STUDENT-ID            TO WS-HD-STUDENT-ID
093900     MOVE TS-STUDENT-NAME          TO WS-HD-STUDENT-NAME
094000     IF WS-RECORD-SOURCE = "A"
094100         MOVE "ARCHIVED RECORD " TO WS-HD-SOURCE
094200     ELSE
094300         MOVE SPACES             TO WS-HD-SOURCE
094400     END-IF
094500     MOVE TS-STUDENT-DATE-OF-BIRTH TO WS-HD-BIRTH-DATE
094600     MOVE TS-ENROLLMENT-DATE       TO WS-HD-ENROLLED
094700     MOVE TS-STATUS-CHANGE-DATE    TO WS-HD-STATUS-DATE
094800     EVALUATE TRUE
094900         WHEN TS-STATUS-ACTIVE
095000             MOVE "ACTIVE    " TO WS-HD-STATUS
095100         WHEN TS-STATUS-INACTIVE
095200             MOVE "INACTIVE  " TO WS-HD-STATUS
095300         WHEN TS-STATUS-GRADUATED
095400             MOVE "GRADUATED " TO WS-HD-STATUS
095500         WHEN TS-STATUS-WITHDRAWN
095600             MOVE "WITHDRAWN " TO WS-HD-STATUS
095700         WHEN OTHER
095800             MOVE TS-STUDENT-STATUS-CODE TO WS-HD-STATUS
095900     END-EVALUATE
096000     MOVE TS-PROGRAM-CODE          TO WS-HD-PROGRAM-CODE
096100     MOVE WS-PROGRAM-NAME          TO WS-HD-PROGRAM-NAME
096200     MOVE WS-RECIPIENT             TO WS-HD-RECIPIENT
096300     ADD 1 TO WS-PAGE-COUNT
096400     MOVE WS-PAGE-COUNT            TO WS-H1-PAGE
096500     MOVE WS-CURRENT-DATE-FIELDS   TO WS-H1-ISSUE-DATE
096600     WRITE TRANSCRIPT-REPORT-LINE FROM WS-HEADING-1
096700         AFTER ADVANCING NEW-PAGE
096800     WRITE TRANSCRIPT-REPORT-LINE FROM WS-ID-LINE
096900         AFTER ADVANCING 2 LINES
097000     WRITE TRANSCRIPT-REPORT-LINE FROM WS-INFO-LINE
097100         AFTER ADVANCING 1 LINE
097200     WRITE TRANSCRIPT-REPORT-LINE FROM WS-PROGRAM-LINE
097300         AFTER ADVANCING 1 LINE
097400     WRITE TRANSCRIPT-REPORT-LINE FROM WS-RECIPIENT-LINE
097500         AFTER ADVANCING 1 LINE
097600     MOVE 6 TO WS-LINE-COUNT
097700     .
097800 4000-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200* 4050-CONTINUATION-HEADING - A TRANSCRIPT RUNNING PAST ONE PAGE  *
098300* CARRIES THE REPORT AND STUDENT ID LINES AT THE TOP OF EACH      *
098400* CONTINUATION PAGE, AND THE TERM HEADING IF A TERM IS OPEN.      *
098500******************************************************************
098600 4050-CONTINUATION-HEADING.
098700     ADD 1 TO WS-PAGE-COUNT
098800     MOVE WS-PAGE-COUNT TO WS-H1-PAGE
098900     WRITE TRANSCRIPT-REPORT-LINE FROM WS-HEADING-1
099000         AFTER ADVANCING NEW-PAGE
099100     WRITE TRANSCRIPT-REPORT-LINE FROM WS-ID-LINE
099200         AFTER ADVANCING 2 LINES
099300     MOVE 3 TO WS-LINE-COUNT
099400     IF WS-TERM-OPEN
099500         WRITE TRANSCRIPT-REPORT-LINE FROM WS-TERM-HEADING
099600             AFTER ADVANCING 2 LINES
099700         WRITE TRANSCRIPT-REPORT-LINE FROM WS-COLUMN-HEADING
099800             AFTER ADVANCING 1 LINE
099900         ADD 3 TO WS-LINE-COUNT
100000     END-IF
100100     .
100200 4050-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600* 4100-PRINT-TERM-HEADING - OPEN A TERM GROUP WITH THE TERM CODE  *
100700* (FLAGGED "*" WHEN NOT ON THE TERM MASTER) AND COLUMN HEADINGS.  *
100800******************************************************************
100900 4100-PRINT-TERM-HEADING.
101000     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
101100         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
101200         MOVE "N" TO WS-TERM-OPEN-SWITCH
101300         PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
101400         SET WS-TERM-OPEN TO TRUE
101500     END-IF
101600     MOVE WS-CURRENT-TERM      TO WS-TH-TERM
101700     MOVE WS-CURRENT-TERM-FLAG TO WS-TH-TERM-FLAG
101800     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TERM-HEADING
101900         AFTER ADVANCING 2 LINES
102000     WRITE TRANSCRIPT-REPORT-LINE FROM WS-COLUMN-HEADING
102100         AFTER ADVANCING 1 LINE
102200     ADD 3 TO WS-LINE-COUNT
102300     .
102400 4100-EXIT.
102500     EXIT.
102600
102700******************************************************************
102800* 4200-PRINT-COURSE - PRINT ONE COURSE LINE FOR WS-SUB.  TITLE    *
102900* AND CREDIT HOURS COME FROM THE CATALOG; A COURSE NOT ON THE     *
103000* CATALOG PRINTS ITS BARE ID AND THE ENROLLMENT HOURS.  THE       *
103100* PRINTED HOURS WEIGHT THE QUALITY POINTS.                        *
103200******************************************************************
103300 4200-PRINT-COURSE.
103400     SET WS-CAT-NDX TO 1
103500     SEARCH WS-CAT-ENTRY
103600         AT END
103700             MOVE WS-CT-COURSE-ID (WS-SUB)    TO WS-D-COURSE-TITLE
103800             MOVE WS-CT-CREDIT-HOURS (WS-SUB) TO WS-COURSE-HOURS
103900         WHEN WS-CAT-NDX > WS-CAT-COUNT
104000             MOVE WS-CT-COURSE-ID (WS-SUB)    TO WS-D-COURSE-TITLE
104100             MOVE WS-CT-CREDIT-HOURS (WS-SUB) TO WS-COURSE-HOURS
104200         WHEN WS-CAT-ID (WS-CAT-NDX) = WS-CT-COURSE-ID (WS-SUB)
104300             MOVE WS-CAT-TITLE (WS-CAT-NDX)   TO WS-D-COURSE-TITLE
104400             MOVE WS-CAT-HOURS (WS-CAT-NDX)   TO WS-COURSE-HOURS
104500     END-SEARCH
104600     MOVE ZERO TO WS-COURSE-POINTS
104700     SET WS-GRADE-NDX TO 1
104800     SEARCH WS-GRADE-ENTRY
104900         AT END
105000             CONTINUE
105100         WHEN WS-GP-GRADE (WS-GRADE-NDX) = WS-CT-GRADE (WS-SUB)
105200             COMPUTE WS-COURSE-POINTS =
105300                 WS-COURSE-HOURS * WS-GP-POINTS (WS-GRADE-NDX)
105400     END-SEARCH
105500     ADD WS-COURSE-HOURS  TO WS-TERM-HOURS
105600     ADD WS-COURSE-POINTS TO WS-TERM-POINTS
105700     ADD WS-COURSE-HOURS  TO WS-CUM-HOURS
105800     ADD WS-COURSE-POINTS TO WS-CUM-POINTS
105900     MOVE WS-CT-COURSE-ID (WS-SUB) TO WS-D-COURSE-ID
106000     MOVE WS-COURSE-HOURS          TO WS-D-CREDIT-HOURS
106100     MOVE WS-CT-GRADE (WS-SUB)     TO WS-D-GRADE
106200     MOVE WS-COURSE-POINTS         TO WS-D-POINTS
106300     PERFORM 3900-CHECK-PAGE THRU 3900-EXIT
106400     WRITE TRANSCRIPT-REPORT-LINE FROM WS-DETAIL-LINE
106500         AFTER ADVANCING 1 LINE
106600     .
106700 4200-EXIT.
106800     EXIT.
106900
107000******************************************************************
107100* 5000-WRITE-LOG - APPEND ONE RECORD TO THE TRANSCRIPT LOG FOR    *
107200* THE TRANSCRIPT JUST PRINTED: WHEN, WHO IT WAS ABOUT, WHO IT     *
107300* WENT TO, AND THE FIGURES IT CARRIED.                            *
107400******************************************************************
107500 5000-WRITE-LOG.
107600     MOVE SPACES               TO TRANSCRIPT-LOG-RECORD
107700     MOVE WS-CURRENT-CCYY(1:2) TO TL-ISSUE-CENTURY
107800     MOVE WS-CURRENT-CCYY(3:2) TO TL-ISSUE-YEAR
107900     MOVE WS-CURRENT-MM        TO TL-ISSUE-MONTH
108000     MOVE WS-CURRENT-DD        TO TL-ISSUE-DAY
108100     MOVE WS-CURRENT-HH        TO TL-ISSUE-HOUR
108200     MOVE WS-CURRENT-MN        TO TL-ISSUE-MINUTE
108300     MOVE WS-CURRENT-SS        TO TL-ISSUE-SECOND
108400     MOVE TS-STUDENT-ID        TO TL-STUDENT-ID
108500     MOVE WS-REQUEST-TYPE      TO TL-REQUEST-TYPE
108600     MOVE WS-RECORD-SOURCE     TO TL-RECORD-SOURCE
108700     MOVE WS-RECIPIENT         TO TL-RECIPIENT
108800     MOVE WS-TERMS-PRINTED     TO TL-TERM-COUNT
108900     MOVE WS-COURSE-COUNT      TO TL-COURSE-COUNT
109000     MOVE WS-CUM-HOURS         TO TL-CUM-HOURS
109100     MOVE WS-CUM-GPA           TO TL-CUM-GPA
109200     MOVE WS-LAST-TERM         TO TL-LAST-TERM
109300     WRITE TRANSCRIPT-LOG-RECORD
109400     .
109500 5000-EXIT.
109600     EXIT.
109700
109800******************************************************************
109900* 8000-FINALIZE - PRINT THE CONTROL TOTALS ON THEIR OWN PAGE,     *
110000* CLOSE FILES AND SET THE RETURN CODE.  RETURN CODE 16 MEANS THE  *
110100* MASTER WOULD NOT OPEN OR NO CARDS WERE SUPPLIED; 4 MEANS SOME   *
110200* REQUEST WAS NOT FILLED.                                         *
110300******************************************************************
110400 8000-FINALIZE.
110500     IF NOT WS-MASTER-OPEN
110600         MOVE 16 TO RETURN-CODE
110700         GO TO 8000-EXIT
110800     END-IF
110900     ADD 1 TO WS-PAGE-COUNT
111000     MOVE WS-PAGE-COUNT          TO WS-H1-PAGE
111100     MOVE WS-CURRENT-DATE-FIELDS TO WS-H1-ISSUE-DATE
111200     WRITE TRANSCRIPT-REPORT-LINE FROM WS-HEADING-1
111300         AFTER ADVANCING NEW-PAGE
111400     MOVE "REQUEST CARDS READ:       " TO WS-T-CAPTION
111500     MOVE WS-CARD-COUNT TO WS-T-COUNT
111600     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TOTAL-LINE
111700         AFTER ADVANCING 2 LINES
111800     MOVE "TRANSCRIPTS ISSUED:       " TO WS-T-CAPTION
111900     MOVE WS-ISSUED-COUNT TO WS-T-COUNT
112000     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TOTAL-LINE
112100         AFTER ADVANCING 1 LINE
112200     MOVE "  FROM THE ARCHIVE:       " TO WS-T-CAPTION
112300     MOVE WS-ARCHIVE-ISSUED-COUNT TO WS-T-COUNT
112400     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TOTAL-LINE
112500         AFTER ADVANCING 1 LINE
112600     MOVE "STUDENT IDS NOT FOUND:    " TO WS-T-CAPTION
112700     MOVE WS-NOT-FOUND-COUNT TO WS-T-COUNT
112800     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TOTAL-LINE
112900         AFTER ADVANCING 1 LINE
113000     MOVE "REQUEST CARDS REJECTED:   " TO WS-T-CAPTION
113100     MOVE WS-BAD-CARD-COUNT TO WS-T-COUNT
113200     WRITE TRANSCRIPT-REPORT-LINE FROM WS-TOTAL-LINE
113300         AFTER ADVANCING 1 LINE
113400     CLOSE REQUEST-CARDS
113500     CLOSE STUDENT-MASTER
113600     CLOSE TRANSCRIPT-REPORT
113700     CLOSE TRANSCRIPT-LOG
113800     EVALUATE TRUE
113900         WHEN WS-CARD-COUNT = ZERO
114000             MOVE 16 TO RETURN-CODE
114100         WHEN WS-NOT-FOUND-COUNT NOT = ZERO
114200           OR WS-BAD-CARD-COUNT NOT = ZERO
114300             MOVE 4 TO RETURN-CODE
114400         WHEN OTHER
114500             MOVE 0 TO RETURN-CODE
114600     END-EVALUATE
114700     DISPLAY "TRANSCPT - REQUEST CARDS READ:  " WS-CARD-COUNT
114800     DISPLAY "TRANSCPT - TRANSCRIPTS ISSUED:  " WS-ISSUED-COUNT
114900     DISPLAY "TRANSCPT - IDS NOT FOUND:       " WS-NOT-FOUND-COUNT
115000     DISPLAY "TRANSCPT - CARDS REJECTED:      " WS-BAD-CARD-COUNT
115100     DISPLAY "TRANSCPT - TRANSCRIPT PRINT COMPLETE"
115200     .
115300 8000-EXIT.
115400     EXIT.

002365*                     PRINTS IN THE HEADING, FLAGGED "*" WHEN   *
002366*                     THE CODE IS NOT ON THE TERM MASTER        *
002367*                     REFERENCE FILE.                           *
002371*    2026-10-15 MO    EACH SECTION PAGE GROUP NOW CARRIES A     *
002375*                     SECOND HEADING LINE WITH THE ROOM,        *
002379*                     MEETING DAYS AND TIMES, INSTRUCTOR AND    *
002383*                     CAPACITY FROM THE SECTION SCHEDULE        *
002387*                     (SCHDFILE).  A SECTION NOT ON THE         *
002391*                     SCHEDULE SAYS SO; WITHOUT THE FILE EVERY  *
002395*                     SECTION DOES.                             *
002400*                                                                *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
003840
003850     SELECT TERM-FILE       ASSIGN TO TERMFILE
003860            ORGANIZATION IS SEQUENTIAL.
003865
003870     SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO SCHDFILE
003875            ORGANIZATION IS INDEXED
003880            ACCESS MODE IS DYNAMIC
003885            RECORD KEY IS SS-SECTION-KEY
003890            FILE STATUS IS WS-SCHED-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004960 FD  TERM-FILE
004970     LABEL RECORDS ARE STANDARD.
004980     COPY TERMMST.
004984
004988 FD  SCHEDULE-FILE
004992     LABEL RECORDS ARE STANDARD.
004996     COPY SECTSCHD.
005000
005100 WORKING-STORAGE SECTION.
005200
005720         88  WS-CAT-EOF                     VALUE "Y".
005730     05  WS-TERM-EOF-SWITCH      PIC X(01)  VALUE "N".
005740         88  WS-TERM-EOF                    VALUE "Y".
005746     05  WS-SCHED-FILE-SWITCH    PIC X(01)  VALUE "N".
005752         88  WS-SCHEDULE-PRESENT            VALUE "Y".
005758     05  WS-SCHED-FOUND-SWITCH   PIC X(01)  VALUE "N".
005764         88  WS-SCHED-FOUND                 VALUE "Y".
005770
005776 01  WS-SCHED-STATUS             PIC X(02)  VALUE SPACES.
005782     88  WS-SCHED-OPENED                    VALUE "00" "05".
005788     88  WS-SCHED-ON-FILE                   VALUE "00".
005800
005900 01  WS-COUNTERS.
006000     05  WS-RECORD-COUNT         PIC 9(07)  COMP VALUE ZERO.
008950     05  WS-H2-DEPARTMENT        PIC X(04).
009000     05  FILLER                  PIC X(39)  VALUE SPACES.
009100
009103*    SECOND SECTION HEADING LINE - WHERE AND WHEN THE SECTION
009106*    MEETS AND WHO TEACHES IT, OR A NOTE THAT IT IS NOT ON THE
009107*    SCHEDULE.
009109 01  WS-HEADING-2A.
009112     05  FILLER                  PIC X(01)  VALUE SPACE.
009115     05  FILLER                  PIC X(06)  VALUE "ROOM: ".
009118     05  WS-H2A-ROOM             PIC X(10).
009121     05  FILLER                  PIC X(03)  VALUE SPACES.
009124     05  FILLER                  PIC X(07)  VALUE "MEETS: ".
009127     05  WS-H2A-DAYS             PIC X(07).
009130     05  FILLER                  PIC X(01)  VALUE SPACE.
009133     05  WS-H2A-TIMES.
009136         10  WS-H2A-START        PIC X(04).
009139         10  WS-H2A-TIME-DASH    PIC X(01).
009142         10  WS-H2A-END          PIC X(04).
009145     05  FILLER                  PIC X(03)  VALUE SPACES.
009148     05  FILLER                  PIC X(12)  VALUE "INSTRUCTOR: ".
009151     05  WS-H2A-INSTRUCTOR-ID    PIC X(08).
009154     05  FILLER                  PIC X(01)  VALUE SPACE.
009157     05  WS-H2A-INSTRUCTOR-NAME  PIC X(25).
009160     05  FILLER                  PIC X(03)  VALUE SPACES.
009163     05  FILLER                  PIC X(10)  VALUE "CAPACITY: ".
009166     05  WS-H2A-CAPACITY         PIC ZZ9.
009169     05  FILLER                  PIC X(23)  VALUE SPACES.
009172
009175 01  WS-HEADING-2B.
009178     05  FILLER                  PIC X(01)  VALUE SPACE.
009181     05  FILLER                  PIC X(23)  VALUE
009184             "NOT ON SECTION SCHEDULE".
009187     05  FILLER                  PIC X(108) VALUE SPACES.
009190
009200 01  WS-HEADING-3.
009300     05  FILLER                  PIC X(01)  VALUE SPACE.
009400     05  FILLER                  PIC X(11)  VALUE "STUDENT ID".
014900     OPEN OUTPUT CLASS-REPORT
014950     PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT
014960     PERFORM 1500-LOAD-TERMS THRU 1500-EXIT
014980     PERFORM 1600-OPEN-SCHEDULE THRU 1600-EXIT
015000     PERFORM 1900-READ-ENROLLMENT THRU 1900-EXIT
015100     .
015200 1000-EXIT.
015442 1550-EXIT.
015443     EXIT.
015444
015446******************************************************************
015448* 1600-OPEN-SCHEDULE - OPEN THE SECTION SCHEDULE FOR THE SECOND  *
015450* HEADING LINE.  THE ROSTER STILL PRINTS WITHOUT IT - EVERY      *
015452* SECTION IS THEN SHOWN AS NOT ON THE SCHEDULE.                  *
015454******************************************************************
015456 1600-OPEN-SCHEDULE.
015458     OPEN INPUT SCHEDULE-FILE
015460     IF NOT WS-SCHED-OPENED
015462         DISPLAY "CLASSRPT - UNABLE TO OPEN SECTION SCHEDULE, "
015464                 "STATUS: " WS-SCHED-STATUS
015466         GO TO 1600-EXIT
015468     END-IF
015470     IF WS-SCHED-ON-FILE
015472         SET WS-SCHEDULE-PRESENT TO TRUE
015474     ELSE
015476         CLOSE SCHEDULE-FILE
015478     END-IF
015480     .
015482 1600-EXIT.
015484     EXIT.
015490
015500******************************************************************
015600* 1900-READ-ENROLLMENT - PRIMING AND SUBSEQUENT READS OF THE     *
015700* COURSE-ENROLLMENT FILE.                                        *
021110     MOVE WS-PREV-TERM      TO WS-H2-TERM
021120     PERFORM 3160-FLAG-UNKNOWN-TERM THRU 3160-EXIT
021150     PERFORM 3150-FIND-COURSE-TITLE THRU 3150-EXIT
021170     PERFORM 3170-FIND-SECTION-SCHEDULE THRU 3170-EXIT
021200     WRITE CLASS-REPORT-LINE FROM WS-HEADING-1
021300         AFTER ADVANCING NEW-PAGE
021400     WRITE CLASS-REPORT-LINE FROM WS-HEADING-2
021500         AFTER ADVANCING 2 LINES
021510     IF WS-SCHED-FOUND
021520         WRITE CLASS-REPORT-LINE FROM WS-HEADING-2A
021530             AFTER ADVANCING 1 LINE
021540     ELSE
021550         WRITE CLASS-REPORT-LINE FROM WS-HEADING-2B
021560             AFTER ADVANCING 1 LINE
021570     END-IF
021600     WRITE CLASS-REPORT-LINE FROM WS-HEADING-3
021700         AFTER ADVANCING 2 LINES
021800     MOVE ZERO TO WS-LINE-COUNT
022216 3160-EXIT.
022217     EXIT.
022218
022220******************************************************************
022222* 3170-FIND-SECTION-SCHEDULE - READ THE SECTION'S SCHEDULE       *
022224* RECORD FOR THE SECOND HEADING LINE.  A SECTION WHOSE TIME IS   *
022226* TO BE ARRANGED PRINTS TBA FOR ITS DAYS AND TIMES.              *
022228******************************************************************
022230 3170-FIND-SECTION-SCHEDULE.
022232     MOVE "N" TO WS-SCHED-FOUND-SWITCH
022234     IF NOT WS-SCHEDULE-PRESENT
022236         GO TO 3170-EXIT
022238     END-IF
022240     MOVE WS-PREV-TERM      TO SS-TERM-CODE
022242     MOVE WS-PREV-COURSE-ID TO SS-COURSE-ID
022244     MOVE WS-PREV-SECTION   TO SS-SECTION-NUMBER
022246     READ SCHEDULE-FILE
022248         KEY IS SS-SECTION-KEY
022250         INVALID KEY
022252             GO TO 3170-EXIT
022254     END-READ
022256     SET WS-SCHED-FOUND TO TRUE
022258     MOVE SS-ROOM            TO WS-H2A-ROOM
022260     MOVE SS-INSTRUCTOR-ID   TO WS-H2A-INSTRUCTOR-ID
022262     MOVE SS-INSTRUCTOR-NAME TO WS-H2A-INSTRUCTOR-NAME
022264     MOVE SS-CAPACITY        TO WS-H2A-CAPACITY
022266     IF SS-TIME-ARRANGED
022268         MOVE "TBA"          TO WS-H2A-DAYS
022270         MOVE SPACES         TO WS-H2A-TIMES
022272     ELSE
022274         MOVE SS-MEETING-DAYS TO WS-H2A-DAYS
022276         MOVE SS-START-TIME   TO WS-H2A-START
022278         MOVE "-"             TO WS-H2A-TIME-DASH
022280         MOVE SS-END-TIME     TO WS-H2A-END
022282     END-IF
022284     .
022286 3170-EXIT.
022288     EXIT.
022290
022300******************************************************************
022400* 3500-CLOSE-SECTION - PRINT THE HEADCOUNT AND CREDIT-HOUR       *
022500* TOTALS FOR THE SECTION JUST ENDED AND ROLL THEM INTO THE GRAND *
027700         AFTER ADVANCING 2 LINES
027800     CLOSE COURSE-ENROLLMENT
027900     CLOSE CLASS-REPORT
027920     IF WS-SCHEDULE-PRESENT
027940         CLOSE SCHEDULE-FILE
027960     END-IF
028000     DISPLAY "CLASSRPT - CLASS ROSTER COMPLETE, RECORDS: "
028100             WS-RECORD-COUNT
028200     .

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  TCHLOAD                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     PER-INSTRUCTOR TEACHING-LOAD REPORT FOR THE   *
001000*                 TERM ON THE SYSIN CARD, DRAWN FROM THE        *
001100*                 SECTION SCHEDULE FILE (SECTSCHD) THAT SECTMNT *
001200*                 MAINTAINS.  THE RUN DECK SORTS THE SCHEDULE   *
001300*                 BY INSTRUCTOR ID AND SECTION KEY AHEAD OF     *
001400*                 THIS PROGRAM.  EACH INSTRUCTOR PRINTS AS A    *
001500*                 GROUP - ONE LINE PER SECTION TAUGHT WITH ITS  *
001600*                 COURSE TITLE, MEETING DAYS AND TIMES, ROOM,   *
001700*                 CAPACITY, CREDIT HOURS FROM THE COURSE        *
001800*                 CATALOG AND WEEKLY CONTACT HOURS WORKED OUT   *
001900*                 FROM THE MEETING TIMES - FOLLOWED BY THE      *
002000*                 INSTRUCTOR'S SECTION, CREDIT-HOUR,            *
002100*                 CONTACT-HOUR AND SEAT TOTALS.  SECTIONS WITH  *
002200*                 NO INSTRUCTOR ID PRINT FIRST UNDER            *
002300*                 UNASSIGNED.  A SECTION WHOSE TIME IS TO BE    *
002400*                 ARRANGED CARRIES NO CONTACT HOURS.  A COURSE  *
002500*                 NOT ON THE CATALOG PRINTS ITS BARE ID AS THE  *
002600*                 TITLE AND ZERO CREDIT HOURS, THE WAY CLASSRPT *
002700*                 PRINTS AN UNKNOWN COURSE.  RETURN CODE 16     *
002800*                 MEANS THE TERM CARD WAS MISSING AND NOTHING   *
002900*                 PRINTED.                                      *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    ---------  ----  --------------------------------------   *
003400*    2026-10-15 MO    INITIAL VERSION.                          *
003430*    2026-10-15 MO    DETAIL AND GRAND-TOTAL PRINT LINES        *
003460*                     CORRECTED TO THE FULL 132 BYTES.          *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    TCHLOAD.
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     C01 IS NEW-PAGE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SCHEDULE-FILE   ASSIGN TO SCHDSRT
004600            ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT CATALOG-FILE    ASSIGN TO CATFILE
004900            ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT LOAD-REPORT     ASSIGN TO LOADOUT
005200            ORGANIZATION IS SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SCHEDULE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY SECTSCHD.
005900
006000 FD  CATALOG-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CRSECAT.
006300
006400 FD  LOAD-REPORT
006500     LABEL RECORDS ARE OMITTED
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  LOAD-REPORT-LINE            PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
007300         88  WS-EOF                         VALUE "Y".
007400     05  WS-CAT-EOF-SWITCH       PIC X(01)  VALUE "N".
007500         88  WS-CAT-EOF                     VALUE "Y".
007600     05  WS-PARM-SWITCH          PIC X(01)  VALUE "N".
007700         88  WS-PARM-OK                     VALUE "Y".
007800     05  WS-INSTR-OPEN-SWITCH    PIC X(01)  VALUE "N".
007900         88  WS-INSTR-OPEN                  VALUE "Y".
008000
008100 01  WS-COUNTERS.
008200     05  WS-RECORD-COUNT         PIC 9(07)  COMP VALUE ZERO.
008300     05  WS-INSTR-COUNT          PIC 9(05)  COMP VALUE ZERO.
008400     05  WS-INSTR-SECTIONS       PIC 9(05)  COMP VALUE ZERO.
008500     05  WS-INSTR-SEATS          PIC 9(07)  COMP VALUE ZERO.
008600     05  WS-TOTAL-SECTIONS       PIC 9(07)  COMP VALUE ZERO.
008700     05  WS-TOTAL-SEATS          PIC 9(07)  COMP VALUE ZERO.
008800     05  WS-CAT-COUNT            PIC 9(03)  COMP VALUE ZERO.
008900     05  WS-DAY-COUNT            PIC 9(02)  COMP VALUE ZERO.
009000     05  WS-DAY-SUB              PIC 9(02)  COMP VALUE ZERO.
009100     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
009200     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
009300     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
009400
009500 01  WS-REPORT-TERM              PIC X(05)  VALUE SPACES.
009600 01  WS-PREV-INSTRUCTOR-ID       PIC X(08)  VALUE LOW-VALUES.
009700 01  WS-PREV-INSTRUCTOR-NAME     PIC X(25)  VALUE SPACES.
009800
009900 01  WS-START-MINUTES            PIC 9(04)  COMP VALUE ZERO.
010000 01  WS-END-MINUTES              PIC 9(04)  COMP VALUE ZERO.
010100 01  WS-WEEKLY-MINUTES           PIC 9(05)  COMP VALUE ZERO.
010200 01  WS-CONTACT-HOURS            PIC 9(03)V9(01) VALUE ZERO.
010300 01  WS-SECTION-CREDITS          PIC 9(02)V9(01) VALUE ZERO.
010400 01  WS-INSTR-CONTACT-HOURS      PIC 9(05)V9(01) VALUE ZERO.
010500 01  WS-INSTR-CREDIT-HOURS       PIC 9(05)V9(01) VALUE ZERO.
010600 01  WS-TOTAL-CONTACT-HOURS      PIC 9(07)V9(01) VALUE ZERO.
010700 01  WS-TOTAL-CREDIT-HOURS       PIC 9(07)V9(01) VALUE ZERO.
010800
010900 01  WS-CATALOG-TABLE.
011000     05  WS-CAT-ENTRY OCCURS 200 TIMES
011100             INDEXED BY WS-CAT-NDX.
011200         10  WS-CAT-ID            PIC X(08).
011300         10  WS-CAT-TITLE         PIC X(30).
011400         10  WS-CAT-CREDITS       PIC 9(02)V9(01).
011500
011600 01  WS-HEADING-1.
011700     05  FILLER                  PIC X(01)  VALUE SPACE.
011800     05  FILLER                  PIC X(28)  VALUE
011900             "TEACHING LOAD BY INSTRUCTOR ".
012000     05  FILLER                  PIC X(06)  VALUE "TERM: ".
012100     05  WS-H1-TERM              PIC X(05).
012200     05  FILLER                  PIC X(03)  VALUE SPACES.
012300     05  FILLER                  PIC X(05)  VALUE "PAGE ".
012400     05  WS-H1-PAGE              PIC ZZZ9.
012500     05  FILLER                  PIC X(80)  VALUE SPACES.
012600
012700 01  WS-HEADING-2.
012800     05  FILLER                  PIC X(01)  VALUE SPACE.
012900     05  FILLER                  PIC X(12)  VALUE "INSTRUCTOR: ".
013000     05  WS-H2-INSTRUCTOR-ID     PIC X(10).
013100     05  WS-H2-INSTRUCTOR-NAME   PIC X(25).
013200     05  FILLER                  PIC X(84)  VALUE SPACES.
013300
013400 01  WS-HEADING-3.
013500     05  FILLER                  PIC X(01)  VALUE SPACE.
013600     05  FILLER                  PIC X(10)  VALUE "COURSE".
013700     05  FILLER                  PIC X(05)  VALUE "SEC".
013800     05  FILLER                  PIC X(32)  VALUE "TITLE".
013900     05  FILLER                  PIC X(09)  VALUE "DAYS".
014000     05  FILLER                  PIC X(11)  VALUE "TIME".
014100     05  FILLER                  PIC X(12)  VALUE "ROOM".
014200     05  FILLER                  PIC X(06)  VALUE "  CAP".
014300     05  FILLER                  PIC X(09)  VALUE "  CREDITS".
014400     05  FILLER                  PIC X(09)  VALUE "  CONTACT".
014500     05  FILLER                  PIC X(28)  VALUE SPACES.
014600
014700 01  WS-DETAIL-LINE.
014800     05  FILLER                  PIC X(01)  VALUE SPACE.
014900     05  WS-D-COURSE-ID          PIC X(08).
015000     05  FILLER                  PIC X(02)  VALUE SPACES.
015100     05  WS-D-SECTION            PIC X(03).
015200     05  FILLER                  PIC X(02)  VALUE SPACES.
015300     05  WS-D-TITLE              PIC X(30).
015400     05  FILLER                  PIC X(02)  VALUE SPACES.
015500     05  WS-D-DAYS               PIC X(07).
015600     05  FILLER                  PIC X(02)  VALUE SPACES.
015700     05  WS-D-TIMES.
015800         10  WS-D-START          PIC X(04).
015900         10  WS-D-TIME-DASH      PIC X(01).
016000         10  WS-D-END            PIC X(04).
016100     05  FILLER                  PIC X(02)  VALUE SPACES.
016200     05  WS-D-ROOM               PIC X(10).
016300     05  FILLER                  PIC X(03)  VALUE SPACES.
016400     05  WS-D-CAPACITY           PIC ZZ9.
016500     05  FILLER                  PIC X(05)  VALUE SPACES.
016600     05  WS-D-CREDITS            PIC Z9.9.
016700     05  FILLER                  PIC X(04)  VALUE SPACES.
016800     05  WS-D-CONTACT            PIC ZZ9.9.
016900     05  FILLER                  PIC X(30)  VALUE SPACES.
017000
017100 01  WS-INSTR-TOTAL-LINE.
017200     05  FILLER                  PIC X(01)  VALUE SPACE.
017300     05  FILLER                  PIC X(10)  VALUE "SECTIONS: ".
017400     05  WS-IT-SECTIONS          PIC ZZ9.
017500     05  FILLER                  PIC X(03)  VALUE SPACES.
017600     05  FILLER                  PIC X(14)  VALUE
017700             "CREDIT HOURS: ".
017800     05  WS-IT-CREDIT-HOURS      PIC ZZ9.9.
017900     05  FILLER                  PIC X(03)  VALUE SPACES.
018000     05  FILLER                  PIC X(22)  VALUE
018100             "WEEKLY CONTACT HOURS: ".
018200     05  WS-IT-CONTACT-HOURS     PIC ZZ9.9.
018300     05  FILLER                  PIC X(03)  VALUE SPACES.
018400     05  FILLER                  PIC X(07)  VALUE "SEATS: ".
018500     05  WS-IT-SEATS             PIC Z,ZZ9.
018600     05  FILLER                  PIC X(51)  VALUE SPACES.
018700
018800 01  WS-GRAND-TOTAL-LINE.
018900     05  FILLER                  PIC X(01)  VALUE SPACE.
019000     05  FILLER                  PIC X(13)  VALUE "INSTRUCTORS: ".
019100     05  WS-GT-INSTRUCTORS       PIC ZZ,ZZ9.
019200     05  FILLER                  PIC X(03)  VALUE SPACES.
019300     05  FILLER                  PIC X(10)  VALUE "SECTIONS: ".
019400     05  WS-GT-SECTIONS          PIC ZZ,ZZ9.
019500     05  FILLER                  PIC X(03)  VALUE SPACES.
019600     05  FILLER                  PIC X(14)  VALUE
019700             "CREDIT HOURS: ".
019800     05  WS-GT-CREDIT-HOURS      PIC ZZ,ZZ9.9.
019900     05  FILLER                  PIC X(03)  VALUE SPACES.
020000     05  FILLER                  PIC X(16)  VALUE
020100             "CONTACT HOURS: ".
020200     05  WS-GT-CONTACT-HOURS     PIC ZZ,ZZ9.9.
020300     05  FILLER                  PIC X(03)  VALUE SPACES.
020400     05  FILLER                  PIC X(07)  VALUE "SEATS: ".
020500     05  WS-GT-SEATS             PIC ZZZ,ZZ9.
020600     05  FILLER                  PIC X(24)  VALUE SPACES.
020700
020800 PROCEDURE DIVISION.
020900
021000******************************************************************
021100* 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE REPORT.            *
021200******************************************************************
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     PERFORM 2000-PROCESS-SECTIONS THRU 2000-EXIT
021600         UNTIL WS-EOF
021700     PERFORM 8000-FINALIZE THRU 8000-EXIT
021800     GOBACK.
021900
022000******************************************************************
022100* 1000-INITIALIZE - READ THE TERM CARD, LOAD THE CATALOG, OPEN THE*
022200* FILES AND PRIME THE READ LOOP.  A BLANK TERM CARD FORCES END OF *
022300* FILE SO NOTHING PRINTS AND THE RUN ENDS WITH RETURN CODE 16.    *
022400******************************************************************
022500 1000-INITIALIZE.
022600     DISPLAY "TCHLOAD - TEACHING LOAD REPORT STARTED"
022700     ACCEPT WS-REPORT-TERM
022800     IF WS-REPORT-TERM = SPACES
022900         DISPLAY "TCHLOAD - REPORT TERM CARD MISSING"
023000         SET WS-EOF TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF
023300     SET WS-PARM-OK TO TRUE
023400     DISPLAY "TCHLOAD - REPORT TERM: " WS-REPORT-TERM
023500     MOVE WS-REPORT-TERM TO WS-H1-TERM
023600     PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT
023700     OPEN INPUT  SCHEDULE-FILE
023800     OPEN OUTPUT LOAD-REPORT
023900     PERFORM 1900-READ-SCHEDULE THRU 1900-EXIT
024000     .
024100 1000-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500* 1400-LOAD-CATALOG - LOAD THE COURSE CATALOG SO EACH SECTION CAN *
024600* PRINT ITS COURSE TITLE AND COUNT ITS CREDIT HOURS.              *
024700******************************************************************
024800 1400-LOAD-CATALOG.
024900     OPEN INPUT CATALOG-FILE
025000     PERFORM 1450-READ-CATALOG THRU 1450-EXIT
025100         UNTIL WS-CAT-EOF
025200     CLOSE CATALOG-FILE
025300     .
025400 1400-EXIT.
025500     EXIT.
025600
025700 1450-READ-CATALOG.
025800     READ CATALOG-FILE
025900         AT END
026000             SET WS-CAT-EOF TO TRUE
026100         NOT AT END
026200             IF WS-CAT-COUNT < 200
026300                 ADD 1 TO WS-CAT-COUNT
026400                 SET WS-CAT-NDX TO WS-CAT-COUNT
026500                 MOVE CC-COURSE-ID
026600                     TO WS-CAT-ID (WS-CAT-NDX)
026700                 MOVE CC-COURSE-TITLE
026800                     TO WS-CAT-TITLE (WS-CAT-NDX)
026900                 MOVE CC-CREDIT-HOURS
027000                     TO WS-CAT-CREDITS (WS-CAT-NDX)
027100             ELSE
027200                 DISPLAY "TCHLOAD - CATALOG TABLE FULL, "
027300                         "COURSE SKIPPED: " CC-COURSE-ID
027400             END-IF
027500     END-READ
027600     .
027700 1450-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100* 1900-READ-SCHEDULE - READ THE NEXT SECTION OF THE REPORT TERM.  *
028200* SECTIONS OF OTHER TERMS ARE PASSED OVER.                        *
028300******************************************************************
028400 1900-READ-SCHEDULE.
028500     READ SCHEDULE-FILE
028600         AT END
028700             SET WS-EOF TO TRUE
028800             GO TO 1900-EXIT
028900     END-READ
029000     IF SS-TERM-CODE NOT = WS-REPORT-TERM
029100         GO TO 1900-READ-SCHEDULE
029200     END-IF
029300     ADD 1 TO WS-RECORD-COUNT
029400     .
029500 1900-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900* 2000-PROCESS-SECTIONS - ONE ITERATION PER SECTION.  A CHANGE OF *
030000* INSTRUCTOR CLOSES THE CURRENT INSTRUCTOR GROUP AND STARTS THE   *
030100* NEXT ONE.                                                       *
030200******************************************************************
030300 2000-PROCESS-SECTIONS.
030400     IF SS-INSTRUCTOR-ID NOT = WS-PREV-INSTRUCTOR-ID
030500         PERFORM 3500-CLOSE-INSTRUCTOR THRU 3500-EXIT
030600         PERFORM 3000-START-INSTRUCTOR THRU 3000-EXIT
030700     END-IF
030800     PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
030900     PERFORM 1900-READ-SCHEDULE THRU 1900-EXIT
031000     .
031100 2000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500* 3000-START-INSTRUCTOR - BEGIN A NEW INSTRUCTOR GROUP WITH ITS   *
031600* HEADINGS AND RESET THE INSTRUCTOR ACCUMULATORS.  THE FIRST GROUP*
031700* STARTS THE FIRST PAGE; LATER GROUPS START A NEW PAGE ONLY WHEN  *
031800* TOO LITTLE OF THE CURRENT ONE IS LEFT FOR THE HEADINGS AND A    *
031900* LINE OR TWO.                                                    *
032000******************************************************************
032100 3000-START-INSTRUCTOR.
032200     MOVE SS-INSTRUCTOR-ID   TO WS-PREV-INSTRUCTOR-ID
032300     MOVE SS-INSTRUCTOR-NAME TO WS-PREV-INSTRUCTOR-NAME
032400     MOVE ZERO TO WS-INSTR-SECTIONS
032500     MOVE ZERO TO WS-INSTR-SEATS
032600     MOVE ZERO TO WS-INSTR-CREDIT-HOURS
032700     MOVE ZERO TO WS-INSTR-CONTACT-HOURS
032800     SET WS-INSTR-OPEN TO TRUE
032900     ADD 1 TO WS-INSTR-COUNT
033000     IF WS-PAGE-COUNT = ZERO
033100        OR WS-LINE-COUNT > WS-LINES-PER-PAGE - 8
033200         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
033300     ELSE
033400         PERFORM 3200-WRITE-INSTR-HEADINGS THRU 3200-EXIT
033500     END-IF
033600     .
033700 3000-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100* 3100-WRITE-HEADINGS - START A NEW PAGE WITH THE REPORT HEADING  *
034200* AND THE CURRENT INSTRUCTOR'S HEADINGS.                          *
034300******************************************************************
034400 3100-WRITE-HEADINGS.
034500     ADD 1 TO WS-PAGE-COUNT
034600     MOVE WS-PAGE-COUNT TO WS-H1-PAGE
034700     WRITE LOAD-REPORT-LINE FROM WS-HEADING-1
034800         AFTER ADVANCING NEW-PAGE
034900     MOVE ZERO TO WS-LINE-COUNT
035000     PERFORM 3200-WRITE-INSTR-HEADINGS THRU 3200-EXIT
035100     .
035200 3100-EXIT.
035300     EXIT.
035400
035500 3200-WRITE-INSTR-HEADINGS.
035600     IF WS-PREV-INSTRUCTOR-ID = SPACES
035700         MOVE "UNASSIGNED"    TO WS-H2-INSTRUCTOR-ID
035800         MOVE SPACES          TO WS-H2-INSTRUCTOR-NAME
035900     ELSE
036000         MOVE WS-PREV-INSTRUCTOR-ID   TO WS-H2-INSTRUCTOR-ID
036100         MOVE WS-PREV-INSTRUCTOR-NAME TO WS-H2-INSTRUCTOR-NAME
036200     END-IF
036300     WRITE LOAD-REPORT-LINE FROM WS-HEADING-2
036400         AFTER ADVANCING 3 LINES
036500     WRITE LOAD-REPORT-LINE FROM WS-HEADING-3
036600         AFTER ADVANCING 2 LINES
036700     ADD 5 TO WS-LINE-COUNT
036800     .
036900 3200-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 3500-CLOSE-INSTRUCTOR - PRINT THE TOTALS FOR THE INSTRUCTOR JUST*
037400* ENDED AND ROLL THEM INTO THE GRAND TOTALS.  DOES NOTHING BEFORE *
037500* THE FIRST INSTRUCTOR HAS STARTED.                               *
037600******************************************************************
037700 3500-CLOSE-INSTRUCTOR.
037800     IF NOT WS-INSTR-OPEN
037900         GO TO 3500-EXIT
038000     END-IF
038100     MOVE WS-INSTR-SECTIONS      TO WS-IT-SECTIONS
038200     MOVE WS-INSTR-CREDIT-HOURS  TO WS-IT-CREDIT-HOURS
038300     MOVE WS-INSTR-CONTACT-HOURS TO WS-IT-CONTACT-HOURS
038400     MOVE WS-INSTR-SEATS         TO WS-IT-SEATS
038500     WRITE LOAD-REPORT-LINE FROM WS-INSTR-TOTAL-LINE
038600         AFTER ADVANCING 2 LINES
038700     ADD 2 TO WS-LINE-COUNT
038800     ADD WS-INSTR-SECTIONS      TO WS-TOTAL-SECTIONS
038900     ADD WS-INSTR-SEATS         TO WS-TOTAL-SEATS
039000     ADD WS-INSTR-CREDIT-HOURS  TO WS-TOTAL-CREDIT-HOURS
039100     ADD WS-INSTR-CONTACT-HOURS TO WS-TOTAL-CONTACT-HOURS
039200     .
039300 3500-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* 4000-WRITE-DETAIL - FORMAT AND PRINT ONE SECTION LINE, BREAKING *
039800* TO A NEW PAGE (REPEATING THE INSTRUCTOR HEADINGS) WHEN THE      *
039900* CURRENT PAGE IS FULL, AND ADD THE SECTION INTO THE INSTRUCTOR'S *
040000* TOTALS.                                                         *
040100******************************************************************
040200 4000-WRITE-DETAIL.
040300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
040400         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
040500     END-IF
040600     PERFORM 4100-FIND-COURSE THRU 4100-EXIT
040700     PERFORM 4200-COMPUTE-CONTACT THRU 4200-EXIT
040800     MOVE SS-COURSE-ID      TO WS-D-COURSE-ID
040900     MOVE SS-SECTION-NUMBER TO WS-D-SECTION
041000     MOVE SS-ROOM           TO WS-D-ROOM
041100     MOVE SS-CAPACITY       TO WS-D-CAPACITY
041200     MOVE WS-SECTION-CREDITS TO WS-D-CREDITS
041300     MOVE WS-CONTACT-HOURS  TO WS-D-CONTACT
041400     IF SS-TIME-ARRANGED
041500         MOVE "TBA"         TO WS-D-DAYS
041600         MOVE SPACES        TO WS-D-TIMES
041700     ELSE
041800         MOVE SS-MEETING-DAYS TO WS-D-DAYS
041900         MOVE SS-START-TIME   TO WS-D-START
042000         MOVE "-"             TO WS-D-TIME-DASH
042100         MOVE SS-END-TIME     TO WS-D-END
042200     END-IF
042300     WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE
042400         AFTER ADVANCING 1 LINE
042500     ADD 1 TO WS-LINE-COUNT
042600     ADD 1 TO WS-INSTR-SECTIONS
042700     ADD SS-CAPACITY        TO WS-INSTR-SEATS
042800     ADD WS-SECTION-CREDITS TO WS-INSTR-CREDIT-HOURS
042900     ADD WS-CONTACT-HOURS   TO WS-INSTR-CONTACT-HOURS
043000     .
043100 4000-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500* 4100-FIND-COURSE - LOOK THE SECTION'S COURSE UP IN THE CATALOG  *
043600* TABLE FOR ITS TITLE AND CREDIT HOURS.  A COURSE NOT ON THE      *
043700* CATALOG PRINTS ITS BARE ID AND COUNTS NO CREDIT HOURS.          *
043800******************************************************************
043900 4100-FIND-COURSE.
044000     SET WS-CAT-NDX TO 1
044100     SEARCH WS-CAT-ENTRY
044200         AT END
044300             MOVE SS-COURSE-ID TO WS-D-TITLE
044400             MOVE ZERO         TO WS-SECTION-CREDITS
044500         WHEN WS-CAT-NDX > WS-CAT-COUNT
044600             MOVE SS-COURSE-ID TO WS-D-TITLE
044700             MOVE ZERO         TO WS-SECTION-CREDITS
044800         WHEN WS-CAT-ID (WS-CAT-NDX) = SS-COURSE-ID
044900             MOVE WS-CAT-TITLE (WS-CAT-NDX)   TO WS-D-TITLE
045000             MOVE WS-CAT-CREDITS (WS-CAT-NDX)
045100                 TO WS-SECTION-CREDITS
045200     END-SEARCH
045300     .
045400 4100-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800* 4200-COMPUTE-CONTACT - WEEKLY CONTACT HOURS ARE THE MINUTES FROM*
045900* START TO END TIME TIMES THE NUMBER OF MEETING DAYS, OVER 60.  A *
046000* SECTION WHOSE TIME IS TO BE ARRANGED, OR WHOSE TIMES DO NOT MAKE*
046100* SENSE, COUNTS ZERO.                                             *
046200******************************************************************
046300 4200-COMPUTE-CONTACT.
046400     MOVE ZERO TO WS-CONTACT-HOURS
046500     IF SS-TIME-ARRANGED
046600         GO TO 4200-EXIT
046700     END-IF
046800     IF SS-START-TIME NOT NUMERIC OR SS-END-TIME NOT NUMERIC
046900         GO TO 4200-EXIT
047000     END-IF
047100     IF SS-END-TIME NOT > SS-START-TIME
047200         GO TO 4200-EXIT
047300     END-IF
047400     COMPUTE WS-START-MINUTES = SS-START-HH * 60 + SS-START-MM
047500     COMPUTE WS-END-MINUTES   = SS-END-HH * 60 + SS-END-MM
047600     MOVE ZERO TO WS-DAY-COUNT
047700     PERFORM 4210-COUNT-ONE-DAY THRU 4210-EXIT
047800         VARYING WS-DAY-SUB FROM 1 BY 1
047900         UNTIL WS-DAY-SUB > 7
048000     COMPUTE WS-WEEKLY-MINUTES =
048100         (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT
048200     COMPUTE WS-CONTACT-HOURS ROUNDED = WS-WEEKLY-MINUTES / 60
048300     .
048400 4200-EXIT.
048500     EXIT.
048600
048700 4210-COUNT-ONE-DAY.
048800     IF SS-MEETING-DAY (WS-DAY-SUB) NOT = SPACE
048900         ADD 1 TO WS-DAY-COUNT
049000     END-IF
049100     .
049200 4210-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 8000-FINALIZE - CLOSE THE LAST INSTRUCTOR, PRINT THE GRAND      *
049700* TOTALS, CLOSE FILES AND SET THE RETURN CODE.  16 - TERM CARD    *
049800* MISSING, NOTHING PRINTED; 0 - CLEAN.                            *
049900******************************************************************
050000 8000-FINALIZE.
050100     IF NOT WS-PARM-OK
050200         MOVE 16 TO RETURN-CODE
050300         DISPLAY "TCHLOAD - NO REPORT PRINTED"
050400         GO TO 8000-EXIT
050500     END-IF
050600     IF WS-PAGE-COUNT = ZERO
050700         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
050800     END-IF
050900     PERFORM 3500-CLOSE-INSTRUCTOR THRU 3500-EXIT
051000     MOVE WS-INSTR-COUNT         TO WS-GT-INSTRUCTORS
051100     MOVE WS-TOTAL-SECTIONS      TO WS-GT-SECTIONS
051200     MOVE WS-TOTAL-CREDIT-HOURS  TO WS-GT-CREDIT-HOURS
051300     MOVE WS-TOTAL-CONTACT-HOURS TO WS-GT-CONTACT-HOURS
051400     MOVE WS-TOTAL-SEATS         TO WS-GT-SEATS
051500     WRITE LOAD-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
051600         AFTER ADVANCING 3 LINES
051700     CLOSE SCHEDULE-FILE
051800     CLOSE LOAD-REPORT
051900     MOVE 0 TO RETURN-CODE
052000     DISPLAY "TCHLOAD - SECTIONS REPORTED: " WS-RECORD-COUNT
052100     DISPLAY "TCHLOAD - TEACHING LOAD REPORT COMPLETE"
052200     .
052300 8000-EXIT.
052400     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  ADDRMNT                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     OPERATOR-DRIVEN MAINTENANCE MENU FOR THE      *
001000*                 STUDENT MAILING ADDRESS FILE, MODELED ON      *
001100*                 HOLDMNT.  THE OPERATOR CAN:                   *
001200*                     A - ADD AN ADDRESS FOR A STUDENT WHO HAS  *
001300*                         NONE ON FILE                          *
001400*                     C - CHANGE AN ADDRESS ON FILE; A FIELD    *
001500*                         LEFT BLANK KEEPS ITS CURRENT VALUE    *
001600*                     D - DELETE AN ADDRESS ON FILE             *
001700*                     L - LIST THE ADDRESS ON FILE              *
001800*                 AN ADDRESS CAN ONLY BE ADDED FOR A STUDENT ON *
001900*                 THE ONLINE MASTER, AND LINE 1, THE CITY AND   *
002000*                 THE POSTAL CODE ARE REQUIRED SO EVERY         *
002100*                 ADDRESS ON FILE IS USABLE FOR MAIL.  A BLANK  *
002200*                 EFFECTIVE DATE MEANS TODAY; A FUTURE DATE     *
002300*                 HOLDS MAIL BACK UNTIL THEN.  EVERY ADD,       *
002400*                 CHANGE OR DELETE ATTEMPT, APPLIED OR          *
002500*                 REJECTED, WRITES A PERMANENT AUDIT RECORD     *
002600*                 (AUDITREC) TO THE SAME TRAIL STUMAINT WRITES, *
002700*                 STAMPING PROGRAM-ID ADDRMNT AND CARRYING THE  *
002800*                 EFFECTIVE DATE, POSTAL CODE AND START OF LINE *
002900*                 1 AS THE BEFORE/AFTER IMAGES.  ADDRFILE IS    *
003000*                 THE VSAM CLUSTER DEFINED BY JCL/ADDRDEFN.JCL. *
003100*                                                                *
003200*    MODIFICATION HISTORY.                                      *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------  ----  --------------------------------------   *
003500*    2026-10-15 MO    INITIAL VERSION.                          *
003520*    2026-10-15 MO    ADDRFILE IS OPTIONAL SO THE FIRST SESSION *
003540*                     AGAINST THE EMPTY CLUSTER ADDRDEFN        *
003560*                     DEFINES OPENS WITH STATUS 05 AND CAN ADD  *
003580*                     THE FIRST ADDRESS.                        *
003600*                                                                *
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.    ADDRMNT.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS DYNAMIC
004600            RECORD KEY IS AD-STUDENT-ID
004700            FILE STATUS IS WS-ADDR-STATUS.
004800
004900     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS DYNAMIC
005200            RECORD KEY IS LS-STUDENT-ID
005300            FILE STATUS IS WS-STUDMAST-STATUS.
005400
005500     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
005600            ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ADDRESS-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY ADDRREC.
006300
006400 FD  STUDENT-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600     COPY STUDENT.
006700
006800 FD  AUDIT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AUDITREC.
007100
007200 WORKING-STORAGE SECTION.
007300
007400 01  WS-SWITCHES.
007500     05  WS-QUIT-SWITCH          PIC X(01)  VALUE "N".
007600         88  WS-QUIT                        VALUE "Y".
007700     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
007800         88  WS-RECORD-FOUND                VALUE "Y".
007900     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
008000         88  WS-FILES-OPEN                  VALUE "Y".
008100
008200 01  WS-ADDR-STATUS              PIC X(02)  VALUE SPACES.
008300     88  WS-ADDR-OK                         VALUE "00".
008350     88  WS-ADDR-OPENED                     VALUE "00" "05".
008400     88  WS-ADDR-DUPKEY                     VALUE "22".
008500     88  WS-ADDR-NOTFND                     VALUE "23".
008600
008700 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
008800     88  WS-STUDMAST-OK                     VALUE "00".
008900     88  WS-STUDMAST-NOTFND                 VALUE "23".
009000
009100 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
009200     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
009300     88  WS-COMMAND-ADD                     VALUE "A" "a".
009400     88  WS-COMMAND-CHANGE                  VALUE "C" "c".
009500     88  WS-COMMAND-DELETE                  VALUE "D" "d".
009600     88  WS-COMMAND-LIST                    VALUE "L" "l".
009700
009800 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
009900 01  WS-IN-ID                    PIC X(09)  VALUE SPACES.
010000 01  WS-IN-LINE-1                PIC X(30)  VALUE SPACES.
010100 01  WS-IN-LINE-2                PIC X(30)  VALUE SPACES.
010200 01  WS-IN-CITY                  PIC X(20)  VALUE SPACES.
010300 01  WS-IN-STATE                 PIC X(02)  VALUE SPACES.
010400 01  WS-IN-POSTAL                PIC X(10)  VALUE SPACES.
010500 01  WS-IN-COUNTRY               PIC X(02)  VALUE SPACES.
010600 01  WS-IN-EMAIL                 PIC X(50)  VALUE SPACES.
010700 01  WS-IN-CONFIRM               PIC X(01)  VALUE SPACE.
010800 01  WS-IN-DATE                  PIC X(08)  VALUE SPACES.
010900 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
011000 01  WS-ZERO-DATE                PIC X(08)  VALUE "00000000".
011100 01  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
011200 01  WS-AFTER-NAME               PIC X(30)  VALUE SPACES.
011300 01  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
011400
011500*    THE AUDIT TRAIL'S BEFORE/AFTER FIELDS CARRY THIS IMAGE OF
011600*    THE ADDRESS: EFFECTIVE DATE, POSTAL CODE, START OF LINE 1.
011700 01  WS-ADDRESS-IMAGE.
011800     05  WS-AI-EFFECTIVE-DATE    PIC X(08).
011900     05  FILLER                  PIC X(01)  VALUE SPACE.
012000     05  WS-AI-POSTAL-CODE       PIC X(10).
012100     05  FILLER                  PIC X(01)  VALUE SPACE.
012200     05  WS-AI-LINE-1            PIC X(10).
012300
012400 01  WS-CURRENT-DATE-FIELDS.
012500     05  WS-CURRENT-CCYY         PIC 9(04).
012600     05  WS-CURRENT-MM           PIC 9(02).
012700     05  WS-CURRENT-DD           PIC 9(02).
012800 01  WS-CURRENT-TIME-FIELDS.
012900     05  WS-CURRENT-HH           PIC 9(02).
013000     05  WS-CURRENT-MN           PIC 9(02).
013100     05  WS-CURRENT-SS           PIC 9(02).
013200     05  WS-CURRENT-HS           PIC 9(02).
013300
013400 PROCEDURE DIVISION.
013500
013600******************************************************************
013700* 0000-MAINLINE - OPEN THE FILES, LOOP OVER MAINTENANCE REQUESTS  *
013800* UNTIL THE OPERATOR QUITS, THEN CLOSE DOWN.                      *
013900******************************************************************
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014200     PERFORM 2000-MAINTAIN-ADDRESSES THRU 2000-EXIT
014300         UNTIL WS-QUIT
014400     PERFORM 8000-FINALIZE THRU 8000-EXIT
014500     GOBACK.
014600
014700******************************************************************
014800* 1000-INITIALIZE - OPEN THE ADDRESS FILE FOR UPDATE AND THE      *
014900* ONLINE MASTER FOR ID LOOKUPS, OPEN THE AUDIT TRAIL AND GET THE  *
015000* OPERATOR ID.  EITHER FILE FAILING TO OPEN ENDS THE SESSION.     *
015100******************************************************************
015200 1000-INITIALIZE.
015300     DISPLAY "ADDRMNT - STUDENT MAILING ADDRESS MAINTENANCE"
015400     OPEN I-O ADDRESS-FILE
015500     IF NOT WS-ADDR-OPENED
015600         DISPLAY "ADDRMNT - UNABLE TO OPEN ADDRESS FILE, "
015700                 "STATUS: " WS-ADDR-STATUS
015800         SET WS-QUIT TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF
016100     OPEN INPUT STUDENT-MASTER
016200     IF NOT WS-STUDMAST-OK
016300         DISPLAY "ADDRMNT - UNABLE TO OPEN ONLINE MASTER, "
016400                 "STATUS: " WS-STUDMAST-STATUS
016500         CLOSE ADDRESS-FILE
016600         SET WS-QUIT TO TRUE
016700         GO TO 1000-EXIT
016800     END-IF
016900     SET WS-FILES-OPEN TO TRUE
017000     OPEN EXTEND AUDIT-FILE
017100     PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
017200         UNTIL WS-OPERATOR-ID NOT = SPACES
017300     .
017400 1000-EXIT.
017500     EXIT.
017600
017700 1100-PROMPT-OPERATOR.
017800     DISPLAY "ENTER OPERATOR ID: "
017900     ACCEPT WS-OPERATOR-ID FROM CONSOLE
018000     .
018100 1100-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500* 2000-MAINTAIN-ADDRESSES - PROMPT FOR THE NEXT ACTION AND DRIVE  *
018600* IT.                                                             *
018700******************************************************************
018800 2000-MAINTAIN-ADDRESSES.
018900     DISPLAY "ENTER ACTION - A=ADD C=CHANGE D=DELETE L=LIST "
019000             "Q=QUIT: "
019100     ACCEPT WS-OPERATOR-COMMAND FROM CONSOLE
019200     EVALUATE TRUE
019300         WHEN WS-COMMAND-QUIT
019400             SET WS-QUIT TO TRUE
019500         WHEN WS-COMMAND-ADD
019600             PERFORM 2200-ADD-ADDRESS THRU 2200-EXIT
019700         WHEN WS-COMMAND-CHANGE
019800             PERFORM 2300-CHANGE-ADDRESS THRU 2300-EXIT
019900         WHEN WS-COMMAND-DELETE
020000             PERFORM 2350-DELETE-ADDRESS THRU 2350-EXIT
020100         WHEN WS-COMMAND-LIST
020200             PERFORM 2400-LIST-ADDRESS THRU 2400-EXIT
020300         WHEN OTHER
020400             DISPLAY "ADDRMNT - UNRECOGNIZED ACTION: "
020500                     WS-OPERATOR-COMMAND
020600     END-EVALUATE
020700     .
020800 2000-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200* 2200-ADD-ADDRESS - ADD AN ADDRESS FOR A STUDENT WITH NONE ON    *
021300* FILE.  AN UNKNOWN STUDENT, AN ADDRESS ALREADY ON FILE, OR A     *
021400* BLANK LINE 1, CITY OR POSTAL CODE REJECTS THE ATTEMPT; EITHER   *
021500* WAY THE ATTEMPT IS AUDITED.                                     *
021600******************************************************************
021700 2200-ADD-ADDRESS.
021800     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
021900     MOVE SPACES TO WS-BEFORE-NAME
022000     MOVE SPACES TO WS-AFTER-NAME
022100     PERFORM 2500-CHECK-STUDENT THRU 2500-EXIT
022200     IF NOT WS-RECORD-FOUND
022300         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
022400         GO TO 2200-EXIT
022500     END-IF
022600     PERFORM 2700-READ-ADDRESS THRU 2700-EXIT
022700     IF WS-RECORD-FOUND
022800         DISPLAY "ADDRMNT - AN ADDRESS IS ALREADY ON FILE, "
022900                 "USE C TO CHANGE IT"
023000         PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
023100         MOVE WS-ADDRESS-IMAGE TO WS-BEFORE-NAME
023200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
023300         GO TO 2200-EXIT
023400     END-IF
023500     PERFORM 2650-PROMPT-FIELDS THRU 2650-EXIT
023600     IF WS-IN-LINE-1 = SPACES
023700        OR WS-IN-CITY = SPACES
023800        OR WS-IN-POSTAL = SPACES
023900         DISPLAY "ADDRMNT - LINE 1, CITY AND POSTAL CODE ARE "
024000                 "REQUIRED"
024100         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
024200         GO TO 2200-EXIT
024300     END-IF
024400     MOVE SPACES        TO STUDENT-ADDRESS-RECORD
024500     MOVE WS-IN-ID      TO AD-STUDENT-ID
024600     PERFORM 2660-APPLY-FIELDS THRU 2660-EXIT
024700     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
024800     WRITE STUDENT-ADDRESS-RECORD
024900         INVALID KEY
025000             IF WS-ADDR-DUPKEY
025100                 DISPLAY "ADDRMNT - AN ADDRESS IS ALREADY ON "
025200                         "FILE FOR " WS-IN-ID
025300             ELSE
025400                 DISPLAY "ADDRMNT - WRITE FAILED, STATUS: "
025500                         WS-ADDR-STATUS
025600             END-IF
025700             MOVE WS-ADDRESS-IMAGE TO WS-BEFORE-NAME
025800             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
025900         NOT INVALID KEY
026000             MOVE WS-ADDRESS-IMAGE TO WS-AFTER-NAME
026100             DISPLAY "ADDRMNT - ADDRESS ADDED: " WS-IN-ID
026200                     " EFFECTIVE " AD-EFFECTIVE-DATE
026300             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
026400     END-WRITE
026500     .
026600 2200-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000* 2300-CHANGE-ADDRESS - OVERLAY THE KEYED FIELDS ON THE ADDRESS   *
027100* ON FILE.  A BLANK FIELD KEEPS ITS CURRENT VALUE, SO LINE 1, THE *
027200* CITY AND THE POSTAL CODE CAN BE REPLACED BUT NEVER BLANKED.  A  *
027300* BLANK EFFECTIVE DATE MAKES THE CHANGED ADDRESS EFFECTIVE TODAY. *
027400******************************************************************
027500 2300-CHANGE-ADDRESS.
027600     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
027700     MOVE SPACES TO WS-BEFORE-NAME
027800     MOVE SPACES TO WS-AFTER-NAME
027900     PERFORM 2700-READ-ADDRESS THRU 2700-EXIT
028000     IF NOT WS-RECORD-FOUND
028100         DISPLAY "ADDRMNT - NO ADDRESS ON FILE FOR " WS-IN-ID
028200                 ", USE A TO ADD ONE"
028300         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
028400         GO TO 2300-EXIT
028500     END-IF
028600     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
028700     MOVE WS-ADDRESS-IMAGE TO WS-BEFORE-NAME
028800     PERFORM 2410-SHOW-ADDRESS THRU 2410-EXIT
028900     DISPLAY "ADDRMNT - BLANK ENTRIES KEEP THE CURRENT VALUE"
029000     PERFORM 2650-PROMPT-FIELDS THRU 2650-EXIT
029100     PERFORM 2660-APPLY-FIELDS THRU 2660-EXIT
029200     REWRITE STUDENT-ADDRESS-RECORD
029300         INVALID KEY
029400             DISPLAY "ADDRMNT - REWRITE FAILED, STATUS: "
029500                     WS-ADDR-STATUS
029600             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
029700         NOT INVALID KEY
029800             PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
029900             MOVE WS-ADDRESS-IMAGE TO WS-AFTER-NAME
030000             DISPLAY "ADDRMNT - ADDRESS CHANGED: " WS-IN-ID
030100                     " EFFECTIVE " AD-EFFECTIVE-DATE
030200             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
030300     END-REWRITE
030400     .
030500 2300-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 2350-DELETE-ADDRESS - REMOVE THE ADDRESS ON FILE AFTER THE      *
031000* OPERATOR CONFIRMS IT.  THE AUDIT RECORD KEEPS THE BEFORE IMAGE. *
031100******************************************************************
031200 2350-DELETE-ADDRESS.
031300     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
031400     MOVE SPACES TO WS-BEFORE-NAME
031500     MOVE SPACES TO WS-AFTER-NAME
031600     PERFORM 2700-READ-ADDRESS THRU 2700-EXIT
031700     IF NOT WS-RECORD-FOUND
031800         DISPLAY "ADDRMNT - NO ADDRESS ON FILE FOR " WS-IN-ID
031900         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
032000         GO TO 2350-EXIT
032100     END-IF
032200     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
032300     MOVE WS-ADDRESS-IMAGE TO WS-BEFORE-NAME
032400     PERFORM 2410-SHOW-ADDRESS THRU 2410-EXIT
032500     DISPLAY "DELETE THIS ADDRESS? (Y/N): "
032600     MOVE SPACE TO WS-IN-CONFIRM
032700     ACCEPT WS-IN-CONFIRM FROM CONSOLE
032800     IF WS-IN-CONFIRM NOT = "Y" AND NOT = "y"
032900         DISPLAY "ADDRMNT - DELETE NOT CONFIRMED"
033000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
033100         GO TO 2350-EXIT
033200     END-IF
033300     DELETE ADDRESS-FILE
033400         INVALID KEY
033500             DISPLAY "ADDRMNT - DELETE FAILED, STATUS: "
033600                     WS-ADDR-STATUS
033700             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
033800         NOT INVALID KEY
033900             DISPLAY "ADDRMNT - ADDRESS DELETED: " WS-IN-ID
034000             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
034100     END-DELETE
034200     .
034300 2350-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2400-LIST-ADDRESS - DISPLAY THE ADDRESS ON FILE FOR A STUDENT.  *
034800* AN INQUIRY ONLY - NOTHING IS AUDITED.                           *
034900******************************************************************
035000 2400-LIST-ADDRESS.
035100     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
035200     PERFORM 2700-READ-ADDRESS THRU 2700-EXIT
035300     IF WS-RECORD-FOUND
035400         PERFORM 2410-SHOW-ADDRESS THRU 2410-EXIT
035500     ELSE
035600         DISPLAY "ADDRMNT - NO ADDRESS ON FILE FOR " WS-IN-ID
035700     END-IF
035800     .
035900 2400-EXIT.
036000     EXIT.
036100
036200 2410-SHOW-ADDRESS.
036300     DISPLAY "ADDRMNT -   LINE 1:    " AD-ADDRESS-LINE-1
036400     DISPLAY "ADDRMNT -   LINE 2:    " AD-ADDRESS-LINE-2
036500     DISPLAY "ADDRMNT -   CITY:      " AD-CITY
036600             " STATE " AD-STATE-CODE
036700     DISPLAY "ADDRMNT -   POSTAL:    " AD-POSTAL-CODE
036800             " COUNTRY " AD-COUNTRY-CODE
036900     DISPLAY "ADDRMNT -   EMAIL:     " AD-EMAIL-ADDRESS
037000     DISPLAY "ADDRMNT -   EFFECTIVE: " AD-EFFECTIVE-DATE
037100             " LAST CHANGED " AD-LAST-CHANGE-DATE
037200             " BY " AD-LAST-CHANGE-BY
037300     IF AD-EFFECTIVE-DATE > WS-TODAY
037400         DISPLAY "ADDRMNT -   NOT YET EFFECTIVE - NO MAIL IS "
037500                 "SENT TO IT BEFORE " AD-EFFECTIVE-DATE
037600     END-IF
037700     .
037800 2410-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 2500-CHECK-STUDENT - AN ADDRESS MAY ONLY BE ADDED FOR A STUDENT *
038300* ON THE ONLINE MASTER, SO A MISKEYED ID IS CAUGHT HERE.          *
038400******************************************************************
038500 2500-CHECK-STUDENT.
038600     MOVE "N" TO WS-FOUND-SWITCH
038700     MOVE WS-IN-ID TO LS-STUDENT-ID
038800     READ STUDENT-MASTER
038900         KEY IS LS-STUDENT-ID
039000         INVALID KEY
039100             IF WS-STUDMAST-NOTFND
039200                 DISPLAY "ADDRMNT - STUDENT ID NOT FOUND: "
039300                         WS-IN-ID
039400             ELSE
039500                 DISPLAY "ADDRMNT - MASTER READ FAILED, STATUS: "
039600                         WS-STUDMAST-STATUS
039700             END-IF
039800         NOT INVALID KEY
039900             SET WS-RECORD-FOUND TO TRUE
040000             DISPLAY "ADDRMNT - STUDENT: " LS-STUDENT-NAME
040100     END-READ
040200     .
040300 2500-EXIT.
040400     EXIT.
040500
040600 2600-PROMPT-ID.
040700     DISPLAY "ENTER STUDENT ID: "
040800     MOVE SPACES TO WS-IN-ID
040900     ACCEPT WS-IN-ID FROM CONSOLE
041000     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
041100     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
041200     .
041300 2600-EXIT.
041400     EXIT.
041500
041600 2650-PROMPT-FIELDS.
041700     DISPLAY "ENTER ADDRESS LINE 1: "
041800     MOVE SPACES TO WS-IN-LINE-1
041900     ACCEPT WS-IN-LINE-1 FROM CONSOLE
042000     DISPLAY "ENTER ADDRESS LINE 2: "
042100     MOVE SPACES TO WS-IN-LINE-2
042200     ACCEPT WS-IN-LINE-2 FROM CONSOLE
042300     DISPLAY "ENTER CITY: "
042400     MOVE SPACES TO WS-IN-CITY
042500     ACCEPT WS-IN-CITY FROM CONSOLE
042600     DISPLAY "ENTER STATE CODE: "
042700     MOVE SPACES TO WS-IN-STATE
042800     ACCEPT WS-IN-STATE FROM CONSOLE
042900     DISPLAY "ENTER POSTAL CODE: "
043000     MOVE SPACES TO WS-IN-POSTAL
043100     ACCEPT WS-IN-POSTAL FROM CONSOLE
043200     DISPLAY "ENTER COUNTRY CODE (BLANK = DOMESTIC): "
043300     MOVE SPACES TO WS-IN-COUNTRY
043400     ACCEPT WS-IN-COUNTRY FROM CONSOLE
043500     DISPLAY "ENTER EMAIL ADDRESS: "
043600     MOVE SPACES TO WS-IN-EMAIL
043700     ACCEPT WS-IN-EMAIL FROM CONSOLE
043800     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD, BLANK = TODAY): "
043900     PERFORM 2900-ACCEPT-OPEN-DATE THRU 2900-EXIT
044000     IF WS-IN-DATE = WS-ZERO-DATE
044100         MOVE WS-TODAY TO WS-IN-DATE
044200     END-IF
044300     .
044400 2650-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 2660-APPLY-FIELDS - MOVE THE NON-BLANK ENTRIES INTO THE RECORD  *
044900* AREA AND STAMP IT WITH TODAY'S DATE AND THE OPERATOR ID.  THE   *
045000* COUNTRY CODE CAN ONLY BE CLEARED BY DELETING AND RE-ADDING.     *
045100******************************************************************
045200 2660-APPLY-FIELDS.
045300     IF WS-IN-LINE-1 NOT = SPACES
045400         MOVE WS-IN-LINE-1 TO AD-ADDRESS-LINE-1
045500     END-IF
045600     IF WS-IN-LINE-2 NOT = SPACES
045700         MOVE WS-IN-LINE-2 TO AD-ADDRESS-LINE-2
045800     END-IF
045900     IF WS-IN-CITY NOT = SPACES
046000         MOVE WS-IN-CITY TO AD-CITY
046100     END-IF
046200     IF WS-IN-STATE NOT = SPACES
046300         MOVE WS-IN-STATE TO AD-STATE-CODE
046400     END-IF
046500     IF WS-IN-POSTAL NOT = SPACES
046600         MOVE WS-IN-POSTAL TO AD-POSTAL-CODE
046700     END-IF
046800     IF WS-IN-COUNTRY NOT = SPACES
046900         MOVE WS-IN-COUNTRY TO AD-COUNTRY-CODE
047000     END-IF
047100     IF WS-IN-EMAIL NOT = SPACES
047200         MOVE WS-IN-EMAIL TO AD-EMAIL-ADDRESS
047300     END-IF
047400     MOVE WS-IN-DATE     TO AD-EFFECTIVE-DATE
047500     MOVE WS-TODAY       TO AD-LAST-CHANGE-DATE
047600     MOVE WS-OPERATOR-ID TO AD-LAST-CHANGE-BY
047700     .
047800 2660-EXIT.
047900     EXIT.
048000
048100 2700-READ-ADDRESS.
048200     MOVE "N" TO WS-FOUND-SWITCH
048300     MOVE WS-IN-ID TO AD-STUDENT-ID
048400     READ ADDRESS-FILE
048500         KEY IS AD-STUDENT-ID
048600         INVALID KEY
048700             IF NOT WS-ADDR-NOTFND
048800                 DISPLAY "ADDRMNT - ADDRESS READ FAILED, STATUS: "
048900                         WS-ADDR-STATUS
049000             END-IF
049100         NOT INVALID KEY
049200             SET WS-RECORD-FOUND TO TRUE
049300     END-READ
049400     .
049500 2700-EXIT.
049600     EXIT.
049700
049800 2800-BUILD-IMAGE.
049900     MOVE AD-EFFECTIVE-DATE TO WS-AI-EFFECTIVE-DATE
050000     MOVE AD-POSTAL-CODE    TO WS-AI-POSTAL-CODE
050100     MOVE AD-ADDRESS-LINE-1 TO WS-AI-LINE-1
050200     .
050300 2800-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 2900-ACCEPT-OPEN-DATE - ACCEPT AN OPTIONAL CCYYMMDD DATE.  A    *
050800* BLANK OR NON-NUMERIC ENTRY COMES BACK AS ZEROS AND THE CALLER   *
050900* SUBSTITUTES TODAY, AS HOLDMNT DOES.                             *
051000******************************************************************
051100 2900-ACCEPT-OPEN-DATE.
051200     MOVE SPACES TO WS-IN-DATE
051300     ACCEPT WS-IN-DATE FROM CONSOLE
051400     IF WS-IN-DATE NOT NUMERIC
051500         MOVE WS-ZERO-DATE TO WS-IN-DATE
051600     END-IF
051700     .
051800 2900-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 7000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE ATTEMPT JUST *
052300* MADE, STAMPING PROGRAM-ID ADDRMNT AND CARRYING THE ADDRESS      *
052400* IMAGES AS THE BEFORE AND AFTER NAMES.  DATE AND TIME ARE        *
052500* CAPTURED PER ATTEMPT, AS IN STUMAINT.                           *
052600******************************************************************
052700 7000-WRITE-AUDIT.
052800     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
052900     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
053000     MOVE SPACES               TO MAINT-AUDIT-RECORD
053100     MOVE WS-OPERATOR-ID       TO AU-OPERATOR-ID
053200     MOVE WS-CURRENT-CCYY(1:2) TO AU-AUDIT-CENTURY
053300     MOVE WS-CURRENT-CCYY(3:2) TO AU-AUDIT-YEAR
053400     MOVE WS-CURRENT-MM        TO AU-AUDIT-MONTH
053500     MOVE WS-CURRENT-DD        TO AU-AUDIT-DAY
053600     MOVE WS-CURRENT-HH        TO AU-AUDIT-HOUR
053700     MOVE WS-CURRENT-MN        TO AU-AUDIT-MINUTE
053800     MOVE WS-CURRENT-SS        TO AU-AUDIT-SECOND
053900     MOVE "ADDRMNT "           TO AU-PROGRAM-ID
054000     MOVE WS-IN-ID             TO AU-STUDENT-ID
054100     MOVE WS-AUDIT-ACTION      TO AU-ACTION-CODE
054200     MOVE ZERO                 TO AU-SUB-RETURN-CODE
054300     MOVE WS-BEFORE-NAME       TO AU-BEFORE-NAME
054400     MOVE WS-AFTER-NAME        TO AU-AFTER-NAME
054500     WRITE MAINT-AUDIT-RECORD
054600     .
054700 7000-EXIT.
054800     EXIT.
054900
055000 7100-AUDIT-REJECTED.
055100     MOVE "R" TO WS-AUDIT-ACTION
055200     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
055300     .
055400 7100-EXIT.
055500     EXIT.
055600
055700 7200-AUDIT-APPLIED.
055800     MOVE "A" TO WS-AUDIT-ACTION
055900     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
056000     .
056100 7200-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* 8000-FINALIZE - CLOSE DOWN.  THE AUDIT FILE IS ONLY OPEN WHEN   *
056600* BOTH DATA FILES OPENED AND AN OPERATOR ID WAS KEYED.            *
056700******************************************************************
056800 8000-FINALIZE.
056900     IF WS-FILES-OPEN
057000         CLOSE ADDRESS-FILE
057100         CLOSE STUDENT-MASTER
057200     END-IF
057300     IF WS-OPERATOR-ID NOT = SPACES
057400         CLOSE AUDIT-FILE
057500     END-IF
057600     DISPLAY "ADDRMNT - MAINTENANCE SESSION COMPLETE"
057700     .
057800 8000-EXIT.
057900     EXIT.

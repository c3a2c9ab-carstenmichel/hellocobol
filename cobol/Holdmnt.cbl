000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  HOLDMNT                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     OPERATOR-DRIVEN MAINTENANCE MENU FOR THE      *
001000*                 REGISTRATION HOLDS FILE, MODELED ON STUMAINT  *
001100*                 AND CURRMNT.  THE OPERATOR CAN:               *
001200*                     P - PLACE A HOLD: TYPE, PLACING OFFICE,   *
001300*                         PLACED DATE, WHETHER IT BLOCKS        *
001400*                         REGISTRATION, AND A FREE-TEXT REASON  *
001500*                     R - RELEASE A STUDENT'S ACTIVE HOLD OF A  *
001600*                         GIVEN TYPE AS OF A RELEASED DATE      *
001700*                     L - LIST EVERY HOLD ON FILE FOR A STUDENT *
001800*                 A HOLD CAN ONLY BE PLACED ON A STUDENT ON THE *
001900*                 ONLINE MASTER, AND ONLY ONE HOLD OF EACH TYPE *
002000*                 MAY BE ACTIVE AT A TIME.  RELEASED HOLDS ARE  *
002100*                 NEVER DELETED - THE RELEASED DATE IS SET AND  *
002200*                 THE RECORD STAYS AS HISTORY.  EVERY PLACE OR  *
002300*                 RELEASE ATTEMPT, APPLIED OR REJECTED, WRITES  *
002400*                 A PERMANENT AUDIT RECORD (AUDITREC) TO THE    *
002500*                 SAME TRAIL STUMAINT WRITES, STAMPING          *
002600*                 PROGRAM-ID HOLDMNT AND CARRYING THE HOLD      *
002700*                 TYPE, OFFICE, PLACED AND RELEASED DATES AS    *
002800*                 THE BEFORE/AFTER IMAGES.  HOLDFILE IS THE     *
002900*                 VSAM CLUSTER DEFINED BY JCL/HOLDDEFN.JCL.     *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    DATE       INIT  DESCRIPTION                                *
003300*    ---------  ----  --------------------------------------   *
003400*    2026-10-15 MO    INITIAL VERSION.                          *
003420*    2026-10-15 MO    HOLDFILE IS OPTIONAL SO THE FIRST SESSION *
003440*                     AGAINST THE EMPTY CLUSTER HOLDDEFN        *
003460*                     DEFINES OPENS WITH STATUS 05 AND CAN ADD  *
003480*                     THE FIRST HOLD.                           *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    HOLDMNT.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
004300            ORGANIZATION IS INDEXED
004400            ACCESS MODE IS DYNAMIC
004500            RECORD KEY IS HD-HOLD-KEY
004600            FILE STATUS IS WS-HOLD-STATUS.
004700
004800     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE IS DYNAMIC
005100            RECORD KEY IS LS-STUDENT-ID
005200            FILE STATUS IS WS-STUDMAST-STATUS.
005300
005400     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
005500            ORGANIZATION IS SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  HOLD-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY HOLDREC.
006200
006300 FD  STUDENT-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500     COPY STUDENT.
006600
006700 FD  AUDIT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY AUDITREC.
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-SWITCHES.
007400     05  WS-QUIT-SWITCH          PIC X(01)  VALUE "N".
007500         88  WS-QUIT                        VALUE "Y".
007600     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
007700         88  WS-RECORD-FOUND                VALUE "Y".
007800     05  WS-HOLD-EOF-SWITCH      PIC X(01)  VALUE "N".
007900         88  WS-HOLD-EOF                    VALUE "Y".
008000     05  WS-DATE-SWITCH          PIC X(01)  VALUE "Y".
008100         88  WS-DATE-OK                     VALUE "Y".
008200         88  WS-DATE-BAD                    VALUE "N".
008300     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
008400         88  WS-FILES-OPEN                  VALUE "Y".
008500
008600 01  WS-HOLD-STATUS              PIC X(02)  VALUE SPACES.
008700     88  WS-HOLD-OK                         VALUE "00".
008750     88  WS-HOLD-OPENED                     VALUE "00" "05".
008800     88  WS-HOLD-DUPKEY                     VALUE "22".
008900     88  WS-HOLD-NOTFND                     VALUE "23".
009000
009100 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
009200     88  WS-STUDMAST-OK                     VALUE "00".
009300     88  WS-STUDMAST-NOTFND                 VALUE "23".
009400
009500 01  WS-OPERATOR-COMMAND         PIC X(01)  VALUE SPACE.
009600     88  WS-COMMAND-QUIT                    VALUE "Q" "q".
009700     88  WS-COMMAND-PLACE                   VALUE "P" "p".
009800     88  WS-COMMAND-RELEASE                 VALUE "R" "r".
009900     88  WS-COMMAND-LIST                    VALUE "L" "l".
010000
010100 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
010200 01  WS-IN-ID                    PIC X(09)  VALUE SPACES.
010300 01  WS-IN-TYPE                  PIC X(02)  VALUE SPACES.
010400     88  WS-IN-TYPE-VALID                   VALUE "FN" "DS" "RC"
010500                                                  "AV".
010600 01  WS-IN-OFFICE                PIC X(08)  VALUE SPACES.
010700 01  WS-IN-BLOCK-FLAG            PIC X(01)  VALUE SPACE.
010800 01  WS-IN-REASON                PIC X(40)  VALUE SPACES.
010900 01  WS-IN-DATE                  PIC X(08)  VALUE SPACES.
011000 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
011100 01  WS-ZERO-DATE                PIC X(08)  VALUE "00000000".
011200 01  WS-HOLD-COUNT               PIC 9(05)  COMP VALUE ZERO.
011300 01  WS-HOLD-STATE               PIC X(08)  VALUE SPACES.
011400 01  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
011500 01  WS-AFTER-NAME               PIC X(30)  VALUE SPACES.
011600 01  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
011700
011800*    THE AUDIT TRAIL'S BEFORE/AFTER FIELDS CARRY THIS IMAGE OF
011900*    THE HOLD: TYPE, OFFICE, PLACED DATE, RELEASED DATE.
012000 01  WS-HOLD-IMAGE.
012100     05  WS-HI-TYPE              PIC X(02).
012200     05  FILLER                  PIC X(01)  VALUE SPACE.
012300     05  WS-HI-OFFICE            PIC X(08).
012400     05  FILLER                  PIC X(01)  VALUE SPACE.
012500     05  WS-HI-PLACED-DATE       PIC X(08).
012600     05  FILLER                  PIC X(01)  VALUE SPACE.
012700     05  WS-HI-RELEASED-DATE     PIC X(08).
012800     05  FILLER                  PIC X(01)  VALUE SPACE.
012900
013000 01  WS-CURRENT-DATE-FIELDS.
013100     05  WS-CURRENT-CCYY         PIC 9(04).
013200     05  WS-CURRENT-MM           PIC 9(02).
013300     05  WS-CURRENT-DD           PIC 9(02).
013400 01  WS-CURRENT-TIME-FIELDS.
013500     05  WS-CURRENT-HH           PIC 9(02).
013600     05  WS-CURRENT-MN           PIC 9(02).
013700     05  WS-CURRENT-SS           PIC 9(02).
013800     05  WS-CURRENT-HS           PIC 9(02).
013900
014000 PROCEDURE DIVISION.
014100
014200******************************************************************
014300* 0000-MAINLINE - OPEN THE FILES, LOOP OVER MAINTENANCE REQUESTS  *
014400* UNTIL THE OPERATOR QUITS, THEN CLOSE DOWN.                      *
014500******************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014800     PERFORM 2000-MAINTAIN-HOLDS THRU 2000-EXIT
014900         UNTIL WS-QUIT
015000     PERFORM 8000-FINALIZE THRU 8000-EXIT
015100     GOBACK.
015200
015300******************************************************************
015400* 1000-INITIALIZE - OPEN THE HOLDS FILE FOR UPDATE AND THE ONLINE *
015500* MASTER FOR ID LOOKUPS, OPEN THE AUDIT TRAIL AND GET THE         *
015600* OPERATOR ID.  EITHER FILE FAILING TO OPEN ENDS THE SESSION.     *
015700******************************************************************
015800 1000-INITIALIZE.
015900     DISPLAY "HOLDMNT - REGISTRATION HOLD MAINTENANCE"
016000     OPEN I-O HOLD-FILE
016100     IF NOT WS-HOLD-OPENED
016200         DISPLAY "HOLDMNT - UNABLE TO OPEN HOLDS FILE, "
016300                 "STATUS: " WS-HOLD-STATUS
016400         SET WS-QUIT TO TRUE
016500         GO TO 1000-EXIT
016600     END-IF
016700     OPEN INPUT STUDENT-MASTER
016800     IF NOT WS-STUDMAST-OK
016900         DISPLAY "HOLDMNT - UNABLE TO OPEN ONLINE MASTER, "
017000                 "STATUS: " WS-STUDMAST-STATUS
017100         CLOSE HOLD-FILE
017200         SET WS-QUIT TO TRUE
017300         GO TO 1000-EXIT
017400     END-IF
017500     SET WS-FILES-OPEN TO TRUE
017600     OPEN EXTEND AUDIT-FILE
017700     PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
017800         UNTIL WS-OPERATOR-ID NOT = SPACES
017900     .
018000 1000-EXIT.
018100     EXIT.
018200
018300 1100-PROMPT-OPERATOR.
018400     DISPLAY "ENTER OPERATOR ID: "
018500     ACCEPT WS-OPERATOR-ID FROM CONSOLE
018600     .
018700 1100-EXIT.
018800     EXIT.
018900
019000******************************************************************
019100* 2000-MAINTAIN-HOLDS - PROMPT FOR THE NEXT ACTION AND DRIVE IT.  *
019200******************************************************************
019300 2000-MAINTAIN-HOLDS.
019400     DISPLAY "ENTER ACTION - P=PLACE R=RELEASE L=LIST Q=QUIT: "
019500     ACCEPT WS-OPERATOR-COMMAND FROM CONSOLE
019600     EVALUATE TRUE
019700         WHEN WS-COMMAND-QUIT
019800             SET WS-QUIT TO TRUE
019900         WHEN WS-COMMAND-PLACE
020000             PERFORM 2200-PLACE-HOLD THRU 2200-EXIT
020100         WHEN WS-COMMAND-RELEASE
020200             PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
020300         WHEN WS-COMMAND-LIST
020400             PERFORM 2400-LIST-HOLDS THRU 2400-EXIT
020500         WHEN OTHER
020600             DISPLAY "HOLDMNT - UNRECOGNIZED ACTION: "
020700                     WS-OPERATOR-COMMAND
020800     END-EVALUATE
020900     .
021000 2000-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400* 2200-PLACE-HOLD - PLACE A NEW HOLD.  AN UNKNOWN STUDENT, A BAD  *
021500* HOLD TYPE, AN ACTIVE HOLD OF THE SAME TYPE ALREADY ON FILE, A   *
021600* BLANK OFFICE OR REASON, OR A BAD DATE REJECTS THE ATTEMPT;      *
021700* EITHER WAY THE ATTEMPT IS AUDITED.                              *
021800******************************************************************
021900 2200-PLACE-HOLD.
022000     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
022100     PERFORM 2650-PROMPT-TYPE THRU 2650-EXIT
022200     MOVE SPACES TO WS-BEFORE-NAME
022300     MOVE SPACES TO WS-AFTER-NAME
022400     PERFORM 2500-CHECK-STUDENT THRU 2500-EXIT
022500     IF NOT WS-RECORD-FOUND
022600         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
022700         GO TO 2200-EXIT
022800     END-IF
022900     IF NOT WS-IN-TYPE-VALID
023000         DISPLAY "HOLDMNT - HOLD TYPE MUST BE FN, DS, RC OR AV: "
023100                 WS-IN-TYPE
023200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
023300         GO TO 2200-EXIT
023400     END-IF
023500     PERFORM 2700-FIND-ACTIVE-HOLD THRU 2700-EXIT
023600     IF WS-RECORD-FOUND
023700         DISPLAY "HOLDMNT - AN ACTIVE " WS-IN-TYPE
023800                 " HOLD IS ALREADY ON FILE, PLACED "
023900                 HD-PLACED-DATE " BY " HD-PLACING-OFFICE
024000         PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
024100         MOVE WS-HOLD-IMAGE TO WS-BEFORE-NAME
024200         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
024300         GO TO 2200-EXIT
024400     END-IF
024500     DISPLAY "ENTER PLACING OFFICE: "
024600     MOVE SPACES TO WS-IN-OFFICE
024700     ACCEPT WS-IN-OFFICE FROM CONSOLE
024800     IF WS-IN-OFFICE = SPACES
024900         DISPLAY "HOLDMNT - PLACING OFFICE REQUIRED"
025000         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
025100         GO TO 2200-EXIT
025200     END-IF
025300     DISPLAY "ENTER REASON: "
025400     MOVE SPACES TO WS-IN-REASON
025500     ACCEPT WS-IN-REASON FROM CONSOLE
025600     IF WS-IN-REASON = SPACES
025700         DISPLAY "HOLDMNT - REASON REQUIRED"
025800         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
025900         GO TO 2200-EXIT
026000     END-IF
026100     DISPLAY "BLOCKS REGISTRATION? (Y/N, BLANK = Y): "
026200     MOVE SPACE TO WS-IN-BLOCK-FLAG
026300     ACCEPT WS-IN-BLOCK-FLAG FROM CONSOLE
026400     IF WS-IN-BLOCK-FLAG = "N" OR "n"
026500         MOVE "N" TO WS-IN-BLOCK-FLAG
026600     ELSE
026700         MOVE "Y" TO WS-IN-BLOCK-FLAG
026800     END-IF
026900     DISPLAY "ENTER PLACED DATE (CCYYMMDD, BLANK = TODAY): "
027000     PERFORM 2900-ACCEPT-OPEN-DATE THRU 2900-EXIT
027100     IF WS-IN-DATE = WS-ZERO-DATE
027200         MOVE WS-TODAY TO WS-IN-DATE
027300     END-IF
027400     MOVE SPACES           TO REGISTRATION-HOLD-RECORD
027500     MOVE WS-IN-ID         TO HD-STUDENT-ID
027600     MOVE WS-IN-TYPE       TO HD-HOLD-TYPE
027700     MOVE WS-IN-DATE       TO HD-PLACED-DATE
027800     MOVE WS-IN-OFFICE     TO HD-PLACING-OFFICE
027900     MOVE WS-ZERO-DATE     TO HD-RELEASED-DATE
028000     MOVE WS-IN-BLOCK-FLAG TO HD-BLOCK-FLAG
028100     MOVE WS-IN-REASON     TO HD-REASON
028200     MOVE WS-OPERATOR-ID   TO HD-PLACED-BY
028300     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
028400     WRITE REGISTRATION-HOLD-RECORD
028500         INVALID KEY
028600             IF WS-HOLD-DUPKEY
028700                 DISPLAY "HOLDMNT - A " WS-IN-TYPE " HOLD PLACED "
028800                         WS-IN-DATE " IS ALREADY ON FILE"
028900             ELSE
029000                 DISPLAY "HOLDMNT - WRITE FAILED, STATUS: "
029100                         WS-HOLD-STATUS
029200             END-IF
029300             MOVE WS-HOLD-IMAGE TO WS-BEFORE-NAME
029400             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
029500         NOT INVALID KEY
029600             MOVE WS-HOLD-IMAGE TO WS-AFTER-NAME
029700             DISPLAY "HOLDMNT - HOLD PLACED: " WS-IN-ID " "
029800                     WS-IN-TYPE " EFFECTIVE " WS-IN-DATE
029900             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
030000     END-WRITE
030100     .
030200 2200-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600* 2300-RELEASE-HOLD - SET THE RELEASED DATE ON THE STUDENT'S      *
030700* ACTIVE HOLD OF THE KEYED TYPE.  A BLANK DATE RELEASES IT AS OF  *
030800* TODAY; A DATE BEFORE THE PLACED DATE IS REJECTED.               *
030900******************************************************************
031000 2300-RELEASE-HOLD.
031100     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
031200     PERFORM 2650-PROMPT-TYPE THRU 2650-EXIT
031300     MOVE SPACES TO WS-BEFORE-NAME
031400     MOVE SPACES TO WS-AFTER-NAME
031500     PERFORM 2700-FIND-ACTIVE-HOLD THRU 2700-EXIT
031600     IF NOT WS-RECORD-FOUND
031700         DISPLAY "HOLDMNT - NO ACTIVE " WS-IN-TYPE
031800                 " HOLD ON FILE FOR " WS-IN-ID
031900         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
032000         GO TO 2300-EXIT
032100     END-IF
032200     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
032300     MOVE WS-HOLD-IMAGE TO WS-BEFORE-NAME
032400     DISPLAY "HOLDMNT - ACTIVE HOLD: " HD-HOLD-TYPE " PLACED "
032500             HD-PLACED-DATE " BY " HD-PLACING-OFFICE
032600     DISPLAY "HOLDMNT -   REASON: " HD-REASON
032700     DISPLAY "ENTER RELEASED DATE (CCYYMMDD, BLANK = TODAY): "
032800     PERFORM 2900-ACCEPT-OPEN-DATE THRU 2900-EXIT
032900     IF WS-IN-DATE = WS-ZERO-DATE
033000         MOVE WS-TODAY TO WS-IN-DATE
033100     END-IF
033200     IF WS-IN-DATE < HD-PLACED-DATE
033300         DISPLAY "HOLDMNT - RELEASED DATE IS BEFORE THE PLACED "
033400                 "DATE: " WS-IN-DATE
033500         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
033600         GO TO 2300-EXIT
033700     END-IF
033800     MOVE WS-IN-DATE     TO HD-RELEASED-DATE
033900     MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
034000     REWRITE REGISTRATION-HOLD-RECORD
034100         INVALID KEY
034200             DISPLAY "HOLDMNT - REWRITE FAILED, STATUS: "
034300                     WS-HOLD-STATUS
034400             PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
034500         NOT INVALID KEY
034600             PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT
034700             MOVE WS-HOLD-IMAGE TO WS-AFTER-NAME
034800             DISPLAY "HOLDMNT - HOLD RELEASED: " WS-IN-ID " "
034900                     WS-IN-TYPE " EFFECTIVE " WS-IN-DATE
035000             PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
035100     END-REWRITE
035200     .
035300 2300-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 2400-LIST-HOLDS - DISPLAY EVERY HOLD ON FILE FOR A STUDENT,     *
035800* ACTIVE AND RELEASED.  AN INQUIRY ONLY - NOTHING IS AUDITED.     *
035900******************************************************************
036000 2400-LIST-HOLDS.
036100     PERFORM 2600-PROMPT-ID THRU 2600-EXIT
036200     MOVE ZERO TO WS-HOLD-COUNT
036300     MOVE "N"  TO WS-HOLD-EOF-SWITCH
036400     MOVE WS-IN-ID   TO HD-STUDENT-ID
036500     MOVE LOW-VALUES TO HD-HOLD-TYPE
036600     MOVE LOW-VALUES TO HD-PLACED-DATE
036700     START HOLD-FILE
036800         KEY IS NOT LESS THAN HD-HOLD-KEY
036900         INVALID KEY
037000             SET WS-HOLD-EOF TO TRUE
037100     END-START
037200     PERFORM 2410-LIST-ONE-HOLD THRU 2410-EXIT
037300         UNTIL WS-HOLD-EOF
037400     IF WS-HOLD-COUNT = ZERO
037500         DISPLAY "HOLDMNT - NO HOLDS ON FILE FOR " WS-IN-ID
037600     END-IF
037700     .
037800 2400-EXIT.
037900     EXIT.
038000
038100 2410-LIST-ONE-HOLD.
038200     READ HOLD-FILE NEXT RECORD
038300         AT END
038400             SET WS-HOLD-EOF TO TRUE
038500         NOT AT END
038600             IF HD-STUDENT-ID NOT = WS-IN-ID
038700                 SET WS-HOLD-EOF TO TRUE
038800             ELSE
038900                 ADD 1 TO WS-HOLD-COUNT
039000                 IF HD-NOT-RELEASED
039100                    OR HD-RELEASED-DATE > WS-TODAY
039200                     MOVE "ACTIVE  " TO WS-HOLD-STATE
039300                 ELSE
039400                     MOVE "RELEASED" TO WS-HOLD-STATE
039500                 END-IF
039600                 DISPLAY "HOLDMNT -   " HD-HOLD-TYPE " "
039700                         WS-HOLD-STATE " PLACED " HD-PLACED-DATE
039800                         " RELEASED " HD-RELEASED-DATE
039900                         " BLOCK " HD-BLOCK-FLAG
040000                         " OFFICE " HD-PLACING-OFFICE
040100                 DISPLAY "HOLDMNT -      " HD-REASON
040200             END-IF
040300     END-READ
040400     .
040500 2410-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 2500-CHECK-STUDENT - A HOLD MAY ONLY BE PLACED ON A STUDENT ON  *
041000* THE ONLINE MASTER, SO A MISKEYED ID IS CAUGHT HERE RATHER THAN  *
041100* LEFT TO BLOCK NOBODY.                                           *
041200******************************************************************
041300 2500-CHECK-STUDENT.
041400     MOVE "N" TO WS-FOUND-SWITCH
041500     MOVE WS-IN-ID TO LS-STUDENT-ID
041600     READ STUDENT-MASTER
041700         KEY IS LS-STUDENT-ID
041800         INVALID KEY
041900             IF WS-STUDMAST-NOTFND
042000                 DISPLAY "HOLDMNT - STUDENT ID NOT FOUND: "
042100                         WS-IN-ID
042200             ELSE
042300                 DISPLAY "HOLDMNT - MASTER READ FAILED, STATUS: "
042400                         WS-STUDMAST-STATUS
042500             END-IF
042600         NOT INVALID KEY
042700             SET WS-RECORD-FOUND TO TRUE
042800             DISPLAY "HOLDMNT - STUDENT: " LS-STUDENT-NAME
042900     END-READ
043000     .
043100 2500-EXIT.
043200     EXIT.
043300
043400 2600-PROMPT-ID.
043500     DISPLAY "ENTER STUDENT ID: "
043600     MOVE SPACES TO WS-IN-ID
043700     ACCEPT WS-IN-ID FROM CONSOLE
043800     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
043900     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
044000     .
044100 2600-EXIT.
044200     EXIT.
044300
044400 2650-PROMPT-TYPE.
044500     DISPLAY "ENTER HOLD TYPE - FN=FINANCIAL DS=DISCIPLINARY "
044600             "RC=RECORDS AV=ADVISING: "
044700     MOVE SPACES TO WS-IN-TYPE
044800     ACCEPT WS-IN-TYPE FROM CONSOLE
044900     .
045000 2650-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 2700-FIND-ACTIVE-HOLD - BROWSE THE STUDENT'S HOLDS OF THE       *
045500* KEYED TYPE FOR ONE THAT IS STILL ACTIVE (NOT RELEASED, OR       *
045600* RELEASED WITH A FUTURE DATE).  WHEN FOUND THE HOLD IS LEFT IN   *
045700* THE RECORD AREA FOR A REWRITE.                                  *
045800******************************************************************
045900 2700-FIND-ACTIVE-HOLD.
046000     MOVE "N" TO WS-FOUND-SWITCH
046100     MOVE "N" TO WS-HOLD-EOF-SWITCH
046200     MOVE WS-IN-ID   TO HD-STUDENT-ID
046300     MOVE WS-IN-TYPE TO HD-HOLD-TYPE
046400     MOVE LOW-VALUES TO HD-PLACED-DATE
046500     START HOLD-FILE
046600         KEY IS NOT LESS THAN HD-HOLD-KEY
046700         INVALID KEY
046800             SET WS-HOLD-EOF TO TRUE
046900     END-START
047000     PERFORM 2710-CHECK-NEXT-HOLD THRU 2710-EXIT
047100         UNTIL WS-HOLD-EOF OR WS-RECORD-FOUND
047200     .
047300 2700-EXIT.
047400     EXIT.
047500
047600 2710-CHECK-NEXT-HOLD.
047700     READ HOLD-FILE NEXT RECORD
047800         AT END
047900             SET WS-HOLD-EOF TO TRUE
048000         NOT AT END
048100             IF HD-STUDENT-ID NOT = WS-IN-ID
048200                OR HD-HOLD-TYPE NOT = WS-IN-TYPE
048300                 SET WS-HOLD-EOF TO TRUE
048400             ELSE
048500                 IF HD-NOT-RELEASED
048600                    OR HD-RELEASED-DATE > WS-TODAY
048700                     SET WS-RECORD-FOUND TO TRUE
048800                 END-IF
048900             END-IF
049000     END-READ
049100     .
049200 2710-EXIT.
049300     EXIT.
049400
049500 2800-BUILD-IMAGE.
049600     MOVE HD-HOLD-TYPE      TO WS-HI-TYPE
049700     MOVE HD-PLACING-OFFICE TO WS-HI-OFFICE
049800     MOVE HD-PLACED-DATE    TO WS-HI-PLACED-DATE
049900     MOVE HD-RELEASED-DATE  TO WS-HI-RELEASED-DATE
050000     .
050100 2800-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500* 2900-ACCEPT-OPEN-DATE - ACCEPT AN OPTIONAL CCYYMMDD DATE.  A    *
050600* BLANK OR NON-NUMERIC ENTRY COMES BACK AS ZEROS AND THE CALLER   *
050700* SUBSTITUTES TODAY, AS CURRMNT DOES FOR A RETIREMENT.            *
050800******************************************************************
050900 2900-ACCEPT-OPEN-DATE.
051000     MOVE SPACES TO WS-IN-DATE
051100     ACCEPT WS-IN-DATE FROM CONSOLE
051200     IF WS-IN-DATE NOT NUMERIC
051300         MOVE WS-ZERO-DATE TO WS-IN-DATE
051400     END-IF
051500     .
051600 2900-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 7000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE ATTEMPT      *
052100* JUST MADE, STAMPING PROGRAM-ID HOLDMNT AND CARRYING THE HOLD    *
052200* IMAGES AS THE BEFORE AND AFTER NAMES.  DATE AND TIME ARE        *
052300* CAPTURED PER ATTEMPT, AS IN STUMAINT.                           *
052400******************************************************************
052500 7000-WRITE-AUDIT.
052600     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
052700     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
052800     MOVE SPACES               TO MAINT-AUDIT-RECORD
052900     MOVE WS-OPERATOR-ID       TO AU-OPERATOR-ID
053000     MOVE WS-CURRENT-CCYY(1:2) TO AU-AUDIT-CENTURY
053100     MOVE WS-CURRENT-CCYY(3:2) TO AU-AUDIT-YEAR
053200     MOVE WS-CURRENT-MM        TO AU-AUDIT-MONTH
053300     MOVE WS-CURRENT-DD        TO AU-AUDIT-DAY
053400     MOVE WS-CURRENT-HH        TO AU-AUDIT-HOUR
053500     MOVE WS-CURRENT-MN        TO AU-AUDIT-MINUTE
053600     MOVE WS-CURRENT-SS        TO AU-AUDIT-SECOND
053700     MOVE "HOLDMNT "           TO AU-PROGRAM-ID
053800     MOVE WS-IN-ID             TO AU-STUDENT-ID
053900     MOVE WS-AUDIT-ACTION      TO AU-ACTION-CODE
054000     MOVE ZERO                 TO AU-SUB-RETURN-CODE
054100     MOVE WS-BEFORE-NAME       TO AU-BEFORE-NAME
054200     MOVE WS-AFTER-NAME        TO AU-AFTER-NAME
054300     WRITE MAINT-AUDIT-RECORD
054400     .
054500 7000-EXIT.
054600     EXIT.
054700
054800 7100-AUDIT-REJECTED.
054900     MOVE "R" TO WS-AUDIT-ACTION
055000     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
055100     .
055200 7100-EXIT.
055300     EXIT.
055400
055500 7200-AUDIT-APPLIED.
055600     MOVE "A" TO WS-AUDIT-ACTION
055700     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
055800     .
055900 7200-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 8000-FINALIZE - CLOSE DOWN.  THE AUDIT FILE IS ONLY OPEN WHEN   *
056400* BOTH DATA FILES OPENED AND AN OPERATOR ID WAS KEYED.            *
056500******************************************************************
056600 8000-FINALIZE.
056700     IF WS-FILES-OPEN
056800         CLOSE HOLD-FILE
056900         CLOSE STUDENT-MASTER
057000     END-IF
057100     IF WS-OPERATOR-ID NOT = SPACES
057200         CLOSE AUDIT-FILE
057300     END-IF
057400     DISPLAY "HOLDMNT - MAINTENANCE SESSION COMPLETE"
057500     .
057600 8000-EXIT.
057700     EXIT.

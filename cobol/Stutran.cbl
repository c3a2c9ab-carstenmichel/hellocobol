002600*                 RETURN CODE 4 MEANS ONE OR MORE TRANSACTIONS  *
002700*                 WERE REJECTED AND ARE ON THE REGISTER; THE    *
002800*                 NEW EXTRACT IS STILL COMPLETE AND USABLE.     *
002808*                 EACH NIGHT'S BATCH IS RECORDED ON THE         *
002816*                 APPLIED-BATCH CONTROL FILE (APPLCTL), KEYED   *
002824*                 ON THE PROCESSING DATE AND THE TRANSACTION    *
002832*                 COUNT.  A BATCH ALREADY APPLIED IS NOT        *
002840*                 APPLIED AGAIN: ONLY THE REGISTER PRINTS AND   *
002848*                 THE RETURN CODE IS 2.  A REAPPLY CARD ON      *
002856*                 SYSIN OVERRIDES THIS, AFTER THE FILES HAVE    *
002864*                 BEEN RESTORED WITH APPLRCVR.  RETURN CODE 16  *
002872*                 ALSO COVERS A CONTROL FILE THAT WILL NOT OPEN *
002880*                 AND A BATCH LEFT STARTED BY A RUN THAT DIED   *
002888*                 PART WAY THROUGH.                             *
002900*                                                                *
003000*    MODIFICATION HISTORY.                                      *
003100*    DATE       INIT  DESCRIPTION                                *
003504*                     ONLINE ADD IMAGE IS NOW TAKEN BEFORE THE   *
003505*                     EXTRACT WRITE - THE RECORD AREA IS         *
003506*                     UNDEFINED AFTER A WRITE.                   *
003510*    2026-10-15 MO    A CHANGE THAT ALTERS THE STATUS CODE NOW  *
003520*                     TAKES LS-STATUS-CHANGE-DATE FROM THE NEW  *
003530*                     TR-STATUS-CHANGE-DATE WHEN THE            *
003540*                     TRANSACTION CARRIES ONE (DEGAUDIT'S       *
003550*                     GRADUATION CLEARANCES DO), AND THE APPLY  *
003560*                     DATE OTHERWISE.                           *
003563*    2026-10-15 MO    AN ADD OR CHANGE CARRYING ANY ADDRESS     *
003566*                     FIELD (TR-ADDRESS-DATA) NOW ALSO WRITES   *
003569*                     OR UPDATES THE STUDENT ADDRESS FILE,      *
003572*                     OVERLAYING ONLY THE NON-BLANK ADDRESS     *
003575*                     FIELDS AS 2500 DOES FOR THE MASTER.  AN   *
003578*                     ADDRESS FILE FAILURE IS DISPLAYED AND     *
003581*                     COUNTED AND GIVES RETURN CODE 4 - IT DOES *
003584*                     NOT BLOCK THE UNLOAD.  THE ADDRESS FILE   *
003587*                     FAILING TO OPEN ENDS THE RUN WITH RETURN  *
003590*                     CODE 16.                                  *
003591*    2026-10-15 MO    EACH BATCH IS NOW CHECKED AGAINST APPLCTL *
003592*                     BEFORE ANY UPDATE.  AN APPLIED BATCH GETS *
003593*                     RETURN CODE 2 UNLESS A REAPPLY CARD IS ON *
003594*                     SYSIN; ONE LEFT STARTED GETS 16.          *
003595*    2026-10-15 MO    ADDRFILE AND APPLCTL ARE OPTIONAL SO THE  *
003596*                     FIRST NIGHT AGAINST THEIR EMPTY CLUSTERS  *
003597*                     OPENS WITH STATUS 05 INSTEAD OF FAILING.  *
003598*                                                                *
003599******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    STUTRAN.
003800 ENVIRONMENT DIVISION.
004540            ACCESS MODE IS DYNAMIC
004550            RECORD KEY IS OL-STUDENT-ID
004560            FILE STATUS IS WS-ONLMAST-STATUS.
004565
004570     SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
004575            ORGANIZATION IS INDEXED
004580            ACCESS MODE IS DYNAMIC
004585            RECORD KEY IS AD-STUDENT-ID
004590            FILE STATUS IS WS-ADDRFILE-STATUS.
004591
004592     SELECT OPTIONAL APPLIED-BATCH-FILE ASSIGN TO APPLCTL
004593            ORGANIZATION IS INDEXED
004594            ACCESS MODE IS DYNAMIC
004595            RECORD KEY IS AB-BATCH-KEY
004596            FILE STATUS IS WS-APPLCTL-STATUS.
004600
004700     SELECT OLD-MASTER      ASSIGN TO OLDMAST
004800            ORGANIZATION IS SEQUENTIAL.
006140            BY ==ONLINE-MASTER-RECORD==
006150            LEADING ==LS-== BY ==OL-==.
006160
006168
006176 FD  ADDRESS-FILE
006184     LABEL RECORDS ARE STANDARD.
006192     COPY ADDRREC.
006193
006194 FD  APPLIED-BATCH-FILE
006195     LABEL RECORDS ARE STANDARD.
006196     COPY APPLCTL.
006200 FD  OLD-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400     COPY STUDENT REPLACING ==STUDENT-MASTER-RECORD==
008510     05  WS-ONLINE-OPEN-SWITCH   PIC X(01)  VALUE "Y".
008520         88  WS-ONLINE-OPEN-OK              VALUE "Y".
008530         88  WS-ONLINE-OPEN-BAD             VALUE "N".
008531     05  WS-BATCH-SWITCH         PIC X(01)  VALUE "N".
008532         88  WS-BATCH-NEW                   VALUE "N".
008533         88  WS-BATCH-REAPPLIED             VALUE "R".
008534         88  WS-BATCH-TO-APPLY              VALUE "N" "R".
008535         88  WS-BATCH-ALREADY-APPLIED       VALUE "A".
008536         88  WS-BATCH-INTERRUPTED           VALUE "I".
008537         88  WS-BATCH-CTL-BAD               VALUE "X".
008540
008550 01  WS-ONLMAST-STATUS           PIC X(02)  VALUE SPACES.
008560     88  WS-ONLMAST-OK                      VALUE "00".
008568
008576 01  WS-ADDRFILE-STATUS          PIC X(02)  VALUE SPACES.
008580     88  WS-ADDRFILE-OK                     VALUE "00".
008584     88  WS-ADDRFILE-OPENED                 VALUE "00" "05".
008588     88  WS-ADDRFILE-NOTFND                 VALUE "23".
008590
008594 01  WS-APPLCTL-STATUS           PIC X(02)  VALUE SPACES.
008595     88  WS-APPLCTL-OK                      VALUE "00".
008596     88  WS-APPLCTL-OPENED                  VALUE "00" "05".
008597     88  WS-APPLCTL-NOTFND                  VALUE "23".
008600
008700 01  WS-COUNTERS.
008800     05  WS-TRAN-COUNT           PIC 9(07)  COMP VALUE ZERO.
009100     05  WS-MAST-IN-COUNT        PIC 9(07)  COMP VALUE ZERO.
009200     05  WS-MAST-OUT-COUNT       PIC 9(07)  COMP VALUE ZERO.
009210     05  WS-ONLINE-ERROR-COUNT   PIC 9(07)  COMP VALUE ZERO.
009240     05  WS-ADDRESS-COUNT        PIC 9(07)  COMP VALUE ZERO.
009270     05  WS-ADDRESS-ERROR-COUNT  PIC 9(07)  COMP VALUE ZERO.
009280     05  WS-BATCH-COUNT          PIC 9(07)  COMP VALUE ZERO.
009300     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
009400     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
009500     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
009830     05  WS-CURRENT-CCYY         PIC 9(04).
009840     05  WS-CURRENT-MM           PIC 9(02).
009850     05  WS-CURRENT-DD           PIC 9(02).
009856 01  WS-CURRENT-TIME-FIELDS.
009862     05  WS-CURRENT-HHMMSS       PIC X(06).
009868     05  WS-CURRENT-HS           PIC 9(02).
009874 01  WS-PROCESSING-DATE          PIC X(08)  VALUE SPACES.
009880 01  WS-BATCH-KEY                PIC X(23)  VALUE SPACES.
009886 01  WS-OVERRIDE-PARM            PIC X(08)  VALUE SPACES.
009892     88  WS-OVERRIDE-REAPPLY                VALUE "REAPPLY".
009900
010000 01  WS-HEADING-1.
010100     05  FILLER                  PIC X(01)  VALUE SPACE.
013000     05  WS-T-CAPTION            PIC X(26).
013100     05  WS-T-COUNT              PIC ZZZ,ZZ9.
013200     05  FILLER                  PIC X(98)  VALUE SPACES.
013208
013216 01  WS-BATCH-LINE.
013224     05  FILLER                  PIC X(01)  VALUE SPACE.
013232     05  FILLER                  PIC X(06)  VALUE "BATCH ".
013240     05  WS-B-BATCH-DATE         PIC X(08).
013248     05  FILLER                  PIC X(04)  VALUE " OF ".
013256     05  WS-B-RECORD-COUNT       PIC ZZZ,ZZ9.
013264     05  FILLER                  PIC X(16)  VALUE
013272             " TRANSACTIONS - ".
013280     05  WS-B-MESSAGE            PIC X(60).
013288     05  FILLER                  PIC X(30)  VALUE SPACES.
013300
013400 PROCEDURE DIVISION.
013500
015000 1000-INITIALIZE.
015100     DISPLAY "STUTRAN - TRANSACTION APPLY STARTED"
015150     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
015152     PERFORM 1100-CHECK-BATCH THRU 1100-EXIT
015154     IF NOT WS-BATCH-TO-APPLY
015156         GO TO 1000-EXIT
015158     END-IF
015160     OPEN I-O ONLINE-MASTER
015170     IF NOT WS-ONLMAST-OK
015171         DISPLAY "STUTRAN - UNABLE TO OPEN ONLINE MASTER, "
015175         SET WS-MAST-EOF TO TRUE
015176         GO TO 1000-EXIT
015177     END-IF
015179     OPEN I-O ADDRESS-FILE
015181     IF NOT WS-ADDRFILE-OPENED
015183         DISPLAY "STUTRAN - UNABLE TO OPEN ADDRESS FILE, "
015185                 "STATUS: " WS-ADDRFILE-STATUS
015187         CLOSE ONLINE-MASTER
015189         SET WS-ONLINE-OPEN-BAD TO TRUE
015191         SET WS-TRAN-EOF TO TRUE
015193         SET WS-MAST-EOF TO TRUE
015195         GO TO 1000-EXIT
015197     END-IF
015200     OPEN INPUT  TRAN-FILE
015300     OPEN INPUT  OLD-MASTER
015400     OPEN OUTPUT NEW-MASTER
015500     OPEN OUTPUT TRAN-REGISTER
015520     PERFORM 1200-RECORD-BATCH-START THRU 1200-EXIT
015540     IF WS-BATCH-CTL-BAD
015560         GO TO 1000-EXIT
015580     END-IF
015600     PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
015650     PERFORM 1300-WRITE-BATCH-LINE THRU 1300-EXIT
015700     PERFORM 1800-READ-TRAN THRU 1800-EXIT
015800     PERFORM 1900-READ-MASTER THRU 1900-EXIT
015900     .
016000 1000-EXIT.
016100     EXIT.
016101
016102******************************************************************
016103* 1100-CHECK-BATCH - READ THE OVERRIDE CARD, COUNT THE           *
016104* TRANSACTION FILE AND LOOK THE BATCH UP ON THE APPLIED-BATCH    *
016105* CONTROL FILE.  A BATCH NOT ON FILE IS NEW.  A BATCH ALREADY    *
016106* APPLIED IS REFUSED UNLESS THE REAPPLY CARD IS PRESENT - ONLY   *
016107* THE REGISTER HEADING AND BATCH LINE PRINT.  A BATCH LEFT       *
016108* STARTED BY A RUN THAT DIED PART WAY THROUGH IS NOT TOUCHED     *
016109* WITHOUT THE CARD EITHER; THE FILES MUST FIRST BE RESTORED      *
016110* FROM THE NIGHT'S BACKUP.                                       *
016111******************************************************************
016112 1100-CHECK-BATCH.
016113     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
016114     MOVE SPACES TO WS-OVERRIDE-PARM
016115     ACCEPT WS-OVERRIDE-PARM
016116     CALL "PROCDATE" USING WS-PROCESSING-DATE
016117     OPEN INPUT TRAN-FILE
016118     PERFORM 1150-COUNT-TRAN THRU 1150-EXIT
016119         UNTIL WS-TRAN-EOF
016120     CLOSE TRAN-FILE
016121     MOVE "N" TO WS-TRAN-EOF-SWITCH
016122     OPEN I-O APPLIED-BATCH-FILE
016123     IF NOT WS-APPLCTL-OPENED
016124         DISPLAY "STUTRAN - UNABLE TO OPEN APPLIED BATCH "
016125                 "CONTROL, STATUS: " WS-APPLCTL-STATUS
016126         SET WS-BATCH-CTL-BAD TO TRUE
016127         SET WS-TRAN-EOF TO TRUE
016128         SET WS-MAST-EOF TO TRUE
016129         GO TO 1100-EXIT
016130     END-IF
016131     MOVE "STUTRAN "         TO AB-APPLY-PROGRAM
016132     MOVE WS-PROCESSING-DATE TO AB-BATCH-DATE
016133     MOVE WS-BATCH-COUNT     TO AB-RECORD-COUNT
016134     MOVE AB-BATCH-KEY       TO WS-BATCH-KEY
016135     MOVE WS-BATCH-COUNT     TO WS-B-RECORD-COUNT
016136     DISPLAY "STUTRAN - BATCH " WS-PROCESSING-DATE " OF "
016137             WS-B-RECORD-COUNT " TRANSACTIONS"
016138     READ APPLIED-BATCH-FILE
016139         KEY IS AB-BATCH-KEY
016140     END-READ
016141     EVALUATE TRUE
016142         WHEN WS-APPLCTL-NOTFND
016143             SET WS-BATCH-NEW TO TRUE
016144         WHEN NOT WS-APPLCTL-OK
016145             DISPLAY "STUTRAN - APPLIED BATCH CONTROL READ "
016146                     "FAILED, STATUS: " WS-APPLCTL-STATUS
016147             SET WS-BATCH-CTL-BAD TO TRUE
016148         WHEN WS-OVERRIDE-REAPPLY
016149             SET WS-BATCH-REAPPLIED TO TRUE
016150             DISPLAY "STUTRAN - BATCH ALREADY APPLIED "
016151                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
016152                     " - REAPPLIED UNDER THE REAPPLY CARD"
016153         WHEN AB-APPLY-STARTED
016154             SET WS-BATCH-INTERRUPTED TO TRUE
016155             DISPLAY "STUTRAN - BATCH STARTED "
016156                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
016157                     " NEVER COMPLETED"
016158             DISPLAY "STUTRAN - RESTORE THE FILES WITH APPLRCVR, "
016159                     "THEN RERUN WITH THE REAPPLY CARD"
016160         WHEN OTHER
016161             SET WS-BATCH-ALREADY-APPLIED TO TRUE
016162             DISPLAY "STUTRAN - BATCH ALREADY APPLIED "
016163                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
016164                     " - NOTHING APPLIED"
016165     END-EVALUATE
016166     IF WS-BATCH-TO-APPLY
016167         GO TO 1100-EXIT
016168     END-IF
016169     CLOSE APPLIED-BATCH-FILE
016170     SET WS-TRAN-EOF TO TRUE
016171     SET WS-MAST-EOF TO TRUE
016172     IF WS-BATCH-ALREADY-APPLIED
016173         OPEN OUTPUT TRAN-REGISTER
016174         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
016175         PERFORM 1300-WRITE-BATCH-LINE THRU 1300-EXIT
016176     END-IF
016177     .
016178 1100-EXIT.
016179     EXIT.
016180
016181 1150-COUNT-TRAN.
016182     READ TRAN-FILE
016183         AT END
016184             SET WS-TRAN-EOF TO TRUE
016185         NOT AT END
016186             ADD 1 TO WS-BATCH-COUNT
016187     END-READ
016188     .
016189 1150-EXIT.
016190     EXIT.
016200
016201******************************************************************
016202* 1200-RECORD-BATCH-START - RECORD THE BATCH AS STARTED BEFORE   *
016203* THE FIRST UPDATE.  A NEW BATCH IS ADDED; A REAPPLIED ONE IS    *
016204* MARKED WITH THE OVERRIDE AND ITS APPLY COUNT IS BUMPED.  IF    *
016205* THE RECORD CANNOT BE WRITTEN NOTHING IS APPLIED - A LATER      *
016206* RERUN WOULD HAVE NO WAY TO KNOW THE BATCH WENT IN.             *
016207******************************************************************
016208 1200-RECORD-BATCH-START.
016209     IF WS-BATCH-NEW
016210         MOVE SPACES                 TO APPLIED-BATCH-RECORD
016211         MOVE WS-BATCH-KEY           TO AB-BATCH-KEY
016212         MOVE WS-CURRENT-DATE-FIELDS TO AB-FIRST-APPLIED-DATE
016213         MOVE WS-CURRENT-HHMMSS      TO AB-FIRST-APPLIED-TIME
016214         MOVE ZERO                   TO AB-APPLY-COUNT
016215         MOVE "N"                    TO AB-OVERRIDE-FLAG
016216         MOVE ZERO                   TO AB-APPLIED-COUNT
016217         MOVE ZERO                   TO AB-REJECTED-COUNT
016218         MOVE ZERO                   TO AB-RETURN-CODE
016219     END-IF
016220     SET AB-APPLY-STARTED TO TRUE
016221     MOVE WS-CURRENT-DATE-FIELDS TO AB-LAST-APPLIED-DATE
016222     MOVE WS-CURRENT-HHMMSS      TO AB-LAST-APPLIED-TIME
016223     ADD 1 TO AB-APPLY-COUNT
016224     IF WS-BATCH-NEW
016225         WRITE APPLIED-BATCH-RECORD
016226     ELSE
016227         SET AB-OVERRIDE-USED TO TRUE
016228         REWRITE APPLIED-BATCH-RECORD
016229     END-IF
016230     IF NOT WS-APPLCTL-OK
016231         DISPLAY "STUTRAN - UNABLE TO RECORD BATCH START, "
016232                 "STATUS: " WS-APPLCTL-STATUS
016233         SET WS-BATCH-CTL-BAD TO TRUE
016234         SET WS-TRAN-EOF TO TRUE
016235         SET WS-MAST-EOF TO TRUE
016236         CLOSE TRAN-FILE
016237         CLOSE OLD-MASTER
016238         CLOSE NEW-MASTER
016239         CLOSE TRAN-REGISTER
016240         CLOSE ONLINE-MASTER
016241         CLOSE ADDRESS-FILE
016242         CLOSE APPLIED-BATCH-FILE
016243     END-IF
016244     .
016245 1200-EXIT.
016246     EXIT.
016247
016248******************************************************************
016249* 1300-WRITE-BATCH-LINE - SHOW ON THE REGISTER WHICH BATCH THIS  *
016250* RUN IS AND WHETHER IT WAS APPLIED.                             *
016251******************************************************************
016252 1300-WRITE-BATCH-LINE.
016253     MOVE WS-PROCESSING-DATE TO WS-B-BATCH-DATE
016254     MOVE WS-BATCH-COUNT     TO WS-B-RECORD-COUNT
016255     EVALUATE TRUE
016256         WHEN WS-BATCH-NEW
016257             MOVE "FIRST APPLY OF THIS BATCH" TO WS-B-MESSAGE
016258         WHEN WS-BATCH-REAPPLIED
016259             MOVE "ALREADY APPLIED - REAPPLIED UNDER REAPPLY CARD"
016260                 TO WS-B-MESSAGE
016261         WHEN OTHER
016262             MOVE "ALREADY APPLIED - NOTHING APPLIED THIS RUN"
016263                 TO WS-B-MESSAGE
016264     END-EVALUATE
016265     WRITE TRAN-REGISTER-LINE FROM WS-BATCH-LINE
016266         AFTER ADVANCING 1 LINE
016267     ADD 1 TO WS-LINE-COUNT
016268     .
016269 1300-EXIT.
016270     EXIT.
016300******************************************************************
016400* 1800-READ-TRAN - PRIMING AND SUBSEQUENT READS OF THE          *
016500* TRANSACTION FILE.  AT END THE MATCH KEY IS FORCED HIGH SO THE  *
029920*    THE ONLINE IMAGE IS TAKEN BEFORE THE EXTRACT WRITE - THE
029930*    RECORD AREA IS UNDEFINED ONCE THE WRITE COMPLETES.
029940     PERFORM 6100-ONLINE-ADD THRU 6100-EXIT
029950     IF TR-ADDRESS-DATA NOT = SPACES
029960         PERFORM 6400-APPLY-ADDRESS THRU 6400-EXIT
029970     END-IF
030000     WRITE NEW-MASTER-RECORD
030100     ADD 1 TO WS-MAST-OUT-COUNT
030200     PERFORM 4200-REGISTER-APPLIED THRU 4200-EXIT
032310        AND TR-STUDENT-STATUS-CODE NOT = OM-STUDENT-STATUS-CODE
032400         MOVE TR-STUDENT-STATUS-CODE TO OM-STUDENT-STATUS-CODE
032410         MOVE WS-CURRENT-DATE-FIELDS TO OM-STATUS-CHANGE-DATE
032430         IF TR-STATUS-CHANGE-DATE NOT = SPACES
032450             MOVE TR-STATUS-CHANGE-DATE TO OM-STATUS-CHANGE-DATE
032470         END-IF
032500     END-IF
032600     IF TR-PROGRAM-CODE NOT = SPACES
032700         MOVE TR-PROGRAM-CODE TO OM-PROGRAM-CODE
032800     END-IF
032850     PERFORM 6200-ONLINE-CHANGE THRU 6200-EXIT
032860     IF TR-ADDRESS-DATA NOT = SPACES
032870         PERFORM 6400-APPLY-ADDRESS THRU 6400-EXIT
032880     END-IF
032900     PERFORM 4200-REGISTER-APPLIED THRU 4200-EXIT
033000     .
033100 2500-EXIT.
040536        AND TR-STUDENT-STATUS-CODE NOT = OL-STUDENT-STATUS-CODE
040537         MOVE TR-STUDENT-STATUS-CODE TO OL-STUDENT-STATUS-CODE
040538         MOVE WS-CURRENT-DATE-FIELDS TO OL-STATUS-CHANGE-DATE
040539         IF TR-STATUS-CHANGE-DATE NOT = SPACES
040540             MOVE TR-STATUS-CHANGE-DATE TO OL-STATUS-CHANGE-DATE
040541         END-IF
040542     END-IF
040543     IF TR-PROGRAM-CODE NOT = SPACES
040544         MOVE TR-PROGRAM-CODE TO OL-PROGRAM-CODE
040545     END-IF
040546     .
040547 6250-EXIT.
040548     EXIT.
040549
040550******************************************************************
040551* 6300-ONLINE-DELETE - MIRROR AN APPLIED DROP ONTO THE INDEXED   *
040552* ONLINE MASTER.                                                 *
040564 6300-EXIT.
040565     EXIT.
040566
040586******************************************************************
040596* 6400-APPLY-ADDRESS - AN APPLIED ADD OR CHANGE CARRIES ADDRESS  *
040606* DATA.  AN ADDRESS ALREADY ON FILE GETS THE NON-BLANK           *
040616* TRANSACTION FIELDS OVERLAID; OTHERWISE A NEW ADDRESS RECORD IS *
040626* WRITTEN FROM THEM.  A FAILURE IS DISPLAYED AND COUNTED; THE    *
040636* MASTER UPDATE ITSELF STANDS.                                   *
040646******************************************************************
040656 6400-APPLY-ADDRESS.
040666     MOVE TR-STUDENT-ID TO AD-STUDENT-ID
040676     READ ADDRESS-FILE
040686         KEY IS AD-STUDENT-ID
040696         INVALID KEY
040706             IF WS-ADDRFILE-NOTFND
040716                 PERFORM 6420-ADD-ADDRESS THRU 6420-EXIT
040726             ELSE
040736                 ADD 1 TO WS-ADDRESS-ERROR-COUNT
040746                 DISPLAY "STUTRAN - ADDRESS READ FAILED FOR "
040756                         TR-STUDENT-ID " STATUS: "
040766                         WS-ADDRFILE-STATUS
040776             END-IF
040786         NOT INVALID KEY
040796             PERFORM 6450-CHANGE-ADDRESS THRU 6450-EXIT
040806     END-READ
040816     .
040826 6400-EXIT.
040836     EXIT.
040846
040856 6420-ADD-ADDRESS.
040866     MOVE SPACES        TO STUDENT-ADDRESS-RECORD
040876     MOVE TR-STUDENT-ID TO AD-STUDENT-ID
040886     PERFORM 6460-OVERLAY-ADDRESS THRU 6460-EXIT
040896     WRITE STUDENT-ADDRESS-RECORD
040906         INVALID KEY
040916             ADD 1 TO WS-ADDRESS-ERROR-COUNT
040926             DISPLAY "STUTRAN - ADDRESS ADD FAILED FOR "
040936                     AD-STUDENT-ID " STATUS: "
040946                     WS-ADDRFILE-STATUS
040956         NOT INVALID KEY
040966             ADD 1 TO WS-ADDRESS-COUNT
040976     END-WRITE
040986     .
040996 6420-EXIT.
041006     EXIT.
041016
041026 6450-CHANGE-ADDRESS.
041036     PERFORM 6460-OVERLAY-ADDRESS THRU 6460-EXIT
041046     REWRITE STUDENT-ADDRESS-RECORD
041056         INVALID KEY
041066             ADD 1 TO WS-ADDRESS-ERROR-COUNT
041076             DISPLAY "STUTRAN - ADDRESS REWRITE FAILED FOR "
041086                     AD-STUDENT-ID " STATUS: "
041096                     WS-ADDRFILE-STATUS
041106         NOT INVALID KEY
041116             ADD 1 TO WS-ADDRESS-COUNT
041126     END-REWRITE
041136     .
041146 6450-EXIT.
041156     EXIT.
041166
041176******************************************************************
041186* 6460-OVERLAY-ADDRESS - MOVE THE NON-BLANK TRANSACTION ADDRESS  *
041196* FIELDS INTO THE ADDRESS RECORD AND STAMP IT.  A NON-NUMERIC OR *
041206* BLANK EFFECTIVE DATE MEANS THE ADDRESS IS EFFECTIVE TODAY.     *
041216******************************************************************
041226 6460-OVERLAY-ADDRESS.
041236     IF TR-ADDRESS-LINE-1 NOT = SPACES
041246         MOVE TR-ADDRESS-LINE-1 TO AD-ADDRESS-LINE-1
041256     END-IF
041266     IF TR-ADDRESS-LINE-2 NOT = SPACES
041276         MOVE TR-ADDRESS-LINE-2 TO AD-ADDRESS-LINE-2
041286     END-IF
041296     IF TR-CITY NOT = SPACES
041306         MOVE TR-CITY TO AD-CITY
041316     END-IF
041326     IF TR-STATE-CODE NOT = SPACES
041336         MOVE TR-STATE-CODE TO AD-STATE-CODE
041346     END-IF
041356     IF TR-POSTAL-CODE NOT = SPACES
041366         MOVE TR-POSTAL-CODE TO AD-POSTAL-CODE
041376     END-IF
041386     IF TR-COUNTRY-CODE NOT = SPACES
041396         MOVE TR-COUNTRY-CODE TO AD-COUNTRY-CODE
041406     END-IF
041416     IF TR-EMAIL-ADDRESS NOT = SPACES
041426         MOVE TR-EMAIL-ADDRESS TO AD-EMAIL-ADDRESS
041436     END-IF
041446     IF TR-ADDRESS-EFF-DATE NUMERIC
041456         MOVE TR-ADDRESS-EFF-DATE TO AD-EFFECTIVE-DATE
041466     ELSE
041476         MOVE WS-CURRENT-DATE-FIELDS TO AD-EFFECTIVE-DATE
041486     END-IF
041496     MOVE WS-CURRENT-DATE-FIELDS TO AD-LAST-CHANGE-DATE
041506     MOVE "STUTRAN "             TO AD-LAST-CHANGE-BY
041516     .
041526 6460-EXIT.
041536     EXIT.
041546
041600******************************************************************
041650* 8000-FINALIZE - PRINT THE REGISTER TOTALS, CLOSE FILES AND SET *
041740* THE RETURN CODE.  RETURN CODE 4 FLAGS REJECTED TRANSACTIONS OR *
041830* ADDRESS UPDATE FAILURES WITHOUT BLOCKING THE REST OF THE       *
041920* NIGHTLY RUN - THE NEW EXTRACT IS COMPLETE EVEN WHEN INDIVIDUAL *
042010* TRANSACTIONS WERE REJECTED.  RETURN CODE 8 MEANS THE ONLINE    *
042100* MASTER COULD NOT BE KEPT IN STEP AND THE DECK MUST NOT UNLOAD  *
042190* IT; RETURN CODE 16 MEANS THE ONLINE MASTER OR THE ADDRESS FILE *
042280* NEVER OPENED AND NOTHING WAS APPLIED.                          *
042310* A BATCH ALREADY APPLIED ENDS WITH RETURN CODE 2 AND ONLY THE   *
042340* REGISTER HEADING; A COMPLETED APPLY IS MARKED COMPLETE ON THE  *
042370* APPLIED-BATCH CONTROL FILE.                                    *
042400******************************************************************
042500 8000-FINALIZE.
042507     IF WS-BATCH-CTL-BAD OR WS-BATCH-INTERRUPTED
042514         MOVE 16 TO RETURN-CODE
042521         DISPLAY "STUTRAN - NOTHING APPLIED, BATCH NOT CLEARED "
042528                 "TO APPLY"
042535         GO TO 8000-EXIT
042542     END-IF
042549     IF WS-BATCH-ALREADY-APPLIED
042556         CLOSE TRAN-REGISTER
042563         MOVE 2 TO RETURN-CODE
042570         DISPLAY "STUTRAN - NOTHING APPLIED, BATCH ALREADY ON "
042577                 "RECORD - SUPPLY THE REAPPLY CARD TO OVERRIDE"
042584         GO TO 8000-EXIT
042591     END-IF
042600     IF WS-ONLINE-OPEN-BAD
042700         MOVE 16 TO RETURN-CODE
042750         CLOSE APPLIED-BATCH-FILE
042800         DISPLAY "STUTRAN - NOTHING APPLIED, ONLINE FILES "
042900                 "UNAVAILABLE"
043000         GO TO 8000-EXIT
043100     END-IF
043200     MOVE "TRANSACTIONS READ:        " TO WS-T-CAPTION
043300     MOVE WS-TRAN-COUNT TO WS-T-COUNT
043400     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
043500         AFTER ADVANCING 2 LINES
043600     MOVE "TRANSACTIONS APPLIED:     " TO WS-T-CAPTION
043700     MOVE WS-APPLIED-COUNT TO WS-T-COUNT
043800     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
043900         AFTER ADVANCING 1 LINE
044000     MOVE "TRANSACTIONS REJECTED:    " TO WS-T-CAPTION
044100     MOVE WS-REJECT-COUNT TO WS-T-COUNT
044200     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
044300         AFTER ADVANCING 1 LINE
044400     MOVE "MASTER RECORDS IN:        " TO WS-T-CAPTION
044500     MOVE WS-MAST-IN-COUNT TO WS-T-COUNT
044600     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
044700         AFTER ADVANCING 1 LINE
044800     MOVE "MASTER RECORDS OUT:       " TO WS-T-CAPTION
044900     MOVE WS-MAST-OUT-COUNT TO WS-T-COUNT
045000     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
045100         AFTER ADVANCING 1 LINE
045200     MOVE "ONLINE APPLY FAILURES:    " TO WS-T-CAPTION
045300     MOVE WS-ONLINE-ERROR-COUNT TO WS-T-COUNT
045400     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
045500         AFTER ADVANCING 1 LINE
045600     MOVE "ADDRESSES UPDATED:        " TO WS-T-CAPTION
045700     MOVE WS-ADDRESS-COUNT TO WS-T-COUNT
045800     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
045900         AFTER ADVANCING 1 LINE
046000     MOVE "ADDRESS UPDATE FAILURES:  " TO WS-T-CAPTION
046100     MOVE WS-ADDRESS-ERROR-COUNT TO WS-T-COUNT
046200     WRITE TRAN-REGISTER-LINE FROM WS-TOTAL-LINE
046300         AFTER ADVANCING 1 LINE
046400     CLOSE TRAN-FILE
046500     CLOSE OLD-MASTER
046600     CLOSE NEW-MASTER
046700     CLOSE TRAN-REGISTER
046800     CLOSE ONLINE-MASTER
046900     CLOSE ADDRESS-FILE
047000     EVALUATE TRUE
047100         WHEN WS-ONLINE-ERROR-COUNT NOT = ZERO
047200             MOVE 8 TO RETURN-CODE
047300         WHEN WS-REJECT-COUNT NOT = ZERO
047400            OR WS-ADDRESS-ERROR-COUNT NOT = ZERO
047500             MOVE 4 TO RETURN-CODE
047600         WHEN OTHER
047700             MOVE 0 TO RETURN-CODE
047800     END-EVALUATE
047850     PERFORM 8100-RECORD-BATCH-COMPLETE THRU 8100-EXIT
047900     DISPLAY "STUTRAN - TRANSACTIONS READ:    " WS-TRAN-COUNT
048000     DISPLAY "STUTRAN - TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
048100     DISPLAY "STUTRAN - TRANSACTIONS REJECTED:" WS-REJECT-COUNT
048200     DISPLAY "STUTRAN - ONLINE APPLY FAILURES:"
048300             WS-ONLINE-ERROR-COUNT
048400     DISPLAY "STUTRAN - TRANSACTION APPLY COMPLETE"
048500     .
048600 8000-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 8100-RECORD-BATCH-COMPLETE - MARK THE BATCH COMPLETE WITH ITS  *
049100* COUNTS AND RETURN CODE.  IF THE REWRITE FAILS THE RECORD       *
049200* STAYS STARTED AND THE NEXT RUN TREATS THE BATCH AS             *
049300* INTERRUPTED.                                                   *
049400******************************************************************
049500 8100-RECORD-BATCH-COMPLETE.
049600     MOVE WS-BATCH-KEY TO AB-BATCH-KEY
049700     READ APPLIED-BATCH-FILE
049800         KEY IS AB-BATCH-KEY
049900     END-READ
050000     IF WS-APPLCTL-OK
050100         SET AB-APPLY-COMPLETE TO TRUE
050200         MOVE WS-APPLIED-COUNT TO AB-APPLIED-COUNT
050300         MOVE WS-REJECT-COUNT  TO AB-REJECTED-COUNT
050400         MOVE RETURN-CODE      TO AB-RETURN-CODE
050500         REWRITE APPLIED-BATCH-RECORD
050600     END-IF
050700     IF NOT WS-APPLCTL-OK
050800         DISPLAY "STUTRAN - UNABLE TO MARK BATCH COMPLETE, "
050900                 "STATUS: " WS-APPLCTL-STATUS
051000     END-IF
051100     CLOSE APPLIED-BATCH-FILE
051200     .
051300 8100-EXIT.
051400     EXIT.

001900*                 THE SEAT COUNT AND WAITLIST CAN BE JUDGED     *
002000*                 TOGETHER:                                     *
002100*                     - AN ADD TAKES A SEAT WHILE SEATS REMAIN  *
002200*                       UNDER THE SECTION'S CAPACITY; OVER      *
002300*                       CAPACITY IT GOES ON WAITLISTED WHILE    *
002350*                       THE WAITLIST LIMIT ALLOWS               *
002400*                     - A DROP FREES THE SEAT (OR JUST LEAVES   *
002500*                       THE WAITLIST); DROPPED RECORDS STAY ON  *
002600*                       FILE AS HISTORY                         *
003600*                       SECTION (ENROLLED OR WAITLISTED)        *
003700*                     - ADD WITH NON-NUMERIC CREDIT HOURS       *
003800*                     - DROP FOR A STUDENT NOT ON THE SECTION   *
003810*                     - ADD FOR A STUDENT CARRYING AN ACTIVE    *
003820*                       HOLD THAT BLOCKS REGISTRATION (HOLDS    *
003830*                       FILE, MAINTAINED BY HOLDMNT); THE HOLD  *
003840*                       TYPE AND OFFICE PRINT ON THE REGISTER.  *
003850*                       DROPS ARE NEVER BLOCKED BY A HOLD       *
003852*                     - ADD FOR A COURSE WITH PREREQUISITES     *
003854*                       (PREREQS, MAINTAINED BY PREQMNT) THE    *
003856*                       STUDENT HAS NOT PASSED AT THE MINIMUM   *
003858*                       GRADE IN THE GRADE HISTORY (GRADHIST,   *
003860*                       PROD.COURSE.ENROLL), UNLESS A WAIVER    *
003862*                       IS ON FILE FOR THE STUDENT AND COURSE   *
003864*                       (PREQWAIV); A WAIVED ADD IS NOTED ON    *
003866*                       THE REGISTER.  A PREREQUISITE REJECT    *
003868*                       IS ALSO LOGGED TO EXCPTLOG, REASON 74   *
003870*                     - ADD THAT OVERLAPS, ON A COMMON          *
003872*                       MEETING DAY, THE MEETING TIME OF A      *
003874*                       SECTION THE STUDENT IS ENROLLED IN      *
003876*                       FOR THE SAME TERM (SECTION SCHEDULE,    *
003878*                       SCHDFILE, MAINTAINED BY SECTMNT)        *
003880*                     - ADD TO A SECTION WHOSE SEATS ARE        *
003882*                       TAKEN AND WHOSE WAITLIST IS AT ITS      *
003884*                       LIMIT                                   *
003900*                 A MISSING OR NON-NUMERIC CAPACITY CARD ENDS   *
004000*                 THE RUN WITH RETURN CODE 16 AND NO RECORDS    *
004100*                 APPLIED.  RETURN CODE 4 MEANS ONE OR MORE     *
004200*                 TRANSACTIONS WERE REJECTED TO THE REGISTER;   *
004300*                 THE NEW ENROLLMENT FILE IS STILL COMPLETE.    *
004301*                 A SECOND SYSIN CARD, REAPPLY, OVERRIDES THE   *
004302*                 APPLIED-BATCH CHECK.  EACH NIGHT'S BATCH IS   *
004303*                 RECORDED ON THE APPLIED-BATCH CONTROL FILE    *
004304*                 (APPLCTL), KEYED ON THE PROCESSING DATE AND   *
004305*                 THE TRANSACTION COUNT, AND A BATCH ALREADY    *
004306*                 APPLIED IS NOT APPLIED AGAIN - ONLY THE       *
004307*                 REGISTER PRINTS, NO NEW ENROLLMENT FILE IS    *
004308*                 WRITTEN AND THE RETURN CODE IS 2.  A BATCH    *
004309*                 LEFT STARTED BY A RUN THAT DIED PART WAY      *
004310*                 THROUGH, OR A CONTROL FILE THAT WILL NOT      *
004311*                 OPEN, ENDS THE RUN WITH RETURN CODE 16.       *
004320*                 THE HOLDS FILE IS OPTIONAL - WHEN IT IS NOT   *
004340*                 ALLOCATED NO ADD IS HELD; WHEN IT IS PRESENT  *
004360*                 BUT WILL NOT OPEN THE RUN ENDS WITH RETURN    *
004380*                 CODE 16 AND NO RECORDS APPLIED.               *
004381*                 THE PREREQUISITE, GRADE HISTORY AND WAIVER    *
004382*                 FILES ARE OPTIONAL TOO - NO PREREQUISITE      *
004383*                 FILE MEANS NO PREREQUISITES.  PREREQUISITES   *
004384*                 WITH NO GRADE HISTORY, A FILE THAT WILL NOT   *
004385*                 OPEN, OR MORE PREREQUISITE DATA THAN THE      *
004386*                 TABLES HOLD ENDS THE RUN WITH RETURN CODE 16. *
004387*                 CAPACITY, WAITLIST LIMIT AND MEETING TIMES    *
004388*                 COME FROM THE SECTION SCHEDULE.  THE SYSIN    *
004389*                 CAPACITY CARD IS THE CAPACITY FOR A SECTION   *
004390*                 NOT ON THE SCHEDULE, WITH NO WAITLIST LIMIT   *
004391*                 AND NO TIME CHECK.  WITHOUT A SCHEDULE FILE   *
004392*                 EVERY SECTION IS TREATED THAT WAY; ONE THAT   *
004393*                 WILL NOT OPEN, OR TIME-CONFLICT DATA THAT     *
004394*                 WILL NOT LOAD WHOLE, ENDS THE RUN WITH RETURN *
004395*                 CODE 16.                                      *
004400*                                                                *
004500*    MODIFICATION HISTORY.                                      *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    ---------  ----  --------------------------------------   *
004800*    2026-09-02 MO    INITIAL VERSION.                          *
004830*    2026-10-15 MO    REJECT ADDS FOR STUDENTS WITH AN ACTIVE   *
004860*                     BLOCKING REGISTRATION HOLD (HOLDFILE).    *
004870*    2026-10-15 MO    REJECT ADDS WITH UNMET PREREQUISITES      *
004880*                     UNLESS WAIVED (PREREQS, GRADHIST,         *
004890*                     PREQWAIV); LOG THEM AS REASON 74.         *
004892*    2026-10-15 MO    CAPACITY AND WAITLIST LIMIT FROM THE      *
004894*                     SECTION SCHEDULE (SCHDFILE); REJECT ADDS  *
004896*                     THAT CLASH IN TIME WITH THE STUDENT'S     *
004898*                     OTHER SECTIONS.                           *
004900*    2026-10-15 MO    CHECK EACH BATCH AGAINST APPLCTL BEFORE   *
004910*                     ANY UPDATE; RETURN CODE 2 FOR A BATCH     *
004920*                     ALREADY APPLIED UNLESS THE REAPPLY CARD   *
004930*                     FOLLOWS THE CAPACITY CARD, 16 FOR ONE     *
004940*                     LEFT STARTED.                             *
004941*    2026-10-15 MO    APPLCTL IS OPTIONAL SO THE FIRST NIGHT    *
004942*                     AGAINST THE EMPTY CLUSTER OPENS WITH      *
004943*                     STATUS 05.  A BATCH THAT CANNOT BE        *
004944*                     CLEARED TO APPLY NOW CLOSES EVERY FILE    *
004945*                     ALREADY OPEN BEFORE ENDING 16.            *
004950*                                                                *
004960******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.    CRSTRAN.
005300 ENVIRONMENT DIVISION.
006700
006800     SELECT ENRL-REGISTER   ASSIGN TO ENRLREG
006900            ORGANIZATION IS SEQUENTIAL.
006910
006920     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
006930            ORGANIZATION IS INDEXED
006940            ACCESS MODE IS DYNAMIC
006950            RECORD KEY IS HD-HOLD-KEY
006960            FILE STATUS IS WS-HOLD-STATUS.
006962
006964     SELECT OPTIONAL PREREQ-FILE ASSIGN TO PREREQS
006966            ORGANIZATION IS SEQUENTIAL
006968            FILE STATUS IS WS-PREQ-STATUS.
006970
006972     SELECT OPTIONAL GRADE-HISTORY ASSIGN TO GRADHIST
006974            ORGANIZATION IS SEQUENTIAL
006976            FILE STATUS IS WS-GRADHIST-STATUS.
006978
006980     SELECT OPTIONAL WAIVER-FILE ASSIGN TO PREQWAIV
006982            ORGANIZATION IS INDEXED
006984            ACCESS MODE IS DYNAMIC
006986            RECORD KEY IS PW-WAIVER-KEY
006988            FILE STATUS IS WS-WAIVER-STATUS.
006990
006992     SELECT EXCEPTION-LOG   ASSIGN TO EXCPTLOG
006994            ORGANIZATION IS SEQUENTIAL.
007000
007010     SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO SCHDFILE
007020            ORGANIZATION IS INDEXED
007030            ACCESS MODE IS DYNAMIC
007040            RECORD KEY IS SS-SECTION-KEY
007050            FILE STATUS IS WS-SCHED-STATUS.
007051
007052     SELECT OPTIONAL APPLIED-BATCH-FILE ASSIGN TO APPLCTL
007053            ORGANIZATION IS INDEXED
007054            ACCESS MODE IS DYNAMIC
007055            RECORD KEY IS AB-BATCH-KEY
007056            FILE STATUS IS WS-APPLCTL-STATUS.
007060
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ENRL-TRAN
008800     LABEL RECORDS ARE OMITTED
008900     RECORD CONTAINS 132 CHARACTERS.
009000 01  ENRL-REGISTER-LINE          PIC X(132).
009020
009040 FD  HOLD-FILE
009060     LABEL RECORDS ARE STANDARD.
009080     COPY HOLDREC.
009081
009082 FD  PREREQ-FILE
009083     LABEL RECORDS ARE STANDARD.
009084     COPY PREREQ.
009085
009086 FD  GRADE-HISTORY
009087     LABEL RECORDS ARE STANDARD.
009088     COPY CRSENRL REPLACING ==COURSE-ENROLLMENT-RECORD==
009089            BY ==GRADE-HISTORY-RECORD==
009090            LEADING ==CE-== BY ==GH-==.
009091
009092 FD  WAIVER-FILE
009093     LABEL RECORDS ARE STANDARD.
009094     COPY PREQWAIV.
009095
009096 FD  EXCEPTION-LOG
009097     LABEL RECORDS ARE STANDARD.
009098     COPY EXCPTLOG.
009100
009120 FD  SCHEDULE-FILE
009140     LABEL RECORDS ARE STANDARD.
009160     COPY SECTSCHD.
009164
009168 FD  APPLIED-BATCH-FILE
009172     LABEL RECORDS ARE STANDARD.
009176     COPY APPLCTL.
009180
009200 WORKING-STORAGE SECTION.
009300
009400 01  WS-SWITCHES.
010000         88  WS-PARM-OK                     VALUE "Y".
010100     05  WS-WAITLIST-SWITCH      PIC X(01)  VALUE "N".
010200         88  WS-NO-WAITLISTED               VALUE "Y".
010210     05  WS-HOLD-EOF-SWITCH      PIC X(01)  VALUE "N".
010220         88  WS-HOLD-EOF                    VALUE "Y".
010230     05  WS-HOLD-FOUND-SWITCH    PIC X(01)  VALUE "N".
010240         88  WS-BLOCKING-HOLD-FOUND         VALUE "Y".
010241     05  WS-BATCH-SWITCH         PIC X(01)  VALUE "N".
010242         88  WS-BATCH-NEW                   VALUE "N".
010243         88  WS-BATCH-REAPPLIED             VALUE "R".
010244         88  WS-BATCH-TO-APPLY              VALUE "N" "R".
010245         88  WS-BATCH-ALREADY-APPLIED       VALUE "A".
010246         88  WS-BATCH-INTERRUPTED           VALUE "I".
010247         88  WS-BATCH-CTL-BAD               VALUE "X".
010248     05  WS-APPLY-OPEN-SWITCH    PIC X(01)  VALUE "N".
010249         88  WS-APPLY-FILES-OPEN            VALUE "Y".
010250
010260 01  WS-HOLD-STATUS              PIC X(02)  VALUE SPACES.
010270     88  WS-HOLD-OPENED                     VALUE "00" "05".
010271
010272 01  WS-PREREQ-SWITCHES.
010273     05  WS-PREQ-EOF-SWITCH      PIC X(01)  VALUE "N".
010274         88  WS-PREQ-EOF                    VALUE "Y".
010275     05  WS-GRAD-EOF-SWITCH      PIC X(01)  VALUE "N".
010276         88  WS-GRAD-EOF                    VALUE "Y".
010277     05  WS-PREREQ-LOAD-SWITCH   PIC X(01)  VALUE "N".
010278         88  WS-PREREQ-LOAD-BAD             VALUE "Y".
010279     05  WS-MATCH-SWITCH         PIC X(01)  VALUE "N".
010280         88  WS-MATCH-FOUND                 VALUE "Y".
010281     05  WS-PREREQ-UNMET-SWITCH  PIC X(01)  VALUE "N".
010282         88  WS-PREREQ-UNMET                VALUE "Y".
010283     05  WS-PREREQ-REJECT-SWITCH PIC X(01)  VALUE "N".
010284         88  WS-PREREQ-REJECTED             VALUE "Y".
010285     05  WS-WAIVER-FILE-SWITCH   PIC X(01)  VALUE "N".
010286         88  WS-WAIVERS-PRESENT             VALUE "Y".
010287     05  WS-WAIVER-FOUND-SWITCH  PIC X(01)  VALUE "N".
010288         88  WS-WAIVER-FOUND                VALUE "Y".
010289
010290 01  WS-PREQ-STATUS              PIC X(02)  VALUE SPACES.
010291     88  WS-PREQ-OPENED                     VALUE "00" "05".
010292 01  WS-GRADHIST-STATUS          PIC X(02)  VALUE SPACES.
010293     88  WS-GRADHIST-OK                     VALUE "00".
010294 01  WS-WAIVER-STATUS            PIC X(02)  VALUE SPACES.
010295     88  WS-WAIVER-OPENED                   VALUE "00" "05".
010296     88  WS-WAIVER-ON-FILE                  VALUE "00".
010300
010305 01  WS-SCHEDULE-SWITCHES.
010310     05  WS-SCHED-FILE-SWITCH    PIC X(01)  VALUE "N".
010315         88  WS-SCHEDULE-PRESENT            VALUE "Y".
010320     05  WS-SCHED-LOAD-SWITCH    PIC X(01)  VALUE "N".
010325         88  WS-SCHED-LOAD-BAD              VALUE "Y".
010330     05  WS-ENRH-EOF-SWITCH      PIC X(01)  VALUE "N".
010335         88  WS-ENRH-EOF                    VALUE "Y".
010340     05  WS-SECT-SCHED-SWITCH    PIC X(01)  VALUE "N".
010345         88  WS-SECTION-SCHEDULED           VALUE "Y".
010350     05  WS-CONFLICT-SWITCH      PIC X(01)  VALUE "N".
010355         88  WS-TIME-CONFLICT               VALUE "Y".
010360     05  WS-DAY-MATCH-SWITCH     PIC X(01)  VALUE "N".
010365         88  WS-COMMON-DAY                  VALUE "Y".
010370
010375 01  WS-SCHED-STATUS             PIC X(02)  VALUE SPACES.
010380     88  WS-SCHED-OPENED                    VALUE "00" "05".
010385     88  WS-SCHED-ON-FILE                   VALUE "00".
010386
010387 01  WS-APPLCTL-STATUS           PIC X(02)  VALUE SPACES.
010388     88  WS-APPLCTL-OK                      VALUE "00".
010389     88  WS-APPLCTL-OPENED                  VALUE "00" "05".
010390     88  WS-APPLCTL-NOTFND                  VALUE "23".
010395
010400 01  WS-COUNTERS.
010500     05  WS-TRAN-COUNT           PIC 9(07)  COMP VALUE ZERO.
010600     05  WS-APPLIED-COUNT        PIC 9(07)  COMP VALUE ZERO.
010700     05  WS-WAITLISTED-COUNT     PIC 9(07)  COMP VALUE ZERO.
010800     05  WS-PROMOTED-COUNT       PIC 9(07)  COMP VALUE ZERO.
010900     05  WS-REJECT-COUNT         PIC 9(07)  COMP VALUE ZERO.
010950     05  WS-HOLD-REJECT-COUNT    PIC 9(07)  COMP VALUE ZERO.
010960     05  WS-PREREQ-REJECT-COUNT  PIC 9(07)  COMP VALUE ZERO.
010970     05  WS-WAIVED-COUNT         PIC 9(07)  COMP VALUE ZERO.
010977     05  WS-CONFLICT-REJECT-COUNT PIC 9(07) COMP VALUE ZERO.
010984     05  WS-WAITLIST-FULL-COUNT  PIC 9(07)  COMP VALUE ZERO.
010991     05  WS-UNSCHEDULED-COUNT    PIC 9(07)  COMP VALUE ZERO.
011000     05  WS-ENRL-IN-COUNT        PIC 9(07)  COMP VALUE ZERO.
011100     05  WS-ENRL-OUT-COUNT       PIC 9(07)  COMP VALUE ZERO.
011150     05  WS-BATCH-COUNT          PIC 9(07)  COMP VALUE ZERO.
011200     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
011300     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
011400     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
011700 01  WS-CAPACITY-PARM-NUM REDEFINES WS-CAPACITY-PARM
011800                                 PIC 9(03).
011900 01  WS-SECTION-CAPACITY         PIC 9(03)  COMP VALUE ZERO.
011930 01  WS-DEFAULT-CAPACITY         PIC 9(03)  COMP VALUE ZERO.
011960 01  WS-WAITLIST-LIMIT           PIC 9(03)  COMP VALUE ZERO.
011968 01  WS-OVERRIDE-PARM            PIC X(08)  VALUE SPACES.
011976     88  WS-OVERRIDE-REAPPLY                VALUE "REAPPLY".
011984 01  WS-PROCESSING-DATE          PIC X(08)  VALUE SPACES.
011992 01  WS-BATCH-KEY                PIC X(23)  VALUE SPACES.
012000
012100 01  WS-MAST-SECT-KEY.
012200     05  WS-MS-TERM-CODE         PIC X(05).
013000     05  WS-WK-TERM-CODE         PIC X(05).
013100     05  WS-WK-COURSE-ID         PIC X(08).
013200     05  WS-WK-SECTION           PIC X(03).
013208
013216*    MEETING DAYS AND TIMES OF THE SECTION BEING WORKED, SAVED BY
013224*    2250 SO THE SCHEDULE RECORD AREA IS FREE FOR THE READS 2800
013232*    MAKES AGAINST THE STUDENT'S OTHER SECTIONS.
013240 01  WS-SECTION-MEETING.
013248     05  WS-SM-DAYS              PIC X(07).
013256         88  WS-SM-TIME-ARRANGED            VALUE SPACES.
013264     05  WS-SM-DAY-TABLE REDEFINES WS-SM-DAYS.
013272         10  WS-SM-DAY           PIC X(01)  OCCURS 7 TIMES.
013280     05  WS-SM-START-TIME        PIC 9(04).
013288     05  WS-SM-END-TIME          PIC 9(04).
013300
013400 01  WS-TABLE-FIELDS.
013500     05  WS-SECT-COUNT           PIC 9(03)  COMP VALUE ZERO.
013600     05  WS-ENROLLED-COUNT       PIC 9(03)  COMP VALUE ZERO.
013650     05  WS-WAITING-COUNT        PIC 9(03)  COMP VALUE ZERO.
013700     05  WS-SUB                  PIC 9(03)  COMP VALUE ZERO.
013800     05  WS-FOUND-SUB            PIC 9(03)  COMP VALUE ZERO.
013900     05  WS-DROPPED-SUB          PIC 9(03)  COMP VALUE ZERO.
015800             15  WS-SE-GRADE          PIC X(02).
015900             15  WS-SE-STATUS-DATE    PIC X(08).
016000             15  FILLER               PIC X(01).
016003
016006*    TIME-CONFLICT CHECK DATA, LOADED ONCE BY 1400 WHEN THE
016008*    SECTION SCHEDULE IS PRESENT.  WS-TA- HOLDS EACH STUDENT AND
016010*    TERM WITH AN ADD ON TONIGHT'S TRANSACTION FILE; WS-ES- HOLDS
016012*    EVERY SECTION THOSE STUDENTS ARE ENROLLED IN FOR THOSE TERMS,
016015*    KEPT CURRENT AS THE RUN ENROLLS AND DROPS THEM.
016021 01  WS-CONFLICT-FIELDS.
016024     05  WS-TA-COUNT             PIC 9(04)  COMP VALUE ZERO.
016027     05  WS-TA-SUB               PIC 9(04)  COMP VALUE ZERO.
016030     05  WS-ES-COUNT             PIC 9(04)  COMP VALUE ZERO.
016033     05  WS-ES-SUB               PIC 9(04)  COMP VALUE ZERO.
016036     05  WS-ES-FOUND-SUB         PIC 9(04)  COMP VALUE ZERO.
016039     05  WS-DAY-SUB              PIC 9(02)  COMP VALUE ZERO.
016042     05  WS-MATCH-TERM-CODE      PIC X(05)  VALUE SPACES.
016045
016048 01  WS-ADD-TERM-TABLE.
016051     05  WS-TA-ENTRY OCCURS 1000 TIMES.
016054         10  WS-TA-STUDENT-ID     PIC X(09).
016057         10  WS-TA-TERM-CODE      PIC X(05).
016060
016063 01  WS-ENROLLED-SECT-TABLE.
016066     05  WS-ES-ENTRY OCCURS 3000 TIMES.
016069         10  WS-ES-STUDENT-ID     PIC X(09).
016072         10  WS-ES-SECT-KEY.
016075             15  WS-ES-TERM-CODE  PIC X(05).
016078             15  WS-ES-COURSE-ID  PIC X(08).
016081             15  WS-ES-SECTION    PIC X(03).
016084         10  WS-ES-ACTIVE-FLAG    PIC X(01).
016087             88  WS-ES-ACTIVE               VALUE "Y".
016100
016102*    PREREQUISITE CHECK DATA, LOADED ONCE BY 1300.  THE MINIMUM
016104*    GRADE IS HELD AS GRADE POINTS SO "AT OR ABOVE" IS A NUMERIC
016106*    COMPARE.
016108 01  WS-PREREQ-FIELDS.
016110     05  WS-PQ-COUNT             PIC 9(04)  COMP VALUE ZERO.
016112     05  WS-PQ-SUB               PIC 9(04)  COMP VALUE ZERO.
016114     05  WS-AS-COUNT             PIC 9(04)  COMP VALUE ZERO.
016116     05  WS-AS-SUB               PIC 9(04)  COMP VALUE ZERO.
016118     05  WS-PS-COUNT             PIC 9(04)  COMP VALUE ZERO.
016120     05  WS-PS-SUB               PIC 9(04)  COMP VALUE ZERO.
016122     05  WS-PS-FOUND-SUB         PIC 9(04)  COMP VALUE ZERO.
016124     05  WS-GRADE-POINTS         PIC 9(01)V9(01) VALUE ZERO.
016126     05  WS-MATCH-STUDENT-ID     PIC X(09)  VALUE SPACES.
016128     05  WS-MATCH-COURSE-ID      PIC X(08)  VALUE SPACES.
016130     05  WS-UNMET-REQUIRED-ID    PIC X(08)  VALUE SPACES.
016132     05  WS-APPLIED-NOTE         PIC X(40)  VALUE SPACES.
016134
016136 01  WS-PREREQ-TABLE.
016138     05  WS-PT-ENTRY OCCURS 500 TIMES.
016140         10  WS-PT-COURSE-ID      PIC X(08).
016142         10  WS-PT-REQUIRED-ID    PIC X(08).
016144         10  WS-PT-MIN-GRADE      PIC X(02).
016146         10  WS-PT-MIN-POINTS     PIC 9(01)V9(01).
016148
016150*    STUDENTS WITH AN ADD AGAINST A COURSE THAT HAS PREREQUISITES.
016152 01  WS-ADD-STUDENT-TABLE.
016154     05  WS-AS-STUDENT-ID OCCURS 1000 TIMES
016156                                 PIC X(09).
016158
016160*    BEST PASSING GRADE POINTS PER STUDENT AND REQUIRED COURSE.
016162 01  WS-PASSED-TABLE.
016164     05  WS-PS-ENTRY OCCURS 3000 TIMES.
016166         10  WS-PS-STUDENT-ID     PIC X(09).
016168         10  WS-PS-COURSE-ID      PIC X(08).
016170         10  WS-PS-POINTS         PIC 9(01)V9(01).
016172
016174*    THE CE-GRADE SCALE WITH THE SAME GRADE POINTS ACADRPT USES.
016176 01  WS-GRADE-POINT-TEXT         PIC X(44)  VALUE
016178         "A 40A-37B+33B 30B-27C+23C 20C-17D+13D 10F 00".
016180 01  WS-GRADE-POINT-TABLE REDEFINES WS-GRADE-POINT-TEXT.
016182     05  WS-GRADE-ENTRY OCCURS 11 TIMES
016184             INDEXED BY WS-GRADE-NDX.
016186         10  WS-GP-GRADE          PIC X(02).
016188         10  WS-GP-POINTS         PIC 9(01)V9(01).
016190
016200 01  WS-CURRENT-DATE-FIELDS.
016300     05  WS-CURRENT-CCYY         PIC 9(04).
016400     05  WS-CURRENT-MM           PIC 9(02).
016500     05  WS-CURRENT-DD           PIC 9(02).
016510 01  WS-CURRENT-TIME-FIELDS.
016520     05  WS-CURRENT-HH           PIC 9(02).
016530     05  WS-CURRENT-MN           PIC 9(02).
016540     05  WS-CURRENT-SS           PIC 9(02).
016550     05  WS-CURRENT-HS           PIC 9(02).
016600 01  WS-RUN-DATE-X.
016700     05  WS-RUN-DATE             PIC X(08).
016706
016712*    REGISTER REASON FOR AN ADD STOPPED BY AN UNMET PREREQUISITE.
016718 01  WS-PREREQ-REASON.
016724     05  FILLER                  PIC X(27)  VALUE
016730             "ADD - PREREQUISITE NOT MET ".
016736     05  WS-PR-REQUIRED-ID       PIC X(08).
016742     05  FILLER                  PIC X(05)  VALUE SPACES.
016748
016754 01  WS-REASON-74-CODE           PIC 9(02)  VALUE 74.
016760 01  WS-REASON-74-TEXT.
016766     05  FILLER                  PIC X(17)  VALUE
016772             "PREREQ NOT MET - ".
016778     05  WS-R74-COURSE-ID        PIC X(08).
016784     05  FILLER                  PIC X(07)  VALUE " NEEDS ".
016790     05  WS-R74-REQUIRED-ID      PIC X(08).
016800
016810*    REGISTER REASON FOR AN ADD STOPPED BY A REGISTRATION HOLD.
016820 01  WS-HOLD-REASON.
016830     05  FILLER                  PIC X(24)  VALUE
016840             "ADD - REGISTRATION HOLD ".
016850     05  WS-HR-HOLD-TYPE         PIC X(02).
016860     05  FILLER                  PIC X(01)  VALUE SPACE.
016870     05  WS-HR-OFFICE            PIC X(08).
016880     05  FILLER                  PIC X(05)  VALUE SPACES.
016881
016882*    REGISTER REASON FOR AN ADD CLASHING WITH A SECTION HELD.
016883 01  WS-CONFLICT-REASON.
016884     05  FILLER                  PIC X(20)  VALUE
016885             "ADD - TIME CONFLICT ".
016886     05  WS-CR-COURSE-ID         PIC X(08).
016887     05  FILLER                  PIC X(01)  VALUE SPACE.
016888     05  WS-CR-SECTION           PIC X(03).
016889     05  FILLER                  PIC X(08)  VALUE SPACES.
016890
016900 01  WS-HEADING-1.
017000     05  FILLER                  PIC X(01)  VALUE SPACE.
017100     05  FILLER                  PIC X(31)  VALUE
020800     05  WS-T-CAPTION            PIC X(26).
020900     05  WS-T-COUNT              PIC ZZZ,ZZ9.
021000     05  FILLER                  PIC X(98)  VALUE SPACES.
021008
021016 01  WS-BATCH-LINE.
021024     05  FILLER                  PIC X(01)  VALUE SPACE.
021032     05  FILLER                  PIC X(06)  VALUE "BATCH ".
021040     05  WS-B-BATCH-DATE         PIC X(08).
021048     05  FILLER                  PIC X(04)  VALUE " OF ".
021056     05  WS-B-RECORD-COUNT       PIC ZZZ,ZZ9.
021064     05  FILLER                  PIC X(16)  VALUE
021072             " TRANSACTIONS - ".
021080     05  WS-B-MESSAGE            PIC X(60).
021088     05  FILLER                  PIC X(30)  VALUE SPACES.
021100
021200 PROCEDURE DIVISION.
021300
022600* SYSIN, OPEN THE FILES, PRINT THE FIRST REGISTER PAGE HEADING    *
022700* AND PRIME BOTH SIDES OF THE MATCH.  AN UNUSABLE CAPACITY CARD   *
022800* FORCES BOTH EOF SWITCHES SO NO RECORDS MOVE AND THE RUN ENDS    *
022900* WITH RETURN CODE 16 IN 8000-FINALIZE.  SO DOES A HOLDS FILE     *
022930* THAT IS ALLOCATED BUT WILL NOT OPEN - APPLYING ADDS WITHOUT     *
022960* THE HOLDS WOULD LET BLOCKED STUDENTS REGISTER.                  *
022970* SO DOES PREREQUISITE DATA 1300 CANNOT LOAD WHOLE - CHECKING     *
022980* AGAINST PART OF IT WOULD REJECT STUDENTS WHO HAVE MET THEIRS.   *
022986* SO DOES A SECTION SCHEDULE THAT WILL NOT OPEN OR TIME-CONFLICT  *
022992* DATA 1400 CANNOT LOAD WHOLE.                                    *
022994* SO DOES AN APPLIED-BATCH CHECK THAT 1500 CANNOT CLEAR.  A       *
022996* BATCH ALREADY APPLIED PRINTS ONLY THE REGISTER HEADING.         *
023000******************************************************************
023100 1000-INITIALIZE.
023200     DISPLAY "CRSTRAN - ENROLLMENT TRANSACTION APPLY STARTED"
023300     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
023400     MOVE WS-CURRENT-DATE-FIELDS TO WS-RUN-DATE
023450     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
023500     ACCEPT WS-CAPACITY-PARM
023530     MOVE SPACES TO WS-OVERRIDE-PARM
023560     ACCEPT WS-OVERRIDE-PARM
023600     IF WS-CAPACITY-PARM IS NUMERIC
023700        AND WS-CAPACITY-PARM-NUM NOT = ZERO
023800         SET WS-PARM-OK TO TRUE
023900         MOVE WS-CAPACITY-PARM-NUM TO WS-DEFAULT-CAPACITY
024000         DISPLAY "CRSTRAN - DEFAULT SECTION CAPACITY: "
024100                 WS-DEFAULT-CAPACITY
024104         OPEN INPUT  HOLD-FILE
024108         IF NOT WS-HOLD-OPENED
024112             DISPLAY "CRSTRAN - UNABLE TO OPEN HOLDS FILE, "
024116                     "STATUS: " WS-HOLD-STATUS
024120             MOVE "N" TO WS-PARM-SWITCH
024124             SET WS-TRAN-EOF TO TRUE
024128             SET WS-ENRL-EOF TO TRUE
024132             GO TO 1000-EXIT
024136         END-IF
024140         PERFORM 1300-LOAD-PREREQ-DATA THRU 1300-EXIT
024144         IF NOT WS-PREREQ-LOAD-BAD
024148             PERFORM 1400-LOAD-SCHEDULE-DATA THRU 1400-EXIT
024152         END-IF
024156         IF WS-PREREQ-LOAD-BAD OR WS-SCHED-LOAD-BAD
024160             MOVE "N" TO WS-PARM-SWITCH
024164             SET WS-TRAN-EOF TO TRUE
024168             SET WS-ENRL-EOF TO TRUE
024172             GO TO 1000-EXIT
024176         END-IF
024180         PERFORM 1500-CHECK-BATCH THRU 1500-EXIT
024184         IF NOT WS-BATCH-TO-APPLY
024188             GO TO 1000-EXIT
024192         END-IF
024200         OPEN INPUT  ENRL-TRAN
024300         OPEN INPUT  OLD-ENROLL
024400         OPEN OUTPUT NEW-ENROLL
024500         OPEN OUTPUT ENRL-REGISTER
024550         OPEN EXTEND EXCEPTION-LOG
024555         SET WS-APPLY-FILES-OPEN TO TRUE
024560         PERFORM 1600-RECORD-BATCH-START THRU 1600-EXIT
024570         IF WS-BATCH-CTL-BAD
024580             GO TO 1000-EXIT
024590         END-IF
024600         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
024650         PERFORM 1650-WRITE-BATCH-LINE THRU 1650-EXIT
024700         PERFORM 1800-READ-TRAN THRU 1800-EXIT
024800         PERFORM 1900-READ-ENROLL THRU 1900-EXIT
024900     ELSE
025500     .
025600 1000-EXIT.
025700     EXIT.
025701
025702******************************************************************
025703* 1300-LOAD-PREREQ-DATA - LOAD WHAT THE PREREQUISITE CHECK NEEDS: *
025704* THE PREREQUISITE FILE, THE WAIVER FILE, AND FROM THE GRADE      *
025705* HISTORY EVERY PASSING GRADE IN A REQUIRED COURSE EARNED BY A    *
025706* STUDENT WHO HAS AN ADD AGAINST A COURSE WITH PREREQUISITES ON   *
025707* TONIGHT'S TRANSACTION FILE.  THE TRANSACTION FILE IS READ ONCE  *
025708* HERE FOR THOSE STUDENT IDS AND CLOSED AGAIN BEFORE THE APPLY    *
025709* OPENS IT.  WITH NO PREREQUISITES ON FILE NOTHING MORE IS READ.  *
025710* ANY FAILURE SETS WS-PREREQ-LOAD-BAD FOR 1000-INITIALIZE.        *
025711******************************************************************
025712 1300-LOAD-PREREQ-DATA.
025713     OPEN INPUT PREREQ-FILE
025714     IF NOT WS-PREQ-OPENED
025715         DISPLAY "CRSTRAN - UNABLE TO OPEN PREREQUISITE FILE, "
025716                 "STATUS: " WS-PREQ-STATUS
025717         SET WS-PREREQ-LOAD-BAD TO TRUE
025718         GO TO 1300-EXIT
025719     END-IF
025720     PERFORM 1310-READ-PREREQ THRU 1310-EXIT
025721         UNTIL WS-PREQ-EOF
025722     CLOSE PREREQ-FILE
025723     IF WS-PREREQ-LOAD-BAD
025724         GO TO 1300-EXIT
025725     END-IF
025726     DISPLAY "CRSTRAN - PREREQUISITES LOADED: " WS-PQ-COUNT
025727     OPEN INPUT WAIVER-FILE
025728     IF NOT WS-WAIVER-OPENED
025729         DISPLAY "CRSTRAN - UNABLE TO OPEN WAIVER FILE, "
025730                 "STATUS: " WS-WAIVER-STATUS
025731         SET WS-PREREQ-LOAD-BAD TO TRUE
025732         GO TO 1300-EXIT
025733     END-IF
025734     IF WS-WAIVER-ON-FILE
025735         SET WS-WAIVERS-PRESENT TO TRUE
025736     END-IF
025737     IF WS-PQ-COUNT = ZERO
025738         GO TO 1300-EXIT
025739     END-IF
025740     OPEN INPUT ENRL-TRAN
025741     PERFORM 1850-SCAN-TRAN THRU 1850-EXIT
025742         UNTIL WS-TRAN-EOF
025743     CLOSE ENRL-TRAN
025744     MOVE "N" TO WS-TRAN-EOF-SWITCH
025745     IF WS-PREREQ-LOAD-BAD
025746         GO TO 1300-EXIT
025747     END-IF
025748     OPEN INPUT GRADE-HISTORY
025749     IF NOT WS-GRADHIST-OK
025750         DISPLAY "CRSTRAN - PREREQUISITES ON FILE BUT NO GRADE "
025751                 "HISTORY, STATUS: " WS-GRADHIST-STATUS
025752         SET WS-PREREQ-LOAD-BAD TO TRUE
025753         GO TO 1300-EXIT
025754     END-IF
025755     PERFORM 1950-READ-GRADE-HISTORY THRU 1950-EXIT
025756         UNTIL WS-GRAD-EOF
025757     CLOSE GRADE-HISTORY
025758     DISPLAY "CRSTRAN - PASSING GRADES LOADED: " WS-PS-COUNT
025759     .
025760 1300-EXIT.
025761     EXIT.
025800
025802 1310-READ-PREREQ.
025804     READ PREREQ-FILE
025806         AT END
025808             SET WS-PREQ-EOF TO TRUE
025810         NOT AT END
025812             IF WS-PQ-COUNT < 500
025814                 ADD 1 TO WS-PQ-COUNT
025816                 MOVE PQ-COURSE-ID
025818                     TO WS-PT-COURSE-ID (WS-PQ-COUNT)
025820                 MOVE PQ-REQUIRED-COURSE-ID
025822                     TO WS-PT-REQUIRED-ID (WS-PQ-COUNT)
025824                 MOVE PQ-MIN-GRADE
025826                     TO WS-PT-MIN-GRADE (WS-PQ-COUNT)
025828                 PERFORM 1320-SET-MIN-POINTS THRU 1320-EXIT
025830             ELSE
025832                 DISPLAY "CRSTRAN - PREREQUISITE TABLE FULL"
025834                 SET WS-PREREQ-LOAD-BAD TO TRUE
025836                 SET WS-PREQ-EOF TO TRUE
025838             END-IF
025840     END-READ
025842     .
025844 1310-EXIT.
025846     EXIT.
025848
025850******************************************************************
025852* 1320-SET-MIN-POINTS - CONVERT THE MINIMUM GRADE JUST LOADED TO  *
025854* GRADE POINTS.  A GRADE NOT ON THE SCALE (PREQMNT DOES NOT LET   *
025856* ONE ON) IS TAKEN AS ANY PASSING GRADE AND NOTED ON THE LOG.     *
025858******************************************************************
025860 1320-SET-MIN-POINTS.
025862     MOVE ZERO TO WS-PT-MIN-POINTS (WS-PQ-COUNT)
025864     SET WS-GRADE-NDX TO 1
025866     SEARCH WS-GRADE-ENTRY
025868         AT END
025870             DISPLAY "CRSTRAN - MINIMUM GRADE NOT ON SCALE, ANY "
025872                     "PASS ACCEPTED: " PQ-COURSE-ID " "
025874                     PQ-REQUIRED-COURSE-ID " " PQ-MIN-GRADE
025876         WHEN WS-GP-GRADE (WS-GRADE-NDX) = PQ-MIN-GRADE
025878             MOVE WS-GP-POINTS (WS-GRADE-NDX)
025880                 TO WS-PT-MIN-POINTS (WS-PQ-COUNT)
025882     END-SEARCH
025884     .
025886 1320-EXIT.
025888     EXIT.
025890
025897******************************************************************
025904* 1400-LOAD-SCHEDULE-DATA - OPEN THE SECTION SCHEDULE AND LOAD    *
025911* WHAT THE TIME-CONFLICT CHECK NEEDS: EACH STUDENT AND TERM WITH  *
025918* AN ADD ON TONIGHT'S TRANSACTION FILE, THEN FROM THE ENROLLMENT  *
025925* FILE (GRADHIST) EVERY SECTION THOSE STUDENTS ARE ENROLLED IN    *
025932* FOR THOSE TERMS.  THE TRANSACTION FILE IS READ AND CLOSED       *
025939* AGAIN BEFORE THE APPLY OPENS IT, AS 1300 DOES.  NO SCHEDULE     *
025946* FILE MEANS EVERY SECTION TAKES THE CARD CAPACITY AND NOTHING    *
025953* MORE IS READ.  ANY FAILURE SETS WS-SCHED-LOAD-BAD FOR           *
025960* 1000-INITIALIZE.                                                *
025967******************************************************************
025974 1400-LOAD-SCHEDULE-DATA.
025981     OPEN INPUT SCHEDULE-FILE
025988     IF NOT WS-SCHED-OPENED
025995         DISPLAY "CRSTRAN - UNABLE TO OPEN SECTION SCHEDULE, "
026002                 "STATUS: " WS-SCHED-STATUS
026009         SET WS-SCHED-LOAD-BAD TO TRUE
026016         GO TO 1400-EXIT
026023     END-IF
026030     IF NOT WS-SCHED-ON-FILE
026037         DISPLAY "CRSTRAN - NO SECTION SCHEDULE, CARD CAPACITY "
026044                 "USED FOR EVERY SECTION"
026051         GO TO 1400-EXIT
026058     END-IF
026065     SET WS-SCHEDULE-PRESENT TO TRUE
026072     OPEN INPUT ENRL-TRAN
026079     PERFORM 1410-SCAN-TRAN-ADDS THRU 1410-EXIT
026086         UNTIL WS-TRAN-EOF
026093     CLOSE ENRL-TRAN
026100     MOVE "N" TO WS-TRAN-EOF-SWITCH
026107     IF WS-SCHED-LOAD-BAD OR WS-TA-COUNT = ZERO
026114         GO TO 1400-EXIT
026121     END-IF
026128     OPEN INPUT GRADE-HISTORY
026135     IF NOT WS-GRADHIST-OK
026142         DISPLAY "CRSTRAN - SECTION SCHEDULE ON FILE BUT NO "
026149                 "ENROLLMENT HISTORY, STATUS: " WS-GRADHIST-STATUS
026156         SET WS-SCHED-LOAD-BAD TO TRUE
026163         GO TO 1400-EXIT
026170     END-IF
026177     PERFORM 1440-READ-ENROLLED-SECTION THRU 1440-EXIT
026184         UNTIL WS-ENRH-EOF
026191     CLOSE GRADE-HISTORY
026198     DISPLAY "CRSTRAN - ENROLLED SECTIONS LOADED: " WS-ES-COUNT
026205     .
026212 1400-EXIT.
026219     EXIT.
026226
026233 1410-SCAN-TRAN-ADDS.
026240     READ ENRL-TRAN
026247         AT END
026254             SET WS-TRAN-EOF TO TRUE
026261         NOT AT END
026268             IF ET-ACTION-ADD
026275                 PERFORM 1420-NOTE-ADD-TERM THRU 1420-EXIT
026282             END-IF
026289     END-READ
026296     .
026303 1410-EXIT.
026310     EXIT.
026317
026324 1420-NOTE-ADD-TERM.
026331     MOVE ET-STUDENT-ID TO WS-MATCH-STUDENT-ID
026338     MOVE ET-TERM-CODE  TO WS-MATCH-TERM-CODE
026345     PERFORM 1430-FIND-ADD-TERM THRU 1430-EXIT
026352     IF WS-MATCH-FOUND
026359         GO TO 1420-EXIT
026366     END-IF
026373     IF WS-TA-COUNT < 1000
026380         ADD 1 TO WS-TA-COUNT
026387         MOVE ET-STUDENT-ID TO WS-TA-STUDENT-ID (WS-TA-COUNT)
026394         MOVE ET-TERM-CODE  TO WS-TA-TERM-CODE (WS-TA-COUNT)
026401     ELSE
026408         DISPLAY "CRSTRAN - TIME-CONFLICT STUDENT TABLE FULL"
026415         SET WS-SCHED-LOAD-BAD TO TRUE
026422         SET WS-TRAN-EOF TO TRUE
026429     END-IF
026436     .
026443 1420-EXIT.
026450     EXIT.
026457
026464******************************************************************
026471* 1430-FIND-ADD-TERM - SET WS-MATCH-FOUND WHEN                    *
026478* WS-MATCH-STUDENT-ID HAS AN ADD IN WS-MATCH-TERM-CODE ON         *
026485* TONIGHT'S TRANSACTION FILE.                                     *
026492******************************************************************
026499 1430-FIND-ADD-TERM.
026506     MOVE "N" TO WS-MATCH-SWITCH
026513     PERFORM 1435-MATCH-ADD-TERM THRU 1435-EXIT
026520         VARYING WS-TA-SUB FROM 1 BY 1
026527         UNTIL WS-TA-SUB > WS-TA-COUNT
026534            OR WS-MATCH-FOUND
026541     .
026548 1430-EXIT.
026555     EXIT.
026562
026569 1435-MATCH-ADD-TERM.
026576     IF WS-TA-STUDENT-ID (WS-TA-SUB) = WS-MATCH-STUDENT-ID
026583        AND WS-TA-TERM-CODE (WS-TA-SUB) = WS-MATCH-TERM-CODE
026590         SET WS-MATCH-FOUND TO TRUE
026597     END-IF
026604     .
026611 1435-EXIT.
026618     EXIT.
026625
026632******************************************************************
026639* 1440-READ-ENROLLED-SECTION - KEEP AN ENROLLED RECORD WHEN ITS   *
026646* STUDENT HAS AN ADD FOR ITS TERM.  WAITLISTED AND DROPPED        *
026653* RECORDS HOLD NO SEAT AND CANNOT CONFLICT.                       *
026660******************************************************************
026667 1440-READ-ENROLLED-SECTION.
026674     READ GRADE-HISTORY
026681         AT END
026688             SET WS-ENRH-EOF TO TRUE
026695             GO TO 1440-EXIT
026702     END-READ
026709     IF NOT GH-ENROLL-ENROLLED
026716         GO TO 1440-EXIT
026723     END-IF
026730     MOVE GH-STUDENT-ID TO WS-MATCH-STUDENT-ID
026737     MOVE GH-TERM-CODE  TO WS-MATCH-TERM-CODE
026744     PERFORM 1430-FIND-ADD-TERM THRU 1430-EXIT
026751     IF NOT WS-MATCH-FOUND
026758         GO TO 1440-EXIT
026765     END-IF
026772     IF WS-ES-COUNT < 3000
026779         ADD 1 TO WS-ES-COUNT
026786         MOVE GH-STUDENT-ID     TO WS-ES-STUDENT-ID (WS-ES-COUNT)
026793         MOVE GH-TERM-CODE      TO WS-ES-TERM-CODE (WS-ES-COUNT)
026800         MOVE GH-COURSE-ID      TO WS-ES-COURSE-ID (WS-ES-COUNT)
026807         MOVE GH-SECTION-NUMBER TO WS-ES-SECTION (WS-ES-COUNT)
026814         MOVE "Y"               TO WS-ES-ACTIVE-FLAG (WS-ES-COUNT)
026821     ELSE
026828         DISPLAY "CRSTRAN - ENROLLED SECTION TABLE FULL"
026835         SET WS-SCHED-LOAD-BAD TO TRUE
026842         SET WS-ENRH-EOF TO TRUE
026849     END-IF
026856     .
026863 1440-EXIT.
026870     EXIT.
026877
026878******************************************************************
026879* 1500-CHECK-BATCH - COUNT THE TRANSACTION FILE AND LOOK THE      *
026880* BATCH UP ON THE APPLIED-BATCH CONTROL FILE.  A BATCH NOT ON     *
026881* FILE IS NEW.  A BATCH ALREADY APPLIED IS REFUSED UNLESS THE     *
026882* REAPPLY CARD IS PRESENT - ONLY THE REGISTER HEADING AND BATCH   *
026883* LINE PRINT.  A BATCH LEFT STARTED BY A RUN THAT DIED PART WAY   *
026884* THROUGH IS NOT TOUCHED WITHOUT THE CARD EITHER; THE FILES MUST  *
026885* FIRST BE RESTORED FROM THE NIGHT'S BACKUP.                      *
026886******************************************************************
026887 1500-CHECK-BATCH.
026888     CALL "PROCDATE" USING WS-PROCESSING-DATE
026889     OPEN INPUT ENRL-TRAN
026890     PERFORM 1550-COUNT-TRAN THRU 1550-EXIT
026891         UNTIL WS-TRAN-EOF
026892     CLOSE ENRL-TRAN
026893     MOVE "N" TO WS-TRAN-EOF-SWITCH
026894     OPEN I-O APPLIED-BATCH-FILE
026895     IF NOT WS-APPLCTL-OPENED
026896         DISPLAY "CRSTRAN - UNABLE TO OPEN APPLIED BATCH "
026897                 "CONTROL, STATUS: " WS-APPLCTL-STATUS
026898         SET WS-BATCH-CTL-BAD TO TRUE
026899         SET WS-TRAN-EOF TO TRUE
026900         SET WS-ENRL-EOF TO TRUE
026901         GO TO 1500-EXIT
026902     END-IF
026903     MOVE "CRSTRAN "         TO AB-APPLY-PROGRAM
026904     MOVE WS-PROCESSING-DATE TO AB-BATCH-DATE
026905     MOVE WS-BATCH-COUNT     TO AB-RECORD-COUNT
026906     MOVE AB-BATCH-KEY       TO WS-BATCH-KEY
026907     MOVE WS-BATCH-COUNT     TO WS-B-RECORD-COUNT
026908     DISPLAY "CRSTRAN - BATCH " WS-PROCESSING-DATE " OF "
026909             WS-B-RECORD-COUNT " TRANSACTIONS"
026910     READ APPLIED-BATCH-FILE
026911         KEY IS AB-BATCH-KEY
026912     END-READ
026913     EVALUATE TRUE
026914         WHEN WS-APPLCTL-NOTFND
026915             SET WS-BATCH-NEW TO TRUE
026916         WHEN NOT WS-APPLCTL-OK
026917             DISPLAY "CRSTRAN - APPLIED BATCH CONTROL READ "
026918                     "FAILED, STATUS: " WS-APPLCTL-STATUS
026919             SET WS-BATCH-CTL-BAD TO TRUE
026920         WHEN WS-OVERRIDE-REAPPLY
026921             SET WS-BATCH-REAPPLIED TO TRUE
026922             DISPLAY "CRSTRAN - BATCH ALREADY APPLIED "
026923                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
026924                     " - REAPPLIED UNDER THE REAPPLY CARD"
026925         WHEN AB-APPLY-STARTED
026926             SET WS-BATCH-INTERRUPTED TO TRUE
026927             DISPLAY "CRSTRAN - BATCH STARTED "
026928                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
026929                     " NEVER COMPLETED"
026930             DISPLAY "CRSTRAN - RESTORE THE FILES WITH APPLRCVR, "
026931                     "THEN RERUN WITH THE REAPPLY CARD"
026932         WHEN OTHER
026933             SET WS-BATCH-ALREADY-APPLIED TO TRUE
026934             DISPLAY "CRSTRAN - BATCH ALREADY APPLIED "
026935                     AB-LAST-APPLIED-DATE " " AB-LAST-APPLIED-TIME
026936                     " - NOTHING APPLIED"
026937     END-EVALUATE
026938     IF WS-BATCH-TO-APPLY
026939         GO TO 1500-EXIT
026940     END-IF
026941     CLOSE APPLIED-BATCH-FILE
026942     SET WS-TRAN-EOF TO TRUE
026943     SET WS-ENRL-EOF TO TRUE
026944     IF WS-BATCH-ALREADY-APPLIED
026945         OPEN OUTPUT ENRL-REGISTER
026946         PERFORM 3000-WRITE-HEADINGS THRU 3000-EXIT
026947         PERFORM 1650-WRITE-BATCH-LINE THRU 1650-EXIT
026948     END-IF
026949     .
026950 1500-EXIT.
026951     EXIT.
026952
026953 1550-COUNT-TRAN.
026954     READ ENRL-TRAN
026955         AT END
026956             SET WS-TRAN-EOF TO TRUE
026957         NOT AT END
026958             ADD 1 TO WS-BATCH-COUNT
026959     END-READ
026960     .
026961 1550-EXIT.
026962     EXIT.
026963
026964******************************************************************
026965* 1600-RECORD-BATCH-START - RECORD THE BATCH AS STARTED BEFORE    *
026966* THE FIRST UPDATE.  A NEW BATCH IS ADDED; A REAPPLIED ONE IS     *
026967* MARKED WITH THE OVERRIDE AND ITS APPLY COUNT IS BUMPED.  IF     *
026968* THE RECORD CANNOT BE WRITTEN NOTHING IS APPLIED - A LATER       *
026969* RERUN WOULD HAVE NO WAY TO KNOW THE BATCH WENT IN.              *
026970******************************************************************
026971 1600-RECORD-BATCH-START.
026972     IF WS-BATCH-NEW
026973         MOVE SPACES                 TO APPLIED-BATCH-RECORD
026974         MOVE WS-BATCH-KEY           TO AB-BATCH-KEY
026975         MOVE WS-RUN-DATE            TO AB-FIRST-APPLIED-DATE
026976         MOVE WS-CURRENT-TIME-FIELDS TO AB-FIRST-APPLIED-TIME
026977         MOVE ZERO                   TO AB-APPLY-COUNT
026978         MOVE "N"                    TO AB-OVERRIDE-FLAG
026979         MOVE ZERO                   TO AB-APPLIED-COUNT
026980         MOVE ZERO                   TO AB-REJECTED-COUNT
026981         MOVE ZERO                   TO AB-RETURN-CODE
026982     END-IF
026983     SET AB-APPLY-STARTED TO TRUE
026984     MOVE WS-RUN-DATE            TO AB-LAST-APPLIED-DATE
026985     MOVE WS-CURRENT-TIME-FIELDS TO AB-LAST-APPLIED-TIME
026986     ADD 1 TO AB-APPLY-COUNT
026987     IF WS-BATCH-NEW
026988         WRITE APPLIED-BATCH-RECORD
026989     ELSE
026990         SET AB-OVERRIDE-USED TO TRUE
026991         REWRITE APPLIED-BATCH-RECORD
026992     END-IF
026993     IF NOT WS-APPLCTL-OK
026994         DISPLAY "CRSTRAN - UNABLE TO RECORD BATCH START, "
026995                 "STATUS: " WS-APPLCTL-STATUS
026996         SET WS-BATCH-CTL-BAD TO TRUE
026997         SET WS-TRAN-EOF TO TRUE
026998         SET WS-ENRL-EOF TO TRUE
026999     END-IF
027000     .
027001 1600-EXIT.
027002     EXIT.
027003
027004******************************************************************
027005* 1650-WRITE-BATCH-LINE - SHOW ON THE REGISTER WHICH BATCH THIS   *
027006* RUN IS AND WHETHER IT WAS APPLIED.                              *
027007******************************************************************
027008 1650-WRITE-BATCH-LINE.
027009     MOVE WS-PROCESSING-DATE TO WS-B-BATCH-DATE
027010     MOVE WS-BATCH-COUNT     TO WS-B-RECORD-COUNT
027011     EVALUATE TRUE
027012         WHEN WS-BATCH-NEW
027013             MOVE "FIRST APPLY OF THIS BATCH" TO WS-B-MESSAGE
027014         WHEN WS-BATCH-REAPPLIED
027015             MOVE "ALREADY APPLIED - REAPPLIED UNDER REAPPLY CARD"
027016                 TO WS-B-MESSAGE
027017         WHEN OTHER
027018             MOVE "ALREADY APPLIED - NOTHING APPLIED THIS RUN"
027019                 TO WS-B-MESSAGE
027020     END-EVALUATE
027021     WRITE ENRL-REGISTER-LINE FROM WS-BATCH-LINE
027022         AFTER ADVANCING 1 LINE
027023     ADD 1 TO WS-LINE-COUNT
027024     .
027025 1650-EXIT.
027026     EXIT.
027040******************************************************************
027045* 1800-READ-TRAN - PRIMING AND SUBSEQUENT READS OF THE            *
027050* TRANSACTION FILE.  AT END THE SECTION MATCH KEY IS FORCED HIGH  *
027055* SO THE REMAINING ENROLLMENT RECORDS FLOW STRAIGHT THROUGH.      *
027060******************************************************************
027100 1800-READ-TRAN.
027140     READ ENRL-TRAN
027180         AT END
027220             SET WS-TRAN-EOF TO TRUE
027260             MOVE HIGH-VALUES TO WS-TRAN-SECT-KEY
027300         NOT AT END
027340             ADD 1 TO WS-TRAN-COUNT
027380             MOVE ET-TERM-CODE      TO WS-TS-TERM-CODE
027420             MOVE ET-COURSE-ID      TO WS-TS-COURSE-ID
027460             MOVE ET-SECTION-NUMBER TO WS-TS-SECTION
027500     END-READ
027540     .
027580 1800-EXIT.
027620     EXIT.
027701
027702******************************************************************
027703* 1850-SCAN-TRAN - READ THE TRANSACTION FILE AHEAD OF THE APPLY   *
027704* AND NOTE, ONCE EACH, THE STUDENTS WITH AN ADD AGAINST A COURSE  *
027705* THAT HAS PREREQUISITES.  ONLY THEIR GRADES ARE LOADED BY 1950.  *
027706******************************************************************
027707 1850-SCAN-TRAN.
027708     READ ENRL-TRAN
027709         AT END
027710             SET WS-TRAN-EOF TO TRUE
027711         NOT AT END
027712             IF ET-ACTION-ADD
027713                 PERFORM 1860-NOTE-ADD-STUDENT THRU 1860-EXIT
027714             END-IF
027715     END-READ
027716     .
027717 1850-EXIT.
027718     EXIT.
027719
027720 1860-NOTE-ADD-STUDENT.
027721     MOVE "N" TO WS-MATCH-SWITCH
027722     PERFORM 1865-MATCH-PREREQ-COURSE THRU 1865-EXIT
027723         VARYING WS-PQ-SUB FROM 1 BY 1
027724         UNTIL WS-PQ-SUB > WS-PQ-COUNT
027725            OR WS-MATCH-FOUND
027726     IF NOT WS-MATCH-FOUND
027727         GO TO 1860-EXIT
027728     END-IF
027729     MOVE ET-STUDENT-ID TO WS-MATCH-STUDENT-ID
027730     PERFORM 1870-FIND-ADD-STUDENT THRU 1870-EXIT
027731     IF WS-MATCH-FOUND
027732         GO TO 1860-EXIT
027733     END-IF
027734     IF WS-AS-COUNT < 1000
027735         ADD 1 TO WS-AS-COUNT
027736         MOVE ET-STUDENT-ID TO WS-AS-STUDENT-ID (WS-AS-COUNT)
027737     ELSE
027738         DISPLAY "CRSTRAN - PREREQUISITE STUDENT TABLE FULL"
027739         SET WS-PREREQ-LOAD-BAD TO TRUE
027740         SET WS-TRAN-EOF TO TRUE
027741     END-IF
027742     .
027743 1860-EXIT.
027744     EXIT.
027745
027746 1865-MATCH-PREREQ-COURSE.
027747     IF WS-PT-COURSE-ID (WS-PQ-SUB) = ET-COURSE-ID
027748         SET WS-MATCH-FOUND TO TRUE
027749     END-IF
027750     .
027751 1865-EXIT.
027752     EXIT.
027753
027754 1870-FIND-ADD-STUDENT.
027755     MOVE "N" TO WS-MATCH-SWITCH
027756     PERFORM 1875-MATCH-ADD-STUDENT THRU 1875-EXIT
027757         VARYING WS-AS-SUB FROM 1 BY 1
027758         UNTIL WS-AS-SUB > WS-AS-COUNT
027759            OR WS-MATCH-FOUND
027760     .
027761 1870-EXIT.
027762     EXIT.
027763
027764 1875-MATCH-ADD-STUDENT.
027765     IF WS-AS-STUDENT-ID (WS-AS-SUB) = WS-MATCH-STUDENT-ID
027766         SET WS-MATCH-FOUND TO TRUE
027767     END-IF
027768     .
027769 1875-EXIT.
027770     EXIT.
027800
027900******************************************************************
028000* 1900-READ-ENROLL - PRIMING AND SUBSEQUENT READS OF THE COURSE-  *
029500     END-READ
029600     .
029700 1900-EXIT.
029701     EXIT.
029702
029703******************************************************************
029704* 1950-READ-GRADE-HISTORY - KEEP A PASSING GRADE WHEN IT IS IN A  *
029705* REQUIRED COURSE AND BELONGS TO A STUDENT NOTED BY 1860.  ONLY   *
029706* THE BEST GRADE PER STUDENT AND COURSE IS KEPT, SO A REPEATED    *
029707* COURSE COUNTS AT ITS BEST ATTEMPT.  AN F IS NEVER KEPT.         *
029708******************************************************************
029709 1950-READ-GRADE-HISTORY.
029710     READ GRADE-HISTORY
029711         AT END
029712             SET WS-GRAD-EOF TO TRUE
029713             GO TO 1950-EXIT
029714     END-READ
029715     IF NOT GH-GRADED
029716         GO TO 1950-EXIT
029717     END-IF
029718     MOVE "N" TO WS-MATCH-SWITCH
029719     PERFORM 1955-MATCH-REQUIRED-COURSE THRU 1955-EXIT
029720         VARYING WS-PQ-SUB FROM 1 BY 1
029721         UNTIL WS-PQ-SUB > WS-PQ-COUNT
029722            OR WS-MATCH-FOUND
029723     IF NOT WS-MATCH-FOUND
029724         GO TO 1950-EXIT
029725     END-IF
029726     MOVE GH-STUDENT-ID TO WS-MATCH-STUDENT-ID
029727     PERFORM 1870-FIND-ADD-STUDENT THRU 1870-EXIT
029728     IF NOT WS-MATCH-FOUND
029729         GO TO 1950-EXIT
029730     END-IF
029731     MOVE ZERO TO WS-GRADE-POINTS
029732     SET WS-GRADE-NDX TO 1
029733     SEARCH WS-GRADE-ENTRY
029734         WHEN WS-GP-GRADE (WS-GRADE-NDX) = GH-GRADE
029735             MOVE WS-GP-POINTS (WS-GRADE-NDX) TO WS-GRADE-POINTS
029736     END-SEARCH
029737     IF WS-GRADE-POINTS = ZERO
029738         GO TO 1950-EXIT
029739     END-IF
029740     PERFORM 1960-KEEP-BEST-GRADE THRU 1960-EXIT
029741     .
029742 1950-EXIT.
029743     EXIT.
029744
029745 1955-MATCH-REQUIRED-COURSE.
029746     IF WS-PT-REQUIRED-ID (WS-PQ-SUB) = GH-COURSE-ID
029747         SET WS-MATCH-FOUND TO TRUE
029748     END-IF
029749     .
029750 1955-EXIT.
029751     EXIT.
029800
029802 1960-KEEP-BEST-GRADE.
029804     MOVE GH-STUDENT-ID TO WS-MATCH-STUDENT-ID
029806     MOVE GH-COURSE-ID  TO WS-MATCH-COURSE-ID
029808     PERFORM 1970-FIND-PASSED THRU 1970-EXIT
029810     IF WS-PS-FOUND-SUB NOT = ZERO
029812         IF WS-GRADE-POINTS > WS-PS-POINTS (WS-PS-FOUND-SUB)
029814             MOVE WS-GRADE-POINTS
029816                 TO WS-PS-POINTS (WS-PS-FOUND-SUB)
029818         END-IF
029820         GO TO 1960-EXIT
029822     END-IF
029824     IF WS-PS-COUNT < 3000
029826         ADD 1 TO WS-PS-COUNT
029828         MOVE GH-STUDENT-ID   TO WS-PS-STUDENT-ID (WS-PS-COUNT)
029830         MOVE GH-COURSE-ID    TO WS-PS-COURSE-ID (WS-PS-COUNT)
029832         MOVE WS-GRADE-POINTS TO WS-PS-POINTS (WS-PS-COUNT)
029834     ELSE
029836         DISPLAY "CRSTRAN - PASSING GRADE TABLE FULL"
029838         SET WS-PREREQ-LOAD-BAD TO TRUE
029840         SET WS-GRAD-EOF TO TRUE
029842     END-IF
029844     .
029846 1960-EXIT.
029848     EXIT.
029850
029852******************************************************************
029854* 1970-FIND-PASSED - LOOK UP THE BEST PASSING GRADE HELD FOR      *
029856* WS-MATCH-STUDENT-ID IN WS-MATCH-COURSE-ID.  WS-PS-FOUND-SUB IS  *
029858* ZERO WHEN THE STUDENT HAS NOT PASSED THE COURSE.                *
029860******************************************************************
029862 1970-FIND-PASSED.
029864     MOVE ZERO TO WS-PS-FOUND-SUB
029866     PERFORM 1975-MATCH-PASSED THRU 1975-EXIT
029868         VARYING WS-PS-SUB FROM 1 BY 1
029870         UNTIL WS-PS-SUB > WS-PS-COUNT
029872            OR WS-PS-FOUND-SUB NOT = ZERO
029874     .
029876 1970-EXIT.
029878     EXIT.
029880
029882 1975-MATCH-PASSED.
029884     IF WS-PS-STUDENT-ID (WS-PS-SUB) = WS-MATCH-STUDENT-ID
029886        AND WS-PS-COURSE-ID (WS-PS-SUB) = WS-MATCH-COURSE-ID
029888         MOVE WS-PS-SUB TO WS-PS-FOUND-SUB
029890     END-IF
029892     .
029894 1975-EXIT.
029896     EXIT.
029898
029900
030000******************************************************************
030100* 2000-APPLY-TRANSACTIONS - ONE SECTION-LEVEL COMPARISON PER      *
033600******************************************************************
033700 2200-PROCESS-SECTION.
033800     MOVE WS-TRAN-SECT-KEY TO WS-WORK-SECT-KEY
033850     PERFORM 2250-GET-SECTION-SCHEDULE THRU 2250-EXIT
033900     MOVE ZERO TO WS-SECT-COUNT
034000     MOVE ZERO TO WS-ENROLLED-COUNT
034050     MOVE ZERO TO WS-WAITING-COUNT
034100     PERFORM 2300-LOAD-ONE-ENROLLMENT THRU 2300-EXIT
034200         UNTIL WS-MAST-SECT-KEY NOT = WS-WORK-SECT-KEY
034300     PERFORM 2400-APPLY-ONE-TRAN THRU 2400-EXIT
034800 2200-EXIT.
034900     EXIT.
035000
035002******************************************************************
035004* 2250-GET-SECTION-SCHEDULE - SET THE CAPACITY, WAITLIST LIMIT    *
035006* AND MEETING TIMES OF THE SECTION ABOUT TO BE WORKED FROM ITS    *
035008* SECTION SCHEDULE RECORD.  A SECTION NOT ON THE SCHEDULE, OR     *
035010* ANY SECTION WHEN THERE IS NO SCHEDULE, TAKES THE CAPACITY ON    *
035012* THE SYSIN CARD, NO WAITLIST LIMIT AND NO MEETING TIMES, SO IT   *
035014* IS NOT CHECKED FOR TIME CONFLICTS.                              *
035016******************************************************************
035018 2250-GET-SECTION-SCHEDULE.
035020     MOVE "N"                 TO WS-SECT-SCHED-SWITCH
035022     MOVE WS-DEFAULT-CAPACITY TO WS-SECTION-CAPACITY
035024     MOVE 999                 TO WS-WAITLIST-LIMIT
035026     MOVE SPACES              TO WS-SM-DAYS
035028     MOVE ZERO                TO WS-SM-START-TIME
035030     MOVE ZERO                TO WS-SM-END-TIME
035032     IF NOT WS-SCHEDULE-PRESENT
035034         GO TO 2250-EXIT
035036     END-IF
035038     MOVE WS-WORK-SECT-KEY TO SS-SECTION-KEY
035040     READ SCHEDULE-FILE
035042         KEY IS SS-SECTION-KEY
035044         INVALID KEY
035046             ADD 1 TO WS-UNSCHEDULED-COUNT
035048             DISPLAY "CRSTRAN - SECTION NOT ON SCHEDULE, CARD "
035050                     "CAPACITY USED: " WS-WORK-SECT-KEY
035052             GO TO 2250-EXIT
035054     END-READ
035056     SET WS-SECTION-SCHEDULED TO TRUE
035058     MOVE SS-CAPACITY       TO WS-SECTION-CAPACITY
035060     MOVE SS-WAITLIST-LIMIT TO WS-WAITLIST-LIMIT
035062     MOVE SS-MEETING-DAYS   TO WS-SM-DAYS
035064     MOVE SS-START-TIME     TO WS-SM-START-TIME
035066     MOVE SS-END-TIME       TO WS-SM-END-TIME
035068     .
035070 2250-EXIT.
035072     EXIT.
035100******************************************************************
035200* 2300-LOAD-ONE-ENROLLMENT - PULL ONE RECORD OF THE CURRENT       *
035300* SECTION INTO THE TABLE AND COUNT ITS SEAT IF ENROLLED.  A       *
036200         IF WS-SE-ENROLLED (WS-SECT-COUNT)
036300             ADD 1 TO WS-ENROLLED-COUNT
036400         END-IF
036420             IF WS-SE-WAITLISTED (WS-SECT-COUNT)
036440                 ADD 1 TO WS-WAITING-COUNT
036460             END-IF
036500     ELSE
036600         DISPLAY "CRSTRAN - SECTION TABLE FULL, RECORD "
036700                 "PASSED THROUGH: " CE-STUDENT-ID " "
038000* SECTION AND PRINT IT ON THE REGISTER.                           *
038100******************************************************************
038200 2400-APPLY-ONE-TRAN.
038250     MOVE SPACES TO WS-APPLIED-NOTE
038300     EVALUATE TRUE
038400         WHEN NOT ET-ACTION-VALID
038500             MOVE "INVALID ACTION CODE" TO WS-D-REASON
039900* RECORD WHEN ONE EXISTS (A RE-ADD), OTHERWISE APPENDS A NEW      *
040000* ENTRY.  THE SEAT IS TAKEN WHILE THE ENROLLED COUNT IS UNDER     *
040100* CAPACITY; OVER CAPACITY THE STUDENT GOES ON WAITLISTED AND THE  *
040200* REGISTER SAYS SO.  A STUDENT WITH AN ACTIVE BLOCKING HOLD IS    *
040250* REJECTED BEFORE ANY SEAT IS CONSIDERED.                         *
040270* AN ADD FAILING A PREREQUISITE WITH NO WAIVER IS REJECTED NEXT.  *
040277* AN ADD THAT CLASHES IN TIME WITH ANOTHER OF THE STUDENT'S       *
040284* SECTIONS, OR THAT FINDS BOTH THE SEATS AND THE WAITLIST FULL,   *
040291* IS REJECTED AFTER THAT.                                         *
040300******************************************************************
040400 2410-ADD-ENROLLMENT.
040500     PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
041300         PERFORM 4100-REGISTER-REJECT THRU 4100-EXIT
041400         GO TO 2410-EXIT
041500     END-IF
041502     PERFORM 2450-CHECK-HOLDS THRU 2450-EXIT
041506     IF WS-BLOCKING-HOLD-FOUND
041510         MOVE HD-HOLD-TYPE      TO WS-HR-HOLD-TYPE
041514         MOVE HD-PLACING-OFFICE TO WS-HR-OFFICE
041518         MOVE WS-HOLD-REASON    TO WS-D-REASON
041522         ADD 1 TO WS-HOLD-REJECT-COUNT
041526         PERFORM 4100-REGISTER-REJECT THRU 4100-EXIT
041530         GO TO 2410-EXIT
041534     END-IF
041538     PERFORM 2550-CHECK-PREREQS THRU 2550-EXIT
041542     IF WS-PREREQ-REJECTED
041546         GO TO 2410-EXIT
041550     END-IF
041554     PERFORM 2800-CHECK-TIME-CONFLICT THRU 2800-EXIT
041558     IF WS-TIME-CONFLICT
041562         GO TO 2410-EXIT
041566     END-IF
041570     IF WS-ENROLLED-COUNT NOT < WS-SECTION-CAPACITY
041574        AND WS-WAITING-COUNT NOT < WS-WAITLIST-LIMIT
041578         MOVE "ADD - SECTION AND WAITLIST FULL" TO WS-D-REASON
041582         ADD 1 TO WS-WAITLIST-FULL-COUNT
041586         PERFORM 4100-REGISTER-REJECT THRU 4100-EXIT
041590         GO TO 2410-EXIT
041594     END-IF
041600     IF WS-DROPPED-SUB NOT = ZERO
041700         MOVE WS-DROPPED-SUB TO WS-TARGET-SUB
041800     ELSE
043600     IF WS-ENROLLED-COUNT < WS-SECTION-CAPACITY
043700         MOVE "E" TO WS-SE-STATUS-CODE (WS-TARGET-SUB)
043800         ADD 1 TO WS-ENROLLED-COUNT
043830         MOVE ET-STUDENT-ID TO WS-MATCH-STUDENT-ID
043860         PERFORM 2850-NOTE-ENROLLED-SECTION THRU 2850-EXIT
043900         PERFORM 4200-REGISTER-APPLIED THRU 4200-EXIT
044000     ELSE
044100         MOVE "W" TO WS-SE-STATUS-CODE (WS-TARGET-SUB)
044200         ADD 1 TO WS-WAITLISTED-COUNT
044250         ADD 1 TO WS-WAITING-COUNT
044300         MOVE "SECTION FULL - PLACED ON WAITLIST" TO WS-D-REASON
044400         MOVE "WAITLIST" TO WS-D-DISPOSITION
044500         PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
046100     ELSE
046200         IF WS-SE-ENROLLED (WS-FOUND-SUB)
046300             SUBTRACT 1 FROM WS-ENROLLED-COUNT
046320             MOVE ET-STUDENT-ID TO WS-MATCH-STUDENT-ID
046340             PERFORM 2860-DROP-ENROLLED-SECTION THRU 2860-EXIT
046360         ELSE
046380             SUBTRACT 1 FROM WS-WAITING-COUNT
046400         END-IF
046500         MOVE "D"         TO WS-SE-STATUS-CODE (WS-FOUND-SUB)
046600         MOVE WS-RUN-DATE TO WS-SE-STATUS-DATE (WS-FOUND-SUB)
047000 2420-EXIT.
047100     EXIT.
047200
047202******************************************************************
047204* 2450-CHECK-HOLDS - BROWSE THE TRANSACTION STUDENT'S HOLDS FOR   *
047206* ONE THAT BLOCKS REGISTRATION AND IS ACTIVE ON THE RUN DATE:     *
047208* PLACED ON OR BEFORE IT AND NOT RELEASED, OR RELEASED AFTER IT.  *
047210* WHEN FOUND THE HOLD IS LEFT IN THE RECORD AREA FOR THE          *
047212* REGISTER LINE.  NO HOLDS FILE MEANS NO HOLDS.                   *
047214******************************************************************
047216 2450-CHECK-HOLDS.
047218     MOVE "N" TO WS-HOLD-FOUND-SWITCH
047220     MOVE "N" TO WS-HOLD-EOF-SWITCH
047222     MOVE ET-STUDENT-ID TO HD-STUDENT-ID
047224     MOVE LOW-VALUES    TO HD-HOLD-TYPE
047226     MOVE LOW-VALUES    TO HD-PLACED-DATE
047228     START HOLD-FILE
047230         KEY IS NOT LESS THAN HD-HOLD-KEY
047232         INVALID KEY
047234             SET WS-HOLD-EOF TO TRUE
047236     END-START
047238     PERFORM 2460-READ-NEXT-HOLD THRU 2460-EXIT
047240         UNTIL WS-HOLD-EOF OR WS-BLOCKING-HOLD-FOUND
047242     .
047244 2450-EXIT.
047246     EXIT.
047248
047250 2460-READ-NEXT-HOLD.
047252     READ HOLD-FILE NEXT RECORD
047254         AT END
047256             SET WS-HOLD-EOF TO TRUE
047258         NOT AT END
047260             IF HD-STUDENT-ID NOT = ET-STUDENT-ID
047262                 SET WS-HOLD-EOF TO TRUE
047264             ELSE
047266                 IF HD-BLOCKS-REGISTRATION
047268                    AND HD-PLACED-DATE NOT > WS-RUN-DATE
047270                    AND (HD-NOT-RELEASED
047272                         OR HD-RELEASED-DATE > WS-RUN-DATE)
047274                     SET WS-BLOCKING-HOLD-FOUND TO TRUE
047276                 END-IF
047278             END-IF
047280     END-READ
047282     .
047284 2460-EXIT.
047286     EXIT.
047288
047300******************************************************************
047400* 2500-FIND-STUDENT - SCAN THE SECTION TABLE FOR THE TRANSACTION  *
047500* STUDENT.  WS-FOUND-SUB GETS THE FIRST ENROLLED OR WAITLISTED    *
050100     .
050200 2510-EXIT.
050300     EXIT.
050302
050304******************************************************************
050306* 2550-CHECK-PREREQS - AN ADD IS ALLOWED ONLY WHEN THE STUDENT HAS*
050308* PASSED EVERY COURSE THE ADDED COURSE REQUIRES AT OR ABOVE ITS   *
050310* MINIMUM GRADE.  WHEN ONE IS NOT MET, A WAIVER ON FILE FOR THE   *
050312* STUDENT AND COURSE LETS THE ADD THROUGH WITH A REGISTER NOTE;   *
050314* WITHOUT ONE THE ADD IS REJECTED TO THE REGISTER, LOGGED AS A    *
050316* REASON-74 EXCEPTION, AND WS-PREREQ-REJECTED TELLS 2410 TO STOP. *
050318******************************************************************
050320 2550-CHECK-PREREQS.
050322     MOVE "N" TO WS-PREREQ-REJECT-SWITCH
050324     MOVE "N" TO WS-PREREQ-UNMET-SWITCH
050326     PERFORM 2560-CHECK-ONE-PREREQ THRU 2560-EXIT
050328         VARYING WS-PQ-SUB FROM 1 BY 1
050330         UNTIL WS-PQ-SUB > WS-PQ-COUNT
050332            OR WS-PREREQ-UNMET
050334     IF NOT WS-PREREQ-UNMET
050336         GO TO 2550-EXIT
050338     END-IF
050340     PERFORM 2570-CHECK-WAIVER THRU 2570-EXIT
050342     IF WS-WAIVER-FOUND
050344         MOVE "PREREQUISITE WAIVED" TO WS-APPLIED-NOTE
050346         ADD 1 TO WS-WAIVED-COUNT
050348         GO TO 2550-EXIT
050350     END-IF
050352     SET WS-PREREQ-REJECTED TO TRUE
050354     MOVE WS-UNMET-REQUIRED-ID TO WS-PR-REQUIRED-ID
050356     MOVE WS-PREREQ-REASON     TO WS-D-REASON
050358     ADD 1 TO WS-PREREQ-REJECT-COUNT
050360     PERFORM 4100-REGISTER-REJECT THRU 4100-EXIT
050362     PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
050364     .
050366 2550-EXIT.
050368     EXIT.
050400
050402 2560-CHECK-ONE-PREREQ.
050404     IF WS-PT-COURSE-ID (WS-PQ-SUB) NOT = ET-COURSE-ID
050406         GO TO 2560-EXIT
050408     END-IF
050410     MOVE ET-STUDENT-ID                 TO WS-MATCH-STUDENT-ID
050412     MOVE WS-PT-REQUIRED-ID (WS-PQ-SUB) TO WS-MATCH-COURSE-ID
050414     PERFORM 1970-FIND-PASSED THRU 1970-EXIT
050416     IF WS-PS-FOUND-SUB NOT = ZERO
050418         IF WS-PS-POINTS (WS-PS-FOUND-SUB)
050420                NOT < WS-PT-MIN-POINTS (WS-PQ-SUB)
050422             GO TO 2560-EXIT
050424         END-IF
050426     END-IF
050428     SET WS-PREREQ-UNMET TO TRUE
050430     MOVE WS-PT-REQUIRED-ID (WS-PQ-SUB) TO WS-UNMET-REQUIRED-ID
050432     .
050434 2560-EXIT.
050436     EXIT.
050438
050440 2570-CHECK-WAIVER.
050442     MOVE "N" TO WS-WAIVER-FOUND-SWITCH
050444     IF NOT WS-WAIVERS-PRESENT
050446         GO TO 2570-EXIT
050448     END-IF
050450     MOVE ET-STUDENT-ID TO PW-STUDENT-ID
050452     MOVE ET-COURSE-ID  TO PW-COURSE-ID
050454     READ WAIVER-FILE
050456         KEY IS PW-WAIVER-KEY
050458         INVALID KEY
050460             CONTINUE
050462         NOT INVALID KEY
050464             SET WS-WAIVER-FOUND TO TRUE
050466     END-READ
050468     .
050470 2570-EXIT.
050472     EXIT.
050474
050500******************************************************************
050600* 2600-PROMOTE-WAITLIST - AFTER THE SECTION'S TRANSACTIONS HAVE   *
050700* APPLIED, FILL ANY FREE SEATS FROM THE WAITLIST, OLDEST          *
052500         MOVE "E"         TO WS-SE-STATUS-CODE (WS-OLDEST-SUB)
052600         MOVE WS-RUN-DATE TO WS-SE-STATUS-DATE (WS-OLDEST-SUB)
052700         ADD 1 TO WS-ENROLLED-COUNT
052720         SUBTRACT 1 FROM WS-WAITING-COUNT
052740         MOVE WS-SE-STUDENT-ID (WS-OLDEST-SUB)
052750             TO WS-MATCH-STUDENT-ID
052760         PERFORM 2850-NOTE-ENROLLED-SECTION THRU 2850-EXIT
052800         ADD 1 TO WS-PROMOTED-COUNT
052900         PERFORM 4300-REGISTER-PROMOTED THRU 4300-EXIT
053000     END-IF
057500     .
057600 2710-EXIT.
057700     EXIT.
057701
057702******************************************************************
057703* 2800-CHECK-TIME-CONFLICT - AN ADD TO A SECTION WITH SET         *
057704* MEETING TIMES IS REJECTED WHEN IT OVERLAPS A SECTION THE        *
057705* STUDENT IS ENROLLED IN FOR THE SAME TERM: THE TWO SHARE A       *
057706* MEETING DAY AND EACH STARTS BEFORE THE OTHER ENDS.  THE OTHER   *
057707* SECTION'S TIMES ARE READ FROM THE SCHEDULE; ONE NOT ON IT, OR   *
057708* WITH ITS TIME TO BE ARRANGED, CANNOT CONFLICT.  THE REJECT IS   *
057709* PRINTED HERE AND WS-TIME-CONFLICT TELLS 2410 TO STOP.           *
057710******************************************************************
057711 2800-CHECK-TIME-CONFLICT.
057712     MOVE "N" TO WS-CONFLICT-SWITCH
057713     IF NOT WS-SECTION-SCHEDULED OR WS-SM-TIME-ARRANGED
057714         GO TO 2800-EXIT
057715     END-IF
057716     PERFORM 2810-CHECK-ONE-SECTION THRU 2810-EXIT
057717         VARYING WS-ES-SUB FROM 1 BY 1
057718         UNTIL WS-ES-SUB > WS-ES-COUNT
057719            OR WS-TIME-CONFLICT
057720     IF NOT WS-TIME-CONFLICT
057721         GO TO 2800-EXIT
057722     END-IF
057723     MOVE WS-CONFLICT-REASON TO WS-D-REASON
057724     ADD 1 TO WS-CONFLICT-REJECT-COUNT
057725     PERFORM 4100-REGISTER-REJECT THRU 4100-EXIT
057726     .
057727 2800-EXIT.
057728     EXIT.
057729
057730 2810-CHECK-ONE-SECTION.
057731     IF WS-ES-STUDENT-ID (WS-ES-SUB) NOT = ET-STUDENT-ID
057732        OR WS-ES-TERM-CODE (WS-ES-SUB) NOT = ET-TERM-CODE
057733        OR NOT WS-ES-ACTIVE (WS-ES-SUB)
057734        OR WS-ES-SECT-KEY (WS-ES-SUB) = WS-WORK-SECT-KEY
057735         GO TO 2810-EXIT
057736     END-IF
057737     MOVE WS-ES-SECT-KEY (WS-ES-SUB) TO SS-SECTION-KEY
057738     READ SCHEDULE-FILE
057739         KEY IS SS-SECTION-KEY
057740         INVALID KEY
057741             GO TO 2810-EXIT
057742     END-READ
057743     IF SS-TIME-ARRANGED
057744         GO TO 2810-EXIT
057745     END-IF
057746     IF WS-SM-START-TIME NOT < SS-END-TIME
057747        OR SS-START-TIME NOT < WS-SM-END-TIME
057748         GO TO 2810-EXIT
057749     END-IF
057750     MOVE "N" TO WS-DAY-MATCH-SWITCH
057751     PERFORM 2820-CHECK-ONE-DAY THRU 2820-EXIT
057752         VARYING WS-DAY-SUB FROM 1 BY 1
057753         UNTIL WS-DAY-SUB > 7
057754            OR WS-COMMON-DAY
057755     IF WS-COMMON-DAY
057756         SET WS-TIME-CONFLICT TO TRUE
057757         MOVE SS-COURSE-ID      TO WS-CR-COURSE-ID
057758         MOVE SS-SECTION-NUMBER TO WS-CR-SECTION
057759     END-IF
057760     .
057761 2810-EXIT.
057762     EXIT.
057763
057764 2820-CHECK-ONE-DAY.
057765     IF WS-SM-DAY (WS-DAY-SUB) NOT = SPACE
057766        AND SS-MEETING-DAY (WS-DAY-SUB) NOT = SPACE
057767         SET WS-COMMON-DAY TO TRUE
057768     END-IF
057769     .
057770 2820-EXIT.
057771     EXIT.
057800
057801******************************************************************
057802* 2850-NOTE-ENROLLED-SECTION - RECORD THAT WS-MATCH-STUDENT-ID    *
057803* NOW HOLDS A SEAT IN THE SECTION BEING WORKED, SO A LATER ADD    *
057804* THE SAME NIGHT IS CHECKED AGAINST IT.  ONLY STUDENTS WITH AN    *
057805* ADD FOR THE TERM ARE TRACKED.  AN EARLIER ENTRY FOR THE         *
057806* SECTION IS REUSED.                                              *
057807******************************************************************
057808 2850-NOTE-ENROLLED-SECTION.
057809     IF NOT WS-SCHEDULE-PRESENT
057810         GO TO 2850-EXIT
057811     END-IF
057812     MOVE WS-WK-TERM-CODE TO WS-MATCH-TERM-CODE
057813     PERFORM 1430-FIND-ADD-TERM THRU 1430-EXIT
057814     IF NOT WS-MATCH-FOUND
057815         GO TO 2850-EXIT
057816     END-IF
057817     PERFORM 2870-FIND-ENROLLED-SECTION THRU 2870-EXIT
057818     IF WS-ES-FOUND-SUB NOT = ZERO
057819         MOVE "Y" TO WS-ES-ACTIVE-FLAG (WS-ES-FOUND-SUB)
057820         GO TO 2850-EXIT
057821     END-IF
057822     IF WS-ES-COUNT < 3000
057823         ADD 1 TO WS-ES-COUNT
057824         MOVE WS-MATCH-STUDENT-ID
057825             TO WS-ES-STUDENT-ID (WS-ES-COUNT)
057826         MOVE WS-WORK-SECT-KEY TO WS-ES-SECT-KEY (WS-ES-COUNT)
057827         MOVE "Y"              TO WS-ES-ACTIVE-FLAG (WS-ES-COUNT)
057828     ELSE
057829         DISPLAY "CRSTRAN - ENROLLED SECTION TABLE FULL, NOT "
057830                 "TRACKED: " WS-MATCH-STUDENT-ID " "
057831                 WS-WORK-SECT-KEY
057832     END-IF
057833     .
057834 2850-EXIT.
057835     EXIT.
057836
057837 2860-DROP-ENROLLED-SECTION.
057838     IF NOT WS-SCHEDULE-PRESENT
057839         GO TO 2860-EXIT
057840     END-IF
057841     PERFORM 2870-FIND-ENROLLED-SECTION THRU 2870-EXIT
057842     IF WS-ES-FOUND-SUB NOT = ZERO
057843         MOVE "N" TO WS-ES-ACTIVE-FLAG (WS-ES-FOUND-SUB)
057844     END-IF
057845     .
057846 2860-EXIT.
057847     EXIT.
057848
057849 2870-FIND-ENROLLED-SECTION.
057850     MOVE ZERO TO WS-ES-FOUND-SUB
057851     PERFORM 2875-MATCH-ENROLLED-SECTION THRU 2875-EXIT
057852         VARYING WS-ES-SUB FROM 1 BY 1
057853         UNTIL WS-ES-SUB > WS-ES-COUNT
057854            OR WS-ES-FOUND-SUB NOT = ZERO
057855     .
057856 2870-EXIT.
057857     EXIT.
057858
057859 2875-MATCH-ENROLLED-SECTION.
057860     IF WS-ES-STUDENT-ID (WS-ES-SUB) = WS-MATCH-STUDENT-ID
057861        AND WS-ES-SECT-KEY (WS-ES-SUB) = WS-WORK-SECT-KEY
057862         MOVE WS-ES-SUB TO WS-ES-FOUND-SUB
057863     END-IF
057864     .
057865 2875-EXIT.
057866     EXIT.
057867
057900******************************************************************
058000* 3000-WRITE-HEADINGS - START A NEW REGISTER PAGE WITH THE TWO    *
058100* HEADING LINES AND RESET THE LINE COUNT.                         *
063500 4200-REGISTER-APPLIED.
063600     ADD 1 TO WS-APPLIED-COUNT
063700     MOVE "APPLIED " TO WS-D-DISPOSITION
063800     MOVE WS-APPLIED-NOTE TO WS-D-REASON
063900     PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
064000     .
064100 4200-EXIT.
066300     .
066400 4300-EXIT.
066500     EXIT.
066503
066506******************************************************************
066509* 5000-WRITE-EXCEPTION - APPEND A REASON-74 RECORD TO THE DATED   *
066512* EXCEPTION LOG FOR AN ADD REJECTED FOR AN UNMET PREREQUISITE,    *
066515* NAMING THE COURSE ADDED AND THE COURSE IT NEEDS, SO THE         *
066518* REGISTRAR'S OFFICE CAN FOLLOW UP WITH THE STUDENT.              *
066521******************************************************************
066524 5000-WRITE-EXCEPTION.
066527     MOVE ET-COURSE-ID          TO WS-R74-COURSE-ID
066530     MOVE WS-UNMET-REQUIRED-ID  TO WS-R74-REQUIRED-ID
066533     MOVE SPACES                TO EXCEPTION-LOG-RECORD
066536     MOVE WS-CURRENT-CCYY(1:2) TO EL-LOG-CENTURY
066539     MOVE WS-CURRENT-CCYY(3:2) TO EL-LOG-YEAR
066542     MOVE WS-CURRENT-MM        TO EL-LOG-MONTH
066545     MOVE WS-CURRENT-DD        TO EL-LOG-DAY
066548     MOVE WS-CURRENT-HH        TO EL-LOG-HOUR
066551     MOVE WS-CURRENT-MN        TO EL-LOG-MINUTE
066554     MOVE WS-CURRENT-SS        TO EL-LOG-SECOND
066557     MOVE ET-STUDENT-ID        TO EL-STUDENT-ID
066560     MOVE WS-REASON-74-CODE    TO EL-REASON-CODE
066563     MOVE WS-REASON-74-TEXT    TO EL-REASON-TEXT
066566     WRITE EXCEPTION-LOG-RECORD
066569     .
066572 5000-EXIT.
066575     EXIT.
066600
066700******************************************************************
066800* 8000-FINALIZE - PRINT THE REGISTER TOTALS, CLOSE FILES AND SET  *
066900* THE RETURN CODE.  RETURN CODE 16 MEANS THE CAPACITY CARD WAS    *
067000* UNUSABLE (OR THE HOLDS FILE WOULD NOT OPEN) AND THE RUN DECK    *
067100* MUST NOT COPY THE (EMPTY) NEW FILE BACK OVER THE LIVE           *
067200* ENROLLMENT FILE.  RETURN CODE 4 FLAGS REJECTED TRANSACTIONS     *
067250* WITHOUT BLOCKING THE REST OF THE RUN.                           *
067260* RETURN CODE 2 MEANS THE BATCH WAS ALREADY APPLIED AND NO NEW    *
067270* FILE WAS WRITTEN - THE DECK MUST NOT COPY IT BACK EITHER.  A    *
067280* COMPLETED APPLY IS MARKED COMPLETE ON THE APPLIED-BATCH         *
067290* CONTROL FILE.                                                   *
067300******************************************************************
067400 8000-FINALIZE.
067401     IF WS-BATCH-CTL-BAD OR WS-BATCH-INTERRUPTED
067403         IF WS-APPLY-FILES-OPEN
067405             CLOSE ENRL-TRAN
067407             CLOSE OLD-ENROLL
067409             CLOSE NEW-ENROLL
067411             CLOSE ENRL-REGISTER
067413             CLOSE EXCEPTION-LOG
067415             CLOSE APPLIED-BATCH-FILE
067417         END-IF
067419         CLOSE HOLD-FILE
067421         CLOSE WAIVER-FILE
067423         CLOSE SCHEDULE-FILE
067425         MOVE 16 TO RETURN-CODE
067427         DISPLAY "CRSTRAN - NOTHING APPLIED, BATCH NOT CLEARED "
067429                 "TO APPLY"
067431         GO TO 8000-EXIT
067433     END-IF
067435     IF WS-BATCH-ALREADY-APPLIED
067440         CLOSE ENRL-REGISTER
067445         CLOSE HOLD-FILE
067450         CLOSE WAIVER-FILE
067455         CLOSE SCHEDULE-FILE
067460         MOVE 2 TO RETURN-CODE
067465         DISPLAY "CRSTRAN - NOTHING APPLIED, BATCH ALREADY ON "
067470                 "RECORD - SUPPLY THE REAPPLY CARD TO OVERRIDE"
067475         GO TO 8000-EXIT
067480     END-IF
067500     IF NOT WS-PARM-OK
067600         MOVE 16 TO RETURN-CODE
067700     ELSE
069500         MOVE WS-REJECT-COUNT TO WS-T-COUNT
069600         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069700             AFTER ADVANCING 1 LINE
069702         MOVE "  ADDS BLOCKED BY HOLDS:  " TO WS-T-CAPTION
069705         MOVE WS-HOLD-REJECT-COUNT TO WS-T-COUNT
069708         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069711             AFTER ADVANCING 1 LINE
069714         MOVE "  ADDS FAILING PREREQS:   " TO WS-T-CAPTION
069717         MOVE WS-PREREQ-REJECT-COUNT TO WS-T-COUNT
069720         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069723             AFTER ADVANCING 1 LINE
069726         MOVE "  ADDS IN TIME CONFLICT:  " TO WS-T-CAPTION
069729         MOVE WS-CONFLICT-REJECT-COUNT TO WS-T-COUNT
069732         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069735             AFTER ADVANCING 1 LINE
069738         MOVE "  ADDS WAITLIST FULL:     " TO WS-T-CAPTION
069741         MOVE WS-WAITLIST-FULL-COUNT TO WS-T-COUNT
069744         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069747             AFTER ADVANCING 1 LINE
069750         MOVE "PREREQUISITES WAIVED:     " TO WS-T-CAPTION
069753         MOVE WS-WAIVED-COUNT TO WS-T-COUNT
069756         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069759             AFTER ADVANCING 1 LINE
069762         MOVE "SECTIONS NOT ON SCHEDULE: " TO WS-T-CAPTION
069765         MOVE WS-UNSCHEDULED-COUNT TO WS-T-COUNT
069768         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
069771             AFTER ADVANCING 1 LINE
069800         MOVE "ENROLLMENT RECORDS IN:    " TO WS-T-CAPTION
069900         MOVE WS-ENRL-IN-COUNT TO WS-T-COUNT
070000         WRITE ENRL-REGISTER-LINE FROM WS-TOTAL-LINE
070700         CLOSE OLD-ENROLL
070800         CLOSE NEW-ENROLL
070900         CLOSE ENRL-REGISTER
070950         CLOSE HOLD-FILE
070960         CLOSE WAIVER-FILE
070970         CLOSE EXCEPTION-LOG
070980         CLOSE SCHEDULE-FILE
071000         IF WS-REJECT-COUNT NOT = ZERO
071100             MOVE 4 TO RETURN-CODE
071200         ELSE
071300             MOVE 0 TO RETURN-CODE
071400         END-IF
071450         PERFORM 8100-RECORD-BATCH-COMPLETE THRU 8100-EXIT
071500     END-IF
071600     DISPLAY "CRSTRAN - TRANSACTIONS READ:    " WS-TRAN-COUNT
071700     DISPLAY "CRSTRAN - TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
071900             WS-WAITLISTED-COUNT
072000     DISPLAY "CRSTRAN - PROMOTED:             " WS-PROMOTED-COUNT
072100     DISPLAY "CRSTRAN - TRANSACTIONS REJECTED:" WS-REJECT-COUNT
072130     DISPLAY "CRSTRAN - ADDS BLOCKED BY HOLDS:"
072160             WS-HOLD-REJECT-COUNT
072170     DISPLAY "CRSTRAN - ADDS FAILING PREREQS: "
072180             WS-PREREQ-REJECT-COUNT
072190     DISPLAY "CRSTRAN - PREREQUISITES WAIVED: " WS-WAIVED-COUNT
072191     DISPLAY "CRSTRAN - ADDS IN TIME CONFLICT:"
072192             WS-CONFLICT-REJECT-COUNT
072193     DISPLAY "CRSTRAN - ADDS WAITLIST FULL:   "
072194             WS-WAITLIST-FULL-COUNT
072195     DISPLAY "CRSTRAN - SECTIONS UNSCHEDULED: "
072197             WS-UNSCHEDULED-COUNT
072200     DISPLAY "CRSTRAN - ENROLLMENT APPLY COMPLETE"
072300     .
072400 8000-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800* 8100-RECORD-BATCH-COMPLETE - MARK THE BATCH COMPLETE WITH ITS   *
072900* COUNTS AND RETURN CODE.  IF THE REWRITE FAILS THE RECORD STAYS  *
073000* STARTED AND THE NEXT RUN TREATS THE BATCH AS INTERRUPTED.       *
073100******************************************************************
073200 8100-RECORD-BATCH-COMPLETE.
073300     MOVE WS-BATCH-KEY TO AB-BATCH-KEY
073400     READ APPLIED-BATCH-FILE
073500         KEY IS AB-BATCH-KEY
073600     END-READ
073700     IF WS-APPLCTL-OK
073800         SET AB-APPLY-COMPLETE TO TRUE
073900         MOVE WS-APPLIED-COUNT TO AB-APPLIED-COUNT
074000         MOVE WS-REJECT-COUNT  TO AB-REJECTED-COUNT
074100         MOVE RETURN-CODE      TO AB-RETURN-CODE
074200         REWRITE APPLIED-BATCH-RECORD
074300     END-IF
074400     IF NOT WS-APPLCTL-OK
074500         DISPLAY "CRSTRAN - UNABLE TO MARK BATCH COMPLETE, "
074600                 "STATUS: " WS-APPLCTL-STATUS
074700     END-IF
074800     CLOSE APPLIED-BATCH-FILE
074900     .
075000 8100-EXIT.
075100     EXIT.

000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  MERGEID                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     CONTROLLED MERGE OF DUPLICATE STUDENT IDS.    *
001000*                 DUPSCAN FLAGS THE SAME PERSON CARRIED UNDER   *
001100*                 TWO IDS (REASON 70); ONCE THE RECORDS OFFICE  *
001200*                 HAS CONFIRMED THE MATCH IT PUNCHES ONE        *
001300*                 MERGPAIR CARD PER PAIR - SURVIVOR ID, RETIRED *
001400*                 ID, APPROVING OPERATOR - AND THIS PROGRAM     *
001500*                 FOLDS THE RETIRED ID INTO THE SURVIVOR:       *
001600*                     - THE RETIRED MASTER RECORD IS DELETED    *
001700*                       FROM THE ONLINE MASTER AND APPENDED TO  *
001800*                       THE ARCHIVE WITH STATUS "M" AND THE     *
001900*                       SURVIVOR IN LS-MERGED-INTO-ID           *
002000*                     - A PERMANENT CROSS-REFERENCE RECORD      *
002100*                       (STUXREF) POINTS THE RETIRED ID AT THE  *
002200*                       SURVIVOR FOR STUINQ AND ARCHINQ         *
002300*                     - ENROLLMENTS, FINANCIAL-AID CASES AND    *
002400*                       EXCEPTION-LOG HISTORY ARE RE-KEYED TO   *
002500*                       THE SURVIVOR ONTO NEW COPIES OF THOSE   *
002600*                       FILES, WHICH THE RUN DECK COPIES BACK   *
002610*                     - HOLDS AND PREREQUISITE WAIVERS ARE      *
002620*                       RE-KEYED TO THE SURVIVOR IN PLACE, AND  *
002630*                       THE RETIRED ID'S ADDRESS IS MOVED TO    *
002640*                       THE SURVIVOR IF THE SURVIVOR HAS NONE   *
002650*                       (OTHERWISE IT IS SIMPLY DELETED)        *
002700*                 WHERE BOTH IDS ARE ON THE SAME SECTION ONLY   *
002800*                 ONE RECORD IS KEPT: ENROLLED BEATS            *
002900*                 WAITLISTED BEATS DROPPED, THEN A GRADED       *
003000*                 RECORD BEATS AN UNGRADED ONE, THEN THE        *
003100*                 SURVIVOR'S OWN RECORD WINS.  WHERE BOTH IDS   *
003200*                 HAVE AN OPEN FINANCIAL-AID CASE THE           *
003300*                 SURVIVOR'S CASE IS KEPT WITH THE EARLIER      *
003400*                 FIRST-SEEN DATE, SO THE CASE DOES NOT LOSE    *
003500*                 ITS AGE.  OLDENRL MUST BE IN TERM/COURSE/     *
003600*                 SECTION SEQUENCE.                             *
003610*                 WHERE BOTH IDS CARRY THE SAME HOLD (TYPE AND  *
003620*                 PLACED DATE) OR A WAIVER FOR THE SAME COURSE, *
003630*                 THE SURVIVOR'S IS KEPT - EXCEPT THAT A HOLD   *
003640*                 STILL ACTIVE UNDER THE RETIRED ID REPLACES A  *
003650*                 RELEASED ONE UNDER THE SURVIVOR, SO A BLOCK   *
003660*                 IS NEVER LOST IN A MERGE.                     *
003700*                 A PAIR IS REJECTED, AND NOTHING CHANGES FOR   *
003800*                 IT, WHEN EITHER ID IS MISSING OR NOT ON THE   *
003900*                 ONLINE MASTER, WHEN THE IDS ARE THE SAME,     *
004000*                 WHEN EITHER ID HAS ALREADY BEEN RETIRED, OR   *
004100*                 WHEN AN ID IS ALREADY PART OF AN EARLIER PAIR *
004200*                 IN THE SAME RUN.  EVERY PAIR, MERGED OR NOT,  *
004300*                 PRINTS ON THE MERGE REGISTER AND WRITES AN    *
004400*                 AUDITREC RECORD STAMPED MERGEID.              *
004500*                 RETURN CODES: 16 - NO CARDS OR THE ONLINE     *
004600*                 MASTER, CROSS-REFERENCE, HOLD, WAIVER OR      *
004700*                 ADDRESS FILE WOULD NOT OPEN, NOTHING DONE;    *
004720*                 8 - A MERGE FAILED PART-WAY OR A TABLE        *
004740*                 OVERFLOWED, SEE THE REGISTER AND JOB LOG;     *
004760*                 4 - SOME PAIRS REJECTED; 0 - CLEAN.  THE NEW  *
004800*                 FILES ARE COMPLETE AT 8 OR BELOW AND MUST BE  *
004900*                 COPIED BACK, SINCE THE ONLINE MASTER, HOLDS,  *
005000*                 WAIVERS AND ADDRESSES HAVE ALREADY BEEN       *
005100*                 UPDATED.                                      *
005300*                                                                *
005400*    MODIFICATION HISTORY.                                      *
005500*    DATE       INIT  DESCRIPTION                                *
005600*    ---------  ----  --------------------------------------   *
005700*    2026-10-15 MO    INITIAL VERSION.                          *
005720*    2026-10-15 MO    XREFFILE IS OPTIONAL SO THE FIRST RUN     *
005740*                     AGAINST THE EMPTY CLUSTER XREFDEFN        *
005760*                     DEFINES OPENS WITH STATUS 05.             *
005766*    2026-10-15 MO    HOLDS AND PREREQUISITE WAIVERS ARE        *
005772*                     RE-KEYED TO THE SURVIVOR AND THE RETIRED  *
005778*                     ID'S ADDRESS MOVED TO A SURVIVOR WITH     *
005784*                     NONE (HOLDFILE, PREQWAIV, ADDRFILE), SO A *
005790*                     MERGE NO LONGER LEAVES THEM ON A DEAD ID. *
005800*                                                                *
005900******************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID.    MERGEID.
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SPECIAL-NAMES.
006500     C01 IS NEW-PAGE.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT MERGE-PAIRS     ASSIGN TO MERGIN
006900            ORGANIZATION IS SEQUENTIAL.
007000
007100     SELECT STUDENT-MASTER  ASSIGN TO STUDMAST
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS DYNAMIC
007400            RECORD KEY IS LS-STUDENT-ID
007500            FILE STATUS IS WS-STUDMAST-STATUS.
007600
007700     SELECT OPTIONAL XREF-FILE ASSIGN TO XREFFILE
007800            ORGANIZATION IS INDEXED
007900            ACCESS MODE IS DYNAMIC
008000            RECORD KEY IS XR-RETIRED-ID
008100            FILE STATUS IS WS-XREF-STATUS.
008200
008205     SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
008210            ORGANIZATION IS INDEXED
008215            ACCESS MODE IS DYNAMIC
008220            RECORD KEY IS HD-HOLD-KEY
008225            FILE STATUS IS WS-HOLD-STATUS.
008230
008235     SELECT OPTIONAL WAIVER-FILE ASSIGN TO PREQWAIV
008240            ORGANIZATION IS INDEXED
008245            ACCESS MODE IS DYNAMIC
008250            RECORD KEY IS PW-WAIVER-KEY
008255            FILE STATUS IS WS-WAIVER-STATUS.
008260
008265     SELECT OPTIONAL ADDRESS-FILE ASSIGN TO ADDRFILE
008270            ORGANIZATION IS INDEXED
008275            ACCESS MODE IS DYNAMIC
008280            RECORD KEY IS AD-STUDENT-ID
008285            FILE STATUS IS WS-ADDR-STATUS.
008292
008300     SELECT ARCHIVE-MASTER  ASSIGN TO ARCHMAST
008400            ORGANIZATION IS SEQUENTIAL.
008500
008600     SELECT OLD-ENROLLMENT  ASSIGN TO OLDENRL
008700            ORGANIZATION IS SEQUENTIAL.
008800
008900     SELECT NEW-ENROLLMENT  ASSIGN TO NEWENRL
009000            ORGANIZATION IS SEQUENTIAL.
009100
009200     SELECT OLD-CASE-FILE   ASSIGN TO OLDCASE
009300            ORGANIZATION IS SEQUENTIAL.
009400
009500     SELECT NEW-CASE-FILE   ASSIGN TO NEWCASE
009600            ORGANIZATION IS SEQUENTIAL.
009700
009800     SELECT OLD-EXCEPTION-LOG ASSIGN TO OLDLOG
009900            ORGANIZATION IS SEQUENTIAL.
010000
010100     SELECT NEW-EXCEPTION-LOG ASSIGN TO NEWLOG
010200            ORGANIZATION IS SEQUENTIAL.
010300
010400     SELECT AUDIT-FILE      ASSIGN TO AUDITLOG
010500            ORGANIZATION IS SEQUENTIAL.
010600
010700     SELECT MERGE-REGISTER  ASSIGN TO MERGREG
010800            ORGANIZATION IS SEQUENTIAL.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  MERGE-PAIRS
011300     LABEL RECORDS ARE STANDARD.
011400     COPY MERGPAIR.
011500
011600 FD  STUDENT-MASTER
011700     LABEL RECORDS ARE STANDARD.
011800     COPY STUDENT.
011900
012000 FD  XREF-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY STUXREF.
012300
012307 FD  HOLD-FILE
012314     LABEL RECORDS ARE STANDARD.
012321     COPY HOLDREC.
012328
012335 FD  WAIVER-FILE
012342     LABEL RECORDS ARE STANDARD.
012349     COPY PREQWAIV.
012356
012363 FD  ADDRESS-FILE
012370     LABEL RECORDS ARE STANDARD.
012377     COPY ADDRREC.
012384
012400 FD  ARCHIVE-MASTER
012500     LABEL RECORDS ARE STANDARD.
012600     COPY STUDENT REPLACING ==STUDENT-MASTER-RECORD==
012700            BY ==ARCHIVE-MASTER-RECORD==
012800            LEADING ==LS-== BY ==AM-==.
012900
013000 FD  OLD-ENROLLMENT
013100     LABEL RECORDS ARE STANDARD.
013200     COPY CRSENRL.
013300
013400 FD  NEW-ENROLLMENT
013500     LABEL RECORDS ARE STANDARD.
013600 01  NEW-ENROLLMENT-RECORD       PIC X(40).
013700
013800 FD  OLD-CASE-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY FACASREC.
014100
014200 FD  NEW-CASE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  NEW-CASE-RECORD             PIC X(40).
014500
014600 FD  OLD-EXCEPTION-LOG
014700     LABEL RECORDS ARE STANDARD.
014800     COPY EXCPTLOG.
014900
015000 FD  NEW-EXCEPTION-LOG
015100     LABEL RECORDS ARE STANDARD.
015200 01  NEW-EXCEPTION-RECORD        PIC X(75).
015300
015400 FD  AUDIT-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY AUDITREC.
015700
015800 FD  MERGE-REGISTER
015900     LABEL RECORDS ARE OMITTED
016000     RECORD CONTAINS 132 CHARACTERS.
016100 01  MERGE-REGISTER-LINE         PIC X(132).
016200
016300 WORKING-STORAGE SECTION.
016400
016500 01  WS-SWITCHES.
016600     05  WS-PAIR-EOF-SWITCH      PIC X(01)  VALUE "N".
016700         88  WS-PAIR-EOF                    VALUE "Y".
016800     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
016900         88  WS-EOF                         VALUE "Y".
017000     05  WS-FOUND-SWITCH         PIC X(01)  VALUE "N".
017100         88  WS-RECORD-FOUND                VALUE "Y".
017200     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE "N".
017300         88  WS-FILES-OPEN                  VALUE "Y".
017400     05  WS-ANOMALY-SWITCH       PIC X(01)  VALUE "N".
017500         88  WS-ANOMALY                     VALUE "Y".
017600     05  WS-REJ-CAPTION-SWITCH   PIC X(01)  VALUE "N".
017700         88  WS-REJ-CAPTION-DONE            VALUE "Y".
017800     05  WS-DUP-CAPTION-SWITCH   PIC X(01)  VALUE "N".
017900         88  WS-DUP-CAPTION-DONE            VALUE "Y".
017930     05  WS-REKEY-DONE-SWITCH    PIC X(01)  VALUE "N".
017960         88  WS-REKEY-DONE                  VALUE "Y".
018000
018100 01  WS-STUDMAST-STATUS          PIC X(02)  VALUE SPACES.
018200     88  WS-STUDMAST-OK                     VALUE "00".
018300     88  WS-STUDMAST-NOTFND                 VALUE "23".
018400
018500 01  WS-XREF-STATUS              PIC X(02)  VALUE SPACES.
018600     88  WS-XREF-OK                         VALUE "00".
018650     88  WS-XREF-OPENED                     VALUE "00" "05".
018700     88  WS-XREF-DUPKEY                     VALUE "22".
018800     88  WS-XREF-NOTFND                     VALUE "23".
018900
018905 01  WS-HOLD-STATUS              PIC X(02)  VALUE SPACES.
018910     88  WS-HOLD-OK                         VALUE "00".
018915     88  WS-HOLD-OPENED                     VALUE "00" "05".
018920     88  WS-HOLD-DUPKEY                     VALUE "22".
018925
018930 01  WS-WAIVER-STATUS            PIC X(02)  VALUE SPACES.
018935     88  WS-WAIVER-OK                       VALUE "00".
018940     88  WS-WAIVER-OPENED                   VALUE "00" "05".
018945     88  WS-WAIVER-DUPKEY                   VALUE "22".
018950
018955 01  WS-ADDR-STATUS              PIC X(02)  VALUE SPACES.
018960     88  WS-ADDR-OK                         VALUE "00".
018965     88  WS-ADDR-OPENED                     VALUE "00" "05".
018970     88  WS-ADDR-DUPKEY                     VALUE "22".
018975     88  WS-ADDR-NOTFND                     VALUE "23".
018980
019000 01  WS-COUNTERS.
019100     05  WS-CARD-COUNT           PIC 9(05)  COMP VALUE ZERO.
019200     05  WS-REJECTED-COUNT       PIC 9(05)  COMP VALUE ZERO.
019300     05  WS-MERGED-COUNT         PIC 9(05)  COMP VALUE ZERO.
019400     05  WS-FAILED-COUNT         PIC 9(05)  COMP VALUE ZERO.
019500     05  WS-ENRL-READ-COUNT      PIC 9(07)  COMP VALUE ZERO.
019600     05  WS-ENRL-REKEY-COUNT     PIC 9(07)  COMP VALUE ZERO.
019700     05  WS-ENRL-DROP-COUNT      PIC 9(07)  COMP VALUE ZERO.
019800     05  WS-CASE-READ-COUNT      PIC 9(07)  COMP VALUE ZERO.
019900     05  WS-CASE-REKEY-COUNT     PIC 9(07)  COMP VALUE ZERO.
020000     05  WS-CASE-COMBINE-COUNT   PIC 9(07)  COMP VALUE ZERO.
020100     05  WS-LOG-READ-COUNT       PIC 9(07)  COMP VALUE ZERO.
020200     05  WS-LOG-REKEY-COUNT      PIC 9(07)  COMP VALUE ZERO.
020210     05  WS-HOLD-REKEY-COUNT     PIC 9(07)  COMP VALUE ZERO.
020220     05  WS-HOLD-DUP-COUNT       PIC 9(07)  COMP VALUE ZERO.
020230     05  WS-WAIVER-REKEY-COUNT   PIC 9(07)  COMP VALUE ZERO.
020240     05  WS-WAIVER-DUP-COUNT     PIC 9(07)  COMP VALUE ZERO.
020250     05  WS-ADDR-MOVE-COUNT      PIC 9(07)  COMP VALUE ZERO.
020300     05  WS-LINE-COUNT           PIC 9(03)  COMP VALUE ZERO.
020400     05  WS-PAGE-COUNT           PIC 9(03)  COMP VALUE ZERO.
020500     05  WS-LINES-PER-PAGE       PIC 9(03)  COMP VALUE 050.
020600
020700 01  WS-SUBSCRIPTS.
020800     05  WS-PAIR-SUB             PIC 9(03)  COMP VALUE ZERO.
020900     05  WS-HELD-SUB             PIC 9(03)  COMP VALUE ZERO.
021000     05  WS-OTHER-SUB            PIC 9(03)  COMP VALUE ZERO.
021100     05  WS-START-SUB            PIC 9(03)  COMP VALUE ZERO.
021200     05  WS-KEEP-SUB             PIC 9(03)  COMP VALUE ZERO.
021300     05  WS-DROP-SUB             PIC 9(03)  COMP VALUE ZERO.
021400
021500 01  WS-TODAY                    PIC X(08)  VALUE SPACES.
021600 01  WS-CURRENT-DATE-FIELDS.
021700     05  WS-CURRENT-CCYY         PIC 9(04).
021800     05  WS-CURRENT-MM           PIC 9(02).
021900     05  WS-CURRENT-DD           PIC 9(02).
022000 01  WS-CURRENT-TIME-FIELDS.
022100     05  WS-CURRENT-HH           PIC 9(02).
022200     05  WS-CURRENT-MN           PIC 9(02).
022300     05  WS-CURRENT-SS           PIC 9(02).
022400     05  WS-CURRENT-HS           PIC 9(02).
022500
022600 01  WS-LOOKUP-ID                PIC X(09)  VALUE SPACES.
022700 01  WS-REJECT-REASON            PIC X(34)  VALUE SPACES.
022800 01  WS-SURVIVOR-NAME            PIC X(30)  VALUE SPACES.
022900 01  WS-RETIRED-NAME             PIC X(30)  VALUE SPACES.
023000 01  WS-ORIGIN-CODE              PIC X(01)  VALUE SPACE.
023100 01  WS-ORIGIN-PAIR              PIC 9(03)  COMP VALUE ZERO.
023200 01  WS-ORIGINAL-ID              PIC X(09)  VALUE SPACES.
023300
023400 01  WS-THIS-SECTION.
023500     05  WS-TS-TERM              PIC X(05).
023600     05  WS-TS-COURSE            PIC X(08).
023700     05  WS-TS-SECTION           PIC X(03).
023800 01  WS-PREV-SECTION             PIC X(16)  VALUE SPACES.
023900
024000*    AUDIT FIELDS - SET BEFORE 7100/7200 ARE PERFORMED.
024100 01  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
024200 01  WS-AUDIT-OPERATOR           PIC X(08)  VALUE SPACES.
024300 01  WS-AUDIT-STUDENT-ID         PIC X(09)  VALUE SPACES.
024400 01  WS-BEFORE-NAME              PIC X(30)  VALUE SPACES.
024500 01  WS-AFTER-NAME               PIC X(30)  VALUE SPACES.
024600 01  WS-AFTER-IMAGE.
024700     05  WS-AI-TEXT              PIC X(16).
024800     05  WS-AI-SURVIVOR-ID       PIC X(09).
024900     05  FILLER                  PIC X(05)  VALUE SPACES.
024910
024920*    A RETIRED ID'S HOLD, KEPT WHILE ITS SURVIVOR COPY IS WRITTEN.
024930 01  WS-SAVE-HOLD-RECORD.
024940     05  FILLER                  PIC X(27).
024950     05  WS-SH-RELEASED-DATE     PIC X(08).
024960         88  WS-SH-NOT-RELEASED             VALUE "00000000".
024970     05  FILLER                  PIC X(65).
025000
025100*    ONE ENTRY PER PAIR THAT PASSED ITS EDITS.  THE STATE MOVES
025200*    FROM "V" (VALID) TO "M" (MERGED) OR "F" (FAILED) WHEN THE
025300*    ONLINE MASTER IS UPDATED; ONLY MERGED PAIRS ARE RE-KEYED.
025400 01  WS-PAIR-MAX                 PIC 9(03)  COMP VALUE 200.
025500 01  WS-PAIR-COUNT               PIC 9(03)  COMP VALUE ZERO.
025600 01  WS-PAIR-TABLE.
025700     05  WS-PAIR-ENTRY OCCURS 200 TIMES
025800             INDEXED BY WS-PAIR-NDX.
025900         10  WS-PR-SURVIVOR-ID    PIC X(09).
026000         10  WS-PR-RETIRED-ID     PIC X(09).
026100         10  WS-PR-APPROVED-BY    PIC X(08).
026200         10  WS-PR-SURVIVOR-NAME  PIC X(30).
026300         10  WS-PR-RETIRED-NAME   PIC X(30).
026400         10  WS-PR-STATE          PIC X(01).
026500             88  WS-PR-VALID                VALUE "V".
026600             88  WS-PR-MERGED               VALUE "M".
026700             88  WS-PR-FAILED               VALUE "F".
026800         10  WS-PR-RESULT         PIC X(34).
026900         10  WS-PR-ENRL-COUNT     PIC 9(05)  COMP.
027000         10  WS-PR-DROP-COUNT     PIC 9(05)  COMP.
027100         10  WS-PR-CASE-COUNT     PIC 9(05)  COMP.
027200         10  WS-PR-LOG-COUNT      PIC 9(05)  COMP.
027300
027400*    ENROLLMENTS FOR SURVIVING IDS IN THE CURRENT SECTION, HELD
027500*    UNTIL THE SECTION BREAK SO DUPLICATES CAN BE RESOLVED.  THE
027600*    RANK IS 30/20/10 FOR ENROLLED/WAITLISTED/DROPPED, PLUS 5 IF
027700*    GRADED, PLUS 1 FOR THE SURVIVOR'S OWN RECORD.
027800 01  WS-HELD-MAX                 PIC 9(03)  COMP VALUE 200.
027900 01  WS-HELD-COUNT               PIC 9(03)  COMP VALUE ZERO.
028000 01  WS-HELD-TABLE.
028100     05  WS-HELD-ENTRY OCCURS 200 TIMES.
028200         10  WS-HELD-RECORD.
028300             15  WS-HELD-STUDENT-ID  PIC X(09).
028400             15  WS-HELD-TERM        PIC X(05).
028500             15  WS-HELD-COURSE      PIC X(08).
028600             15  WS-HELD-SECTION     PIC X(03).
028700             15  FILLER              PIC X(03).
028800             15  WS-HELD-STATUS      PIC X(01).
028900             15  WS-HELD-GRADE       PIC X(02).
029000             15  FILLER              PIC X(09).
029100         10  WS-HELD-ORIGINAL-ID  PIC X(09).
029200         10  WS-HELD-ORIGIN       PIC X(01).
029300         10  WS-HELD-PAIR-SUB     PIC 9(03)  COMP.
029400         10  WS-HELD-RANK         PIC 9(02).
029500         10  WS-HELD-DROP-FLAG    PIC X(01).
029600
029700*    FINANCIAL-AID CASES FOR SURVIVING IDS, HELD TO THE END OF
029800*    THE CASE FILE SO TWO CASES FOR ONE STUDENT CAN BE COMBINED.
029900 01  WS-CASE-MAX                 PIC 9(03)  COMP VALUE 400.
030000 01  WS-CASE-COUNT               PIC 9(03)  COMP VALUE ZERO.
030100 01  WS-CASE-TABLE.
030200     05  WS-HC-ENTRY OCCURS 400 TIMES.
030300         10  WS-HC-RECORD.
030400             15  WS-HC-STUDENT-ID    PIC X(09).
030500             15  FILLER              PIC X(11).
030600             15  WS-HC-FIRST-DATE    PIC X(08).
030700             15  FILLER              PIC X(12).
030800         10  WS-HC-ORIGIN         PIC X(01).
030900         10  WS-HC-DROP-FLAG      PIC X(01).
031000
031100 01  WS-HEADING-1.
031200     05  FILLER                  PIC X(01)  VALUE SPACE.
031300     05  FILLER                  PIC X(25)  VALUE
031400             "STUDENT ID MERGE REGISTER".
031500     05  FILLER                  PIC X(04)  VALUE SPACES.
031600     05  FILLER                  PIC X(09)  VALUE "RUN DATE ".
031700     05  WS-H1-DATE              PIC X(08).
031800     05  FILLER                  PIC X(04)  VALUE SPACES.
031900     05  FILLER                  PIC X(05)  VALUE "PAGE ".
032000     05  WS-H1-PAGE              PIC ZZZ9.
032100     05  FILLER                  PIC X(72)  VALUE SPACES.
032200
032300 01  WS-HEADING-2.
032400     05  FILLER                  PIC X(01)  VALUE SPACE.
032500     05  FILLER                  PIC X(11)  VALUE "SURVIVOR".
032600     05  FILLER                  PIC X(22)  VALUE "SURVIVOR NAME".
032700     05  FILLER                  PIC X(11)  VALUE "RETIRED".
032800     05  FILLER                  PIC X(22)  VALUE "RETIRED NAME".
032900     05  FILLER                  PIC X(10)  VALUE "APPROVED".
033000     05  FILLER                  PIC X(06)  VALUE "ENRL".
033100     05  FILLER                  PIC X(05)  VALUE "DUP".
033200     05  FILLER                  PIC X(04)  VALUE "FA".
033300     05  FILLER                  PIC X(06)  VALUE "LOG".
033400     05  FILLER                  PIC X(34)  VALUE "RESULT".
033500
033600 01  WS-CAPTION-LINE.
033700     05  FILLER                  PIC X(01)  VALUE SPACE.
033800     05  WS-C-CAPTION            PIC X(60).
033900     05  FILLER                  PIC X(71)  VALUE SPACES.
034000
034100 01  WS-DETAIL-LINE.
034200     05  FILLER                  PIC X(01)  VALUE SPACE.
034300     05  WS-D-SURVIVOR-ID        PIC X(11).
034400     05  WS-D-SURVIVOR-NAME      PIC X(22).
034500     05  WS-D-RETIRED-ID         PIC X(11).
034600     05  WS-D-RETIRED-NAME       PIC X(22).
034700     05  WS-D-APPROVED-BY        PIC X(10).
034800     05  WS-D-COUNTS.
034900         10  WS-D-ENRL-COUNT     PIC ZZZ9.
035000         10  FILLER              PIC X(02).
035100         10  WS-D-DROP-COUNT     PIC ZZ9.
035200         10  FILLER              PIC X(02).
035300         10  WS-D-CASE-COUNT     PIC Z9.
035400         10  FILLER              PIC X(02).
035500         10  WS-D-LOG-COUNT      PIC ZZZ9.
035600         10  FILLER              PIC X(02).
035700     05  WS-D-RESULT             PIC X(34).
035800
035900 01  WS-DUP-LINE.
036000     05  FILLER                  PIC X(03)  VALUE SPACES.
036100     05  FILLER                  PIC X(08)  VALUE "SECTION ".
036200     05  WS-U-TERM               PIC X(06).
036300     05  WS-U-COURSE             PIC X(09).
036400     05  WS-U-SECTION            PIC X(05).
036500     05  FILLER                  PIC X(05)  VALUE "KEPT ".
036600     05  WS-U-KEPT-ID            PIC X(10).
036700     05  FILLER                  PIC X(07)  VALUE "STATUS ".
036800     05  WS-U-KEPT-STATUS        PIC X(02).
036900     05  FILLER                  PIC X(06)  VALUE "GRADE ".
037000     05  WS-U-KEPT-GRADE         PIC X(04).
037100     05  FILLER                  PIC X(08)  VALUE "DROPPED ".
037200     05  WS-U-DROP-ID            PIC X(10).
037300     05  FILLER                  PIC X(07)  VALUE "STATUS ".
037400     05  WS-U-DROP-STATUS        PIC X(02).
037500     05  FILLER                  PIC X(06)  VALUE "GRADE ".
037600     05  WS-U-DROP-GRADE         PIC X(02).
037700     05  FILLER                  PIC X(32)  VALUE SPACES.
037800
037900 01  WS-TOTAL-LINE.
038000     05  FILLER                  PIC X(01)  VALUE SPACE.
038100     05  WS-T-CAPTION            PIC X(30).
038200     05  WS-T-COUNT              PIC ZZZ,ZZ9.
038300     05  FILLER                  PIC X(94)  VALUE SPACES.
038400
038500 PROCEDURE DIVISION.
038600
038700******************************************************************
038800* 0000-MAINLINE - EDIT THE PAIRS, UPDATE THE ONLINE MASTER, THEN  *
038900* RE-KEY THE ENROLLMENT, CASE AND EXCEPTION FILES AND PRINT THE   *
039000* MERGES.                                                         *
039100******************************************************************
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039400     IF WS-FILES-OPEN AND WS-CARD-COUNT > ZERO
039500         OPEN EXTEND ARCHIVE-MASTER
039600         PERFORM 2000-APPLY-MASTER THRU 2000-EXIT
039700             VARYING WS-PAIR-SUB FROM 1 BY 1
039800             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
039900         CLOSE ARCHIVE-MASTER
040000         PERFORM 3000-REKEY-ENROLLMENT THRU 3000-EXIT
040100         PERFORM 4000-REKEY-CASES THRU 4000-EXIT
040200         PERFORM 5000-REKEY-LOG THRU 5000-EXIT
040300         IF WS-PAIR-COUNT > ZERO
040400             MOVE "PAIRS PROCESSED:" TO WS-C-CAPTION
040500             PERFORM 6200-PRINT-CAPTION THRU 6200-EXIT
040600             PERFORM 6300-PRINT-MERGE THRU 6300-EXIT
040700                 VARYING WS-PAIR-SUB FROM 1 BY 1
040800                 UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
040900         END-IF
041000     END-IF
041100     PERFORM 8000-FINALIZE THRU 8000-EXIT
041200     GOBACK.
041300
041400******************************************************************
041500* 1000-INITIALIZE - OPEN THE ONLINE MASTER, CROSS-REFERENCE,     *
041600* HOLDS, WAIVERS AND ADDRESSES FOR UPDATE; ANY FAILING ENDS THE   *
041700* RUN WITH NOTHING DONE.  THEN OPEN THE REGISTER AND AUDIT TRAIL  *
041750* AND EDIT EVERY PAIR CARD.                                       *
041800******************************************************************
041900 1000-INITIALIZE.
042000     DISPLAY "MERGEID - STUDENT ID MERGE STARTED"
042100     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
042200     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY
042300     OPEN I-O STUDENT-MASTER
042400     IF NOT WS-STUDMAST-OK
042500         DISPLAY "MERGEID - UNABLE TO OPEN ONLINE MASTER, "
042600                 "STATUS: " WS-STUDMAST-STATUS
042700         GO TO 1000-EXIT
042800     END-IF
042900     OPEN I-O XREF-FILE
043000     IF NOT WS-XREF-OPENED
043100         DISPLAY "MERGEID - UNABLE TO OPEN CROSS-REFERENCE, "
043200                 "STATUS: " WS-XREF-STATUS
043300         CLOSE STUDENT-MASTER
043400         GO TO 1000-EXIT
043500     END-IF
043503     OPEN I-O HOLD-FILE
043506     IF NOT WS-HOLD-OPENED
043509         DISPLAY "MERGEID - UNABLE TO OPEN HOLD FILE, "
043512                 "STATUS: " WS-HOLD-STATUS
043515         CLOSE STUDENT-MASTER
043518         CLOSE XREF-FILE
043521         GO TO 1000-EXIT
043524     END-IF
043527     OPEN I-O WAIVER-FILE
043530     IF NOT WS-WAIVER-OPENED
043533         DISPLAY "MERGEID - UNABLE TO OPEN WAIVER FILE, "
043536                 "STATUS: " WS-WAIVER-STATUS
043539         CLOSE STUDENT-MASTER
043542         CLOSE XREF-FILE
043545         CLOSE HOLD-FILE
043548         GO TO 1000-EXIT
043551     END-IF
043554     OPEN I-O ADDRESS-FILE
043557     IF NOT WS-ADDR-OPENED
043560         DISPLAY "MERGEID - UNABLE TO OPEN ADDRESS FILE, "
043563                 "STATUS: " WS-ADDR-STATUS
043566         CLOSE STUDENT-MASTER
043569         CLOSE XREF-FILE
043572         CLOSE HOLD-FILE
043575         CLOSE WAIVER-FILE
043578         GO TO 1000-EXIT
043581     END-IF
043600     SET WS-FILES-OPEN TO TRUE
043700     OPEN EXTEND AUDIT-FILE
043800     OPEN OUTPUT MERGE-REGISTER
043900     PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
044000     OPEN INPUT MERGE-PAIRS
044100     PERFORM 1100-READ-PAIR THRU 1100-EXIT
044200     PERFORM 1200-EDIT-PAIR THRU 1200-EXIT
044300         UNTIL WS-PAIR-EOF
044400     CLOSE MERGE-PAIRS
044500     .
044600 1000-EXIT.
044700     EXIT.
044800
044900 1100-READ-PAIR.
045000     READ MERGE-PAIRS
045100         AT END
045200             SET WS-PAIR-EOF TO TRUE
045300     END-READ
045400     .
045500 1100-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 1200-EDIT-PAIR - ONE ITERATION PER CARD.  A PAIR THAT PASSES    *
046000* GOES INTO THE PAIR TABLE; ONE THAT FAILS PRINTS AND AUDITS AS   *
046100* REJECTED AND IS NEVER TOUCHED AGAIN.                            *
046200******************************************************************
046300 1200-EDIT-PAIR.
046400     ADD 1 TO WS-CARD-COUNT
046500     MOVE SPACES TO WS-REJECT-REASON
046600     MOVE SPACES TO WS-SURVIVOR-NAME
046700     MOVE SPACES TO WS-RETIRED-NAME
046800     PERFORM 1300-VALIDATE-PAIR THRU 1300-EXIT
046900     IF WS-REJECT-REASON NOT = SPACES
047000         PERFORM 1290-REJECT-PAIR THRU 1290-EXIT
047100     ELSE
047200         PERFORM 1400-TABLE-PAIR THRU 1400-EXIT
047300     END-IF
047400     PERFORM 1100-READ-PAIR THRU 1100-EXIT
047500     .
047600 1200-EXIT.
047700     EXIT.
047800
047900 1290-REJECT-PAIR.
048000     ADD 1 TO WS-REJECTED-COUNT
048100     IF NOT WS-REJ-CAPTION-DONE
048200         MOVE "PAIRS REJECTED - NOTHING CHANGED FOR THESE:"
048300             TO WS-C-CAPTION
048400         PERFORM 6200-PRINT-CAPTION THRU 6200-EXIT
048500         SET WS-REJ-CAPTION-DONE TO TRUE
048600     END-IF
048700     PERFORM 6100-CHECK-PAGE THRU 6100-EXIT
048800     MOVE MP-SURVIVOR-ID    TO WS-D-SURVIVOR-ID
048900     MOVE WS-SURVIVOR-NAME  TO WS-D-SURVIVOR-NAME
049000     MOVE MP-RETIRED-ID     TO WS-D-RETIRED-ID
049100     MOVE WS-RETIRED-NAME   TO WS-D-RETIRED-NAME
049200     MOVE MP-APPROVED-BY    TO WS-D-APPROVED-BY
049300     MOVE SPACES            TO WS-D-COUNTS
049400     MOVE WS-REJECT-REASON  TO WS-D-RESULT
049500     WRITE MERGE-REGISTER-LINE FROM WS-DETAIL-LINE
049600         AFTER ADVANCING 1 LINE
049700     ADD 1 TO WS-LINE-COUNT
049800     DISPLAY "MERGEID - PAIR REJECTED, " MP-SURVIVOR-ID " "
049900             MP-RETIRED-ID ": " WS-REJECT-REASON
050000     MOVE MP-APPROVED-BY    TO WS-AUDIT-OPERATOR
050100     MOVE MP-RETIRED-ID     TO WS-AUDIT-STUDENT-ID
050200     IF MP-RETIRED-ID = SPACES
050300         MOVE MP-SURVIVOR-ID TO WS-AUDIT-STUDENT-ID
050400     END-IF
050500     MOVE WS-RETIRED-NAME   TO WS-BEFORE-NAME
050600     MOVE "NOT MERGED INTO " TO WS-AI-TEXT
050700     MOVE MP-SURVIVOR-ID    TO WS-AI-SURVIVOR-ID
050800     MOVE WS-AFTER-IMAGE    TO WS-AFTER-NAME
050900     PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
051000     .
051100 1290-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500* 1300-VALIDATE-PAIR - LEAVE THE FIRST REASON THE PAIR CANNOT BE  *
051600* MERGED IN WS-REJECT-REASON, OR SPACES IF IT CAN.  THE NAMES ARE *
051700* PICKED UP FROM THE ONLINE MASTER ON THE WAY THROUGH.            *
051800******************************************************************
051900 1300-VALIDATE-PAIR.
052000     IF MP-SURVIVOR-ID = SPACES OR MP-RETIRED-ID = SPACES
052100         MOVE "SURVIVOR OR RETIRED ID MISSING"
052200             TO WS-REJECT-REASON
052300         GO TO 1300-EXIT
052400     END-IF
052500     IF MP-APPROVED-BY = SPACES
052600         MOVE "APPROVING OPERATOR ID MISSING" TO WS-REJECT-REASON
052700         GO TO 1300-EXIT
052800     END-IF
052900     IF MP-SURVIVOR-ID = MP-RETIRED-ID
053000         MOVE "SURVIVOR AND RETIRED ID THE SAME"
053100             TO WS-REJECT-REASON
053200         GO TO 1300-EXIT
053300     END-IF
053400     IF WS-PAIR-COUNT >= WS-PAIR-MAX
053500         MOVE "OVER 200 PAIRS - RESUBMIT NEXT RUN"
053600             TO WS-REJECT-REASON
053700         GO TO 1300-EXIT
053800     END-IF
053900     MOVE MP-RETIRED-ID TO WS-LOOKUP-ID
054000     PERFORM 6700-FIND-IN-BATCH THRU 6700-EXIT
054100     IF WS-RECORD-FOUND
054200         MOVE "RETIRED ID IN AN EARLIER PAIR" TO WS-REJECT-REASON
054300         GO TO 1300-EXIT
054400     END-IF
054500     MOVE MP-SURVIVOR-ID TO WS-LOOKUP-ID
054600     PERFORM 6500-FIND-RETIRED THRU 6500-EXIT
054700     IF WS-RECORD-FOUND
054800         MOVE "SURVIVOR RETIRED BY EARLIER PAIR"
054900             TO WS-REJECT-REASON
055000         GO TO 1300-EXIT
055100     END-IF
055200     MOVE MP-RETIRED-ID TO XR-RETIRED-ID
055300     READ XREF-FILE
055400         KEY IS XR-RETIRED-ID
055500         INVALID KEY
055600             IF NOT WS-XREF-NOTFND
055700                 MOVE "CROSS-REFERENCE READ FAILED"
055800                     TO WS-REJECT-REASON
055900             END-IF
056000         NOT INVALID KEY
056100             MOVE "RETIRED ID ALREADY MERGED"
056200                 TO WS-REJECT-REASON
056300     END-READ
056400     IF WS-REJECT-REASON NOT = SPACES
056500         GO TO 1300-EXIT
056600     END-IF
056700     MOVE MP-SURVIVOR-ID TO XR-RETIRED-ID
056800     READ XREF-FILE
056900         KEY IS XR-RETIRED-ID
057000         INVALID KEY
057100             IF NOT WS-XREF-NOTFND
057200                 MOVE "CROSS-REFERENCE READ FAILED"
057300                     TO WS-REJECT-REASON
057400             END-IF
057500         NOT INVALID KEY
057600             MOVE "SURVIVOR ID IS A RETIRED ID"
057700                 TO WS-REJECT-REASON
057800     END-READ
057900     IF WS-REJECT-REASON NOT = SPACES
058000         GO TO 1300-EXIT
058100     END-IF
058200     MOVE MP-SURVIVOR-ID TO LS-STUDENT-ID
058300     READ STUDENT-MASTER
058400         KEY IS LS-STUDENT-ID
058500         INVALID KEY
058600             MOVE "SURVIVOR NOT ON ONLINE MASTER"
058700                 TO WS-REJECT-REASON
058800         NOT INVALID KEY
058900             MOVE LS-STUDENT-NAME TO WS-SURVIVOR-NAME
059000     END-READ
059100     IF WS-REJECT-REASON NOT = SPACES
059200         GO TO 1300-EXIT
059300     END-IF
059400     MOVE MP-RETIRED-ID TO LS-STUDENT-ID
059500     READ STUDENT-MASTER
059600         KEY IS LS-STUDENT-ID
059700         INVALID KEY
059800             MOVE "RETIRED ID NOT ON ONLINE MASTER"
059900                 TO WS-REJECT-REASON
060000         NOT INVALID KEY
060100             MOVE LS-STUDENT-NAME TO WS-RETIRED-NAME
060200     END-READ
060300     .
060400 1300-EXIT.
060500     EXIT.
060600
060700 1400-TABLE-PAIR.
060800     ADD 1 TO WS-PAIR-COUNT
060900     MOVE WS-PAIR-COUNT    TO WS-PAIR-SUB
061000     MOVE MP-SURVIVOR-ID   TO WS-PR-SURVIVOR-ID (WS-PAIR-SUB)
061100     MOVE MP-RETIRED-ID    TO WS-PR-RETIRED-ID (WS-PAIR-SUB)
061200     MOVE MP-APPROVED-BY   TO WS-PR-APPROVED-BY (WS-PAIR-SUB)
061300     MOVE WS-SURVIVOR-NAME TO WS-PR-SURVIVOR-NAME (WS-PAIR-SUB)
061400     MOVE WS-RETIRED-NAME  TO WS-PR-RETIRED-NAME (WS-PAIR-SUB)
061500     SET WS-PR-VALID (WS-PAIR-SUB) TO TRUE
061600     MOVE SPACES           TO WS-PR-RESULT (WS-PAIR-SUB)
061700     MOVE ZERO             TO WS-PR-ENRL-COUNT (WS-PAIR-SUB)
061800     MOVE ZERO             TO WS-PR-DROP-COUNT (WS-PAIR-SUB)
061900     MOVE ZERO             TO WS-PR-CASE-COUNT (WS-PAIR-SUB)
062000     MOVE ZERO             TO WS-PR-LOG-COUNT (WS-PAIR-SUB)
062100     .
062200 1400-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 2000-APPLY-MASTER - FOR ONE VALID PAIR: DELETE THE RETIRED ID   *
062700* FROM THE ONLINE MASTER, APPEND IT TO THE ARCHIVE MARKED MERGED, *
062800* AND WRITE THE CROSS-REFERENCE, THEN MOVE ITS HOLDS, WAIVERS AND *
062900* ADDRESS TO THE SURVIVOR.  A PAIR THAT FAILS HERE IS NOT         *
062950* RE-KEYED, SO THE FILES STAY CONSISTENT WITH THE MASTER.         *
063000******************************************************************
063100 2000-APPLY-MASTER.
063200     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO LS-STUDENT-ID
063300     READ STUDENT-MASTER
063400         KEY IS LS-STUDENT-ID
063500         INVALID KEY
063600             MOVE "RETIRED ID LEFT ONLINE MASTER"
063700                 TO WS-PR-RESULT (WS-PAIR-SUB)
063800     END-READ
063900     IF WS-PR-RESULT (WS-PAIR-SUB) NOT = SPACES
064000         PERFORM 2100-FAIL-MERGE THRU 2100-EXIT
064100         GO TO 2000-EXIT
064200     END-IF
064300     MOVE STUDENT-MASTER-RECORD TO ARCHIVE-MASTER-RECORD
064400     DELETE STUDENT-MASTER RECORD
064500         INVALID KEY
064600             MOVE "ONLINE MASTER DELETE FAILED"
064700                 TO WS-PR-RESULT (WS-PAIR-SUB)
064800     END-DELETE
064900     IF WS-PR-RESULT (WS-PAIR-SUB) NOT = SPACES
065000         PERFORM 2100-FAIL-MERGE THRU 2100-EXIT
065100         GO TO 2000-EXIT
065200     END-IF
065300     SET AM-STATUS-MERGED TO TRUE
065400     MOVE WS-TODAY TO AM-STATUS-CHANGE-DATE
065500     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO AM-MERGED-INTO-ID
065600     WRITE ARCHIVE-MASTER-RECORD
065700     MOVE SPACES TO STUDENT-XREF-RECORD
065800     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB)  TO XR-RETIRED-ID
065900     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO XR-SURVIVOR-ID
066000     MOVE WS-TODAY                        TO XR-MERGE-DATE
066100     MOVE WS-PR-APPROVED-BY (WS-PAIR-SUB) TO XR-APPROVED-BY
066200     WRITE STUDENT-XREF-RECORD
066300         INVALID KEY
066400             DISPLAY "MERGEID - CROSS-REFERENCE WRITE FAILED FOR "
066500                     XR-RETIRED-ID ", STATUS: " WS-XREF-STATUS
066600             SET WS-ANOMALY TO TRUE
066700     END-WRITE
066800     SET WS-PR-MERGED (WS-PAIR-SUB) TO TRUE
066900     MOVE "MERGED" TO WS-PR-RESULT (WS-PAIR-SUB)
067000     ADD 1 TO WS-MERGED-COUNT
067020     PERFORM 2200-REKEY-HOLDS THRU 2200-EXIT
067040     PERFORM 2300-REKEY-WAIVERS THRU 2300-EXIT
067060     PERFORM 2400-MOVE-ADDRESS THRU 2400-EXIT
067100     .
067200 2000-EXIT.
067300     EXIT.
067400
067500 2100-FAIL-MERGE.
067600     SET WS-PR-FAILED (WS-PAIR-SUB) TO TRUE
067700     ADD 1 TO WS-FAILED-COUNT
067800     DISPLAY "MERGEID - MERGE FAILED, "
067900             WS-PR-SURVIVOR-ID (WS-PAIR-SUB) " "
068000             WS-PR-RETIRED-ID (WS-PAIR-SUB) ": "
068100             WS-PR-RESULT (WS-PAIR-SUB)
068200             ", STATUS: " WS-STUDMAST-STATUS
068300     .
068400 2100-EXIT.
068500     EXIT.
068510
068520******************************************************************
068530* 2200-REKEY-HOLDS - MOVE EVERY HOLD, ACTIVE OR RELEASED, FROM    *
068540* THE RETIRED ID TO THE SURVIVOR.  EACH PASS RESTARTS AT THE      *
068550* RETIRED ID, SINCE THE HOLD JUST MOVED IS NO LONGER THERE.       *
068560******************************************************************
068570 2200-REKEY-HOLDS.
068580     MOVE "N" TO WS-REKEY-DONE-SWITCH
068590     PERFORM 2210-MOVE-HOLD THRU 2210-EXIT
068600         UNTIL WS-REKEY-DONE
068610     .
068620 2200-EXIT.
068630     EXIT.
068640
068650 2210-MOVE-HOLD.
068660     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO HD-STUDENT-ID
068670     MOVE LOW-VALUES TO HD-HOLD-TYPE
068680     MOVE LOW-VALUES TO HD-PLACED-DATE
068690     START HOLD-FILE
068700         KEY IS NOT LESS THAN HD-HOLD-KEY
068710         INVALID KEY
068720             SET WS-REKEY-DONE TO TRUE
068730     END-START
068740     IF NOT WS-REKEY-DONE
068750         READ HOLD-FILE NEXT RECORD
068760             AT END
068770                 SET WS-REKEY-DONE TO TRUE
068780         END-READ
068790     END-IF
068800     IF WS-REKEY-DONE
068810        OR HD-STUDENT-ID NOT = WS-PR-RETIRED-ID (WS-PAIR-SUB)
068820         SET WS-REKEY-DONE TO TRUE
068830         GO TO 2210-EXIT
068840     END-IF
068850     MOVE REGISTRATION-HOLD-RECORD TO WS-SAVE-HOLD-RECORD
068860     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO HD-STUDENT-ID
068870     WRITE REGISTRATION-HOLD-RECORD
068880         INVALID KEY
068890             IF WS-HOLD-DUPKEY
068900                 PERFORM 2220-DUPLICATE-HOLD THRU 2220-EXIT
068910             END-IF
068920         NOT INVALID KEY
068930             ADD 1 TO WS-HOLD-REKEY-COUNT
068940     END-WRITE
068950     IF NOT WS-HOLD-OK AND NOT WS-HOLD-DUPKEY
068960         DISPLAY "MERGEID - HOLD RE-KEY FAILED FOR "
068970                 WS-PR-RETIRED-ID (WS-PAIR-SUB) ", STATUS: "
068980                 WS-HOLD-STATUS
068990         SET WS-ANOMALY TO TRUE
069000         SET WS-REKEY-DONE TO TRUE
069010         GO TO 2210-EXIT
069020     END-IF
069030     MOVE WS-SAVE-HOLD-RECORD TO REGISTRATION-HOLD-RECORD
069040     DELETE HOLD-FILE RECORD
069050         INVALID KEY
069060             DISPLAY "MERGEID - HOLD DELETE FAILED FOR "
069070                     HD-STUDENT-ID ", STATUS: " WS-HOLD-STATUS
069080             SET WS-ANOMALY TO TRUE
069090             SET WS-REKEY-DONE TO TRUE
069100     END-DELETE
069110     .
069120 2210-EXIT.
069130     EXIT.
069140
069150******************************************************************
069160* 2220-DUPLICATE-HOLD - THE SURVIVOR ALREADY HAS THIS HOLD.  ITS  *
069170* COPY STANDS UNLESS IT HAS BEEN RELEASED WHILE THE RETIRED ID'S  *
069180* IS STILL ACTIVE, IN WHICH CASE THE ACTIVE ONE REPLACES IT.      *
069190******************************************************************
069200 2220-DUPLICATE-HOLD.
069210     ADD 1 TO WS-HOLD-DUP-COUNT
069220     IF NOT WS-SH-NOT-RELEASED
069230        AND WS-SH-RELEASED-DATE NOT > WS-TODAY
069240         GO TO 2220-EXIT
069250     END-IF
069260     READ HOLD-FILE
069270         KEY IS HD-HOLD-KEY
069280         INVALID KEY
069290             GO TO 2220-EXIT
069300     END-READ
069310     IF HD-NOT-RELEASED OR HD-RELEASED-DATE > WS-TODAY
069320         GO TO 2220-EXIT
069330     END-IF
069340     MOVE WS-SAVE-HOLD-RECORD TO REGISTRATION-HOLD-RECORD
069350     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO HD-STUDENT-ID
069360     REWRITE REGISTRATION-HOLD-RECORD
069370         INVALID KEY
069380             GO TO 2220-EXIT
069390     END-REWRITE
069410     .
069420 2220-EXIT.
069430     EXIT.
069440
069450******************************************************************
069460* 2300-REKEY-WAIVERS - MOVE EVERY PREREQUISITE WAIVER FROM THE    *
069470* RETIRED ID TO THE SURVIVOR.  WHERE THE SURVIVOR ALREADY HOLDS A *
069480* WAIVER FOR THE COURSE THE RETIRED ID'S IS DROPPED.              *
069490******************************************************************
069500 2300-REKEY-WAIVERS.
069510     MOVE "N" TO WS-REKEY-DONE-SWITCH
069520     PERFORM 2310-MOVE-WAIVER THRU 2310-EXIT
069530         UNTIL WS-REKEY-DONE
069540     .
069550 2300-EXIT.
069560     EXIT.
069570
069580 2310-MOVE-WAIVER.
069590     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO PW-STUDENT-ID
069600     MOVE LOW-VALUES TO PW-COURSE-ID
069610     START WAIVER-FILE
069620         KEY IS NOT LESS THAN PW-WAIVER-KEY
069630         INVALID KEY
069640             SET WS-REKEY-DONE TO TRUE
069650     END-START
069660     IF NOT WS-REKEY-DONE
069670         READ WAIVER-FILE NEXT RECORD
069680             AT END
069690                 SET WS-REKEY-DONE TO TRUE
069700         END-READ
069710     END-IF
069720     IF WS-REKEY-DONE
069730        OR PW-STUDENT-ID NOT = WS-PR-RETIRED-ID (WS-PAIR-SUB)
069740         SET WS-REKEY-DONE TO TRUE
069750         GO TO 2310-EXIT
069760     END-IF
069770     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO PW-STUDENT-ID
069780     WRITE PREREQ-WAIVER-RECORD
069790         INVALID KEY
069800             IF WS-WAIVER-DUPKEY
069810                 ADD 1 TO WS-WAIVER-DUP-COUNT
069820             END-IF
069830         NOT INVALID KEY
069840             ADD 1 TO WS-WAIVER-REKEY-COUNT
069850     END-WRITE
069860     IF NOT WS-WAIVER-OK AND NOT WS-WAIVER-DUPKEY
069870         DISPLAY "MERGEID - WAIVER RE-KEY FAILED FOR "
069880                 WS-PR-RETIRED-ID (WS-PAIR-SUB) ", STATUS: "
069890                 WS-WAIVER-STATUS
069900         SET WS-ANOMALY TO TRUE
069910         SET WS-REKEY-DONE TO TRUE
069920         GO TO 2310-EXIT
069930     END-IF
069940     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO PW-STUDENT-ID
069950     DELETE WAIVER-FILE RECORD
069960         INVALID KEY
069970             DISPLAY "MERGEID - WAIVER DELETE FAILED FOR "
069980                     PW-STUDENT-ID ", STATUS: " WS-WAIVER-STATUS
069990             SET WS-ANOMALY TO TRUE
070000             SET WS-REKEY-DONE TO TRUE
070010     END-DELETE
070020     .
070030 2310-EXIT.
070040     EXIT.
070050
070060******************************************************************
070070* 2400-MOVE-ADDRESS - GIVE THE SURVIVOR THE RETIRED ID'S ADDRESS  *
070080* IF IT HAS NONE OF ITS OWN; EITHER WAY THE RETIRED ID'S ADDRESS  *
070090* RECORD IS DELETED.                                              *
070100******************************************************************
070110 2400-MOVE-ADDRESS.
070120     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO AD-STUDENT-ID
070130     READ ADDRESS-FILE
070140         KEY IS AD-STUDENT-ID
070150         INVALID KEY
070160             IF NOT WS-ADDR-NOTFND
070170                 DISPLAY "MERGEID - ADDRESS READ FAILED FOR "
070180                         AD-STUDENT-ID ", STATUS: " WS-ADDR-STATUS
070190                 SET WS-ANOMALY TO TRUE
070200             END-IF
070210     END-READ
070220     IF NOT WS-ADDR-OK
070230         GO TO 2400-EXIT
070240     END-IF
070250     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB) TO AD-STUDENT-ID
070260     MOVE WS-TODAY                        TO AD-LAST-CHANGE-DATE
070270     MOVE WS-PR-APPROVED-BY (WS-PAIR-SUB) TO AD-LAST-CHANGE-BY
070280     WRITE STUDENT-ADDRESS-RECORD
070290         INVALID KEY
070300             IF NOT WS-ADDR-DUPKEY
070310                 DISPLAY "MERGEID - ADDRESS WRITE FAILED FOR "
070320                         AD-STUDENT-ID ", STATUS: " WS-ADDR-STATUS
070330                 SET WS-ANOMALY TO TRUE
070340                 GO TO 2400-EXIT
070350             END-IF
070360         NOT INVALID KEY
070370             ADD 1 TO WS-ADDR-MOVE-COUNT
070380     END-WRITE
070390     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB) TO AD-STUDENT-ID
070400     DELETE ADDRESS-FILE RECORD
070410         INVALID KEY
070420             DISPLAY "MERGEID - ADDRESS DELETE FAILED FOR "
070430                     AD-STUDENT-ID ", STATUS: " WS-ADDR-STATUS
070440             SET WS-ANOMALY TO TRUE
070450     END-DELETE
070460     .
070470 2400-EXIT.
070480     EXIT.
070490
070500******************************************************************
070510* 3000-REKEY-ENROLLMENT - COPY THE ENROLLMENT FILE, RE-KEYING     *
070520* RETIRED IDS TO THEIR SURVIVORS.  RECORDS FOR SURVIVING IDS ARE  *
070530* HELD TO THE SECTION BREAK SO A STUDENT NOW ON A SECTION TWICE   *
070540* KEEPS ONLY ONE RECORD.                                          *
070550******************************************************************
070560 3000-REKEY-ENROLLMENT.
070570     OPEN INPUT  OLD-ENROLLMENT
070580     OPEN OUTPUT NEW-ENROLLMENT
070590     MOVE "N"    TO WS-EOF-SWITCH
070600     MOVE SPACES TO WS-PREV-SECTION
070610     MOVE ZERO   TO WS-HELD-COUNT
070620     PERFORM 3900-READ-ENROLLMENT THRU 3900-EXIT
070630     PERFORM 3100-PROCESS-ENROLLMENT THRU 3100-EXIT
070640         UNTIL WS-EOF
070650     PERFORM 3200-FLUSH-SECTION THRU 3200-EXIT
070660     CLOSE OLD-ENROLLMENT
070670     CLOSE NEW-ENROLLMENT
070680     .
070690 3000-EXIT.
070700     EXIT.
070800
070900 3100-PROCESS-ENROLLMENT.
071000     ADD 1 TO WS-ENRL-READ-COUNT
071100     MOVE CE-TERM-CODE      TO WS-TS-TERM
071200     MOVE CE-COURSE-ID      TO WS-TS-COURSE
071300     MOVE CE-SECTION-NUMBER TO WS-TS-SECTION
071400     IF WS-THIS-SECTION NOT = WS-PREV-SECTION
071500         PERFORM 3200-FLUSH-SECTION THRU 3200-EXIT
071600         MOVE WS-THIS-SECTION TO WS-PREV-SECTION
071700     END-IF
071800     MOVE CE-STUDENT-ID TO WS-ORIGINAL-ID
071900     MOVE "S"           TO WS-ORIGIN-CODE
072000     MOVE ZERO          TO WS-ORIGIN-PAIR
072100     MOVE CE-STUDENT-ID TO WS-LOOKUP-ID
072200     PERFORM 6500-FIND-RETIRED THRU 6500-EXIT
072300     IF WS-RECORD-FOUND
072400         SET WS-PAIR-SUB TO WS-PAIR-NDX
072500         IF WS-PR-MERGED (WS-PAIR-SUB)
072600             MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB)
072700                 TO CE-STUDENT-ID
072800             ADD 1 TO WS-ENRL-REKEY-COUNT
072900             ADD 1 TO WS-PR-ENRL-COUNT (WS-PAIR-SUB)
073000             MOVE "R"         TO WS-ORIGIN-CODE
073100             MOVE WS-PAIR-SUB TO WS-ORIGIN-PAIR
073200         END-IF
073300     END-IF
073400     MOVE CE-STUDENT-ID TO WS-LOOKUP-ID
073500     PERFORM 6600-FIND-SURVIVOR THRU 6600-EXIT
073600     IF WS-RECORD-FOUND
073700         PERFORM 3150-HOLD-ENROLLMENT THRU 3150-EXIT
073800     ELSE
073900         WRITE NEW-ENROLLMENT-RECORD FROM COURSE-ENROLLMENT-RECORD
074000     END-IF
074100     PERFORM 3900-READ-ENROLLMENT THRU 3900-EXIT
074200     .
074300 3100-EXIT.
074400     EXIT.
074500
074600 3150-HOLD-ENROLLMENT.
074700     IF WS-HELD-COUNT >= WS-HELD-MAX
074800         DISPLAY "MERGEID - SECTION HOLD TABLE FULL, WRITTEN "
074900                 "UNCHECKED: " CE-STUDENT-ID " " CE-TERM-CODE " "
075000                 CE-COURSE-ID " " CE-SECTION-NUMBER
075100         SET WS-ANOMALY TO TRUE
075200         WRITE NEW-ENROLLMENT-RECORD FROM COURSE-ENROLLMENT-RECORD
075300         GO TO 3150-EXIT
075400     END-IF
075500     ADD 1 TO WS-HELD-COUNT
075600     MOVE WS-HELD-COUNT TO WS-HELD-SUB
075700     MOVE COURSE-ENROLLMENT-RECORD TO WS-HELD-RECORD (WS-HELD-SUB)
075800     MOVE WS-ORIGINAL-ID TO WS-HELD-ORIGINAL-ID (WS-HELD-SUB)
075900     MOVE WS-ORIGIN-CODE TO WS-HELD-ORIGIN (WS-HELD-SUB)
076000     MOVE WS-ORIGIN-PAIR TO WS-HELD-PAIR-SUB (WS-HELD-SUB)
076100     MOVE "N"            TO WS-HELD-DROP-FLAG (WS-HELD-SUB)
076200     EVALUATE TRUE
076300         WHEN CE-ENROLL-ENROLLED
076400             MOVE 30 TO WS-HELD-RANK (WS-HELD-SUB)
076500         WHEN CE-ENROLL-WAITLISTED
076600             MOVE 20 TO WS-HELD-RANK (WS-HELD-SUB)
076700         WHEN CE-ENROLL-DROPPED
076800             MOVE 10 TO WS-HELD-RANK (WS-HELD-SUB)
076900         WHEN OTHER
077000             MOVE ZERO TO WS-HELD-RANK (WS-HELD-SUB)
077100     END-EVALUATE
077200     IF CE-GRADED
077300         ADD 5 TO WS-HELD-RANK (WS-HELD-SUB)
077400     END-IF
077500     IF WS-ORIGIN-CODE = "S"
077600         ADD 1 TO WS-HELD-RANK (WS-HELD-SUB)
077700     END-IF
077800     .
077900 3150-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300* 3200-FLUSH-SECTION - AT A SECTION BREAK, COMPARE EVERY HELD     *
078400* RECORD WITH EVERY LATER ONE, DROP THE LOWER-RANKED OF ANY TWO   *
078500* FOR THE SAME STUDENT, AND WRITE THE REST.                       *
078600******************************************************************
078700 3200-FLUSH-SECTION.
078800     IF WS-HELD-COUNT = ZERO
078900         GO TO 3200-EXIT
079000     END-IF
079100     PERFORM 3210-COMPARE-OUTER THRU 3210-EXIT
079200         VARYING WS-HELD-SUB FROM 1 BY 1
079300         UNTIL WS-HELD-SUB > WS-HELD-COUNT
079400     PERFORM 3250-WRITE-HELD THRU 3250-EXIT
079500         VARYING WS-HELD-SUB FROM 1 BY 1
079600         UNTIL WS-HELD-SUB > WS-HELD-COUNT
079700     MOVE ZERO TO WS-HELD-COUNT
079800     .
079900 3200-EXIT.
080000     EXIT.
080100
080200 3210-COMPARE-OUTER.
080300     COMPUTE WS-START-SUB = WS-HELD-SUB + 1
080400     PERFORM 3220-COMPARE-HELD THRU 3220-EXIT
080500         VARYING WS-OTHER-SUB FROM WS-START-SUB BY 1
080600         UNTIL WS-OTHER-SUB > WS-HELD-COUNT
080700     .
080800 3210-EXIT.
080900     EXIT.
081000
081100 3220-COMPARE-HELD.
081200     IF WS-HELD-DROP-FLAG (WS-HELD-SUB) = "Y"
081300        OR WS-HELD-DROP-FLAG (WS-OTHER-SUB) = "Y"
081400        OR WS-HELD-STUDENT-ID (WS-HELD-SUB)
081500           NOT = WS-HELD-STUDENT-ID (WS-OTHER-SUB)
081600         GO TO 3220-EXIT
081700     END-IF
081800     IF WS-HELD-RANK (WS-OTHER-SUB) > WS-HELD-RANK (WS-HELD-SUB)
081900         MOVE WS-OTHER-SUB TO WS-KEEP-SUB
082000         MOVE WS-HELD-SUB  TO WS-DROP-SUB
082100     ELSE
082200         MOVE WS-HELD-SUB  TO WS-KEEP-SUB
082300         MOVE WS-OTHER-SUB TO WS-DROP-SUB
082400     END-IF
082500     MOVE "Y" TO WS-HELD-DROP-FLAG (WS-DROP-SUB)
082600     ADD 1 TO WS-ENRL-DROP-COUNT
082700     IF WS-HELD-ORIGIN (WS-DROP-SUB) = "R"
082800         MOVE WS-HELD-PAIR-SUB (WS-DROP-SUB) TO WS-PAIR-SUB
082900     ELSE
083000         MOVE WS-HELD-PAIR-SUB (WS-KEEP-SUB) TO WS-PAIR-SUB
083100     END-IF
083200     IF WS-PAIR-SUB > ZERO
083300         ADD 1 TO WS-PR-DROP-COUNT (WS-PAIR-SUB)
083400     END-IF
083500     PERFORM 3230-PRINT-DUPLICATE THRU 3230-EXIT
083600     .
083700 3220-EXIT.
083800     EXIT.
083900
084000 3230-PRINT-DUPLICATE.
084100     IF NOT WS-DUP-CAPTION-DONE
084200         MOVE "DUPLICATE SECTION ENROLLMENTS RESOLVED:"
084300             TO WS-C-CAPTION
084400         PERFORM 6200-PRINT-CAPTION THRU 6200-EXIT
084500         SET WS-DUP-CAPTION-DONE TO TRUE
084600     END-IF
084700     PERFORM 6100-CHECK-PAGE THRU 6100-EXIT
084800     MOVE WS-HELD-TERM (WS-KEEP-SUB)    TO WS-U-TERM
084900     MOVE WS-HELD-COURSE (WS-KEEP-SUB)  TO WS-U-COURSE
085000     MOVE WS-HELD-SECTION (WS-KEEP-SUB) TO WS-U-SECTION
085100     MOVE WS-HELD-ORIGINAL-ID (WS-KEEP-SUB) TO WS-U-KEPT-ID
085200     MOVE WS-HELD-STATUS (WS-KEEP-SUB)  TO WS-U-KEPT-STATUS
085300     MOVE WS-HELD-GRADE (WS-KEEP-SUB)   TO WS-U-KEPT-GRADE
085400     MOVE WS-HELD-ORIGINAL-ID (WS-DROP-SUB) TO WS-U-DROP-ID
085500     MOVE WS-HELD-STATUS (WS-DROP-SUB)  TO WS-U-DROP-STATUS
085600     MOVE WS-HELD-GRADE (WS-DROP-SUB)   TO WS-U-DROP-GRADE
085700     WRITE MERGE-REGISTER-LINE FROM WS-DUP-LINE
085800         AFTER ADVANCING 1 LINE
085900     ADD 1 TO WS-LINE-COUNT
086000     .
086100 3230-EXIT.
086200     EXIT.
086300
086400 3250-WRITE-HELD.
086500     IF WS-HELD-DROP-FLAG (WS-HELD-SUB) NOT = "Y"
086600         WRITE NEW-ENROLLMENT-RECORD
086700             FROM WS-HELD-RECORD (WS-HELD-SUB)
086800     END-IF
086900     .
087000 3250-EXIT.
087100     EXIT.
087200
087300 3900-READ-ENROLLMENT.
087400     READ OLD-ENROLLMENT
087500         AT END
087600             SET WS-EOF TO TRUE
087700     END-READ
087800     .
087900 3900-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300* 4000-REKEY-CASES - COPY THE FINANCIAL-AID CASE FILE, RE-KEYING  *
088400* RETIRED IDS.  CASES FOR SURVIVING IDS ARE HELD TO THE END SO A  *
088500* STUDENT LEFT WITH TWO CASES GETS ONE.  FARECON SORTS THE FILE   *
088600* BEFORE USE, SO THE ORDER WRITTEN HERE DOES NOT MATTER.          *
088700******************************************************************
088800 4000-REKEY-CASES.
088900     OPEN INPUT  OLD-CASE-FILE
089000     OPEN OUTPUT NEW-CASE-FILE
089100     MOVE "N"  TO WS-EOF-SWITCH
089200     MOVE ZERO TO WS-CASE-COUNT
089300     PERFORM 4900-READ-CASE THRU 4900-EXIT
089400     PERFORM 4100-PROCESS-CASE THRU 4100-EXIT
089500         UNTIL WS-EOF
089600     PERFORM 4200-COMBINE-OUTER THRU 4200-EXIT
089700         VARYING WS-HELD-SUB FROM 1 BY 1
089800         UNTIL WS-HELD-SUB > WS-CASE-COUNT
089900     PERFORM 4300-WRITE-CASE THRU 4300-EXIT
090000         VARYING WS-HELD-SUB FROM 1 BY 1
090100         UNTIL WS-HELD-SUB > WS-CASE-COUNT
090200     CLOSE OLD-CASE-FILE
090300     CLOSE NEW-CASE-FILE
090400     .
090500 4000-EXIT.
090600     EXIT.
090700
090800 4100-PROCESS-CASE.
090900     ADD 1 TO WS-CASE-READ-COUNT
091000     MOVE "S"           TO WS-ORIGIN-CODE
091100     MOVE FC-STUDENT-ID TO WS-LOOKUP-ID
091200     PERFORM 6500-FIND-RETIRED THRU 6500-EXIT
091300     IF WS-RECORD-FOUND
091400         SET WS-PAIR-SUB TO WS-PAIR-NDX
091500         IF WS-PR-MERGED (WS-PAIR-SUB)
091600             MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB)
091700                 TO FC-STUDENT-ID
091800             ADD 1 TO WS-CASE-REKEY-COUNT
091900             ADD 1 TO WS-PR-CASE-COUNT (WS-PAIR-SUB)
092000             MOVE "R" TO WS-ORIGIN-CODE
092100         END-IF
092200     END-IF
092300     MOVE FC-STUDENT-ID TO WS-LOOKUP-ID
092400     PERFORM 6600-FIND-SURVIVOR THRU 6600-EXIT
092500     IF WS-RECORD-FOUND AND WS-CASE-COUNT < WS-CASE-MAX
092600         ADD 1 TO WS-CASE-COUNT
092700         MOVE FINAID-CASE-RECORD TO WS-HC-RECORD (WS-CASE-COUNT)
092800         MOVE WS-ORIGIN-CODE TO WS-HC-ORIGIN (WS-CASE-COUNT)
092900         MOVE "N" TO WS-HC-DROP-FLAG (WS-CASE-COUNT)
093000     ELSE
093100         IF WS-RECORD-FOUND
093200             DISPLAY "MERGEID - CASE HOLD TABLE FULL, WRITTEN "
093300                     "UNCHECKED: " FC-STUDENT-ID
093400             SET WS-ANOMALY TO TRUE
093500         END-IF
093600         WRITE NEW-CASE-RECORD FROM FINAID-CASE-RECORD
093700     END-IF
093800     PERFORM 4900-READ-CASE THRU 4900-EXIT
093900     .
094000 4100-EXIT.
094100     EXIT.
094200
094300 4200-COMBINE-OUTER.
094400     COMPUTE WS-START-SUB = WS-HELD-SUB + 1
094500     PERFORM 4210-COMBINE-CASE THRU 4210-EXIT
094600         VARYING WS-OTHER-SUB FROM WS-START-SUB BY 1
094700         UNTIL WS-OTHER-SUB > WS-CASE-COUNT
094800     .
094900 4200-EXIT.
095000     EXIT.
095100
095200******************************************************************
095300* 4210-COMBINE-CASE - TWO CASES FOR ONE STUDENT: KEEP THE         *
095400* SURVIVOR'S OWN CASE (OR THE FIRST, IF BOTH CAME FROM RETIRED    *
095500* IDS) AND GIVE IT THE EARLIER FIRST-SEEN DATE.                   *
095600******************************************************************
095700 4210-COMBINE-CASE.
095800     IF WS-HC-DROP-FLAG (WS-HELD-SUB) = "Y"
095900        OR WS-HC-DROP-FLAG (WS-OTHER-SUB) = "Y"
096000        OR WS-HC-STUDENT-ID (WS-HELD-SUB)
096100           NOT = WS-HC-STUDENT-ID (WS-OTHER-SUB)
096200         GO TO 4210-EXIT
096300     END-IF
096400     IF WS-HC-ORIGIN (WS-OTHER-SUB) = "S"
096500        AND WS-HC-ORIGIN (WS-HELD-SUB) = "R"
096600         MOVE WS-OTHER-SUB TO WS-KEEP-SUB
096700         MOVE WS-HELD-SUB  TO WS-DROP-SUB
096800     ELSE
096900         MOVE WS-HELD-SUB  TO WS-KEEP-SUB
097000         MOVE WS-OTHER-SUB TO WS-DROP-SUB
097100     END-IF
097200     IF WS-HC-FIRST-DATE (WS-DROP-SUB)
097300        < WS-HC-FIRST-DATE (WS-KEEP-SUB)
097400         MOVE WS-HC-FIRST-DATE (WS-DROP-SUB)
097500             TO WS-HC-FIRST-DATE (WS-KEEP-SUB)
097600     END-IF
097700     MOVE "Y" TO WS-HC-DROP-FLAG (WS-DROP-SUB)
097800     ADD 1 TO WS-CASE-COMBINE-COUNT
097900     .
098000 4210-EXIT.
098100     EXIT.
098200
098300 4300-WRITE-CASE.
098400     IF WS-HC-DROP-FLAG (WS-HELD-SUB) NOT = "Y"
098500         WRITE NEW-CASE-RECORD FROM WS-HC-RECORD (WS-HELD-SUB)
098600     END-IF
098700     .
098800 4300-EXIT.
098900     EXIT.
099000
099100 4900-READ-CASE.
099200     READ OLD-CASE-FILE
099300         AT END
099400             SET WS-EOF TO TRUE
099500     END-READ
099600     .
099700 4900-EXIT.
099800     EXIT.
099900
100000******************************************************************
100100* 5000-REKEY-LOG - COPY THE EXCEPTION LOG, RE-KEYING THE RETIRED  *
100200* IDS' HISTORY TO THEIR SURVIVORS.  THE ORDER IS UNCHANGED.       *
100300******************************************************************
100400 5000-REKEY-LOG.
100500     OPEN INPUT  OLD-EXCEPTION-LOG
100600     OPEN OUTPUT NEW-EXCEPTION-LOG
100700     MOVE "N" TO WS-EOF-SWITCH
100800     PERFORM 5900-READ-LOG THRU 5900-EXIT
100900     PERFORM 5100-PROCESS-LOG THRU 5100-EXIT
101000         UNTIL WS-EOF
101100     CLOSE OLD-EXCEPTION-LOG
101200     CLOSE NEW-EXCEPTION-LOG
101300     .
101400 5000-EXIT.
101500     EXIT.
101600
101700 5100-PROCESS-LOG.
101800     ADD 1 TO WS-LOG-READ-COUNT
101900     MOVE EL-STUDENT-ID TO WS-LOOKUP-ID
102000     PERFORM 6500-FIND-RETIRED THRU 6500-EXIT
102100     IF WS-RECORD-FOUND
102200         SET WS-PAIR-SUB TO WS-PAIR-NDX
102300         IF WS-PR-MERGED (WS-PAIR-SUB)
102400             MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB)
102500                 TO EL-STUDENT-ID
102600             ADD 1 TO WS-LOG-REKEY-COUNT
102700             ADD 1 TO WS-PR-LOG-COUNT (WS-PAIR-SUB)
102800         END-IF
102900     END-IF
103000     WRITE NEW-EXCEPTION-RECORD FROM EXCEPTION-LOG-RECORD
103100     PERFORM 5900-READ-LOG THRU 5900-EXIT
103200     .
103300 5100-EXIT.
103400     EXIT.
103500
103600 5900-READ-LOG.
103700     READ OLD-EXCEPTION-LOG
103800         AT END
103900             SET WS-EOF TO TRUE
104000     END-READ
104100     .
104200 5900-EXIT.
104300     EXIT.
104400
104500******************************************************************
104600* 6000-WRITE-HEADINGS - START A NEW REGISTER PAGE.                *
104700******************************************************************
104800 6000-WRITE-HEADINGS.
104900     ADD 1 TO WS-PAGE-COUNT
105000     MOVE WS-PAGE-COUNT TO WS-H1-PAGE
105100     MOVE WS-TODAY      TO WS-H1-DATE
105200     WRITE MERGE-REGISTER-LINE FROM WS-HEADING-1
105300         AFTER ADVANCING NEW-PAGE
105400     WRITE MERGE-REGISTER-LINE FROM WS-HEADING-2
105500         AFTER ADVANCING 2 LINES
105600     MOVE ZERO TO WS-LINE-COUNT
105700     .
105800 6000-EXIT.
105900     EXIT.
106000
106100 6100-CHECK-PAGE.
106200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
106300         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
106400     END-IF
106500     .
106600 6100-EXIT.
106700     EXIT.
106800
106900 6200-PRINT-CAPTION.
107000     PERFORM 6100-CHECK-PAGE THRU 6100-EXIT
107100     WRITE MERGE-REGISTER-LINE FROM WS-CAPTION-LINE
107200         AFTER ADVANCING 2 LINES
107300     ADD 2 TO WS-LINE-COUNT
107400     .
107500 6200-EXIT.
107600     EXIT.
107700
107800******************************************************************
107900* 6300-PRINT-MERGE - ONE REGISTER LINE AND ONE AUDIT RECORD PER   *
108000* PAIR THAT PASSED ITS EDITS, WITH WHAT WAS RE-KEYED FOR IT.      *
108100******************************************************************
108200 6300-PRINT-MERGE.
108300     PERFORM 6100-CHECK-PAGE THRU 6100-EXIT
108400     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB)   TO WS-D-SURVIVOR-ID
108500     MOVE WS-PR-SURVIVOR-NAME (WS-PAIR-SUB) TO WS-D-SURVIVOR-NAME
108600     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB)    TO WS-D-RETIRED-ID
108700     MOVE WS-PR-RETIRED-NAME (WS-PAIR-SUB)  TO WS-D-RETIRED-NAME
108800     MOVE WS-PR-APPROVED-BY (WS-PAIR-SUB)   TO WS-D-APPROVED-BY
108900     MOVE WS-PR-ENRL-COUNT (WS-PAIR-SUB)    TO WS-D-ENRL-COUNT
109000     MOVE WS-PR-DROP-COUNT (WS-PAIR-SUB)    TO WS-D-DROP-COUNT
109100     MOVE WS-PR-CASE-COUNT (WS-PAIR-SUB)    TO WS-D-CASE-COUNT
109200     MOVE WS-PR-LOG-COUNT (WS-PAIR-SUB)     TO WS-D-LOG-COUNT
109300     MOVE WS-PR-RESULT (WS-PAIR-SUB)        TO WS-D-RESULT
109400     WRITE MERGE-REGISTER-LINE FROM WS-DETAIL-LINE
109500         AFTER ADVANCING 1 LINE
109600     ADD 1 TO WS-LINE-COUNT
109700     MOVE WS-PR-APPROVED-BY (WS-PAIR-SUB)   TO WS-AUDIT-OPERATOR
109800     MOVE WS-PR-RETIRED-ID (WS-PAIR-SUB)    TO WS-AUDIT-STUDENT-ID
109900     MOVE WS-PR-RETIRED-NAME (WS-PAIR-SUB)  TO WS-BEFORE-NAME
110000     MOVE WS-PR-SURVIVOR-ID (WS-PAIR-SUB)   TO WS-AI-SURVIVOR-ID
110100     IF WS-PR-MERGED (WS-PAIR-SUB)
110200         MOVE "MERGED INTO "     TO WS-AI-TEXT
110300         MOVE WS-AFTER-IMAGE     TO WS-AFTER-NAME
110400         PERFORM 7200-AUDIT-APPLIED THRU 7200-EXIT
110500     ELSE
110600         MOVE "NOT MERGED INTO " TO WS-AI-TEXT
110700         MOVE WS-AFTER-IMAGE     TO WS-AFTER-NAME
110800         PERFORM 7100-AUDIT-REJECTED THRU 7100-EXIT
110900     END-IF
111000     .
111100 6300-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500* 6500-FIND-RETIRED - SET WS-RECORD-FOUND AND WS-PAIR-NDX IF      *
111600* WS-LOOKUP-ID IS THE RETIRED ID OF A PAIR IN THE TABLE.          *
111700******************************************************************
111800 6500-FIND-RETIRED.
111900     MOVE "N" TO WS-FOUND-SWITCH
112000     IF WS-PAIR-COUNT = ZERO
112100         GO TO 6500-EXIT
112200     END-IF
112300     SET WS-PAIR-NDX TO 1
112400     SEARCH WS-PAIR-ENTRY
112500         AT END
112600             MOVE "N" TO WS-FOUND-SWITCH
112700         WHEN WS-PAIR-NDX > WS-PAIR-COUNT
112800             MOVE "N" TO WS-FOUND-SWITCH
112900         WHEN WS-PR-RETIRED-ID (WS-PAIR-NDX) = WS-LOOKUP-ID
113000             SET WS-RECORD-FOUND TO TRUE
113100     END-SEARCH
113200     .
113300 6500-EXIT.
113400     EXIT.
113500
113600******************************************************************
113700* 6600-FIND-SURVIVOR - SET WS-RECORD-FOUND IF WS-LOOKUP-ID IS THE *
113800* SURVIVOR OF A PAIR WHOSE MERGE WAS APPLIED.                     *
113900******************************************************************
114000 6600-FIND-SURVIVOR.
114100     MOVE "N" TO WS-FOUND-SWITCH
114200     IF WS-PAIR-COUNT = ZERO
114300         GO TO 6600-EXIT
114400     END-IF
114500     SET WS-PAIR-NDX TO 1
114600     SEARCH WS-PAIR-ENTRY
114700         AT END
114800             MOVE "N" TO WS-FOUND-SWITCH
114900         WHEN WS-PAIR-NDX > WS-PAIR-COUNT
115000             MOVE "N" TO WS-FOUND-SWITCH
115100         WHEN WS-PR-SURVIVOR-ID (WS-PAIR-NDX) = WS-LOOKUP-ID
115200              AND WS-PR-MERGED (WS-PAIR-NDX)
115300             SET WS-RECORD-FOUND TO TRUE
115400     END-SEARCH
115500     .
115600 6600-EXIT.
115700     EXIT.
115800
115900******************************************************************
116000* 6700-FIND-IN-BATCH - SET WS-RECORD-FOUND IF WS-LOOKUP-ID IS     *
116100* ALREADY EITHER SIDE OF A PAIR IN THE TABLE.                     *
116200******************************************************************
116300 6700-FIND-IN-BATCH.
116400     MOVE "N" TO WS-FOUND-SWITCH
116500     IF WS-PAIR-COUNT = ZERO
116600         GO TO 6700-EXIT
116700     END-IF
116800     SET WS-PAIR-NDX TO 1
116900     SEARCH WS-PAIR-ENTRY
117000         AT END
117100             MOVE "N" TO WS-FOUND-SWITCH
117200         WHEN WS-PAIR-NDX > WS-PAIR-COUNT
117300             MOVE "N" TO WS-FOUND-SWITCH
117400         WHEN WS-PR-RETIRED-ID (WS-PAIR-NDX) = WS-LOOKUP-ID
117500              OR WS-PR-SURVIVOR-ID (WS-PAIR-NDX) = WS-LOOKUP-ID
117600             SET WS-RECORD-FOUND TO TRUE
117700     END-SEARCH
117800     .
117900 6700-EXIT.
118000     EXIT.
118100
118200******************************************************************
118300* 7000-WRITE-AUDIT - ONE AUDITREC RECORD FROM THE WS-AUDIT FIELDS.*
118400******************************************************************
118500 7000-WRITE-AUDIT.
118600     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
118700     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME
118800     MOVE SPACES               TO MAINT-AUDIT-RECORD
118900     MOVE WS-AUDIT-OPERATOR    TO AU-OPERATOR-ID
119000     MOVE WS-CURRENT-CCYY(1:2) TO AU-AUDIT-CENTURY
119100     MOVE WS-CURRENT-CCYY(3:2) TO AU-AUDIT-YEAR
119200     MOVE WS-CURRENT-MM        TO AU-AUDIT-MONTH
119300     MOVE WS-CURRENT-DD        TO AU-AUDIT-DAY
119400     MOVE WS-CURRENT-HH        TO AU-AUDIT-HOUR
119500     MOVE WS-CURRENT-MN        TO AU-AUDIT-MINUTE
119600     MOVE WS-CURRENT-SS        TO AU-AUDIT-SECOND
119700     MOVE "MERGEID "           TO AU-PROGRAM-ID
119800     MOVE WS-AUDIT-STUDENT-ID  TO AU-STUDENT-ID
119900     MOVE WS-AUDIT-ACTION      TO AU-ACTION-CODE
120000     MOVE ZERO                 TO AU-SUB-RETURN-CODE
120100     MOVE WS-BEFORE-NAME       TO AU-BEFORE-NAME
120200     MOVE WS-AFTER-NAME        TO AU-AFTER-NAME
120300     WRITE MAINT-AUDIT-RECORD
120400     .
120500 7000-EXIT.
120600     EXIT.
120700
120800 7100-AUDIT-REJECTED.
120900     MOVE "R" TO WS-AUDIT-ACTION
121000     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
121100     .
121200 7100-EXIT.
121300     EXIT.
121400
121500 7200-AUDIT-APPLIED.
121600     MOVE "A" TO WS-AUDIT-ACTION
121700     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
121800     .
121900 7200-EXIT.
122000     EXIT.
122100
122200******************************************************************
122300* 8000-FINALIZE - PRINT THE TOTALS, CLOSE DOWN AND SET THE RETURN *
122400* CODE.  16 MEANS NOTHING WAS DONE AND THE RUN DECK MUST NOT COPY *
122500* THE NEW FILES BACK; AT 8 OR BELOW IT MUST.                      *
122600******************************************************************
122700 8000-FINALIZE.
122800     IF NOT WS-FILES-OPEN
122900         DISPLAY "MERGEID - NOTHING MERGED"
123000         MOVE 16 TO RETURN-CODE
123100         GO TO 8000-EXIT
123200     END-IF
123300     MOVE "MERGE CARDS READ:"            TO WS-T-CAPTION
123400     MOVE WS-CARD-COUNT                  TO WS-T-COUNT
123500     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
123600         AFTER ADVANCING 3 LINES
123700     MOVE "PAIRS REJECTED:"              TO WS-T-CAPTION
123800     MOVE WS-REJECTED-COUNT              TO WS-T-COUNT
123900     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
124000         AFTER ADVANCING 1 LINE
124100     MOVE "PAIRS MERGED:"                TO WS-T-CAPTION
124200     MOVE WS-MERGED-COUNT                TO WS-T-COUNT
124300     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
124400         AFTER ADVANCING 1 LINE
124500     MOVE "MERGES FAILED:"               TO WS-T-CAPTION
124600     MOVE WS-FAILED-COUNT                TO WS-T-COUNT
124700     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
124800         AFTER ADVANCING 1 LINE
124900     MOVE "ENROLLMENTS READ:"            TO WS-T-CAPTION
125000     MOVE WS-ENRL-READ-COUNT             TO WS-T-COUNT
125100     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
125200         AFTER ADVANCING 2 LINES
125300     MOVE "ENROLLMENTS RE-KEYED:"        TO WS-T-CAPTION
125400     MOVE WS-ENRL-REKEY-COUNT            TO WS-T-COUNT
125500     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
125600         AFTER ADVANCING 1 LINE
125700     MOVE "DUPLICATE ENROLLMENTS DROPPED:" TO WS-T-CAPTION
125800     MOVE WS-ENRL-DROP-COUNT             TO WS-T-COUNT
125900     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
126000         AFTER ADVANCING 1 LINE
126100     MOVE "FINAID CASES READ:"           TO WS-T-CAPTION
126200     MOVE WS-CASE-READ-COUNT             TO WS-T-COUNT
126300     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
126400         AFTER ADVANCING 1 LINE
126500     MOVE "FINAID CASES RE-KEYED:"       TO WS-T-CAPTION
126600     MOVE WS-CASE-REKEY-COUNT            TO WS-T-COUNT
126700     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
126800         AFTER ADVANCING 1 LINE
126900     MOVE "FINAID CASES COMBINED:"       TO WS-T-CAPTION
127000     MOVE WS-CASE-COMBINE-COUNT          TO WS-T-COUNT
127100     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
127200         AFTER ADVANCING 1 LINE
127300     MOVE "EXCEPTION ENTRIES READ:"      TO WS-T-CAPTION
127400     MOVE WS-LOG-READ-COUNT              TO WS-T-COUNT
127500     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
127600         AFTER ADVANCING 1 LINE
127700     MOVE "EXCEPTION ENTRIES RE-KEYED:"  TO WS-T-CAPTION
127800     MOVE WS-LOG-REKEY-COUNT             TO WS-T-COUNT
127900     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128000         AFTER ADVANCING 1 LINE
128004     MOVE "HOLDS RE-KEYED:"              TO WS-T-CAPTION
128008     MOVE WS-HOLD-REKEY-COUNT            TO WS-T-COUNT
128012     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128016         AFTER ADVANCING 2 LINES
128020     MOVE "DUPLICATE HOLDS COMBINED:"    TO WS-T-CAPTION
128024     MOVE WS-HOLD-DUP-COUNT              TO WS-T-COUNT
128028     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128032         AFTER ADVANCING 1 LINE
128036     MOVE "WAIVERS RE-KEYED:"            TO WS-T-CAPTION
128040     MOVE WS-WAIVER-REKEY-COUNT          TO WS-T-COUNT
128044     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128048         AFTER ADVANCING 1 LINE
128052     MOVE "DUPLICATE WAIVERS DROPPED:"   TO WS-T-CAPTION
128056     MOVE WS-WAIVER-DUP-COUNT            TO WS-T-COUNT
128060     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128064         AFTER ADVANCING 1 LINE
128068     MOVE "ADDRESSES MOVED TO SURVIVOR:" TO WS-T-CAPTION
128072     MOVE WS-ADDR-MOVE-COUNT             TO WS-T-COUNT
128076     WRITE MERGE-REGISTER-LINE FROM WS-TOTAL-LINE
128080         AFTER ADVANCING 1 LINE
128100     CLOSE STUDENT-MASTER
128200     CLOSE XREF-FILE
128220     CLOSE HOLD-FILE
128240     CLOSE WAIVER-FILE
128260     CLOSE ADDRESS-FILE
128300     CLOSE AUDIT-FILE
128400     CLOSE MERGE-REGISTER
128500     EVALUATE TRUE
128600         WHEN WS-CARD-COUNT = ZERO
128700             DISPLAY "MERGEID - NO MERGE CARDS, NOTHING MERGED"
128800             MOVE 16 TO RETURN-CODE
128900         WHEN WS-FAILED-COUNT > ZERO OR WS-ANOMALY
129000             MOVE 8 TO RETURN-CODE
129100         WHEN WS-REJECTED-COUNT > ZERO
129200             MOVE 4 TO RETURN-CODE
129300         WHEN OTHER
129400             MOVE 0 TO RETURN-CODE
129500     END-EVALUATE
129600     DISPLAY "MERGEID - MERGE CARDS READ:    " WS-CARD-COUNT
129700     DISPLAY "MERGEID - PAIRS REJECTED:      " WS-REJECTED-COUNT
129800     DISPLAY "MERGEID - PAIRS MERGED:        " WS-MERGED-COUNT
129900     DISPLAY "MERGEID - MERGES FAILED:       " WS-FAILED-COUNT
130000     DISPLAY "MERGEID - STUDENT ID MERGE COMPLETE"
130100     .
130200 8000-EXIT.
130300     EXIT.

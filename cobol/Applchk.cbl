000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:  APPLCHK                                       *
000400*    AUTHOR:      M. OKAFOR - REGISTRAR SYSTEMS GROUP           *
000500*    INSTALLATION: REGISTRAR BATCH SYSTEMS                      *
000600*    DATE-WRITTEN: 2026-10-15                                   *
000700*    DATE-COMPILED:                                             *
000800*                                                                *
000900*    REMARKS.     FIRST STEP OF THE NIGHTLY HELLOWRN DECK.      *
001000*                 DECIDES WHETHER TONIGHT'S PRE-APPLY BACKUP OF *
001100*                 THE ONLINE STUDENT MASTER AND THE             *
001200*                 COURSE-ENROLLMENT FILE SHOULD BE TAKEN.       *
001300*                 COUNTS THE STUDENT TRANSACTION FILE AND THE   *
001400*                 ENROLLMENT TRANSACTION FILE, TAKES THE        *
001500*                 PROCESSING DATE FROM PROCDATE, AND LOOKS UP   *
001600*                 THE BATCH KEY EACH APPLY PROGRAM (STUTRAN,    *
001700*                 CRSTRAN) WILL USE ON THE APPLIED-BATCH        *
001800*                 CONTROL FILE (APPLCTL).  IF NEITHER BATCH IS  *
001900*                 ON RECORD NOTHING HAS BEEN APPLIED YET AND    *
002000*                 THE BACKUP SHOULD BE TAKEN.  IF EITHER IS ON  *
002100*                 RECORD THE DECK IS BEING RERUN AFTER AN APPLY *
002200*                 STEP HAS ALREADY UPDATED THE FILES; THE       *
002300*                 BACKUP TAKEN EARLIER THE SAME NIGHT IS THE    *
002400*                 PRE-APPLY IMAGE AND MUST NOT BE REPLACED BY A *
002500*                 NEW GENERATION.  NOTHING IS UPDATED.  RETURN  *
002600*                 CODES:                                        *
002700*                     00  NO BATCH ON RECORD - TAKE THE BACKUP  *
002800*                     04  A BATCH IS ALREADY ON RECORD - SKIP   *
002900*                         THE BACKUP                            *
003000*                     16  CONTROL FILE WOULD NOT OPEN - THE     *
003100*                         APPLY STEPS CANNOT RUN EITHER         *
003200*                                                                *
003300*    MODIFICATION HISTORY.                                      *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------  ----  --------------------------------------   *
003600*    2026-10-15 MO    INITIAL VERSION.                          *
003620*    2026-10-15 MO    APPLCTL IS OPTIONAL - ON THE FIRST NIGHT  *
003640*                     THE EMPTY CLUSTER OPENS WITH STATUS 05,   *
003660*                     NO BATCH IS ON RECORD AND THE BACKUP IS   *
003680*                     TAKEN.                                    *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.    APPLCHK.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STUDENT-TRAN    ASSIGN TO STUTRANS
004500            ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT ENRL-TRAN       ASSIGN TO ENRLTRAN
004800            ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT OPTIONAL APPLIED-BATCH-FILE ASSIGN TO APPLCTL
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE IS DYNAMIC
005300            RECORD KEY IS AB-BATCH-KEY
005400            FILE STATUS IS WS-APPLCTL-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  STUDENT-TRAN
005900     LABEL RECORDS ARE STANDARD.
006000     COPY STUTRANS.
006100
006200 FD  ENRL-TRAN
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ENRLTRAN.
006500
006600 FD  APPLIED-BATCH-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY APPLCTL.
006900
007000 WORKING-STORAGE SECTION.
007100
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SWITCH           PIC X(01)  VALUE "N".
007400         88  WS-EOF                         VALUE "Y".
007500     05  WS-APPLCTL-OPEN-SWITCH  PIC X(01)  VALUE "N".
007600         88  WS-APPLCTL-OPEN                VALUE "Y".
007700     05  WS-ON-RECORD-SWITCH     PIC X(01)  VALUE "N".
007800         88  WS-BATCH-ON-RECORD             VALUE "Y".
007900
008000 01  WS-APPLCTL-STATUS           PIC X(02)  VALUE "00".
008100     88  WS-APPLCTL-OK                      VALUE "00".
008150     88  WS-APPLCTL-OPENED                  VALUE "00" "05".
008200     88  WS-APPLCTL-NOT-FOUND               VALUE "23".
008300
008400 01  WS-COUNTERS.
008500     05  WS-STUTRAN-COUNT        PIC 9(07)  COMP VALUE ZERO.
008600     05  WS-CRSTRAN-COUNT        PIC 9(07)  COMP VALUE ZERO.
008700
008800 01  WS-PROCESSING-DATE          PIC X(08)  VALUE SPACES.
008900 01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.
009000
009100 PROCEDURE DIVISION.
009200
009300******************************************************************
009400* 0000-MAINLINE - COUNT BOTH TRANSACTION FILES, LOOK UP BOTH      *
009500* BATCHES ON THE CONTROL FILE AND SET THE RETURN CODE.            *
009600******************************************************************
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009900     IF WS-APPLCTL-OPEN
010000         MOVE "STUTRAN "       TO AB-APPLY-PROGRAM
010100         MOVE WS-STUTRAN-COUNT TO AB-RECORD-COUNT
010200         PERFORM 2000-CHECK-BATCH THRU 2000-EXIT
010300         MOVE "CRSTRAN "       TO AB-APPLY-PROGRAM
010400         MOVE WS-CRSTRAN-COUNT TO AB-RECORD-COUNT
010500         PERFORM 2000-CHECK-BATCH THRU 2000-EXIT
010600     END-IF
010700     PERFORM 8000-FINALIZE THRU 8000-EXIT
010800     GOBACK.
010900
011000******************************************************************
011100* 1000-INITIALIZE - TAKE THE PROCESSING DATE, COUNT THE TWO       *
011200* TRANSACTION FILES AND OPEN THE CONTROL FILE.                    *
011300******************************************************************
011400 1000-INITIALIZE.
011500     DISPLAY "APPLCHK - APPLIED BATCH CHECK STARTED"
011600     CALL "PROCDATE" USING WS-PROCESSING-DATE
011700     DISPLAY "APPLCHK - PROCESSING DATE: " WS-PROCESSING-DATE
011800     OPEN INPUT STUDENT-TRAN
011900     MOVE "N" TO WS-EOF-SWITCH
012000     PERFORM 1100-COUNT-STUDENT-TRAN THRU 1100-EXIT
012100         UNTIL WS-EOF
012200     CLOSE STUDENT-TRAN
012300     OPEN INPUT ENRL-TRAN
012400     MOVE "N" TO WS-EOF-SWITCH
012500     PERFORM 1200-COUNT-ENRL-TRAN THRU 1200-EXIT
012600         UNTIL WS-EOF
012700     CLOSE ENRL-TRAN
012800     OPEN INPUT APPLIED-BATCH-FILE
012900     IF NOT WS-APPLCTL-OPENED
013000         DISPLAY "APPLCHK - APPLIED BATCH CONTROL OPEN FAILED, "
013100                 "STATUS: " WS-APPLCTL-STATUS
013200         GO TO 1000-EXIT
013300     END-IF
013400     SET WS-APPLCTL-OPEN TO TRUE
013500     MOVE WS-PROCESSING-DATE TO AB-BATCH-DATE
013600     .
013700 1000-EXIT.
013800     EXIT.
013900
014000 1100-COUNT-STUDENT-TRAN.
014100     READ STUDENT-TRAN
014200         AT END
014300             SET WS-EOF TO TRUE
014400         NOT AT END
014500             ADD 1 TO WS-STUTRAN-COUNT
014600     END-READ
014700     .
014800 1100-EXIT.
014900     EXIT.
015000
015100 1200-COUNT-ENRL-TRAN.
015200     READ ENRL-TRAN
015300         AT END
015400             SET WS-EOF TO TRUE
015500         NOT AT END
015600             ADD 1 TO WS-CRSTRAN-COUNT
015700     END-READ
015800     .
015900 1200-EXIT.
016000     EXIT.
016100
016200******************************************************************
016300* 2000-CHECK-BATCH - LOOK UP ONE APPLY PROGRAM'S BATCH KEY.  ANY  *
016400* RECORD, STARTED OR COMPLETE, MEANS THAT PROGRAM HAS ALREADY     *
016500* BEGUN UPDATING ITS FILES FOR TONIGHT'S BATCH.                   *
016600******************************************************************
016700 2000-CHECK-BATCH.
016800     MOVE AB-RECORD-COUNT TO WS-DISPLAY-COUNT
016900     READ APPLIED-BATCH-FILE
017000         KEY IS AB-BATCH-KEY
017100     END-READ
017200     IF WS-APPLCTL-OK
017300         SET WS-BATCH-ON-RECORD TO TRUE
017400         DISPLAY "APPLCHK - " AB-APPLY-PROGRAM "BATCH "
017500                 AB-BATCH-DATE " OF " WS-DISPLAY-COUNT
017600                 " ALREADY ON RECORD, STATUS " AB-APPLY-STATUS
017700                 " APPLIED " AB-LAST-APPLIED-DATE " "
017800                 AB-LAST-APPLIED-TIME
017900     ELSE
018000         DISPLAY "APPLCHK - " AB-APPLY-PROGRAM "BATCH "
018100                 AB-BATCH-DATE " OF " WS-DISPLAY-COUNT
018200                 " NOT YET APPLIED"
018300     END-IF
018400     .
018500 2000-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900* 8000-FINALIZE - CLOSE THE CONTROL FILE AND SET THE RETURN CODE  *
019000* THAT GATES THE BACKUP STEP.                                     *
019100******************************************************************
019200 8000-FINALIZE.
019300     IF NOT WS-APPLCTL-OPEN
019400         MOVE 16 TO RETURN-CODE
019500         DISPLAY "APPLCHK - BATCH STATUS UNKNOWN, NO BACKUP TAKEN"
019600         GO TO 8000-EXIT
019700     END-IF
019800     CLOSE APPLIED-BATCH-FILE
019900     IF WS-BATCH-ON-RECORD
020000         MOVE 4 TO RETURN-CODE
020100         DISPLAY "APPLCHK - RERUN OF AN APPLIED BATCH - KEEP THE "
020200                 "EXISTING BACKUP"
020300     ELSE
020400         MOVE 0 TO RETURN-CODE
020500         DISPLAY "APPLCHK - NO BATCH APPLIED YET - TAKE THE "
020600                 "BACKUP"
020700     END-IF
020800     DISPLAY "APPLCHK - APPLIED BATCH CHECK COMPLETE"
020900     .
021000 8000-EXIT.
021100     EXIT.

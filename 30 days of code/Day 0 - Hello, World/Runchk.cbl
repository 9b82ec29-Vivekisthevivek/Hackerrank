000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNCHK.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - RUN-CONTROL LEDGER CHECK STEP.
001200*                    RUNS AHEAD OF A STEP THAT CUTS A NEW
001300*                    GENERATION, SO A RESUBMITTED JOB BYPASSES
001400*                    THE STEP IN THE JCL, BEFORE THE (+1) IS
001500*                    ALLOCATED, WHEN THE LEDGER SHOWS IT ALREADY
001600*                    COMPLETED UNDER THE SAME RUN ID: RC 4 MEANS
001700*                    COMPLETED, BYPASS; RC 0 MEANS RUN THE STEP.
001800*                    ALSO MARKS A STEP COMPLETED FOR A UNIT OF
001900*                    WORK WITH NO LEDGERED PROGRAM OF ITS OWN
002000*                    (THE SOLJOBM MERGE AND COPY STEPS).
002010*  10/15/2026  RTH   A STEP NAME SHORTER THAN 8 BYTES AT THE END
002020*                    OF THE PARM IS BLANK-FILLED.
002030*  10/15/2026  RTH   A STEP TO BE MARKED COMPLETED WITH THE LEDGER
002040*                    UNAVAILABLE ENDS RC 16. THE LEDGER IS CLOSED
002050*                    AS SOON AS IT HAS BEEN READ OR UPDATED.
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RUNCTL-FILE
002600         ASSIGN TO RUNCTL
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS RL-KEY
003000         FILE STATUS IS RK-RUNCTL-STATUS.
003100
003200     SELECT REPORT-FILE
003300         ASSIGN TO RUNRPT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS RK-REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RUNCTL-FILE
004000     RECORD CONTAINS 80 CHARACTERS
004100     LABEL RECORDS ARE STANDARD.
004200 COPY RUNCTL.
004300
004400 FD  REPORT-FILE
004500     RECORD CONTAINS 132 CHARACTERS
004600     LABEL RECORDS ARE STANDARD.
004700 01  REPORT-LINE                    PIC X(132).
004800
004900 WORKING-STORAGE SECTION.
005000 01  RK-SWITCHES.
005100     05  RK-FUNCTION-SW              PIC X(01)  VALUE 'C'.
005200         88  RK-CHECK-STEP                       VALUE 'C'.
005300         88  RK-MARK-DONE                        VALUE 'D'.
005400     05  RK-FOUND-SW                 PIC X(01)  VALUE 'N'.
005500         88  RK-FOUND                            VALUE 'Y'.
005600
005700 01  RK-FILE-STATUSES.
005800     05  RK-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
005900     05  RK-REPORT-STATUS            PIC X(02)  VALUE SPACES.
006000
006100 01  RK-WANTED-KEY.
006200     05  RK-WANTED-RUN-ID            PIC X(08)  VALUE SPACES.
006300     05  RK-WANTED-STEP              PIC X(08)  VALUE SPACES.
006400
006500 01  RK-CURRENT-DATE.
006600     05  RK-CURRENT-YYYY             PIC 9(04).
006700     05  RK-CURRENT-MM               PIC 9(02).
006800     05  RK-CURRENT-DD               PIC 9(02).
006900
007000 01  RK-CURRENT-TIME.
007100     05  RK-CURRENT-HHMMSS           PIC X(06).
007200     05  FILLER                      PIC X(02).
007300
007400 01  RK-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
007500
007600 01  RK-REPORT-HEADER-LINE.
007700     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
007800     05  RK-HDR-DATE                 PIC X(10) VALUE SPACES.
007900     05  FILLER                      PIC X(10) VALUE SPACES.
008000     05  FILLER                      PIC X(40)
008100         VALUE 'RUNCHK RUN-CONTROL LEDGER CHECK'.
008200
008300 01  RK-REPORT-STEP-LINE.
008400     05  FILLER                      PIC X(08) VALUE 'RUN ID: '.
008500     05  RK-STP-RUN-ID               PIC X(08) VALUE SPACES.
008600     05  FILLER                      PIC X(08) VALUE '  STEP: '.
008700     05  RK-STP-STEP                 PIC X(08) VALUE SPACES.
008800     05  FILLER                      PIC X(12)
008900         VALUE '  FUNCTION: '.
009000     05  RK-STP-FUNCTION             PIC X(20) VALUE SPACES.
009100
009200 01  RK-REPORT-LEDGER-LINE.
009300     05  FILLER                      PIC X(16)
009400         VALUE 'LEDGER: STATUS '.
009500     05  RK-LDG-STATUS               PIC X(09) VALUE SPACES.
009600     05  FILLER                      PIC X(10) VALUE ' ATTEMPT '.
009700     05  RK-LDG-ATTEMPTS             PIC ZZ9.
009800     05  FILLER                      PIC X(09) VALUE ' STARTED '.
009900     05  RK-LDG-START-DATE           PIC X(08) VALUE SPACES.
010000     05  FILLER                      PIC X(01) VALUE SPACE.
010100     05  RK-LDG-START-TIME           PIC X(06) VALUE SPACES.
010200     05  FILLER                      PIC X(07) VALUE ' ENDED '.
010300     05  RK-LDG-END-DATE             PIC X(08) VALUE SPACES.
010400     05  FILLER                      PIC X(01) VALUE SPACE.
010500     05  RK-LDG-END-TIME             PIC X(06) VALUE SPACES.
010600     05  FILLER                      PIC X(04) VALUE ' RC '.
010700     05  RK-LDG-RC                   PIC ZZZ9.
010800
010900 01  RK-REPORT-RESULT-LINE.
011000     05  RK-RSL-TEXT                 PIC X(70) VALUE SPACES.
011100
011200 LINKAGE SECTION.
011300 01  RK-RUN-PARM.
011400     05  RK-PARM-LENGTH              PIC S9(04) COMP.
011500     05  RK-PARM-DATA.
011600         10  RK-PARM-RUN-ID          PIC X(08).
011700         10  RK-PARM-STEP-NAME       PIC X(08).
011800         10  RK-PARM-FUNCTION        PIC X(01).
011900
012000 PROCEDURE DIVISION USING RK-RUN-PARM.
012100*----------------------------------------------------------------*
012200* 0000-MAINLINE - TOP LEVEL CONTROL
012300*----------------------------------------------------------------*
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     PERFORM 1100-OPEN-LEDGER THRU 1100-EXIT.
012700     IF RK-MARK-DONE
012800         PERFORM 3000-MARK-STEP-DONE THRU 3000-EXIT
012900     ELSE
013000         PERFORM 2000-CHECK-STEP THRU 2000-EXIT
013100     END-IF.
013300     CLOSE REPORT-FILE.
013400     STOP RUN.
013500
013600*----------------------------------------------------------------*
013700* 1000-INITIALIZE - OPEN THE REPORT, PICK UP THE PARM: RUN ID
013800* (1-8), STEP NAME (9-16), FUNCTION (17 - C TO CHECK, THE
013900* DEFAULT, OR D TO MARK THE STEP COMPLETED). NO RUN ID OR NO
014000* STEP NAME MEANS THERE IS NOTHING TO CHECK, AND THE STEP RUNS.
014100*----------------------------------------------------------------*
014200 1000-INITIALIZE.
014300     OPEN OUTPUT REPORT-FILE.
014400     IF RK-REPORT-STATUS NOT = '00'
014500         DISPLAY 'RUNCHK: RUNRPT OPEN FAILED - STATUS '
014600             RK-REPORT-STATUS
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
015000     ACCEPT RK-CURRENT-DATE FROM DATE YYYYMMDD.
015100     MOVE RK-CURRENT-DATE TO RK-PROCESS-DATE.
015200     STRING RK-CURRENT-MM '/' RK-CURRENT-DD '/'
015300         RK-CURRENT-YYYY DELIMITED BY SIZE
015400         INTO RK-HDR-DATE.
015500     WRITE REPORT-LINE FROM RK-REPORT-HEADER-LINE.
015600     IF RK-PARM-LENGTH > 7
015700         MOVE RK-PARM-RUN-ID TO RK-WANTED-RUN-ID
015800     END-IF.
015900     IF RK-PARM-LENGTH > 8
016000         MOVE RK-PARM-STEP-NAME TO RK-WANTED-STEP
016100     END-IF.
016110     IF RK-PARM-LENGTH > 8 AND RK-PARM-LENGTH < 16
016120         MOVE RK-PARM-STEP-NAME(1:RK-PARM-LENGTH - 8)
016130             TO RK-WANTED-STEP
016140     END-IF.
016200     IF RK-PARM-LENGTH > 16
016300         IF RK-PARM-FUNCTION = 'D'
016400             SET RK-MARK-DONE TO TRUE
016500         END-IF
016600     END-IF.
016700     MOVE RK-WANTED-RUN-ID TO RK-STP-RUN-ID.
016800     MOVE RK-WANTED-STEP TO RK-STP-STEP.
016900     IF RK-MARK-DONE
017000         MOVE 'MARK STEP COMPLETED' TO RK-STP-FUNCTION
017100     ELSE
017200         MOVE 'CHECK STEP' TO RK-STP-FUNCTION
017300     END-IF.
017400     WRITE REPORT-LINE FROM RK-REPORT-STEP-LINE.
017500     IF RK-WANTED-RUN-ID = SPACES
017600         OR RK-WANTED-STEP = SPACES
017700         MOVE 'NO RUN ID OR STEP NAME ON THE PARM - STEP RUNS'
017800             TO RK-RSL-TEXT
017900         WRITE REPORT-LINE FROM RK-REPORT-RESULT-LINE
018000         CLOSE REPORT-FILE
018100         MOVE 0 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400 1000-EXIT.
018500     EXIT.
018600
018700*----------------------------------------------------------------*
018800* 1100-OPEN-LEDGER - A LEDGER NOT YET DEFINED IS CREATED EMPTY.
018850* ONE THAT CANNOT BE OPENED CANNOT SAY A STEP IS DONE, SO A
018900* CHECKED STEP RUNS (RC 0) - THE SAFE SIDE FOR A FIRST SUBMISSION.
018925* A STEP TO BE MARKED COMPLETED CANNOT BE, SO IT ENDS RC 16 AND
018950* THE JCL DOES NOT TAKE THE UNIT AS DONE. THE SPLIT RANGES SHARE
018975* THE LEDGER, SO IT IS CLOSED AGAIN AS SOON AS IT HAS BEEN READ
019000* (CHECK) OR UPDATED (3000).
019100*----------------------------------------------------------------*
019200 1100-OPEN-LEDGER.
019300     OPEN I-O RUNCTL-FILE.
019400     IF RK-RUNCTL-STATUS = '35'
019500         OPEN OUTPUT RUNCTL-FILE
019600         CLOSE RUNCTL-FILE
019700         OPEN I-O RUNCTL-FILE
019800     END-IF.
019900     IF RK-RUNCTL-STATUS NOT = '00'
019950         DISPLAY 'RUNCHK: RUNCTL NOT AVAILABLE - STATUS '
020000             RK-RUNCTL-STATUS
020050         IF RK-MARK-DONE
020100             MOVE
020110                 'LEDGER NOT AVAILABLE - STEP NOT MARKED COMPLETE'
020150                 TO RK-RSL-TEXT
020200             MOVE 16 TO RETURN-CODE
020250         ELSE
020300             MOVE 'RUN-CONTROL LEDGER NOT AVAILABLE - STEP RUNS'
020350                 TO RK-RSL-TEXT
020400             MOVE 0 TO RETURN-CODE
020450         END-IF
020500         DISPLAY 'RUNCHK: ' RK-RSL-TEXT
020550         WRITE REPORT-LINE FROM RK-REPORT-RESULT-LINE
020600         CLOSE REPORT-FILE
020650         STOP RUN
020700     END-IF.
021000     MOVE RK-WANTED-KEY TO RL-KEY.
021100     SET RK-FOUND TO TRUE.
021200     READ RUNCTL-FILE
021300         INVALID KEY
021400             MOVE 'N' TO RK-FOUND-SW
021500     END-READ.
021600     IF RK-FOUND
021700         PERFORM 1200-WRITE-LEDGER-LINE THRU 1200-EXIT
021800     END-IF.
021810     IF RK-CHECK-STEP
021820         CLOSE RUNCTL-FILE
021830     END-IF.
021900 1100-EXIT.
022000     EXIT.
022100
022200 1200-WRITE-LEDGER-LINE.
022300     IF RL-STEP-COMPLETED
022400         MOVE 'COMPLETED' TO RK-LDG-STATUS
022500     ELSE
022600         IF RL-STEP-FAILED
022700             MOVE 'FAILED' TO RK-LDG-STATUS
022800         ELSE
022900             MOVE 'STARTED' TO RK-LDG-STATUS
023000         END-IF
023100     END-IF.
023200     MOVE RL-ATTEMPTS TO RK-LDG-ATTEMPTS.
023300     MOVE RL-START-DATE TO RK-LDG-START-DATE.
023400     MOVE RL-START-TIME TO RK-LDG-START-TIME.
023500     MOVE RL-END-DATE TO RK-LDG-END-DATE.
023600     MOVE RL-END-TIME TO RK-LDG-END-TIME.
023700     MOVE RL-RETURN-CODE TO RK-LDG-RC.
023800     WRITE REPORT-LINE FROM RK-REPORT-LEDGER-LINE.
023900 1200-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------------*
024300* 2000-CHECK-STEP - RC 4 WHEN THE LEDGER SHOWS THE STEP COMPLETED
024400* FOR THIS RUN, SO THE JCL BYPASSES IT; RC 0 OTHERWISE. A STEP
024500* THAT FAILED, OR WAS LEFT STARTED BY AN ABEND, RUNS AGAIN.
024600*----------------------------------------------------------------*
024700 2000-CHECK-STEP.
024800     IF NOT RK-FOUND
024900         MOVE 'STEP NOT YET RUN FOR THIS RUN ID - STEP RUNS'
025000             TO RK-RSL-TEXT
025100         MOVE 0 TO RETURN-CODE
025200         GO TO 2000-WRITE
025300     END-IF.
025400     IF RL-STEP-COMPLETED
025500         MOVE 'STEP ALREADY COMPLETED FOR THIS RUN ID - BYPASSED'
025600             TO RK-RSL-TEXT
025700         MOVE 4 TO RETURN-CODE
025800     ELSE
025900         MOVE 'STEP DID NOT COMPLETE LAST TIME - STEP RUNS AGAIN'
026000             TO RK-RSL-TEXT
026100         MOVE 0 TO RETURN-CODE
026200     END-IF.
026300 2000-WRITE.
026400     WRITE REPORT-LINE FROM RK-REPORT-RESULT-LINE.
026500 2000-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900* 3000-MARK-STEP-DONE - RECORD THE STEP COMPLETED, RC 0, FOR A
027000* UNIT OF WORK THE JCL JUDGED CLEAN. A STEP WITH NO RECORD YET IS
027100* ADDED AS ITS FIRST ATTEMPT, STARTED AND ENDED NOW.
027200*----------------------------------------------------------------*
027300 3000-MARK-STEP-DONE.
027400     ACCEPT RK-CURRENT-TIME FROM TIME.
027500     IF NOT RK-FOUND
027600         MOVE SPACES TO RUNCTL-RECORD
027700         MOVE RK-WANTED-KEY TO RL-KEY
027800         MOVE 'RUNCHK' TO RL-PROGRAM-ID
027900         MOVE RK-PROCESS-DATE TO RL-START-DATE
028000         MOVE RK-CURRENT-HHMMSS TO RL-START-TIME
028100         MOVE 1 TO RL-ATTEMPTS
028200     END-IF.
028300     SET RL-STEP-COMPLETED TO TRUE.
028400     MOVE RK-PROCESS-DATE TO RL-END-DATE.
028500     MOVE RK-CURRENT-HHMMSS TO RL-END-TIME.
028600     MOVE ZERO TO RL-RETURN-CODE.
028700     IF RK-FOUND
028800         REWRITE RUNCTL-RECORD
028900     ELSE
029000         WRITE RUNCTL-RECORD
029100     END-IF.
029150     CLOSE RUNCTL-FILE.
029200     IF RK-RUNCTL-STATUS NOT = '00'
029300         DISPLAY 'RUNCHK: RUNCTL UPDATE FAILED - STATUS '
029400             RK-RUNCTL-STATUS
029500         MOVE 'LEDGER UPDATE FAILED - STEP NOT MARKED COMPLETED'
029600             TO RK-RSL-TEXT
029700         MOVE 16 TO RETURN-CODE
029800     ELSE
029900         PERFORM 1200-WRITE-LEDGER-LINE THRU 1200-EXIT
030000         MOVE 'STEP MARKED COMPLETED FOR THIS RUN ID'
030100             TO RK-RSL-TEXT
030200         MOVE 0 TO RETURN-CODE
030300     END-IF.
030400     WRITE REPORT-LINE FROM RK-REPORT-RESULT-LINE.
030500 3000-EXIT.
030600     EXIT.

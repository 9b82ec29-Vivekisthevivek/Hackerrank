002020*                    THE COMBINED LINE CARRIES THE FIRST
002030*                    RANGE'S RUN ID AND A MISMATCH BETWEEN
002040*                    RANGES IS FLAGGED ON THE CONSOLE.
002050*  10/15/2026  RTH   THE COMBINED LINE CARRIES THE FIRST
002060*                    RANGE'S PROCESSING MODE, AND A MODE
002070*                    MISMATCH BETWEEN RANGES IS FLAGGED ON
002080*                    THE CONSOLE LIKE A RUN ID MISMATCH.
002084*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
002088*                    THE MERGE LOGS ITS START TIME, THEN ITS END
002092*                    TIME, LINE COUNTS, AND RC, UNDER THE RANGE
002096*                    RUN ID FOR THE SOLTIME BATCH-WINDOW REPORT.
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004600         ASSIGN TO MRGRPT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS MG-REPORT-STATUS.
004810
004820     SELECT STEPTIME-FILE
004830         ASSIGN TO STEPTIME
004840         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS RANDOM
004860         RECORD KEY IS TL-KEY
004870         FILE STATUS IS MG-STEPTIME-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
007300     RECORD CONTAINS 132 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 01  REPORT-LINE                    PIC X(132).
007510
007520 FD  STEPTIME-FILE
007530     RECORD CONTAINS 100 CHARACTERS
007540     LABEL RECORDS ARE STANDARD.
007550 COPY STEPTIM.
007600
007700 WORKING-STORAGE SECTION.
007800 01  MG-SWITCHES.
008700     05  MG-PRTOUT-STATUS            PIC X(02)  VALUE SPACES.
008800     05  MG-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
008900     05  MG-REPORT-STATUS            PIC X(02)  VALUE SPACES.
008950     05  MG-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
009000
009100 01  MG-COUNTERS.
009200     05  MG-RANGES-READ              PIC 9(03)  COMP  VALUE ZERO.
010400
010500 01  MG-FIRST-USERID                 PIC X(08)  VALUE SPACES.
010510 01  MG-RUN-ID                       PIC X(08)  VALUE SPACES.
010520 01  MG-RUN-MODE                     PIC X(01)  VALUE SPACES.
010600
010700 COPY AUDITLN REPLACING
010800     ==AUDIT-TRAIL-LINE== BY ==MG-AUDIT-IN-RECORD==
013300 01  MG-REPORT-COUNT-LINE.
013400     05  MG-CNT-LABEL                PIC X(26) VALUE SPACES.
013500     05  MG-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
013510
013520 01  MG-STEP-TIMING.
013530     05  MG-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
013540         88  MG-ST-AVAILABLE                     VALUE 'Y'.
013550     05  MG-ST-DATE                  PIC X(08)  VALUE SPACES.
013560     05  MG-ST-TIME.
013570         10  MG-ST-HHMMSS            PIC X(06).
013580         10  FILLER                  PIC X(02).
013600
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------------*
014700     PERFORM 7000-WRITE-COMBINED-AUDIT THRU 7000-EXIT.
014800     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
014900     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
014950     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
015000     CLOSE AUDIT-IN-FILE.
015100     CLOSE PRINT-IN-FILE.
015200     CLOSE PRINT-OUT-FILE.
019800     WRITE REPORT-LINE FROM MG-REPORT-HEADER-LINE.
019900     PERFORM 2100-READ-AUDIT-IN THRU 2100-EXIT.
020000     PERFORM 3100-READ-PRINT-IN THRU 3100-EXIT.
020050     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
020100 1000-EXIT.
020200     EXIT.
020202
020204*----------------------------------------------------------------*
020206* 1800-START-STEP-TIMING - LOG THE MERGE RUNNING ON THE SHARED
020208* STEP TIMING LOG, STAMPED WITH ITS START TIME, FOR THE SOLTIME
020210* BATCH-WINDOW REPORT. THE RUN ID IS THE FIRST RANGE AUDIT LINE'S;
020212* NO AUDIT LINE, OR NO LOG, MEANS THE MERGE IS NOT TIMED.
020214*----------------------------------------------------------------*
020216 1800-START-STEP-TIMING.
020218     IF MG-AUDIN-EOF
020220         GO TO 1800-EXIT
020222     END-IF.
020224     MOVE AUDIT-IN-LINE TO MG-AUDIT-IN-RECORD.
020226     IF MG-AI-RUN-ID = SPACES
020228         GO TO 1800-EXIT
020230     END-IF.
020232     OPEN I-O STEPTIME-FILE.
020234     IF MG-STEPTIME-STATUS = '35'
020236         OPEN OUTPUT STEPTIME-FILE
020238         CLOSE STEPTIME-FILE
020240         OPEN I-O STEPTIME-FILE
020242     END-IF.
020244     IF MG-STEPTIME-STATUS NOT = '00'
020246         DISPLAY 'SOLMERGE: STEPTIME NOT AVAILABLE - STATUS '
020248             MG-STEPTIME-STATUS ' - STEP NOT TIMED'
020250         GO TO 1800-EXIT
020252     END-IF.
020254     MOVE SPACES TO STEPTIM-RECORD.
020256     MOVE MG-AI-RUN-ID TO TL-RUN-ID.
020258     MOVE 'SOLMERGE' TO TL-STEP-NAME.
020260     ACCEPT MG-ST-DATE FROM DATE YYYYMMDD.
020262     ACCEPT MG-ST-TIME FROM TIME.
020264     MOVE MG-ST-DATE TO TL-START-DATE.
020266     MOVE MG-ST-HHMMSS TO TL-START-TIME.
020268     MOVE 'SOLMERGE' TO TL-PROGRAM-ID.
020270     SET TL-STEP-RUNNING TO TRUE.
020272     MOVE ZERO TO TL-RECORDS-IN.
020274     MOVE ZERO TO TL-RECORDS-OUT.
020276     MOVE ZERO TO TL-RETURN-CODE.
020278     WRITE STEPTIM-RECORD.
020280     IF MG-STEPTIME-STATUS NOT = '00'
020282         DISPLAY 'SOLMERGE: STEPTIME WRITE FAILED - STATUS '
020284             MG-STEPTIME-STATUS ' - STEP NOT TIMED'
020286         CLOSE STEPTIME-FILE
020288         GO TO 1800-EXIT
020290     END-IF.
020292     SET MG-ST-AVAILABLE TO TRUE.
020294 1800-EXIT.
020296     EXIT.
020300
020400*----------------------------------------------------------------*
020500* 2000-ROLL-ONE-AUDIT - ONE RANGE STEP'S AUDIT LINE: PULL ITS
021560                 MG-AI-RUN-ID ' VS ' MG-RUN-ID
021570         END-IF
021580     END-IF.
021582     IF MG-RANGES-READ = 1
021584         MOVE MG-AI-RUN-MODE TO MG-RUN-MODE
021586     ELSE
021588         IF MG-AI-RUN-MODE NOT = MG-RUN-MODE
021590             DISPLAY 'SOLMERGE: RANGE MODE MISMATCH - '
021592                 MG-AI-RUN-MODE ' VS ' MG-RUN-MODE
021594         END-IF
021596     END-IF.
021600     MOVE MG-AI-READ-X TO MG-PARSE-FIELD.
021700     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
021800     ADD MG-PARSE-VALUE TO MG-TOTAL-READ.
028000     MOVE MG-TOTAL-REJECTS TO MG-AO-REJECTS.
028100     MOVE MG-WORST-RC TO MG-AO-RETCODE.
028150     MOVE MG-RUN-ID TO MG-AO-RUN-ID.
028160     MOVE MG-RUN-MODE TO MG-AO-RUN-MODE.
028200     WRITE AUDIT-LINE FROM MG-AUDIT-OUT-RECORD.
028300 7000-EXIT.
028400     EXIT.
031800     END-IF.
031900 8200-EXIT.
032000     EXIT.
032003
032006*----------------------------------------------------------------*
032009* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
032012* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
032015*----------------------------------------------------------------*
032018 8800-END-STEP-TIMING.
032021     IF NOT MG-ST-AVAILABLE
032024         GO TO 8800-EXIT
032027     END-IF.
032030     ACCEPT MG-ST-DATE FROM DATE YYYYMMDD.
032033     ACCEPT MG-ST-TIME FROM TIME.
032036     MOVE MG-ST-DATE TO TL-END-DATE.
032039     MOVE MG-ST-HHMMSS TO TL-END-TIME.
032042     COMPUTE TL-RECORDS-IN =
032045         MG-RANGES-READ + MG-PRINT-LINES-COPIED.
032048     MOVE MG-PRINT-LINES-COPIED TO TL-RECORDS-OUT.
032051     MOVE RETURN-CODE TO TL-RETURN-CODE.
032054     SET TL-STEP-ENDED TO TRUE.
032057     REWRITE STEPTIM-RECORD.
032060     IF MG-STEPTIME-STATUS NOT = '00'
032063         DISPLAY 'SOLMERGE: STEPTIME UPDATE FAILED - STATUS '
032066             MG-STEPTIME-STATUS ' - STEP END NOT TIMED'
032069     END-IF.
032072     CLOSE STEPTIME-FILE.
032075 8800-EXIT.
032078     EXIT.
032100
032200*----------------------------------------------------------------*
032300* 9200-EXTRACT-COUNT - PULL THE DIGITS OUT OF A PRINT-EDITED

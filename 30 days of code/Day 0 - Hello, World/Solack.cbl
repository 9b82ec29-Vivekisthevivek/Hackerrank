002380*                    EVERY RETAINED RECORD EVERY NIGHT. THE
002390*                    LISTING CARRIES ONE LINE PER TRANSACTION
002392*                    APPLIED TONIGHT, AS THE ACK FEED PROMISES.
002394*  10/15/2026  RTH   RUN REJECTS NOW INCLUDE THE SOLUTION
002396*                    CONTENT SCREENING REASONS 06-10, PASSED
002398*                    THROUGH TO THE UPSTREAM SHOP AS-IS.
002399*  10/15/2026  RTH   RUN-CONTROL LEDGER (RUNCTL, RUNCTL LAYOUT).
002400*                    WITH A RUN ID ON THE PARM (1-8, STEP NAME
002410*                    9-16) THE STEP MARKS ITSELF STARTED AND THEN
002420*                    COMPLETED OR FAILED WITH ITS RC; A RESUBMIT
002430*                    UNDER THE SAME RUN ID SKIPS A COMPLETED STEP
002440*                    AND SAYS SO ON THE REPORT.
002442*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
002444*                    WITH A RUN ID ON THE PARM THE STEP LOGS ITS
002446*                    START TIME, THEN ITS END TIME, RECORD COUNTS,
002448*                    AND RC, FOR THE SOLTIME BATCH-WINDOW REPORT.
002449*  10/15/2026  RTH   EVERY ACK CARRIES THE RUN ID. THE NIGHT'S
002450*                    FEED FOLDS IN THE ACKS OF THE INTRADAY
002451*                    URGENT-FEED RUNS (MODE I AUDIT LINES) SINCE
002452*                    THE PREVIOUS NIGHTLY RUN, FROM THE INTRADAY
002453*                    ACK GENERATIONS (IAKFILE). AFTER A FULL PASS
002454*                    THEIR RUN REJECTS ARE LEFT TO TONIGHT'S
002455*                    REJECT LISTING, WHICH JUDGED THE SAME
002456*                    RECORDS AGAIN. AN INTRADAY RUN FOLDS NOTHING.
002457*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS AC-REPORT-STATUS.
005200
005210     SELECT RUNCTL-FILE
005220         ASSIGN TO RUNCTL
005230         ORGANIZATION IS INDEXED
005240         ACCESS MODE IS RANDOM
005250         RECORD KEY IS RL-KEY
005260         FILE STATUS IS AC-RUNCTL-STATUS.
005261
005262     SELECT STEPTIME-FILE
005263         ASSIGN TO STEPTIME
005264         ORGANIZATION IS INDEXED
005265         ACCESS MODE IS RANDOM
005266         RECORD KEY IS TL-KEY
005267         FILE STATUS IS AC-STEPTIME-STATUS.
005270
005271     SELECT OPTIONAL AUDIT-FILE
005272         ASSIGN TO AUDFILE
005273         ORGANIZATION IS LINE SEQUENTIAL
005274         FILE STATUS IS AC-AUDIT-STATUS.
005275
005276     SELECT OPTIONAL INTRA-ACK-FILE
005277         ASSIGN TO IAKFILE
005278         ORGANIZATION IS LINE SEQUENTIAL
005279         FILE STATUS IS AC-INTRA-STATUS.
005280
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  APPLIED-FILE
007700     RECORD CONTAINS 132 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900 01  REPORT-LINE                    PIC X(132).
007910
007920 FD  RUNCTL-FILE
007930     RECORD CONTAINS 80 CHARACTERS
007940     LABEL RECORDS ARE STANDARD.
007950 COPY RUNCTL.
007958
007966 FD  STEPTIME-FILE
007974     RECORD CONTAINS 100 CHARACTERS
007982     LABEL RECORDS ARE STANDARD.
007990 COPY STEPTIM.
008000
008010 FD  AUDIT-FILE
008020     RECORD CONTAINS 112 CHARACTERS
008030     LABEL RECORDS ARE STANDARD.
008040 01  AUDIT-LINE                     PIC X(112).
008050
008060 FD  INTRA-ACK-FILE
008070     RECORD CONTAINS 40 CHARACTERS
008080     LABEL RECORDS ARE STANDARD.
008090 COPY ACKFEED REPLACING
008091     ==ACKFEED-RECORD== BY ==INTRA-ACK-RECORD==
008092     LEADING ==AK-== BY ==IA-==.
008093
008100 WORKING-STORAGE SECTION.
008200 01  AC-SWITCHES.
008300     05  AC-APPLIED-EOF-SW           PIC X(01)  VALUE 'N'.
008600         88  AC-LOADREJ-EOF                      VALUE 'Y'.
008700     05  AC-RUNREJ-EOF-SW            PIC X(01)  VALUE 'N'.
008800         88  AC-RUNREJ-EOF                       VALUE 'Y'.
008810     05  AC-AUDIT-EOF-SW             PIC X(01)  VALUE 'N'.
008820         88  AC-AUDIT-EOF                        VALUE 'Y'.
008830     05  AC-INTRA-EOF-SW             PIC X(01)  VALUE 'N'.
008840         88  AC-INTRA-EOF                        VALUE 'Y'.
008850     05  AC-AUDIT-FOUND-SW           PIC X(01)  VALUE 'N'.
008860         88  AC-AUDIT-FOUND                      VALUE 'Y'.
008870     05  AC-LINE-SELECTED-SW         PIC X(01)  VALUE 'N'.
008880         88  AC-LINE-SELECTED                    VALUE 'Y'.
008890     05  AC-TONIGHT-MODE             PIC X(01)  VALUE SPACE.
008892         88  AC-TONIGHT-FULL-PASS                VALUE 'F' ' '.
008894     05  AC-FOLD-MISSED-SW           PIC X(01)  VALUE 'N'.
008896         88  AC-FOLD-MISSED                      VALUE 'Y'.
008900
009000 01  AC-FILE-STATUSES.
009100     05  AC-APPLIED-STATUS           PIC X(02)  VALUE SPACES.
009300     05  AC-RUNREJ-STATUS            PIC X(02)  VALUE SPACES.
009400     05  AC-ACK-STATUS               PIC X(02)  VALUE SPACES.
009500     05  AC-REPORT-STATUS            PIC X(02)  VALUE SPACES.
009510     05  AC-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
009550     05  AC-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
009560     05  AC-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
009570     05  AC-INTRA-STATUS             PIC X(02)  VALUE SPACES.
009600
009700 01  AC-COUNTERS.
009800     05  AC-ACCEPTED-WRITTEN         PIC 9(07)  COMP  VALUE ZERO.
009900     05  AC-LOADREJ-WRITTEN          PIC 9(07)  COMP  VALUE ZERO.
010000     05  AC-RUNREJ-WRITTEN           PIC 9(07)  COMP  VALUE ZERO.
010100     05  AC-ACK-DETAILS              PIC 9(07)  COMP  VALUE ZERO.
010110     05  AC-FOLD-WRITTEN             PIC 9(07)  COMP  VALUE ZERO.
010120     05  AC-FOLD-REJUDGED            PIC 9(07)  COMP  VALUE ZERO.
010200
010300 01  AC-CURRENT-DATE.
010400     05  AC-CURRENT-YYYY             PIC 9(04).
010600     05  AC-CURRENT-DD               PIC 9(02).
010700
010800 01  AC-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
010805 01  AC-ACK-RUN-ID                   PIC X(08)  VALUE SPACES.
010810
010815*----------------------------------------------------------------*
010820* INTRADAY URGENT-FEED RUNS. A NIGHT FOLDS IN THE MODE I AUDIT
010825* LINES WRITTEN AFTER THE NIGHTLY LINE BEFORE IT: THE PENDING
010830* WINDOW COLLECTS THEM AS THE SCAN GOES, EACH NIGHTLY LINE TAKES
010835* THEM OVER AS ITS OWN (A RERUN UNDER THE SAME RUN ID KEEPS THE
010840* NIGHT'S WINDOW), AND THE FOLD WINDOW IS THE ONE BELONGING TO
010845* TONIGHT'S RUN. A TARGETED OR INTRADAY RUN FOLDS IN NOTHING.
010850*----------------------------------------------------------------*
010852 77  AC-WINDOW-MAX                   PIC 9(02)  COMP  VALUE 24.
010854 77  AC-WX                           PIC 9(02)  COMP  VALUE ZERO.
010856 77  AC-SX                           PIC 9(02)  COMP  VALUE ZERO.
010858 77  AC-LAST-NIGHT-RUN-ID            PIC X(08)  VALUE HIGH-VALUES.
010860
010862 01  AC-PENDING-WINDOW.
010864     05  AC-PW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
010866     05  AC-PW-RUN-ID                PIC X(08)  OCCURS 24 TIMES.
010868
010870 01  AC-NIGHT-WINDOW.
010872     05  AC-NW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
010874     05  AC-NW-RUN-ID                PIC X(08)  OCCURS 24 TIMES.
010876
010878 01  AC-FOLD-WINDOW.
010880     05  AC-FW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
010882     05  AC-FW-RUN-ID                PIC X(08)  OCCURS 24 TIMES.
010884
010886 COPY AUDITLN REPLACING
010888     ==AUDIT-TRAIL-LINE== BY ==AC-AUDIT-SCAN-RECORD==
010890     LEADING ==AU-== BY ==AC-SC-==.
010900
011000 01  AC-REPORT-HEADER-LINE.
011100     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
011700 01  AC-REPORT-COUNT-LINE.
011800     05  AC-CNT-LABEL                PIC X(26) VALUE SPACES.
011900     05  AC-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
011902
011904*----------------------------------------------------------------*
011906* RUN-CONTROL LEDGER WORK AREAS. THE LEDGER IS USED ONLY WHEN THE
011908* SCHEDULER PASSES A RUN ID ON THE PARM.
011910*----------------------------------------------------------------*
011912 01  AC-RUN-CONTROL.
011914     05  AC-RC-RUN-ID                PIC X(08)  VALUE SPACES.
011916     05  AC-RC-STEP-NAME             PIC X(08)  VALUE SPACES.
011918     05  AC-RC-AVAIL-SW              PIC X(01)  VALUE 'N'.
011920         88  AC-RC-AVAILABLE                     VALUE 'Y'.
011922     05  AC-RC-FOUND-SW              PIC X(01)  VALUE 'N'.
011924         88  AC-RC-FOUND                         VALUE 'Y'.
011926     05  AC-RC-DATE                  PIC X(08)  VALUE SPACES.
011928     05  AC-RC-TIME.
011930         10  AC-RC-HHMMSS            PIC X(06).
011932         10  FILLER                  PIC X(02).
011934
011936 01  AC-RC-SKIP-LINE.
011938     05  FILLER                      PIC X(05) VALUE 'STEP '.
011940     05  AC-SKP-STEP                 PIC X(08) VALUE SPACES.
011942     05  FILLER                      PIC X(27)
011944         VALUE ' ALREADY COMPLETED FOR RUN '.
011946     05  AC-SKP-RUN-ID               PIC X(08) VALUE SPACES.
011948     05  FILLER                      PIC X(04) VALUE ' ON '.
011950     05  AC-SKP-DATE                 PIC X(08) VALUE SPACES.
011952     05  FILLER                      PIC X(01) VALUE SPACE.
011954     05  AC-SKP-TIME                 PIC X(06) VALUE SPACES.
011956     05  FILLER                      PIC X(04) VALUE ' RC '.
011958     05  AC-SKP-RC                   PIC ZZZ9.
011960     05  FILLER                      PIC X(12)
011962         VALUE ' - NOT RERUN'.
011964
011966 01  AC-STEP-TIMING.
011968     05  AC-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
011970         88  AC-ST-AVAILABLE                     VALUE 'Y'.
011972     05  AC-ST-DATE                  PIC X(08)  VALUE SPACES.
011974     05  AC-ST-TIME.
011976         10  AC-ST-HHMMSS            PIC X(06).
011978         10  FILLER                  PIC X(02).
011988
011989 LINKAGE SECTION.
011990 01  AC-RUN-PARM.
011991     05  AC-PARM-LENGTH              PIC S9(04) COMP.
011992     05  AC-PARM-DATA.
011993         10  AC-PARM-RUN-ID          PIC X(08).
011994         10  AC-PARM-STEP-NAME       PIC X(08).
012000
012100 PROCEDURE DIVISION USING AC-RUN-PARM.
012200*----------------------------------------------------------------*
012300* 0000-MAINLINE - TOP LEVEL CONTROL
012400*----------------------------------------------------------------*
013000         UNTIL AC-LOADREJ-EOF.
013100     PERFORM 4000-ACK-ONE-RUN-REJECT THRU 4000-EXIT
013200         UNTIL AC-RUNREJ-EOF.
013250     PERFORM 5000-FOLD-INTRADAY-ACKS THRU 5000-EXIT.
013300     PERFORM 7000-WRITE-ACK-TRAILER THRU 7000-EXIT.
013400     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
013500     MOVE 0 TO RETURN-CODE.
013505     IF AC-FOLD-MISSED
013508         MOVE 4 TO RETURN-CODE
013509     END-IF.
013510     PERFORM 8700-RECORD-STEP-END THRU 8700-EXIT.
013550     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
013600     CLOSE APPLIED-FILE.
013700     CLOSE LOAD-REJECT-FILE.
013800     CLOSE RUN-REJECT-FILE.
018600         AC-CURRENT-YYYY DELIMITED BY SIZE
018700         INTO AC-HDR-DATE.
018800     WRITE REPORT-LINE FROM AC-REPORT-HEADER-LINE.
018850     PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT.
018870     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
018880     PERFORM 1600-FIND-FOLD-WINDOW THRU 1600-EXIT.
018900     PERFORM 1500-WRITE-ACK-HEADER THRU 1500-EXIT.
019000     PERFORM 2100-READ-APPLIED THRU 2100-EXIT.
019100     PERFORM 3100-READ-LOAD-REJECT THRU 3100-EXIT.
020600     WRITE ACKFEED-RECORD.
020700 1500-EXIT.
020800     EXIT.
020801
020802*----------------------------------------------------------------*
020803* 1600-FIND-FOLD-WINDOW - SCAN THE AUDIT TRAIL FOR TONIGHT'S LINE
020804* (THE LAST ONE STAMPED WITH THE PARM RUN ID, OR THE LAST LINE ON
020805* FILE WHEN THERE IS NO RUN ID) AND THE INTRADAY RUNS IT FOLDS
020806* IN. TONIGHT'S MODE DECIDES HOW THEIR RUN REJECTS ARE FOLDED.
020807* NO AUDIT TRAIL MEANS NOTHING IS FOLDED.
020808*----------------------------------------------------------------*
020809 1600-FIND-FOLD-WINDOW.
020810     OPEN INPUT AUDIT-FILE.
020811     IF AC-AUDIT-STATUS NOT = '00'
020812         DISPLAY 'SOLACK: AUDFILE NOT AVAILABLE - STATUS '
020813             AC-AUDIT-STATUS ' - NO INTRADAY RUNS FOLDED IN'
020814         MOVE AC-RC-RUN-ID TO AC-ACK-RUN-ID
020815         GO TO 1600-EXIT
020816     END-IF.
020817     PERFORM 1610-SCAN-ONE-AUDIT THRU 1610-EXIT
020818         UNTIL AC-AUDIT-EOF.
020819     CLOSE AUDIT-FILE.
020820     IF AC-RC-RUN-ID NOT = SPACES
020821         MOVE AC-RC-RUN-ID TO AC-ACK-RUN-ID
020822     END-IF.
020823     IF NOT AC-AUDIT-FOUND
020824         DISPLAY 'SOLACK: NO AUDIT LINE FOR RUN ' AC-RC-RUN-ID
020825             ' - NO INTRADAY RUNS FOLDED IN'
020826     END-IF.
020827 1600-EXIT.
020828     EXIT.
020829
020830 1610-SCAN-ONE-AUDIT.
020831     READ AUDIT-FILE
020832         AT END
020833             SET AC-AUDIT-EOF TO TRUE
020834             GO TO 1610-EXIT
020835     END-READ.
020836     MOVE AUDIT-LINE TO AC-AUDIT-SCAN-RECORD.
020837     MOVE 'N' TO AC-LINE-SELECTED-SW.
020838     IF AC-RC-RUN-ID = SPACES
020839         OR AC-SC-RUN-ID = AC-RC-RUN-ID
020840         SET AC-LINE-SELECTED TO TRUE
020841         SET AC-AUDIT-FOUND TO TRUE
020842         MOVE AC-SC-RUN-MODE TO AC-TONIGHT-MODE
020843         MOVE AC-SC-RUN-ID TO AC-ACK-RUN-ID
020844     END-IF.
020845     IF AC-SC-TARGETED-RUN
020846         IF AC-LINE-SELECTED
020847             MOVE ZERO TO AC-FW-COUNT
020848         END-IF
020849         GO TO 1610-EXIT
020850     END-IF.
020851     IF AC-SC-INTRADAY-RUN
020852         IF AC-LINE-SELECTED
020853             MOVE ZERO TO AC-FW-COUNT
020854         END-IF
020855         PERFORM 1650-ADD-PENDING-RUN THRU 1650-EXIT
020856         GO TO 1610-EXIT
020857     END-IF.
020858     IF AC-SC-RUN-ID NOT = AC-LAST-NIGHT-RUN-ID
020859         MOVE ZERO TO AC-NW-COUNT
020860         MOVE AC-SC-RUN-ID TO AC-LAST-NIGHT-RUN-ID
020861     END-IF.
020862     PERFORM 1660-ADD-TO-NIGHT-WINDOW THRU 1660-EXIT
020863         VARYING AC-SX FROM 1 BY 1
020864         UNTIL AC-SX > AC-PW-COUNT.
020865     MOVE ZERO TO AC-PW-COUNT.
020866     IF AC-LINE-SELECTED
020867         MOVE AC-NIGHT-WINDOW TO AC-FOLD-WINDOW
020868     END-IF.
020869 1610-EXIT.
020870     EXIT.
020900
020902 1650-ADD-PENDING-RUN.
020904     MOVE ZERO TO AC-WX.
020906     PERFORM 1655-MATCH-ONE-PENDING THRU 1655-EXIT
020908         VARYING AC-SX FROM 1 BY 1
020910         UNTIL AC-SX > AC-PW-COUNT.
020912     IF AC-WX > 0
020914         GO TO 1650-EXIT
020916     END-IF.
020918     IF AC-PW-COUNT >= AC-WINDOW-MAX
020920         DISPLAY 'SOLACK: MORE THAN ' AC-WINDOW-MAX
020922             ' INTRADAY RUNS IN ONE NIGHT - RUN '
020924             AC-SC-RUN-ID ' NOT FOLDED IN'
020926         GO TO 1650-EXIT
020928     END-IF.
020930     ADD 1 TO AC-PW-COUNT.
020932     MOVE AC-SC-RUN-ID TO AC-PW-RUN-ID(AC-PW-COUNT).
020934 1650-EXIT.
020936     EXIT.
020938
020940 1655-MATCH-ONE-PENDING.
020942     IF AC-PW-RUN-ID(AC-SX) = AC-SC-RUN-ID
020944         MOVE AC-SX TO AC-WX
020946     END-IF.
020948 1655-EXIT.
020950     EXIT.
020952
020954 1660-ADD-TO-NIGHT-WINDOW.
020956     IF AC-NW-COUNT < AC-WINDOW-MAX
020958         ADD 1 TO AC-NW-COUNT
020960         MOVE AC-PW-RUN-ID(AC-SX) TO AC-NW-RUN-ID(AC-NW-COUNT)
020962     END-IF.
020964 1660-EXIT.
020966     EXIT.
020968
020970*----------------------------------------------------------------*
020972* 1700-CHECK-RUN-CONTROL - LOOK THIS STEP UP ON THE RUN-CONTROL
020974* LEDGER UNDER THE SCHEDULER'S RUN ID (PARM 1-8) AND STEP NAME
020976* (PARM 9-16, DEFAULT SOLACK). A STEP THE LEDGER SHOWS COMPLETED
020978* FOR THIS RUN IS NOT RUN AGAIN ON A RESUBMIT - THE REPORT SAYS
020980* SO AND THE STEP ENDS RC 0. OTHERWISE THE STEP IS MARKED
020982* STARTED. NO RUN ID ON THE PARM, OR NO LEDGER, MEANS NO CHECK.
020984*----------------------------------------------------------------*
020986 1700-CHECK-RUN-CONTROL.
020988     IF AC-PARM-LENGTH > 7
020990         MOVE AC-PARM-RUN-ID TO AC-RC-RUN-ID
020992     END-IF.
020994     IF AC-PARM-LENGTH > 8
020996         MOVE AC-PARM-STEP-NAME TO AC-RC-STEP-NAME
020998     END-IF.
021000     IF AC-RC-RUN-ID = SPACES
021002         GO TO 1700-EXIT
021004     END-IF.
021006     IF AC-RC-STEP-NAME = SPACES
021008         MOVE 'SOLACK' TO AC-RC-STEP-NAME
021010     END-IF.
021012     OPEN I-O RUNCTL-FILE.
021014     IF AC-RUNCTL-STATUS = '35'
021016         OPEN OUTPUT RUNCTL-FILE
021018         CLOSE RUNCTL-FILE
021020         OPEN I-O RUNCTL-FILE
021022     END-IF.
021024     IF AC-RUNCTL-STATUS NOT = '00'
021026         DISPLAY 'SOLACK: RUNCTL NOT AVAILABLE - STATUS '
021028             AC-RUNCTL-STATUS
021030             ' - RESTART CHECK SKIPPED'
021032         GO TO 1700-EXIT
021034     END-IF.
021036     SET AC-RC-AVAILABLE TO TRUE.
021038     MOVE AC-RC-RUN-ID TO RL-RUN-ID.
021040     MOVE AC-RC-STEP-NAME TO RL-STEP-NAME.
021042     SET AC-RC-FOUND TO TRUE.
021044     READ RUNCTL-FILE
021046         INVALID KEY
021048             MOVE 'N' TO AC-RC-FOUND-SW
021050     END-READ.
021052     IF AC-RC-FOUND AND RL-STEP-COMPLETED
021054         PERFORM 1750-SKIP-COMPLETED-STEP THRU 1750-EXIT
021056     END-IF.
021058     IF AC-RC-FOUND
021060         DISPLAY 'SOLACK: RUN ' AC-RC-RUN-ID ' STEP '
021062             AC-RC-STEP-NAME ' RESUBMITTED - ATTEMPT '
021064             RL-ATTEMPTS ' ENDED STATUS ' RL-STEP-STATUS
021066     ELSE
021068         MOVE SPACES TO RUNCTL-RECORD
021070         MOVE AC-RC-RUN-ID TO RL-RUN-ID
021072         MOVE AC-RC-STEP-NAME TO RL-STEP-NAME
021074         MOVE ZERO TO RL-RETURN-CODE
021076         MOVE ZERO TO RL-ATTEMPTS
021078     END-IF.
021080     MOVE 'SOLACK' TO RL-PROGRAM-ID.
021082     SET RL-STEP-STARTED TO TRUE.
021084     ACCEPT AC-RC-DATE FROM DATE YYYYMMDD.
021086     ACCEPT AC-RC-TIME FROM TIME.
021088     MOVE AC-RC-DATE TO RL-START-DATE.
021090     MOVE AC-RC-HHMMSS TO RL-START-TIME.
021092     MOVE SPACES TO RL-END-DATE.
021094     MOVE SPACES TO RL-END-TIME.
021096     ADD 1 TO RL-ATTEMPTS.
021098     IF AC-RC-FOUND
021100         REWRITE RUNCTL-RECORD
021102     ELSE
021104         WRITE RUNCTL-RECORD
021106     END-IF.
021108     IF AC-RUNCTL-STATUS NOT = '00'
021110         DISPLAY 'SOLACK: RUNCTL UPDATE FAILED - STATUS '
021112             AC-RUNCTL-STATUS ' - STEP NOT LEDGERED'
021114         MOVE 'N' TO AC-RC-AVAIL-SW
021116         CLOSE RUNCTL-FILE
021118     END-IF.
021120 1700-EXIT.
021122     EXIT.
021124
021126*----------------------------------------------------------------*
021128* 1750-SKIP-COMPLETED-STEP - THIS STEP ALREADY RAN TO COMPLETION
021130* UNDER THIS RUN ID. NOTHING IS READ OR UPDATED: THE REPORT SHOWS
021132* WHEN IT COMPLETED AND WITH WHAT RC, AND THE STEP ENDS RC 0.
021134*----------------------------------------------------------------*
021136 1750-SKIP-COMPLETED-STEP.
021138     MOVE RL-STEP-NAME TO AC-SKP-STEP.
021140     MOVE RL-RUN-ID TO AC-SKP-RUN-ID.
021142     MOVE RL-END-DATE TO AC-SKP-DATE.
021144     MOVE RL-END-TIME TO AC-SKP-TIME.
021146     MOVE RL-RETURN-CODE TO AC-SKP-RC.
021148     WRITE REPORT-LINE FROM AC-RC-SKIP-LINE.
021150     DISPLAY 'SOLACK: RUN ' RL-RUN-ID ' STEP ' RL-STEP-NAME
021152         ' ALREADY COMPLETED - NOT RERUN'.
021154     CLOSE RUNCTL-FILE.
021156     CLOSE REPORT-FILE.
021158     CLOSE APPLIED-FILE.
021160     CLOSE LOAD-REJECT-FILE.
021162     CLOSE RUN-REJECT-FILE.
021164     CLOSE ACK-FILE.
021166     MOVE 0 TO RETURN-CODE.
021168     STOP RUN.
021170 1750-EXIT.
021172     EXIT.
021174
021176*----------------------------------------------------------------*
021178* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
021180* STEP TIMING LOG UNDER THE RUN ID AND STEP NAME, STAMPED WITH ITS
021182* START TIME, FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR
021184* NO LOG, MEANS THE STEP IS NOT TIMED; THE RUN GOES ON EITHER WAY.
021186*----------------------------------------------------------------*
021188 1800-START-STEP-TIMING.
021190     IF AC-RC-RUN-ID = SPACES
021192         GO TO 1800-EXIT
021194     END-IF.
021196     OPEN I-O STEPTIME-FILE.
021198     IF AC-STEPTIME-STATUS = '35'
021200         OPEN OUTPUT STEPTIME-FILE
021202         CLOSE STEPTIME-FILE
021204         OPEN I-O STEPTIME-FILE
021206     END-IF.
021208     IF AC-STEPTIME-STATUS NOT = '00'
021210         DISPLAY 'SOLACK: STEPTIME NOT AVAILABLE - STATUS '
021212             AC-STEPTIME-STATUS ' - STEP NOT TIMED'
021214         GO TO 1800-EXIT
021216     END-IF.
021218     MOVE SPACES TO STEPTIM-RECORD.
021220     MOVE AC-RC-RUN-ID TO TL-RUN-ID.
021222     MOVE AC-RC-STEP-NAME TO TL-STEP-NAME.
021224     ACCEPT AC-ST-DATE FROM DATE YYYYMMDD.
021226     ACCEPT AC-ST-TIME FROM TIME.
021228     MOVE AC-ST-DATE TO TL-START-DATE.
021230     MOVE AC-ST-HHMMSS TO TL-START-TIME.
021232     MOVE 'SOLACK' TO TL-PROGRAM-ID.
021234     SET TL-STEP-RUNNING TO TRUE.
021236     MOVE ZERO TO TL-RECORDS-IN.
021238     MOVE ZERO TO TL-RECORDS-OUT.
021240     MOVE ZERO TO TL-RETURN-CODE.
021242     WRITE STEPTIM-RECORD.
021244     IF AC-STEPTIME-STATUS NOT = '00'
021246         DISPLAY 'SOLACK: STEPTIME WRITE FAILED - STATUS '
021248             AC-STEPTIME-STATUS ' - STEP NOT TIMED'
021250         CLOSE STEPTIME-FILE
021252         GO TO 1800-EXIT
021254     END-IF.
021256     SET AC-ST-AVAILABLE TO TRUE.
021258 1800-EXIT.
021260     EXIT.
021262
021264*----------------------------------------------------------------*
021266* 2000-ACK-ONE-ACCEPTED - EVERY LINE ON THE CUSTLOAD APPLIED
021268* LISTING IS A FEED TRANSACTION ACTUALLY APPLIED TONIGHT, SO
021300* EACH TRANSACTION IS ACKNOWLEDGED ACCEPTED EXACTLY ONCE.
021400*----------------------------------------------------------------*
021500 2000-ACK-ONE-ACCEPTED.
022000     MOVE LA-RUN-DATE TO AK-RUN-DATE.
022100     SET AK-ACCEPTED TO TRUE.
022200     SET AK-FROM-LOAD TO TRUE.
022250     MOVE AC-ACK-RUN-ID TO AK-RUN-ID.
022300     WRITE ACKFEED-RECORD.
022400     ADD 1 TO AC-ACCEPTED-WRITTEN.
022500     ADD 1 TO AC-ACK-DETAILS.
024800     SET AK-REJECTED TO TRUE.
024900     MOVE LR-REASON TO AK-REASON.
025000     SET AK-FROM-LOAD TO TRUE.
025050     MOVE AC-ACK-RUN-ID TO AK-RUN-ID.
025100     WRITE ACKFEED-RECORD.
025200     ADD 1 TO AC-LOADREJ-WRITTEN.
025300     ADD 1 TO AC-ACK-DETAILS.
026500
026600*----------------------------------------------------------------*
026700* 4000-ACK-ONE-RUN-REJECT - A RECORD SOLUTION REJECTED DURING
026800* THE MAIN RUN (REASONS 01-04 PLUS HISTORY DUPLICATES, AND THE
026810* CONTENT SCREENING REASONS 06-10)
026900*----------------------------------------------------------------*
027000 4000-ACK-ONE-RUN-REJECT.
027100     MOVE SPACES TO ACKFEED-RECORD.
027400     SET AK-REJECTED TO TRUE.
027500     MOVE RJ-REASON TO AK-REASON.
027600     SET AK-FROM-RUN TO TRUE.
027650     MOVE AC-ACK-RUN-ID TO AK-RUN-ID.
027700     WRITE ACKFEED-RECORD.
027800     ADD 1 TO AC-RUNREJ-WRITTEN.
027900     ADD 1 TO AC-ACK-DETAILS.
028800     END-READ.
028900 4100-EXIT.
029000     EXIT.
029001
029002*----------------------------------------------------------------*
029003* 5000-FOLD-INTRADAY-ACKS - COPY THE ACKS OF THE INTRADAY RUNS
029004* FOLDED INTO TONIGHT FROM THE INTRADAY ACK GENERATIONS INTO
029005* TONIGHT'S FEED, UNDER THEIR OWN RUN IDS. THEIR HEADERS AND
029006* TRAILERS ARE DROPPED - TONIGHT'S TRAILER COUNTS THEM IN.
029007*----------------------------------------------------------------*
029008 5000-FOLD-INTRADAY-ACKS.
029009     IF AC-FW-COUNT = 0
029010         GO TO 5000-EXIT
029011     END-IF.
029012     OPEN INPUT INTRA-ACK-FILE.
029013     IF AC-INTRA-STATUS NOT = '00'
029014         DISPLAY 'SOLACK: IAKFILE NOT AVAILABLE - STATUS '
029015             AC-INTRA-STATUS ' - ' AC-FW-COUNT
029016             ' INTRADAY RUNS NOT FOLDED IN'
029017         SET AC-FOLD-MISSED TO TRUE
029018         GO TO 5000-EXIT
029019     END-IF.
029020     PERFORM 5100-FOLD-ONE-ACK THRU 5100-EXIT
029021         UNTIL AC-INTRA-EOF.
029022     CLOSE INTRA-ACK-FILE.
029023 5000-EXIT.
029024     EXIT.
029025
029026*----------------------------------------------------------------*
029027* 5100-FOLD-ONE-ACK - A FULL PASS TONIGHT JUDGED EVERY RECORD ON
029028* FILE AGAIN, SO AN INTRADAY RUN REJECT IS ALREADY ON TONIGHT'S
029029* REJECT LISTING IF IT STILL FAILS; IT IS COUNTED, NOT COPIED.
029030* LOAD ACKS ARE ALWAYS COPIED - EACH IS A TRANSACTION ONLY THE
029031* INTRADAY CUSTLOAD SAW.
029032*----------------------------------------------------------------*
029033 5100-FOLD-ONE-ACK.
029034     READ INTRA-ACK-FILE
029035         AT END
029036             SET AC-INTRA-EOF TO TRUE
029037             GO TO 5100-EXIT
029038     END-READ.
029039     IF IA-HEADER-RECORD OR IA-TRAILER-RECORD
029040         GO TO 5100-EXIT
029041     END-IF.
029042     MOVE ZERO TO AC-WX.
029043     PERFORM 5150-MATCH-ONE-FOLD-RUN THRU 5150-EXIT
029044         VARYING AC-SX FROM 1 BY 1
029045         UNTIL AC-SX > AC-FW-COUNT.
029046     IF AC-WX = 0
029047         GO TO 5100-EXIT
029048     END-IF.
029049     IF IA-FROM-RUN AND AC-TONIGHT-FULL-PASS
029050         ADD 1 TO AC-FOLD-REJUDGED
029051         GO TO 5100-EXIT
029052     END-IF.
029053     MOVE INTRA-ACK-RECORD TO ACKFEED-RECORD.
029054     WRITE ACKFEED-RECORD.
029055     ADD 1 TO AC-FOLD-WRITTEN.
029056     ADD 1 TO AC-ACK-DETAILS.
029057 5100-EXIT.
029058     EXIT.
029059
029060 5150-MATCH-ONE-FOLD-RUN.
029061     IF AC-FW-RUN-ID(AC-SX) = IA-RUN-ID
029062         MOVE AC-SX TO AC-WX
029063     END-IF.
029064 5150-EXIT.
029065     EXIT.
029066
029200*----------------------------------------------------------------*
029300* 7000-WRITE-ACK-TRAILER - TRAILER CONTROL RECORD CARRYING THE
029400* DETAIL RECORD COUNT FOR THE UPSTREAM SHOP'S BALANCE CHECK
031800     MOVE 'ACK DETAILS WRITTEN:' TO AC-CNT-LABEL.
031900     MOVE AC-ACK-DETAILS TO AC-CNT-VALUE.
032000     WRITE REPORT-LINE FROM AC-REPORT-COUNT-LINE.
032010     MOVE 'INTRADAY RUNS FOLDED IN:' TO AC-CNT-LABEL.
032020     MOVE AC-FW-COUNT TO AC-CNT-VALUE.
032030     WRITE REPORT-LINE FROM AC-REPORT-COUNT-LINE.
032040     MOVE 'INTRADAY ACKS FOLDED IN:' TO AC-CNT-LABEL.
032050     MOVE AC-FOLD-WRITTEN TO AC-CNT-VALUE.
032060     WRITE REPORT-LINE FROM AC-REPORT-COUNT-LINE.
032070     MOVE 'INTRADAY REJECTS REJUDGED:' TO AC-CNT-LABEL.
032080     MOVE AC-FOLD-REJUDGED TO AC-CNT-VALUE.
032090     WRITE REPORT-LINE FROM AC-REPORT-COUNT-LINE.
032100 8100-EXIT.
032200     EXIT.
032300
042300*----------------------------------------------------------------*
042400* 8700-RECORD-STEP-END - STAMP THE LEDGER WITH THE END TIME AND
042500* THE STEP RC. BELOW RC 8 THE STEP IS COMPLETED AND A RESUBMIT
042600* PASSES OVER IT; RC 8 OR OVER IS FAILED AND IT RUNS AGAIN.
042700*----------------------------------------------------------------*
042800 8700-RECORD-STEP-END.
042900     IF NOT AC-RC-AVAILABLE
043000         GO TO 8700-EXIT
043100     END-IF.
043200     ACCEPT AC-RC-DATE FROM DATE YYYYMMDD.
043300     ACCEPT AC-RC-TIME FROM TIME.
043400     MOVE AC-RC-DATE TO RL-END-DATE.
043500     MOVE AC-RC-HHMMSS TO RL-END-TIME.
043600     MOVE RETURN-CODE TO RL-RETURN-CODE.
043700     IF RETURN-CODE < 8
043800         SET RL-STEP-COMPLETED TO TRUE
043900     ELSE
044000         SET RL-STEP-FAILED TO TRUE
044100     END-IF.
044200     REWRITE RUNCTL-RECORD.
044300     IF AC-RUNCTL-STATUS NOT = '00'
044400         DISPLAY 'SOLACK: RUNCTL UPDATE FAILED - STATUS '
044500             AC-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
044600     END-IF.
044700     CLOSE RUNCTL-FILE.
044800 8700-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------------*
045200* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
045300* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
045400*----------------------------------------------------------------*
045500 8800-END-STEP-TIMING.
045600     IF NOT AC-ST-AVAILABLE
045700         GO TO 8800-EXIT
045800     END-IF.
045900     ACCEPT AC-ST-DATE FROM DATE YYYYMMDD.
046000     ACCEPT AC-ST-TIME FROM TIME.
046100     MOVE AC-ST-DATE TO TL-END-DATE.
046200     MOVE AC-ST-HHMMSS TO TL-END-TIME.
046300     COMPUTE TL-RECORDS-IN = AC-ACCEPTED-WRITTEN
046400         + AC-LOADREJ-WRITTEN + AC-RUNREJ-WRITTEN
046450         + AC-FOLD-WRITTEN + AC-FOLD-REJUDGED.
046500     MOVE AC-ACK-DETAILS TO TL-RECORDS-OUT.
046600     MOVE RETURN-CODE TO TL-RETURN-CODE.
046700     SET TL-STEP-ENDED TO TRUE.
046800     REWRITE STEPTIM-RECORD.
046900     IF AC-STEPTIME-STATUS NOT = '00'
047000         DISPLAY 'SOLACK: STEPTIME UPDATE FAILED - STATUS '
047100             AC-STEPTIME-STATUS ' - STEP END NOT TIMED'
047200     END-IF.
047300     CLOSE STEPTIME-FILE.
047400 8800-EXIT.
047500     EXIT.

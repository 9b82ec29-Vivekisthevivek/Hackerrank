001790*                    IS TONIGHT'S. NO CARD KEEPS THE OLD
001791*                    LAST-LINE BEHAVIOR, FILTERED TO THAT
001792*                    LINE'S RUN ID.
001793*  10/15/2026  RTH   REPORTS THE PROCESSING MODE FROM THE AUDIT
001794*                    LINE. IN A CHANGED-RECORDS-ONLY RUN "READ"
001795*                    MEANS RECORDS CHANGED TONIGHT, AND THE
001796*                    SAME READ = EXTRACT + REJECTS BALANCE HOLDS.
001797*  10/15/2026  RTH   RUN-CONTROL LEDGER (RUNCTL, RUNCTL LAYOUT).
001798*                    WITH A RUN ID ON THE PARM (1-8, STEP NAME
001799*                    9-16) THE STEP MARKS ITSELF STARTED AND THEN
001800*                    COMPLETED OR FAILED WITH ITS RC; A RESUBMIT
001810*                    UNDER THE SAME RUN ID SKIPS A COMPLETED STEP
001820*                    AND SAYS SO ON THE REPORT.
001826*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
001832*                    WITH A RUN ID ON THE PARM THE STEP LOGS ITS
001838*                    START TIME, THEN ITS END TIME, RECORD COUNTS,
001844*                    AND RC, FOR THE SOLTIME BATCH-WINDOW REPORT.
001845*  10/15/2026  RTH   FOLDS IN THE INTRADAY URGENT-FEED RUNS (MODE
001846*                    I AUDIT LINES) SINCE THE PREVIOUS NIGHTLY
001847*                    RUN: EACH IS BALANCED ON ITS OWN RUN ID
001848*                    AGAINST THE INTRADAY EXTRACT (IXTFILE) AND
001849*                    REJECT (IRJFILE) GENERATIONS AND LISTED ON
001850*                    THE REPORT. ANY ONE OUT OF BALANCE ENDS RC 8.
001851*----------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS RN-RUNCARD-STATUS.
003650
003660     SELECT RUNCTL-FILE
003665         ASSIGN TO RUNCTL
003670         ORGANIZATION IS INDEXED
003675         ACCESS MODE IS RANDOM
003680         RECORD KEY IS RL-KEY
003685         FILE STATUS IS RN-RUNCTL-STATUS.
003690
003700     SELECT REPORT-FILE
003800         ASSIGN TO RECRPT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RN-REPORT-STATUS.
004100
004110     SELECT STEPTIME-FILE
004120         ASSIGN TO STEPTIME
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS RANDOM
004150         RECORD KEY IS TL-KEY
004160         FILE STATUS IS RN-STEPTIME-STATUS.
004170
004171     SELECT OPTIONAL INTRA-EXTRACT-FILE
004172         ASSIGN TO IXTFILE
004173         ORGANIZATION IS LINE SEQUENTIAL
004174         FILE STATUS IS RN-IXT-STATUS.
004175
004176     SELECT OPTIONAL INTRA-REJECT-FILE
004177         ASSIGN TO IRJFILE
004178         ORGANIZATION IS LINE SEQUENTIAL
004179         FILE STATUS IS RN-IRJ-STATUS.
004180
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUDIT-FILE
005730     RECORD CONTAINS 80 CHARACTERS
005740     LABEL RECORDS ARE STANDARD.
005750 01  RUNCARD-LINE                   PIC X(80).
005755
005760 FD  RUNCTL-FILE
005765     RECORD CONTAINS 80 CHARACTERS
005770     LABEL RECORDS ARE STANDARD.
005775 COPY RUNCTL.
005779
005783 FD  STEPTIME-FILE
005787     RECORD CONTAINS 100 CHARACTERS
005791     LABEL RECORDS ARE STANDARD.
005795 COPY STEPTIM.
005796
005797 FD  INTRA-EXTRACT-FILE
005798     RECORD CONTAINS 263 CHARACTERS
005799     LABEL RECORDS ARE STANDARD.
005800 COPY CUSTXTR REPLACING
005801     ==CUSTXTR-RECORD== BY ==INTRA-EXTRACT-RECORD==
005802     LEADING ==EX-== BY ==IX-==.
005803
005804 FD  INTRA-REJECT-FILE
005805     RECORD CONTAINS 92 CHARACTERS
005806     LABEL RECORDS ARE STANDARD.
005807 COPY REJLINE REPLACING
005808     ==REJECT-LISTING-LINE== BY ==INTRA-REJECT-LINE==
005809     LEADING ==RJ-== BY ==IR-==.
005810
005900 FD  REPORT-FILE
006000     RECORD CONTAINS 132 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
007600         88  RN-OUT-OF-BALANCE                   VALUE 'N'.
007610     05  RN-RUN-SELECTED-SW          PIC X(01)  VALUE 'N'.
007620         88  RN-RUN-SELECTED                     VALUE 'Y'.
007630     05  RN-LINE-SELECTED-SW         PIC X(01)  VALUE 'N'.
007640         88  RN-LINE-SELECTED                    VALUE 'Y'.
007650     05  RN-INTRA-BALANCED-SW        PIC X(01)  VALUE 'Y'.
007660         88  RN-INTRA-BALANCED                   VALUE 'Y'.
007670         88  RN-INTRA-OUT-OF-BALANCE             VALUE 'N'.
007680     05  RN-IXT-EOF-SW               PIC X(01)  VALUE 'N'.
007690         88  RN-IXT-EOF                          VALUE 'Y'.
007692     05  RN-IRJ-EOF-SW               PIC X(01)  VALUE 'N'.
007694         88  RN-IRJ-EOF                          VALUE 'Y'.
007700
007800 01  RN-FILE-STATUSES.
007900     05  RN-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
008100     05  RN-REJECT-STATUS            PIC X(02)  VALUE SPACES.
008200     05  RN-REPORT-STATUS            PIC X(02)  VALUE SPACES.
008210     05  RN-RUNCARD-STATUS           PIC X(02)  VALUE SPACES.
008220     05  RN-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
008260     05  RN-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
008270     05  RN-IXT-STATUS               PIC X(02)  VALUE SPACES.
008280     05  RN-IRJ-STATUS               PIC X(02)  VALUE SPACES.
008300
008400 01  RN-COUNTERS.
008500     05  RN-AUDIT-READ-COUNT         PIC 9(07)  COMP  VALUE ZERO.
008700     05  RN-EXTRACT-COUNT            PIC 9(07)  COMP  VALUE ZERO.
008800     05  RN-REJECT-COUNT             PIC 9(07)  COMP  VALUE ZERO.
008900     05  RN-OUTPUT-TOTAL             PIC 9(07)  COMP  VALUE ZERO.
008910     05  RN-INTRA-READ-TOTAL         PIC 9(07)  COMP  VALUE ZERO.
008920     05  RN-INTRA-REJECT-TOTAL       PIC 9(07)  COMP  VALUE ZERO.
008930     05  RN-INTRA-OUTPUT             PIC 9(07)  COMP  VALUE ZERO.
009000
009100 01  RN-PARSE-WORK.
009200     05  RN-PARSE-FIELD              PIC X(11)  VALUE SPACES.
009700
009710 01  RN-WANTED-RUN-ID                PIC X(08)  VALUE SPACES.
009720
009721*----------------------------------------------------------------*
009722* INTRADAY URGENT-FEED RUNS. A NIGHT FOLDS IN THE MODE I AUDIT
009723* LINES WRITTEN AFTER THE NIGHTLY LINE BEFORE IT: THE PENDING
009724* WINDOW COLLECTS THEM AS THE SCAN GOES, EACH NIGHTLY LINE TAKES
009725* THEM OVER AS ITS OWN (A RERUN UNDER THE SAME RUN ID KEEPS THE
009726* NIGHT'S WINDOW), AND THE FOLD WINDOW IS THE ONE BELONGING TO
009727* THE RUN BEING BALANCED. A TARGETED OR INTRADAY RUN FOLDS IN
009728* NOTHING. THE SAME INTRADAY RUN ID SEEN TWICE (A RESUBMIT)
009729* KEEPS ITS LATEST LINE.
009730*----------------------------------------------------------------*
009731 77  RN-WINDOW-MAX                   PIC 9(02)  COMP  VALUE 24.
009732 77  RN-WX                           PIC 9(02)  COMP  VALUE ZERO.
009733 77  RN-SX                           PIC 9(02)  COMP  VALUE ZERO.
009734 77  RN-FIND-RUN-ID                  PIC X(08)  VALUE SPACES.
009735 77  RN-LAST-NIGHT-RUN-ID            PIC X(08)  VALUE HIGH-VALUES.
009736
009737 01  RN-PENDING-WINDOW.
009738     05  RN-PW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
009739     05  RN-PW-ENTRY OCCURS 24 TIMES.
009740         10  RN-PW-RUN-ID            PIC X(08).
009741         10  RN-PW-READ              PIC 9(07)  COMP.
009742         10  RN-PW-REJECTS           PIC 9(07)  COMP.
009743         10  RN-PW-EXTRACT           PIC 9(07)  COMP.
009744         10  RN-PW-LISTED            PIC 9(07)  COMP.
009745         10  RN-PW-BALANCED-SW       PIC X(01).
009746
009747 01  RN-NIGHT-WINDOW.
009748     05  RN-NW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
009749     05  RN-NW-ENTRY OCCURS 24 TIMES.
009750         10  RN-NW-RUN-ID            PIC X(08).
009751         10  RN-NW-READ              PIC 9(07)  COMP.
009752         10  RN-NW-REJECTS           PIC 9(07)  COMP.
009753         10  RN-NW-EXTRACT           PIC 9(07)  COMP.
009754         10  RN-NW-LISTED            PIC 9(07)  COMP.
009755         10  RN-NW-BALANCED-SW       PIC X(01).
009756
009757 01  RN-FOLD-WINDOW.
009758     05  RN-FW-COUNT                 PIC 9(02)  COMP  VALUE ZERO.
009759     05  RN-FW-ENTRY OCCURS 24 TIMES.
009760         10  RN-FW-RUN-ID            PIC X(08).
009761         10  RN-FW-READ              PIC 9(07)  COMP.
009762         10  RN-FW-REJECTS           PIC 9(07)  COMP.
009763         10  RN-FW-EXTRACT           PIC 9(07)  COMP.
009764         10  RN-FW-LISTED            PIC 9(07)  COMP.
009765         10  RN-FW-BALANCED-SW       PIC X(01).
009766             88  RN-FW-BALANCED              VALUE 'Y'.
009767
009800 COPY AUDITLN REPLACING
009900     ==AUDIT-TRAIL-LINE== BY ==RN-AUDIT-WORK-RECORD==
010000     LEADING ==AU-== BY ==RN-AU-==.
011500     05  RN-CNT-LABEL                PIC X(34) VALUE SPACES.
011600     05  RN-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
011700
011710 01  RN-INTRADAY-RUN-LINE.
011715     05  FILLER                      PIC X(13)
011720         VALUE 'INTRADAY RUN '.
011725     05  RN-INL-RUN-ID               PIC X(08) VALUE SPACES.
011730     05  FILLER                      PIC X(07) VALUE '  READ '.
011735     05  RN-INL-READ                 PIC ZZZ,ZZ9.
011740     05  FILLER                      PIC X(10) VALUE '  REJECTS '.
011745     05  RN-INL-REJECTS              PIC ZZZ,ZZ9.
011750     05  FILLER                      PIC X(10) VALUE '  EXTRACT '.
011755     05  RN-INL-EXTRACT              PIC ZZZ,ZZ9.
011760     05  FILLER                      PIC X(09) VALUE '  LISTED '.
011765     05  RN-INL-LISTED               PIC ZZZ,ZZ9.
011770     05  FILLER                      PIC X(02) VALUE SPACES.
011775     05  RN-INL-RESULT               PIC X(17) VALUE SPACES.
011780
011800 01  RN-REPORT-RESULT-LINE.
011900     05  RN-RSL-TEXT                 PIC X(60) VALUE SPACES.
011902
011904*----------------------------------------------------------------*
011906* RUN-CONTROL LEDGER WORK AREAS. THE LEDGER IS USED ONLY WHEN THE
011908* SCHEDULER PASSES A RUN ID ON THE PARM.
011910*----------------------------------------------------------------*
011912 01  RN-RUN-CONTROL.
011914     05  RN-RC-RUN-ID                PIC X(08)  VALUE SPACES.
011916     05  RN-RC-STEP-NAME             PIC X(08)  VALUE SPACES.
011918     05  RN-RC-AVAIL-SW              PIC X(01)  VALUE 'N'.
011920         88  RN-RC-AVAILABLE                     VALUE 'Y'.
011922     05  RN-RC-FOUND-SW              PIC X(01)  VALUE 'N'.
011924         88  RN-RC-FOUND                         VALUE 'Y'.
011926     05  RN-RC-DATE                  PIC X(08)  VALUE SPACES.
011928     05  RN-RC-TIME.
011930         10  RN-RC-HHMMSS            PIC X(06).
011932         10  FILLER                  PIC X(02).
011934
011936 01  RN-RC-SKIP-LINE.
011938     05  FILLER                      PIC X(05) VALUE 'STEP '.
011940     05  RN-SKP-STEP                 PIC X(08) VALUE SPACES.
011942     05  FILLER                      PIC X(27)
011944         VALUE ' ALREADY COMPLETED FOR RUN '.
011946     05  RN-SKP-RUN-ID               PIC X(08) VALUE SPACES.
011948     05  FILLER                      PIC X(04) VALUE ' ON '.
011950     05  RN-SKP-DATE                 PIC X(08) VALUE SPACES.
011952     05  FILLER                      PIC X(01) VALUE SPACE.
011954     05  RN-SKP-TIME                 PIC X(06) VALUE SPACES.
011956     05  FILLER                      PIC X(04) VALUE ' RC '.
011958     05  RN-SKP-RC                   PIC ZZZ9.
011960     05  FILLER                      PIC X(12)
011962         VALUE ' - NOT RERUN'.
011964
011966 01  RN-STEP-TIMING.
011968     05  RN-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
011970         88  RN-ST-AVAILABLE                     VALUE 'Y'.
011972     05  RN-ST-DATE                  PIC X(08)  VALUE SPACES.
011974     05  RN-ST-TIME.
011976         10  RN-ST-HHMMSS            PIC X(06).
011978         10  FILLER                  PIC X(02).
011988
011989 LINKAGE SECTION.
011990 01  RN-RUN-PARM.
011991     05  RN-PARM-LENGTH              PIC S9(04) COMP.
011992     05  RN-PARM-DATA.
011993         10  RN-PARM-RUN-ID          PIC X(08).
011994         10  RN-PARM-STEP-NAME       PIC X(08).
012000
012100 PROCEDURE DIVISION USING RN-RUN-PARM.
012200*----------------------------------------------------------------*
012300* 0000-MAINLINE - TOP LEVEL CONTROL
012400*----------------------------------------------------------------*
012700     PERFORM 2000-FIND-LAST-AUDIT THRU 2000-EXIT
012800         UNTIL RN-AUDIT-EOF.
012810     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
012820     PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT.
012860     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
012900     PERFORM 3000-COUNT-EXTRACT THRU 3000-EXIT
013000         UNTIL RN-EXTRACT-EOF.
013100     PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT
013200         UNTIL RN-REJECT-EOF.
013250     PERFORM 4500-COUNT-INTRADAY-OUTPUTS THRU 4500-EXIT.
013300     PERFORM 5000-BALANCE-THE-RUN THRU 5000-EXIT.
013350     PERFORM 5500-BALANCE-INTRADAY-RUNS THRU 5500-EXIT.
013400     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
013450     PERFORM 8150-WRITE-INTRADAY-REPORT THRU 8150-EXIT.
013500     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
013510     PERFORM 8700-RECORD-STEP-END THRU 8700-EXIT.
013550     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
013600     CLOSE AUDIT-FILE.
013700     CLOSE EXTRACT-FILE.
013800     CLOSE REJECT-FILE.
018420 1300-EXIT.
018430     EXIT.
018440
018450*----------------------------------------------------------------*
018456* 1700-CHECK-RUN-CONTROL - LOOK THIS STEP UP ON THE RUN-CONTROL
018462* LEDGER UNDER THE SCHEDULER'S RUN ID (PARM 1-8) AND STEP NAME
018468* (PARM 9-16, DEFAULT SOLRECON). A STEP THE LEDGER SHOWS COMPLETED
018474* FOR THIS RUN IS NOT RUN AGAIN ON A RESUBMIT - THE REPORT SAYS
018480* SO AND THE STEP ENDS RC 0. OTHERWISE THE STEP IS MARKED
018486* STARTED. NO RUN ID ON THE PARM, OR NO LEDGER, MEANS NO CHECK.
018492*----------------------------------------------------------------*
018498 1700-CHECK-RUN-CONTROL.
018504     IF RN-PARM-LENGTH > 7
018510         MOVE RN-PARM-RUN-ID TO RN-RC-RUN-ID
018516     END-IF.
018522     IF RN-PARM-LENGTH > 8
018528         MOVE RN-PARM-STEP-NAME TO RN-RC-STEP-NAME
018534     END-IF.
018540     IF RN-RC-RUN-ID = SPACES
018546         GO TO 1700-EXIT
018552     END-IF.
018558     IF RN-RC-STEP-NAME = SPACES
018564         MOVE 'SOLRECON' TO RN-RC-STEP-NAME
018570     END-IF.
018576     OPEN I-O RUNCTL-FILE.
018582     IF RN-RUNCTL-STATUS = '35'
018588         OPEN OUTPUT RUNCTL-FILE
018594         CLOSE RUNCTL-FILE
018600         OPEN I-O RUNCTL-FILE
018606     END-IF.
018612     IF RN-RUNCTL-STATUS NOT = '00'
018618         DISPLAY 'SOLRECON: RUNCTL NOT AVAILABLE - STATUS '
018624             RN-RUNCTL-STATUS
018630             ' - RESTART CHECK SKIPPED'
018636         GO TO 1700-EXIT
018642     END-IF.
018648     SET RN-RC-AVAILABLE TO TRUE.
018654     MOVE RN-RC-RUN-ID TO RL-RUN-ID.
018660     MOVE RN-RC-STEP-NAME TO RL-STEP-NAME.
018666     SET RN-RC-FOUND TO TRUE.
018672     READ RUNCTL-FILE
018678         INVALID KEY
018684             MOVE 'N' TO RN-RC-FOUND-SW
018690     END-READ.
018696     IF RN-RC-FOUND AND RL-STEP-COMPLETED
018702         PERFORM 1750-SKIP-COMPLETED-STEP THRU 1750-EXIT
018708     END-IF.
018714     IF RN-RC-FOUND
018720         DISPLAY 'SOLRECON: RUN ' RN-RC-RUN-ID ' STEP '
018726             RN-RC-STEP-NAME ' RESUBMITTED - ATTEMPT '
018732             RL-ATTEMPTS ' ENDED STATUS ' RL-STEP-STATUS
018738     ELSE
018744         MOVE SPACES TO RUNCTL-RECORD
018750         MOVE RN-RC-RUN-ID TO RL-RUN-ID
018756         MOVE RN-RC-STEP-NAME TO RL-STEP-NAME
018762         MOVE ZERO TO RL-RETURN-CODE
018768         MOVE ZERO TO RL-ATTEMPTS
018774     END-IF.
018780     MOVE 'SOLRECON' TO RL-PROGRAM-ID.
018786     SET RL-STEP-STARTED TO TRUE.
018792     ACCEPT RN-RC-DATE FROM DATE YYYYMMDD.
018798     ACCEPT RN-RC-TIME FROM TIME.
018804     MOVE RN-RC-DATE TO RL-START-DATE.
018810     MOVE RN-RC-HHMMSS TO RL-START-TIME.
018816     MOVE SPACES TO RL-END-DATE.
018822     MOVE SPACES TO RL-END-TIME.
018828     ADD 1 TO RL-ATTEMPTS.
018834     IF RN-RC-FOUND
018840         REWRITE RUNCTL-RECORD
018846     ELSE
018852         WRITE RUNCTL-RECORD
018858     END-IF.
018864     IF RN-RUNCTL-STATUS NOT = '00'
018870         DISPLAY 'SOLRECON: RUNCTL UPDATE FAILED - STATUS '
018876             RN-RUNCTL-STATUS ' - STEP NOT LEDGERED'
018882         MOVE 'N' TO RN-RC-AVAIL-SW
018888         CLOSE RUNCTL-FILE
018894     END-IF.
018900 1700-EXIT.
018906     EXIT.
018912
018918*----------------------------------------------------------------*
018924* 1750-SKIP-COMPLETED-STEP - THIS STEP ALREADY RAN TO COMPLETION
018930* UNDER THIS RUN ID. NOTHING IS READ OR UPDATED: THE REPORT SHOWS
018936* WHEN IT COMPLETED AND WITH WHAT RC, AND THE STEP ENDS RC 0.
018942*----------------------------------------------------------------*
018948 1750-SKIP-COMPLETED-STEP.
018954     MOVE RL-STEP-NAME TO RN-SKP-STEP.
018960     MOVE RL-RUN-ID TO RN-SKP-RUN-ID.
018966     MOVE RL-END-DATE TO RN-SKP-DATE.
018972     MOVE RL-END-TIME TO RN-SKP-TIME.
018978     MOVE RL-RETURN-CODE TO RN-SKP-RC.
018984     WRITE REPORT-LINE FROM RN-RC-SKIP-LINE.
018990     DISPLAY 'SOLRECON: RUN ' RL-RUN-ID ' STEP ' RL-STEP-NAME
018996         ' ALREADY COMPLETED - NOT RERUN'.
019002     CLOSE RUNCTL-FILE.
019008     CLOSE REPORT-FILE.
019014     CLOSE AUDIT-FILE.
019020     CLOSE EXTRACT-FILE.
019026     CLOSE REJECT-FILE.
019032     MOVE 0 TO RETURN-CODE.
019038     STOP RUN.
019044 1750-EXIT.
019050     EXIT.
019056
019062*----------------------------------------------------------------*
019068* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
019074* STEP TIMING LOG UNDER THE RUN ID AND STEP NAME, STAMPED WITH ITS
019080* START TIME, FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR
019086* NO LOG, MEANS THE STEP IS NOT TIMED; THE RUN GOES ON EITHER WAY.
019092*----------------------------------------------------------------*
019098 1800-START-STEP-TIMING.
019104     IF RN-RC-RUN-ID = SPACES
019110         GO TO 1800-EXIT
019116     END-IF.
019122     OPEN I-O STEPTIME-FILE.
019128     IF RN-STEPTIME-STATUS = '35'
019134         OPEN OUTPUT STEPTIME-FILE
019140         CLOSE STEPTIME-FILE
019146         OPEN I-O STEPTIME-FILE
019152     END-IF.
019158     IF RN-STEPTIME-STATUS NOT = '00'
019164         DISPLAY 'SOLRECON: STEPTIME NOT AVAILABLE - STATUS '
019170             RN-STEPTIME-STATUS ' - STEP NOT TIMED'
019176         GO TO 1800-EXIT
019182     END-IF.
019188     MOVE SPACES TO STEPTIM-RECORD.
019194     MOVE RN-RC-RUN-ID TO TL-RUN-ID.
019200     MOVE RN-RC-STEP-NAME TO TL-STEP-NAME.
019206     ACCEPT RN-ST-DATE FROM DATE YYYYMMDD.
019212     ACCEPT RN-ST-TIME FROM TIME.
019218     MOVE RN-ST-DATE TO TL-START-DATE.
019224     MOVE RN-ST-HHMMSS TO TL-START-TIME.
019230     MOVE 'SOLRECON' TO TL-PROGRAM-ID.
019236     SET TL-STEP-RUNNING TO TRUE.
019242     MOVE ZERO TO TL-RECORDS-IN.
019248     MOVE ZERO TO TL-RECORDS-OUT.
019254     MOVE ZERO TO TL-RETURN-CODE.
019260     WRITE STEPTIM-RECORD.
019266     IF RN-STEPTIME-STATUS NOT = '00'
019272         DISPLAY 'SOLRECON: STEPTIME WRITE FAILED - STATUS '
019278             RN-STEPTIME-STATUS ' - STEP NOT TIMED'
019284         CLOSE STEPTIME-FILE
019290         GO TO 1800-EXIT
019296     END-IF.
019302     SET RN-ST-AVAILABLE TO TRUE.
019308 1800-EXIT.
019314     EXIT.
019320
019326*----------------------------------------------------------------*
019332* 2000-FIND-LAST-AUDIT - THE AUDIT FILE ACCUMULATES ONE LINE
019338* PER RUN. WITH A RUN ID CARD, THE LAST LINE STAMPED WITH THAT
019344* ID IS THE RUN TO BALANCE; WITHOUT ONE, THE LAST LINE ON THE
019350* FILE IS TAKEN AS TONIGHT'S AND ITS RUN ID DRIVES THE COUNTS.
019356*----------------------------------------------------------------*
019362 2000-FIND-LAST-AUDIT.
019368     READ AUDIT-FILE
019374         AT END
019380             SET RN-AUDIT-EOF TO TRUE
019386             IF RN-AUDIT-FOUND AND NOT RN-RUN-SELECTED
019392                 MOVE RN-AU-RUN-ID TO RN-WANTED-RUN-ID
019398             END-IF
019404         NOT AT END
019410             MOVE AUDIT-LINE TO RN-AUDIT-SCAN-RECORD
019416             MOVE 'N' TO RN-LINE-SELECTED-SW
019422             IF NOT RN-RUN-SELECTED
019428                 OR RN-SC-RUN-ID = RN-WANTED-RUN-ID
019434                 MOVE RN-AUDIT-SCAN-RECORD
019440                     TO RN-AUDIT-WORK-RECORD
019446                 SET RN-AUDIT-FOUND TO TRUE
019452                 SET RN-LINE-SELECTED TO TRUE
019458             END-IF
019464             PERFORM 2100-TRACK-INTRADAY-WINDOW THRU 2100-EXIT
019470     END-READ.
019476 2000-EXIT.
019482     EXIT.
019488
019602*----------------------------------------------------------------*
019603* 2100-TRACK-INTRADAY-WINDOW - KEEP THE INTRADAY RUNS EACH NIGHT
019604* FOLDS IN (SEE THE WINDOW TABLES). A TARGETED RERUN NEITHER
019605* FOLDS NOR CLOSES A WINDOW.
019606*----------------------------------------------------------------*
019607 2100-TRACK-INTRADAY-WINDOW.
019608     IF RN-SC-TARGETED-RUN
019609         IF RN-LINE-SELECTED
019610             MOVE ZERO TO RN-FW-COUNT
019611         END-IF
019612         GO TO 2100-EXIT
019613     END-IF.
019614     IF RN-SC-INTRADAY-RUN
019615         IF RN-LINE-SELECTED
019616             MOVE ZERO TO RN-FW-COUNT
019617         END-IF
019618         PERFORM 2150-ADD-PENDING-RUN THRU 2150-EXIT
019619         GO TO 2100-EXIT
019620     END-IF.
019621     IF RN-SC-RUN-ID NOT = RN-LAST-NIGHT-RUN-ID
019622         MOVE ZERO TO RN-NW-COUNT
019623         MOVE RN-SC-RUN-ID TO RN-LAST-NIGHT-RUN-ID
019624     END-IF.
019625     PERFORM 2160-ADD-TO-NIGHT-WINDOW THRU 2160-EXIT
019626         VARYING RN-SX FROM 1 BY 1
019627         UNTIL RN-SX > RN-PW-COUNT.
019628     MOVE ZERO TO RN-PW-COUNT.
019629     IF RN-LINE-SELECTED
019630         MOVE RN-NIGHT-WINDOW TO RN-FOLD-WINDOW
019631     END-IF.
019632 2100-EXIT.
019633     EXIT.
019634
019635*----------------------------------------------------------------*
019636* 2150-ADD-PENDING-RUN - PUT AN INTRADAY LINE'S COUNTS ON THE
019637* PENDING WINDOW, OVER AN EARLIER LINE FOR THE SAME RUN ID
019638*----------------------------------------------------------------*
019639 2150-ADD-PENDING-RUN.
019640     MOVE ZERO TO RN-WX.
019641     PERFORM 2155-MATCH-ONE-PENDING THRU 2155-EXIT
019642         VARYING RN-SX FROM 1 BY 1
019643         UNTIL RN-SX > RN-PW-COUNT.
019644     IF RN-WX = 0
019645         IF RN-PW-COUNT >= RN-WINDOW-MAX
019646             DISPLAY 'SOLRECON: MORE THAN ' RN-WINDOW-MAX
019647                 ' INTRADAY RUNS IN ONE NIGHT - RUN '
019648                 RN-SC-RUN-ID ' NOT FOLDED IN'
019649             GO TO 2150-EXIT
019650         END-IF
019651         ADD 1 TO RN-PW-COUNT
019652         MOVE RN-PW-COUNT TO RN-WX
019653     END-IF.
019654     MOVE RN-SC-RUN-ID TO RN-PW-RUN-ID(RN-WX).
019655     MOVE RN-SC-READ-X TO RN-PARSE-FIELD.
019656     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
019657     MOVE RN-PARSE-VALUE TO RN-PW-READ(RN-WX).
019658     MOVE RN-SC-REJECTS-X TO RN-PARSE-FIELD.
019659     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
019660     MOVE RN-PARSE-VALUE TO RN-PW-REJECTS(RN-WX).
019661     MOVE ZERO TO RN-PW-EXTRACT(RN-WX).
019662     MOVE ZERO TO RN-PW-LISTED(RN-WX).
019663     MOVE 'Y' TO RN-PW-BALANCED-SW(RN-WX).
019664 2150-EXIT.
019665     EXIT.
019666
019667 2155-MATCH-ONE-PENDING.
019668     IF RN-PW-RUN-ID(RN-SX) = RN-SC-RUN-ID
019669         MOVE RN-SX TO RN-WX
019670     END-IF.
019671 2155-EXIT.
019672     EXIT.
019673
019674 2160-ADD-TO-NIGHT-WINDOW.
019675     IF RN-NW-COUNT >= RN-WINDOW-MAX
019676         DISPLAY 'SOLRECON: MORE THAN ' RN-WINDOW-MAX
019677             ' INTRADAY RUNS IN ONE NIGHT - RUN '
019678             RN-PW-RUN-ID(RN-SX) ' NOT FOLDED IN'
019679         GO TO 2160-EXIT
019680     END-IF.
019681     ADD 1 TO RN-NW-COUNT.
019682     MOVE RN-PW-ENTRY(RN-SX) TO RN-NW-ENTRY(RN-NW-COUNT).
019683 2160-EXIT.
019684     EXIT.
019700
019800*----------------------------------------------------------------*
019900* 3000-COUNT-EXTRACT - COUNT THE EXTRACT RECORDS THE SELECTED
022000     END-READ.
022100 4000-EXIT.
022200     EXIT.
022201
022202*----------------------------------------------------------------*
022203* 4500-COUNT-INTRADAY-OUTPUTS - WHEN TONIGHT FOLDS IN INTRADAY
022204* RUNS, COUNT EACH ONE'S EXTRACT RECORDS AND REJECT LINES FROM
022205* THE INTRADAY GENERATIONS, MATCHED ON THE STAMPED RUN ID. A
022206* MISSING DATASET COUNTS AS EMPTY AND THE RUN WILL NOT BALANCE.
022207*----------------------------------------------------------------*
022208 4500-COUNT-INTRADAY-OUTPUTS.
022209     IF RN-FW-COUNT = 0
022210         GO TO 4500-EXIT
022211     END-IF.
022212     OPEN INPUT INTRA-EXTRACT-FILE.
022213     IF RN-IXT-STATUS NOT = '00' AND RN-IXT-STATUS NOT = '05'
022214         DISPLAY 'SOLRECON: IXTFILE OPEN FAILED - STATUS '
022215             RN-IXT-STATUS
022216         MOVE 16 TO RETURN-CODE
022217         STOP RUN
022218     END-IF.
022219     OPEN INPUT INTRA-REJECT-FILE.
022220     IF RN-IRJ-STATUS NOT = '00' AND RN-IRJ-STATUS NOT = '05'
022221         DISPLAY 'SOLRECON: IRJFILE OPEN FAILED - STATUS '
022222             RN-IRJ-STATUS
022223         MOVE 16 TO RETURN-CODE
022224         STOP RUN
022225     END-IF.
022226     PERFORM 4510-COUNT-INTRA-EXTRACT THRU 4510-EXIT
022227         UNTIL RN-IXT-EOF.
022228     PERFORM 4520-COUNT-INTRA-REJECT THRU 4520-EXIT
022229         UNTIL RN-IRJ-EOF.
022230     CLOSE INTRA-EXTRACT-FILE.
022231     CLOSE INTRA-REJECT-FILE.
022232 4500-EXIT.
022233     EXIT.
022234
022235 4510-COUNT-INTRA-EXTRACT.
022236     READ INTRA-EXTRACT-FILE
022237         AT END
022238             SET RN-IXT-EOF TO TRUE
022239             GO TO 4510-EXIT
022240     END-READ.
022241     MOVE IX-RUN-ID TO RN-FIND-RUN-ID.
022242     PERFORM 4550-FIND-FOLD-RUN THRU 4550-EXIT.
022243     IF RN-WX > 0
022244         ADD 1 TO RN-FW-EXTRACT(RN-WX)
022245     END-IF.
022246 4510-EXIT.
022247     EXIT.
022248
022249 4520-COUNT-INTRA-REJECT.
022250     READ INTRA-REJECT-FILE
022251         AT END
022252             SET RN-IRJ-EOF TO TRUE
022253             GO TO 4520-EXIT
022254     END-READ.
022255     MOVE IR-RUN-ID TO RN-FIND-RUN-ID.
022256     PERFORM 4550-FIND-FOLD-RUN THRU 4550-EXIT.
022257     IF RN-WX > 0
022258         ADD 1 TO RN-FW-LISTED(RN-WX)
022259     END-IF.
022260 4520-EXIT.
022261     EXIT.
022262
022263 4550-FIND-FOLD-RUN.
022264     MOVE ZERO TO RN-WX.
022265     PERFORM 4560-MATCH-ONE-FOLD-RUN THRU 4560-EXIT
022266         VARYING RN-SX FROM 1 BY 1
022267         UNTIL RN-SX > RN-FW-COUNT.
022268 4550-EXIT.
022269     EXIT.
022270
022271 4560-MATCH-ONE-FOLD-RUN.
022272     IF RN-FW-RUN-ID(RN-SX) = RN-FIND-RUN-ID
022273         MOVE RN-SX TO RN-WX
022274     END-IF.
022275 4560-EXIT.
022276     EXIT.
022300
022400*----------------------------------------------------------------*
022500* 5000-BALANCE-THE-RUN - RECORDS READ PER THE AUDIT TRAIL MUST
024700     END-IF.
024800 5000-EXIT.
024900     EXIT.
024901
024902*----------------------------------------------------------------*
024903* 5500-BALANCE-INTRADAY-RUNS - THE SAME READ = EXTRACT + REJECTS
024904* PROOF FOR EACH INTRADAY RUN FOLDED IN, ON ITS OWN OUTPUTS, SO
024905* NOTHING IS COUNTED AGAINST TONIGHT'S RUN AS WELL
024906*----------------------------------------------------------------*
024907 5500-BALANCE-INTRADAY-RUNS.
024908     PERFORM 5510-BALANCE-ONE-INTRADAY THRU 5510-EXIT
024909         VARYING RN-SX FROM 1 BY 1
024910         UNTIL RN-SX > RN-FW-COUNT.
024911 5500-EXIT.
024912     EXIT.
024913
024914 5510-BALANCE-ONE-INTRADAY.
024915     MOVE 'Y' TO RN-FW-BALANCED-SW(RN-SX).
024916     ADD RN-FW-EXTRACT(RN-SX) RN-FW-LISTED(RN-SX)
024917         GIVING RN-INTRA-OUTPUT.
024918     IF RN-FW-READ(RN-SX) NOT = RN-INTRA-OUTPUT
024919         MOVE 'N' TO RN-FW-BALANCED-SW(RN-SX)
024920     END-IF.
024921     IF RN-FW-REJECTS(RN-SX) NOT = RN-FW-LISTED(RN-SX)
024922         MOVE 'N' TO RN-FW-BALANCED-SW(RN-SX)
024923     END-IF.
024924     IF NOT RN-FW-BALANCED(RN-SX)
024925         SET RN-INTRA-OUT-OF-BALANCE TO TRUE
024926     END-IF.
024927     ADD RN-FW-READ(RN-SX) TO RN-INTRA-READ-TOTAL.
024928     ADD RN-FW-REJECTS(RN-SX) TO RN-INTRA-REJECT-TOTAL.
024929 5510-EXIT.
024930     EXIT.
025000
025100*----------------------------------------------------------------*
025200* 8100-WRITE-REPORT - COUNTS AND THE BALANCE RESULT
025300*----------------------------------------------------------------*
025400 8100-WRITE-REPORT.
025405     IF RN-AUDIT-FOUND
025410         MOVE SPACES TO RN-RSL-TEXT
025415         IF RN-AU-CHANGED-ONLY
025420             STRING 'MODE: CHANGED RECORDS ONLY '
025425                 '(READ = CHANGED TONIGHT)'
025430                 DELIMITED BY SIZE INTO RN-RSL-TEXT
025435         ELSE
025440             IF RN-AU-TARGETED-RUN
025445                 MOVE 'MODE: TARGETED SENDER RERUN' TO RN-RSL-TEXT
025450             ELSE
025455                 STRING 'MODE: FULL PASS '
025460                     '(READ = EVERY RECORD ON FILE)'
025465                     DELIMITED BY SIZE INTO RN-RSL-TEXT
025470             END-IF
025475         END-IF
025476         IF RN-AU-INTRADAY-RUN
025477             MOVE SPACES TO RN-RSL-TEXT
025478             STRING 'MODE: INTRADAY URGENT FEED '
025479                 '(READ = URGENT KEYS APPLIED)'
025480                 DELIMITED BY SIZE INTO RN-RSL-TEXT
025481         END-IF
025482         WRITE REPORT-LINE FROM RN-REPORT-RESULT-LINE
025485     END-IF.
025500     MOVE 'RECORDS READ PER AUDIT TRAIL:' TO RN-CNT-LABEL.
025600     MOVE RN-AUDIT-READ-COUNT TO RN-CNT-VALUE.
025700     WRITE REPORT-LINE FROM RN-REPORT-COUNT-LINE.
027600     WRITE REPORT-LINE FROM RN-REPORT-RESULT-LINE.
027700 8100-EXIT.
027800     EXIT.
027801
027802*----------------------------------------------------------------*
027803* 8150-WRITE-INTRADAY-REPORT - ONE LINE PER INTRADAY RUN FOLDED
027804* INTO TONIGHT, THEN THEIR TOTALS AND THE COMBINED RESULT
027805*----------------------------------------------------------------*
027806 8150-WRITE-INTRADAY-REPORT.
027807     MOVE 'INTRADAY RUNS FOLDED IN:' TO RN-CNT-LABEL.
027808     MOVE RN-FW-COUNT TO RN-CNT-VALUE.
027809     WRITE REPORT-LINE FROM RN-REPORT-COUNT-LINE.
027810     IF RN-FW-COUNT = 0
027811         GO TO 8150-EXIT
027812     END-IF.
027813     PERFORM 8160-WRITE-ONE-INTRADAY THRU 8160-EXIT
027814         VARYING RN-SX FROM 1 BY 1
027815         UNTIL RN-SX > RN-FW-COUNT.
027816     MOVE 'INTRADAY RECORDS READ:' TO RN-CNT-LABEL.
027817     MOVE RN-INTRA-READ-TOTAL TO RN-CNT-VALUE.
027818     WRITE REPORT-LINE FROM RN-REPORT-COUNT-LINE.
027819     MOVE 'INTRADAY REJECTS:' TO RN-CNT-LABEL.
027820     MOVE RN-INTRA-REJECT-TOTAL TO RN-CNT-VALUE.
027821     WRITE REPORT-LINE FROM RN-REPORT-COUNT-LINE.
027822     IF RN-INTRA-BALANCED
027823         MOVE 'INTRADAY RUNS ARE IN BALANCE' TO RN-RSL-TEXT
027824     ELSE
027825         MOVE '** INTRADAY RUN OUT OF BALANCE - HOLD THE FEED **'
027826             TO RN-RSL-TEXT
027827     END-IF.
027828     WRITE REPORT-LINE FROM RN-REPORT-RESULT-LINE.
027829 8150-EXIT.
027830     EXIT.
027831
027832 8160-WRITE-ONE-INTRADAY.
027833     MOVE RN-FW-RUN-ID(RN-SX) TO RN-INL-RUN-ID.
027834     MOVE RN-FW-READ(RN-SX) TO RN-INL-READ.
027835     MOVE RN-FW-REJECTS(RN-SX) TO RN-INL-REJECTS.
027836     MOVE RN-FW-EXTRACT(RN-SX) TO RN-INL-EXTRACT.
027837     MOVE RN-FW-LISTED(RN-SX) TO RN-INL-LISTED.
027838     IF RN-FW-BALANCED(RN-SX)
027839         MOVE 'IN BALANCE' TO RN-INL-RESULT
027840     ELSE
027841         MOVE 'OUT OF BALANCE' TO RN-INL-RESULT
027842     END-IF.
027843     WRITE REPORT-LINE FROM RN-INTRADAY-RUN-LINE.
027844 8160-EXIT.
027845     EXIT.
027900
028000*----------------------------------------------------------------*
028100* 8200-SET-RETURN-CODE - RC 8 STOPS THE DOWNSTREAM TRANSMISSION
028110* WHEN TONIGHT'S RUN OR ANY INTRADAY RUN FOLDED IN IS OUT OF
028120* BALANCE
028200*----------------------------------------------------------------*
028300 8200-SET-RETURN-CODE.
028400     IF RN-BALANCED AND RN-INTRA-BALANCED
028500         MOVE 0 TO RETURN-CODE
028600     ELSE
028700         MOVE 8 TO RETURN-CODE
028900 8200-EXIT.
029000     EXIT.
029100
029101*----------------------------------------------------------------*
029102* 8700-RECORD-STEP-END - STAMP THE LEDGER WITH THE END TIME AND
029103* THE STEP RC. BELOW RC 8 THE STEP IS COMPLETED AND A RESUBMIT
029104* PASSES OVER IT; RC 8 OR OVER IS FAILED AND IT RUNS AGAIN.
029105*----------------------------------------------------------------*
029106 8700-RECORD-STEP-END.
029107     IF NOT RN-RC-AVAILABLE
029108         GO TO 8700-EXIT
029109     END-IF.
029110     ACCEPT RN-RC-DATE FROM DATE YYYYMMDD.
029111     ACCEPT RN-RC-TIME FROM TIME.
029112     MOVE RN-RC-DATE TO RL-END-DATE.
029113     MOVE RN-RC-HHMMSS TO RL-END-TIME.
029114     MOVE RETURN-CODE TO RL-RETURN-CODE.
029115     IF RETURN-CODE < 8
029116         SET RL-STEP-COMPLETED TO TRUE
029117     ELSE
029118         SET RL-STEP-FAILED TO TRUE
029119     END-IF.
029120     REWRITE RUNCTL-RECORD.
029121     IF RN-RUNCTL-STATUS NOT = '00'
029122         DISPLAY 'SOLRECON: RUNCTL UPDATE FAILED - STATUS '
029123             RN-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
029124     END-IF.
029125     CLOSE RUNCTL-FILE.
029126 8700-EXIT.
029127     EXIT.
029128
029129*----------------------------------------------------------------*
029130* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
029131* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
029132*----------------------------------------------------------------*
029133 8800-END-STEP-TIMING.
029134     IF NOT RN-ST-AVAILABLE
029135         GO TO 8800-EXIT
029136     END-IF.
029137     ACCEPT RN-ST-DATE FROM DATE YYYYMMDD.
029138     ACCEPT RN-ST-TIME FROM TIME.
029139     MOVE RN-ST-DATE TO TL-END-DATE.
029140     MOVE RN-ST-HHMMSS TO TL-END-TIME.
029141     MOVE RN-OUTPUT-TOTAL TO TL-RECORDS-IN.
029142     MOVE ZERO TO TL-RECORDS-OUT.
029143     MOVE RETURN-CODE TO TL-RETURN-CODE.
029144     SET TL-STEP-ENDED TO TRUE.
029145     REWRITE STEPTIM-RECORD.
029146     IF RN-STEPTIME-STATUS NOT = '00'
029147         DISPLAY 'SOLRECON: STEPTIME UPDATE FAILED - STATUS '
029148             RN-STEPTIME-STATUS ' - STEP END NOT TIMED'
029149     END-IF.
029150     CLOSE STEPTIME-FILE.
029151 8800-EXIT.
029152     EXIT.
029153
029200*----------------------------------------------------------------*
029300* 9200-EXTRACT-COUNT - PULL THE DIGITS OUT OF A PRINT-EDITED
029400* COUNT FIELD (LEADING BLANKS AND INSERTED COMMAS IGNORED)

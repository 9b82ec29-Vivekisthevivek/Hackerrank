001860*                    LAYOUT) BY EFFECTIVE DATE; THE BUILT-IN
001870*                    VALUES STAND, WITH A REPORT NOTE, WHEN
001880*                    THE FILE OR PARAMETER IS MISSING.
001882*  10/15/2026  RTH   NORMS BUILT ONLY FROM PRIOR RUNS OF THE
001884*                    SAME PROCESSING MODE AS TONIGHT, SO A
001886*                    CHANGED-RECORDS-ONLY WEEKNIGHT IS NOT
001888*                    JUDGED AGAINST WEEKEND FULL-PASS VOLUMES
001890*                    (OR THE REVERSE). A BLANK MODE ON AN OLD
001892*                    AUDIT LINE COUNTS AS A FULL PASS.
001893*  10/15/2026  RTH   RUN-CONTROL LEDGER (RUNCTL, RUNCTL LAYOUT).
001894*                    WITH A RUN ID ON THE PARM (1-8, STEP NAME
001895*                    9-16) THE STEP MARKS ITSELF STARTED AND THEN
001896*                    COMPLETED OR FAILED WITH ITS RC; A RESUBMIT
001897*                    UNDER THE SAME RUN ID SKIPS A COMPLETED STEP
001898*                    AND SAYS SO ON THE REPORT.
001918*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
001938*                    WITH A RUN ID ON THE PARM THE STEP LOGS ITS
001958*                    START TIME, THEN ITS END TIME, RECORD COUNTS,
001978*                    AND RC, FOR THE SOLTIME BATCH-WINDOW REPORT.
001980*  10/15/2026  RTH   INTRADAY URGENT-FEED RUNS (MODE I AUDIT
001982*                    LINES) ARE NOT JUDGED AS RUNS OF THEIR OWN.
001984*                    A CHANGED-RECORDS NIGHT ABSORBS THE READS
001986*                    AND REJECTS OF THE INTRADAY RUNS SINCE THE
001988*                    NIGHT BEFORE IT; A FULL PASS RE-READS THOSE
001990*                    RECORDS ITSELF, SO NOTHING IS ADDED TWICE.
001999*----------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
003150         ACCESS MODE IS DYNAMIC
003160         RECORD KEY IS OC-KEY
003170         FILE STATUS IS SA-OPS-STATUS.
003172
003176     SELECT RUNCTL-FILE
003180         ASSIGN TO RUNCTL
003184         ORGANIZATION IS INDEXED
003188         ACCESS MODE IS RANDOM
003192         RECORD KEY IS RL-KEY
003196         FILE STATUS IS SA-RUNCTL-STATUS.
003200
003210     SELECT STEPTIME-FILE
003220         ASSIGN TO STEPTIME
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS RANDOM
003250         RECORD KEY IS TL-KEY
003260         FILE STATUS IS SA-STEPTIME-STATUS.
003270
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  AUDIT-FILE
004330     RECORD CONTAINS 60 CHARACTERS
004340     LABEL RECORDS ARE STANDARD.
004350 COPY OPSCTL.
004355
004360 FD  RUNCTL-FILE
004365     RECORD CONTAINS 80 CHARACTERS
004370     LABEL RECORDS ARE STANDARD.
004375 COPY RUNCTL.
004379
004383 FD  STEPTIME-FILE
004387     RECORD CONTAINS 100 CHARACTERS
004391     LABEL RECORDS ARE STANDARD.
004395 COPY STEPTIM.
004400
004500 WORKING-STORAGE SECTION.
004600 01  SA-SWITCHES.
005300     05  SA-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
005400     05  SA-REPORT-STATUS            PIC X(02)  VALUE SPACES.
005410     05  SA-OPS-STATUS               PIC X(02)  VALUE SPACES.
005420     05  SA-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
005460     05  SA-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
005500
005600*----------------------------------------------------------------*
005700* THE LAST TEN RUNS, OLDEST FIRST. ENTRY SA-RUN-COUNT IS TONIGHT;
006500         10  SA-RUN-READ             PIC 9(07)  COMP.
006600         10  SA-RUN-REJECTS          PIC 9(07)  COMP.
006700         10  SA-RUN-RC               PIC 9(03)  COMP.
006750         10  SA-RUN-MODE             PIC X(01).
006760         10  SA-RUN-INTRA-RUNS       PIC 9(02)  COMP.
006770         10  SA-RUN-INTRA-READ       PIC 9(07)  COMP.
006800
006900 77  SA-MIN-HISTORY                  PIC 9(02)  COMP  VALUE 3.
007000 77  SA-SWING-PCT                    PIC 9(03)  COMP  VALUE 50.
007300 01  SA-ANALYSIS-WORK.
007400     05  SA-IDX                      PIC 9(02)  COMP  VALUE ZERO.
007500     05  SA-PRIOR-RUNS               PIC 9(02)  COMP  VALUE ZERO.
007550     05  SA-PRIOR-SLOTS              PIC 9(02)  COMP  VALUE ZERO.
007600     05  SA-PRIOR-READ-TOTAL         PIC 9(09)  COMP  VALUE ZERO.
007700     05  SA-PRIOR-REJ-TOTAL          PIC 9(09)  COMP  VALUE ZERO.
007800     05  SA-AVG-READ                 PIC 9(07)  COMP  VALUE ZERO.
008100     05  SA-SWING-LOW                PIC 9(07)  COMP  VALUE ZERO.
008200     05  SA-SWING-HIGH               PIC 9(09)  COMP  VALUE ZERO.
008300
008305*----------------------------------------------------------------*
008310* INTRADAY URGENT-FEED RUNS WAITING FOR THE NEXT NIGHTLY LINE,
008315* AND THE TOTALS OF THOSE THE CURRENT NIGHT TOOK OVER (A RERUN
008320* UNDER THE SAME RUN ID KEEPS THE NIGHT'S TOTALS). THE SAME
008325* INTRADAY RUN ID SEEN TWICE (A RESUBMIT) KEEPS ITS LATEST LINE.
008330*----------------------------------------------------------------*
008335 01  SA-INTRADAY-WORK.
008340     05  SA-PEND-COUNT               PIC 9(02)  COMP  VALUE ZERO.
008345     05  SA-PEND-MAX                 PIC 9(02)  COMP  VALUE 24.
008350     05  SA-PX                       PIC 9(02)  COMP  VALUE ZERO.
008355     05  SA-WX                       PIC 9(02)  COMP  VALUE ZERO.
008360     05  SA-NIGHT-RUNS               PIC 9(02)  COMP  VALUE ZERO.
008365     05  SA-NIGHT-READ               PIC 9(07)  COMP  VALUE ZERO.
008370     05  SA-NIGHT-REJECTS            PIC 9(07)  COMP  VALUE ZERO.
008375     05  SA-LAST-NIGHT-RUN-ID        PIC X(08)  VALUE HIGH-VALUES.
008380     05  SA-PEND-ENTRY OCCURS 24 TIMES.
008385         10  SA-PEND-RUN-ID          PIC X(08).
008390         10  SA-PEND-READ            PIC 9(07)  COMP.
008395         10  SA-PEND-REJECTS         PIC 9(07)  COMP.
008398
008400 01  SA-PARSE-WORK.
008500     05  SA-PARSE-FIELD              PIC X(11)  VALUE SPACES.
008600     05  SA-PARSE-VALUE              PIC 9(07)  COMP  VALUE ZERO.
011000 01  SA-REPORT-STAT-LINE.
011100     05  SA-STA-LABEL                PIC X(30) VALUE SPACES.
011200     05  SA-STA-VALUE                PIC ZZZ,ZZZ,ZZ9.
011202
011204*----------------------------------------------------------------*
011206* RUN-CONTROL LEDGER WORK AREAS. THE LEDGER IS USED ONLY WHEN THE
011208* SCHEDULER PASSES A RUN ID ON THE PARM.
011210*----------------------------------------------------------------*
011212 01  SA-RUN-CONTROL.
011214     05  SA-RC-RUN-ID                PIC X(08)  VALUE SPACES.
011216     05  SA-RC-STEP-NAME             PIC X(08)  VALUE SPACES.
011218     05  SA-RC-AVAIL-SW              PIC X(01)  VALUE 'N'.
011220         88  SA-RC-AVAILABLE                     VALUE 'Y'.
011222     05  SA-RC-FOUND-SW              PIC X(01)  VALUE 'N'.
011224         88  SA-RC-FOUND                         VALUE 'Y'.
011226     05  SA-RC-DATE                  PIC X(08)  VALUE SPACES.
011228     05  SA-RC-TIME.
011230         10  SA-RC-HHMMSS            PIC X(06).
011232         10  FILLER                  PIC X(02).
011234
011236 01  SA-RC-SKIP-LINE.
011238     05  FILLER                      PIC X(05) VALUE 'STEP '.
011240     05  SA-SKP-STEP                 PIC X(08) VALUE SPACES.
011242     05  FILLER                      PIC X(27)
011244         VALUE ' ALREADY COMPLETED FOR RUN '.
011246     05  SA-SKP-RUN-ID               PIC X(08) VALUE SPACES.
011248     05  FILLER                      PIC X(04) VALUE ' ON '.
011250     05  SA-SKP-DATE                 PIC X(08) VALUE SPACES.
011252     05  FILLER                      PIC X(01) VALUE SPACE.
011254     05  SA-SKP-TIME                 PIC X(06) VALUE SPACES.
011256     05  FILLER                      PIC X(04) VALUE ' RC '.
011258     05  SA-SKP-RC                   PIC ZZZ9.
011260     05  FILLER                      PIC X(12)
011262         VALUE ' - NOT RERUN'.
011264
011266 01  SA-STEP-TIMING.
011268     05  SA-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
011270         88  SA-ST-AVAILABLE                     VALUE 'Y'.
011272     05  SA-ST-DATE                  PIC X(08)  VALUE SPACES.
011274     05  SA-ST-TIME.
011276         10  SA-ST-HHMMSS            PIC X(06).
011278         10  FILLER                  PIC X(02).
011288
011289 LINKAGE SECTION.
011290 01  SA-RUN-PARM.
011291     05  SA-PARM-LENGTH              PIC S9(04) COMP.
011292     05  SA-PARM-DATA.
011293         10  SA-PARM-RUN-ID          PIC X(08).
011294         10  SA-PARM-STEP-NAME       PIC X(08).
011300
011400 PROCEDURE DIVISION USING SA-RUN-PARM.
011500*----------------------------------------------------------------*
011600* 0000-MAINLINE - TOP LEVEL CONTROL
011700*----------------------------------------------------------------*
012100         UNTIL SA-AUDIT-EOF.
012200     PERFORM 3000-ANALYZE-TONIGHT THRU 3000-EXIT.
012300     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
012310     PERFORM 8700-RECORD-STEP-END THRU 8700-EXIT.
012350     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
012400     CLOSE AUDIT-FILE.
012500     CLOSE REPORT-FILE.
012600     STOP RUN.
015000         INTO SA-HDR-DATE.
015050     MOVE SA-CURRENT-DATE TO SA-PROCESS-DATE.
015100     WRITE REPORT-LINE FROM SA-REPORT-HEADER-LINE.
015105     PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT.
015107     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
015110     PERFORM 1400-GET-CONTROL-VALUES THRU 1400-EXIT.
015200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
015300 1000-EXIT.
015592     EXIT.
015594
015596
015598*----------------------------------------------------------------*
015600* 1700-CHECK-RUN-CONTROL - LOOK THIS STEP UP ON THE RUN-CONTROL
015602* LEDGER UNDER THE SCHEDULER'S RUN ID (PARM 1-8) AND STEP NAME
015604* (PARM 9-16, DEFAULT SOLALERT). A STEP THE LEDGER SHOWS COMPLETED
015606* FOR THIS RUN IS NOT RUN AGAIN ON A RESUBMIT - THE REPORT SAYS
015608* SO AND THE STEP ENDS RC 0. OTHERWISE THE STEP IS MARKED
015610* STARTED. NO RUN ID ON THE PARM, OR NO LEDGER, MEANS NO CHECK.
015612*----------------------------------------------------------------*
015614 1700-CHECK-RUN-CONTROL.
015616     IF SA-PARM-LENGTH > 7
015618         MOVE SA-PARM-RUN-ID TO SA-RC-RUN-ID
015620     END-IF.
015622     IF SA-PARM-LENGTH > 8
015624         MOVE SA-PARM-STEP-NAME TO SA-RC-STEP-NAME
015626     END-IF.
015628     IF SA-RC-RUN-ID = SPACES
015630         GO TO 1700-EXIT
015632     END-IF.
015634     IF SA-RC-STEP-NAME = SPACES
015636         MOVE 'SOLALERT' TO SA-RC-STEP-NAME
015638     END-IF.
015640     OPEN I-O RUNCTL-FILE.
015642     IF SA-RUNCTL-STATUS = '35'
015644         OPEN OUTPUT RUNCTL-FILE
015646         CLOSE RUNCTL-FILE
015648         OPEN I-O RUNCTL-FILE
015650     END-IF.
015652     IF SA-RUNCTL-STATUS NOT = '00'
015654         DISPLAY 'SOLALERT: RUNCTL NOT AVAILABLE - STATUS '
015656             SA-RUNCTL-STATUS
015658             ' - RESTART CHECK SKIPPED'
015660         GO TO 1700-EXIT
015662     END-IF.
015664     SET SA-RC-AVAILABLE TO TRUE.
015666     MOVE SA-RC-RUN-ID TO RL-RUN-ID.
015668     MOVE SA-RC-STEP-NAME TO RL-STEP-NAME.
015670     SET SA-RC-FOUND TO TRUE.
015672     READ RUNCTL-FILE
015674         INVALID KEY
015676             MOVE 'N' TO SA-RC-FOUND-SW
015678     END-READ.
015680     IF SA-RC-FOUND AND RL-STEP-COMPLETED
015682         PERFORM 1750-SKIP-COMPLETED-STEP THRU 1750-EXIT
015684     END-IF.
015686     IF SA-RC-FOUND
015688         DISPLAY 'SOLALERT: RUN ' SA-RC-RUN-ID ' STEP '
015690             SA-RC-STEP-NAME ' RESUBMITTED - ATTEMPT '
015692             RL-ATTEMPTS ' ENDED STATUS ' RL-STEP-STATUS
015694     ELSE
015696         MOVE SPACES TO RUNCTL-RECORD
015698         MOVE SA-RC-RUN-ID TO RL-RUN-ID
015700         MOVE SA-RC-STEP-NAME TO RL-STEP-NAME
015702         MOVE ZERO TO RL-RETURN-CODE
015704         MOVE ZERO TO RL-ATTEMPTS
015706     END-IF.
015708     MOVE 'SOLALERT' TO RL-PROGRAM-ID.
015710     SET RL-STEP-STARTED TO TRUE.
015712     ACCEPT SA-RC-DATE FROM DATE YYYYMMDD.
015714     ACCEPT SA-RC-TIME FROM TIME.
015716     MOVE SA-RC-DATE TO RL-START-DATE.
015718     MOVE SA-RC-HHMMSS TO RL-START-TIME.
015720     MOVE SPACES TO RL-END-DATE.
015722     MOVE SPACES TO RL-END-TIME.
015724     ADD 1 TO RL-ATTEMPTS.
015726     IF SA-RC-FOUND
015728         REWRITE RUNCTL-RECORD
015730     ELSE
015732         WRITE RUNCTL-RECORD
015734     END-IF.
015736     IF SA-RUNCTL-STATUS NOT = '00'
015738         DISPLAY 'SOLALERT: RUNCTL UPDATE FAILED - STATUS '
015740             SA-RUNCTL-STATUS ' - STEP NOT LEDGERED'
015742         MOVE 'N' TO SA-RC-AVAIL-SW
015744         CLOSE RUNCTL-FILE
015746     END-IF.
015748 1700-EXIT.
015750     EXIT.
015752
015754*----------------------------------------------------------------*
015756* 1750-SKIP-COMPLETED-STEP - THIS STEP ALREADY RAN TO COMPLETION
015758* UNDER THIS RUN ID. NOTHING IS READ OR UPDATED: THE REPORT SHOWS
015760* WHEN IT COMPLETED AND WITH WHAT RC, AND THE STEP ENDS RC 0.
015762*----------------------------------------------------------------*
015764 1750-SKIP-COMPLETED-STEP.
015766     MOVE RL-STEP-NAME TO SA-SKP-STEP.
015768     MOVE RL-RUN-ID TO SA-SKP-RUN-ID.
015770     MOVE RL-END-DATE TO SA-SKP-DATE.
015772     MOVE RL-END-TIME TO SA-SKP-TIME.
015774     MOVE RL-RETURN-CODE TO SA-SKP-RC.
015776     WRITE REPORT-LINE FROM SA-RC-SKIP-LINE.
015778     DISPLAY 'SOLALERT: RUN ' RL-RUN-ID ' STEP ' RL-STEP-NAME
015780         ' ALREADY COMPLETED - NOT RERUN'.
015782     CLOSE RUNCTL-FILE.
015784     CLOSE REPORT-FILE.
015786     CLOSE AUDIT-FILE.
015788     MOVE 0 TO RETURN-CODE.
015790     STOP RUN.
015792 1750-EXIT.
015794     EXIT.
015796
015798*----------------------------------------------------------------*
015800* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
015802* STEP TIMING LOG UNDER THE RUN ID AND STEP NAME, STAMPED WITH ITS
015804* START TIME, FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR
015806* NO LOG, MEANS THE STEP IS NOT TIMED; THE RUN GOES ON EITHER WAY.
015808*----------------------------------------------------------------*
015810 1800-START-STEP-TIMING.
015812     IF SA-RC-RUN-ID = SPACES
015814         GO TO 1800-EXIT
015816     END-IF.
015818     OPEN I-O STEPTIME-FILE.
015820     IF SA-STEPTIME-STATUS = '35'
015822         OPEN OUTPUT STEPTIME-FILE
015824         CLOSE STEPTIME-FILE
015826         OPEN I-O STEPTIME-FILE
015828     END-IF.
015830     IF SA-STEPTIME-STATUS NOT = '00'
015832         DISPLAY 'SOLALERT: STEPTIME NOT AVAILABLE - STATUS '
015834             SA-STEPTIME-STATUS ' - STEP NOT TIMED'
015836         GO TO 1800-EXIT
015838     END-IF.
015840     MOVE SPACES TO STEPTIM-RECORD.
015842     MOVE SA-RC-RUN-ID TO TL-RUN-ID.
015844     MOVE SA-RC-STEP-NAME TO TL-STEP-NAME.
015846     ACCEPT SA-ST-DATE FROM DATE YYYYMMDD.
015848     ACCEPT SA-ST-TIME FROM TIME.
015850     MOVE SA-ST-DATE TO TL-START-DATE.
015852     MOVE SA-ST-HHMMSS TO TL-START-TIME.
015854     MOVE 'SOLALERT' TO TL-PROGRAM-ID.
015856     SET TL-STEP-RUNNING TO TRUE.
015858     MOVE ZERO TO TL-RECORDS-IN.
015860     MOVE ZERO TO TL-RECORDS-OUT.
015862     MOVE ZERO TO TL-RETURN-CODE.
015864     WRITE STEPTIM-RECORD.
015866     IF SA-STEPTIME-STATUS NOT = '00'
015868         DISPLAY 'SOLALERT: STEPTIME WRITE FAILED - STATUS '
015870             SA-STEPTIME-STATUS ' - STEP NOT TIMED'
015872         CLOSE STEPTIME-FILE
015874         GO TO 1800-EXIT
015876     END-IF.
015878     SET SA-ST-AVAILABLE TO TRUE.
015880 1800-EXIT.
015882     EXIT.
015884
015886*----------------------------------------------------------------*
015888* 2000-LOAD-ONE-AUDIT - ROLL AN AUDIT LINE INTO THE LAST-TEN-RUNS
015890* TABLE, SHIFTING THE OLDEST OFF THE TOP ONCE THE TABLE IS FULL
015900*----------------------------------------------------------------*
016000 2000-LOAD-ONE-AUDIT.
016100     MOVE AUDIT-LINE TO SA-AUDIT-WORK-RECORD.
016110     IF SA-AU-INTRADAY-RUN
016120         PERFORM 2400-HOLD-INTRADAY-RUN THRU 2400-EXIT
016130         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
016140         GO TO 2000-EXIT
016150     END-IF.
016200     IF SA-RUN-COUNT >= SA-RUN-MAX
016300         PERFORM 2300-SHIFT-TABLE-DOWN THRU 2300-EXIT
016400     ELSE
017500     MOVE SA-AU-RETCODE-X TO SA-PARSE-FIELD(1:3).
017600     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
017700     MOVE SA-PARSE-VALUE TO SA-RUN-RC(SA-RUN-COUNT).
017710     IF SA-AU-RUN-MODE = SPACE
017720         MOVE 'F' TO SA-RUN-MODE(SA-RUN-COUNT)
017730     ELSE
017740         MOVE SA-AU-RUN-MODE TO SA-RUN-MODE(SA-RUN-COUNT)
017750     END-IF.
017760     MOVE ZERO TO SA-RUN-INTRA-RUNS(SA-RUN-COUNT).
017770     MOVE ZERO TO SA-RUN-INTRA-READ(SA-RUN-COUNT).
017780     IF NOT SA-AU-TARGETED-RUN
017785         PERFORM 2500-FOLD-INTRADAY-RUNS THRU 2500-EXIT
017790     END-IF.
017800     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
017900 2000-EXIT.
018000     EXIT.
019800     MOVE SA-RUN-ENTRY(SA-IDX + 1) TO SA-RUN-ENTRY(SA-IDX).
019900 2310-EXIT.
020000     EXIT.
020001
020002*----------------------------------------------------------------*
020003* 2400-HOLD-INTRADAY-RUN - AN INTRADAY LINE WAITS ON THE PENDING
020004* LIST FOR THE NEXT NIGHTLY LINE; IT IS NOT A RUN IN THE TABLE
020005*----------------------------------------------------------------*
020006 2400-HOLD-INTRADAY-RUN.
020007     MOVE ZERO TO SA-WX.
020008     PERFORM 2410-MATCH-ONE-PENDING THRU 2410-EXIT
020009         VARYING SA-PX FROM 1 BY 1
020010         UNTIL SA-PX > SA-PEND-COUNT.
020011     IF SA-WX = 0
020012         IF SA-PEND-COUNT >= SA-PEND-MAX
020013             DISPLAY 'SOLALERT: MORE THAN ' SA-PEND-MAX
020014                 ' INTRADAY RUNS IN ONE NIGHT - RUN '
020015                 SA-AU-RUN-ID ' NOT FOLDED IN'
020016             GO TO 2400-EXIT
020017         END-IF
020018         ADD 1 TO SA-PEND-COUNT
020019         MOVE SA-PEND-COUNT TO SA-WX
020020     END-IF.
020021     MOVE SA-AU-RUN-ID TO SA-PEND-RUN-ID(SA-WX).
020022     MOVE SA-AU-READ-X TO SA-PARSE-FIELD.
020023     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
020024     MOVE SA-PARSE-VALUE TO SA-PEND-READ(SA-WX).
020025     MOVE SA-AU-REJECTS-X TO SA-PARSE-FIELD.
020026     PERFORM 9200-EXTRACT-COUNT THRU 9200-EXIT.
020027     MOVE SA-PARSE-VALUE TO SA-PEND-REJECTS(SA-WX).
020028 2400-EXIT.
020029     EXIT.
020030
020031 2410-MATCH-ONE-PENDING.
020032     IF SA-PEND-RUN-ID(SA-PX) = SA-AU-RUN-ID
020033         MOVE SA-PX TO SA-WX
020034     END-IF.
020035 2410-EXIT.
020036     EXIT.
020037
020038*----------------------------------------------------------------*
020039* 2500-FOLD-INTRADAY-RUNS - A NIGHTLY LINE TAKES OVER THE PENDING
020040* INTRADAY RUNS. ONLY A CHANGED-RECORDS NIGHT ADDS THEIR COUNTS:
020041* ITS READ COVERS TONIGHT'S FEED ALONE, WHILE A FULL PASS HAS
020042* ALREADY READ AND JUDGED THE INTRADAY RECORDS ON THE CLUSTER.
020043*----------------------------------------------------------------*
020044 2500-FOLD-INTRADAY-RUNS.
020045     IF SA-AU-RUN-ID NOT = SA-LAST-NIGHT-RUN-ID
020046         MOVE ZERO TO SA-NIGHT-RUNS
020047         MOVE ZERO TO SA-NIGHT-READ
020048         MOVE ZERO TO SA-NIGHT-REJECTS
020049         MOVE SA-AU-RUN-ID TO SA-LAST-NIGHT-RUN-ID
020050     END-IF.
020051     PERFORM 2510-TAKE-ONE-PENDING THRU 2510-EXIT
020052         VARYING SA-PX FROM 1 BY 1
020053         UNTIL SA-PX > SA-PEND-COUNT.
020054     MOVE ZERO TO SA-PEND-COUNT.
020055     MOVE SA-NIGHT-RUNS TO SA-RUN-INTRA-RUNS(SA-RUN-COUNT).
020056     IF SA-AU-CHANGED-ONLY
020057         MOVE SA-NIGHT-READ TO SA-RUN-INTRA-READ(SA-RUN-COUNT)
020058         ADD SA-NIGHT-READ TO SA-RUN-READ(SA-RUN-COUNT)
020059         ADD SA-NIGHT-REJECTS TO SA-RUN-REJECTS(SA-RUN-COUNT)
020060     END-IF.
020061 2500-EXIT.
020062     EXIT.
020063
020064 2510-TAKE-ONE-PENDING.
020065     ADD 1 TO SA-NIGHT-RUNS.
020066     ADD SA-PEND-READ(SA-PX) TO SA-NIGHT-READ.
020067     ADD SA-PEND-REJECTS(SA-PX) TO SA-NIGHT-REJECTS.
020068 2510-EXIT.
020069     EXIT.
020100
020200*----------------------------------------------------------------*
020300* 3000-ANALYZE-TONIGHT - JUDGE THE LAST RUN AGAINST THE RUNS
023400
023500*----------------------------------------------------------------*
023600* 3100-BUILD-PRIOR-NORMS - AVERAGE VOLUME AND REJECT RATE OVER
023700* THE RUNS BEFORE TONIGHT THAT RAN IN TONIGHT'S PROCESSING MODE.
023710* SA-PRIOR-RUNS ENDS AS THE NUMBER OF RUNS IN THE NORM.
023800*----------------------------------------------------------------*
023900 3100-BUILD-PRIOR-NORMS.
024000     MOVE ZERO TO SA-PRIOR-READ-TOTAL.
024400         MOVE ZERO TO SA-AVG-RATE
024500         GO TO 3100-EXIT
024600     END-IF.
024610     MOVE SA-PRIOR-RUNS TO SA-PRIOR-SLOTS.
024620     MOVE ZERO TO SA-PRIOR-RUNS.
024700     PERFORM 3110-ADD-ONE-PRIOR THRU 3110-EXIT
024800         VARYING SA-IDX FROM 1 BY 1
024900         UNTIL SA-IDX > SA-PRIOR-SLOTS.
024910     IF SA-PRIOR-RUNS = 0
024920         MOVE ZERO TO SA-AVG-READ
024930         MOVE ZERO TO SA-AVG-RATE
024940         GO TO 3100-EXIT
024950     END-IF.
025000     COMPUTE SA-AVG-READ ROUNDED =
025100         SA-PRIOR-READ-TOTAL / SA-PRIOR-RUNS.
025200     IF SA-PRIOR-READ-TOTAL > 0
025900     EXIT.
026000
026100 3110-ADD-ONE-PRIOR.
026150     IF SA-RUN-MODE(SA-IDX) NOT = SA-RUN-MODE(SA-RUN-COUNT)
026160         GO TO 3110-EXIT
026170     END-IF.
026180     ADD 1 TO SA-PRIOR-RUNS.
026200     ADD SA-RUN-READ(SA-IDX) TO SA-PRIOR-READ-TOTAL.
026300     ADD SA-RUN-REJECTS(SA-IDX) TO SA-PRIOR-REJ-TOTAL.
026400 3110-EXIT.
034400     MOVE 'PRIOR AVERAGE READ:' TO SA-STA-LABEL.
034500     MOVE SA-AVG-READ TO SA-STA-VALUE.
034600     WRITE REPORT-LINE FROM SA-REPORT-STAT-LINE.
034610     MOVE 'TONIGHT INTRADAY RUNS FOLDED:' TO SA-STA-LABEL.
034620     MOVE SA-RUN-INTRA-RUNS(SA-RUN-COUNT) TO SA-STA-VALUE.
034630     WRITE REPORT-LINE FROM SA-REPORT-STAT-LINE.
034640     MOVE 'TONIGHT INTRADAY READS ADDED:' TO SA-STA-LABEL.
034650     MOVE SA-RUN-INTRA-READ(SA-RUN-COUNT) TO SA-STA-VALUE.
034660     WRITE REPORT-LINE FROM SA-REPORT-STAT-LINE.
034700 3500-EXIT.
034800     EXIT.
034900
035900 8200-EXIT.
036000     EXIT.
036100
036103*----------------------------------------------------------------*
036106* 8700-RECORD-STEP-END - STAMP THE LEDGER WITH THE END TIME AND
036109* THE STEP RC. BELOW RC 8 THE STEP IS COMPLETED AND A RESUBMIT
036112* PASSES OVER IT; RC 8 OR OVER IS FAILED AND IT RUNS AGAIN.
036115*----------------------------------------------------------------*
036118 8700-RECORD-STEP-END.
036121     IF NOT SA-RC-AVAILABLE
036124         GO TO 8700-EXIT
036127     END-IF.
036130     ACCEPT SA-RC-DATE FROM DATE YYYYMMDD.
036133     ACCEPT SA-RC-TIME FROM TIME.
036136     MOVE SA-RC-DATE TO RL-END-DATE.
036139     MOVE SA-RC-HHMMSS TO RL-END-TIME.
036142     MOVE RETURN-CODE TO RL-RETURN-CODE.
036145     IF RETURN-CODE < 8
036148         SET RL-STEP-COMPLETED TO TRUE
036151     ELSE
036154         SET RL-STEP-FAILED TO TRUE
036157     END-IF.
036160     REWRITE RUNCTL-RECORD.
036163     IF SA-RUNCTL-STATUS NOT = '00'
036166         DISPLAY 'SOLALERT: RUNCTL UPDATE FAILED - STATUS '
036169             SA-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
036172     END-IF.
036175     CLOSE RUNCTL-FILE.
036178 8700-EXIT.
036181     EXIT.
036184
036187*----------------------------------------------------------------*
036190* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
036193* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
036196*----------------------------------------------------------------*
036199 8800-END-STEP-TIMING.
036202     IF NOT SA-ST-AVAILABLE
036205         GO TO 8800-EXIT
036208     END-IF.
036211     ACCEPT SA-ST-DATE FROM DATE YYYYMMDD.
036214     ACCEPT SA-ST-TIME FROM TIME.
036217     MOVE SA-ST-DATE TO TL-END-DATE.
036220     MOVE SA-ST-HHMMSS TO TL-END-TIME.
036223     MOVE SA-RUN-COUNT TO TL-RECORDS-IN.
036226     MOVE ZERO TO TL-RECORDS-OUT.
036229     MOVE RETURN-CODE TO TL-RETURN-CODE.
036232     SET TL-STEP-ENDED TO TRUE.
036235     REWRITE STEPTIM-RECORD.
036238     IF SA-STEPTIME-STATUS NOT = '00'
036241         DISPLAY 'SOLALERT: STEPTIME UPDATE FAILED - STATUS '
036244             SA-STEPTIME-STATUS ' - STEP END NOT TIMED'
036247     END-IF.
036250     CLOSE STEPTIME-FILE.
036253 8800-EXIT.
036256     EXIT.
036259
036262*----------------------------------------------------------------*
036300* 9200-EXTRACT-COUNT - PULL THE DIGITS OUT OF A PRINT-EDITED
036400* COUNT FIELD (LEADING BLANKS AND INSERTED COMMAS IGNORED)
036500*----------------------------------------------------------------*

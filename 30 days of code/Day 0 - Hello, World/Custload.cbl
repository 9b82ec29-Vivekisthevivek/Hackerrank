001632*                    REASON - SO SOLACK CAN ACKNOWLEDGE THE
001633*                    FEED TRANSACTIONS INSTEAD OF RE-ACKING
001634*                    THE WHOLE CLUSTER SNAPSHOT EVERY NIGHT.
001635*  10/15/2026  RTH   BEFORE/AFTER-IMAGE JOURNAL (LODJRN, MSGJRNL
001636*                    LAYOUT) - ONE DETAIL RECORD PER APPLIED
001637*                    TRANSACTION TAGGED WITH ITS BATCH'S FEED ID
001638*                    AND THE LOAD DATE, PLUS A TOTALS RECORD PER
001639*                    BATCH, SO CUSTBACK CAN REVERSE ONE BAD BATCH
001640*                    WITHOUT A FULL CLUSTER RESTORE. UPDATES AND
001641*                    DELETES NOW READ THE RECORD FIRST TO TAKE
001642*                    THE BEFORE IMAGE.
001643*  10/15/2026  RTH   RUN-CONTROL LEDGER (RUNCTL, RUNCTL LAYOUT).
001644*                    WITH A RUN ID ON THE PARM THE STEP MARKS
001645*                    ITSELF STARTED AND THEN COMPLETED OR FAILED
001646*                    WITH ITS RC; ON A RESUBMIT UNDER THE SAME
001647*                    RUN ID A COMPLETED LOAD IS NOT RE-APPLIED -
001648*                    THE REPORT SAYS SO AND THE STEP ENDS RC 0.
001658*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
001668*                    WITH A RUN ID ON THE PARM THE STEP LOGS ITS
001678*                    START TIME, THEN ITS END TIME, RECORD COUNTS,
001688*                    AND RC, FOR THE SOLTIME BATCH-WINDOW REPORT.
001690*  10/15/2026  RTH   JOURNAL BATCH KEY NOW CARRIES THE LOAD TIME
001692*                    (HHMMSS, PRINTED UNDER THE LODRPT HEADING)
001694*                    SO A BATCH RELOADED ON THE SAME DATE AFTER A
001696*                    BACKOUT IS KEPT APART FROM THE FIRST LOAD.
001699*----------------------------------------------------------------*
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CL-REPORT-STATUS.
003600
003610     SELECT RUNCTL-FILE
003620         ASSIGN TO RUNCTL
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS RANDOM
003650         RECORD KEY IS RL-KEY
003660         FILE STATUS IS CL-RUNCTL-STATUS.
003661
003662     SELECT STEPTIME-FILE
003663         ASSIGN TO STEPTIME
003664         ORGANIZATION IS INDEXED
003665         ACCESS MODE IS RANDOM
003666         RECORD KEY IS TL-KEY
003667         FILE STATUS IS CL-STEPTIME-STATUS.
003670
003700     SELECT REJECT-FILE
003800         ASSIGN TO LODREJ
003900         ORGANIZATION IS LINE SEQUENTIAL
004084         ASSIGN TO CALFILE
004086         ORGANIZATION IS LINE SEQUENTIAL
004088         FILE STATUS IS CL-CAL-STATUS.
004090
004092     SELECT JOURNAL-FILE
004094         ASSIGN TO LODJRN
004096         ORGANIZATION IS LINE SEQUENTIAL
004098         FILE STATUS IS CL-JRNL-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006276         88  CA-BUSINESS-DAY                 VALUE 'B'.
006278         88  CA-OUTAGE-DAY                   VALUE 'O'.
006280     05  FILLER                      PIC X(70).
006282
006284 FD  JOURNAL-FILE
006286     RECORD CONTAINS 550 CHARACTERS
006288     LABEL RECORDS ARE STANDARD.
006290 COPY MSGJRNL.
006300
006310 FD  RUNCTL-FILE
006320     RECORD CONTAINS 80 CHARACTERS
006330     LABEL RECORDS ARE STANDARD.
006340 COPY RUNCTL.
006341
006342 FD  STEPTIME-FILE
006343     RECORD CONTAINS 100 CHARACTERS
006344     LABEL RECORDS ARE STANDARD.
006345 COPY STEPTIM.
006350
006400 WORKING-STORAGE SECTION.
006500 01  CL-SWITCHES.
006600     05  CL-TRAN-EOF-SW              PIC X(01)  VALUE 'N'.
007810     05  CL-HIST-STATUS              PIC X(02)  VALUE SPACES.
007812     05  CL-APPLIED-STATUS           PIC X(02)  VALUE SPACES.
007820     05  CL-CAL-STATUS               PIC X(02)  VALUE SPACES.
007830     05  CL-JRNL-STATUS              PIC X(02)  VALUE SPACES.
007840     05  CL-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
007870     05  CL-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
007900
008000 01  CL-COUNTERS.
008100     05  CL-TRANS-READ               PIC 9(07)  COMP  VALUE ZERO.
008300     05  CL-UPDATES-APPLIED          PIC 9(07)  COMP  VALUE ZERO.
008400     05  CL-DELETES-APPLIED          PIC 9(07)  COMP  VALUE ZERO.
008500     05  CL-TRANS-REJECTED           PIC 9(07)  COMP  VALUE ZERO.
008510     05  CL-JRNL-SEQ                 PIC 9(07)  COMP  VALUE ZERO.
008520     05  CL-JRNL-WRITTEN             PIC 9(07)  COMP  VALUE ZERO.
008600
008700 01  CL-REJECT-REASON                PIC X(02)  VALUE SPACES.
008800     88  CL-REASON-BLANK-TRAN                  VALUE '01'.
009800     05  CL-CURRENT-DD               PIC 9(02).
009810
009820 01  CL-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
009822
009824 01  CL-LOAD-TIME-OF-DAY.
009826     05  CL-LOAD-TIME                PIC X(06)  VALUE SPACES.
009828     05  FILLER                      PIC X(02)  VALUE SPACES.
009830
009840 01  CL-FEED-DATE                    PIC X(08)  VALUE SPACES.
009850
011065 01  CL-REPORT-NOTE-LINE.
011066     05  CL-NOTE-TEXT                PIC X(60) VALUE SPACES.
011070
011071 01  CL-REPORT-LOAD-LINE.
011072     05  FILLER                      PIC X(24)
011073         VALUE 'JOURNAL LOAD DATE/TIME: '.
011074     05  CL-LOAD-DATE-OUT            PIC X(08) VALUE SPACES.
011075     05  FILLER                      PIC X(01) VALUE SPACE.
011076     05  CL-LOAD-TIME-OUT            PIC X(06) VALUE SPACES.
011077
011100 COPY LODREJL REPLACING
011200     ==LOAD-REJECT-LINE== BY ==CL-REJECT-WORK-RECORD==
011300     LEADING ==LR-== BY ==CL-RJ-==.
011320 COPY LODREJL REPLACING
011330     ==LOAD-REJECT-LINE== BY ==CL-APPLIED-WORK-RECORD==
011340     LEADING ==LR-== BY ==CL-AP-==.
011350
011360*----------------------------------------------------------------*
011370* MESSAGE RECORD AS IT STOOD BEFORE THE TRANSACTION, FOR THE
011380* JOURNAL. SPACES FOR AN ADD.
011390*----------------------------------------------------------------*
011400 01  CL-BEFORE-IMAGE                 PIC X(255) VALUE SPACES.
011410
011420*----------------------------------------------------------------*
011430* RUN-CONTROL LEDGER WORK AREAS. THE LEDGER IS USED ONLY WHEN THE
011440* SCHEDULER PASSES A RUN ID ON THE PARM.
011450*----------------------------------------------------------------*
011460 01  CL-RUN-CONTROL.
011470     05  CL-RC-RUN-ID                PIC X(08)  VALUE SPACES.
011480     05  CL-RC-STEP-NAME             PIC X(08)  VALUE SPACES.
011490     05  CL-RC-AVAIL-SW              PIC X(01)  VALUE 'N'.
011500         88  CL-RC-AVAILABLE                     VALUE 'Y'.
011510     05  CL-RC-FOUND-SW              PIC X(01)  VALUE 'N'.
011520         88  CL-RC-FOUND                         VALUE 'Y'.
011530     05  CL-RC-DATE                  PIC X(08)  VALUE SPACES.
011540     05  CL-RC-TIME.
011550         10  CL-RC-HHMMSS            PIC X(06).
011560         10  FILLER                  PIC X(02).
011570
011580 01  CL-RC-SKIP-LINE.
011590     05  FILLER                      PIC X(05) VALUE 'STEP '.
011600     05  CL-SKP-STEP                 PIC X(08) VALUE SPACES.
011610     05  FILLER                      PIC X(27)
011620         VALUE ' ALREADY COMPLETED FOR RUN '.
011630     05  CL-SKP-RUN-ID               PIC X(08) VALUE SPACES.
011640     05  FILLER                      PIC X(04) VALUE ' ON '.
011650     05  CL-SKP-DATE                 PIC X(08) VALUE SPACES.
011660     05  FILLER                      PIC X(01) VALUE SPACE.
011670     05  CL-SKP-TIME                 PIC X(06) VALUE SPACES.
011680     05  FILLER                      PIC X(04) VALUE ' RC '.
011690     05  CL-SKP-RC                   PIC ZZZ9.
011700     05  FILLER                      PIC X(12)
011710         VALUE ' - NOT RERUN'.
011730
011750 01  CL-STEP-TIMING.
011770     05  CL-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
011790         88  CL-ST-AVAILABLE                     VALUE 'Y'.
011810     05  CL-ST-DATE                  PIC X(08)  VALUE SPACES.
011830     05  CL-ST-TIME.
011850         10  CL-ST-HHMMSS            PIC X(06).
011870         10  FILLER                  PIC X(02).
011900
011910 LINKAGE SECTION.
011920 01  CL-RUN-PARM.
011930     05  CL-PARM-LENGTH              PIC S9(04) COMP.
011940     05  CL-PARM-DATA.
011950         10  CL-PARM-RUN-ID          PIC X(08).
011960         10  CL-PARM-STEP-NAME       PIC X(08).
011970
012000 PROCEDURE DIVISION USING CL-RUN-PARM.
012100*----------------------------------------------------------------*
012200* 0000-MAINLINE - TOP LEVEL CONTROL
012300*----------------------------------------------------------------*
012600     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
012700         UNTIL EOF.
012710     PERFORM 8150-VERIFY-FEED-CONTROLS THRU 8150-EXIT.
012720     PERFORM 8160-JOURNAL-FEED-TOTALS THRU 8160-EXIT
012730         VARYING CL-FEED-IDX FROM 1 BY 1
012740         UNTIL CL-FEED-IDX > CL-FEED-COUNT.
012800     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
012900     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
012910     PERFORM 8700-RECORD-STEP-END THRU 8700-EXIT.
012950     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
013000     CLOSE TRAN-FILE.
013100     CLOSE MESSAGE-FILE.
013200     CLOSE REPORT-FILE.
013300     CLOSE REJECT-FILE.
013305     CLOSE APPLIED-FILE.
013307     CLOSE JOURNAL-FILE.
013310     IF CL-HIST-AVAILABLE
013320         CLOSE HISTORY-FILE
013330     END-IF.
017460             CL-HIST-STATUS
017470             ' - RESENT FEED CHECK SKIPPED'
017480     END-IF.
017482     OPEN OUTPUT JOURNAL-FILE.
017484     IF CL-JRNL-STATUS NOT = '00'
017486         DISPLAY 'CUSTLOAD: LODJRN OPEN FAILED - STATUS '
017488             CL-JRNL-STATUS
017490         MOVE 16 TO RETURN-CODE
017492         STOP RUN
017494     END-IF.
017500     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
017505     PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT.
017507     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
017510     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
017600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
017700 1000-EXIT.
018300 1300-WRITE-REPORT-HEADER.
018400     ACCEPT CL-CURRENT-DATE FROM DATE YYYYMMDD.
018410     MOVE CL-CURRENT-DATE TO CL-PROCESS-DATE.
018420     ACCEPT CL-LOAD-TIME-OF-DAY FROM TIME.
018500     STRING CL-CURRENT-MM '/' CL-CURRENT-DD '/'
018600         CL-CURRENT-YYYY DELIMITED BY SIZE
018700         INTO CL-HDR-DATE.
018800     WRITE REPORT-LINE FROM CL-REPORT-HEADER-LINE.
018810     MOVE CL-PROCESS-DATE TO CL-LOAD-DATE-OUT.
018820     MOVE CL-LOAD-TIME TO CL-LOAD-TIME-OUT.
018830     WRITE REPORT-LINE FROM CL-REPORT-LOAD-LINE.
018900 1300-EXIT.
019000     EXIT.
019010
019186 1520-EXIT.
019188     EXIT.
019190
019191*----------------------------------------------------------------*
019192* 1700-CHECK-RUN-CONTROL - LOOK THIS STEP UP ON THE RUN-CONTROL
019193* LEDGER UNDER THE SCHEDULER'S RUN ID (PARM 1-8) AND STEP NAME
019194* (PARM 9-16, DEFAULT CUSTLOAD). A STEP THE LEDGER SHOWS COMPLETED
019195* FOR THIS RUN IS NOT RUN AGAIN ON A RESUBMIT - THE REPORT SAYS
019196* SO AND THE STEP ENDS RC 0. OTHERWISE THE STEP IS MARKED
019197* STARTED. NO RUN ID ON THE PARM, OR NO LEDGER, MEANS NO CHECK.
019198*----------------------------------------------------------------*
019199 1700-CHECK-RUN-CONTROL.
019200     IF CL-PARM-LENGTH > 7
019201         MOVE CL-PARM-RUN-ID TO CL-RC-RUN-ID
019202     END-IF.
019203     IF CL-PARM-LENGTH > 8
019204         MOVE CL-PARM-STEP-NAME TO CL-RC-STEP-NAME
019205     END-IF.
019206     IF CL-RC-RUN-ID = SPACES
019207         GO TO 1700-EXIT
019208     END-IF.
019209     IF CL-RC-STEP-NAME = SPACES
019210         MOVE 'CUSTLOAD' TO CL-RC-STEP-NAME
019211     END-IF.
019212     OPEN I-O RUNCTL-FILE.
019213     IF CL-RUNCTL-STATUS = '35'
019214         OPEN OUTPUT RUNCTL-FILE
019215         CLOSE RUNCTL-FILE
019216         OPEN I-O RUNCTL-FILE
019217     END-IF.
019218     IF CL-RUNCTL-STATUS NOT = '00'
019219         DISPLAY 'CUSTLOAD: RUNCTL NOT AVAILABLE - STATUS '
019220             CL-RUNCTL-STATUS
019221             ' - RESTART CHECK SKIPPED'
019222         GO TO 1700-EXIT
019223     END-IF.
019224     SET CL-RC-AVAILABLE TO TRUE.
019225     MOVE CL-RC-RUN-ID TO RL-RUN-ID.
019226     MOVE CL-RC-STEP-NAME TO RL-STEP-NAME.
019227     SET CL-RC-FOUND TO TRUE.
019228     READ RUNCTL-FILE
019229         INVALID KEY
019230             MOVE 'N' TO CL-RC-FOUND-SW
019231     END-READ.
019232     IF CL-RC-FOUND AND RL-STEP-COMPLETED
019233         PERFORM 1750-SKIP-COMPLETED-STEP THRU 1750-EXIT
019234     END-IF.
019235     IF CL-RC-FOUND
019236         DISPLAY 'CUSTLOAD: RUN ' CL-RC-RUN-ID ' STEP '
019237             CL-RC-STEP-NAME ' RESUBMITTED - ATTEMPT '
019238             RL-ATTEMPTS ' ENDED STATUS ' RL-STEP-STATUS
019239     ELSE
019240         MOVE SPACES TO RUNCTL-RECORD
019241         MOVE CL-RC-RUN-ID TO RL-RUN-ID
019242         MOVE CL-RC-STEP-NAME TO RL-STEP-NAME
019243         MOVE ZERO TO RL-RETURN-CODE
019244         MOVE ZERO TO RL-ATTEMPTS
019245     END-IF.
019246     MOVE 'CUSTLOAD' TO RL-PROGRAM-ID.
019247     SET RL-STEP-STARTED TO TRUE.
019248     ACCEPT CL-RC-DATE FROM DATE YYYYMMDD.
019249     ACCEPT CL-RC-TIME FROM TIME.
019250     MOVE CL-RC-DATE TO RL-START-DATE.
019251     MOVE CL-RC-HHMMSS TO RL-START-TIME.
019252     MOVE SPACES TO RL-END-DATE.
019253     MOVE SPACES TO RL-END-TIME.
019254     ADD 1 TO RL-ATTEMPTS.
019255     IF CL-RC-FOUND
019256         REWRITE RUNCTL-RECORD
019257     ELSE
019258         WRITE RUNCTL-RECORD
019259     END-IF.
019260     IF CL-RUNCTL-STATUS NOT = '00'
019261         DISPLAY 'CUSTLOAD: RUNCTL UPDATE FAILED - STATUS '
019262             CL-RUNCTL-STATUS ' - STEP NOT LEDGERED'
019263         MOVE 'N' TO CL-RC-AVAIL-SW
019264         CLOSE RUNCTL-FILE
019265     END-IF.
019266 1700-EXIT.
019267     EXIT.
019268
019269*----------------------------------------------------------------*
019270* 1750-SKIP-COMPLETED-STEP - THIS STEP ALREADY RAN TO COMPLETION
019271* UNDER THIS RUN ID. NOTHING IS READ OR UPDATED: THE REPORT SHOWS
019272* WHEN IT COMPLETED AND WITH WHAT RC, AND THE STEP ENDS RC 0.
019273*----------------------------------------------------------------*
019274 1750-SKIP-COMPLETED-STEP.
019275     MOVE RL-STEP-NAME TO CL-SKP-STEP.
019276     MOVE RL-RUN-ID TO CL-SKP-RUN-ID.
019277     MOVE RL-END-DATE TO CL-SKP-DATE.
019278     MOVE RL-END-TIME TO CL-SKP-TIME.
019279     MOVE RL-RETURN-CODE TO CL-SKP-RC.
019280     WRITE REPORT-LINE FROM CL-RC-SKIP-LINE.
019281     DISPLAY 'CUSTLOAD: RUN ' RL-RUN-ID ' STEP ' RL-STEP-NAME
019282         ' ALREADY COMPLETED - NOT RERUN'.
019283     CLOSE RUNCTL-FILE.
019284     CLOSE REPORT-FILE.
019285     CLOSE TRAN-FILE.
019286     CLOSE MESSAGE-FILE.
019287     CLOSE REJECT-FILE.
019288     CLOSE APPLIED-FILE.
019289     CLOSE JOURNAL-FILE.
019290     IF CL-HIST-AVAILABLE
019291         CLOSE HISTORY-FILE
019292     END-IF.
019293     MOVE 0 TO RETURN-CODE.
019294     STOP RUN.
019295 1750-EXIT.
019296     EXIT.
019297
019298*----------------------------------------------------------------*
019299* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
019300* STEP TIMING LOG UNDER THE RUN ID AND STEP NAME, STAMPED WITH ITS
019301* START TIME, FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR
019302* NO LOG, MEANS THE STEP IS NOT TIMED; THE RUN GOES ON EITHER WAY.
019303*----------------------------------------------------------------*
019304 1800-START-STEP-TIMING.
019305     IF CL-RC-RUN-ID = SPACES
019306         GO TO 1800-EXIT
019307     END-IF.
019308     OPEN I-O STEPTIME-FILE.
019309     IF CL-STEPTIME-STATUS = '35'
019310         OPEN OUTPUT STEPTIME-FILE
019311         CLOSE STEPTIME-FILE
019312         OPEN I-O STEPTIME-FILE
019313     END-IF.
019314     IF CL-STEPTIME-STATUS NOT = '00'
019315         DISPLAY 'CUSTLOAD: STEPTIME NOT AVAILABLE - STATUS '
019316             CL-STEPTIME-STATUS ' - STEP NOT TIMED'
019317         GO TO 1800-EXIT
019318     END-IF.
019319     MOVE SPACES TO STEPTIM-RECORD.
019320     MOVE CL-RC-RUN-ID TO TL-RUN-ID.
019321     MOVE CL-RC-STEP-NAME TO TL-STEP-NAME.
019322     ACCEPT CL-ST-DATE FROM DATE YYYYMMDD.
019323     ACCEPT CL-ST-TIME FROM TIME.
019324     MOVE CL-ST-DATE TO TL-START-DATE.
019325     MOVE CL-ST-HHMMSS TO TL-START-TIME.
019326     MOVE 'CUSTLOAD' TO TL-PROGRAM-ID.
019327     SET TL-STEP-RUNNING TO TRUE.
019328     MOVE ZERO TO TL-RECORDS-IN.
019329     MOVE ZERO TO TL-RECORDS-OUT.
019330     MOVE ZERO TO TL-RETURN-CODE.
019331     WRITE STEPTIM-RECORD.
019332     IF CL-STEPTIME-STATUS NOT = '00'
019333         DISPLAY 'CUSTLOAD: STEPTIME WRITE FAILED - STATUS '
019334             CL-STEPTIME-STATUS ' - STEP NOT TIMED'
019335         CLOSE STEPTIME-FILE
019336         GO TO 1800-EXIT
019337     END-IF.
019338     SET CL-ST-AVAILABLE TO TRUE.
019339 1800-EXIT.
019340     EXIT.
019341
019342*----------------------------------------------------------------*
019343* 2000-PROCESS-TRAN - ONE PASS OF THE MAIN TRANSACTION LOOP.
019344* HEADER AND TRAILER CONTROL RECORDS ARE VERIFIED BUT DO NOT
019345* COUNT AS DETAIL TRANSACTIONS OR TOUCH THE MESSAGE FILE. A
019346* HEADER OPENS A BATCH AND ITS TRAILER BALANCES AND CLOSES IT;
019347* ONCE A HEADER HAS SHOWN A STALE FEED DATE, THAT BATCH'S
019350* DETAILS ARE COUNTED FOR ITS TRAILER BALANCE BUT BYPASSED, SO
019360* AN OLD FEED NEVER TOUCHES THE MESSAGE FILE. A DETAIL OUTSIDE
019370* ANY OPEN BATCH IS AN ORPHAN: BYPASSED AND FLAGGED.
025400* THE CLUSTER IS A DUPLICATE ADD AND GOES TO THE REJECT LISTING.
025500*----------------------------------------------------------------*
025600 3100-APPLY-ADD.
025650     MOVE SPACES TO CL-BEFORE-IMAGE.
025700     MOVE CT-SENDER-ID TO CM-SENDER-ID.
025800     MOVE CT-RUN-DATE TO CM-RUN-DATE.
025900     MOVE CT-MESSAGE-TEXT TO CM-MESSAGE-TEXT.
026500             ADD 1 TO CL-ADDS-APPLIED
026510             ADD 1 TO CL-FD-APPLIED(CL-CUR-FEED)
026520             PERFORM 2450-LOG-APPLIED-TRAN THRU 2450-EXIT
026530             PERFORM 2460-JOURNAL-TRAN THRU 2460-EXIT
026600     END-WRITE.
026700 3100-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------------*
027100* 3200-APPLY-UPDATE - REWRITE AN EXISTING MESSAGE RECORD. A KEY
027200* NOT ON THE CLUSTER IS AN UPDATE TO A MISSING KEY. THE RECORD
027210* IS READ FIRST SO ITS BEFORE IMAGE GOES TO THE JOURNAL.
027300*----------------------------------------------------------------*
027400 3200-APPLY-UPDATE.
027500     MOVE CT-SENDER-ID TO CM-SENDER-ID.
027600     MOVE CT-RUN-DATE TO CM-RUN-DATE.
027610     READ MESSAGE-FILE
027620         INVALID KEY
027630             SET CL-TRAN-INVALID TO TRUE
027640             MOVE '05' TO CL-REJECT-REASON
027650             GO TO 3200-EXIT
027660     END-READ.
027670     MOVE CUSTMSG-RECORD TO CL-BEFORE-IMAGE.
027700     MOVE CT-MESSAGE-TEXT TO CM-MESSAGE-TEXT.
027800     REWRITE CUSTMSG-RECORD
027900         INVALID KEY
028300             ADD 1 TO CL-UPDATES-APPLIED
028310             ADD 1 TO CL-FD-APPLIED(CL-CUR-FEED)
028320             PERFORM 2450-LOG-APPLIED-TRAN THRU 2450-EXIT
028330             PERFORM 2460-JOURNAL-TRAN THRU 2460-EXIT
028400     END-REWRITE.
028500 3200-EXIT.
028600     EXIT.
028800*----------------------------------------------------------------*
028900* 3300-APPLY-DELETE - DELETE A MESSAGE RECORD. THE TRANSACTION
029000* NAMES THE EXACT RECORD BY SENDER AND RUN DATE; A KEY NOT ON
029100* THE CLUSTER IS A DELETE OF A MISSING KEY. THE RECORD IS READ
029105* FIRST SO ITS BEFORE IMAGE GOES TO THE JOURNAL.
029110*----------------------------------------------------------------*
029200 3300-APPLY-DELETE.
029300     MOVE CT-SENDER-ID TO CM-SENDER-ID.
029310     MOVE CT-RUN-DATE TO CM-RUN-DATE.
029320     READ MESSAGE-FILE
029330         INVALID KEY
029340             SET CL-TRAN-INVALID TO TRUE
029350             MOVE '06' TO CL-REJECT-REASON
029360             GO TO 3300-EXIT
029370     END-READ.
029380     MOVE CUSTMSG-RECORD TO CL-BEFORE-IMAGE.
029400     DELETE MESSAGE-FILE RECORD
029500         INVALID KEY
029600             SET CL-TRAN-INVALID TO TRUE
029900             ADD 1 TO CL-DELETES-APPLIED
029910             ADD 1 TO CL-FD-APPLIED(CL-CUR-FEED)
029920             PERFORM 2450-LOG-APPLIED-TRAN THRU 2450-EXIT
029930             PERFORM 2460-JOURNAL-TRAN THRU 2460-EXIT
030000     END-DELETE.
030100 3300-EXIT.
030200     EXIT.
031575 2450-EXIT.
031580     EXIT.
031600
031602*----------------------------------------------------------------*
031604* 2460-JOURNAL-TRAN - BEFORE AND AFTER IMAGE OF THE MESSAGE
031606* RECORD FOR A TRANSACTION JUST APPLIED, TAGGED WITH THE FEED ID
031608* OF ITS BATCH AND THIS RUN'S LOAD DATE AND TIME. THE SEQUENCE
031610* NUMBER KEEPS THE APPLICATION ORDER SO A BACKOUT CAN UNDO THE
031612* BATCH LAST-IN FIRST-OUT.
031614*----------------------------------------------------------------*
031616 2460-JOURNAL-TRAN.
031618     ADD 1 TO CL-JRNL-SEQ.
031620     MOVE SPACES TO MSGJRNL-RECORD.
031622     MOVE CL-FD-ID(CL-CUR-FEED) TO JR-FEED-ID.
031624     MOVE CL-PROCESS-DATE TO JR-LOAD-DATE.
031626     MOVE CL-LOAD-TIME TO JR-LOAD-TIME.
031628     SET JR-DETAIL-RECORD TO TRUE.
031630     MOVE CL-JRNL-SEQ TO JR-SEQUENCE.
031632     MOVE CT-ACTION-CODE TO JR-ACTION.
031634     MOVE CL-FD-DATE(CL-CUR-FEED) TO JR-FEED-DATE.
031636     MOVE CL-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
031638     IF CT-DELETE-TRAN
031640         MOVE SPACES TO JR-AFTER-IMAGE
031642     ELSE
031644         MOVE CUSTMSG-RECORD TO JR-AFTER-IMAGE
031646     END-IF.
031648     WRITE MSGJRNL-RECORD.
031650     ADD 1 TO CL-JRNL-WRITTEN.
031652 2460-EXIT.
031654     EXIT.
031656
031700*----------------------------------------------------------------*
031800* 8100-WRITE-REPORT-TRAILER - CONTROL COUNTS FOR THE RUN
031900*----------------------------------------------------------------*
033300     MOVE 'TRANSACTIONS REJECTED:' TO CL-CNT-LABEL.
033400     MOVE CL-TRANS-REJECTED TO CL-CNT-VALUE.
033500     WRITE REPORT-LINE FROM CL-REPORT-COUNT-LINE.
033502     MOVE 'JOURNAL RECORDS WRITTEN:' TO CL-CNT-LABEL.
033504     MOVE CL-JRNL-WRITTEN TO CL-CNT-VALUE.
033506     WRITE REPORT-LINE FROM CL-REPORT-COUNT-LINE.
033510     PERFORM 8120-WRITE-ONE-FEED-LINE THRU 8120-EXIT
033520         VARYING CL-FEED-IDX FROM 1 BY 1
033530         UNTIL CL-FEED-IDX > CL-FEED-COUNT.
033887 8150-EXIT.
033888     EXIT.
033890
033891*----------------------------------------------------------------*
033892* 8160-JOURNAL-FEED-TOTALS - ONE TOTALS RECORD PER BATCH ON THE
033893* FEED, WRITTEN ONCE THE WHOLE FILE IS READ SO A BATCH THAT
033894* LOST ITS TRAILER IS STILL COVERED. CARRIES THE TRAILER COUNT
033895* AND THE DETAIL, APPLIED, REJECTED AND BYPASSED COUNTS THE
033896* BACKOUT REPORT BALANCES TO. SEQUENCE 9999999 SORTS IT AHEAD
033897* OF THE BATCH'S DETAILS ON A DESCENDING SEQUENCE SORT.
033898*----------------------------------------------------------------*
033899 8160-JOURNAL-FEED-TOTALS.
033900     MOVE SPACES TO MSGJRNL-RECORD.
033901     MOVE CL-FD-ID(CL-FEED-IDX) TO JR-FEED-ID.
033902     MOVE CL-PROCESS-DATE TO JR-LOAD-DATE.
033903     MOVE CL-LOAD-TIME TO JR-LOAD-TIME.
033904     SET JR-TOTALS-RECORD TO TRUE.
033905     MOVE 9999999 TO JR-SEQUENCE.
033906     MOVE CL-FD-DATE(CL-FEED-IDX) TO JR-FEED-DATE.
033907     MOVE CL-FD-EXPECTED(CL-FEED-IDX) TO JR-TOT-EXPECTED.
033908     MOVE CL-FD-DETAILS(CL-FEED-IDX) TO JR-TOT-DETAILS.
033909     MOVE CL-FD-APPLIED(CL-FEED-IDX) TO JR-TOT-APPLIED.
033910     MOVE CL-FD-REJECTED(CL-FEED-IDX) TO JR-TOT-REJECTED.
033911     MOVE CL-FD-BYPASSED(CL-FEED-IDX) TO JR-TOT-BYPASSED.
033912     MOVE CL-FD-ERROR-SW(CL-FEED-IDX) TO JR-TOT-ERROR-SW.
033913     WRITE MSGJRNL-RECORD.
033914     ADD 1 TO CL-JRNL-WRITTEN.
033915 8160-EXIT.
033916     EXIT.
033917
033918*----------------------------------------------------------------*
034000* 8200-SET-RETURN-CODE - PROPAGATE JOB STATUS TO THE STEP RC.
034010* RC 8 ONLY WHEN NO BATCH APPLIED CLEANLY - A CONTROL FAILURE
034020* CONFINED TO SOME BATCHES ENDS RC 4 SO THE NIGHT CONTINUES ON
035100     END-IF.
035200 8200-EXIT.
035300     EXIT.
035400
050700*----------------------------------------------------------------*
050800* 8700-RECORD-STEP-END - STAMP THE LEDGER WITH THE END TIME AND
050900* THE STEP RC. BELOW RC 8 THE STEP IS COMPLETED AND A RESUBMIT
051000* PASSES OVER IT; RC 8 OR OVER IS FAILED AND IT RUNS AGAIN.
051100*----------------------------------------------------------------*
051200 8700-RECORD-STEP-END.
051300     IF NOT CL-RC-AVAILABLE
051400         GO TO 8700-EXIT
051500     END-IF.
051600     ACCEPT CL-RC-DATE FROM DATE YYYYMMDD.
051700     ACCEPT CL-RC-TIME FROM TIME.
051800     MOVE CL-RC-DATE TO RL-END-DATE.
051900     MOVE CL-RC-HHMMSS TO RL-END-TIME.
052000     MOVE RETURN-CODE TO RL-RETURN-CODE.
052100     IF RETURN-CODE < 8
052200         SET RL-STEP-COMPLETED TO TRUE
052300     ELSE
052400         SET RL-STEP-FAILED TO TRUE
052500     END-IF.
052600     REWRITE RUNCTL-RECORD.
052700     IF CL-RUNCTL-STATUS NOT = '00'
052800         DISPLAY 'CUSTLOAD: RUNCTL UPDATE FAILED - STATUS '
052900             CL-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
053000     END-IF.
053100     CLOSE RUNCTL-FILE.
053200 8700-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------*
053600* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
053700* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
053800*----------------------------------------------------------------*
053900 8800-END-STEP-TIMING.
054000     IF NOT CL-ST-AVAILABLE
054100         GO TO 8800-EXIT
054200     END-IF.
054300     ACCEPT CL-ST-DATE FROM DATE YYYYMMDD.
054400     ACCEPT CL-ST-TIME FROM TIME.
054500     MOVE CL-ST-DATE TO TL-END-DATE.
054600     MOVE CL-ST-HHMMSS TO TL-END-TIME.
054700     MOVE CL-TRANS-READ TO TL-RECORDS-IN.
054800     COMPUTE TL-RECORDS-OUT = CL-ADDS-APPLIED
054900         + CL-UPDATES-APPLIED + CL-DELETES-APPLIED.
055000     MOVE RETURN-CODE TO TL-RETURN-CODE.
055100     SET TL-STEP-ENDED TO TRUE.
055200     REWRITE STEPTIM-RECORD.
055300     IF CL-STEPTIME-STATUS NOT = '00'
055400         DISPLAY 'CUSTLOAD: STEPTIME UPDATE FAILED - STATUS '
055500             CL-STEPTIME-STATUS ' - STEP END NOT TIMED'
055600     END-IF.
055700     CLOSE STEPTIME-FILE.
055800 8800-EXIT.
055900     EXIT.

002943*                    DATE; THE BUILT-IN VALUES STAND, WITH A
002944*                    REPORT NOTE, WHEN THE FILE OR PARAMETER
002945*                    IS MISSING.
002946*  10/15/2026  RTH   CONTENT SCREENING OF EVERY DETAIL RECORD
002947*                    AFTER THE SENDER CHECKS, AGAINST THE
002948*                    CONTENT RULES KSDS (RULFILE, CONTRULE
002949*                    LAYOUT): BLANK TEXT (REASON 06), NON-
002950*                    PRINTABLE BYTES (07), RUN DATE NOT A REAL
002951*                    DATE (08) OR AFTER THE PROCESS DATE (09),
002952*                    AND PROHIBITED TERMS (10). FORMAT CHECKS
002953*                    STAY ON UNLESS A RULE SWITCHES THEM OFF;
002954*                    THE RULES IN FORCE ARE LISTED ON THE REPORT.
002955*  10/15/2026  RTH   CHANGED-RECORDS-ONLY MODE (C IN PARM BYTE
002956*                    47): ONLY THE KEYS CUSTLOAD ADDED OR
002957*                    UPDATED TONIGHT, FROM THE LODAPL LISTING IN
002958*                    KEY ORDER, ARE READ BY KEY AND PROCESSED;
002959*                    DELETES, KEYS GONE FROM THE CLUSTER, AND
002960*                    REPEATS ARE SKIPPED AND COUNTED. THE FULL
002961*                    PASS STAYS THE DEFAULT. THE MODE IS SHOWN
002962*                    ON THE REPORT HEADER AND THE AUDIT LINE.
002963*  10/15/2026  RTH   RUN-CONTROL LEDGER (RUNCTL, RUNCTL LAYOUT).
002964*                    WITH A RUN ID ON THE PARM THE STEP MARKS
002965*                    ITSELF STARTED AND THEN COMPLETED OR FAILED
002966*                    WITH ITS RC, UNDER THE STEP NAME IN PARM
002967*                    BYTES 48-55 (DEFAULT SOLUTION; EACH SPLIT
002968*                    RANGE PASSES ITS OWN). A RESUBMIT UNDER THE
002969*                    SAME RUN ID SKIPS A COMPLETED STEP AND SAYS
002970*                    SO ON THE REPORT, BEFORE ANY CHECKPOINT
002971*                    RESTART OR HISTORY POSTING.
002972*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
002973*                    WITH A RUN ID ON THE PARM THE STEP LOGS ITS
002974*                    START TIME, THEN ITS END TIME, RECORD COUNTS,
002975*                    AND RC, FOR THE SOLTIME BATCH-WINDOW REPORT.
002976*  10/15/2026  RTH   INTRADAY URGENT-FEED MODE (I IN PARM BYTE
002977*                    47): RUN LIKE CHANGED-RECORDS-ONLY FROM THE
002978*                    INTRADAY CUSTLOAD APPLIED LISTING UNDER ITS
002979*                    OWN RUN ID, WITH MODE I ON THE AUDIT LINE SO
002980*                    THE NIGHT'S CONTROL STEPS FOLD IT IN. THE
002981*                    HISTORY TRIM IS LEFT TO THE NIGHTLY RUN.
002982*  10/15/2026  RTH   A SHORT PARM STEP NAME IS BLANK-FILLED.
002983*  10/15/2026  RTH   RUNCTL AND STEPTIME ARE OPENED ONLY AROUND
002984*                    EACH READ AND UPDATE, SO THE CONCURRENT SPLIT
002985*                    RANGES CAN SHARE BOTH CLUSTERS.
002999*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
006850         ACCESS MODE IS DYNAMIC
006860         RECORD KEY IS OC-KEY
006870         FILE STATUS IS SOL-OPS-STATUS.
006872
006874     SELECT OPTIONAL RULE-FILE
006876         ASSIGN TO RULFILE
006878         ORGANIZATION IS INDEXED
006880         ACCESS MODE IS DYNAMIC
006882         RECORD KEY IS CR-KEY
006884         FILE STATUS IS SOL-RULE-STATUS.
006886
006888     SELECT CHANGED-KEY-FILE
006890         ASSIGN TO LODAPL
006892         ORGANIZATION IS LINE SEQUENTIAL
006894         FILE STATUS IS SOL-CHGKEY-STATUS.
006900
006910     SELECT RUNCTL-FILE
006920         ASSIGN TO RUNCTL
006930         ORGANIZATION IS INDEXED
006940         ACCESS MODE IS RANDOM
006950         RECORD KEY IS RL-KEY
006960         FILE STATUS IS SOL-RUNCTL-STATUS.
006961
006962     SELECT STEPTIME-FILE
006963         ASSIGN TO STEPTIME
006964         ORGANIZATION IS INDEXED
006965         ACCESS MODE IS RANDOM
006966         RECORD KEY IS TL-KEY
006967         FILE STATUS IS SOL-STEPTIME-STATUS.
006970
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SYSIN
010530     RECORD CONTAINS 60 CHARACTERS
010540     LABEL RECORDS ARE STANDARD.
010550 COPY OPSCTL.
010560
010570 FD  RULE-FILE
010580     RECORD CONTAINS 80 CHARACTERS
010590     LABEL RECORDS ARE STANDARD.
010600 COPY CONTRULE.
010610
010620 FD  CHANGED-KEY-FILE
010630     RECORD CONTAINS 85 CHARACTERS
010640     LABEL RECORDS ARE STANDARD.
010650 COPY LODREJL REPLACING
010660     ==LOAD-REJECT-LINE== BY ==CHANGED-KEY-LINE==
010670     LEADING ==LR-== BY ==CK-==.
010700
010710 FD  RUNCTL-FILE
010720     RECORD CONTAINS 80 CHARACTERS
010730     LABEL RECORDS ARE STANDARD.
010740 COPY RUNCTL.
010741
010742 FD  STEPTIME-FILE
010743     RECORD CONTAINS 100 CHARACTERS
010744     LABEL RECORDS ARE STANDARD.
010745 COPY STEPTIM.
010750
010800 WORKING-STORAGE SECTION.
010900 01  SOL-SWITCHES.
011000     05  SOL-SYSIN-EOF-SW            PIC X(01)  VALUE 'N'.
011500     05  SOL-RUN-MODE-SW             PIC X(01)  VALUE 'F'.
011600         88  SOL-FULL-RUN                        VALUE 'F'.
011700         88  SOL-TARGETED-RUN                    VALUE 'T'.
011750         88  SOL-CHANGED-RUN                     VALUE 'C' 'I'.
011760         88  SOL-INTRADAY-RUN                    VALUE 'I'.
011800     05  SOL-FILE-ERROR-SW           PIC X(01)  VALUE 'N'.
011900         88  SOL-FILE-ERROR                      VALUE 'Y'.
011982     05  SOL-HIST-EOF-SW             PIC X(01)  VALUE 'N'.
011992         88  SOL-OPS-SCAN-DONE                   VALUE 'Y'.
011994     05  SOL-OPS-FOUND-SW            PIC X(01)  VALUE 'N'.
011996         88  SOL-OPS-FOUND                       VALUE 'Y'.
011997     05  SOL-CHGKEY-EOF-SW           PIC X(01)  VALUE 'N'.
011998         88  SOL-CHGKEY-EOF                      VALUE 'Y'.
012000
012100 01  SOL-FILE-STATUSES.
012200     05  SOL-SYSIN-STATUS            PIC X(02)  VALUE SPACES.
012810     05  SOL-SENDER-STATUS           PIC X(02)  VALUE SPACES.
012820     05  SOL-HIST-STATUS             PIC X(02)  VALUE SPACES.
012830     05  SOL-OPS-STATUS              PIC X(02)  VALUE SPACES.
012840     05  SOL-RULE-STATUS             PIC X(02)  VALUE SPACES.
012850     05  SOL-CHGKEY-STATUS           PIC X(02)  VALUE SPACES.
012860     05  SOL-RUNCTL-STATUS           PIC X(02)  VALUE SPACES.
012880     05  SOL-STEPTIME-STATUS         PIC X(02)  VALUE SPACES.
012900
013000 01  SOL-WS-PARM.
013100     05  SOL-WS-USERID               PIC X(08) VALUE SPACES.
013210     05  SOL-WS-LOW-KEY              PIC X(10) VALUE SPACES.
013220     05  SOL-WS-HIGH-KEY             PIC X(10) VALUE SPACES.
013230     05  SOL-WS-RUN-ID               PIC X(08) VALUE SPACES.
013240     05  SOL-WS-MODE                 PIC X(01) VALUE SPACES.
013300
013400 01  SOL-COUNTERS.
013500     05  SOL-RECORDS-READ            PIC 9(07)  COMP  VALUE ZERO.
013800     05  SOL-CHECKPOINT-INTERVAL     PIC 9(07)  COMP  VALUE 50.
013900     05  SOL-CKPT-IDX                PIC 9(07)  COMP  VALUE ZERO.
013910     05  SOL-TARGET-HITS             PIC 9(07)  COMP  VALUE ZERO.
013920     05  SOL-KEYS-LISTED             PIC 9(07)  COMP  VALUE ZERO.
013930     05  SOL-KEYS-DELETED            PIC 9(07)  COMP  VALUE ZERO.
013940     05  SOL-KEYS-NOT-ON-FILE        PIC 9(07)  COMP  VALUE ZERO.
013950     05  SOL-KEYS-REPEATED           PIC 9(07)  COMP  VALUE ZERO.
013960     05  SOL-KEYS-OUT-OF-RANGE       PIC 9(07)  COMP  VALUE ZERO.
014000
014100 01  SOL-REJECT-REASON               PIC X(02)  VALUE SPACES.
014200     88  SOL-REASON-BLANK-RECORD               VALUE '01'.
014300     88  SOL-REASON-MISSING-SENDER             VALUE '02'.
014310     88  SOL-REASON-UNKNOWN-SENDER             VALUE '03'.
014320     88  SOL-REASON-INACTIVE-SENDER            VALUE '04'.
014330     88  SOL-REASON-BLANK-TEXT                 VALUE '06'.
014340     88  SOL-REASON-NON-PRINTABLE              VALUE '07'.
014350     88  SOL-REASON-BAD-RUN-DATE               VALUE '08'.
014360     88  SOL-REASON-FUTURE-RUN-DATE            VALUE '09'.
014370     88  SOL-REASON-PROHIBITED-TERM            VALUE '10'.
014400
014410 01  SOL-PREV-CHANGED-KEY            PIC X(18)  VALUE LOW-VALUES.
014420
014500 01  SOL-CURRENT-DATE.
014600     05  SOL-CURRENT-YYYY            PIC 9(04).
014700     05  SOL-CURRENT-MM              PIC 9(02).
016100         VALUE 'SOLUTION MESSAGE PROCESSING REPORT'.
016110     05  FILLER                      PIC X(09) VALUE ' RUN ID: '.
016120     05  SOL-HDR-RUN-ID              PIC X(08) VALUE SPACES.
016130     05  FILLER                      PIC X(07) VALUE ' MODE: '.
016140     05  SOL-HDR-MODE                PIC X(20) VALUE SPACES.
016200
016300 01  SOL-GREETING-TEXT              PIC X(14)
016400     VALUE 'HELLO, WORLD. '.
017800         VALUE 'RECORDS REJECTED: '.
017900     05  SOL-TRL-REJECTS             PIC ZZZ,ZZZ,ZZ9.
018000
018010 01  SOL-CHANGED-COUNT-LINE.
018020     05  SOL-CHG-LABEL               PIC X(34) VALUE SPACES.
018030     05  SOL-CHG-VALUE               PIC ZZZ,ZZZ,ZZ9.
018040
018100 01  SOL-CHECKPOINT-RECORD.
018200     05  SOL-CKPT-COUNT              PIC 9(07).
018300
019100 COPY AUDITLN REPLACING
019200     ==AUDIT-TRAIL-LINE== BY ==SOL-AUDIT-WORK-RECORD==
019300     LEADING ==AU-== BY ==SOL-AU-==.
019310
019320 01  SOL-RULE-SWITCHES.
019330     05  SOL-RULE-AVAIL-SW           PIC X(01)  VALUE 'N'.
019340         88  SOL-RULES-AVAILABLE                 VALUE 'Y'.
019350     05  SOL-RULE-DONE-SW            PIC X(01)  VALUE 'N'.
019360         88  SOL-RULE-SCAN-DONE                  VALUE 'Y'.
019362* FORMAT CHECK SWITCHES: SPACE = ON (BUILT-IN), Y = ON AND
019364* N = OFF BY A RULE ON THE CONTENT RULES FILE
019370     05  SOL-CHK-BLANK-TEXT-SW       PIC X(01)  VALUE SPACE.
019380         88  SOL-CHECK-BLANK-TEXT                VALUE ' ' 'Y'.
019390     05  SOL-CHK-NON-PRINT-SW        PIC X(01)  VALUE SPACE.
019400         88  SOL-CHECK-NON-PRINTABLE             VALUE ' ' 'Y'.
019410     05  SOL-CHK-RUN-DATE-SW         PIC X(01)  VALUE SPACE.
019420         88  SOL-CHECK-RUN-DATE                  VALUE ' ' 'Y'.
019430     05  SOL-CHK-FUTURE-SW           PIC X(01)  VALUE SPACE.
019440         88  SOL-CHECK-FUTURE-DATE               VALUE ' ' 'Y'.
019442     05  SOL-RULE-SETTING            PIC X(01)  VALUE SPACE.
019450
019460 01  SOL-TERM-TABLE-AREA.
019470     05  SOL-TERM-COUNT              PIC 9(03)  COMP  VALUE ZERO.
019480     05  SOL-TERM-MAX                PIC 9(03)  COMP  VALUE 200.
019490     05  SOL-TERM-ENTRY OCCURS 200 TIMES.
019500         10  SOL-TERM-TEXT           PIC X(30).
019510         10  SOL-TERM-LENGTH         PIC 9(02)  COMP.
019520
019530 01  SOL-TERM-WORK.
019540     05  SOL-TERM-IDX                PIC 9(03)  COMP  VALUE ZERO.
019550     05  SOL-TERM-HITS               PIC 9(03)  COMP  VALUE ZERO.
019560     05  SOL-TERMS-HELD              PIC 9(03)  COMP  VALUE ZERO.
019565     05  SOL-TERM-POS                PIC 9(02)  COMP  VALUE ZERO.
019570
019580 01  SOL-TEXT-WORK                   PIC X(237) VALUE SPACES.
019590
019600 01  SOL-PRINTABLE-CHARS.
019610     05  FILLER                      PIC X(26)
019620         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
019630     05  FILLER                      PIC X(26)
019640         VALUE 'abcdefghijklmnopqrstuvwxyz'.
019650     05  FILLER                      PIC X(10)
019660         VALUE '0123456789'.
019670     05  FILLER                      PIC X(16)
019680         VALUE ' .,;:!?-()/&%$#@'.
019690     05  FILLER                      PIC X(17)
019700         VALUE '*+=<>_[]{}|~^`"''\'.
019710 01  SOL-PRINTABLE-BLANKS            PIC X(95)  VALUE SPACES.
019720
019730 01  SOL-CASE-FOLD.
019740     05  SOL-LOWER-CASE              PIC X(26)
019750         VALUE 'abcdefghijklmnopqrstuvwxyz'.
019760     05  SOL-UPPER-CASE              PIC X(26)
019770         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
019780
019790 01  SOL-DATE-CHECK-WORK.
019800     05  SOL-DATE-CHECK              PIC X(08)  VALUE SPACES.
019810     05  SOL-DATE-CHECK-SPLIT REDEFINES SOL-DATE-CHECK.
019820         10  SOL-DCK-YYYY            PIC 9(04).
019830         10  SOL-DCK-MM              PIC 9(02).
019840         10  SOL-DCK-DD              PIC 9(02).
019850     05  SOL-DCK-MONTH-START         PIC S9(09) COMP VALUE ZERO.
019860     05  SOL-DCK-MONTH-DAYS          PIC S9(09) COMP VALUE ZERO.
019870
019880 01  SOL-RULE-NOTE-LINE.
019890     05  FILLER                      PIC X(14)
019900         VALUE 'CONTENT RULE: '.
019910     05  SOL-RN-RULE                 PIC X(30) VALUE SPACES.
019920     05  FILLER                      PIC X(02) VALUE SPACES.
019930     05  SOL-RN-SETTING              PIC X(12) VALUE SPACES.
019940     05  FILLER                      PIC X(02) VALUE SPACES.
019950     05  SOL-RN-SOURCE               PIC X(14) VALUE SPACES.
019960
019970 01  SOL-TERM-NOTE-LINE.
019980     05  FILLER                      PIC X(30)
019990         VALUE 'PROHIBITED TERMS IN EFFECT: '.
020000     05  SOL-TN-COUNT                PIC ZZZ,ZZZ,ZZ9.
020010     05  FILLER                      PIC X(30)
020020         VALUE '   HELD (INACTIVE OR FUTURE): '.
020030     05  SOL-TN-HELD                 PIC ZZZ,ZZZ,ZZ9.
020040
020050*----------------------------------------------------------------*
020060* RUN-CONTROL LEDGER WORK AREAS. THE LEDGER IS USED ONLY WHEN THE
020070* SCHEDULER PASSES A RUN ID ON THE PARM.
020080*----------------------------------------------------------------*
020090 01  SOL-RUN-CONTROL.
020100     05  SOL-RC-RUN-ID               PIC X(08)  VALUE SPACES.
020110     05  SOL-RC-STEP-NAME            PIC X(08)  VALUE SPACES.
020120     05  SOL-RC-AVAIL-SW             PIC X(01)  VALUE 'N'.
020130         88  SOL-RC-AVAILABLE                    VALUE 'Y'.
020140     05  SOL-RC-FOUND-SW             PIC X(01)  VALUE 'N'.
020150         88  SOL-RC-FOUND                        VALUE 'Y'.
020160     05  SOL-RC-DATE                 PIC X(08)  VALUE SPACES.
020170     05  SOL-RC-TIME.
020180         10  SOL-RC-HHMMSS           PIC X(06).
020190         10  FILLER                  PIC X(02).
020200
020210 01  SOL-RC-SKIP-LINE.
020220     05  FILLER                      PIC X(05) VALUE 'STEP '.
020230     05  SOL-SKP-STEP                PIC X(08) VALUE SPACES.
020240     05  FILLER                      PIC X(27)
020250         VALUE ' ALREADY COMPLETED FOR RUN '.
020260     05  SOL-SKP-RUN-ID              PIC X(08) VALUE SPACES.
020270     05  FILLER                      PIC X(04) VALUE ' ON '.
020280     05  SOL-SKP-DATE                PIC X(08) VALUE SPACES.
020290     05  FILLER                      PIC X(01) VALUE SPACE.
020300     05  SOL-SKP-TIME                PIC X(06) VALUE SPACES.
020310     05  FILLER                      PIC X(04) VALUE ' RC '.
020320     05  SOL-SKP-RC                  PIC ZZZ9.
020330     05  FILLER                      PIC X(12)
020340         VALUE ' - NOT RERUN'.
020390
020440 01  SOL-STEP-TIMING.
020490     05  SOL-ST-AVAIL-SW             PIC X(01)  VALUE 'N'.
020540         88  SOL-ST-AVAILABLE                    VALUE 'Y'.
020590     05  SOL-ST-DATE                 PIC X(08)  VALUE SPACES.
020640     05  SOL-ST-TIME.
020690         10  SOL-ST-HHMMSS           PIC X(06).
020740         10  FILLER                  PIC X(02).
020760     05  SOL-ST-KEY                  PIC X(30)  VALUE SPACES.
020800
020900 LINKAGE SECTION.
021000 01  SOL-RUN-PARM.
021410         10  SOL-PARM-LOW-KEY        PIC X(10).
021420         10  SOL-PARM-HIGH-KEY       PIC X(10).
021430         10  SOL-PARM-RUN-ID         PIC X(08).
021440         10  SOL-PARM-MODE           PIC X(01).
021450         10  SOL-PARM-STEP-NAME      PIC X(08).
021500
021600 PROCEDURE DIVISION USING SOL-RUN-PARM.
021700*----------------------------------------------------------------*
022200     IF SOL-TARGETED-RUN
022300         PERFORM 2500-PROCESS-TARGETED-RECORD THRU 2500-EXIT
022400     ELSE
022410         IF SOL-CHANGED-RUN
022420             PERFORM 2600-PROCESS-CHANGED-KEY THRU 2600-EXIT
022430                 UNTIL SOL-CHGKEY-EOF
022440             CLOSE CHANGED-KEY-FILE
022450         ELSE
022500             PERFORM 2000-PROCESS-SYSIN THRU 2000-EXIT
022600                 UNTIL EOF
022700             PERFORM 8050-RESET-CHECKPOINT THRU 8050-EXIT
022705         END-IF
022710         IF SOL-WS-HIGH-KEY = SPACES
022715             AND NOT SOL-INTRADAY-RUN
022720             PERFORM 8400-TRIM-HISTORY THRU 8400-EXIT
022730         END-IF
022800     END-IF.
022900     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
023000     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
023100     PERFORM 8300-WRITE-AUDIT-RECORD THRU 8300-EXIT.
023150     PERFORM 8700-RECORD-STEP-END THRU 8700-EXIT.
023170     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
023200     CLOSE SYSIN.
023210     CLOSE SENDER-FILE.
023220     CLOSE HISTORY-FILE.
028062     IF SOL-PARM-LENGTH > 38
028064         MOVE SOL-PARM-RUN-ID TO SOL-WS-RUN-ID
028066     END-IF.
028067     MOVE SOL-WS-RUN-ID TO SOL-RC-RUN-ID.
028068     IF SOL-WS-RUN-ID = SPACES
028070         PERFORM 1050-DERIVE-RUN-ID THRU 1050-EXIT
028072     END-IF.
028074     IF SOL-PARM-LENGTH > 46
028076         MOVE SOL-PARM-MODE TO SOL-WS-MODE
028078     END-IF.
028079     IF SOL-PARM-LENGTH > 47
028080         MOVE SOL-PARM-STEP-NAME TO SOL-RC-STEP-NAME
028081     END-IF.
028082     IF SOL-PARM-LENGTH > 47 AND SOL-PARM-LENGTH < 55
028083         MOVE SOL-PARM-STEP-NAME(1:SOL-PARM-LENGTH - 47)
028084             TO SOL-RC-STEP-NAME
028085     END-IF.
028100     IF SOL-WS-TARGET-SENDER NOT = SPACES
028200         SET SOL-TARGETED-RUN TO TRUE
028300     ELSE
028400         SET SOL-FULL-RUN TO TRUE
028410         IF SOL-WS-MODE = 'C'
028420             SET SOL-CHANGED-RUN TO TRUE
028430         END-IF
028440         IF SOL-WS-MODE = 'I'
028450             SET SOL-INTRADAY-RUN TO TRUE
028460         END-IF
028500     END-IF.
028600     PERFORM 1100-READ-PARM THRU 1100-EXIT.
028700     PERFORM 1300-WRITE-REPORT-HEADER THRU 1300-EXIT.
028705     PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT.
028707     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
028710     PERFORM 1400-GET-CONTROL-VALUES THRU 1400-EXIT.
028720     PERFORM 1500-LOAD-CONTENT-RULES THRU 1500-EXIT.
028800     IF SOL-FULL-RUN
028810         PERFORM 1150-POSITION-RANGE THRU 1150-EXIT
028900         IF NOT EOF
029100             PERFORM 2100-READ-SYSIN THRU 2100-EXIT
029200         END-IF
029300     END-IF.
029310     IF SOL-CHANGED-RUN
029320         PERFORM 1160-OPEN-CHANGED-KEYS THRU 1160-EXIT
029330     END-IF.
029400 1000-EXIT.
029500     EXIT.
029505
031790 1150-EXIT.
031795     EXIT.
031797
031801*----------------------------------------------------------------*
031805* 1160-OPEN-CHANGED-KEYS - A CHANGED-RECORDS RUN IS DRIVEN BY
031809* TONIGHT'S CUSTLOAD APPLIED LISTING, SORTED INTO KEY ORDER
031813* AHEAD OF THIS STEP. THE RUN IS SHORT AND SIMPLY RERUNS FROM
031817* THE TOP, SO IT NEITHER TAKES NOR CLEARS A CHECKPOINT AND A
031821* FULL PASS'S RESTART POINT IS LEFT ALONE.
031825* AN INTRADAY URGENT-FEED RUN IS DRIVEN THE SAME WAY BY THE
031829* APPLIED LISTING FROM THE INTRADAY CUSTLOAD.
031833*----------------------------------------------------------------*
031837 1160-OPEN-CHANGED-KEYS.
031841     OPEN INPUT CHANGED-KEY-FILE.
031845     IF SOL-CHGKEY-STATUS NOT = '00'
031849         DISPLAY 'SOLUTION: LODAPL OPEN FAILED - STATUS '
031853             SOL-CHGKEY-STATUS
031857         MOVE 16 TO RETURN-CODE
031861         STOP RUN
031865     END-IF.
031869     PERFORM 2650-READ-CHANGED-KEY THRU 2650-EXIT.
031873 1160-EXIT.
031877     EXIT.
031881
031885*----------------------------------------------------------------*
031900* 1200-CHECK-RESTART - RESUME FROM LAST CHECKPOINT, IF ANY. THE
031910* CHECKPOINT COUNTS DETAIL RECORDS ONLY, SO THE SKIP LOOP MUST
031920* PASS OVER CONTROL RECORDS WITHOUT COUNTING THEM OR THE RESUME
035100         SOL-CURRENT-YYYY DELIMITED BY SIZE
035200         INTO SOL-HDR-DATE.
035250     MOVE SOL-WS-RUN-ID TO SOL-HDR-RUN-ID.
035260     IF SOL-TARGETED-RUN
035265         MOVE 'TARGETED SENDER' TO SOL-HDR-MODE
035270     ELSE
035275         IF SOL-CHANGED-RUN
035280             MOVE 'CHANGED RECORDS ONLY' TO SOL-HDR-MODE
035282             IF SOL-INTRADAY-RUN
035283                 MOVE 'INTRADAY URGENT FEED' TO SOL-HDR-MODE
035284             END-IF
035285         ELSE
035290             MOVE 'FULL PASS' TO SOL-HDR-MODE
035295         END-IF
035298     END-IF.
035300     WRITE PRINT-LINE FROM SOL-REPORT-HEADER-LINE.
035400 1300-EXIT.
035500     EXIT.
035676 1480-EXIT.
035678     EXIT.
035680
035682*----------------------------------------------------------------*
035684* 1500-LOAD-CONTENT-RULES - PICK UP THE CONTENT RULES IN EFFECT
035686* ON THE PROCESS DATE: ACTIVE PROHIBITED TERMS GO INTO THE TERM
035688* TABLE, FORMAT RULES SWITCH THEIR CHECK ON OR OFF. A MISSING
035690* FILE OR FORMAT RULE LEAVES THE BUILT-IN FORMAT CHECKS ON, AND
035692* THE REPORT SAYS WHICH SOURCE EACH SETTING CAME FROM.
035694*----------------------------------------------------------------*
035696 1500-LOAD-CONTENT-RULES.
035698     OPEN INPUT RULE-FILE.
035700     IF SOL-RULE-STATUS = '00'
035702         SET SOL-RULES-AVAILABLE TO TRUE
035704     ELSE
035706         DISPLAY 'SOLUTION: RULFILE NOT AVAILABLE - STATUS '
035708             SOL-RULE-STATUS
035710             ' - BUILT-IN FORMAT CHECKS ONLY'
035712     END-IF.
035714     IF SOL-RULES-AVAILABLE
035716         MOVE LOW-VALUES TO CR-KEY
035718         START RULE-FILE KEY NOT < CR-KEY
035720             INVALID KEY
035722                 SET SOL-RULE-SCAN-DONE TO TRUE
035724         END-START
035726         PERFORM 1550-LOAD-ONE-RULE THRU 1550-EXIT
035728             UNTIL SOL-RULE-SCAN-DONE
035730         CLOSE RULE-FILE
035732     END-IF.
035734     MOVE 'BLANK-TEXT' TO SOL-RN-RULE.
035736     MOVE SOL-CHK-BLANK-TEXT-SW TO SOL-RULE-SETTING.
035738     PERFORM 1580-WRITE-RULE-NOTE THRU 1580-EXIT.
035740     MOVE 'NON-PRINTABLE' TO SOL-RN-RULE.
035742     MOVE SOL-CHK-NON-PRINT-SW TO SOL-RULE-SETTING.
035744     PERFORM 1580-WRITE-RULE-NOTE THRU 1580-EXIT.
035746     MOVE 'RUN-DATE-VALID' TO SOL-RN-RULE.
035748     MOVE SOL-CHK-RUN-DATE-SW TO SOL-RULE-SETTING.
035750     PERFORM 1580-WRITE-RULE-NOTE THRU 1580-EXIT.
035752     MOVE 'RUN-DATE-FUTURE' TO SOL-RN-RULE.
035754     MOVE SOL-CHK-FUTURE-SW TO SOL-RULE-SETTING.
035756     PERFORM 1580-WRITE-RULE-NOTE THRU 1580-EXIT.
035758     MOVE SOL-TERM-COUNT TO SOL-TN-COUNT.
035760     MOVE SOL-TERMS-HELD TO SOL-TN-HELD.
035762     WRITE PRINT-LINE FROM SOL-TERM-NOTE-LINE.
035764 1500-EXIT.
035766     EXIT.
035768
035770*----------------------------------------------------------------*
035772* 1550-LOAD-ONE-RULE - ONE RULE FROM THE BROWSE. A RULE DATED
035774* AFTER THE PROCESS DATE IS NOT YET IN EFFECT; AN INACTIVE TERM
035776* IS HELD ON FILE WITHOUT BEING APPLIED.
035778*----------------------------------------------------------------*
035780 1550-LOAD-ONE-RULE.
035782     READ RULE-FILE NEXT RECORD
035784         AT END
035786             SET SOL-RULE-SCAN-DONE TO TRUE
035788             GO TO 1550-EXIT
035790     END-READ.
035792     IF CR-EFF-DATE > SOL-PROCESS-DATE
035794         IF CR-TERM-RULE
035796             ADD 1 TO SOL-TERMS-HELD
035798         END-IF
035800         GO TO 1550-EXIT
035802     END-IF.
035804     IF CR-FORMAT-RULE
035806         PERFORM 1560-APPLY-FORMAT-RULE THRU 1560-EXIT
035808         GO TO 1550-EXIT
035810     END-IF.
035812     IF NOT CR-TERM-RULE
035814         GO TO 1550-EXIT
035816     END-IF.
035818     IF NOT CR-RULE-ACTIVE
035820         ADD 1 TO SOL-TERMS-HELD
035822         GO TO 1550-EXIT
035824     END-IF.
035826     IF SOL-TERM-COUNT >= SOL-TERM-MAX
035828         DISPLAY 'SOLUTION: TERM TABLE FULL - TERM NOT APPLIED '
035830             CR-RULE-ID
035832         ADD 1 TO SOL-TERMS-HELD
035834         GO TO 1550-EXIT
035836     END-IF.
035838     ADD 1 TO SOL-TERM-COUNT.
035840     MOVE CR-RULE-ID TO SOL-TERM-TEXT(SOL-TERM-COUNT).
035842     INSPECT SOL-TERM-TEXT(SOL-TERM-COUNT)
035844         CONVERTING SOL-LOWER-CASE TO SOL-UPPER-CASE.
035846     MOVE 30 TO SOL-TERM-POS.
035848     PERFORM 1570-BACK-UP-ONE THRU 1570-EXIT
035850         UNTIL SOL-TERM-POS = 1
035852            OR CR-RULE-ID(SOL-TERM-POS:1) NOT = SPACE.
035854     MOVE SOL-TERM-POS TO SOL-TERM-LENGTH(SOL-TERM-COUNT).
035856 1550-EXIT.
035858     EXIT.
035860
035862 1560-APPLY-FORMAT-RULE.
035864     IF CR-RULE-ACTIVE
035866         MOVE 'Y' TO SOL-RULE-SETTING
035868     ELSE
035870         MOVE 'N' TO SOL-RULE-SETTING
035872     END-IF.
035874     IF CR-RULE-ID = 'BLANK-TEXT'
035876         MOVE SOL-RULE-SETTING TO SOL-CHK-BLANK-TEXT-SW
035878     END-IF.
035880     IF CR-RULE-ID = 'NON-PRINTABLE'
035882         MOVE SOL-RULE-SETTING TO SOL-CHK-NON-PRINT-SW
035884     END-IF.
035886     IF CR-RULE-ID = 'RUN-DATE-VALID'
035888         MOVE SOL-RULE-SETTING TO SOL-CHK-RUN-DATE-SW
035890     END-IF.
035892     IF CR-RULE-ID = 'RUN-DATE-FUTURE'
035894         MOVE SOL-RULE-SETTING TO SOL-CHK-FUTURE-SW
035896     END-IF.
035898 1560-EXIT.
035900     EXIT.
035902
035904 1570-BACK-UP-ONE.
035906     SUBTRACT 1 FROM SOL-TERM-POS.
035908 1570-EXIT.
035910     EXIT.
035912
035914 1580-WRITE-RULE-NOTE.
035916     IF SOL-RULE-SETTING = 'N'
035918         MOVE 'CHECK OFF' TO SOL-RN-SETTING
035920     ELSE
035922         MOVE 'CHECK ON' TO SOL-RN-SETTING
035924     END-IF.
035926     IF SOL-RULE-SETTING = SPACE
035928         MOVE 'BUILT-IN' TO SOL-RN-SOURCE
035930     ELSE
035932         MOVE 'RULE FILE' TO SOL-RN-SOURCE
035934     END-IF.
035936     WRITE PRINT-LINE FROM SOL-RULE-NOTE-LINE.
035938 1580-EXIT.
035940     EXIT.
035942
035944*----------------------------------------------------------------*
035946* 1700-CHECK-RUN-CONTROL - LOOK THIS STEP UP ON THE RUN-CONTROL
035948* LEDGER UNDER THE SCHEDULER'S RUN ID (PARM 39-46) AND STEP NAME
035950* (PARM 48-55, DEFAULT SOLUTION; EACH SPLIT RANGE PASSES ITS OWN).
035952* A STEP THE LEDGER SHOWS COMPLETED FOR THIS RUN IS NOT RUN AGAIN
035954* ON A RESUBMIT - THE REPORT SAYS SO AND THE STEP ENDS RC 0.
035956* OTHERWISE THE STEP IS MARKED STARTED. A RUN ID DERIVED FROM
035958* THE CLOCK IS NEVER THE SAME TWICE, SO ONLY A RUN ID PASSED ON
035960* THE PARM IS CHECKED; NO LEDGER ALSO MEANS NO CHECK.
035961* THE LEDGER IS CLOSED AGAIN AT ONCE - THE SPLIT RANGES SHARE IT.
035962*----------------------------------------------------------------*
035964 1700-CHECK-RUN-CONTROL.
035966     IF SOL-RC-RUN-ID = SPACES
035968         GO TO 1700-EXIT
035970     END-IF.
035972     IF SOL-RC-STEP-NAME = SPACES
035974         MOVE 'SOLUTION' TO SOL-RC-STEP-NAME
035976     END-IF.
035978     OPEN I-O RUNCTL-FILE.
035980     IF SOL-RUNCTL-STATUS = '35'
035982         OPEN OUTPUT RUNCTL-FILE
035984         CLOSE RUNCTL-FILE
035986         OPEN I-O RUNCTL-FILE
035988     END-IF.
035990     IF SOL-RUNCTL-STATUS NOT = '00'
035992         DISPLAY 'SOLUTION: RUNCTL NOT AVAILABLE - STATUS '
035994             SOL-RUNCTL-STATUS
035996             ' - RESTART CHECK SKIPPED'
035998         GO TO 1700-EXIT
036000     END-IF.
036002     SET SOL-RC-AVAILABLE TO TRUE.
036004     MOVE SOL-RC-RUN-ID TO RL-RUN-ID.
036006     MOVE SOL-RC-STEP-NAME TO RL-STEP-NAME.
036008     SET SOL-RC-FOUND TO TRUE.
036010     READ RUNCTL-FILE
036012         INVALID KEY
036014             MOVE 'N' TO SOL-RC-FOUND-SW
036016     END-READ.
036018     IF SOL-RC-FOUND AND RL-STEP-COMPLETED
036020         PERFORM 1750-SKIP-COMPLETED-STEP THRU 1750-EXIT
036022     END-IF.
036024     IF SOL-RC-FOUND
036026         DISPLAY 'SOLUTION: RUN ' SOL-RC-RUN-ID ' STEP '
036028             SOL-RC-STEP-NAME ' RESUBMITTED - ATTEMPT '
036030             RL-ATTEMPTS ' ENDED STATUS ' RL-STEP-STATUS
036032     ELSE
036034         MOVE SPACES TO RUNCTL-RECORD
036036         MOVE SOL-RC-RUN-ID TO RL-RUN-ID
036038         MOVE SOL-RC-STEP-NAME TO RL-STEP-NAME
036040         MOVE ZERO TO RL-RETURN-CODE
036042         MOVE ZERO TO RL-ATTEMPTS
036044     END-IF.
036046     MOVE 'SOLUTION' TO RL-PROGRAM-ID.
036048     SET RL-STEP-STARTED TO TRUE.
036050     ACCEPT SOL-RC-DATE FROM DATE YYYYMMDD.
036052     ACCEPT SOL-RC-TIME FROM TIME.
036054     MOVE SOL-RC-DATE TO RL-START-DATE.
036056     MOVE SOL-RC-HHMMSS TO RL-START-TIME.
036058     MOVE SPACES TO RL-END-DATE.
036060     MOVE SPACES TO RL-END-TIME.
036062     ADD 1 TO RL-ATTEMPTS.
036064     IF SOL-RC-FOUND
036066         REWRITE RUNCTL-RECORD
036068     ELSE
036070         WRITE RUNCTL-RECORD
036072     END-IF.
036074     IF SOL-RUNCTL-STATUS NOT = '00'
036076         DISPLAY 'SOLUTION: RUNCTL UPDATE FAILED - STATUS '
036078             SOL-RUNCTL-STATUS ' - STEP NOT LEDGERED'
036080         MOVE 'N' TO SOL-RC-AVAIL-SW
036084     END-IF.
036085     CLOSE RUNCTL-FILE.
036086 1700-EXIT.
036088     EXIT.
036090
036092*----------------------------------------------------------------*
036094* 1750-SKIP-COMPLETED-STEP - THIS STEP ALREADY RAN TO COMPLETION
036096* UNDER THIS RUN ID. NOTHING IS READ OR UPDATED: THE REPORT SHOWS
036098* WHEN IT COMPLETED AND WITH WHAT RC, AND THE STEP ENDS RC 0.
036100*----------------------------------------------------------------*
036102 1750-SKIP-COMPLETED-STEP.
036104     MOVE RL-STEP-NAME TO SOL-SKP-STEP.
036106     MOVE RL-RUN-ID TO SOL-SKP-RUN-ID.
036108     MOVE RL-END-DATE TO SOL-SKP-DATE.
036110     MOVE RL-END-TIME TO SOL-SKP-TIME.
036112     MOVE RL-RETURN-CODE TO SOL-SKP-RC.
036114     WRITE PRINT-LINE FROM SOL-RC-SKIP-LINE.
036116     DISPLAY 'SOLUTION: RUN ' RL-RUN-ID ' STEP ' RL-STEP-NAME
036118         ' ALREADY COMPLETED - NOT RERUN'.
036120     CLOSE RUNCTL-FILE.
036122     CLOSE PRINT-FILE.
036124     CLOSE SYSIN.
036126     CLOSE SENDER-FILE.
036128     CLOSE HISTORY-FILE.
036130     CLOSE REJECT-FILE.
036132     CLOSE AUDIT-FILE.
036134     CLOSE EXTRACT-FILE.
036136     MOVE 0 TO RETURN-CODE.
036138     STOP RUN.
036140 1750-EXIT.
036142     EXIT.
036144
036146*----------------------------------------------------------------*
036148* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
036150* STEP TIMING LOG UNDER THE RUN ID AND STEP NAME, STAMPED WITH ITS
036152* START TIME, FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR
036154* NO LOG, MEANS THE STEP IS NOT TIMED; THE RUN GOES ON EITHER WAY.
036155* THE LOG IS CLOSED AGAIN AT ONCE - THE SPLIT RANGES SHARE IT.
036156*----------------------------------------------------------------*
036158 1800-START-STEP-TIMING.
036160     IF SOL-RC-RUN-ID = SPACES
036162         GO TO 1800-EXIT
036164     END-IF.
036166     OPEN I-O STEPTIME-FILE.
036168     IF SOL-STEPTIME-STATUS = '35'
036170         OPEN OUTPUT STEPTIME-FILE
036172         CLOSE STEPTIME-FILE
036174         OPEN I-O STEPTIME-FILE
036176     END-IF.
036178     IF SOL-STEPTIME-STATUS NOT = '00'
036180         DISPLAY 'SOLUTION: STEPTIME NOT AVAILABLE - STATUS '
036182             SOL-STEPTIME-STATUS ' - STEP NOT TIMED'
036184         GO TO 1800-EXIT
036186     END-IF.
036188     MOVE SPACES TO STEPTIM-RECORD.
036190     MOVE SOL-RC-RUN-ID TO TL-RUN-ID.
036192     MOVE SOL-RC-STEP-NAME TO TL-STEP-NAME.
036194     ACCEPT SOL-ST-DATE FROM DATE YYYYMMDD.
036196     ACCEPT SOL-ST-TIME FROM TIME.
036198     MOVE SOL-ST-DATE TO TL-START-DATE.
036200     MOVE SOL-ST-HHMMSS TO TL-START-TIME.
036202     MOVE 'SOLUTION' TO TL-PROGRAM-ID.
036204     SET TL-STEP-RUNNING TO TRUE.
036206     MOVE ZERO TO TL-RECORDS-IN.
036208     MOVE ZERO TO TL-RECORDS-OUT.
036210     MOVE ZERO TO TL-RETURN-CODE.
036212     WRITE STEPTIM-RECORD.
036214     IF SOL-STEPTIME-STATUS NOT = '00'
036216         DISPLAY 'SOLUTION: STEPTIME WRITE FAILED - STATUS '
036218             SOL-STEPTIME-STATUS ' - STEP NOT TIMED'
036220         CLOSE STEPTIME-FILE
036222         GO TO 1800-EXIT
036224     END-IF.
036225     CLOSE STEPTIME-FILE.
036226     SET SOL-ST-AVAILABLE TO TRUE.
036227     MOVE TL-KEY TO SOL-ST-KEY.
036228 1800-EXIT.
036230     EXIT.
036232
036234
036236*----------------------------------------------------------------*
036238* 2000-PROCESS-SYSIN - ONE PASS OF THE MAIN PROCESSING LOOP.
036240* FEED HEADER/TRAILER CONTROLS ARE VERIFIED BY CUSTLOAD WHERE
036242* THE FEED IS READ; ANY CONTROL RECORD STILL ON THE CLUSTER IS
036244* SKIPPED HERE WITHOUT COUNTING OR REACHING THE REPORT/EXTRACT.
036246*----------------------------------------------------------------*
036248 2000-PROCESS-SYSIN.
036250     IF CM-HEADER-RECORD OR CM-TRAILER-RECORD
036252         CONTINUE
036254     ELSE
036256         ADD 1 TO SOL-RECORDS-READ
036258         ADD 1 TO SOL-RECORDS-SINCE-CKPT
036300         PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT
036400         IF SOL-RECORD-VALID
036500             PERFORM 2300-WRITE-OUTPUTS THRU 2300-EXIT
038500     EXIT.
038600
038700*----------------------------------------------------------------*
038800* 2200-VALIDATE-RECORD - FLAG BLANK/MALFORMED RECORDS. A RECORD
038810* THAT PASSES THE SENDER CHECKS IS THEN SCREENED FOR CONTENT.
038900*----------------------------------------------------------------*
039000 2200-VALIDATE-RECORD.
039100     SET SOL-RECORD-VALID TO TRUE.
039900             MOVE '02' TO SOL-REJECT-REASON
039910         ELSE
039920             PERFORM 2250-CHECK-SENDER-MASTER THRU 2250-EXIT
039930             IF SOL-RECORD-VALID
039940                 PERFORM 2260-CHECK-CONTENT THRU 2260-EXIT
039950             END-IF
040000         END-IF
040100     END-IF.
040200 2200-EXIT.
040496 2250-EXIT.
040498     EXIT.
040499
040501*----------------------------------------------------------------*
040503* 2260-CHECK-CONTENT - SCREEN THE TEXT AND RUN DATE OF A RECORD
040505* WHOSE KEY AND SENDER ARE GOOD: BLANK TEXT (06), NON-PRINTABLE
040507* BYTES (07), RUN DATE NOT A REAL DATE (08) OR AFTER THE PROCESS
040509* DATE (09), PROHIBITED TERM (10). THE FIRST FAILURE IS THE
040511* REASON ON THE REJECT LINE.
040513*----------------------------------------------------------------*
040515 2260-CHECK-CONTENT.
040517     IF CM-MESSAGE-TEXT = SPACES
040519         IF SOL-CHECK-BLANK-TEXT
040521             SET SOL-RECORD-INVALID TO TRUE
040523             MOVE '06' TO SOL-REJECT-REASON
040525         END-IF
040527         GO TO 2260-EXIT
040529     END-IF.
040531     IF SOL-CHECK-NON-PRINTABLE
040533         MOVE CM-MESSAGE-TEXT TO SOL-TEXT-WORK
040535         INSPECT SOL-TEXT-WORK
040537             CONVERTING SOL-PRINTABLE-CHARS
040539                     TO SOL-PRINTABLE-BLANKS
040541         IF SOL-TEXT-WORK NOT = SPACES
040543             SET SOL-RECORD-INVALID TO TRUE
040545             MOVE '07' TO SOL-REJECT-REASON
040547             GO TO 2260-EXIT
040549         END-IF
040551     END-IF.
040553     PERFORM 2270-CHECK-RUN-DATE THRU 2270-EXIT.
040555     IF SOL-RECORD-VALID
040557         AND SOL-TERM-COUNT > 0
040559         PERFORM 2280-CHECK-TERMS THRU 2280-EXIT
040561     END-IF.
040563 2260-EXIT.
040565     EXIT.
040567
040569*----------------------------------------------------------------*
040571* 2270-CHECK-RUN-DATE - THE RUN DATE MUST BE A REAL CALENDAR
040573* DATE (DAY WITHIN THE MONTH, LEAP YEARS ALLOWED FOR) AND MUST
040575* NOT BE AFTER THE PROCESS DATE
040577*----------------------------------------------------------------*
040579 2270-CHECK-RUN-DATE.
040581     MOVE CM-RUN-DATE TO SOL-DATE-CHECK.
040583     IF SOL-CHECK-RUN-DATE
040585         IF SOL-DATE-CHECK NOT NUMERIC
040587             OR SOL-DCK-MM < 1 OR SOL-DCK-MM > 12
040589             OR SOL-DCK-DD < 1
040591             SET SOL-RECORD-INVALID TO TRUE
040593             MOVE '08' TO SOL-REJECT-REASON
040595             GO TO 2270-EXIT
040597         END-IF
040599         PERFORM 2275-GET-MONTH-DAYS THRU 2275-EXIT
040601         IF SOL-DCK-DD > SOL-DCK-MONTH-DAYS
040603             SET SOL-RECORD-INVALID TO TRUE
040605             MOVE '08' TO SOL-REJECT-REASON
040607             GO TO 2270-EXIT
040609         END-IF
040611     END-IF.
040613     IF SOL-CHECK-FUTURE-DATE
040615         AND CM-RUN-DATE > SOL-PROCESS-DATE
040617         SET SOL-RECORD-INVALID TO TRUE
040619         MOVE '09' TO SOL-REJECT-REASON
040621     END-IF.
040623 2270-EXIT.
040625     EXIT.
040627
040629*----------------------------------------------------------------*
040631* 2275-GET-MONTH-DAYS - LENGTH OF THE RUN DATE'S MONTH, AS THE
040633* DAY SERIAL OF THE FIRST OF THE NEXT MONTH LESS THAT OF THE
040635* FIRST OF THIS ONE
040637*----------------------------------------------------------------*
040639 2275-GET-MONTH-DAYS.
040641     MOVE SOL-DCK-YYYY TO SOL-DC-YYYY.
040643     MOVE SOL-DCK-MM TO SOL-DC-MM.
040645     MOVE 1 TO SOL-DC-DD.
040647     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
040649     MOVE SOL-DC-SERIAL TO SOL-DCK-MONTH-START.
040651     IF SOL-DCK-MM = 12
040653         COMPUTE SOL-DC-YYYY = SOL-DCK-YYYY + 1
040655         MOVE 1 TO SOL-DC-MM
040657     ELSE
040659         COMPUTE SOL-DC-MM = SOL-DCK-MM + 1
040661     END-IF.
040663     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
040665     COMPUTE SOL-DCK-MONTH-DAYS =
040667         SOL-DC-SERIAL - SOL-DCK-MONTH-START.
040669 2275-EXIT.
040671     EXIT.
040673
040675*----------------------------------------------------------------*
040677* 2280-CHECK-TERMS - LOOK FOR EACH PROHIBITED TERM ANYWHERE IN
040679* AN UPPER-CASED COPY OF THE MESSAGE TEXT
040681*----------------------------------------------------------------*
040683 2280-CHECK-TERMS.
040685     MOVE CM-MESSAGE-TEXT TO SOL-TEXT-WORK.
040687     INSPECT SOL-TEXT-WORK
040689         CONVERTING SOL-LOWER-CASE TO SOL-UPPER-CASE.
040691     PERFORM 2285-SCAN-ONE-TERM THRU 2285-EXIT
040693         VARYING SOL-TERM-IDX FROM 1 BY 1
040695         UNTIL SOL-TERM-IDX > SOL-TERM-COUNT
040697            OR SOL-RECORD-INVALID.
040699 2280-EXIT.
040701     EXIT.
040703
040705 2285-SCAN-ONE-TERM.
040707     MOVE ZERO TO SOL-TERM-HITS.
040709     INSPECT SOL-TEXT-WORK TALLYING SOL-TERM-HITS
040711         FOR ALL SOL-TERM-TEXT(SOL-TERM-IDX)
040713                 (1:SOL-TERM-LENGTH(SOL-TERM-IDX)).
040715     IF SOL-TERM-HITS > 0
040717         SET SOL-RECORD-INVALID TO TRUE
040719         MOVE '10' TO SOL-REJECT-REASON
040721     END-IF.
040723 2285-EXIT.
040725     EXIT.
040727
040729*----------------------------------------------------------------*
040731* 2300-WRITE-OUTPUTS - REPORT A GOOD RECORD
040733*----------------------------------------------------------------*
040800 2300-WRITE-OUTPUTS.
040900     MOVE SOL-GREETING-TEXT TO SOL-DTL-GREETING.
041000     MOVE SM-SENDER-NAME TO SOL-DTL-SENDER-NAME.
046000 2400-EXIT.
046100     EXIT.
046200
046202*----------------------------------------------------------------*
046204* 2600-PROCESS-CHANGED-KEY - ONE LINE OF THE APPLIED LISTING.
046206* A DELETED KEY NEVER REACHES THE EXTRACT; A KEY ADDED AND THEN
046208* DELETED IN THE SAME NIGHT IS NO LONGER ON THE CLUSTER AND IS
046210* SKIPPED THE SAME WAY. A KEY APPLIED MORE THAN ONCE TONIGHT IS
046212* PROCESSED ONCE. THE LISTING MUST BE IN KEY ORDER FOR THAT -
046214* A KEY BELOW THE ONE BEFORE IT STOPS THE RUN AS A FILE ERROR
046216* RATHER THAN RISK EXTRACTING A RECORD TWICE. "READ" IN THIS
046218* MODE MEANS A DETAIL RECORD CHANGED TONIGHT AND PROCESSED.
046220*----------------------------------------------------------------*
046222 2600-PROCESS-CHANGED-KEY.
046224     ADD 1 TO SOL-KEYS-LISTED.
046226     IF CK-ACTION = 'D'
046228         ADD 1 TO SOL-KEYS-DELETED
046230         GO TO 2600-NEXT
046232     END-IF.
046234     MOVE CK-SENDER TO CM-SENDER-ID.
046236     MOVE CK-RUN-DATE TO CM-RUN-DATE.
046238     IF CM-MSG-KEY = SOL-PREV-CHANGED-KEY
046240         ADD 1 TO SOL-KEYS-REPEATED
046242         GO TO 2600-NEXT
046244     END-IF.
046246     IF CM-MSG-KEY < SOL-PREV-CHANGED-KEY
046248         DISPLAY 'SOLUTION: LODAPL OUT OF KEY SEQUENCE AT '
046250             CM-MSG-KEY
046252         SET SOL-FILE-ERROR TO TRUE
046254         SET SOL-CHGKEY-EOF TO TRUE
046256         GO TO 2600-EXIT
046258     END-IF.
046260     MOVE CM-MSG-KEY TO SOL-PREV-CHANGED-KEY.
046262     IF (SOL-WS-LOW-KEY NOT = SPACES
046264         AND CM-SENDER-ID < SOL-WS-LOW-KEY)
046266         OR (SOL-WS-HIGH-KEY NOT = SPACES
046268         AND CM-SENDER-ID >= SOL-WS-HIGH-KEY)
046270         ADD 1 TO SOL-KEYS-OUT-OF-RANGE
046272         GO TO 2600-NEXT
046274     END-IF.
046276     READ SYSIN
046278         INVALID KEY
046280             ADD 1 TO SOL-KEYS-NOT-ON-FILE
046282             GO TO 2600-NEXT
046284     END-READ.
046286     IF CM-HEADER-RECORD OR CM-TRAILER-RECORD
046288         GO TO 2600-NEXT
046290     END-IF.
046292     ADD 1 TO SOL-RECORDS-READ.
046294     PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
046296     IF SOL-RECORD-VALID
046298         PERFORM 2300-WRITE-OUTPUTS THRU 2300-EXIT
046300     ELSE
046302         PERFORM 2400-REJECT-RECORD THRU 2400-EXIT
046304     END-IF.
046306 2600-NEXT.
046308     PERFORM 2650-READ-CHANGED-KEY THRU 2650-EXIT.
046310 2600-EXIT.
046312     EXIT.
046314
046316 2650-READ-CHANGED-KEY.
046318     READ CHANGED-KEY-FILE
046320         AT END
046322             SET SOL-CHGKEY-EOF TO TRUE
046324     END-READ.
046326 2650-EXIT.
046328     EXIT.
046330
046332*----------------------------------------------------------------*
046400* 7000-WRITE-CHECKPOINT - PERSIST PROGRESS FOR RESTART
046500*----------------------------------------------------------------*
046600 7000-WRITE-CHECKPOINT.
049200     MOVE SOL-RECORDS-READ TO SOL-TRL-COUNT.
049300     MOVE SOL-RECORDS-REJECTED TO SOL-TRL-REJECTS.
049400     WRITE PRINT-LINE FROM SOL-REPORT-TRAILER-LINE.
049410     IF SOL-CHANGED-RUN
049420         PERFORM 8150-WRITE-CHANGED-COUNTS THRU 8150-EXIT
049430     END-IF.
049500 8100-EXIT.
049600     EXIT.
049700
049704*----------------------------------------------------------------*
049708* 8150-WRITE-CHANGED-COUNTS - HOW THE APPLIED LISTING WAS USED,
049712* SO THE CHANGED-RECORDS COUNT CAN BE TIED BACK TO CUSTLOAD
049716*----------------------------------------------------------------*
049720 8150-WRITE-CHANGED-COUNTS.
049724     MOVE 'APPLIED LISTING LINES READ:' TO SOL-CHG-LABEL.
049728     MOVE SOL-KEYS-LISTED TO SOL-CHG-VALUE.
049732     WRITE PRINT-LINE FROM SOL-CHANGED-COUNT-LINE.
049736     MOVE 'DELETES SKIPPED:' TO SOL-CHG-LABEL.
049740     MOVE SOL-KEYS-DELETED TO SOL-CHG-VALUE.
049744     WRITE PRINT-LINE FROM SOL-CHANGED-COUNT-LINE.
049748     MOVE 'KEYS NO LONGER ON FILE:' TO SOL-CHG-LABEL.
049752     MOVE SOL-KEYS-NOT-ON-FILE TO SOL-CHG-VALUE.
049756     WRITE PRINT-LINE FROM SOL-CHANGED-COUNT-LINE.
049760     MOVE 'REPEATED KEYS SKIPPED:' TO SOL-CHG-LABEL.
049764     MOVE SOL-KEYS-REPEATED TO SOL-CHG-VALUE.
049768     WRITE PRINT-LINE FROM SOL-CHANGED-COUNT-LINE.
049772     MOVE 'KEYS OUTSIDE THIS KEY RANGE:' TO SOL-CHG-LABEL.
049776     MOVE SOL-KEYS-OUT-OF-RANGE TO SOL-CHG-VALUE.
049780     WRITE PRINT-LINE FROM SOL-CHANGED-COUNT-LINE.
049784 8150-EXIT.
049788     EXIT.
049792
049800*----------------------------------------------------------------*
049900* 8200-SET-RETURN-CODE - PROPAGATE JOB STATUS TO THE STEP RC
050000*----------------------------------------------------------------*
053300     MOVE SOL-RECORDS-REJECTED TO SOL-AU-REJECTS.
053400     MOVE RETURN-CODE TO SOL-AU-RETCODE.
053450     MOVE SOL-WS-RUN-ID TO SOL-AU-RUN-ID.
053460     MOVE SOL-RUN-MODE-SW TO SOL-AU-RUN-MODE.
053500     WRITE AUDIT-LINE FROM SOL-AUDIT-WORK-RECORD.
053600 8300-EXIT.
053700     EXIT.
057800 8410-EXIT.
057900     EXIT.
058000
058001*----------------------------------------------------------------*
058002* 8700-RECORD-STEP-END - STAMP THE LEDGER WITH THE END TIME AND
058003* THE STEP RC. BELOW RC 8 THE STEP IS COMPLETED AND A RESUBMIT
058004* PASSES OVER IT; RC 8 OR OVER IS FAILED AND IT RUNS AGAIN. THE
058005* LEDGER IS REOPENED FOR THE UPDATE AND CLOSED AGAIN, AS IN 1700.
058006*----------------------------------------------------------------*
058007 8700-RECORD-STEP-END.
058008     IF NOT SOL-RC-AVAILABLE
058009         GO TO 8700-EXIT
058010     END-IF.
058011     OPEN I-O RUNCTL-FILE.
058012     IF SOL-RUNCTL-STATUS NOT = '00'
058013         DISPLAY 'SOLUTION: RUNCTL NOT AVAILABLE - STATUS '
058014             SOL-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
058015         GO TO 8700-EXIT
058016     END-IF.
058017     MOVE SOL-RC-RUN-ID TO RL-RUN-ID.
058018     MOVE SOL-RC-STEP-NAME TO RL-STEP-NAME.
058019     READ RUNCTL-FILE
058020         INVALID KEY
058021             CONTINUE
058022     END-READ.
058023     IF SOL-RUNCTL-STATUS NOT = '00'
058024         DISPLAY 'SOLUTION: RUNCTL READ FAILED - STATUS '
058025             SOL-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
058026         CLOSE RUNCTL-FILE
058027         GO TO 8700-EXIT
058028     END-IF.
058029     ACCEPT SOL-RC-DATE FROM DATE YYYYMMDD.
058030     ACCEPT SOL-RC-TIME FROM TIME.
058031     MOVE SOL-RC-DATE TO RL-END-DATE.
058032     MOVE SOL-RC-HHMMSS TO RL-END-TIME.
058033     MOVE RETURN-CODE TO RL-RETURN-CODE.
058034     IF RETURN-CODE < 8
058035         SET RL-STEP-COMPLETED TO TRUE
058036     ELSE
058037         SET RL-STEP-FAILED TO TRUE
058038     END-IF.
058039     REWRITE RUNCTL-RECORD.
058040     IF SOL-RUNCTL-STATUS NOT = '00'
058041         DISPLAY 'SOLUTION: RUNCTL UPDATE FAILED - STATUS '
058042             SOL-RUNCTL-STATUS ' - STEP END NOT LEDGERED'
058043     END-IF.
058044     CLOSE RUNCTL-FILE.
058045 8700-EXIT.
058046     EXIT.
058047
058048*----------------------------------------------------------------*
058049* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
058050* TIME, THE STEP'S RECORD COUNTS, AND ITS RC. THE LOG IS REOPENED
058051* AND THE RECORD 1800 WROTE IS READ BACK BY ITS KEY.
058052*----------------------------------------------------------------*
058053 8800-END-STEP-TIMING.
058054     IF NOT SOL-ST-AVAILABLE
058055         GO TO 8800-EXIT
058056     END-IF.
058057     OPEN I-O STEPTIME-FILE.
058058     IF SOL-STEPTIME-STATUS NOT = '00'
058059         DISPLAY 'SOLUTION: STEPTIME NOT AVAILABLE - STATUS '
058060             SOL-STEPTIME-STATUS ' - STEP END NOT TIMED'
058061         GO TO 8800-EXIT
058062     END-IF.
058063     MOVE SOL-ST-KEY TO TL-KEY.
058064     READ STEPTIME-FILE
058065         INVALID KEY
058066             CONTINUE
058067     END-READ.
058068     IF SOL-STEPTIME-STATUS NOT = '00'
058069         DISPLAY 'SOLUTION: STEPTIME READ FAILED - STATUS '
058070             SOL-STEPTIME-STATUS ' - STEP END NOT TIMED'
058071         CLOSE STEPTIME-FILE
058072         GO TO 8800-EXIT
058073     END-IF.
058074     ACCEPT SOL-ST-DATE FROM DATE YYYYMMDD.
058075     ACCEPT SOL-ST-TIME FROM TIME.
058076     MOVE SOL-ST-DATE TO TL-END-DATE.
058077     MOVE SOL-ST-HHMMSS TO TL-END-TIME.
058078     MOVE SOL-RECORDS-READ TO TL-RECORDS-IN.
058079     COMPUTE TL-RECORDS-OUT =
058080         SOL-RECORDS-READ - SOL-RECORDS-REJECTED.
058081     MOVE RETURN-CODE TO TL-RETURN-CODE.
058082     SET TL-STEP-ENDED TO TRUE.
058083     REWRITE STEPTIM-RECORD.
058084     IF SOL-STEPTIME-STATUS NOT = '00'
058085         DISPLAY 'SOLUTION: STEPTIME UPDATE FAILED - STATUS '
058086             SOL-STEPTIME-STATUS ' - STEP END NOT TIMED'
058087     END-IF.
058088     CLOSE STEPTIME-FILE.
058089 8800-EXIT.
058090     EXIT.
058165*----------------------------------------------------------------*
058200* 9100-DATE-TO-SERIAL - CONVERT SOL-DC-DATE (YYYYMMDD) TO A
058300* DAY SERIAL FOR DATE ARITHMETIC. JANUARY AND FEBRUARY TAKE
058400* THE PRIOR YEAR'S LEAP COUNT SO THE LEAP DAY LANDS BETWEEN

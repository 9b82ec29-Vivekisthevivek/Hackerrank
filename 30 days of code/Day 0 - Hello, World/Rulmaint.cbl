000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RULMAINT.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - MAINTAINS THE MESSAGE CONTENT
001200*                    RULES KSDS (CONTRULE LAYOUT) FROM CARDS:
001300*                    ADD, UPDATE, OR DELETE A PROHIBITED TERM
001400*                    OR A FORMAT RULE SWITCH. TERMS ARE FOLDED
001500*                    TO UPPER CASE SO SOLUTION CAN MATCH THEM
001600*                    REGARDLESS OF CASE. EVERY APPLIED CHANGE
001700*                    WRITES AN AUDIT LINE - WHO, WHEN, WHICH
001800*                    RULE, OLD AND NEW STATUS AND EFFECTIVE
001900*                    DATE - TO THE AUDIT DATASET AND THE
002000*                    REPORT. BAD CARDS GO TO THE REJECT LISTING
002100*                    AND END THE STEP WITH RC 4.
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TRAN-FILE
002700         ASSIGN TO RULTRN
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS RM-TRAN-STATUS.
003000
003100     SELECT RULE-FILE
003200         ASSIGN TO RULFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CR-KEY
003600         FILE STATUS IS RM-RULE-STATUS.
003700
003800     SELECT REPORT-FILE
003900         ASSIGN TO RULRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS RM-REPORT-STATUS.
004200
004300     SELECT REJECT-FILE
004400         ASSIGN TO RULREJ
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RM-REJECT-STATUS.
004700
004800     SELECT OPTIONAL AUDIT-FILE
004900         ASSIGN TO RULAUD
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RM-AUDIT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TRAN-FILE
005600     RECORD CONTAINS 80 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800 01  RULMAINT-CARD.
005900     05  RT-ACTION-CODE              PIC X(01).
006000         88  RT-ADD-TRAN                     VALUE 'A'.
006100         88  RT-UPDATE-TRAN                  VALUE 'U'.
006200         88  RT-DELETE-TRAN                  VALUE 'D'.
006300     05  RT-RULE-TYPE                PIC X(01).
006400         88  RT-TERM-RULE                    VALUE 'T'.
006500         88  RT-FORMAT-RULE                  VALUE 'F'.
006600     05  RT-RULE-ID                  PIC X(30).
006700         88  RT-KNOWN-FORMAT-RULE
006800             VALUE 'BLANK-TEXT'      'NON-PRINTABLE'
006900                   'RUN-DATE-VALID'  'RUN-DATE-FUTURE'.
007100     05  RT-STATUS                   PIC X(01).
007200         88  RT-STATUS-ACTIVE                VALUE 'A'.
007300         88  RT-STATUS-INACTIVE              VALUE 'I'.
007400     05  RT-EFF-DATE                 PIC X(08).
007500     05  FILLER                      PIC X(39).
007600
007700 FD  RULE-FILE
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CONTRULE.
008100
008200 FD  REPORT-FILE
008300     RECORD CONTAINS 132 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500 01  REPORT-LINE                    PIC X(132).
008600
008700 FD  REJECT-FILE
008800     RECORD CONTAINS 50 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 01  REJECT-LINE                    PIC X(50).
009100
009200 FD  AUDIT-FILE
009300     RECORD CONTAINS 110 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500 01  AUDIT-LINE                     PIC X(110).
009600
009700 WORKING-STORAGE SECTION.
009800 01  RM-SWITCHES.
009900     05  RM-TRAN-EOF-SW              PIC X(01)  VALUE 'N'.
010000         88  EOF                                 VALUE 'Y'.
010100     05  RM-TRAN-VALID-SW            PIC X(01)  VALUE 'Y'.
010200         88  RM-TRAN-VALID                       VALUE 'Y'.
010300         88  RM-TRAN-INVALID                     VALUE 'N'.
010400
010500 01  RM-FILE-STATUSES.
010600     05  RM-TRAN-STATUS              PIC X(02)  VALUE SPACES.
010700     05  RM-RULE-STATUS              PIC X(02)  VALUE SPACES.
010800     05  RM-REPORT-STATUS            PIC X(02)  VALUE SPACES.
010900     05  RM-REJECT-STATUS            PIC X(02)  VALUE SPACES.
011000     05  RM-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
011100
011200 01  RM-COUNTERS.
011300     05  RM-TRANS-READ               PIC 9(05)  COMP  VALUE ZERO.
011400     05  RM-ADDS-APPLIED             PIC 9(05)  COMP  VALUE ZERO.
011500     05  RM-UPDATES-APPLIED          PIC 9(05)  COMP  VALUE ZERO.
011600     05  RM-DELETES-APPLIED          PIC 9(05)  COMP  VALUE ZERO.
011700     05  RM-TRANS-REJECTED           PIC 9(05)  COMP  VALUE ZERO.
011800
011900 01  RM-REJECT-REASON                PIC X(02)  VALUE SPACES.
012000     88  RM-REASON-BLANK-TRAN                  VALUE '01'.
012100     88  RM-REASON-BAD-ACTION                  VALUE '02'.
012200     88  RM-REASON-BAD-RULE-TYPE               VALUE '03'.
012300     88  RM-REASON-MISSING-RULE-ID             VALUE '04'.
012400     88  RM-REASON-BAD-STATUS                  VALUE '05'.
012500     88  RM-REASON-BAD-DATE                    VALUE '06'.
012600     88  RM-REASON-UNKNOWN-FORMAT              VALUE '07'.
012700     88  RM-REASON-DUPLICATE-ADD               VALUE '08'.
012800     88  RM-REASON-UPDATE-MISSING              VALUE '09'.
012900     88  RM-REASON-DELETE-MISSING              VALUE '10'.
013000
013100 01  RM-OLD-RULE.
013200     05  RM-OLD-STATUS               PIC X(01)  VALUE SPACE.
013300     05  RM-OLD-EFF-DATE             PIC X(08)  VALUE SPACES.
013400
013500 01  RM-WS-USERID                    PIC X(08)  VALUE SPACES.
013600
013700 01  RM-CURRENT-DATE.
013800     05  RM-CURRENT-YYYY             PIC 9(04).
013900     05  RM-CURRENT-MM               PIC 9(02).
014000     05  RM-CURRENT-DD               PIC 9(02).
014100
014200 01  RM-CURRENT-TIME.
014300     05  RM-CURRENT-HH               PIC 9(02).
014400     05  RM-CURRENT-MN               PIC 9(02).
014500     05  RM-CURRENT-SS               PIC 9(02).
014600     05  FILLER                      PIC 9(02).
014700
014800 01  RM-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
014900
015000 01  RM-DATE-CHECK-WORK.
015100     05  RM-DATE-CHECK               PIC X(08)  VALUE SPACES.
015200     05  RM-DATE-CHECK-SPLIT REDEFINES RM-DATE-CHECK.
015300         10  RM-DCK-YYYY             PIC 9(04).
015400         10  RM-DCK-MM               PIC 9(02).
015500         10  RM-DCK-DD               PIC 9(02).
015600
015700 01  RM-CASE-FOLD.
015800     05  RM-LOWER-CASE               PIC X(26)
015900         VALUE 'abcdefghijklmnopqrstuvwxyz'.
016000     05  RM-UPPER-CASE               PIC X(26)
016100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
016200
016300 01  RM-REPORT-HEADER-LINE.
016400     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
016500     05  RM-HDR-DATE                 PIC X(10) VALUE SPACES.
016600     05  FILLER                      PIC X(10) VALUE SPACES.
016700     05  FILLER                      PIC X(44)
016800         VALUE 'RULMAINT MESSAGE CONTENT RULES MAINTENANCE'.
016900
017000 01  RM-REPORT-COUNT-LINE.
017100     05  RM-CNT-LABEL                PIC X(26) VALUE SPACES.
017200     05  RM-CNT-VALUE                PIC ZZZ,ZZ9.
017300
017400 01  RM-REJECT-WORK-RECORD.
017500     05  RM-RJ-ACTION                PIC X(01).
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  RM-RJ-RULE-TYPE             PIC X(01).
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  RM-RJ-RULE-ID               PIC X(30).
018000     05  FILLER                      PIC X(01) VALUE SPACE.
018100     05  RM-RJ-EFF-DATE              PIC X(08).
018200     05  FILLER                      PIC X(01) VALUE SPACE.
018300     05  RM-RJ-REASON                PIC X(02).
018400     05  FILLER                      PIC X(04) VALUE SPACES.
018500
018600 01  RM-AUDIT-WORK-RECORD.
018700     05  RM-AU-DATE                  PIC X(10) VALUE SPACES.
018800     05  FILLER                      PIC X(01) VALUE SPACE.
018900     05  RM-AU-TIME                  PIC X(08) VALUE SPACES.
019000     05  FILLER                      PIC X(01) VALUE SPACE.
019100     05  RM-AU-USERID                PIC X(08) VALUE SPACES.
019200     05  FILLER                      PIC X(01) VALUE SPACE.
019300     05  RM-AU-ACTION                PIC X(01) VALUE SPACE.
019400     05  FILLER                      PIC X(01) VALUE SPACE.
019500     05  RM-AU-RULE-TYPE             PIC X(01) VALUE SPACE.
019600     05  FILLER                      PIC X(01) VALUE SPACE.
019700     05  RM-AU-RULE-ID               PIC X(30) VALUE SPACES.
019800     05  FILLER                      PIC X(06) VALUE ' OLD: '.
019900     05  RM-AU-OLD-STATUS            PIC X(01) VALUE SPACE.
020000     05  FILLER                      PIC X(01) VALUE SPACE.
020100     05  RM-AU-OLD-EFF-DATE          PIC X(08) VALUE SPACES.
020200     05  FILLER                      PIC X(06) VALUE ' NEW: '.
020300     05  RM-AU-NEW-STATUS            PIC X(01) VALUE SPACE.
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  RM-AU-NEW-EFF-DATE          PIC X(08) VALUE SPACES.
020600     05  FILLER                      PIC X(15) VALUE SPACES.
020700
020800 LINKAGE SECTION.
020900 01  RM-RUN-PARM.
021000     05  RM-PARM-LENGTH              PIC S9(04) COMP.
021100     05  RM-PARM-DATA.
021200         10  RM-PARM-USERID          PIC X(08).
021300
021400 PROCEDURE DIVISION USING RM-RUN-PARM.
021500*----------------------------------------------------------------*
021600* 0000-MAINLINE - TOP LEVEL CONTROL
021700*----------------------------------------------------------------*
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
022100         UNTIL EOF.
022200     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
022300     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
022400     CLOSE TRAN-FILE.
022500     CLOSE RULE-FILE.
022600     CLOSE REPORT-FILE.
022700     CLOSE REJECT-FILE.
022800     CLOSE AUDIT-FILE.
022900     STOP RUN.
023000
023100*----------------------------------------------------------------*
023200* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER, PRIME
023300* THE CARD READ. A MISSING RULES CLUSTER (STATUS 35) IS LOADED
023400* FROM SCRATCH BY OPENING IT OUTPUT FIRST.
023500*----------------------------------------------------------------*
023600 1000-INITIALIZE.
023700     OPEN INPUT TRAN-FILE.
023800     IF RM-TRAN-STATUS NOT = '00'
023900         DISPLAY 'RULMAINT: RULTRN OPEN FAILED - STATUS '
024000             RM-TRAN-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     OPEN I-O RULE-FILE.
024500     IF RM-RULE-STATUS = '35'
024600         OPEN OUTPUT RULE-FILE
024700         CLOSE RULE-FILE
024800         OPEN I-O RULE-FILE
024900     END-IF.
025000     IF RM-RULE-STATUS NOT = '00'
025100         DISPLAY 'RULMAINT: RULFILE OPEN FAILED - STATUS '
025200             RM-RULE-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF RM-REPORT-STATUS NOT = '00'
025800         DISPLAY 'RULMAINT: RULRPT OPEN FAILED - STATUS '
025900             RM-REPORT-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     OPEN OUTPUT REJECT-FILE.
026400     IF RM-REJECT-STATUS NOT = '00'
026500         DISPLAY 'RULMAINT: RULREJ OPEN FAILED - STATUS '
026600             RM-REJECT-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     OPEN EXTEND AUDIT-FILE.
027100     IF RM-AUDIT-STATUS = '05' OR RM-AUDIT-STATUS = '35'
027200         OPEN OUTPUT AUDIT-FILE
027300     END-IF.
027400     IF RM-PARM-LENGTH > 7
027500         MOVE RM-PARM-USERID TO RM-WS-USERID
027600     END-IF.
027700     IF RM-WS-USERID = SPACES
027800         MOVE 'BATCH' TO RM-WS-USERID
027900     END-IF.
028000     ACCEPT RM-CURRENT-DATE FROM DATE YYYYMMDD.
028100     MOVE RM-CURRENT-DATE TO RM-PROCESS-DATE.
028200     STRING RM-CURRENT-MM '/' RM-CURRENT-DD '/'
028300         RM-CURRENT-YYYY DELIMITED BY SIZE
028400         INTO RM-HDR-DATE.
028500     WRITE REPORT-LINE FROM RM-REPORT-HEADER-LINE.
028600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------*
029100* 2000-PROCESS-CARD - ONE PASS OF THE MAIN CARD LOOP
029200*----------------------------------------------------------------*
029300 2000-PROCESS-CARD.
029400     ADD 1 TO RM-TRANS-READ.
029500     PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
029600     IF RM-TRAN-VALID
029700         IF RT-ADD-TRAN
029800             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
029900         ELSE
030000             IF RT-UPDATE-TRAN
030100                 PERFORM 3200-APPLY-UPDATE THRU 3200-EXIT
030200             ELSE
030300                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
030400             END-IF
030500         END-IF
030600     END-IF.
030700     IF RM-TRAN-INVALID
030800         PERFORM 2400-REJECT-CARD THRU 2400-EXIT
030900     END-IF.
031000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
031100 2000-EXIT.
031200     EXIT.
031300
031400 2100-READ-CARD.
031500     READ TRAN-FILE
031600         AT END
031700             SET EOF TO TRUE
031800     END-READ.
031900 2100-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------*
032300* 2200-VALIDATE-CARD - FLAG BLANK OR MALFORMED CARDS BEFORE
032400* THEY TOUCH THE RULES FILE. THE RULE ID IS FOLDED TO UPPER
032500* CASE FIRST SO A TERM IS STORED THE ONE WAY SOLUTION MATCHES
032600* IT. A BLANK STATUS MEANS ACTIVE. A DELETE NEEDS ONLY THE KEY.
032700*----------------------------------------------------------------*
032800 2200-VALIDATE-CARD.
032900     SET RM-TRAN-VALID TO TRUE.
033000     MOVE SPACES TO RM-REJECT-REASON.
033100     IF RULMAINT-CARD = SPACES
033200         SET RM-TRAN-INVALID TO TRUE
033300         MOVE '01' TO RM-REJECT-REASON
033400         GO TO 2200-EXIT
033500     END-IF.
033600     IF NOT RT-ADD-TRAN AND NOT RT-UPDATE-TRAN
033700             AND NOT RT-DELETE-TRAN
033800         SET RM-TRAN-INVALID TO TRUE
033900         MOVE '02' TO RM-REJECT-REASON
034000         GO TO 2200-EXIT
034100     END-IF.
034200     IF NOT RT-TERM-RULE AND NOT RT-FORMAT-RULE
034300         SET RM-TRAN-INVALID TO TRUE
034400         MOVE '03' TO RM-REJECT-REASON
034500         GO TO 2200-EXIT
034600     END-IF.
034700     INSPECT RT-RULE-ID CONVERTING RM-LOWER-CASE TO RM-UPPER-CASE.
034800     IF RT-RULE-ID = SPACES
034900         OR RT-RULE-ID(1:1) = SPACE
035000         SET RM-TRAN-INVALID TO TRUE
035100         MOVE '04' TO RM-REJECT-REASON
035200         GO TO 2200-EXIT
035300     END-IF.
035400     IF RT-FORMAT-RULE
035500         AND NOT RT-KNOWN-FORMAT-RULE
035600         SET RM-TRAN-INVALID TO TRUE
035700         MOVE '07' TO RM-REJECT-REASON
035800         GO TO 2200-EXIT
035900     END-IF.
036000     IF RT-DELETE-TRAN
036100         GO TO 2200-EXIT
036200     END-IF.
036300     IF RT-STATUS = SPACE
036400         SET RT-STATUS-ACTIVE TO TRUE
036500     END-IF.
036600     IF NOT RT-STATUS-ACTIVE AND NOT RT-STATUS-INACTIVE
036700         SET RM-TRAN-INVALID TO TRUE
036800         MOVE '05' TO RM-REJECT-REASON
036900         GO TO 2200-EXIT
037000     END-IF.
037100     MOVE RT-EFF-DATE TO RM-DATE-CHECK.
037200     IF RM-DATE-CHECK NOT NUMERIC
037300         OR RM-DCK-MM < 1 OR RM-DCK-MM > 12
037400         OR RM-DCK-DD < 1 OR RM-DCK-DD > 31
037500         SET RM-TRAN-INVALID TO TRUE
037600         MOVE '06' TO RM-REJECT-REASON
037700     END-IF.
037800 2200-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------------*
038200* 2400-REJECT-CARD - LOG A CARD THAT COULD NOT BE APPLIED
038300*----------------------------------------------------------------*
038400 2400-REJECT-CARD.
038500     ADD 1 TO RM-TRANS-REJECTED.
038600     MOVE RT-ACTION-CODE TO RM-RJ-ACTION.
038700     MOVE RT-RULE-TYPE TO RM-RJ-RULE-TYPE.
038800     MOVE RT-RULE-ID TO RM-RJ-RULE-ID.
038900     MOVE RT-EFF-DATE TO RM-RJ-EFF-DATE.
039000     MOVE RM-REJECT-REASON TO RM-RJ-REASON.
039100     WRITE REJECT-LINE FROM RM-REJECT-WORK-RECORD.
039200 2400-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------------*
039600* 3100-APPLY-ADD - WRITE A NEW RULE. A KEY ALREADY ON THE
039700* CLUSTER IS A DUPLICATE ADD.
039800*----------------------------------------------------------------*
039900 3100-APPLY-ADD.
040000     MOVE SPACES TO CONTRULE-RECORD.
040100     MOVE RT-RULE-TYPE TO CR-RULE-TYPE.
040200     MOVE RT-RULE-ID TO CR-RULE-ID.
040300     MOVE RT-STATUS TO CR-STATUS.
040400     MOVE RT-EFF-DATE TO CR-EFF-DATE.
040500     MOVE RM-WS-USERID TO CR-UPDATED-BY.
040600     MOVE RM-PROCESS-DATE TO CR-UPDATED-DATE.
040700     MOVE SPACES TO RM-OLD-RULE.
040800     WRITE CONTRULE-RECORD
040900         INVALID KEY
041000             SET RM-TRAN-INVALID TO TRUE
041100             MOVE '08' TO RM-REJECT-REASON
041200         NOT INVALID KEY
041300             ADD 1 TO RM-ADDS-APPLIED
041400             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
041500     END-WRITE.
041600 3100-EXIT.
041700     EXIT.
041800
041900*----------------------------------------------------------------*
042000* 3200-APPLY-UPDATE - REWRITE AN EXISTING RULE'S STATUS AND
042100* EFFECTIVE DATE; THE OLD ONES GO ON THE AUDIT LINE
042200*----------------------------------------------------------------*
042300 3200-APPLY-UPDATE.
042400     MOVE RT-RULE-TYPE TO CR-RULE-TYPE.
042500     MOVE RT-RULE-ID TO CR-RULE-ID.
042600     READ RULE-FILE
042700         INVALID KEY
042800             SET RM-TRAN-INVALID TO TRUE
042900             MOVE '09' TO RM-REJECT-REASON
043000             GO TO 3200-EXIT
043100     END-READ.
043200     MOVE CR-STATUS TO RM-OLD-STATUS.
043300     MOVE CR-EFF-DATE TO RM-OLD-EFF-DATE.
043400     MOVE RT-STATUS TO CR-STATUS.
043500     MOVE RT-EFF-DATE TO CR-EFF-DATE.
043600     MOVE RM-WS-USERID TO CR-UPDATED-BY.
043700     MOVE RM-PROCESS-DATE TO CR-UPDATED-DATE.
043800     REWRITE CONTRULE-RECORD
043900         INVALID KEY
044000             SET RM-TRAN-INVALID TO TRUE
044100             MOVE '09' TO RM-REJECT-REASON
044200         NOT INVALID KEY
044300             ADD 1 TO RM-UPDATES-APPLIED
044400             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
044500     END-REWRITE.
044600 3200-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------*
045000* 3300-APPLY-DELETE - REMOVE A RULE; THE RULE BEING REMOVED GOES
045100* ON THE AUDIT LINE
045200*----------------------------------------------------------------*
045300 3300-APPLY-DELETE.
045400     MOVE RT-RULE-TYPE TO CR-RULE-TYPE.
045500     MOVE RT-RULE-ID TO CR-RULE-ID.
045600     READ RULE-FILE
045700         INVALID KEY
045800             SET RM-TRAN-INVALID TO TRUE
045900             MOVE '10' TO RM-REJECT-REASON
046000             GO TO 3300-EXIT
046100     END-READ.
046200     MOVE CR-STATUS TO RM-OLD-STATUS.
046300     MOVE CR-EFF-DATE TO RM-OLD-EFF-DATE.
046400     DELETE RULE-FILE RECORD
046500         INVALID KEY
046600             SET RM-TRAN-INVALID TO TRUE
046700             MOVE '10' TO RM-REJECT-REASON
046800         NOT INVALID KEY
046900             ADD 1 TO RM-DELETES-APPLIED
047000             MOVE SPACE TO CR-STATUS
047100             MOVE SPACES TO CR-EFF-DATE
047200             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
047300     END-DELETE.
047400 3300-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------*
047800* 7000-WRITE-AUDIT-LINE - ONE LINE PER APPLIED CHANGE: WHO,
047900* WHEN, WHICH RULE, OLD AND NEW STATUS AND EFFECTIVE DATE. THE
048000* SAME LINE IS LISTED ON THE REPORT FOR THE REVIEWER.
048100*----------------------------------------------------------------*
048200 7000-WRITE-AUDIT-LINE.
048300     ACCEPT RM-CURRENT-DATE FROM DATE YYYYMMDD.
048400     ACCEPT RM-CURRENT-TIME FROM TIME.
048500     STRING RM-CURRENT-YYYY '/' RM-CURRENT-MM '/'
048600         RM-CURRENT-DD DELIMITED BY SIZE
048700         INTO RM-AU-DATE.
048800     STRING RM-CURRENT-HH ':' RM-CURRENT-MN ':'
048900         RM-CURRENT-SS DELIMITED BY SIZE
049000         INTO RM-AU-TIME.
049100     MOVE RM-WS-USERID TO RM-AU-USERID.
049200     MOVE RT-ACTION-CODE TO RM-AU-ACTION.
049300     MOVE RT-RULE-TYPE TO RM-AU-RULE-TYPE.
049400     MOVE RT-RULE-ID TO RM-AU-RULE-ID.
049500     MOVE RM-OLD-STATUS TO RM-AU-OLD-STATUS.
049600     MOVE RM-OLD-EFF-DATE TO RM-AU-OLD-EFF-DATE.
049700     MOVE CR-STATUS TO RM-AU-NEW-STATUS.
049800     MOVE CR-EFF-DATE TO RM-AU-NEW-EFF-DATE.
049900     WRITE AUDIT-LINE FROM RM-AUDIT-WORK-RECORD.
050000     WRITE REPORT-LINE FROM RM-AUDIT-WORK-RECORD.
050100 7000-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500* 8100-WRITE-REPORT-TRAILER - CONTROL COUNTS FOR THE RUN
050600*----------------------------------------------------------------*
050700 8100-WRITE-REPORT-TRAILER.
050800     MOVE 'CARDS READ:' TO RM-CNT-LABEL.
050900     MOVE RM-TRANS-READ TO RM-CNT-VALUE.
051000     WRITE REPORT-LINE FROM RM-REPORT-COUNT-LINE.
051100     MOVE 'ADDS APPLIED:' TO RM-CNT-LABEL.
051200     MOVE RM-ADDS-APPLIED TO RM-CNT-VALUE.
051300     WRITE REPORT-LINE FROM RM-REPORT-COUNT-LINE.
051400     MOVE 'UPDATES APPLIED:' TO RM-CNT-LABEL.
051500     MOVE RM-UPDATES-APPLIED TO RM-CNT-VALUE.
051600     WRITE REPORT-LINE FROM RM-REPORT-COUNT-LINE.
051700     MOVE 'DELETES APPLIED:' TO RM-CNT-LABEL.
051800     MOVE RM-DELETES-APPLIED TO RM-CNT-VALUE.
051900     WRITE REPORT-LINE FROM RM-REPORT-COUNT-LINE.
052000     MOVE 'CARDS REJECTED:' TO RM-CNT-LABEL.
052100     MOVE RM-TRANS-REJECTED TO RM-CNT-VALUE.
052200     WRITE REPORT-LINE FROM RM-REPORT-COUNT-LINE.
052300 8100-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------------*
052700* 8200-SET-RETURN-CODE - PROPAGATE JOB STATUS TO THE STEP RC
052800*----------------------------------------------------------------*
052900 8200-SET-RETURN-CODE.
053000     IF RM-TRANS-REJECTED > 0
053100         MOVE 4 TO RETURN-CODE
053200     ELSE
053300         MOVE 0 TO RETURN-CODE
053400     END-IF.
053500 8200-EXIT.
053600     EXIT.

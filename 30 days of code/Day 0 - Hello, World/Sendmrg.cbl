000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SENDMRG.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - SENDER MERGER AND RENUMBERING.
001200*                    READS OLD-TO-NEW SENDER ID MAPPING CARDS AND,
001300*                    FOR EACH, RE-KEYS THE OLD SENDER'S MESSAGES
001400*                    AND MESSAGE HISTORY TO THE NEW ID, OPENS THE
001500*                    NEW SENDER MASTER ENTRY (OR MERGES INTO AN
001600*                    EXISTING ONE), EXPIRES THE OLD ENTRY, AND
001700*                    WRITES THE SENDER CROSS-REFERENCE SOLSTMT AND
001800*                    SOLARCH READ. A MAPPING WHOSE NEW KEYS WOULD
001900*                    COLLIDE WITH RECORDS ALREADY ON FILE IS
002000*                    REFUSED BEFORE ANYTHING MOVES. BEFORE AND
002100*                    AFTER COUNTS PRINT PER MAPPING TO PROVE NO
002200*                    RECORD WAS LOST. WITHOUT U IN PARM BYTE 1 THE
002300*                    RUN IS A TRIAL AND UPDATES NOTHING.
002310*  10/15/2026  RTH   A FUTURE EFFECTIVE DATE IS REFUSED. THE OLD
002320*                    ENTRY IS EXPIRED AND THE RECORDS RE-KEYED AT
002330*                    RUN TIME, SO A LATER DATE WOULD LEAVE THE NEW
002340*                    SENDER UNKNOWN UNTIL IT ARRIVED.
002350*  10/15/2026  RTH   A MAPPING IS REFUSED WHILE A DECISION QUEUED
002360*                    ON THE SRWK REJECT WORKLIST (FIXQUE) STILL
002370*                    NAMES THE OLD ID - SOLFIX FINDS THE ENTRY AND
002380*                    THE MESSAGE BY THAT ID, SO IT MUST RUN FIRST.
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CARD-FILE
002900         ASSIGN TO MRGCARD
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS SN-CARD-STATUS.
003200
003300     SELECT SENDER-FILE
003400         ASSIGN TO SENDFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS SM-SENDER-ID
003800         FILE STATUS IS SN-SENDER-STATUS.
003900
004000     SELECT MESSAGE-FILE
004100         ASSIGN TO MSGFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CM-MSG-KEY
004500         FILE STATUS IS SN-MSG-STATUS.
004600
004700     SELECT HISTORY-FILE
004800         ASSIGN TO HSTFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HS-MSG-KEY
005200         FILE STATUS IS SN-HIST-STATUS.
005300
005400     SELECT XREF-FILE
005500         ASSIGN TO SENDXRF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS SX-OLD-SENDER-ID
005900         FILE STATUS IS SN-XREF-STATUS.
005910
005920     SELECT OPTIONAL FIX-QUEUE-FILE
005930         ASSIGN TO FIXQUE
005940         ORGANIZATION IS INDEXED
005950         ACCESS MODE IS SEQUENTIAL
005960         RECORD KEY IS FQ-KEY
005970         FILE STATUS IS SN-FIXQ-STATUS.
006000
006100     SELECT REPORT-FILE
006200         ASSIGN TO MRGRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS SN-REPORT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CARD-FILE
006900     RECORD CONTAINS 80 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 01  MAPPING-CARD.
007200     05  MC-OLD-SENDER-ID            PIC X(10).
007300     05  MC-NEW-SENDER-ID            PIC X(10).
007400     05  MC-MAPPING-TYPE             PIC X(01).
007500         88  MC-TYPE-VALID                   VALUE ' ' 'N' 'M'.
007600         88  MC-MERGE-INTO                   VALUE 'M'.
007700     05  MC-EFF-DATE                 PIC X(08).
007800     05  MC-NEW-NAME                 PIC X(30).
007900     05  FILLER                      PIC X(21).
008000
008100 FD  SENDER-FILE
008200     RECORD CONTAINS 80 CHARACTERS
008300     LABEL RECORDS ARE STANDARD.
008400 COPY SENDMST.
008500
008600 FD  MESSAGE-FILE
008700     RECORD CONTAINS 255 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900 COPY CUSTMSG.
009000
009100 FD  HISTORY-FILE
009200     RECORD CONTAINS 40 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400 COPY MSGHIST.
009500
009600 FD  XREF-FILE
009700     RECORD CONTAINS 80 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900 COPY SENDXRF.
009910
009920 FD  FIX-QUEUE-FILE
009930     RECORD CONTAINS 80 CHARACTERS
009940     LABEL RECORDS ARE STANDARD.
009950 COPY FIXQUE.
010000
010100 FD  REPORT-FILE
010200     RECORD CONTAINS 132 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 01  REPORT-LINE                    PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 01  SN-SWITCHES.
010800     05  SN-CARD-EOF-SW              PIC X(01)  VALUE 'N'.
010900         88  SN-CARD-EOF                         VALUE 'Y'.
011000     05  SN-RUN-MODE-SW              PIC X(01)  VALUE 'T'.
011100         88  SN-UPDATE-RUN                       VALUE 'U'.
011200         88  SN-TRIAL-RUN                        VALUE 'T'.
011300     05  SN-MAPPING-SW               PIC X(01)  VALUE 'Y'.
011400         88  SN-MAPPING-OK                       VALUE 'Y'.
011500         88  SN-MAPPING-REFUSED                  VALUE 'N'.
011600     05  SN-BROWSE-END-SW            PIC X(01)  VALUE 'N'.
011700         88  SN-BROWSE-END                       VALUE 'Y'.
011800     05  SN-XREF-AVAIL-SW            PIC X(01)  VALUE 'N'.
011900         88  SN-XREF-AVAILABLE                   VALUE 'Y'.
012000     05  SN-BALANCE-SW               PIC X(01)  VALUE 'Y'.
012100         88  SN-IN-BALANCE                       VALUE 'Y'.
012200         88  SN-OUT-OF-BALANCE                   VALUE 'N'.
012300     05  SN-FILE-ERROR-SW            PIC X(01)  VALUE 'N'.
012400         88  SN-FILE-ERROR                       VALUE 'Y'.
012500     05  SN-DATE-OK-SW               PIC X(01)  VALUE 'Y'.
012600         88  SN-DATE-OK                          VALUE 'Y'.
012700         88  SN-DATE-BAD                         VALUE 'N'.
012710     05  SN-FIXQ-AVAIL-SW            PIC X(01)  VALUE 'N'.
012720         88  SN-FIXQ-AVAILABLE                   VALUE 'Y'.
012800
012900 01  SN-FILE-STATUSES.
013000     05  SN-CARD-STATUS              PIC X(02)  VALUE SPACES.
013100     05  SN-SENDER-STATUS            PIC X(02)  VALUE SPACES.
013200     05  SN-MSG-STATUS               PIC X(02)  VALUE SPACES.
013300     05  SN-HIST-STATUS              PIC X(02)  VALUE SPACES.
013400     05  SN-XREF-STATUS              PIC X(02)  VALUE SPACES.
013500     05  SN-REPORT-STATUS            PIC X(02)  VALUE SPACES.
013510     05  SN-FIXQ-STATUS              PIC X(02)  VALUE SPACES.
013600
013700 01  SN-COUNTERS.
013800     05  SN-CARDS-READ               PIC 9(07)  COMP  VALUE ZERO.
013900     05  SN-MAPPINGS-APPLIED         PIC 9(07)  COMP  VALUE ZERO.
014000     05  SN-MAPPINGS-ACCEPTED        PIC 9(07)  COMP  VALUE ZERO.
014100     05  SN-MAPPINGS-REFUSED         PIC 9(07)  COMP  VALUE ZERO.
014200     05  SN-MAPPINGS-UNBALANCED      PIC 9(07)  COMP  VALUE ZERO.
014300     05  SN-TOTAL-MSGS-MOVED         PIC 9(07)  COMP  VALUE ZERO.
014400     05  SN-TOTAL-HIST-MOVED         PIC 9(07)  COMP  VALUE ZERO.
014500
014600*----------------------------------------------------------------*
014700* THE MAPPING IN HAND, WITH ITS DEFAULTS FILLED IN, AND WHAT WAS
014800* ON THE SENDER MASTER FOR THE OLD ID BEFORE IT WAS EXPIRED.
014900*----------------------------------------------------------------*
015000 01  SN-MAPPING-WORK.
015100     05  SN-OLD-SENDER               PIC X(10)  VALUE SPACES.
015200     05  SN-NEW-SENDER               PIC X(10)  VALUE SPACES.
015300     05  SN-MAPPING-TYPE             PIC X(01)  VALUE SPACE.
015400         88  SN-TYPE-NEW-ENTRY                   VALUE 'N'.
015500         88  SN-TYPE-MERGE-INTO                  VALUE 'M'.
015600     05  SN-EFF-DATE                 PIC X(08)  VALUE SPACES.
015700     05  SN-NEW-NAME                 PIC X(30)  VALUE SPACES.
015800     05  SN-OLD-NAME                 PIC X(30)  VALUE SPACES.
015900     05  SN-REFUSE-REASON            PIC X(60)  VALUE SPACES.
016000
016100*----------------------------------------------------------------*
016200* BEFORE/AFTER COUNTS FOR ONE MAPPING. NOTHING IS LOST WHEN THE
016300* OLD ID ENDS WITH NO RECORDS AND THE NEW ID ENDS WITH ITS OWN
016400* RECORDS PLUS EVERY RECORD THE OLD ID HAD.
016500*----------------------------------------------------------------*
016600 01  SN-MAPPING-COUNTS.
016700     05  SN-MSG-OLD-BEFORE           PIC 9(07)  COMP  VALUE ZERO.
016800     05  SN-MSG-NEW-BEFORE           PIC 9(07)  COMP  VALUE ZERO.
016900     05  SN-MSG-OLD-AFTER            PIC 9(07)  COMP  VALUE ZERO.
017000     05  SN-MSG-NEW-AFTER            PIC 9(07)  COMP  VALUE ZERO.
017100     05  SN-MSG-MOVED                PIC 9(07)  COMP  VALUE ZERO.
017200     05  SN-HST-OLD-BEFORE           PIC 9(07)  COMP  VALUE ZERO.
017300     05  SN-HST-NEW-BEFORE           PIC 9(07)  COMP  VALUE ZERO.
017400     05  SN-HST-OLD-AFTER            PIC 9(07)  COMP  VALUE ZERO.
017500     05  SN-HST-NEW-AFTER            PIC 9(07)  COMP  VALUE ZERO.
017600     05  SN-HST-MOVED                PIC 9(07)  COMP  VALUE ZERO.
017700     05  SN-COLLISIONS               PIC 9(07)  COMP  VALUE ZERO.
017800     05  SN-EXPECTED-NEW             PIC 9(07)  COMP  VALUE ZERO.
017810     05  SN-QUEUED-FIXES             PIC 9(07)  COMP  VALUE ZERO.
017900
018000 01  SN-BROWSE-WORK.
018100     05  SN-COUNT-SENDER             PIC X(10)  VALUE SPACES.
018200     05  SN-COUNT-RESULT             PIC 9(07)  COMP  VALUE ZERO.
018300     05  SN-SAVE-MSG-KEY             PIC X(18)  VALUE SPACES.
018400     05  SN-SAVE-HIST-KEY            PIC X(18)  VALUE SPACES.
018500     05  SN-HOLD-MSG-RECORD          PIC X(255) VALUE SPACES.
018600     05  SN-HOLD-HIST-RECORD         PIC X(40)  VALUE SPACES.
018700
018800 01  SN-RUN-USERID                   PIC X(08)  VALUE SPACES.
018900
019000 01  SN-CURRENT-DATE.
019100     05  SN-CURRENT-YYYY             PIC 9(04).
019200     05  SN-CURRENT-MM               PIC 9(02).
019300     05  SN-CURRENT-DD               PIC 9(02).
019400
019500 01  SN-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
019600
019700 01  SN-DATE-CHECK-WORK.
019800     05  SN-DATE-CHECK               PIC X(08)  VALUE SPACES.
019900     05  SN-DATE-CHECK-SPLIT REDEFINES SN-DATE-CHECK.
020000         10  SN-DCK-YYYY             PIC 9(04).
020100         10  SN-DCK-MM               PIC 9(02).
020200         10  SN-DCK-DD               PIC 9(02).
020300
020400 01  SN-REPORT-HEADER-LINE.
020500     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
020600     05  SN-HDR-DATE                 PIC X(10) VALUE SPACES.
020700     05  FILLER                      PIC X(10) VALUE SPACES.
020800     05  FILLER                      PIC X(38)
020900         VALUE 'SENDMRG SENDER MERGE / RENUMBER REPORT'.
021000
021100 01  SN-REPORT-MODE-LINE.
021200     05  FILLER                      PIC X(06) VALUE 'MODE: '.
021300     05  SN-MODE-TEXT                PIC X(30) VALUE SPACES.
021400     05  FILLER                      PIC X(10) VALUE '  USERID: '.
021500     05  SN-MODE-USERID              PIC X(08) VALUE SPACES.
021600
021700 01  SN-MAPPING-LINE.
021800     05  FILLER                      PIC X(13)
021900         VALUE 'MAPPING  OLD:'.
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  SN-MAP-OLD                  PIC X(10) VALUE SPACES.
022200     05  FILLER                      PIC X(07) VALUE '  NEW: '.
022300     05  SN-MAP-NEW                  PIC X(10) VALUE SPACES.
022400     05  FILLER                      PIC X(08) VALUE '  TYPE: '.
022500     05  SN-MAP-TYPE                 PIC X(22) VALUE SPACES.
022600     05  FILLER                      PIC X(13)
022700         VALUE '  EFFECTIVE: '.
022800     05  SN-MAP-EFF-DATE             PIC X(08) VALUE SPACES.
022900
023000 01  SN-RESULT-LINE.
023100     05  FILLER                      PIC X(11)
023200         VALUE '  RESULT: '.
023300     05  SN-RES-TEXT                 PIC X(60) VALUE SPACES.
023400
023500 01  SN-COUNT-HEADING-LINE.
023600     05  FILLER                      PIC X(12) VALUE SPACES.
023700     05  FILLER                      PIC X(48)
023800         VALUE ' OLD BEFORE  NEW BEFORE   OLD AFTER   NEW AFTER'.
023900     05  FILLER                      PIC X(07) VALUE '  CHECK'.
024000
024100 01  SN-COUNT-DETAIL-LINE.
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  SN-CD-FILE                  PIC X(10) VALUE SPACES.
024400     05  SN-CD-OLD-BEFORE            PIC ZZZ,ZZZ,ZZ9.
024500     05  FILLER                      PIC X(01) VALUE SPACE.
024600     05  SN-CD-NEW-BEFORE            PIC ZZZ,ZZZ,ZZ9.
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  SN-CD-OLD-AFTER             PIC ZZZ,ZZZ,ZZ9.
024900     05  FILLER                      PIC X(01) VALUE SPACE.
025000     05  SN-CD-NEW-AFTER             PIC ZZZ,ZZZ,ZZ9.
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  SN-CD-CHECK                 PIC X(20) VALUE SPACES.
025300
025400 01  SN-COLLISION-LINE.
025500     05  FILLER                      PIC X(13)
025600         VALUE '  COLLISION: '.
025700     05  SN-COL-FILE                 PIC X(08) VALUE SPACES.
025800     05  FILLER                      PIC X(05) VALUE ' KEY '.
025900     05  SN-COL-SENDER               PIC X(10) VALUE SPACES.
026000     05  FILLER                      PIC X(01) VALUE SPACE.
026100     05  SN-COL-RUN-DATE             PIC X(08) VALUE SPACES.
026200     05  FILLER                      PIC X(16)
026300         VALUE ' ALREADY ON FILE'.
026310
026320 01  SN-QUEUED-LINE.
026330     05  FILLER                      PIC X(14)
026340         VALUE '  QUEUED FIX: '.
026350     05  FILLER                      PIC X(07) VALUE 'RUN ID '.
026360     05  SN-QFX-RUN-ID               PIC X(08) VALUE SPACES.
026370     05  FILLER                      PIC X(05) VALUE ' KEY '.
026380     05  SN-QFX-SENDER               PIC X(10) VALUE SPACES.
026385     05  FILLER                      PIC X(01) VALUE SPACE.
026390     05  SN-QFX-RUN-DATE             PIC X(08) VALUE SPACES.
026392     05  FILLER                      PIC X(09) VALUE ' ACTION: '.
026394     05  SN-QFX-ACTION               PIC X(01) VALUE SPACE.
026396     05  FILLER                      PIC X(09) VALUE '  SENDER '.
026398     05  SN-QFX-NEW-SENDER           PIC X(10) VALUE SPACES.
026400
026500 01  SN-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
026600
026700 01  SN-REPORT-COUNT-LINE.
026800     05  SN-CNT-LABEL                PIC X(32) VALUE SPACES.
026900     05  SN-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
027000
027100 LINKAGE SECTION.
027200 01  SN-RUN-PARM.
027300     05  SN-PARM-LENGTH              PIC S9(04) COMP.
027400     05  SN-PARM-DATA.
027500         10  SN-PARM-MODE            PIC X(01).
027600         10  SN-PARM-USERID          PIC X(08).
027700
027800 PROCEDURE DIVISION USING SN-RUN-PARM.
027900*----------------------------------------------------------------*
028000* 0000-MAINLINE - TOP LEVEL CONTROL
028100*----------------------------------------------------------------*
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     PERFORM 2000-PROCESS-MAPPING THRU 2000-EXIT
028500         UNTIL SN-CARD-EOF.
028600     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
028700     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
028800     CLOSE CARD-FILE.
028900     CLOSE SENDER-FILE.
029000     CLOSE MESSAGE-FILE.
029100     CLOSE HISTORY-FILE.
029200     IF SN-XREF-AVAILABLE
029300         CLOSE XREF-FILE
029400     END-IF.
029410     IF SN-FIXQ-AVAILABLE
029420         CLOSE FIX-QUEUE-FILE
029430     END-IF.
029500     CLOSE REPORT-FILE.
029600     STOP RUN.
029700
029800*----------------------------------------------------------------*
029900* 1000-INITIALIZE - PICK UP THE RUN MODE AND USERID FROM THE
030000* PARM, OPEN THE FILES, WRITE THE REPORT HEADER, PRIME THE CARD
030100* READ. ON A TRIAL RUN EVERY CLUSTER IS OPENED FOR INPUT ONLY AND
030200* A CROSS-REFERENCE NOT YET DEFINED SIMPLY HAS NO ENTRIES; AN
030300* UPDATE RUN LOADS A NEW EMPTY CROSS-REFERENCE ON FIRST USE.
030400*----------------------------------------------------------------*
030500 1000-INITIALIZE.
030600     IF SN-PARM-LENGTH > 0
030700         IF SN-PARM-MODE = 'U'
030800             SET SN-UPDATE-RUN TO TRUE
030900         END-IF
031000     END-IF.
031100     IF SN-PARM-LENGTH > 8
031200         MOVE SN-PARM-USERID TO SN-RUN-USERID
031300     ELSE
031400         IF SN-PARM-LENGTH > 1
031500             MOVE SN-PARM-USERID(1:SN-PARM-LENGTH - 1)
031600                 TO SN-RUN-USERID
031700         END-IF
031800     END-IF.
031900     IF SN-RUN-USERID = SPACES
032000         MOVE 'BATCH' TO SN-RUN-USERID
032100     END-IF.
032200     OPEN INPUT CARD-FILE.
032300     IF SN-CARD-STATUS NOT = '00'
032400         DISPLAY 'SENDMRG: MRGCARD OPEN FAILED - STATUS '
032500             SN-CARD-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     IF SN-UPDATE-RUN
033000         OPEN I-O SENDER-FILE
033100     ELSE
033200         OPEN INPUT SENDER-FILE
033300     END-IF.
033400     IF SN-SENDER-STATUS NOT = '00'
033500         DISPLAY 'SENDMRG: SENDFILE OPEN FAILED - STATUS '
033600             SN-SENDER-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     IF SN-UPDATE-RUN
034100         OPEN I-O MESSAGE-FILE
034200     ELSE
034300         OPEN INPUT MESSAGE-FILE
034400     END-IF.
034500     IF SN-MSG-STATUS NOT = '00'
034600         DISPLAY 'SENDMRG: MSGFILE OPEN FAILED - STATUS '
034700             SN-MSG-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     IF SN-UPDATE-RUN
035200         OPEN I-O HISTORY-FILE
035300     ELSE
035400         OPEN INPUT HISTORY-FILE
035500     END-IF.
035600     IF SN-HIST-STATUS NOT = '00'
035700         DISPLAY 'SENDMRG: HSTFILE OPEN FAILED - STATUS '
035800             SN-HIST-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     IF SN-UPDATE-RUN
036300         OPEN I-O XREF-FILE
036400         IF SN-XREF-STATUS = '35'
036500             OPEN OUTPUT XREF-FILE
036600             CLOSE XREF-FILE
036700             OPEN I-O XREF-FILE
036800         END-IF
036900         IF SN-XREF-STATUS NOT = '00'
037000             DISPLAY 'SENDMRG: SENDXRF OPEN FAILED - STATUS '
037100                 SN-XREF-STATUS
037200             MOVE 16 TO RETURN-CODE
037300             STOP RUN
037400         END-IF
037500         SET SN-XREF-AVAILABLE TO TRUE
037600     ELSE
037700         OPEN INPUT XREF-FILE
037800         IF SN-XREF-STATUS = '00'
037900             SET SN-XREF-AVAILABLE TO TRUE
038000         ELSE
038100             DISPLAY 'SENDMRG: SENDXRF NOT AVAILABLE - STATUS '
038200                 SN-XREF-STATUS ' - NO EARLIER MAPPINGS ON FILE'
038300         END-IF
038400     END-IF.
038410     OPEN INPUT FIX-QUEUE-FILE.
038420     IF SN-FIXQ-STATUS = '00' OR SN-FIXQ-STATUS = '05'
038430         SET SN-FIXQ-AVAILABLE TO TRUE
038440     ELSE
038450         IF SN-FIXQ-STATUS = '35'
038460             DISPLAY 'SENDMRG: FIXQUE NOT DEFINED - STATUS '
038470                 SN-FIXQ-STATUS ' - NO QUEUED CORRECTIONS'
038480         ELSE
038485             DISPLAY 'SENDMRG: FIXQUE OPEN FAILED - STATUS '
038490                 SN-FIXQ-STATUS
038492             MOVE 16 TO RETURN-CODE
038494             STOP RUN
038496         END-IF
038498     END-IF.
038500     OPEN OUTPUT REPORT-FILE.
038600     IF SN-REPORT-STATUS NOT = '00'
038700         DISPLAY 'SENDMRG: MRGRPT OPEN FAILED - STATUS '
038800             SN-REPORT-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         STOP RUN
039100     END-IF.
039200     ACCEPT SN-CURRENT-DATE FROM DATE YYYYMMDD.
039300     MOVE SN-CURRENT-DATE TO SN-PROCESS-DATE.
039400     STRING SN-CURRENT-MM '/' SN-CURRENT-DD '/'
039500         SN-CURRENT-YYYY DELIMITED BY SIZE
039600         INTO SN-HDR-DATE.
039700     WRITE REPORT-LINE FROM SN-REPORT-HEADER-LINE.
039800     IF SN-UPDATE-RUN
039900         MOVE 'UPDATE' TO SN-MODE-TEXT
040000     ELSE
040100         MOVE 'TRIAL - NO FILES UPDATED' TO SN-MODE-TEXT
040200     END-IF.
040300     MOVE SN-RUN-USERID TO SN-MODE-USERID.
040400     WRITE REPORT-LINE FROM SN-REPORT-MODE-LINE.
040500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
040600 1000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000* 2000-PROCESS-MAPPING - ONE MAPPING CARD: CHECK IT, COUNT AND
041100* COLLISION-CHECK BOTH IDS, THEN (ON AN UPDATE RUN) MOVE THE
041200* RECORDS AND PROVE THE COUNTS. A FILE ERROR PART WAY THROUGH A
041300* MAPPING STOPS THE RUN - THE REPORT SHOWS HOW FAR IT GOT.
041400*----------------------------------------------------------------*
041500 2000-PROCESS-MAPPING.
041600     ADD 1 TO SN-CARDS-READ.
041700     IF MAPPING-CARD = SPACES
041800         GO TO 2000-NEXT
041900     END-IF.
042000     PERFORM 2150-LOAD-MAPPING THRU 2150-EXIT.
042100     PERFORM 2200-VALIDATE-MAPPING THRU 2200-EXIT.
042200     IF SN-MAPPING-OK
042300         PERFORM 2500-CHECK-COLLISIONS THRU 2500-EXIT
042400     END-IF.
042500     IF SN-MAPPING-REFUSED
042600         ADD 1 TO SN-MAPPINGS-REFUSED
042700         STRING 'REFUSED - ' SN-REFUSE-REASON
042800             DELIMITED BY SIZE INTO SN-RES-TEXT
042900         WRITE REPORT-LINE FROM SN-RESULT-LINE
043000         GO TO 2000-NEXT
043100     END-IF.
043200     ADD 1 TO SN-MAPPINGS-ACCEPTED.
043300     IF SN-TRIAL-RUN
043400         PERFORM 3900-PROJECT-COUNTS THRU 3900-EXIT
043500         GO TO 2000-NEXT
043600     END-IF.
043700     PERFORM 3000-APPLY-MAPPING THRU 3000-EXIT.
043800     IF SN-FILE-ERROR
043900         SET SN-CARD-EOF TO TRUE
044000         GO TO 2000-EXIT
044100     END-IF.
044200 2000-NEXT.
044300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
044400 2000-EXIT.
044500     EXIT.
044600
044700 2100-READ-CARD.
044800     READ CARD-FILE
044900         AT END
045000             SET SN-CARD-EOF TO TRUE
045100     END-READ.
045200 2100-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------*
045600* 2150-LOAD-MAPPING - TAKE THE CARD, FILL IN THE DEFAULTS (TYPE N,
045700* EFFECTIVE TODAY) AND PRINT THE MAPPING LINE
045800*----------------------------------------------------------------*
045900 2150-LOAD-MAPPING.
046000     SET SN-MAPPING-OK TO TRUE.
046100     MOVE SPACES TO SN-REFUSE-REASON.
046200     MOVE SPACES TO SN-RES-TEXT.
046300     INITIALIZE SN-MAPPING-COUNTS.
046400     MOVE MC-OLD-SENDER-ID TO SN-OLD-SENDER.
046500     MOVE MC-NEW-SENDER-ID TO SN-NEW-SENDER.
046600     MOVE MC-MAPPING-TYPE TO SN-MAPPING-TYPE.
046700     IF SN-MAPPING-TYPE = SPACE
046800         MOVE 'N' TO SN-MAPPING-TYPE
046900     END-IF.
047000     MOVE MC-EFF-DATE TO SN-EFF-DATE.
047100     IF SN-EFF-DATE = SPACES
047200         MOVE SN-PROCESS-DATE TO SN-EFF-DATE
047300     END-IF.
047400     MOVE MC-NEW-NAME TO SN-NEW-NAME.
047500     MOVE SPACES TO SN-OLD-NAME.
047600     MOVE SN-OLD-SENDER TO SN-MAP-OLD.
047700     MOVE SN-NEW-SENDER TO SN-MAP-NEW.
047800     IF SN-TYPE-MERGE-INTO
047900         MOVE 'MERGE INTO EXISTING' TO SN-MAP-TYPE
048000     ELSE
048100         MOVE 'NEW SENDER ENTRY' TO SN-MAP-TYPE
048200     END-IF.
048300     MOVE SN-EFF-DATE TO SN-MAP-EFF-DATE.
048400     WRITE REPORT-LINE FROM SN-MAPPING-LINE.
048500 2150-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------*
048900* 2200-VALIDATE-MAPPING - THE CARD MUST BE WELL FORMED, THE OLD ID
049000* MUST BE ON THE SENDER MASTER AND NOT ALREADY RETIRED, AND THE
049100* NEW ID MUST NOT BE A RETIRED ID. A TYPE N MAPPING OPENS A NEW
049200* MASTER ENTRY, SO THE NEW ID MUST NOT BE ON THE MASTER YET; A
049300* TYPE M MAPPING MERGES INTO AN ACTIVE SENDER ALREADY THERE.
049350* NO DECISION STILL QUEUED ON THE SRWK WORKLIST MAY NAME THE OLD
049360* ID.
049400*----------------------------------------------------------------*
049500 2200-VALIDATE-MAPPING.
049600     IF SN-OLD-SENDER = SPACES OR SN-NEW-SENDER = SPACES
049700         SET SN-MAPPING-REFUSED TO TRUE
049800         MOVE 'OLD AND NEW SENDER IDS ARE BOTH REQUIRED'
049900             TO SN-REFUSE-REASON
050000         GO TO 2200-EXIT
050100     END-IF.
050200     IF SN-OLD-SENDER = SN-NEW-SENDER
050300         SET SN-MAPPING-REFUSED TO TRUE
050400         MOVE 'OLD AND NEW SENDER IDS ARE THE SAME'
050500             TO SN-REFUSE-REASON
050600         GO TO 2200-EXIT
050700     END-IF.
050800     MOVE SN-OLD-SENDER TO CM-SENDER-ID.
050900     IF NOT CM-HEADER-RECORD AND NOT CM-TRAILER-RECORD
051000         MOVE SN-NEW-SENDER TO CM-SENDER-ID
051100     END-IF.
051200     IF CM-HEADER-RECORD OR CM-TRAILER-RECORD
051300         SET SN-MAPPING-REFUSED TO TRUE
051400         MOVE 'RESERVED CONTROL RECORD SENDER ID'
051500             TO SN-REFUSE-REASON
051600         GO TO 2200-EXIT
051700     END-IF.
051800     IF NOT MC-TYPE-VALID
051900         SET SN-MAPPING-REFUSED TO TRUE
052000         MOVE 'MAPPING TYPE (COLUMN 21) MUST BE N OR M'
052100             TO SN-REFUSE-REASON
052200         GO TO 2200-EXIT
052300     END-IF.
052400     MOVE SN-EFF-DATE TO SN-DATE-CHECK.
052500     PERFORM 2800-VALIDATE-ONE-DATE THRU 2800-EXIT.
052600     IF SN-DATE-BAD
052700         SET SN-MAPPING-REFUSED TO TRUE
052800         MOVE 'EFFECTIVE DATE IS NOT A VALID YYYYMMDD'
052900             TO SN-REFUSE-REASON
053000         GO TO 2200-EXIT
053100     END-IF.
053110     IF SN-EFF-DATE > SN-PROCESS-DATE
053120         SET SN-MAPPING-REFUSED TO TRUE
053130         MOVE 'EFFECTIVE DATE IS AFTER TODAY'
053140             TO SN-REFUSE-REASON
053150         GO TO 2200-EXIT
053160     END-IF.
053200     PERFORM 2300-CHECK-CROSS-REFERENCE THRU 2300-EXIT.
053300     IF SN-MAPPING-REFUSED
053400         GO TO 2200-EXIT
053500     END-IF.
053600     PERFORM 2400-CHECK-SENDER-MASTER THRU 2400-EXIT.
053610     IF SN-MAPPING-REFUSED
053620         GO TO 2200-EXIT
053630     END-IF.
053640     PERFORM 2900-CHECK-FIX-QUEUE THRU 2900-EXIT.
053700 2200-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------*
054100* 2300-CHECK-CROSS-REFERENCE - AN OLD ID ALREADY RETIRED HAS
054200* NOTHING LEFT TO MOVE, AND A NEW ID ALREADY RETIRED WOULD PUT
054300* RECORDS UNDER AN ID THE READERS TRANSLATE AWAY
054400*----------------------------------------------------------------*
054500 2300-CHECK-CROSS-REFERENCE.
054600     IF NOT SN-XREF-AVAILABLE
054700         GO TO 2300-EXIT
054800     END-IF.
054900     MOVE SN-OLD-SENDER TO SX-OLD-SENDER-ID.
055000     READ XREF-FILE
055100         INVALID KEY
055200             CONTINUE
055300         NOT INVALID KEY
055400             SET SN-MAPPING-REFUSED TO TRUE
055500             STRING 'OLD SENDER ALREADY RETIRED TO '
055600                 SX-NEW-SENDER-ID ' ON ' SX-RUN-DATE
055700                 DELIMITED BY SIZE INTO SN-REFUSE-REASON
055800             GO TO 2300-EXIT
055900     END-READ.
056000     MOVE SN-NEW-SENDER TO SX-OLD-SENDER-ID.
056100     READ XREF-FILE
056200         INVALID KEY
056300             CONTINUE
056400         NOT INVALID KEY
056500             SET SN-MAPPING-REFUSED TO TRUE
056600             STRING 'NEW SENDER IS ITSELF RETIRED TO '
056700                 SX-NEW-SENDER-ID
056800                 DELIMITED BY SIZE INTO SN-REFUSE-REASON
056900     END-READ.
057000 2300-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------*
057400* 2400-CHECK-SENDER-MASTER - OLD ID ON FILE (ITS NAME IS KEPT FOR
057500* THE NEW ENTRY WHEN THE CARD GIVES NONE); NEW ID ABSENT FOR TYPE
057600* N, PRESENT AND ACTIVE FOR TYPE M
057700*----------------------------------------------------------------*
057800 2400-CHECK-SENDER-MASTER.
057900     MOVE SN-OLD-SENDER TO SM-SENDER-ID.
058000     READ SENDER-FILE
058100         INVALID KEY
058200             SET SN-MAPPING-REFUSED TO TRUE
058300             MOVE 'OLD SENDER NOT ON THE SENDER MASTER'
058400                 TO SN-REFUSE-REASON
058500             GO TO 2400-EXIT
058600     END-READ.
058700     MOVE SM-SENDER-NAME TO SN-OLD-NAME.
058800     IF SN-NEW-NAME = SPACES
058900         MOVE SN-OLD-NAME TO SN-NEW-NAME
059000     END-IF.
059100     MOVE SN-NEW-SENDER TO SM-SENDER-ID.
059200     READ SENDER-FILE
059300         INVALID KEY
059400             IF SN-TYPE-MERGE-INTO
059500                 SET SN-MAPPING-REFUSED TO TRUE
059600                 MOVE 'MERGE TARGET NOT ON THE SENDER MASTER'
059700                     TO SN-REFUSE-REASON
059800             END-IF
059900             GO TO 2400-EXIT
060000     END-READ.
060100     IF SN-TYPE-NEW-ENTRY
060200         SET SN-MAPPING-REFUSED TO TRUE
060300         MOVE 'NEW SENDER ALREADY ON THE MASTER - TYPE M MERGES'
060400             TO SN-REFUSE-REASON
060500         GO TO 2400-EXIT
060600     END-IF.
060700     IF NOT SM-ACTIVE
060800         SET SN-MAPPING-REFUSED TO TRUE
060900         MOVE 'MERGE TARGET IS NOT ACTIVE ON THE SENDER MASTER'
061000             TO SN-REFUSE-REASON
061100     END-IF.
061200 2400-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600* 2500-CHECK-COLLISIONS - WALK THE OLD ID'S MESSAGES AND HISTORY,
061700* COUNTING THEM AND LOOKING EACH NEW KEY UP. ANY NEW KEY ALREADY
061800* ON FILE REFUSES THE WHOLE MAPPING BEFORE ANYTHING MOVES. THE NEW
061900* ID'S OWN COUNTS ARE TAKEN HERE TOO FOR THE BEFORE COLUMNS.
062000*----------------------------------------------------------------*
062100 2500-CHECK-COLLISIONS.
062200     MOVE 'N' TO SN-BROWSE-END-SW.
062300     MOVE SN-OLD-SENDER TO CM-SENDER-ID.
062400     MOVE LOW-VALUES TO CM-RUN-DATE.
062500     START MESSAGE-FILE KEY NOT < CM-MSG-KEY
062600         INVALID KEY
062700             SET SN-BROWSE-END TO TRUE
062800     END-START.
062900     PERFORM 2510-CHECK-ONE-MESSAGE THRU 2510-EXIT
063000         UNTIL SN-BROWSE-END.
063100     MOVE 'N' TO SN-BROWSE-END-SW.
063200     MOVE SN-OLD-SENDER TO HS-SENDER-ID.
063300     MOVE LOW-VALUES TO HS-RUN-DATE.
063400     START HISTORY-FILE KEY NOT < HS-MSG-KEY
063500         INVALID KEY
063600             SET SN-BROWSE-END TO TRUE
063700     END-START.
063800     PERFORM 2520-CHECK-ONE-HISTORY THRU 2520-EXIT
063900         UNTIL SN-BROWSE-END.
064000     MOVE SN-NEW-SENDER TO SN-COUNT-SENDER.
064100     PERFORM 2600-COUNT-MESSAGES THRU 2600-EXIT.
064200     MOVE SN-COUNT-RESULT TO SN-MSG-NEW-BEFORE.
064300     PERFORM 2700-COUNT-HISTORY THRU 2700-EXIT.
064400     MOVE SN-COUNT-RESULT TO SN-HST-NEW-BEFORE.
064500     IF SN-COLLISIONS > ZERO
064600         SET SN-MAPPING-REFUSED TO TRUE
064700         MOVE SN-COLLISIONS TO SN-EDIT-COUNT
064800         STRING 'NEW KEYS COLLIDE WITH' SN-EDIT-COUNT
064900             ' RECORDS ALREADY ON FILE'
065000             DELIMITED BY SIZE INTO SN-REFUSE-REASON
065100     END-IF.
065200 2500-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------*
065600* 2510-CHECK-ONE-MESSAGE - THE LOOKUP OF THE NEW KEY MOVES THE
065700* BROWSE, SO THE BROWSE IS RESTARTED PAST THE SAVED OLD KEY
065800*----------------------------------------------------------------*
065900 2510-CHECK-ONE-MESSAGE.
066000     READ MESSAGE-FILE NEXT RECORD
066100         AT END
066200             SET SN-BROWSE-END TO TRUE
066300             GO TO 2510-EXIT
066400     END-READ.
066500     IF CM-SENDER-ID NOT = SN-OLD-SENDER
066600         SET SN-BROWSE-END TO TRUE
066700         GO TO 2510-EXIT
066800     END-IF.
066900     ADD 1 TO SN-MSG-OLD-BEFORE.
067000     MOVE CM-MSG-KEY TO SN-SAVE-MSG-KEY.
067100     MOVE SN-NEW-SENDER TO CM-SENDER-ID.
067200     READ MESSAGE-FILE
067300         INVALID KEY
067400             CONTINUE
067500         NOT INVALID KEY
067600             ADD 1 TO SN-COLLISIONS
067700             MOVE 'MESSAGE' TO SN-COL-FILE
067800             MOVE CM-SENDER-ID TO SN-COL-SENDER
067900             MOVE CM-RUN-DATE TO SN-COL-RUN-DATE
068000             WRITE REPORT-LINE FROM SN-COLLISION-LINE
068100     END-READ.
068200     MOVE SN-SAVE-MSG-KEY TO CM-MSG-KEY.
068300     START MESSAGE-FILE KEY > CM-MSG-KEY
068400         INVALID KEY
068500             SET SN-BROWSE-END TO TRUE
068600     END-START.
068700 2510-EXIT.
068800     EXIT.
068900
069000 2520-CHECK-ONE-HISTORY.
069100     READ HISTORY-FILE NEXT RECORD
069200         AT END
069300             SET SN-BROWSE-END TO TRUE
069400             GO TO 2520-EXIT
069500     END-READ.
069600     IF HS-SENDER-ID NOT = SN-OLD-SENDER
069700         SET SN-BROWSE-END TO TRUE
069800         GO TO 2520-EXIT
069900     END-IF.
070000     ADD 1 TO SN-HST-OLD-BEFORE.
070100     MOVE HS-MSG-KEY TO SN-SAVE-HIST-KEY.
070200     MOVE SN-NEW-SENDER TO HS-SENDER-ID.
070300     READ HISTORY-FILE
070400         INVALID KEY
070500             CONTINUE
070600         NOT INVALID KEY
070700             ADD 1 TO SN-COLLISIONS
070800             MOVE 'HISTORY' TO SN-COL-FILE
070900             MOVE HS-SENDER-ID TO SN-COL-SENDER
071000             MOVE HS-RUN-DATE TO SN-COL-RUN-DATE
071100             WRITE REPORT-LINE FROM SN-COLLISION-LINE
071200     END-READ.
071300     MOVE SN-SAVE-HIST-KEY TO HS-MSG-KEY.
071400     START HISTORY-FILE KEY > HS-MSG-KEY
071500         INVALID KEY
071600             SET SN-BROWSE-END TO TRUE
071700     END-START.
071800 2520-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------------*
072200* 2600-COUNT-MESSAGES - NUMBER OF MESSAGES ON FILE FOR THE SENDER
072300* IN SN-COUNT-SENDER
072400*----------------------------------------------------------------*
072500 2600-COUNT-MESSAGES.
072600     MOVE ZERO TO SN-COUNT-RESULT.
072700     MOVE 'N' TO SN-BROWSE-END-SW.
072800     MOVE SN-COUNT-SENDER TO CM-SENDER-ID.
072900     MOVE LOW-VALUES TO CM-RUN-DATE.
073000     START MESSAGE-FILE KEY NOT < CM-MSG-KEY
073100         INVALID KEY
073200             SET SN-BROWSE-END TO TRUE
073300     END-START.
073400     PERFORM 2610-COUNT-ONE-MESSAGE THRU 2610-EXIT
073500         UNTIL SN-BROWSE-END.
073600 2600-EXIT.
073700     EXIT.
073800
073900 2610-COUNT-ONE-MESSAGE.
074000     READ MESSAGE-FILE NEXT RECORD
074100         AT END
074200             SET SN-BROWSE-END TO TRUE
074300             GO TO 2610-EXIT
074400     END-READ.
074500     IF CM-SENDER-ID NOT = SN-COUNT-SENDER
074600         SET SN-BROWSE-END TO TRUE
074700     ELSE
074800         ADD 1 TO SN-COUNT-RESULT
074900     END-IF.
075000 2610-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------*
075400* 2700-COUNT-HISTORY - NUMBER OF HISTORY POSTINGS ON FILE FOR THE
075500* SENDER IN SN-COUNT-SENDER
075600*----------------------------------------------------------------*
075700 2700-COUNT-HISTORY.
075800     MOVE ZERO TO SN-COUNT-RESULT.
075900     MOVE 'N' TO SN-BROWSE-END-SW.
076000     MOVE SN-COUNT-SENDER TO HS-SENDER-ID.
076100     MOVE LOW-VALUES TO HS-RUN-DATE.
076200     START HISTORY-FILE KEY NOT < HS-MSG-KEY
076300         INVALID KEY
076400             SET SN-BROWSE-END TO TRUE
076500     END-START.
076600     PERFORM 2710-COUNT-ONE-HISTORY THRU 2710-EXIT
076700         UNTIL SN-BROWSE-END.
076800 2700-EXIT.
076900     EXIT.
077000
077100 2710-COUNT-ONE-HISTORY.
077200     READ HISTORY-FILE NEXT RECORD
077300         AT END
077400             SET SN-BROWSE-END TO TRUE
077500             GO TO 2710-EXIT
077600     END-READ.
077700     IF HS-SENDER-ID NOT = SN-COUNT-SENDER
077800         SET SN-BROWSE-END TO TRUE
077900     ELSE
078000         ADD 1 TO SN-COUNT-RESULT
078100     END-IF.
078200 2710-EXIT.
078300     EXIT.
078400
078500*----------------------------------------------------------------*
078600* 2800-VALIDATE-ONE-DATE - SN-DATE-CHECK MUST BE A PLAUSIBLE
078700* YYYYMMDD: ALL DIGITS, MONTH 01-12, DAY 01-31
078800*----------------------------------------------------------------*
078900 2800-VALIDATE-ONE-DATE.
079000     SET SN-DATE-OK TO TRUE.
079100     IF SN-DATE-CHECK NOT NUMERIC
079200         SET SN-DATE-BAD TO TRUE
079300         GO TO 2800-EXIT
079400     END-IF.
079500     IF SN-DCK-MM < 1 OR SN-DCK-MM > 12
079600         SET SN-DATE-BAD TO TRUE
079700         GO TO 2800-EXIT
079800     END-IF.
079900     IF SN-DCK-DD < 1 OR SN-DCK-DD > 31
080000         SET SN-DATE-BAD TO TRUE
080100     END-IF.
080200 2800-EXIT.
080300     EXIT.
080301
080302*----------------------------------------------------------------*
080303* 2900-CHECK-FIX-QUEUE - SOLFIX FINDS A QUEUED DECISION BY THE
080304* REJECT LINE'S SENDER ID AND RE-KEYS OR DELETES THE MESSAGE
080305* UNDER IT, SO A DECISION STILL QUEUED FOR THE OLD ID (OR ONE
080306* CORRECTING A RECORD TO THE OLD ID) WOULD BE LEFT STRANDED BY
080307* THE MOVE. EACH ONE IS LISTED AND THE MAPPING REFUSED UNTIL
080308* SOLFIX HAS RUN. THE QUEUE IS ONLY READ.
080309*----------------------------------------------------------------*
080310 2900-CHECK-FIX-QUEUE.
080311     IF NOT SN-FIXQ-AVAILABLE
080312         GO TO 2900-EXIT
080313     END-IF.
080314     MOVE 'N' TO SN-BROWSE-END-SW.
080315     MOVE LOW-VALUES TO FQ-KEY.
080316     START FIX-QUEUE-FILE KEY NOT < FQ-KEY
080317         INVALID KEY
080318             SET SN-BROWSE-END TO TRUE
080319     END-START.
080320     PERFORM 2910-CHECK-ONE-QUEUED THRU 2910-EXIT
080321         UNTIL SN-BROWSE-END.
080322     IF SN-QUEUED-FIXES > ZERO
080323         SET SN-MAPPING-REFUSED TO TRUE
080324         MOVE SN-QUEUED-FIXES TO SN-EDIT-COUNT
080325         STRING SN-EDIT-COUNT
080326             ' QUEUED FIXES ON OLD ID - RUN SOLFIX'
080327             DELIMITED BY SIZE INTO SN-REFUSE-REASON
080328     END-IF.
080329 2900-EXIT.
080330     EXIT.
080331
080332 2910-CHECK-ONE-QUEUED.
080333     READ FIX-QUEUE-FILE NEXT RECORD
080334         AT END
080335             SET SN-BROWSE-END TO TRUE
080336             GO TO 2910-EXIT
080337     END-READ.
080338     IF NOT FQ-QUEUED
080339         GO TO 2910-EXIT
080340     END-IF.
080341     IF FQ-SENDER-ID NOT = SN-OLD-SENDER
080342         AND FQ-NEW-SENDER-ID NOT = SN-OLD-SENDER
080343         GO TO 2910-EXIT
080344     END-IF.
080345     ADD 1 TO SN-QUEUED-FIXES.
080346     MOVE FQ-RUN-ID TO SN-QFX-RUN-ID.
080347     MOVE FQ-SENDER-ID TO SN-QFX-SENDER.
080348     MOVE FQ-RUN-DATE TO SN-QFX-RUN-DATE.
080349     MOVE FQ-ACTION TO SN-QFX-ACTION.
080350     MOVE FQ-NEW-SENDER-ID TO SN-QFX-NEW-SENDER.
080351     WRITE REPORT-LINE FROM SN-QUEUED-LINE.
080352 2910-EXIT.
080353     EXIT.
080400
080500*----------------------------------------------------------------*
080600* 3000-APPLY-MAPPING - MOVE THE MESSAGES AND HISTORY, UPDATE THE
080700* SENDER MASTER, RECORD THE CROSS-REFERENCE, THEN RECOUNT BOTH
080800* IDS AND PROVE THE MOVE
080900*----------------------------------------------------------------*
081000 3000-APPLY-MAPPING.
081100     MOVE 'N' TO SN-BROWSE-END-SW.
081200     PERFORM 3100-REKEY-ONE-MESSAGE THRU 3100-EXIT
081300         UNTIL SN-BROWSE-END OR SN-FILE-ERROR.
081400     IF SN-FILE-ERROR
081500         GO TO 3000-REPORT
081600     END-IF.
081700     MOVE 'N' TO SN-BROWSE-END-SW.
081800     PERFORM 3200-REKEY-ONE-HISTORY THRU 3200-EXIT
081900         UNTIL SN-BROWSE-END OR SN-FILE-ERROR.
082000     IF SN-FILE-ERROR
082100         GO TO 3000-REPORT
082200     END-IF.
082300     PERFORM 3300-UPDATE-SENDER-MASTER THRU 3300-EXIT.
082400     IF SN-FILE-ERROR
082500         GO TO 3000-REPORT
082600     END-IF.
082700     PERFORM 3400-WRITE-CROSS-REFERENCE THRU 3400-EXIT.
082800 3000-REPORT.
082900     MOVE SN-OLD-SENDER TO SN-COUNT-SENDER.
083000     PERFORM 2600-COUNT-MESSAGES THRU 2600-EXIT.
083100     MOVE SN-COUNT-RESULT TO SN-MSG-OLD-AFTER.
083200     PERFORM 2700-COUNT-HISTORY THRU 2700-EXIT.
083300     MOVE SN-COUNT-RESULT TO SN-HST-OLD-AFTER.
083400     MOVE SN-NEW-SENDER TO SN-COUNT-SENDER.
083500     PERFORM 2600-COUNT-MESSAGES THRU 2600-EXIT.
083600     MOVE SN-COUNT-RESULT TO SN-MSG-NEW-AFTER.
083700     PERFORM 2700-COUNT-HISTORY THRU 2700-EXIT.
083800     MOVE SN-COUNT-RESULT TO SN-HST-NEW-AFTER.
083900     ADD SN-MSG-MOVED TO SN-TOTAL-MSGS-MOVED.
084000     ADD SN-HST-MOVED TO SN-TOTAL-HIST-MOVED.
084100     SET SN-IN-BALANCE TO TRUE.
084200     COMPUTE SN-EXPECTED-NEW =
084300         SN-MSG-NEW-BEFORE + SN-MSG-OLD-BEFORE.
084400     IF SN-MSG-OLD-AFTER NOT = ZERO
084500         OR SN-MSG-NEW-AFTER NOT = SN-EXPECTED-NEW
084600         SET SN-OUT-OF-BALANCE TO TRUE
084700     END-IF.
084800     COMPUTE SN-EXPECTED-NEW =
084900         SN-HST-NEW-BEFORE + SN-HST-OLD-BEFORE.
085000     IF SN-HST-OLD-AFTER NOT = ZERO
085100         OR SN-HST-NEW-AFTER NOT = SN-EXPECTED-NEW
085200         SET SN-OUT-OF-BALANCE TO TRUE
085300     END-IF.
085400     IF SN-FILE-ERROR
085500         MOVE 'STOPPED - FILE ERROR, SEE THE JOB LOG'
085600             TO SN-RES-TEXT
085700     ELSE
085800         ADD 1 TO SN-MAPPINGS-APPLIED
085900         IF SN-IN-BALANCE
086000             MOVE 'APPLIED - BALANCED' TO SN-RES-TEXT
086100         ELSE
086200             MOVE 'APPLIED - OUT OF BALANCE' TO SN-RES-TEXT
086300         END-IF
086400     END-IF.
086500     IF SN-OUT-OF-BALANCE
086600         ADD 1 TO SN-MAPPINGS-UNBALANCED
086700     END-IF.
086800     WRITE REPORT-LINE FROM SN-RESULT-LINE.
086900     PERFORM 4000-WRITE-COUNT-LINES THRU 4000-EXIT.
087000 3000-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------------*
087400* 3100-REKEY-ONE-MESSAGE - TAKE THE OLD ID'S FIRST REMAINING
087500* MESSAGE, WRITE IT UNDER THE NEW KEY, THEN DELETE THE OLD KEY.
087600* WRITING FIRST MEANS A FAILURE CAN NEVER LEAVE THE RECORD ON
087700* NEITHER KEY. EACH PASS RESTARTS AT THE TOP OF THE OLD ID.
087800*----------------------------------------------------------------*
087900 3100-REKEY-ONE-MESSAGE.
088000     MOVE SN-OLD-SENDER TO CM-SENDER-ID.
088100     MOVE LOW-VALUES TO CM-RUN-DATE.
088200     START MESSAGE-FILE KEY NOT < CM-MSG-KEY
088300         INVALID KEY
088400             SET SN-BROWSE-END TO TRUE
088500             GO TO 3100-EXIT
088600     END-START.
088700     READ MESSAGE-FILE NEXT RECORD
088800         AT END
088900             SET SN-BROWSE-END TO TRUE
089000             GO TO 3100-EXIT
089100     END-READ.
089200     IF CM-SENDER-ID NOT = SN-OLD-SENDER
089300         SET SN-BROWSE-END TO TRUE
089400         GO TO 3100-EXIT
089500     END-IF.
089600     MOVE CUSTMSG-RECORD TO SN-HOLD-MSG-RECORD.
089700     MOVE SN-NEW-SENDER TO CM-SENDER-ID.
089800     WRITE CUSTMSG-RECORD
089900         INVALID KEY
090000             DISPLAY 'SENDMRG: MSGFILE WRITE FAILED FOR '
090100                 CM-MSG-KEY ' - STATUS ' SN-MSG-STATUS
090200             SET SN-FILE-ERROR TO TRUE
090300             GO TO 3100-EXIT
090400     END-WRITE.
090500     MOVE SN-HOLD-MSG-RECORD TO CUSTMSG-RECORD.
090600     DELETE MESSAGE-FILE RECORD
090700         INVALID KEY
090800             DISPLAY 'SENDMRG: MSGFILE DELETE FAILED FOR '
090900                 CM-MSG-KEY ' - STATUS ' SN-MSG-STATUS
091000             SET SN-FILE-ERROR TO TRUE
091100             GO TO 3100-EXIT
091200     END-DELETE.
091300     ADD 1 TO SN-MSG-MOVED.
091400 3100-EXIT.
091500     EXIT.
091600
091700 3200-REKEY-ONE-HISTORY.
091800     MOVE SN-OLD-SENDER TO HS-SENDER-ID.
091900     MOVE LOW-VALUES TO HS-RUN-DATE.
092000     START HISTORY-FILE KEY NOT < HS-MSG-KEY
092100         INVALID KEY
092200             SET SN-BROWSE-END TO TRUE
092300             GO TO 3200-EXIT
092400     END-START.
092500     READ HISTORY-FILE NEXT RECORD
092600         AT END
092700             SET SN-BROWSE-END TO TRUE
092800             GO TO 3200-EXIT
092900     END-READ.
093000     IF HS-SENDER-ID NOT = SN-OLD-SENDER
093100         SET SN-BROWSE-END TO TRUE
093200         GO TO 3200-EXIT
093300     END-IF.
093400     MOVE MSGHIST-RECORD TO SN-HOLD-HIST-RECORD.
093500     MOVE SN-NEW-SENDER TO HS-SENDER-ID.
093600     WRITE MSGHIST-RECORD
093700         INVALID KEY
093800             DISPLAY 'SENDMRG: HSTFILE WRITE FAILED FOR '
093900                 HS-MSG-KEY ' - STATUS ' SN-HIST-STATUS
094000             SET SN-FILE-ERROR TO TRUE
094100             GO TO 3200-EXIT
094200     END-WRITE.
094300     MOVE SN-HOLD-HIST-RECORD TO MSGHIST-RECORD.
094400     DELETE HISTORY-FILE RECORD
094500         INVALID KEY
094600             DISPLAY 'SENDMRG: HSTFILE DELETE FAILED FOR '
094700                 HS-MSG-KEY ' - STATUS ' SN-HIST-STATUS
094800             SET SN-FILE-ERROR TO TRUE
094900             GO TO 3200-EXIT
095000     END-DELETE.
095100     ADD 1 TO SN-HST-MOVED.
095200 3200-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------*
095600* 3300-UPDATE-SENDER-MASTER - OPEN THE NEW ENTRY (TYPE N), ACTIVE
095700* FROM THE EFFECTIVE DATE, THEN EXPIRE THE OLD ENTRY AS OF THAT
095800* DATE THE WAY A SENDLOAD EXPIRE DOES
095900*----------------------------------------------------------------*
096000 3300-UPDATE-SENDER-MASTER.
096100     IF SN-TYPE-NEW-ENTRY
096200         MOVE SPACES TO SENDMST-RECORD
096300         MOVE SN-NEW-SENDER TO SM-SENDER-ID
096400         MOVE SN-NEW-NAME TO SM-SENDER-NAME
096500         MOVE 'A' TO SM-STATUS
096600         MOVE SN-EFF-DATE TO SM-EFF-START-DATE
096700         WRITE SENDMST-RECORD
096800             INVALID KEY
096900                 DISPLAY 'SENDMRG: SENDFILE WRITE FAILED FOR '
097000                     SN-NEW-SENDER ' - STATUS ' SN-SENDER-STATUS
097100                 SET SN-FILE-ERROR TO TRUE
097200                 GO TO 3300-EXIT
097300         END-WRITE
097400     END-IF.
097500     MOVE SN-OLD-SENDER TO SM-SENDER-ID.
097600     READ SENDER-FILE
097700         INVALID KEY
097800             DISPLAY 'SENDMRG: SENDFILE READ FAILED FOR '
097900                 SN-OLD-SENDER ' - STATUS ' SN-SENDER-STATUS
098000             SET SN-FILE-ERROR TO TRUE
098100             GO TO 3300-EXIT
098200     END-READ.
098300     MOVE 'I' TO SM-STATUS.
098400     MOVE SN-EFF-DATE TO SM-EFF-END-DATE.
098500     REWRITE SENDMST-RECORD
098600         INVALID KEY
098700             DISPLAY 'SENDMRG: SENDFILE REWRITE FAILED FOR '
098800                 SN-OLD-SENDER ' - STATUS ' SN-SENDER-STATUS
098900             SET SN-FILE-ERROR TO TRUE
099000     END-REWRITE.
099100 3300-EXIT.
099200     EXIT.
099300
099400*----------------------------------------------------------------*
099500* 3400-WRITE-CROSS-REFERENCE - OLD ID TO NEW ID, WITH WHO, WHEN,
099600* AND HOW MANY RECORDS MOVED
099700*----------------------------------------------------------------*
099800 3400-WRITE-CROSS-REFERENCE.
099900     MOVE SPACES TO SENDXRF-RECORD.
100000     MOVE SN-OLD-SENDER TO SX-OLD-SENDER-ID.
100100     MOVE SN-NEW-SENDER TO SX-NEW-SENDER-ID.
100200     MOVE SN-MAPPING-TYPE TO SX-MAPPING-TYPE.
100300     MOVE SN-EFF-DATE TO SX-EFF-DATE.
100400     MOVE SN-PROCESS-DATE TO SX-RUN-DATE.
100500     MOVE SN-RUN-USERID TO SX-USERID.
100600     MOVE SN-MSG-MOVED TO SX-MSGS-MOVED.
100700     MOVE SN-HST-MOVED TO SX-HIST-MOVED.
100800     WRITE SENDXRF-RECORD
100900         INVALID KEY
101000             DISPLAY 'SENDMRG: SENDXRF WRITE FAILED FOR '
101100                 SN-OLD-SENDER ' - STATUS ' SN-XREF-STATUS
101200             SET SN-FILE-ERROR TO TRUE
101300     END-WRITE.
101400 3400-EXIT.
101500     EXIT.
101600
101700*----------------------------------------------------------------*
101800* 3900-PROJECT-COUNTS - TRIAL RUN: SHOW WHAT THE MOVE WOULD LEAVE.
101900* (A LATER CARD THAT DEPENDS ON AN EARLIER ONE IN THE SAME DECK
102000* IS CHECKED AGAINST THE FILES AS THEY STAND, AS NOTHING MOVES.)
102100*----------------------------------------------------------------*
102200 3900-PROJECT-COUNTS.
102300     MOVE ZERO TO SN-MSG-OLD-AFTER.
102400     MOVE ZERO TO SN-HST-OLD-AFTER.
102500     COMPUTE SN-MSG-NEW-AFTER =
102600         SN-MSG-NEW-BEFORE + SN-MSG-OLD-BEFORE.
102700     COMPUTE SN-HST-NEW-AFTER =
102800         SN-HST-NEW-BEFORE + SN-HST-OLD-BEFORE.
102900     MOVE 'ACCEPTED - TRIAL RUN, NOTHING MOVED' TO SN-RES-TEXT.
103000     WRITE REPORT-LINE FROM SN-RESULT-LINE.
103100     PERFORM 4000-WRITE-COUNT-LINES THRU 4000-EXIT.
103200 3900-EXIT.
103300     EXIT.
103400
103500*----------------------------------------------------------------*
103600* 4000-WRITE-COUNT-LINES - THE BEFORE/AFTER COUNTS FOR THE MAPPING
103700*----------------------------------------------------------------*
103800 4000-WRITE-COUNT-LINES.
103900     WRITE REPORT-LINE FROM SN-COUNT-HEADING-LINE.
104000     MOVE 'MESSAGES' TO SN-CD-FILE.
104100     MOVE SN-MSG-OLD-BEFORE TO SN-CD-OLD-BEFORE.
104200     MOVE SN-MSG-NEW-BEFORE TO SN-CD-NEW-BEFORE.
104300     MOVE SN-MSG-OLD-AFTER TO SN-CD-OLD-AFTER.
104400     MOVE SN-MSG-NEW-AFTER TO SN-CD-NEW-AFTER.
104500     COMPUTE SN-EXPECTED-NEW =
104600         SN-MSG-NEW-BEFORE + SN-MSG-OLD-BEFORE.
104700     PERFORM 4100-SET-CHECK-TEXT THRU 4100-EXIT.
104800     IF SN-MSG-OLD-AFTER NOT = ZERO
104900         OR SN-MSG-NEW-AFTER NOT = SN-EXPECTED-NEW
105000         MOVE 'OUT OF BALANCE' TO SN-CD-CHECK
105100     END-IF.
105200     WRITE REPORT-LINE FROM SN-COUNT-DETAIL-LINE.
105300     MOVE 'HISTORY' TO SN-CD-FILE.
105400     MOVE SN-HST-OLD-BEFORE TO SN-CD-OLD-BEFORE.
105500     MOVE SN-HST-NEW-BEFORE TO SN-CD-NEW-BEFORE.
105600     MOVE SN-HST-OLD-AFTER TO SN-CD-OLD-AFTER.
105700     MOVE SN-HST-NEW-AFTER TO SN-CD-NEW-AFTER.
105800     COMPUTE SN-EXPECTED-NEW =
105900         SN-HST-NEW-BEFORE + SN-HST-OLD-BEFORE.
106000     PERFORM 4100-SET-CHECK-TEXT THRU 4100-EXIT.
106100     IF SN-HST-OLD-AFTER NOT = ZERO
106200         OR SN-HST-NEW-AFTER NOT = SN-EXPECTED-NEW
106300         MOVE 'OUT OF BALANCE' TO SN-CD-CHECK
106400     END-IF.
106500     WRITE REPORT-LINE FROM SN-COUNT-DETAIL-LINE.
106600 4000-EXIT.
106700     EXIT.
106800
106900 4100-SET-CHECK-TEXT.
107000     IF SN-TRIAL-RUN
107100         MOVE 'PROJECTED' TO SN-CD-CHECK
107200     ELSE
107300         MOVE 'BALANCED' TO SN-CD-CHECK
107400     END-IF.
107500 4100-EXIT.
107600     EXIT.
107700
107800*----------------------------------------------------------------*
107900* 8100-WRITE-REPORT-TRAILER - CONTROL COUNTS FOR THE RUN
108000*----------------------------------------------------------------*
108100 8100-WRITE-REPORT-TRAILER.
108200     MOVE 'MAPPING CARDS READ:' TO SN-CNT-LABEL.
108300     MOVE SN-CARDS-READ TO SN-CNT-VALUE.
108400     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
108500     MOVE 'MAPPINGS ACCEPTED:' TO SN-CNT-LABEL.
108600     MOVE SN-MAPPINGS-ACCEPTED TO SN-CNT-VALUE.
108700     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
108800     MOVE 'MAPPINGS APPLIED:' TO SN-CNT-LABEL.
108900     MOVE SN-MAPPINGS-APPLIED TO SN-CNT-VALUE.
109000     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
109100     MOVE 'MAPPINGS REFUSED:' TO SN-CNT-LABEL.
109200     MOVE SN-MAPPINGS-REFUSED TO SN-CNT-VALUE.
109300     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
109400     MOVE 'MAPPINGS OUT OF BALANCE:' TO SN-CNT-LABEL.
109500     MOVE SN-MAPPINGS-UNBALANCED TO SN-CNT-VALUE.
109600     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
109700     MOVE 'MESSAGES RE-KEYED:' TO SN-CNT-LABEL.
109800     MOVE SN-TOTAL-MSGS-MOVED TO SN-CNT-VALUE.
109900     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
110000     MOVE 'HISTORY POSTINGS RE-KEYED:' TO SN-CNT-LABEL.
110100     MOVE SN-TOTAL-HIST-MOVED TO SN-CNT-VALUE.
110200     WRITE REPORT-LINE FROM SN-REPORT-COUNT-LINE.
110300 8100-EXIT.
110400     EXIT.
110500
110600*----------------------------------------------------------------*
110700* 8200-SET-RETURN-CODE - RC 16 FOR A FILE ERROR PART WAY THROUGH,
110800* RC 8 WHEN A MAPPING DID NOT BALANCE, RC 4 WHEN A MAPPING WAS
110900* REFUSED
111000*----------------------------------------------------------------*
111100 8200-SET-RETURN-CODE.
111200     IF SN-FILE-ERROR
111300         MOVE 16 TO RETURN-CODE
111400         GO TO 8200-EXIT
111500     END-IF.
111600     IF SN-MAPPINGS-UNBALANCED > ZERO
111700         MOVE 8 TO RETURN-CODE
111800         GO TO 8200-EXIT
111900     END-IF.
112000     IF SN-MAPPINGS-REFUSED > ZERO
112100         MOVE 4 TO RETURN-CODE
112200     ELSE
112300         MOVE 0 TO RETURN-CODE
112400     END-IF.
112500 8200-EXIT.
112600     EXIT.

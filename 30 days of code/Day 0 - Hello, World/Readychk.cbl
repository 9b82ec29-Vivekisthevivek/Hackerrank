000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. READYCHK.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - NIGHTLY READINESS CHECK. FIRST
001200*                    STEP OF SOLJOB AND SOLJOBP. OPENS EVERY
001300*                    CLUSTER AND GDG THE NIGHT DEPENDS ON AND
001400*                    CHECKS THAT IT
001500*                    OPENS, HAS RECORDS WHERE IT MUST, AND CARRIES
001600*                    THE RECORD LENGTH THE PROGRAMS EXPECT (SO AN
001700*                    OLD LRECL-98 AUDIT FILE OR A REJECTS/XTRACT
001800*                    GENERATION CUT BEFORE THE RUN-ID LAYOUTS IS
001900*                    CAUGHT BEFORE ANYTHING RUNS); THAT THE
002000*                    PROCESSING CALENDAR RUNS AT LEAST 60 BUSINESS
002100*                    DAYS AHEAD; AND THAT EVERY OPERATIONS CONTROL
002200*                    PARAMETER HAS A VALUE IN EFFECT TONIGHT.
002300*                    PRINTS ONE GO/NO-GO CHECKLIST. RC 8 (NO-GO)
002400*                    WHEN A HARD PREREQUISITE FAILS HOLDS THE REST
002500*                    OF THE JOB; RC 4 IS GO WITH WARNINGS.
002520*  10/15/2026  RTH   STEP TIMING LOG (STEPTIME, STEPTIM LAYOUT).
002540*                    WITH A RUN ID ON THE PARM THE CHECK LOGS ITS
002560*                    START AND END TIMES FOR THE SOLTIME
002580*                    BATCH-WINDOW REPORT. SLA-CUTOFF-HHMM AND
002590*                    TIME-AVG-DAYS ADDED TO THE OPSCTL CHECKS.
002592*  10/15/2026  RTH   SEQUENTIAL FILES DECLARED AT THEIR FIXED
002594*                    RECORD LENGTHS; A LAYOUT MISMATCH IS NOW THE
002596*                    OPEN STATUS 39. THE PER-RECORD LENGTH TEST
002598*                    FLAGGED GOOD TRAILING-BLANK RECORDS AS SHORT.
002599*  10/15/2026  RTH   SENDXRF ADDED AS AN OPTIONAL CLUSTER CHECK.
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SENDER-FILE
003100         ASSIGN TO SENDFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS SM-SENDER-ID
003500         FILE STATUS IS RD-SENDER-STATUS.
003600
003700     SELECT MESSAGE-FILE
003800         ASSIGN TO MSGFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS CM-MSG-KEY
004200         FILE STATUS IS RD-MSG-STATUS.
004300
004400     SELECT HISTORY-FILE
004500         ASSIGN TO HSTFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS HS-MSG-KEY
004900         FILE STATUS IS RD-HIST-STATUS.
005000
005100     SELECT OPTIONAL RULE-FILE
005200         ASSIGN TO RULFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS CR-KEY
005600         FILE STATUS IS RD-RULE-STATUS.
005700
005800     SELECT OPTIONAL RUNCTL-FILE
005900         ASSIGN TO RUNCTL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS RL-KEY
006300         FILE STATUS IS RD-RUNCTL-STATUS.
006302
006304     SELECT OPTIONAL XREF-FILE
006305         ASSIGN TO SENDXRF
006306         ORGANIZATION IS INDEXED
006307         ACCESS MODE IS SEQUENTIAL
006308         RECORD KEY IS SX-OLD-SENDER-ID
006309         FILE STATUS IS RD-XREF-STATUS.
006310
006320     SELECT STEPTIME-FILE
006330         ASSIGN TO STEPTIME
006340         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS RANDOM
006360         RECORD KEY IS TL-KEY
006370         FILE STATUS IS RD-STEPTIME-STATUS.
006400
006500     SELECT OPS-CONTROL-FILE
006600         ASSIGN TO OPSFILE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS OC-KEY
007000         FILE STATUS IS RD-OPS-STATUS.
007100
007200     SELECT CALENDAR-FILE
007300         ASSIGN TO CALFILE
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RD-CAL-STATUS.
007600
007700     SELECT OPTIONAL PARM-FILE
007800         ASSIGN TO PARMFILE
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS RD-PARM-STATUS.
008100
008200     SELECT TRAN-FILE
008300         ASSIGN TO TRNFILE
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS RD-TRAN-STATUS.
008600
008700     SELECT OPTIONAL AUDIT-FILE
008800         ASSIGN TO AUDFILE
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS RD-AUDIT-STATUS.
009100
009200     SELECT OPTIONAL LOAD-REJECT-FILE
009300         ASSIGN TO LODREJ
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS RD-LODREJ-STATUS.
009600
009700     SELECT OPTIONAL APPLIED-FILE
009800         ASSIGN TO LODAPL
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS RD-LODAPL-STATUS.
010100
010200     SELECT OPTIONAL JOURNAL-FILE
010300         ASSIGN TO LODJRN
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS RD-LODJRN-STATUS.
010600
010700     SELECT OPTIONAL REJECT-FILE
010800         ASSIGN TO REJFILE
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS RD-REJECT-STATUS.
011100
011200     SELECT OPTIONAL EXTRACT-FILE
011300         ASSIGN TO XTRFILE
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS RD-EXTRACT-STATUS.
011600
011700     SELECT OPTIONAL ACK-FILE
011800         ASSIGN TO ACKFILE
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS RD-ACK-STATUS.
012100
012200     SELECT REPORT-FILE
012300         ASSIGN TO RDYRPT
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS RD-REPORT-STATUS.
012600
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  SENDER-FILE
013000     RECORD CONTAINS 80 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013200 COPY SENDMST.
013300
013400 FD  MESSAGE-FILE
013500     RECORD CONTAINS 255 CHARACTERS
013600     LABEL RECORDS ARE STANDARD.
013700 COPY CUSTMSG.
013800
013900 FD  HISTORY-FILE
014000     RECORD CONTAINS 40 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200 COPY MSGHIST.
014300
014400 FD  RULE-FILE
014500     RECORD CONTAINS 80 CHARACTERS
014600     LABEL RECORDS ARE STANDARD.
014700 COPY CONTRULE.
014800
014900 FD  RUNCTL-FILE
015000     RECORD CONTAINS 80 CHARACTERS
015100     LABEL RECORDS ARE STANDARD.
015200 COPY RUNCTL.
015202
015204 FD  XREF-FILE
015206     RECORD CONTAINS 80 CHARACTERS
015207     LABEL RECORDS ARE STANDARD.
015208 COPY SENDXRF.
015210
015220 FD  STEPTIME-FILE
015230     RECORD CONTAINS 100 CHARACTERS
015240     LABEL RECORDS ARE STANDARD.
015250 COPY STEPTIM.
015300
015400 FD  OPS-CONTROL-FILE
015500     RECORD CONTAINS 60 CHARACTERS
015600     LABEL RECORDS ARE STANDARD.
015700 COPY OPSCTL.
015800
015900*----------------------------------------------------------------*
016000* THE SEQUENTIAL FILES ARE DECLARED WITH THE RECORD LENGTH THEIR
016100* PROGRAMS EXPECT, SO A FILE CUT UNDER ANOTHER LAYOUT FAILS THE
016200* OPEN WITH STATUS 39. THE GDG DDS NAME THE BASE, SO EVERY
016300* CATALOGED GENERATION IS OPENED AND COUNTED.
016400*----------------------------------------------------------------*
016500 FD  CALENDAR-FILE
016600     RECORD CONTAINS 80 CHARACTERS
016800     LABEL RECORDS ARE STANDARD.
016900 01  CALENDAR-CARD.
017000     05  CA-DATE                     PIC X(08).
017100     05  FILLER                      PIC X(01).
017200     05  CA-DAY-TYPE                 PIC X(01).
017300         88  CA-BUSINESS-DAY                 VALUE 'B'.
017400         88  CA-OUTAGE-DAY                   VALUE 'O'.
017500     05  FILLER                      PIC X(70).
017600
017700 FD  PARM-FILE
017800     RECORD CONTAINS 80 CHARACTERS
018000     LABEL RECORDS ARE STANDARD.
018100 01  PARM-AREA                       PIC X(80).
018200
018300 FD  TRAN-FILE
018400     RECORD CONTAINS 256 CHARACTERS
018600     LABEL RECORDS ARE STANDARD.
018700 01  TRAN-AREA                       PIC X(256).
018800
018900 FD  AUDIT-FILE
019000     RECORD CONTAINS 112 CHARACTERS
019200     LABEL RECORDS ARE STANDARD.
019300 01  AUDIT-AREA                      PIC X(112).
019400
019500 FD  LOAD-REJECT-FILE
019600     RECORD CONTAINS 85 CHARACTERS
019800     LABEL RECORDS ARE STANDARD.
019900 01  LOAD-REJECT-AREA                PIC X(85).
020000
020100 FD  APPLIED-FILE
020200     RECORD CONTAINS 85 CHARACTERS
020400     LABEL RECORDS ARE STANDARD.
020500 01  APPLIED-AREA                    PIC X(85).
020600
020700 FD  JOURNAL-FILE
020800     RECORD CONTAINS 550 CHARACTERS
021000     LABEL RECORDS ARE STANDARD.
021100 01  JOURNAL-AREA                    PIC X(550).
021200
021300 FD  REJECT-FILE
021400     RECORD CONTAINS 92 CHARACTERS
021600     LABEL RECORDS ARE STANDARD.
021700 01  REJECT-AREA                     PIC X(92).
021800
021900 FD  EXTRACT-FILE
022000     RECORD CONTAINS 263 CHARACTERS
022200     LABEL RECORDS ARE STANDARD.
022300 01  EXTRACT-AREA                    PIC X(263).
022400
022500 FD  ACK-FILE
022600     RECORD CONTAINS 40 CHARACTERS
022800     LABEL RECORDS ARE STANDARD.
022900 01  ACK-AREA                        PIC X(40).
023000
023100 FD  REPORT-FILE
023200     RECORD CONTAINS 132 CHARACTERS
023300     LABEL RECORDS ARE STANDARD.
023400 01  REPORT-LINE                    PIC X(132).
023500
023600 WORKING-STORAGE SECTION.
023700 01  RD-SWITCHES.
023800     05  RD-EOF-SW                   PIC X(01)  VALUE 'N'.
023900         88  RD-EOF                              VALUE 'Y'.
024000     05  RD-OPS-AVAIL-SW             PIC X(01)  VALUE 'N'.
024100         88  RD-OPS-AVAILABLE                    VALUE 'Y'.
024200     05  RD-OPS-DONE-SW              PIC X(01)  VALUE 'N'.
024300         88  RD-OPS-SCAN-DONE                    VALUE 'Y'.
024400     05  RD-OPS-FOUND-SW             PIC X(01)  VALUE 'N'.
024500         88  RD-OPS-FOUND                        VALUE 'Y'.
024600
024700 01  RD-FILE-STATUSES.
024800     05  RD-SENDER-STATUS            PIC X(02)  VALUE SPACES.
024900     05  RD-MSG-STATUS               PIC X(02)  VALUE SPACES.
025000     05  RD-HIST-STATUS              PIC X(02)  VALUE SPACES.
025100     05  RD-RULE-STATUS              PIC X(02)  VALUE SPACES.
025200     05  RD-RUNCTL-STATUS            PIC X(02)  VALUE SPACES.
025220     05  RD-XREF-STATUS              PIC X(02)  VALUE SPACES.
025250     05  RD-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
025300     05  RD-OPS-STATUS               PIC X(02)  VALUE SPACES.
025400     05  RD-CAL-STATUS               PIC X(02)  VALUE SPACES.
025500     05  RD-PARM-STATUS              PIC X(02)  VALUE SPACES.
025600     05  RD-TRAN-STATUS              PIC X(02)  VALUE SPACES.
025700     05  RD-AUDIT-STATUS             PIC X(02)  VALUE SPACES.
025800     05  RD-LODREJ-STATUS            PIC X(02)  VALUE SPACES.
025900     05  RD-LODAPL-STATUS            PIC X(02)  VALUE SPACES.
026000     05  RD-LODJRN-STATUS            PIC X(02)  VALUE SPACES.
026100     05  RD-REJECT-STATUS            PIC X(02)  VALUE SPACES.
026200     05  RD-EXTRACT-STATUS           PIC X(02)  VALUE SPACES.
026300     05  RD-ACK-STATUS               PIC X(02)  VALUE SPACES.
026400     05  RD-REPORT-STATUS            PIC X(02)  VALUE SPACES.
026500
026800 01  RD-COUNTERS.
026900     05  RD-CHECKS-GO                PIC 9(05)  COMP  VALUE ZERO.
027000     05  RD-CHECKS-WARN              PIC 9(05)  COMP  VALUE ZERO.
027100     05  RD-CHECKS-NOGO              PIC 9(05)  COMP  VALUE ZERO.
027200
027300*----------------------------------------------------------------*
027400* ONE FILE CHECK IN HAND. THE MISSING AND EMPTY RULES SAY HOW
027500* HARD A FILE THAT IS NOT THERE, OR HAS NO RECORDS, COUNTS:
027600* H NO-GO, W WARNING, O ACCEPTABLE (NOTED ONLY).
027700*----------------------------------------------------------------*
027800 01  RD-FILE-CHECK.
027900     05  RD-FC-DDNAME                PIC X(08)  VALUE SPACES.
028000     05  RD-FC-DESC                  PIC X(32)  VALUE SPACES.
028100     05  RD-FC-STATUS                PIC X(02)  VALUE SPACES.
028200     05  RD-FC-TYPE                  PIC X(01)  VALUE SPACE.
028300         88  RD-FC-KSDS                          VALUE 'K'.
028400         88  RD-FC-SEQUENTIAL                    VALUE 'S'.
028500     05  RD-FC-LRECL                 PIC 9(04)  COMP  VALUE ZERO.
028600     05  RD-FC-RECORDS               PIC 9(09)  COMP  VALUE ZERO.
028900     05  RD-FC-MISSING-RULE          PIC X(01)  VALUE SPACE.
029000         88  RD-FC-MISSING-HARD                  VALUE 'H'.
029100         88  RD-FC-MISSING-WARN                  VALUE 'W'.
029200     05  RD-FC-EMPTY-RULE            PIC X(01)  VALUE SPACE.
029300         88  RD-FC-EMPTY-HARD                    VALUE 'H'.
029400         88  RD-FC-EMPTY-WARN                    VALUE 'W'.
029500     05  RD-FC-MISSING-NOTE          PIC X(40)  VALUE SPACES.
029600
029700*----------------------------------------------------------------*
029800* OPERATIONS CONTROL PARAMETERS THAT MUST HAVE A VALUE IN EFFECT
029900* (SEE THE OPSCTL COPYBOOK FOR WHICH PROGRAM READS EACH ONE)
030000*----------------------------------------------------------------*
030100 01  RD-OPS-PARM-VALUES.
030200     05  FILLER                      PIC X(16)
030300         VALUE 'CKPT-INTERVAL'.
030400     05  FILLER                      PIC X(16)
030500         VALUE 'HIST-WINDOW-DAYS'.
030600     05  FILLER                      PIC X(16)
030700         VALUE 'RETENTION-DAYS'.
030800     05  FILLER                      PIC X(16)
030900         VALUE 'SWING-PCT'.
031000     05  FILLER                      PIC X(16)
031100         VALUE 'RATE-SPIKE-PTS'.
031200     05  FILLER                      PIC X(16)
031300         VALUE 'MIN-HISTORY'.
031400     05  FILLER                      PIC X(16)
031500         VALUE 'ESCALATE-LIMIT'.
031510     05  FILLER                      PIC X(16)
031520         VALUE 'SLA-CUTOFF-HHMM'.
031530     05  FILLER                      PIC X(16)
031540         VALUE 'TIME-AVG-DAYS'.
031600 01  RD-OPS-PARM-TABLE REDEFINES RD-OPS-PARM-VALUES.
031700     05  RD-OPS-PARM-NAME            PIC X(16)  OCCURS 9 TIMES.
031800
031900 01  RD-OPS-WORK.
032000     05  RD-OPS-PARM-COUNT           PIC 9(03)  COMP  VALUE 9.
032100     05  RD-OPS-IDX                  PIC 9(03)  COMP  VALUE ZERO.
032200     05  RD-OPS-WANTED-PARM          PIC X(16)  VALUE SPACES.
032300     05  RD-OPS-VALUE                PIC 9(09)  VALUE ZERO.
032400     05  RD-OPS-VALUE-DATE           PIC X(08)  VALUE SPACES.
032500     05  RD-OPS-FUTURE-DATE          PIC X(08)  VALUE SPACES.
032600
032700*----------------------------------------------------------------*
032800* PROCESSING CALENDAR COVERAGE. CUSTLOAD NEEDS THE CALENDAR FOR
032900* THE FEED DATE FLOOR; IT IS KEPT AT LEAST RD-CAL-MIN-AHEAD
033000* BUSINESS DAYS AHEAD SO IT NEVER RUNS OUT UNNOTICED.
033100*----------------------------------------------------------------*
033200 01  RD-CALENDAR-WORK.
033300     05  RD-CAL-MIN-AHEAD            PIC 9(04)  COMP  VALUE 60.
033400     05  RD-CAL-DAYS-AHEAD           PIC 9(04)  COMP  VALUE ZERO.
033500     05  RD-CAL-DAYS-BEFORE          PIC 9(04)  COMP  VALUE ZERO.
033600     05  RD-CAL-BAD-CARDS            PIC 9(04)  COMP  VALUE ZERO.
033700     05  RD-CAL-LAST-DATE            PIC X(08)  VALUE SPACES.
033800
033900 01  RD-RUN-ID                       PIC X(08)  VALUE SPACES.
034000
034100 01  RD-CURRENT-DATE.
034200     05  RD-CURRENT-YYYY             PIC 9(04).
034300     05  RD-CURRENT-MM               PIC 9(02).
034400     05  RD-CURRENT-DD               PIC 9(02).
034500
034600 01  RD-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
034700
034800 01  RD-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
034900 01  RD-EDIT-LRECL                   PIC ZZZ9.
035100 01  RD-EDIT-VALUE                   PIC ZZZ,ZZZ,ZZ9.
035200
035300 01  RD-REPORT-HEADER-LINE.
035400     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
035500     05  RD-HDR-DATE                 PIC X(10) VALUE SPACES.
035600     05  FILLER                      PIC X(10) VALUE SPACES.
035700     05  FILLER                      PIC X(36)
035800         VALUE 'READYCHK NIGHTLY READINESS CHECKLIST'.
035900     05  FILLER                      PIC X(10) VALUE '  RUN ID: '.
036000     05  RD-HDR-RUN-ID               PIC X(08) VALUE SPACES.
036100
036200 01  RD-COLUMN-HEADING-LINE.
036300     05  FILLER                      PIC X(10) VALUE 'ITEM'.
036400     05  FILLER                      PIC X(34) VALUE 'CHECK'.
036500     05  FILLER                      PIC X(07) VALUE 'RESULT'.
036600     05  FILLER                      PIC X(06) VALUE 'DETAIL'.
036700
036800 01  RD-CHECK-LINE.
036900     05  RD-CL-ITEM                  PIC X(08) VALUE SPACES.
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  RD-CL-DESC                  PIC X(32) VALUE SPACES.
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  RD-CL-RESULT                PIC X(05) VALUE SPACES.
037400         88  RD-CL-GO                            VALUE 'GO'.
037500         88  RD-CL-WARN                          VALUE 'WARN'.
037600         88  RD-CL-NOGO                          VALUE 'NO-GO'.
037700     05  FILLER                      PIC X(02) VALUE SPACES.
037800     05  RD-CL-DETAIL                PIC X(70) VALUE SPACES.
037900
038000 01  RD-VERDICT-LINE.
038100     05  FILLER                      PIC X(11)
038200         VALUE 'READINESS: '.
038300     05  RD-VERDICT-TEXT             PIC X(60) VALUE SPACES.
038400
038500 01  RD-REPORT-COUNT-LINE.
038600     05  RD-CNT-LABEL                PIC X(28) VALUE SPACES.
038700     05  RD-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
038710
038720 01  RD-STEP-TIMING.
038730     05  RD-ST-AVAIL-SW              PIC X(01)  VALUE 'N'.
038740         88  RD-ST-AVAILABLE                     VALUE 'Y'.
038750     05  RD-ST-DATE                  PIC X(08)  VALUE SPACES.
038760     05  RD-ST-TIME.
038770         10  RD-ST-HHMMSS            PIC X(06).
038780         10  FILLER                  PIC X(02).
038800
038900 LINKAGE SECTION.
039000 01  RD-RUN-PARM.
039100     05  RD-PARM-LENGTH              PIC S9(04) COMP.
039200     05  RD-PARM-DATA.
039300         10  RD-PARM-RUN-ID          PIC X(08).
039400
039500 PROCEDURE DIVISION USING RD-RUN-PARM.
039600*----------------------------------------------------------------*
039700* 0000-MAINLINE - TOP LEVEL CONTROL. EVERY CHECK RUNS WHATEVER
039800* THE ONES BEFORE IT FOUND, SO ONE CHECKLIST SHOWS EVERYTHING
039900* THAT NEEDS FIXING BEFORE THE RESUBMIT.
040000*----------------------------------------------------------------*
040100 0000-MAINLINE.
040200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040300     PERFORM 2000-CHECK-CLUSTERS THRU 2000-EXIT.
040400     PERFORM 3000-CHECK-CONTROLS THRU 3000-EXIT.
040500     PERFORM 4000-CHECK-SEQUENTIAL THRU 4000-EXIT.
040600     PERFORM 8100-WRITE-VERDICT THRU 8100-EXIT.
040700     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
040750     PERFORM 8800-END-STEP-TIMING THRU 8800-EXIT.
040800     CLOSE REPORT-FILE.
040900     STOP RUN.
041000
041100*----------------------------------------------------------------*
041200* 1000-INITIALIZE - PICK UP THE RUN ID FOR THE HEADER, OPEN THE
041300* CHECKLIST, WRITE THE HEADINGS
041400*----------------------------------------------------------------*
041500 1000-INITIALIZE.
041600     IF RD-PARM-LENGTH > 7
041700         MOVE RD-PARM-RUN-ID TO RD-RUN-ID
041800     END-IF.
041900     OPEN OUTPUT REPORT-FILE.
042000     IF RD-REPORT-STATUS NOT = '00'
042100         DISPLAY 'READYCHK: RDYRPT OPEN FAILED - STATUS '
042200             RD-REPORT-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     ACCEPT RD-CURRENT-DATE FROM DATE YYYYMMDD.
042700     MOVE RD-CURRENT-DATE TO RD-PROCESS-DATE.
042800     STRING RD-CURRENT-MM '/' RD-CURRENT-DD '/'
042900         RD-CURRENT-YYYY DELIMITED BY SIZE
043000         INTO RD-HDR-DATE.
043100     MOVE RD-RUN-ID TO RD-HDR-RUN-ID.
043200     WRITE REPORT-LINE FROM RD-REPORT-HEADER-LINE.
043300     WRITE REPORT-LINE FROM RD-COLUMN-HEADING-LINE.
043350     PERFORM 1800-START-STEP-TIMING THRU 1800-EXIT.
043400 1000-EXIT.
043500     EXIT.
043502
043504*----------------------------------------------------------------*
043506* 1800-START-STEP-TIMING - LOG THIS STEP RUNNING ON THE SHARED
043508* STEP TIMING LOG UNDER THE RUN ID, STAMPED WITH ITS START TIME,
043510* FOR THE SOLTIME BATCH-WINDOW REPORT. NO RUN ID, OR NO LOG, MEANS
043512* THE STEP IS NOT TIMED; THE CHECKS RUN EITHER WAY.
043514*----------------------------------------------------------------*
043516 1800-START-STEP-TIMING.
043518     IF RD-RUN-ID = SPACES
043520         GO TO 1800-EXIT
043522     END-IF.
043524     OPEN I-O STEPTIME-FILE.
043526     IF RD-STEPTIME-STATUS = '35'
043528         OPEN OUTPUT STEPTIME-FILE
043530         CLOSE STEPTIME-FILE
043532         OPEN I-O STEPTIME-FILE
043534     END-IF.
043536     IF RD-STEPTIME-STATUS NOT = '00'
043538         DISPLAY 'READYCHK: STEPTIME NOT AVAILABLE - STATUS '
043540             RD-STEPTIME-STATUS ' - STEP NOT TIMED'
043542         GO TO 1800-EXIT
043544     END-IF.
043546     MOVE SPACES TO STEPTIM-RECORD.
043548     MOVE RD-RUN-ID TO TL-RUN-ID.
043550     MOVE 'READYCHK' TO TL-STEP-NAME.
043552     ACCEPT RD-ST-DATE FROM DATE YYYYMMDD.
043554     ACCEPT RD-ST-TIME FROM TIME.
043556     MOVE RD-ST-DATE TO TL-START-DATE.
043558     MOVE RD-ST-HHMMSS TO TL-START-TIME.
043560     MOVE 'READYCHK' TO TL-PROGRAM-ID.
043562     SET TL-STEP-RUNNING TO TRUE.
043564     MOVE ZERO TO TL-RECORDS-IN.
043566     MOVE ZERO TO TL-RECORDS-OUT.
043568     MOVE ZERO TO TL-RETURN-CODE.
043570     WRITE STEPTIM-RECORD.
043572     IF RD-STEPTIME-STATUS NOT = '00'
043574         DISPLAY 'READYCHK: STEPTIME WRITE FAILED - STATUS '
043576             RD-STEPTIME-STATUS ' - STEP NOT TIMED'
043578         CLOSE STEPTIME-FILE
043580         GO TO 1800-EXIT
043582     END-IF.
043584     SET RD-ST-AVAILABLE TO TRUE.
043586 1800-EXIT.
043588     EXIT.
043600
043700*----------------------------------------------------------------*
043800* 2000-CHECK-CLUSTERS - THE KSDS CLUSTERS. EACH MUST OPEN WITH
043900* THE RECORD LENGTH AND KEY ITS PROGRAMS DECLARE (A MISMATCH IS
044000* AN OPEN STATUS 39) AND, WHERE THE NIGHT CANNOT RUN WITHOUT
044100* DATA, HOLD AT LEAST ONE RECORD.
044200*----------------------------------------------------------------*
044300 2000-CHECK-CLUSTERS.
044400     PERFORM 2100-CHECK-SENDER-MASTER THRU 2100-EXIT.
044500     PERFORM 2200-CHECK-MESSAGE-FILE THRU 2200-EXIT.
044600     PERFORM 2300-CHECK-HISTORY-FILE THRU 2300-EXIT.
044700     PERFORM 2400-CHECK-RULE-FILE THRU 2400-EXIT.
044800     PERFORM 2500-CHECK-RUNCTL-FILE THRU 2500-EXIT.
044850     PERFORM 2600-CHECK-XREF-FILE THRU 2600-EXIT.
044900 2000-EXIT.
045000     EXIT.
045100
045200 2100-CHECK-SENDER-MASTER.
045300     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
045400     MOVE 'SENDFILE' TO RD-FC-DDNAME.
045500     MOVE 'SENDER MASTER KSDS' TO RD-FC-DESC.
045600     MOVE 'K' TO RD-FC-TYPE.
045700     MOVE 80 TO RD-FC-LRECL.
045800     MOVE 'H' TO RD-FC-MISSING-RULE.
045900     MOVE 'H' TO RD-FC-EMPTY-RULE.
046000     OPEN INPUT SENDER-FILE.
046100     MOVE RD-SENDER-STATUS TO RD-FC-STATUS.
046200     IF RD-SENDER-STATUS = '00'
046300         READ SENDER-FILE NEXT RECORD
046400             AT END
046500                 CONTINUE
046600             NOT AT END
046700                 ADD 1 TO RD-FC-RECORDS
046800         END-READ
046900         CLOSE SENDER-FILE
047000     END-IF.
047100     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
047200 2100-EXIT.
047300     EXIT.
047400
047500 2200-CHECK-MESSAGE-FILE.
047600     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
047700     MOVE 'MSGFILE' TO RD-FC-DDNAME.
047800     MOVE 'NIGHTLY MESSAGE KSDS' TO RD-FC-DESC.
047900     MOVE 'K' TO RD-FC-TYPE.
048000     MOVE 255 TO RD-FC-LRECL.
048100     MOVE 'H' TO RD-FC-MISSING-RULE.
048200     MOVE 'W' TO RD-FC-EMPTY-RULE.
048300     OPEN INPUT MESSAGE-FILE.
048400     MOVE RD-MSG-STATUS TO RD-FC-STATUS.
048500     IF RD-MSG-STATUS = '00'
048600         READ MESSAGE-FILE NEXT RECORD
048700             AT END
048800                 CONTINUE
048900             NOT AT END
049000                 ADD 1 TO RD-FC-RECORDS
049100         END-READ
049200         CLOSE MESSAGE-FILE
049300     END-IF.
049400     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
049500 2200-EXIT.
049600     EXIT.
049700
049800 2300-CHECK-HISTORY-FILE.
049900     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
050000     MOVE 'HSTFILE' TO RD-FC-DDNAME.
050100     MOVE 'MESSAGE HISTORY KSDS' TO RD-FC-DESC.
050200     MOVE 'K' TO RD-FC-TYPE.
050300     MOVE 40 TO RD-FC-LRECL.
050400     MOVE 'H' TO RD-FC-MISSING-RULE.
050500     MOVE 'W' TO RD-FC-EMPTY-RULE.
050600     OPEN INPUT HISTORY-FILE.
050700     MOVE RD-HIST-STATUS TO RD-FC-STATUS.
050800     IF RD-HIST-STATUS = '00'
050900         READ HISTORY-FILE NEXT RECORD
051000             AT END
051100                 CONTINUE
051200             NOT AT END
051300                 ADD 1 TO RD-FC-RECORDS
051400         END-READ
051500         CLOSE HISTORY-FILE
051600     END-IF.
051700     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
051800 2300-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------------*
052200* 2400-CHECK-RULE-FILE - THE CONTENT RULES ARE OPTIONAL TO
052300* SOLUTION (THE FORMAT CHECKS STILL RUN WITHOUT THEM), SO A
052400* MISSING OR EMPTY FILE IS A WARNING
052500*----------------------------------------------------------------*
052600 2400-CHECK-RULE-FILE.
052700     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
052800     MOVE 'RULFILE' TO RD-FC-DDNAME.
052900     MOVE 'CONTENT RULES KSDS' TO RD-FC-DESC.
053000     MOVE 'K' TO RD-FC-TYPE.
053100     MOVE 80 TO RD-FC-LRECL.
053200     MOVE 'W' TO RD-FC-MISSING-RULE.
053300     MOVE 'W' TO RD-FC-EMPTY-RULE.
053400     MOVE 'NO TERMS WILL BE SCREENED' TO RD-FC-MISSING-NOTE.
053500     OPEN INPUT RULE-FILE.
053600     MOVE RD-RULE-STATUS TO RD-FC-STATUS.
053700     IF RD-RULE-STATUS = '00'
053800         READ RULE-FILE NEXT RECORD
053900             AT END
054000                 CONTINUE
054100             NOT AT END
054200                 ADD 1 TO RD-FC-RECORDS
054300         END-READ
054400         CLOSE RULE-FILE
054500     END-IF.
054600     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
054700 2400-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------*
055100* 2500-CHECK-RUNCTL-FILE - THE LEDGER IS LOADED ON FIRST USE, SO
055200* A NEW EMPTY CLUSTER IS ACCEPTABLE
055300*----------------------------------------------------------------*
055400 2500-CHECK-RUNCTL-FILE.
055500     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
055600     MOVE 'RUNCTL' TO RD-FC-DDNAME.
055700     MOVE 'RUN-CONTROL LEDGER KSDS' TO RD-FC-DESC.
055800     MOVE 'K' TO RD-FC-TYPE.
055900     MOVE 80 TO RD-FC-LRECL.
056000     MOVE 'O' TO RD-FC-MISSING-RULE.
056100     MOVE 'O' TO RD-FC-EMPTY-RULE.
056200     MOVE 'LOADED ON FIRST USE' TO RD-FC-MISSING-NOTE.
056300     OPEN INPUT RUNCTL-FILE.
056400     MOVE RD-RUNCTL-STATUS TO RD-FC-STATUS.
056500     IF RD-RUNCTL-STATUS = '00'
056600         READ RUNCTL-FILE NEXT RECORD
056700             AT END
056800                 CONTINUE
056900             NOT AT END
057000                 ADD 1 TO RD-FC-RECORDS
057100         END-READ
057200         CLOSE RUNCTL-FILE
057300     END-IF.
057400     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
057500 2500-EXIT.
057600     EXIT.
057610
057620*----------------------------------------------------------------*
057630* 2600-CHECK-XREF-FILE - THE SENDER CROSS-REFERENCE STAYS EMPTY
057640* UNTIL SENDMRG FIRST RETIRES AN ID, AND ITS READERS TAKE THE IDS
057650* AS THEY STAND UNTIL THEN, SO AN EMPTY CLUSTER IS NOTED ONLY. IT
057655* MUST STILL BE DEFINED - AN UNCATALOGED ONE FAILS ALLOCATION.
057660*----------------------------------------------------------------*
057670 2600-CHECK-XREF-FILE.
057671     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
057672     MOVE 'SENDXRF' TO RD-FC-DDNAME.
057673     MOVE 'SENDER CROSS-REFERENCE KSDS' TO RD-FC-DESC.
057674     MOVE 'K' TO RD-FC-TYPE.
057675     MOVE 80 TO RD-FC-LRECL.
057676     MOVE 'O' TO RD-FC-MISSING-RULE.
057677     MOVE 'O' TO RD-FC-EMPTY-RULE.
057678     MOVE 'NO SENDER ID RETIRED YET' TO RD-FC-MISSING-NOTE.
057679     OPEN INPUT XREF-FILE.
057680     MOVE RD-XREF-STATUS TO RD-FC-STATUS.
057681     IF RD-XREF-STATUS = '00'
057682         READ XREF-FILE NEXT RECORD
057683             AT END
057684                 CONTINUE
057685             NOT AT END
057686                 ADD 1 TO RD-FC-RECORDS
057687         END-READ
057688         CLOSE XREF-FILE
057689     END-IF.
057690     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
057691 2600-EXIT.
057692     EXIT.
057700
057800*----------------------------------------------------------------*
057900* 3000-CHECK-CONTROLS - THE OPERATIONS CONTROL VALUES, THE
058000* PROCESSING CALENDAR, AND THE SOLUTION PARM CARD
058100*----------------------------------------------------------------*
058200 3000-CHECK-CONTROLS.
058300     PERFORM 3100-CHECK-OPS-CONTROL THRU 3100-EXIT.
058400     PERFORM 3200-CHECK-CALENDAR THRU 3200-EXIT.
058500     PERFORM 3300-CHECK-PARM-CARD THRU 3300-EXIT.
058600 3000-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------*
059000* 3100-CHECK-OPS-CONTROL - THE FILE ITSELF, THEN EVERY PARAMETER:
059100* THE LATEST VALUE DATED ON OR BEFORE TONIGHT IS THE ONE THE
059200* PROGRAMS WILL TAKE. A PARAMETER WITH NO SUCH VALUE WOULD LEAVE
059300* A PROGRAM ON ITS BUILT-IN DEFAULT, WHICH IS A NO-GO - EVEN
059400* WHEN A VALUE IS STAGED FOR A LATER DATE.
059500*----------------------------------------------------------------*
059600 3100-CHECK-OPS-CONTROL.
059700     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
059800     MOVE 'OPSFILE' TO RD-FC-DDNAME.
059900     MOVE 'OPERATIONS CONTROL KSDS' TO RD-FC-DESC.
060000     MOVE 'K' TO RD-FC-TYPE.
060100     MOVE 60 TO RD-FC-LRECL.
060200     MOVE 'H' TO RD-FC-MISSING-RULE.
060300     MOVE 'H' TO RD-FC-EMPTY-RULE.
060400     OPEN INPUT OPS-CONTROL-FILE.
060500     MOVE RD-OPS-STATUS TO RD-FC-STATUS.
060600     IF RD-OPS-STATUS = '00'
060700         SET RD-OPS-AVAILABLE TO TRUE
060800         READ OPS-CONTROL-FILE NEXT RECORD
060900             AT END
061000                 CONTINUE
061100             NOT AT END
061200                 ADD 1 TO RD-FC-RECORDS
061300         END-READ
061400     END-IF.
061500     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
061600     PERFORM 3110-CHECK-ONE-PARAMETER THRU 3110-EXIT
061700         VARYING RD-OPS-IDX FROM 1 BY 1
061800         UNTIL RD-OPS-IDX > RD-OPS-PARM-COUNT.
061900     IF RD-OPS-AVAILABLE
062000         CLOSE OPS-CONTROL-FILE
062100     END-IF.
062200 3100-EXIT.
062300     EXIT.
062400
062500 3110-CHECK-ONE-PARAMETER.
062600     MOVE RD-OPS-PARM-NAME(RD-OPS-IDX) TO RD-OPS-WANTED-PARM.
062700     MOVE 'OPSCTL' TO RD-CL-ITEM.
062800     MOVE RD-OPS-WANTED-PARM TO RD-CL-DESC.
062900     MOVE SPACES TO RD-CL-DETAIL.
063000     PERFORM 3120-FIND-CONTROL-VALUE THRU 3120-EXIT.
063100     IF RD-OPS-FOUND
063200         SET RD-CL-GO TO TRUE
063300         MOVE RD-OPS-VALUE TO RD-EDIT-VALUE
063400         STRING 'VALUE' RD-EDIT-VALUE ' IN EFFECT FROM '
063500             RD-OPS-VALUE-DATE
063600             DELIMITED BY SIZE INTO RD-CL-DETAIL
063700     ELSE
063800         SET RD-CL-NOGO TO TRUE
063900         IF RD-OPS-FUTURE-DATE NOT = SPACES
064000             STRING 'NO VALUE IN EFFECT - FIRST VALUE STAGED FOR '
064100                 RD-OPS-FUTURE-DATE
064200                 DELIMITED BY SIZE INTO RD-CL-DETAIL
064300         ELSE
064400             MOVE 'NO VALUE ON FILE - BUILT-IN DEFAULT APPLIES'
064500                 TO RD-CL-DETAIL
064600         END-IF
064700     END-IF.
064800     PERFORM 7300-WRITE-CHECK-LINE THRU 7300-EXIT.
064900 3110-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------*
065300* 3120-FIND-CONTROL-VALUE - BROWSE THE PARAMETER'S RECORDS IN
065400* EFFECTIVE-DATE ORDER, KEEPING THE LATEST ONE DATED ON OR BEFORE
065500* THE PROCESS DATE AND NOTING THE FIRST ONE DATED AFTER IT
065600*----------------------------------------------------------------*
065700 3120-FIND-CONTROL-VALUE.
065800     MOVE 'N' TO RD-OPS-FOUND-SW.
065900     MOVE 'N' TO RD-OPS-DONE-SW.
066000     MOVE SPACES TO RD-OPS-VALUE-DATE.
066100     MOVE SPACES TO RD-OPS-FUTURE-DATE.
066200     IF NOT RD-OPS-AVAILABLE
066300         GO TO 3120-EXIT
066400     END-IF.
066500     MOVE RD-OPS-WANTED-PARM TO OC-PARM-NAME.
066600     MOVE LOW-VALUES TO OC-EFF-DATE.
066700     START OPS-CONTROL-FILE KEY NOT < OC-KEY
066800         INVALID KEY
066900             SET RD-OPS-SCAN-DONE TO TRUE
067000     END-START.
067100     PERFORM 3130-SCAN-ONE-CONTROL THRU 3130-EXIT
067200         UNTIL RD-OPS-SCAN-DONE.
067300 3120-EXIT.
067400     EXIT.
067500
067600 3130-SCAN-ONE-CONTROL.
067700     READ OPS-CONTROL-FILE NEXT RECORD
067800         AT END
067900             SET RD-OPS-SCAN-DONE TO TRUE
068000             GO TO 3130-EXIT
068100     END-READ.
068200     IF OC-PARM-NAME NOT = RD-OPS-WANTED-PARM
068300         SET RD-OPS-SCAN-DONE TO TRUE
068400         GO TO 3130-EXIT
068500     END-IF.
068600     IF OC-EFF-DATE > RD-PROCESS-DATE
068700         MOVE OC-EFF-DATE TO RD-OPS-FUTURE-DATE
068800         SET RD-OPS-SCAN-DONE TO TRUE
068900         GO TO 3130-EXIT
069000     END-IF.
069100     MOVE OC-VALUE TO RD-OPS-VALUE.
069200     MOVE OC-EFF-DATE TO RD-OPS-VALUE-DATE.
069300     SET RD-OPS-FOUND TO TRUE.
069400 3130-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------*
069800* 3200-CHECK-CALENDAR - A MISSING OR EMPTY CALENDAR IS A NO-GO
069900* (CUSTLOAD WOULD QUIETLY FALL BACK TO THE EXACT FEED DATE).
070000* FEWER THAN RD-CAL-MIN-AHEAD BUSINESS DAYS AFTER TONIGHT IS A
070100* WARNING: NOTHING FAILS TONIGHT, BUT THE CALENDAR IS RUNNING OUT.
070200*----------------------------------------------------------------*
070300 3200-CHECK-CALENDAR.
070400     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
070500     MOVE 'CALFILE' TO RD-FC-DDNAME.
070600     MOVE 'PROCESSING CALENDAR' TO RD-FC-DESC.
070700     MOVE 'S' TO RD-FC-TYPE.
070800     MOVE 80 TO RD-FC-LRECL.
070900     MOVE 'H' TO RD-FC-MISSING-RULE.
071000     MOVE 'H' TO RD-FC-EMPTY-RULE.
071100     MOVE ZERO TO RD-CAL-DAYS-AHEAD.
071200     MOVE ZERO TO RD-CAL-DAYS-BEFORE.
071300     MOVE ZERO TO RD-CAL-BAD-CARDS.
071400     MOVE SPACES TO RD-CAL-LAST-DATE.
071500     OPEN INPUT CALENDAR-FILE.
071600     MOVE RD-CAL-STATUS TO RD-FC-STATUS.
071700     IF RD-CAL-STATUS = '00'
071800         MOVE 'N' TO RD-EOF-SW
071900         PERFORM 3210-READ-ONE-CAL-DAY THRU 3210-EXIT
072000             UNTIL RD-EOF
072100         CLOSE CALENDAR-FILE
072200     END-IF.
072300     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
072400     IF RD-FC-RECORDS = ZERO
072500         GO TO 3200-EXIT
072600     END-IF.
072700     MOVE 'CALFILE' TO RD-CL-ITEM.
072800     MOVE 'CALENDAR COVERAGE' TO RD-CL-DESC.
072900     MOVE SPACES TO RD-CL-DETAIL.
073000     MOVE RD-CAL-DAYS-AHEAD TO RD-EDIT-COUNT.
073100     IF RD-CAL-DAYS-AHEAD < RD-CAL-MIN-AHEAD
073200         SET RD-CL-WARN TO TRUE
073300         STRING RD-EDIT-COUNT ' BUSINESS DAYS AHEAD, THROUGH '
073400             RD-CAL-LAST-DATE ' - EXTEND THE CALENDAR'
073500             DELIMITED BY SIZE INTO RD-CL-DETAIL
073600     ELSE
073700         SET RD-CL-GO TO TRUE
073800         STRING RD-EDIT-COUNT ' BUSINESS DAYS AHEAD, THROUGH '
073900             RD-CAL-LAST-DATE
074000             DELIMITED BY SIZE INTO RD-CL-DETAIL
074100     END-IF.
074200     PERFORM 7300-WRITE-CHECK-LINE THRU 7300-EXIT.
074300     IF RD-CAL-DAYS-BEFORE = ZERO
074400         MOVE 'CALFILE' TO RD-CL-ITEM
074500         MOVE 'CALENDAR FEED DATE FLOOR' TO RD-CL-DESC
074600         SET RD-CL-WARN TO TRUE
074700         MOVE 'NO BUSINESS DAY BEFORE TONIGHT - EXACT FEED DATE'
074800             TO RD-CL-DETAIL
074900         PERFORM 7300-WRITE-CHECK-LINE THRU 7300-EXIT
075000     END-IF.
075100     IF RD-CAL-BAD-CARDS > ZERO
075200         MOVE 'CALFILE' TO RD-CL-ITEM
075300         MOVE 'CALENDAR CARD FORMAT' TO RD-CL-DESC
075400         SET RD-CL-WARN TO TRUE
075500         MOVE RD-CAL-BAD-CARDS TO RD-EDIT-COUNT
075600         MOVE SPACES TO RD-CL-DETAIL
075700         STRING RD-EDIT-COUNT
075800             ' CARDS WITH A NON-NUMERIC DATE IGNORED'
075900             DELIMITED BY SIZE INTO RD-CL-DETAIL
076000         PERFORM 7300-WRITE-CHECK-LINE THRU 7300-EXIT
076100     END-IF.
076200 3200-EXIT.
076300     EXIT.
076400
076500 3210-READ-ONE-CAL-DAY.
076600     READ CALENDAR-FILE
076700         AT END
076800             SET RD-EOF TO TRUE
076900             GO TO 3210-EXIT
077000     END-READ.
077100     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
077200     IF CA-DATE NOT NUMERIC
077300         ADD 1 TO RD-CAL-BAD-CARDS
077400         GO TO 3210-EXIT
077500     END-IF.
077600     IF NOT CA-BUSINESS-DAY
077700         GO TO 3210-EXIT
077800     END-IF.
077900     IF CA-DATE > RD-PROCESS-DATE
078000         ADD 1 TO RD-CAL-DAYS-AHEAD
078100         IF CA-DATE > RD-CAL-LAST-DATE
078200             OR RD-CAL-LAST-DATE = SPACES
078300             MOVE CA-DATE TO RD-CAL-LAST-DATE
078400         END-IF
078500     END-IF.
078600     IF CA-DATE < RD-PROCESS-DATE
078700         ADD 1 TO RD-CAL-DAYS-BEFORE
078800     END-IF.
078900 3210-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------------*
079300* 3300-CHECK-PARM-CARD - THE SOLUTION GREETING PARM CARD. SOLUTION
079400* RUNS WITHOUT IT, SO ITS ABSENCE IS A WARNING.
079500*----------------------------------------------------------------*
079600 3300-CHECK-PARM-CARD.
079700     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
079800     MOVE 'PARMFILE' TO RD-FC-DDNAME.
079900     MOVE 'SOLUTION PARM CARD' TO RD-FC-DESC.
080000     MOVE 'S' TO RD-FC-TYPE.
080100     MOVE 80 TO RD-FC-LRECL.
080200     MOVE 'W' TO RD-FC-MISSING-RULE.
080300     MOVE 'W' TO RD-FC-EMPTY-RULE.
080400     OPEN INPUT PARM-FILE.
080500     MOVE RD-PARM-STATUS TO RD-FC-STATUS.
080600     IF RD-PARM-STATUS = '00'
080700         MOVE 'N' TO RD-EOF-SW
080800         PERFORM 3310-READ-PARM-CARD THRU 3310-EXIT
080900             UNTIL RD-EOF
081000         CLOSE PARM-FILE
081100     END-IF.
081200     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
081300 3300-EXIT.
081400     EXIT.
081500
081600 3310-READ-PARM-CARD.
081700     READ PARM-FILE
081800         AT END
081900             SET RD-EOF TO TRUE
082000             GO TO 3310-EXIT
082100     END-READ.
082200     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
082300 3310-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------*
082700* 4000-CHECK-SEQUENTIAL - TONIGHT'S FEED, THE AUDIT TRAIL, AND
082800* THE GDGS. EACH MUST OPEN WITH THE RECORD LENGTH ITS READERS
082900* EXPECT; A GENERATION CUT UNDER AN OLDER LAYOUT IS A NO-GO
083000* BECAUSE THE PROGRAMS THAT READ THE BASE FAIL ON IT LATER.
083100* A GDG WITH NO GENERATIONS YET (A NEW INSTALLATION) IS A WARNING.
083200*----------------------------------------------------------------*
083300 4000-CHECK-SEQUENTIAL.
083400     PERFORM 4100-CHECK-FEED THRU 4100-EXIT.
083500     PERFORM 4200-CHECK-AUDIT-TRAIL THRU 4200-EXIT.
083600     PERFORM 4300-CHECK-LOAD-REJECTS THRU 4300-EXIT.
083700     PERFORM 4400-CHECK-LOAD-APPLIED THRU 4400-EXIT.
083800     PERFORM 4500-CHECK-LOAD-JOURNAL THRU 4500-EXIT.
083900     PERFORM 4600-CHECK-REJECTS THRU 4600-EXIT.
084000     PERFORM 4700-CHECK-EXTRACT THRU 4700-EXIT.
084100     PERFORM 4800-CHECK-ACK-FEED THRU 4800-EXIT.
084200 4000-EXIT.
084300     EXIT.
084400
084500 4100-CHECK-FEED.
084600     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
084700     MOVE 'TRNFILE' TO RD-FC-DDNAME.
084800     MOVE 'TRANSACTION FEED' TO RD-FC-DESC.
084900     MOVE 'S' TO RD-FC-TYPE.
085000     MOVE 256 TO RD-FC-LRECL.
085100     MOVE 'H' TO RD-FC-MISSING-RULE.
085200     MOVE 'H' TO RD-FC-EMPTY-RULE.
085300     OPEN INPUT TRAN-FILE.
085400     MOVE RD-TRAN-STATUS TO RD-FC-STATUS.
085500     IF RD-TRAN-STATUS = '00'
085600         MOVE 'N' TO RD-EOF-SW
085700         PERFORM 4110-READ-FEED THRU 4110-EXIT
085800             UNTIL RD-EOF
085900         CLOSE TRAN-FILE
086000     END-IF.
086100     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
086200 4100-EXIT.
086300     EXIT.
086400
086500 4110-READ-FEED.
086600     READ TRAN-FILE
086700         AT END
086800             SET RD-EOF TO TRUE
086900             GO TO 4110-EXIT
087000     END-READ.
087100     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
087200 4110-EXIT.
087300     EXIT.
087400
087500 4200-CHECK-AUDIT-TRAIL.
087600     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
087700     MOVE 'AUDFILE' TO RD-FC-DDNAME.
087800     MOVE 'AUDIT TRAIL' TO RD-FC-DESC.
087900     MOVE 'S' TO RD-FC-TYPE.
088000     MOVE 112 TO RD-FC-LRECL.
088100     MOVE 'W' TO RD-FC-MISSING-RULE.
088200     MOVE 'O' TO RD-FC-EMPTY-RULE.
088300     MOVE 'CREATED BY THE FIRST SOLUTION RUN'
088400         TO RD-FC-MISSING-NOTE.
088500     OPEN INPUT AUDIT-FILE.
088600     MOVE RD-AUDIT-STATUS TO RD-FC-STATUS.
088700     IF RD-AUDIT-STATUS = '00'
088800         MOVE 'N' TO RD-EOF-SW
088900         PERFORM 4210-READ-AUDIT THRU 4210-EXIT
089000             UNTIL RD-EOF
089100         CLOSE AUDIT-FILE
089200     END-IF.
089300     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
089400 4200-EXIT.
089500     EXIT.
089600
089700 4210-READ-AUDIT.
089800     READ AUDIT-FILE
089900         AT END
090000             SET RD-EOF TO TRUE
090100             GO TO 4210-EXIT
090200     END-READ.
090300     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
090400 4210-EXIT.
090500     EXIT.
090600
090700 4300-CHECK-LOAD-REJECTS.
090800     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
090900     MOVE 'LODREJ' TO RD-FC-DDNAME.
091000     MOVE 'LOADREJ GDG (ALL GENERATIONS)' TO RD-FC-DESC.
091100     MOVE 'S' TO RD-FC-TYPE.
091200     MOVE 85 TO RD-FC-LRECL.
091300     MOVE 'W' TO RD-FC-MISSING-RULE.
091400     MOVE 'O' TO RD-FC-EMPTY-RULE.
091500     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
091600     OPEN INPUT LOAD-REJECT-FILE.
091700     MOVE RD-LODREJ-STATUS TO RD-FC-STATUS.
091800     IF RD-LODREJ-STATUS = '00'
091900         MOVE 'N' TO RD-EOF-SW
092000         PERFORM 4310-READ-LOAD-REJECT THRU 4310-EXIT
092100             UNTIL RD-EOF
092200         CLOSE LOAD-REJECT-FILE
092300     END-IF.
092400     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
092500 4300-EXIT.
092600     EXIT.
092700
092800 4310-READ-LOAD-REJECT.
092900     READ LOAD-REJECT-FILE
093000         AT END
093100             SET RD-EOF TO TRUE
093200             GO TO 4310-EXIT
093300     END-READ.
093400     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
093500 4310-EXIT.
093600     EXIT.
093700
093800 4400-CHECK-LOAD-APPLIED.
093900     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
094000     MOVE 'LODAPL' TO RD-FC-DDNAME.
094100     MOVE 'LOADAPL GDG (ALL GENERATIONS)' TO RD-FC-DESC.
094200     MOVE 'S' TO RD-FC-TYPE.
094300     MOVE 85 TO RD-FC-LRECL.
094400     MOVE 'W' TO RD-FC-MISSING-RULE.
094500     MOVE 'O' TO RD-FC-EMPTY-RULE.
094600     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
094700     OPEN INPUT APPLIED-FILE.
094800     MOVE RD-LODAPL-STATUS TO RD-FC-STATUS.
094900     IF RD-LODAPL-STATUS = '00'
095000         MOVE 'N' TO RD-EOF-SW
095100         PERFORM 4410-READ-APPLIED THRU 4410-EXIT
095200             UNTIL RD-EOF
095300         CLOSE APPLIED-FILE
095400     END-IF.
095500     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
095600 4400-EXIT.
095700     EXIT.
095800
095900 4410-READ-APPLIED.
096000     READ APPLIED-FILE
096100         AT END
096200             SET RD-EOF TO TRUE
096300             GO TO 4410-EXIT
096400     END-READ.
096500     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
096600 4410-EXIT.
096700     EXIT.
096800
096900 4500-CHECK-LOAD-JOURNAL.
097000     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
097100     MOVE 'LODJRN' TO RD-FC-DDNAME.
097200     MOVE 'LOADJRNL GDG (ALL GENERATIONS)' TO RD-FC-DESC.
097300     MOVE 'S' TO RD-FC-TYPE.
097400     MOVE 550 TO RD-FC-LRECL.
097500     MOVE 'W' TO RD-FC-MISSING-RULE.
097600     MOVE 'O' TO RD-FC-EMPTY-RULE.
097700     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
097800     OPEN INPUT JOURNAL-FILE.
097900     MOVE RD-LODJRN-STATUS TO RD-FC-STATUS.
098000     IF RD-LODJRN-STATUS = '00'
098100         MOVE 'N' TO RD-EOF-SW
098200         PERFORM 4510-READ-JOURNAL THRU 4510-EXIT
098300             UNTIL RD-EOF
098400         CLOSE JOURNAL-FILE
098500     END-IF.
098600     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
098700 4500-EXIT.
098800     EXIT.
098900
099000 4510-READ-JOURNAL.
099100     READ JOURNAL-FILE
099200         AT END
099300             SET RD-EOF TO TRUE
099400             GO TO 4510-EXIT
099500     END-READ.
099600     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
099700 4510-EXIT.
099800     EXIT.
099900
100000 4600-CHECK-REJECTS.
100100     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
100200     MOVE 'REJFILE' TO RD-FC-DDNAME.
100300     MOVE 'REJECTS GDG (ALL GENERATIONS)' TO RD-FC-DESC.
100400     MOVE 'S' TO RD-FC-TYPE.
100500     MOVE 92 TO RD-FC-LRECL.
100600     MOVE 'W' TO RD-FC-MISSING-RULE.
100700     MOVE 'O' TO RD-FC-EMPTY-RULE.
100800     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
100900     OPEN INPUT REJECT-FILE.
101000     MOVE RD-REJECT-STATUS TO RD-FC-STATUS.
101100     IF RD-REJECT-STATUS = '00'
101200         MOVE 'N' TO RD-EOF-SW
101300         PERFORM 4610-READ-REJECT THRU 4610-EXIT
101400             UNTIL RD-EOF
101500         CLOSE REJECT-FILE
101600     END-IF.
101700     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
101800 4600-EXIT.
101900     EXIT.
102000
102100 4610-READ-REJECT.
102200     READ REJECT-FILE
102300         AT END
102400             SET RD-EOF TO TRUE
102500             GO TO 4610-EXIT
102600     END-READ.
102700     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
102800 4610-EXIT.
102900     EXIT.
103000
103100 4700-CHECK-EXTRACT.
103200     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
103300     MOVE 'XTRFILE' TO RD-FC-DDNAME.
103400     MOVE 'XTRACT GDG (ALL GENERATIONS)' TO RD-FC-DESC.
103500     MOVE 'S' TO RD-FC-TYPE.
103600     MOVE 263 TO RD-FC-LRECL.
103700     MOVE 'W' TO RD-FC-MISSING-RULE.
103800     MOVE 'O' TO RD-FC-EMPTY-RULE.
103900     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
104000     OPEN INPUT EXTRACT-FILE.
104100     MOVE RD-EXTRACT-STATUS TO RD-FC-STATUS.
104200     IF RD-EXTRACT-STATUS = '00'
104300         MOVE 'N' TO RD-EOF-SW
104400         PERFORM 4710-READ-EXTRACT THRU 4710-EXIT
104500             UNTIL RD-EOF
104600         CLOSE EXTRACT-FILE
104700     END-IF.
104800     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
104900 4700-EXIT.
105000     EXIT.
105100
105200 4710-READ-EXTRACT.
105300     READ EXTRACT-FILE
105400         AT END
105500             SET RD-EOF TO TRUE
105600             GO TO 4710-EXIT
105700     END-READ.
105800     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
105900 4710-EXIT.
106000     EXIT.
106100
106200 4800-CHECK-ACK-FEED.
106300     PERFORM 7200-START-FILE-CHECK THRU 7200-EXIT.
106400     MOVE 'ACKFILE' TO RD-FC-DDNAME.
106500     MOVE 'ACKFEED GDG (ALL GENERATIONS)' TO RD-FC-DESC.
106600     MOVE 'S' TO RD-FC-TYPE.
106700     MOVE 40 TO RD-FC-LRECL.
106800     MOVE 'W' TO RD-FC-MISSING-RULE.
106900     MOVE 'O' TO RD-FC-EMPTY-RULE.
107000     MOVE 'NO GENERATIONS YET' TO RD-FC-MISSING-NOTE.
107100     OPEN INPUT ACK-FILE.
107200     MOVE RD-ACK-STATUS TO RD-FC-STATUS.
107300     IF RD-ACK-STATUS = '00'
107400         MOVE 'N' TO RD-EOF-SW
107500         PERFORM 4810-READ-ACK THRU 4810-EXIT
107600             UNTIL RD-EOF
107700         CLOSE ACK-FILE
107800     END-IF.
107900     PERFORM 7000-JUDGE-FILE THRU 7000-EXIT.
108000 4800-EXIT.
108100     EXIT.
108200
108300 4810-READ-ACK.
108400     READ ACK-FILE
108500         AT END
108600             SET RD-EOF TO TRUE
108700             GO TO 4810-EXIT
108800     END-READ.
108900     PERFORM 7100-TALLY-RECORD THRU 7100-EXIT.
109000 4810-EXIT.
109100     EXIT.
109200
109300*----------------------------------------------------------------*
109400* 7000-JUDGE-FILE - TURN ONE FILE CHECK INTO ITS CHECKLIST LINE.
109500* STATUS 35 (OR 05 ON AN OPTIONAL FILE) IS NOT FOUND OR NEVER
109600* LOADED, STATUS 39 A RECORD LENGTH OR KEY THAT DOES NOT MATCH
109700* THE FILE'S DEFINITION; ANY OTHER OPEN FAILURE IS A NO-GO.
109800*----------------------------------------------------------------*
109900 7000-JUDGE-FILE.
110000     MOVE RD-FC-DDNAME TO RD-CL-ITEM.
110100     MOVE RD-FC-DESC TO RD-CL-DESC.
110200     MOVE SPACES TO RD-CL-DETAIL.
110300     MOVE RD-FC-LRECL TO RD-EDIT-LRECL.
110400     IF RD-FC-STATUS = '35' OR RD-FC-STATUS = '05'
110500         PERFORM 7010-JUDGE-MISSING THRU 7010-EXIT
110600         GO TO 7000-WRITE
110700     END-IF.
110800     IF RD-FC-STATUS = '39'
110900         SET RD-CL-NOGO TO TRUE
111000         STRING 'RECORD LENGTH OR KEY MISMATCH - EXPECTED LRECL'
111100             RD-EDIT-LRECL
111200             DELIMITED BY SIZE INTO RD-CL-DETAIL
111300         GO TO 7000-WRITE
111400     END-IF.
111500     IF RD-FC-STATUS NOT = '00'
111600         SET RD-CL-NOGO TO TRUE
111700         STRING 'OPEN FAILED - STATUS ' RD-FC-STATUS
111800             DELIMITED BY SIZE INTO RD-CL-DETAIL
111900         GO TO 7000-WRITE
112000     END-IF.
113000     IF RD-FC-RECORDS = ZERO
113100         PERFORM 7020-JUDGE-EMPTY THRU 7020-EXIT
113200         GO TO 7000-WRITE
113300     END-IF.
113400     SET RD-CL-GO TO TRUE.
113500     IF RD-FC-KSDS
113600         STRING 'OPENED, HAS RECORDS, LRECL' RD-EDIT-LRECL
113700             DELIMITED BY SIZE INTO RD-CL-DETAIL
113800     ELSE
113900         MOVE RD-FC-RECORDS TO RD-EDIT-COUNT
114000         STRING 'OPENED,' RD-EDIT-COUNT ' RECORDS, LRECL'
114100             RD-EDIT-LRECL
114200             DELIMITED BY SIZE INTO RD-CL-DETAIL
114300     END-IF.
114400 7000-WRITE.
114500     PERFORM 7300-WRITE-CHECK-LINE THRU 7300-EXIT.
114600 7000-EXIT.
114700     EXIT.
114800
114900 7010-JUDGE-MISSING.
115000     IF RD-FC-MISSING-HARD
115100         SET RD-CL-NOGO TO TRUE
115200     ELSE
115300         IF RD-FC-MISSING-WARN
115400             SET RD-CL-WARN TO TRUE
115500         ELSE
115600             SET RD-CL-GO TO TRUE
115700         END-IF
115800     END-IF.
115900     STRING 'NOT FOUND OR NEVER LOADED - STATUS ' RD-FC-STATUS
116000         ' ' RD-FC-MISSING-NOTE
116100         DELIMITED BY SIZE INTO RD-CL-DETAIL.
116200 7010-EXIT.
116300     EXIT.
116400
116500 7020-JUDGE-EMPTY.
116600     IF RD-FC-EMPTY-HARD
116700         SET RD-CL-NOGO TO TRUE
116800     ELSE
116900         IF RD-FC-EMPTY-WARN
117000             SET RD-CL-WARN TO TRUE
117100         ELSE
117200             SET RD-CL-GO TO TRUE
117300         END-IF
117400     END-IF.
117500     STRING 'OPENED, NO RECORDS ' RD-FC-MISSING-NOTE
117600         DELIMITED BY SIZE INTO RD-CL-DETAIL.
117700 7020-EXIT.
117800     EXIT.
117900
118000*----------------------------------------------------------------*
118100* 7100-TALLY-RECORD - COUNT A SEQUENTIAL RECORD
118300*----------------------------------------------------------------*
118400 7100-TALLY-RECORD.
118500     ADD 1 TO RD-FC-RECORDS.
119200 7100-EXIT.
119300     EXIT.
119400
119500 7200-START-FILE-CHECK.
119600     MOVE SPACES TO RD-FC-DDNAME.
119700     MOVE SPACES TO RD-FC-DESC.
119800     MOVE SPACES TO RD-FC-STATUS.
119900     MOVE SPACE TO RD-FC-TYPE.
120000     MOVE ZERO TO RD-FC-LRECL.
120100     MOVE ZERO TO RD-FC-RECORDS.
120400     MOVE SPACE TO RD-FC-MISSING-RULE.
120500     MOVE SPACE TO RD-FC-EMPTY-RULE.
120600     MOVE SPACES TO RD-FC-MISSING-NOTE.
120700 7200-EXIT.
120800     EXIT.
120900
121000*----------------------------------------------------------------*
121100* 7300-WRITE-CHECK-LINE - PRINT ONE CHECKLIST LINE AND COUNT IT
121200*----------------------------------------------------------------*
121300 7300-WRITE-CHECK-LINE.
121400     IF RD-CL-NOGO
121500         ADD 1 TO RD-CHECKS-NOGO
121600     ELSE
121700         IF RD-CL-WARN
121800             ADD 1 TO RD-CHECKS-WARN
121900         ELSE
122000             ADD 1 TO RD-CHECKS-GO
122100         END-IF
122200     END-IF.
122300     WRITE REPORT-LINE FROM RD-CHECK-LINE.
122400 7300-EXIT.
122500     EXIT.
122600
122700*----------------------------------------------------------------*
122800* 8100-WRITE-VERDICT - THE COUNTS AND THE ONE-LINE GO/NO-GO
122900*----------------------------------------------------------------*
123000 8100-WRITE-VERDICT.
123100     MOVE 'CHECKS GO:' TO RD-CNT-LABEL.
123200     MOVE RD-CHECKS-GO TO RD-CNT-VALUE.
123300     WRITE REPORT-LINE FROM RD-REPORT-COUNT-LINE.
123400     MOVE 'CHECKS WARNING:' TO RD-CNT-LABEL.
123500     MOVE RD-CHECKS-WARN TO RD-CNT-VALUE.
123600     WRITE REPORT-LINE FROM RD-REPORT-COUNT-LINE.
123700     MOVE 'CHECKS NO-GO:' TO RD-CNT-LABEL.
123800     MOVE RD-CHECKS-NOGO TO RD-CNT-VALUE.
123900     WRITE REPORT-LINE FROM RD-REPORT-COUNT-LINE.
124000     IF RD-CHECKS-NOGO > ZERO
124100         MOVE 'NO-GO - HARD PREREQUISITE FAILED, JOB HELD'
124200             TO RD-VERDICT-TEXT
124300     ELSE
124400         IF RD-CHECKS-WARN > ZERO
124500             MOVE 'GO WITH WARNINGS' TO RD-VERDICT-TEXT
124600         ELSE
124700             MOVE 'GO' TO RD-VERDICT-TEXT
124800         END-IF
124900     END-IF.
125000     WRITE REPORT-LINE FROM RD-VERDICT-LINE.
125100     DISPLAY 'READYCHK: ' RD-VERDICT-TEXT.
125200 8100-EXIT.
125300     EXIT.
125400
125500*----------------------------------------------------------------*
125600* 8200-SET-RETURN-CODE - RC 8 HOLDS THE JOB, RC 4 IS GO WITH
125700* WARNINGS
125800*----------------------------------------------------------------*
125900 8200-SET-RETURN-CODE.
126000     IF RD-CHECKS-NOGO > ZERO
126100         MOVE 8 TO RETURN-CODE
126200     ELSE
126300         IF RD-CHECKS-WARN > ZERO
126400             MOVE 4 TO RETURN-CODE
126500         ELSE
126600             MOVE 0 TO RETURN-CODE
126700         END-IF
126800     END-IF.
126900 8200-EXIT.
127000     EXIT.
127100
127200*----------------------------------------------------------------*
127300* 8800-END-STEP-TIMING - STAMP THE TIMING LOG RECORD WITH THE END
127400* TIME, THE STEP'S RECORD COUNTS, AND ITS RC
127500*----------------------------------------------------------------*
127600 8800-END-STEP-TIMING.
127700     IF NOT RD-ST-AVAILABLE
127800         GO TO 8800-EXIT
127900     END-IF.
128000     ACCEPT RD-ST-DATE FROM DATE YYYYMMDD.
128100     ACCEPT RD-ST-TIME FROM TIME.
128200     MOVE RD-ST-DATE TO TL-END-DATE.
128300     MOVE RD-ST-HHMMSS TO TL-END-TIME.
128400     COMPUTE TL-RECORDS-IN = RD-CHECKS-GO
128500         + RD-CHECKS-WARN + RD-CHECKS-NOGO.
128600     MOVE ZERO TO TL-RECORDS-OUT.
128700     MOVE RETURN-CODE TO TL-RETURN-CODE.
128800     SET TL-STEP-ENDED TO TRUE.
128900     REWRITE STEPTIM-RECORD.
129000     IF RD-STEPTIME-STATUS NOT = '00'
129100         DISPLAY 'READYCHK: STEPTIME UPDATE FAILED - STATUS '
129200             RD-STEPTIME-STATUS ' - STEP END NOT TIMED'
129300     END-IF.
129400     CLOSE STEPTIME-FILE.
129500 8800-EXIT.
129600     EXIT.

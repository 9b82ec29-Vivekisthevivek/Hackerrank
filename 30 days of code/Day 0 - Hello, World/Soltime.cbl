000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SOLTIME.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - BATCH-WINDOW TIMING AND SLA
001200*                    REPORT. READS THE STEP TIMING LOG (STEPTIME)
001300*                    THE NIGHTLY, SPLIT-NIGHT, AND MERGE STEPS
001400*                    WRITE AND REPORTS ONE RUN: EACH STEP'S
001500*                    ELAPSED TIME AGAINST ITS ROLLING AVERAGE,
001600*                    RECORDS PER MINUTE, THE CRITICAL PATH OF THE
001700*                    STEPS THAT SET THE RUN'S END TIME, AND THE
001800*                    SLACK LEFT BEFORE THE 06:00 HANDOFF. ENDS
001900*                    RC 8 WHEN THE RUN'S PROJECTED END IS PAST
002000*                    THE HANDOFF.
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STEPTIME-FILE
002600         ASSIGN TO STEPTIME
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS TL-KEY
003000         FILE STATUS IS TM-STEPTIME-STATUS.
003100
003200     SELECT OPTIONAL OPS-CONTROL-FILE
003300         ASSIGN TO OPSFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS OC-KEY
003700         FILE STATUS IS TM-OPS-STATUS.
003800
003900     SELECT REPORT-FILE
004000         ASSIGN TO TIMRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TM-REPORT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STEPTIME-FILE
004700     RECORD CONTAINS 100 CHARACTERS
004800     LABEL RECORDS ARE STANDARD.
004900 COPY STEPTIM.
005000
005100 FD  OPS-CONTROL-FILE
005200     RECORD CONTAINS 60 CHARACTERS
005300     LABEL RECORDS ARE STANDARD.
005400 COPY OPSCTL.
005500
005600 FD  REPORT-FILE
005700     RECORD CONTAINS 132 CHARACTERS
005800     LABEL RECORDS ARE STANDARD.
005900 01  REPORT-LINE                     PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200 01  TM-SWITCHES.
006300     05  TM-STEPTIME-EOF-SW          PIC X(01)  VALUE 'N'.
006400         88  TM-STEPTIME-EOF                     VALUE 'Y'.
006500     05  TM-FILE-ERROR-SW            PIC X(01)  VALUE 'N'.
006600         88  TM-FILE-ERROR                       VALUE 'Y'.
006700     05  TM-OPS-AVAIL-SW             PIC X(01)  VALUE 'N'.
006800         88  TM-OPS-AVAILABLE                    VALUE 'Y'.
006900     05  TM-OPS-DONE-SW              PIC X(01)  VALUE 'N'.
007000         88  TM-OPS-SCAN-DONE                    VALUE 'Y'.
007100     05  TM-OPS-FOUND-SW             PIC X(01)  VALUE 'N'.
007200         88  TM-OPS-FOUND                        VALUE 'Y'.
007300     05  TM-TARGET-FOUND-SW          PIC X(01)  VALUE 'N'.
007400         88  TM-TARGET-FOUND                     VALUE 'Y'.
007500     05  TM-IN-PROGRESS-SW           PIC X(01)  VALUE 'N'.
007600         88  TM-IN-PROGRESS                      VALUE 'Y'.
007700     05  TM-SLA-MISSED-SW            PIC X(01)  VALUE 'N'.
007800         88  TM-SLA-MISSED                       VALUE 'Y'.
007900     05  TM-NEW-RUN-SW               PIC X(01)  VALUE 'N'.
008000         88  TM-NEW-RUN                          VALUE 'Y'.
008100     05  TM-CP-DONE-SW               PIC X(01)  VALUE 'N'.
008200         88  TM-CP-DONE                          VALUE 'Y'.
008300     05  TM-SC-VALID-SW              PIC X(01)  VALUE 'N'.
008400         88  TM-SC-VALID                         VALUE 'Y'.
008500     05  TM-DC-FOUND-SW              PIC X(01)  VALUE 'N'.
008600         88  TM-DC-FOUND                         VALUE 'Y'.
008700
008800 01  TM-FILE-STATUSES.
008900     05  TM-STEPTIME-STATUS          PIC X(02)  VALUE SPACES.
009000     05  TM-OPS-STATUS               PIC X(02)  VALUE SPACES.
009100     05  TM-REPORT-STATUS            PIC X(02)  VALUE SPACES.
009200
009300 01  TM-COUNTERS.
009400     05  TM-RECORDS-READ             PIC 9(09)  COMP  VALUE ZERO.
009500     05  TM-RECORDS-OUTSIDE          PIC 9(09)  COMP  VALUE ZERO.
009600     05  TM-RECORDS-INVALID          PIC 9(09)  COMP  VALUE ZERO.
009700     05  TM-EARLIER-ATTEMPTS         PIC 9(09)  COMP  VALUE ZERO.
009800     05  TM-STEPS-OVERFLOW           PIC 9(09)  COMP  VALUE ZERO.
009900     05  TM-RUNS-MISSED              PIC 9(09)  COMP  VALUE ZERO.
010000     05  TM-STEPS-PROJECTED          PIC 9(09)  COMP  VALUE ZERO.
010100
010200 77  TM-SLA-CUTOFF-HHMM              PIC 9(04)  COMP  VALUE 600.
010300 77  TM-AVERAGE-DAYS                 PIC 9(03)  COMP  VALUE 28.
010400
010500*----------------------------------------------------------------*
010600* EVERY STEP OF EVERY RUN ON THE LOG WITHIN THE AVERAGING WINDOW
010700* (PLUS THE REQUESTED RUN, HOWEVER OLD), IN LOG KEY SEQUENCE - SO
010800* A RUN'S STEPS ARE TOGETHER. A STEP RUN MORE THAN ONCE UNDER THE
010900* SAME RUN ID (A RESUBMIT) KEEPS ITS LAST ATTEMPT. TIMES ARE HELD
011000* AS SECONDS FROM THE DATE SERIAL ORIGIN SO THEY SUBTRACT ACROSS
011100* MIDNIGHT. A STEP NOT YET ENDED CARRIES ITS START AS ITS END.
011200*----------------------------------------------------------------*
011300 01  TM-STEP-TABLE-AREA.
011400     05  TM-SP-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
011500     05  TM-SP-MAX                   PIC 9(04)  COMP  VALUE 1500.
011600     05  TM-SP-ENTRY OCCURS 1500 TIMES.
011700         10  TM-SP-RUN-ID            PIC X(08).
011800         10  TM-SP-STEP-NAME         PIC X(08).
011900         10  TM-SP-PROGRAM-ID        PIC X(08).
012000         10  TM-SP-STATUS            PIC X(01).
012100             88  TM-SP-ENDED                     VALUE 'E'.
012200         10  TM-SP-START             PIC 9(11)  COMP.
012300         10  TM-SP-END               PIC 9(11)  COMP.
012400         10  TM-SP-RECORDS-IN        PIC 9(09)  COMP.
012500         10  TM-SP-RECORDS-OUT       PIC 9(09)  COMP.
012600         10  TM-SP-RETURN-CODE       PIC 9(04)  COMP.
012700         10  TM-SP-ATTEMPTS          PIC 9(03)  COMP.
012800         10  TM-SP-PATH-SW           PIC X(01).
012900             88  TM-SP-ON-PATH                   VALUE 'Y'.
013000         10  TM-SP-PRINTED-SW        PIC X(01).
013100             88  TM-SP-PRINTED                   VALUE 'Y'.
013200
013300*----------------------------------------------------------------*
013400* ONE ENTRY PER RUN ID, POINTING AT ITS STEPS IN THE STEP TABLE
013500*----------------------------------------------------------------*
013600 01  TM-RUN-TABLE-AREA.
013700     05  TM-RN-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
013800     05  TM-RN-ENTRY OCCURS 1500 TIMES.
013900         10  TM-RN-RUN-ID            PIC X(08).
014000         10  TM-RN-FIRST-START       PIC 9(11)  COMP.
014100         10  TM-RN-LAST-END          PIC 9(11)  COMP.
014200         10  TM-RN-STEPS             PIC 9(04)  COMP.
014300         10  TM-RN-NOT-ENDED         PIC 9(04)  COMP.
014400         10  TM-RN-FIRST-IDX         PIC 9(04)  COMP.
014500         10  TM-RN-LAST-IDX          PIC 9(04)  COMP.
014600
014700*----------------------------------------------------------------*
014800* ROLLING AVERAGE PER STEP NAME OVER THE OTHER RUNS IN THE WINDOW.
014900* ONLY ATTEMPTS THAT ENDED BELOW RC 8 ARE TIMED; RUNS-SEEN COUNTS
015000* EVERY RUN THE STEP APPEARED IN, SO A STEP NORMALLY PART OF THE
015100* NIGHT CAN BE TOLD FROM AN OCCASIONAL ONE.
015200*----------------------------------------------------------------*
015300 01  TM-AVG-TABLE-AREA.
015400     05  TM-AV-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
015500     05  TM-AV-MAX                   PIC 9(04)  COMP  VALUE 60.
015600     05  TM-AV-ENTRY OCCURS 60 TIMES.
015700         10  TM-AV-STEP-NAME         PIC X(08).
015800         10  TM-AV-RUNS-SEEN         PIC 9(04)  COMP.
015900         10  TM-AV-TIMED             PIC 9(04)  COMP.
016000         10  TM-AV-TOTAL-SECS        PIC 9(11)  COMP.
016100         10  TM-AV-AVERAGE           PIC 9(09)  COMP.
016200         10  TM-AV-IN-RUN-SW         PIC X(01).
016300             88  TM-AV-IN-RUN                    VALUE 'Y'.
016400
016500*----------------------------------------------------------------*
016600* CRITICAL PATH, LAST STEP FIRST - STEP TABLE SUBSCRIPTS
016700*----------------------------------------------------------------*
016800 01  TM-PATH-AREA.
016900     05  TM-CP-COUNT                 PIC 9(04)  COMP  VALUE ZERO.
017000     05  TM-CP-MAX                   PIC 9(04)  COMP  VALUE 100.
017100     05  TM-CP-IDX                   PIC 9(04)  COMP
017200                                     OCCURS 100 TIMES.
017300
017400 01  TM-WORK.
017500     05  TM-IX                       PIC 9(04)  COMP  VALUE ZERO.
017600     05  TM-JX                       PIC 9(04)  COMP  VALUE ZERO.
017700     05  TM-RX                       PIC 9(04)  COMP  VALUE ZERO.
017800     05  TM-TX                       PIC 9(04)  COMP  VALUE ZERO.
017900     05  TM-AX                       PIC 9(04)  COMP  VALUE ZERO.
018000     05  TM-CUR-IX                   PIC 9(04)  COMP  VALUE ZERO.
018100     05  TM-BEST-IX                  PIC 9(04)  COMP  VALUE ZERO.
018200     05  TM-BEST-END                 PIC 9(11)  COMP  VALUE ZERO.
018300     05  TM-TARGET-RUN-ID            PIC X(08)  VALUE SPACES.
018400     05  TM-WANTED-STEP              PIC X(08)  VALUE SPACES.
018500     05  TM-NOW-SECS                 PIC 9(11)  COMP  VALUE ZERO.
018600     05  TM-WINDOW-START             PIC 9(11)  COMP  VALUE ZERO.
018700     05  TM-CUTOFF-HH                PIC 9(02)  VALUE ZERO.
018800     05  TM-CUTOFF-MM                PIC 9(02)  VALUE ZERO.
018900     05  TM-CUTOFF-TOD               PIC 9(05)  COMP  VALUE ZERO.
019000     05  TM-DAY-SERIAL               PIC 9(09)  COMP  VALUE ZERO.
019100     05  TM-DEADLINE-FROM            PIC 9(11)  COMP  VALUE ZERO.
019200     05  TM-DEADLINE                 PIC 9(11)  COMP  VALUE ZERO.
019300     05  TM-LAST-END                 PIC 9(11)  COMP  VALUE ZERO.
019400     05  TM-PROJ-END                 PIC 9(11)  COMP  VALUE ZERO.
019500     05  TM-RUN-END                  PIC 9(11)  COMP  VALUE ZERO.
019600     05  TM-SLACK                    PIC S9(11) COMP  VALUE ZERO.
019700     05  TM-ELAPSED                  PIC S9(11) COMP  VALUE ZERO.
019800     05  TM-VARIANCE                 PIC S9(11) COMP  VALUE ZERO.
019900     05  TM-WAIT                     PIC S9(11) COMP  VALUE ZERO.
020000     05  TM-WAIT-TOTAL               PIC S9(11) COMP  VALUE ZERO.
020100     05  TM-PATH-TOTAL               PIC S9(11) COMP  VALUE ZERO.
020200     05  TM-RATE                     PIC 9(11)  COMP  VALUE ZERO.
020300     05  TM-PCT                      PIC 9(09)  COMP  VALUE ZERO.
020400     05  TM-OTHER-RUNS               PIC 9(04)  COMP  VALUE ZERO.
020500     05  TM-SEEN-TWICE               PIC 9(05)  COMP  VALUE ZERO.
020600
020700 01  TM-DATE-CALC-WORK.
020800     05  TM-DC-DATE.
020900         10  TM-DC-YYYY              PIC 9(04).
021000         10  TM-DC-MM                PIC 9(02).
021100         10  TM-DC-DD                PIC 9(02).
021200     05  TM-DC-YEARS                 PIC S9(09) COMP VALUE ZERO.
021300     05  TM-DC-LEAP4                 PIC S9(09) COMP VALUE ZERO.
021400     05  TM-DC-LEAP100               PIC S9(09) COMP VALUE ZERO.
021500     05  TM-DC-LEAP400               PIC S9(09) COMP VALUE ZERO.
021600     05  TM-DC-SERIAL                PIC S9(09) COMP VALUE ZERO.
021700     05  TM-DC-TARGET                PIC S9(09) COMP VALUE ZERO.
021800     05  TM-DC-CUTOFF-SERIAL         PIC S9(09) COMP VALUE ZERO.
021900
022000 01  TM-MONTH-DAYS-VALUES.
022100     05  FILLER                      PIC X(36) VALUE
022200         '000031059090120151181212243273304334'.
022300 01  TM-MONTH-DAYS-TABLE REDEFINES TM-MONTH-DAYS-VALUES.
022400     05  TM-MONTH-DAYS OCCURS 12 TIMES
022500                                     PIC 9(03).
022600
022700*----------------------------------------------------------------*
022800* A LOG DATE AND TIME IN, SECONDS FROM THE SERIAL ORIGIN OUT
022900*----------------------------------------------------------------*
023000 01  TM-SECS-CALC-WORK.
023100     05  TM-SC-DATE                  PIC X(08)  VALUE SPACES.
023200     05  TM-SC-TIME.
023300         10  TM-SC-HH                PIC 9(02).
023400         10  TM-SC-MM                PIC 9(02).
023500         10  TM-SC-SS                PIC 9(02).
023600     05  TM-SC-SECS                  PIC 9(11)  COMP  VALUE ZERO.
023700
023800 01  TM-FORMAT-WORK.
023900     05  TM-FS-SECS                  PIC 9(11)  COMP  VALUE ZERO.
024000     05  TM-FS-TOD                   PIC 9(05)  COMP  VALUE ZERO.
024100     05  TM-FS-REST                  PIC 9(05)  COMP  VALUE ZERO.
024200     05  TM-FD-SECS                  PIC S9(11) COMP  VALUE ZERO.
024300     05  TM-FD-ABS                   PIC 9(11)  COMP  VALUE ZERO.
024400     05  TM-FD-HOURS                 PIC 9(09)  COMP  VALUE ZERO.
024500     05  TM-FD-REST                  PIC 9(05)  COMP  VALUE ZERO.
024600
024700 01  TM-STAMP-OUT.
024800     05  TM-SO-DATE                  PIC X(08).
024900     05  FILLER                      PIC X(01)  VALUE SPACE.
025000     05  TM-SO-HH                    PIC 9(02).
025100     05  FILLER                      PIC X(01)  VALUE ':'.
025200     05  TM-SO-MM                    PIC 9(02).
025300     05  FILLER                      PIC X(01)  VALUE ':'.
025400     05  TM-SO-SS                    PIC 9(02).
025500
025600 01  TM-DURATION-OUT.
025700     05  TM-DO-SIGN                  PIC X(01).
025800     05  TM-DO-HH                    PIC ZZ9.
025900     05  FILLER                      PIC X(01)  VALUE ':'.
026000     05  TM-DO-MM                    PIC 9(02).
026100     05  FILLER                      PIC X(01)  VALUE ':'.
026200     05  TM-DO-SS                    PIC 9(02).
026300
026400 01  TM-CURRENT-DATE.
026500     05  TM-CURRENT-YYYY             PIC 9(04).
026600     05  TM-CURRENT-MM               PIC 9(02).
026700     05  TM-CURRENT-DD               PIC 9(02).
026800
026900 01  TM-CURRENT-TIME.
027000     05  TM-CURRENT-HHMMSS           PIC X(06).
027100     05  FILLER                      PIC X(02).
027200
027300 01  TM-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
027400
027500 01  TM-OPS-WORK.
027600     05  TM-OPS-WANTED-PARM          PIC X(16)  VALUE SPACES.
027700     05  TM-OPS-VALUE                PIC 9(09)  VALUE ZERO.
027800
027900 01  TM-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
028000 01  TM-EDIT-DAYS                    PIC ZZ9.
028100
028200 01  TM-CONTROL-NOTE-LINE.
028300     05  FILLER                      PIC X(09) VALUE 'CONTROL: '.
028400     05  TM-CTL-PARM                 PIC X(16) VALUE SPACES.
028500     05  FILLER                      PIC X(03) VALUE ' = '.
028600     05  TM-CTL-VALUE                PIC ZZZ,ZZZ,ZZ9.
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  TM-CTL-SOURCE               PIC X(14) VALUE SPACES.
028900
029000 01  TM-REPORT-HEADER-LINE.
029100     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
029200     05  TM-HDR-DATE                 PIC X(10) VALUE SPACES.
029300     05  FILLER                      PIC X(10) VALUE SPACES.
029400     05  FILLER                      PIC X(37)
029500         VALUE 'SOLTIME BATCH-WINDOW TIMING AND SLA'.
029600
029700 01  TM-SECTION-LINE.
029800     05  TM-SECTION-TEXT             PIC X(80) VALUE SPACES.
029900
030000 01  TM-RUN-ID-LINE.
030100     05  FILLER                      PIC X(08) VALUE 'RUN ID: '.
030200     05  TM-RI-RUN-ID                PIC X(08) VALUE SPACES.
030300     05  FILLER                      PIC X(02) VALUE SPACES.
030400     05  TM-RI-SOURCE                PIC X(40) VALUE SPACES.
030500
030600 01  TM-STEP-HEADING-LINE.
030700     05  FILLER                      PIC X(09) VALUE 'STEP'.
030800     05  FILLER                      PIC X(09) VALUE 'PROGRAM'.
030900     05  FILLER                      PIC X(18) VALUE 'STARTED'.
031000     05  FILLER                      PIC X(18) VALUE 'ENDED'.
031100     05  FILLER                      PIC X(11) VALUE '   ELAPSED'.
031200     05  FILLER                      PIC X(11) VALUE '   AVERAGE'.
031300     05  FILLER                      PIC X(11) VALUE 'VS AVERAGE'.
031400     05  FILLER                      PIC X(05) VALUE '%AVG'.
031500     05  FILLER                      PIC X(11) VALUE '   RECS IN'.
031600     05  FILLER                      PIC X(11) VALUE '  RECS OUT'.
031700     05  FILLER                      PIC X(10) VALUE ' RECS/MIN'.
031800     05  FILLER                      PIC X(04) VALUE ' RC'.
031900     05  FILLER                      PIC X(03) VALUE 'TRY'.
032000
032100 01  TM-STEP-LINE.
032200     05  TM-DL-STEP                  PIC X(08) VALUE SPACES.
032300     05  FILLER                      PIC X(01) VALUE SPACE.
032400     05  TM-DL-PROGRAM               PIC X(08) VALUE SPACES.
032500     05  FILLER                      PIC X(01) VALUE SPACE.
032600     05  TM-DL-START                 PIC X(17) VALUE SPACES.
032700     05  FILLER                      PIC X(01) VALUE SPACE.
032800     05  TM-DL-END                   PIC X(17) VALUE SPACES.
032900     05  FILLER                      PIC X(01) VALUE SPACE.
033000     05  TM-DL-ELAPSED               PIC X(10) VALUE SPACES.
033100     05  FILLER                      PIC X(01) VALUE SPACE.
033200     05  TM-DL-AVERAGE               PIC X(10) VALUE SPACES.
033300     05  FILLER                      PIC X(01) VALUE SPACE.
033400     05  TM-DL-VARIANCE              PIC X(10) VALUE SPACES.
033500     05  FILLER                      PIC X(01) VALUE SPACE.
033600     05  TM-DL-PCT-AVG               PIC ZZZ9 BLANK WHEN ZERO.
033700     05  FILLER                      PIC X(01) VALUE SPACE.
033800     05  TM-DL-RECORDS-IN            PIC ZZ,ZZZ,ZZ9.
033900     05  FILLER                      PIC X(01) VALUE SPACE.
034000     05  TM-DL-RECORDS-OUT           PIC ZZ,ZZZ,ZZ9.
034100     05  FILLER                      PIC X(01) VALUE SPACE.
034200     05  TM-DL-RATE                  PIC Z,ZZZ,ZZ9.
034300     05  FILLER                      PIC X(01) VALUE SPACE.
034400     05  TM-DL-RC                    PIC ZZ9.
034500     05  FILLER                      PIC X(01) VALUE SPACE.
034600     05  TM-DL-ATTEMPTS              PIC ZZ9.
034700     05  TM-DL-PATH                  PIC X(01) VALUE SPACE.
034800
034900 01  TM-PATH-HEADING-LINE.
035000     05  FILLER                      PIC X(06) VALUE ' SEQ'.
035100     05  FILLER                      PIC X(09) VALUE 'STEP'.
035200     05  FILLER                      PIC X(09) VALUE 'PROGRAM'.
035300     05  FILLER                      PIC X(18) VALUE 'STARTED'.
035400     05  FILLER                      PIC X(18) VALUE 'ENDED'.
035500     05  FILLER                      PIC X(11) VALUE '   ELAPSED'.
035600     05  FILLER                      PIC X(11) VALUE '    WAITED'.
035700     05  FILLER                      PIC X(05) VALUE '  PCT'.
035800
035900 01  TM-PATH-LINE.
036000     05  FILLER                      PIC X(01) VALUE SPACE.
036100     05  TM-PL-SEQ                   PIC ZZ9.
036200     05  FILLER                      PIC X(02) VALUE SPACES.
036300     05  TM-PL-STEP                  PIC X(08) VALUE SPACES.
036400     05  FILLER                      PIC X(01) VALUE SPACE.
036500     05  TM-PL-PROGRAM               PIC X(08) VALUE SPACES.
036600     05  FILLER                      PIC X(01) VALUE SPACE.
036700     05  TM-PL-START                 PIC X(17) VALUE SPACES.
036800     05  FILLER                      PIC X(01) VALUE SPACE.
036900     05  TM-PL-END                   PIC X(17) VALUE SPACES.
037000     05  FILLER                      PIC X(01) VALUE SPACE.
037100     05  TM-PL-ELAPSED               PIC X(10) VALUE SPACES.
037200     05  FILLER                      PIC X(01) VALUE SPACE.
037300     05  TM-PL-WAIT                  PIC X(10) VALUE SPACES.
037400     05  FILLER                      PIC X(02) VALUE SPACES.
037500     05  TM-PL-PCT                   PIC ZZ9.
037600
037700 01  TM-SLA-LINE.
037800     05  FILLER                      PIC X(02) VALUE SPACES.
037900     05  TM-SL-LABEL                 PIC X(34) VALUE SPACES.
038000     05  TM-SL-VALUE                 PIC X(17) VALUE SPACES.
038100     05  FILLER                      PIC X(02) VALUE SPACES.
038200     05  TM-SL-NOTE                  PIC X(50) VALUE SPACES.
038300
038400 01  TM-PROJECTED-LINE.
038500     05  FILLER                      PIC X(04) VALUE SPACES.
038600     05  FILLER                      PIC X(17)
038700         VALUE 'NOT YET STARTED: '.
038800     05  TM-PJ-STEP                  PIC X(08) VALUE SPACES.
038900     05  FILLER                      PIC X(10) VALUE '  AVERAGE'.
039000     05  TM-PJ-AVERAGE               PIC X(10) VALUE SPACES.
039100     05  FILLER                      PIC X(11)
039200         VALUE ' - SEEN IN '.
039300     05  TM-PJ-SEEN                  PIC ZZZ9.
039400     05  FILLER                      PIC X(04) VALUE ' OF '.
039500     05  TM-PJ-RUNS                  PIC ZZZ9.
039600     05  FILLER                      PIC X(11)
039700         VALUE ' OTHER RUNS'.
039800
039900 01  TM-RUN-HEADING-LINE.
040000     05  FILLER                      PIC X(12) VALUE '  RUN ID'.
040100     05  FILLER                      PIC X(19)
040200         VALUE 'FIRST START'.
040300     05  FILLER                      PIC X(18) VALUE 'LAST END'.
040400     05  FILLER                      PIC X(11) VALUE '   ELAPSED'.
040500     05  FILLER                      PIC X(07) VALUE 'STEPS'.
040600     05  FILLER                      PIC X(18)
040700         VALUE 'SLA DEADLINE'.
040800     05  FILLER                      PIC X(12) VALUE '     SLACK'.
040900     05  FILLER                      PIC X(04) VALUE 'NOTE'.
041000
041100 01  TM-RUN-LINE.
041200     05  FILLER                      PIC X(02) VALUE SPACES.
041300     05  TM-RL-RUN-ID                PIC X(08) VALUE SPACES.
041400     05  FILLER                      PIC X(02) VALUE SPACES.
041500     05  TM-RL-FIRST-START           PIC X(17) VALUE SPACES.
041600     05  FILLER                      PIC X(02) VALUE SPACES.
041700     05  TM-RL-LAST-END              PIC X(17) VALUE SPACES.
041800     05  FILLER                      PIC X(01) VALUE SPACE.
041900     05  TM-RL-ELAPSED               PIC X(10) VALUE SPACES.
042000     05  FILLER                      PIC X(01) VALUE SPACE.
042100     05  TM-RL-STEPS                 PIC ZZZZ9.
042200     05  FILLER                      PIC X(02) VALUE SPACES.
042300     05  TM-RL-DEADLINE              PIC X(17) VALUE SPACES.
042400     05  FILLER                      PIC X(01) VALUE SPACE.
042500     05  TM-RL-SLACK                 PIC X(10) VALUE SPACES.
042600     05  FILLER                      PIC X(02) VALUE SPACES.
042700     05  TM-RL-NOTE                  PIC X(20) VALUE SPACES.
042800
042900 01  TM-REPORT-COUNT-LINE.
043000     05  TM-CNT-LABEL                PIC X(36) VALUE SPACES.
043100     05  TM-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
043200
043300 LINKAGE SECTION.
043400 01  TM-RUN-PARM.
043500     05  TM-PARM-LENGTH              PIC S9(04) COMP.
043600     05  TM-PARM-DATA.
043700         10  TM-PARM-RUN-ID          PIC X(08).
043800
043900 PROCEDURE DIVISION USING TM-RUN-PARM.
044000*----------------------------------------------------------------*
044100* 0000-MAINLINE - TOP LEVEL CONTROL
044200*----------------------------------------------------------------*
044300 0000-MAINLINE.
044400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044500     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
044600         UNTIL TM-STEPTIME-EOF.
044700     CLOSE STEPTIME-FILE.
044800     PERFORM 3000-BUILD-RUN-TABLE THRU 3000-EXIT.
044900     PERFORM 3200-FIND-TARGET-RUN THRU 3200-EXIT.
045000     IF TM-TARGET-FOUND
045100         PERFORM 3300-BUILD-AVERAGES THRU 3300-EXIT
045200         PERFORM 3500-FIND-CRITICAL-PATH THRU 3500-EXIT
045300         PERFORM 4000-PRINT-STEP-DETAIL THRU 4000-EXIT
045400         PERFORM 5000-PRINT-CRITICAL-PATH THRU 5000-EXIT
045500         PERFORM 6000-PRINT-SLA-SUMMARY THRU 6000-EXIT
045600     END-IF.
045700     PERFORM 7000-PRINT-RECENT-RUNS THRU 7000-EXIT.
045800     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
045900     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
046000     CLOSE REPORT-FILE.
046100     STOP RUN.
046200
046300*----------------------------------------------------------------*
046400* 1000-INITIALIZE - OPEN FILES, PICK UP THE CONTROL VALUES, AND
046500* SET THE START OF THE AVERAGING WINDOW AND THE CURRENT TIME.
046600* PARM 1-8 NAMES THE RUN ID TO REPORT; WITHOUT ONE THE REPORT
046700* TAKES THE RUN ON THE LOG THAT STARTED MOST RECENTLY.
046800*----------------------------------------------------------------*
046900 1000-INITIALIZE.
047000     IF TM-PARM-LENGTH > 7
047100         MOVE TM-PARM-RUN-ID TO TM-TARGET-RUN-ID
047200     END-IF.
047300     OPEN INPUT STEPTIME-FILE.
047400     IF TM-STEPTIME-STATUS NOT = '00'
047500         DISPLAY 'SOLTIME: STEPTIME OPEN FAILED - STATUS '
047600             TM-STEPTIME-STATUS
047700         MOVE 16 TO RETURN-CODE
047800         STOP RUN
047900     END-IF.
048000     OPEN OUTPUT REPORT-FILE.
048100     IF TM-REPORT-STATUS NOT = '00'
048200         DISPLAY 'SOLTIME: TIMRPT OPEN FAILED - STATUS '
048300             TM-REPORT-STATUS
048400         MOVE 16 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700     ACCEPT TM-CURRENT-DATE FROM DATE YYYYMMDD.
048800     ACCEPT TM-CURRENT-TIME FROM TIME.
048900     MOVE TM-CURRENT-DATE TO TM-PROCESS-DATE.
049000     STRING TM-CURRENT-MM '/' TM-CURRENT-DD '/'
049100         TM-CURRENT-YYYY DELIMITED BY SIZE
049200         INTO TM-HDR-DATE.
049300     WRITE REPORT-LINE FROM TM-REPORT-HEADER-LINE.
049400     PERFORM 1400-GET-CONTROL-VALUES THRU 1400-EXIT.
049500     DIVIDE TM-SLA-CUTOFF-HHMM BY 100 GIVING TM-CUTOFF-HH
049600         REMAINDER TM-CUTOFF-MM.
049700     COMPUTE TM-CUTOFF-TOD =
049800         (TM-CUTOFF-HH * 3600) + (TM-CUTOFF-MM * 60).
049900     MOVE TM-PROCESS-DATE TO TM-DC-DATE.
050000     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
050100     COMPUTE TM-DC-CUTOFF-SERIAL =
050200         TM-DC-SERIAL - TM-AVERAGE-DAYS.
050300     COMPUTE TM-WINDOW-START = TM-DC-CUTOFF-SERIAL * 86400.
050400     MOVE TM-PROCESS-DATE TO TM-SC-DATE.
050500     MOVE TM-CURRENT-HHMMSS TO TM-SC-TIME.
050600     PERFORM 9400-STAMP-TO-SECS THRU 9400-EXIT.
050700     MOVE TM-SC-SECS TO TM-NOW-SECS.
050800 1000-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------------*
051200* 1400-GET-CONTROL-VALUES - PICK UP THE SLA HANDOFF TIME (HHMM)
051300* AND THE AVERAGING WINDOW (DAYS) FROM THE OPERATIONS CONTROL
051400* KSDS: THE LATEST VALUE DATED ON OR BEFORE THE PROCESS DATE. A
051500* MISSING FILE OR PARAMETER, OR A HANDOFF TIME THAT IS NOT A
051600* CLOCK TIME, LEAVES THE BUILT-IN VALUE STANDING, AND THE REPORT
051700* SAYS WHICH SOURCE EACH VALUE CAME FROM.
051800*----------------------------------------------------------------*
051900 1400-GET-CONTROL-VALUES.
052000     OPEN INPUT OPS-CONTROL-FILE.
052100     IF TM-OPS-STATUS = '00'
052200         SET TM-OPS-AVAILABLE TO TRUE
052300     ELSE
052400         DISPLAY 'SOLTIME: OPSFILE NOT AVAILABLE - STATUS '
052500             TM-OPS-STATUS
052600             ' - BUILT-IN CONTROL VALUES IN EFFECT'
052700     END-IF.
052800     MOVE 'SLA-CUTOFF-HHMM' TO TM-OPS-WANTED-PARM.
052900     PERFORM 1450-FIND-CONTROL-VALUE THRU 1450-EXIT.
053000     IF TM-OPS-FOUND
053100         DIVIDE TM-OPS-VALUE BY 100 GIVING TM-CUTOFF-HH
053200             REMAINDER TM-CUTOFF-MM
053300         IF TM-OPS-VALUE < 2400 AND TM-CUTOFF-MM < 60
053400             MOVE TM-OPS-VALUE TO TM-SLA-CUTOFF-HHMM
053500         ELSE
053600             DISPLAY 'SOLTIME: SLA-CUTOFF-HHMM VALUE '
053700                 TM-OPS-VALUE ' IS NOT A CLOCK TIME - IGNORED'
053800             MOVE 'N' TO TM-OPS-FOUND-SW
053900         END-IF
054000     END-IF.
054100     MOVE TM-SLA-CUTOFF-HHMM TO TM-CTL-VALUE.
054200     PERFORM 1480-WRITE-CONTROL-NOTE THRU 1480-EXIT.
054300     MOVE 'TIME-AVG-DAYS' TO TM-OPS-WANTED-PARM.
054400     PERFORM 1450-FIND-CONTROL-VALUE THRU 1450-EXIT.
054500     IF TM-OPS-FOUND
054600         IF TM-OPS-VALUE > 0 AND TM-OPS-VALUE < 1000
054700             MOVE TM-OPS-VALUE TO TM-AVERAGE-DAYS
054800         ELSE
054900             MOVE 'N' TO TM-OPS-FOUND-SW
055000         END-IF
055100     END-IF.
055200     MOVE TM-AVERAGE-DAYS TO TM-CTL-VALUE.
055300     PERFORM 1480-WRITE-CONTROL-NOTE THRU 1480-EXIT.
055400     IF TM-OPS-AVAILABLE
055500         CLOSE OPS-CONTROL-FILE
055600     END-IF.
055700 1400-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------*
056100* 1450-FIND-CONTROL-VALUE - BROWSE THE PARAMETER'S RECORDS IN
056200* EFFECTIVE-DATE ORDER AND KEEP THE LATEST ONE DATED ON OR
056300* BEFORE THE PROCESS DATE
056400*----------------------------------------------------------------*
056500 1450-FIND-CONTROL-VALUE.
056600     MOVE 'N' TO TM-OPS-FOUND-SW.
056700     MOVE 'N' TO TM-OPS-DONE-SW.
056800     IF NOT TM-OPS-AVAILABLE
056900         GO TO 1450-EXIT
057000     END-IF.
057100     MOVE TM-OPS-WANTED-PARM TO OC-PARM-NAME.
057200     MOVE LOW-VALUES TO OC-EFF-DATE.
057300     START OPS-CONTROL-FILE KEY NOT < OC-KEY
057400         INVALID KEY
057500             SET TM-OPS-SCAN-DONE TO TRUE
057600     END-START.
057700     PERFORM 1460-SCAN-ONE-CONTROL THRU 1460-EXIT
057800         UNTIL TM-OPS-SCAN-DONE.
057900 1450-EXIT.
058000     EXIT.
058100
058200 1460-SCAN-ONE-CONTROL.
058300     READ OPS-CONTROL-FILE NEXT RECORD
058400         AT END
058500             SET TM-OPS-SCAN-DONE TO TRUE
058600             GO TO 1460-EXIT
058700     END-READ.
058800     IF OC-PARM-NAME NOT = TM-OPS-WANTED-PARM
058900         OR OC-EFF-DATE > TM-PROCESS-DATE
059000         SET TM-OPS-SCAN-DONE TO TRUE
059100         GO TO 1460-EXIT
059200     END-IF.
059300     MOVE OC-VALUE TO TM-OPS-VALUE.
059400     SET TM-OPS-FOUND TO TRUE.
059500 1460-EXIT.
059600     EXIT.
059700
059800 1480-WRITE-CONTROL-NOTE.
059900     MOVE TM-OPS-WANTED-PARM TO TM-CTL-PARM.
060000     IF TM-OPS-FOUND
060100         MOVE 'CONTROL FILE' TO TM-CTL-SOURCE
060200     ELSE
060300         MOVE 'BUILT-IN' TO TM-CTL-SOURCE
060400     END-IF.
060500     WRITE REPORT-LINE FROM TM-CONTROL-NOTE-LINE.
060600 1480-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------------*
061000* 2000-LOAD-ONE-RECORD - READ THE NEXT TIMING LOG RECORD AND HOLD
061100* IT IN THE STEP TABLE WHEN IT STARTED INSIDE THE AVERAGING
061200* WINDOW OR BELONGS TO THE REQUESTED RUN. THE LOG IS IN RUN ID,
061300* STEP NAME, START SEQUENCE, SO A LATER ATTEMPT AT THE SAME STEP
061400* OF THE SAME RUN IMMEDIATELY FOLLOWS, AND REPLACES, THE EARLIER.
061500*----------------------------------------------------------------*
061600 2000-LOAD-ONE-RECORD.
061700     READ STEPTIME-FILE NEXT RECORD
061800         AT END
061900             SET TM-STEPTIME-EOF TO TRUE
062000             GO TO 2000-EXIT
062100     END-READ.
062200     IF TM-STEPTIME-STATUS NOT = '00'
062300         DISPLAY 'SOLTIME: STEPTIME READ FAILED - STATUS '
062400             TM-STEPTIME-STATUS
062500         SET TM-FILE-ERROR TO TRUE
062600         SET TM-STEPTIME-EOF TO TRUE
062700         GO TO 2000-EXIT
062800     END-IF.
062900     ADD 1 TO TM-RECORDS-READ.
063000     MOVE TL-START-DATE TO TM-SC-DATE.
063100     MOVE TL-START-TIME TO TM-SC-TIME.
063200     PERFORM 9400-STAMP-TO-SECS THRU 9400-EXIT.
063300     IF NOT TM-SC-VALID
063400         ADD 1 TO TM-RECORDS-INVALID
063500         GO TO 2000-EXIT
063600     END-IF.
063700     IF TM-SC-SECS < TM-WINDOW-START
063800         AND TL-RUN-ID NOT = TM-TARGET-RUN-ID
063900         ADD 1 TO TM-RECORDS-OUTSIDE
064000         GO TO 2000-EXIT
064100     END-IF.
064200     IF TM-SP-COUNT > 0
064300         IF TM-SP-RUN-ID(TM-SP-COUNT) = TL-RUN-ID
064400             AND TM-SP-STEP-NAME(TM-SP-COUNT) = TL-STEP-NAME
064500             MOVE TM-SP-COUNT TO TM-IX
064600             ADD 1 TO TM-SP-ATTEMPTS(TM-IX)
064700             ADD 1 TO TM-EARLIER-ATTEMPTS
064800             PERFORM 2100-FILL-STEP-ENTRY THRU 2100-EXIT
064900             GO TO 2000-EXIT
065000         END-IF
065100     END-IF.
065200     IF TM-SP-COUNT NOT < TM-SP-MAX
065300         ADD 1 TO TM-STEPS-OVERFLOW
065400         GO TO 2000-EXIT
065500     END-IF.
065600     ADD 1 TO TM-SP-COUNT.
065700     MOVE TM-SP-COUNT TO TM-IX.
065800     MOVE 1 TO TM-SP-ATTEMPTS(TM-IX).
065900     PERFORM 2100-FILL-STEP-ENTRY THRU 2100-EXIT.
066000 2000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------*
066400* 2100-FILL-STEP-ENTRY - THE RECORD IN HAND INTO STEP TABLE ENTRY
066500* TM-IX. THE START IS ALREADY CONVERTED; A STEP NOT MARKED ENDED
066600* (STILL RUNNING, OR ABENDED) CARRIES ITS START AS ITS END.
066700*----------------------------------------------------------------*
066800 2100-FILL-STEP-ENTRY.
066900     MOVE TL-RUN-ID TO TM-SP-RUN-ID(TM-IX).
067000     MOVE TL-STEP-NAME TO TM-SP-STEP-NAME(TM-IX).
067100     MOVE TL-PROGRAM-ID TO TM-SP-PROGRAM-ID(TM-IX).
067200     MOVE TL-STEP-STATUS TO TM-SP-STATUS(TM-IX).
067300     MOVE TM-SC-SECS TO TM-SP-START(TM-IX).
067400     MOVE TM-SC-SECS TO TM-SP-END(TM-IX).
067500     MOVE TL-RECORDS-IN TO TM-SP-RECORDS-IN(TM-IX).
067600     MOVE TL-RECORDS-OUT TO TM-SP-RECORDS-OUT(TM-IX).
067700     MOVE TL-RETURN-CODE TO TM-SP-RETURN-CODE(TM-IX).
067800     MOVE 'N' TO TM-SP-PATH-SW(TM-IX).
067900     MOVE 'N' TO TM-SP-PRINTED-SW(TM-IX).
068000     IF NOT TL-STEP-ENDED
068100         GO TO 2100-EXIT
068200     END-IF.
068300     MOVE TL-END-DATE TO TM-SC-DATE.
068400     MOVE TL-END-TIME TO TM-SC-TIME.
068500     PERFORM 9400-STAMP-TO-SECS THRU 9400-EXIT.
068600     IF TM-SC-VALID
068700         AND TM-SC-SECS NOT < TM-SP-START(TM-IX)
068800         MOVE TM-SC-SECS TO TM-SP-END(TM-IX)
068900     ELSE
069000         MOVE 'R' TO TM-SP-STATUS(TM-IX)
069100     END-IF.
069200 2100-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------------*
069600* 3000-BUILD-RUN-TABLE - ONE ENTRY PER RUN ID, WITH ITS FIRST
069700* START, LAST END, STEP COUNT, AND STEPS NOT ENDED
069800*----------------------------------------------------------------*
069900 3000-BUILD-RUN-TABLE.
070000     PERFORM 3100-ADD-STEP-TO-RUN THRU 3100-EXIT
070100         VARYING TM-IX FROM 1 BY 1
070200         UNTIL TM-IX > TM-SP-COUNT.
070300 3000-EXIT.
070400     EXIT.
070500
070600 3100-ADD-STEP-TO-RUN.
070700     SET TM-NEW-RUN TO TRUE.
070800     IF TM-RN-COUNT > 0
070900         IF TM-SP-RUN-ID(TM-IX) = TM-RN-RUN-ID(TM-RN-COUNT)
071000             MOVE 'N' TO TM-NEW-RUN-SW
071100         END-IF
071200     END-IF.
071300     IF TM-NEW-RUN
071400         ADD 1 TO TM-RN-COUNT
071500         MOVE TM-RN-COUNT TO TM-RX
071600         MOVE TM-SP-RUN-ID(TM-IX) TO TM-RN-RUN-ID(TM-RX)
071700         MOVE TM-SP-START(TM-IX) TO TM-RN-FIRST-START(TM-RX)
071800         MOVE TM-SP-END(TM-IX) TO TM-RN-LAST-END(TM-RX)
071900         MOVE ZERO TO TM-RN-STEPS(TM-RX)
072000         MOVE ZERO TO TM-RN-NOT-ENDED(TM-RX)
072100         MOVE TM-IX TO TM-RN-FIRST-IDX(TM-RX)
072200     END-IF.
072300     MOVE TM-RN-COUNT TO TM-RX.
072400     ADD 1 TO TM-RN-STEPS(TM-RX).
072500     MOVE TM-IX TO TM-RN-LAST-IDX(TM-RX).
072600     IF TM-SP-START(TM-IX) < TM-RN-FIRST-START(TM-RX)
072700         MOVE TM-SP-START(TM-IX) TO TM-RN-FIRST-START(TM-RX)
072800     END-IF.
072900     IF TM-SP-END(TM-IX) > TM-RN-LAST-END(TM-RX)
073000         MOVE TM-SP-END(TM-IX) TO TM-RN-LAST-END(TM-RX)
073100     END-IF.
073200     IF NOT TM-SP-ENDED(TM-IX)
073300         ADD 1 TO TM-RN-NOT-ENDED(TM-RX)
073400     END-IF.
073500 3100-EXIT.
073600     EXIT.
073700
073800*----------------------------------------------------------------*
073900* 3200-FIND-TARGET-RUN - THE RUN ID ON THE PARM, OR ELSE THE RUN
074000* WHOSE FIRST STEP STARTED MOST RECENTLY
074100*----------------------------------------------------------------*
074200 3200-FIND-TARGET-RUN.
074300     MOVE ZERO TO TM-TX.
074400     IF TM-TARGET-RUN-ID NOT = SPACES
074500         PERFORM 3210-MATCH-TARGET-RUN THRU 3210-EXIT
074600             VARYING TM-RX FROM 1 BY 1
074700             UNTIL TM-RX > TM-RN-COUNT
074800         MOVE 'FROM THE PARM' TO TM-RI-SOURCE
074900     ELSE
075000         PERFORM 3220-MATCH-LATEST-RUN THRU 3220-EXIT
075100             VARYING TM-RX FROM 1 BY 1
075200             UNTIL TM-RX > TM-RN-COUNT
075300         MOVE 'LATEST RUN ON THE TIMING LOG' TO TM-RI-SOURCE
075400     END-IF.
075500     MOVE SPACES TO REPORT-LINE.
075600     WRITE REPORT-LINE.
075700     IF TM-TX = 0
075800         MOVE TM-TARGET-RUN-ID TO TM-RI-RUN-ID
075900         MOVE 'NO STEP TIMING RECORDS FOUND' TO TM-RI-SOURCE
076000         WRITE REPORT-LINE FROM TM-RUN-ID-LINE
076100         GO TO 3200-EXIT
076200     END-IF.
076300     SET TM-TARGET-FOUND TO TRUE.
076400     MOVE TM-RN-RUN-ID(TM-TX) TO TM-TARGET-RUN-ID.
076500     MOVE TM-TARGET-RUN-ID TO TM-RI-RUN-ID.
076600     WRITE REPORT-LINE FROM TM-RUN-ID-LINE.
076700 3200-EXIT.
076800     EXIT.
076900
077000 3210-MATCH-TARGET-RUN.
077100     IF TM-RN-RUN-ID(TM-RX) = TM-TARGET-RUN-ID
077200         MOVE TM-RX TO TM-TX
077300     END-IF.
077400 3210-EXIT.
077500     EXIT.
077600
077700 3220-MATCH-LATEST-RUN.
077800     IF TM-TX = 0
077900         MOVE TM-RX TO TM-TX
078000     ELSE
078100         IF TM-RN-FIRST-START(TM-RX) > TM-RN-FIRST-START(TM-TX)
078200             MOVE TM-RX TO TM-TX
078300         END-IF
078400     END-IF.
078500 3220-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------*
078900* 3300-BUILD-AVERAGES - AVERAGE ELAPSED TIME PER STEP NAME OVER
079000* THE OTHER RUNS IN THE WINDOW, THEN SETTLE THE REPORTED RUN: A
079100* STEP NOT YET ENDED IS PROJECTED TO END AT ITS START PLUS ITS
079200* AVERAGE, OR NOW IF THAT HAS ALREADY PASSED, AND THE RUN IS IN
079300* PROGRESS. THE LAST END AND PROJECTED END OF THE RUN COME OUT.
079400*----------------------------------------------------------------*
079500 3300-BUILD-AVERAGES.
079600     PERFORM 3310-ADD-STEP-TO-AVERAGE THRU 3310-EXIT
079700         VARYING TM-IX FROM 1 BY 1
079800         UNTIL TM-IX > TM-SP-COUNT.
079900     PERFORM 3330-SET-ONE-AVERAGE THRU 3330-EXIT
080000         VARYING TM-AX FROM 1 BY 1
080100         UNTIL TM-AX > TM-AV-COUNT.
080200     COMPUTE TM-OTHER-RUNS = TM-RN-COUNT - 1.
080300     MOVE TM-RN-FIRST-START(TM-TX) TO TM-LAST-END.
080400     MOVE TM-RN-FIRST-START(TM-TX) TO TM-PROJ-END.
080500     PERFORM 3340-SETTLE-RUN-STEP THRU 3340-EXIT
080600         VARYING TM-IX FROM TM-RN-FIRST-IDX(TM-TX) BY 1
080700         UNTIL TM-IX > TM-RN-LAST-IDX(TM-TX).
080800 3300-EXIT.
080900     EXIT.
081000
081100 3310-ADD-STEP-TO-AVERAGE.
081200     IF TM-SP-RUN-ID(TM-IX) = TM-TARGET-RUN-ID
081300         GO TO 3310-EXIT
081400     END-IF.
081500     MOVE TM-SP-STEP-NAME(TM-IX) TO TM-WANTED-STEP.
081600     PERFORM 3320-FIND-AVERAGE THRU 3320-EXIT.
081700     IF TM-AX = 0
081800         IF TM-AV-COUNT NOT < TM-AV-MAX
081900             GO TO 3310-EXIT
082000         END-IF
082100         ADD 1 TO TM-AV-COUNT
082200         MOVE TM-AV-COUNT TO TM-AX
082300         MOVE TM-WANTED-STEP TO TM-AV-STEP-NAME(TM-AX)
082400         MOVE ZERO TO TM-AV-RUNS-SEEN(TM-AX)
082500         MOVE ZERO TO TM-AV-TIMED(TM-AX)
082600         MOVE ZERO TO TM-AV-TOTAL-SECS(TM-AX)
082700         MOVE ZERO TO TM-AV-AVERAGE(TM-AX)
082800         MOVE 'N' TO TM-AV-IN-RUN-SW(TM-AX)
082900     END-IF.
083000     ADD 1 TO TM-AV-RUNS-SEEN(TM-AX).
083100     IF TM-SP-ENDED(TM-IX)
083200         AND TM-SP-RETURN-CODE(TM-IX) < 8
083300         ADD 1 TO TM-AV-TIMED(TM-AX)
083400         COMPUTE TM-AV-TOTAL-SECS(TM-AX) = TM-AV-TOTAL-SECS(TM-AX)
083500             + TM-SP-END(TM-IX) - TM-SP-START(TM-IX)
083600     END-IF.
083700 3310-EXIT.
083800     EXIT.
083900
084000*----------------------------------------------------------------*
084100* 3320-FIND-AVERAGE - AVERAGE TABLE SUBSCRIPT OF TM-WANTED-STEP,
084200* OR ZERO WHEN THE STEP NAME IS NOT IN THE TABLE
084300*----------------------------------------------------------------*
084400 3320-FIND-AVERAGE.
084500     MOVE ZERO TO TM-AX.
084600     PERFORM 3325-MATCH-AVERAGE THRU 3325-EXIT
084700         VARYING TM-JX FROM 1 BY 1
084800         UNTIL TM-JX > TM-AV-COUNT
084900         OR TM-AX > 0.
085000 3320-EXIT.
085100     EXIT.
085200
085300 3325-MATCH-AVERAGE.
085400     IF TM-AV-STEP-NAME(TM-JX) = TM-WANTED-STEP
085500         MOVE TM-JX TO TM-AX
085600     END-IF.
085700 3325-EXIT.
085800     EXIT.
085900
086000 3330-SET-ONE-AVERAGE.
086100     IF TM-AV-TIMED(TM-AX) > 0
086200         COMPUTE TM-AV-AVERAGE(TM-AX) ROUNDED =
086300             TM-AV-TOTAL-SECS(TM-AX) / TM-AV-TIMED(TM-AX)
086400     END-IF.
086500 3330-EXIT.
086600     EXIT.
086700
086800 3340-SETTLE-RUN-STEP.
086900     MOVE TM-SP-STEP-NAME(TM-IX) TO TM-WANTED-STEP.
087000     PERFORM 3320-FIND-AVERAGE THRU 3320-EXIT.
087100     IF TM-AX > 0
087200         SET TM-AV-IN-RUN(TM-AX) TO TRUE
087300     END-IF.
087400     IF TM-SP-ENDED(TM-IX)
087500         IF TM-SP-END(TM-IX) > TM-LAST-END
087600             MOVE TM-SP-END(TM-IX) TO TM-LAST-END
087700         END-IF
087800     ELSE
087900         SET TM-IN-PROGRESS TO TRUE
088000         IF TM-AX > 0
088100             COMPUTE TM-SP-END(TM-IX) =
088200                 TM-SP-START(TM-IX) + TM-AV-AVERAGE(TM-AX)
088300         END-IF
088400         IF TM-SP-END(TM-IX) < TM-NOW-SECS
088500             MOVE TM-NOW-SECS TO TM-SP-END(TM-IX)
088600         END-IF
088700     END-IF.
088800     IF TM-SP-END(TM-IX) > TM-PROJ-END
088900         MOVE TM-SP-END(TM-IX) TO TM-PROJ-END
089000     END-IF.
089100 3340-EXIT.
089200     EXIT.
089300
089400*----------------------------------------------------------------*
089500* 3500-FIND-CRITICAL-PATH - START FROM THE STEP OF THE REPORTED
089600* RUN THAT ENDED LAST AND WORK BACK: EACH STEP'S PREDECESSOR ON
089700* THE PATH IS THE STEP THAT ENDED LATEST AT OR BEFORE ITS START -
089800* THE ONE IT WAS WAITING ON. ON A SPLIT NIGHT THAT IS THE SLOWEST
089900* OF THE RANGES. THE PATH IS HELD LAST STEP FIRST.
090000*----------------------------------------------------------------*
090100 3500-FIND-CRITICAL-PATH.
090200     MOVE ZERO TO TM-CP-COUNT.
090300     MOVE ZERO TO TM-BEST-IX.
090400     MOVE ZERO TO TM-BEST-END.
090500     PERFORM 3510-MATCH-LAST-END THRU 3510-EXIT
090600         VARYING TM-IX FROM TM-RN-FIRST-IDX(TM-TX) BY 1
090700         UNTIL TM-IX > TM-RN-LAST-IDX(TM-TX).
090800     MOVE TM-BEST-IX TO TM-CUR-IX.
090900     MOVE 'N' TO TM-CP-DONE-SW.
091000     PERFORM 3520-ADD-PATH-STEP THRU 3520-EXIT
091100         UNTIL TM-CP-DONE.
091200 3500-EXIT.
091300     EXIT.
091400
091500 3510-MATCH-LAST-END.
091600     IF TM-BEST-IX = 0
091700         OR TM-SP-END(TM-IX) > TM-BEST-END
091800         MOVE TM-IX TO TM-BEST-IX
091900         MOVE TM-SP-END(TM-IX) TO TM-BEST-END
092000     END-IF.
092100 3510-EXIT.
092200     EXIT.
092300
092400 3520-ADD-PATH-STEP.
092500     ADD 1 TO TM-CP-COUNT.
092600     MOVE TM-CUR-IX TO TM-CP-IDX(TM-CP-COUNT).
092700     SET TM-SP-ON-PATH(TM-CUR-IX) TO TRUE.
092800     IF TM-CP-COUNT NOT < TM-CP-MAX
092900         SET TM-CP-DONE TO TRUE
093000         GO TO 3520-EXIT
093100     END-IF.
093200     MOVE ZERO TO TM-BEST-IX.
093300     MOVE ZERO TO TM-BEST-END.
093400     PERFORM 3530-MATCH-PREDECESSOR THRU 3530-EXIT
093500         VARYING TM-IX FROM TM-RN-FIRST-IDX(TM-TX) BY 1
093600         UNTIL TM-IX > TM-RN-LAST-IDX(TM-TX).
093700     IF TM-BEST-IX = 0
093800         SET TM-CP-DONE TO TRUE
093900     ELSE
094000         MOVE TM-BEST-IX TO TM-CUR-IX
094100     END-IF.
094200 3520-EXIT.
094300     EXIT.
094400
094500 3530-MATCH-PREDECESSOR.
094600     IF TM-SP-ON-PATH(TM-IX)
094700         GO TO 3530-EXIT
094800     END-IF.
094900     IF TM-SP-END(TM-IX) > TM-SP-START(TM-CUR-IX)
095000         GO TO 3530-EXIT
095100     END-IF.
095200     IF TM-BEST-IX = 0
095300         OR TM-SP-END(TM-IX) > TM-BEST-END
095400         MOVE TM-IX TO TM-BEST-IX
095500         MOVE TM-SP-END(TM-IX) TO TM-BEST-END
095600     END-IF.
095700 3530-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------------*
096100* 4000-PRINT-STEP-DETAIL - ONE LINE PER STEP OF THE REPORTED RUN,
096200* IN THE ORDER THE STEPS STARTED: START, END, ELAPSED AGAINST THE
096300* STEP'S ROLLING AVERAGE, RECORD COUNTS AND RECORDS PER MINUTE,
096400* RC, AND ATTEMPTS UNDER THE RUN ID. A STEP ON THE CRITICAL PATH
096500* IS MARKED WITH AN ASTERISK.
096600*----------------------------------------------------------------*
096700 4000-PRINT-STEP-DETAIL.
096800     MOVE SPACES TO REPORT-LINE.
096900     WRITE REPORT-LINE.
097000     MOVE 'STEP DETAIL' TO TM-SECTION-TEXT.
097100     WRITE REPORT-LINE FROM TM-SECTION-LINE.
097200     WRITE REPORT-LINE FROM TM-STEP-HEADING-LINE.
097300     PERFORM 4050-PRINT-NEXT-STEP THRU 4050-EXIT
097400         TM-RN-STEPS(TM-TX) TIMES.
097500     MOVE '* = ON THE CRITICAL PATH' TO TM-SECTION-TEXT.
097600     WRITE REPORT-LINE FROM TM-SECTION-LINE.
097700 4000-EXIT.
097800     EXIT.
097900
098000 4050-PRINT-NEXT-STEP.
098100     MOVE ZERO TO TM-BEST-IX.
098200     PERFORM 4060-MATCH-EARLIEST THRU 4060-EXIT
098300         VARYING TM-IX FROM TM-RN-FIRST-IDX(TM-TX) BY 1
098400         UNTIL TM-IX > TM-RN-LAST-IDX(TM-TX).
098500     MOVE TM-BEST-IX TO TM-IX.
098600     SET TM-SP-PRINTED(TM-IX) TO TRUE.
098700     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT.
098800 4050-EXIT.
098900     EXIT.
099000
099100 4060-MATCH-EARLIEST.
099200     IF TM-SP-PRINTED(TM-IX)
099300         GO TO 4060-EXIT
099400     END-IF.
099500     IF TM-BEST-IX = 0
099600         MOVE TM-IX TO TM-BEST-IX
099700     ELSE
099800         IF TM-SP-START(TM-IX) < TM-SP-START(TM-BEST-IX)
099900             MOVE TM-IX TO TM-BEST-IX
100000         END-IF
100100     END-IF.
100200 4060-EXIT.
100300     EXIT.
100400
100500 4100-PRINT-ONE-STEP.
100600     MOVE TM-SP-STEP-NAME(TM-IX) TO TM-DL-STEP.
100700     MOVE TM-SP-PROGRAM-ID(TM-IX) TO TM-DL-PROGRAM.
100800     MOVE TM-SP-START(TM-IX) TO TM-FS-SECS.
100900     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
101000     MOVE TM-STAMP-OUT TO TM-DL-START.
101100     IF TM-SP-ENDED(TM-IX)
101200         MOVE TM-SP-END(TM-IX) TO TM-FS-SECS
101300         PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT
101400         MOVE TM-STAMP-OUT TO TM-DL-END
101500         COMPUTE TM-ELAPSED =
101600             TM-SP-END(TM-IX) - TM-SP-START(TM-IX)
101700     ELSE
101800         MOVE 'NOT ENDED' TO TM-DL-END
101900         COMPUTE TM-ELAPSED = TM-NOW-SECS - TM-SP-START(TM-IX)
102000     END-IF.
102100     MOVE TM-ELAPSED TO TM-FD-SECS.
102200     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
102300     MOVE TM-DURATION-OUT TO TM-DL-ELAPSED.
102400     MOVE TM-SP-STEP-NAME(TM-IX) TO TM-WANTED-STEP.
102500     PERFORM 3320-FIND-AVERAGE THRU 3320-EXIT.
102600     MOVE SPACES TO TM-DL-VARIANCE.
102700     MOVE ZERO TO TM-DL-PCT-AVG.
102800     IF TM-AX = 0
102900         MOVE 'NO HISTORY' TO TM-DL-AVERAGE
103000     ELSE
103100         IF TM-AV-TIMED(TM-AX) = 0
103200             MOVE 'NO HISTORY' TO TM-DL-AVERAGE
103300         ELSE
103400             MOVE TM-AV-AVERAGE(TM-AX) TO TM-FD-SECS
103500             PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT
103600             MOVE TM-DURATION-OUT TO TM-DL-AVERAGE
103700             COMPUTE TM-VARIANCE =
103800                 TM-ELAPSED - TM-AV-AVERAGE(TM-AX)
103900             MOVE TM-VARIANCE TO TM-FD-SECS
104000             PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT
104100             MOVE TM-DURATION-OUT TO TM-DL-VARIANCE
104200             IF TM-AV-AVERAGE(TM-AX) > 0
104300                 COMPUTE TM-PCT ROUNDED =
104400                     TM-ELAPSED * 100 / TM-AV-AVERAGE(TM-AX)
104500                 IF TM-PCT > 9999
104600                     MOVE 9999 TO TM-PCT
104700                 END-IF
104800                 MOVE TM-PCT TO TM-DL-PCT-AVG
104900             END-IF
105000         END-IF
105100     END-IF.
105200     MOVE TM-SP-RECORDS-IN(TM-IX) TO TM-DL-RECORDS-IN.
105300     MOVE TM-SP-RECORDS-OUT(TM-IX) TO TM-DL-RECORDS-OUT.
105400     IF TM-ELAPSED < 1
105500         COMPUTE TM-RATE = TM-SP-RECORDS-IN(TM-IX) * 60
105600     ELSE
105700         COMPUTE TM-RATE =
105800             TM-SP-RECORDS-IN(TM-IX) * 60 / TM-ELAPSED
105900     END-IF.
106000     IF TM-RATE > 9999999
106100         MOVE 9999999 TO TM-RATE
106200     END-IF.
106300     MOVE TM-RATE TO TM-DL-RATE.
106400     MOVE TM-SP-RETURN-CODE(TM-IX) TO TM-DL-RC.
106500     MOVE TM-SP-ATTEMPTS(TM-IX) TO TM-DL-ATTEMPTS.
106600     IF TM-SP-ON-PATH(TM-IX)
106700         MOVE '*' TO TM-DL-PATH
106800     ELSE
106900         MOVE SPACE TO TM-DL-PATH
107000     END-IF.
107100     WRITE REPORT-LINE FROM TM-STEP-LINE.
107200 4100-EXIT.
107300     EXIT.
107400
107500*----------------------------------------------------------------*
107600* 5000-PRINT-CRITICAL-PATH - THE PATH IN RUN ORDER, WITH THE TIME
107700* EACH STEP SAT WAITING AFTER ITS PREDECESSOR ENDED (SCHEDULER OR
107800* DATASET CONTENTION) AND ITS SHARE OF THE PATH'S ELAPSED TIME
107900*----------------------------------------------------------------*
108000 5000-PRINT-CRITICAL-PATH.
108100     MOVE SPACES TO REPORT-LINE.
108200     WRITE REPORT-LINE.
108300     MOVE 'CRITICAL PATH' TO TM-SECTION-TEXT.
108400     WRITE REPORT-LINE FROM TM-SECTION-LINE.
108500     WRITE REPORT-LINE FROM TM-PATH-HEADING-LINE.
108600     MOVE TM-CP-IDX(1) TO TM-CUR-IX.
108700     MOVE TM-CP-IDX(TM-CP-COUNT) TO TM-IX.
108800     COMPUTE TM-PATH-TOTAL =
108900         TM-SP-END(TM-CUR-IX) - TM-SP-START(TM-IX).
109000     MOVE ZERO TO TM-WAIT-TOTAL.
109100     PERFORM 5100-PRINT-PATH-STEP THRU 5100-EXIT
109200         VARYING TM-JX FROM TM-CP-COUNT BY -1
109300         UNTIL TM-JX < 1.
109400     MOVE SPACES TO TM-SL-NOTE.
109500     MOVE 'CRITICAL PATH ELAPSED:' TO TM-SL-LABEL.
109600     MOVE TM-PATH-TOTAL TO TM-FD-SECS.
109700     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
109800     MOVE TM-DURATION-OUT TO TM-SL-VALUE.
109900     WRITE REPORT-LINE FROM TM-SLA-LINE.
110000     MOVE 'WAITING BETWEEN PATH STEPS:' TO TM-SL-LABEL.
110100     MOVE TM-WAIT-TOTAL TO TM-FD-SECS.
110200     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
110300     MOVE TM-DURATION-OUT TO TM-SL-VALUE.
110400     WRITE REPORT-LINE FROM TM-SLA-LINE.
110500 5000-EXIT.
110600     EXIT.
110700
110800 5100-PRINT-PATH-STEP.
110900     MOVE TM-CP-IDX(TM-JX) TO TM-IX.
111000     COMPUTE TM-PL-SEQ = TM-CP-COUNT - TM-JX + 1.
111100     MOVE TM-SP-STEP-NAME(TM-IX) TO TM-PL-STEP.
111200     MOVE TM-SP-PROGRAM-ID(TM-IX) TO TM-PL-PROGRAM.
111300     MOVE TM-SP-START(TM-IX) TO TM-FS-SECS.
111400     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
111500     MOVE TM-STAMP-OUT TO TM-PL-START.
111600     IF TM-SP-ENDED(TM-IX)
111700         MOVE TM-SP-END(TM-IX) TO TM-FS-SECS
111800         PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT
111900         MOVE TM-STAMP-OUT TO TM-PL-END
112000     ELSE
112100         MOVE 'NOT ENDED' TO TM-PL-END
112200     END-IF.
112300     COMPUTE TM-ELAPSED = TM-SP-END(TM-IX) - TM-SP-START(TM-IX).
112400     MOVE TM-ELAPSED TO TM-FD-SECS.
112500     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
112600     MOVE TM-DURATION-OUT TO TM-PL-ELAPSED.
112700     MOVE ZERO TO TM-WAIT.
112800     IF TM-JX < TM-CP-COUNT
112900         MOVE TM-CP-IDX(TM-JX + 1) TO TM-CUR-IX
113000         COMPUTE TM-WAIT =
113100             TM-SP-START(TM-IX) - TM-SP-END(TM-CUR-IX)
113200     END-IF.
113300     ADD TM-WAIT TO TM-WAIT-TOTAL.
113400     MOVE TM-WAIT TO TM-FD-SECS.
113500     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
113600     MOVE TM-DURATION-OUT TO TM-PL-WAIT.
113700     MOVE ZERO TO TM-PCT.
113800     IF TM-PATH-TOTAL > 0
113900         COMPUTE TM-PCT ROUNDED = TM-ELAPSED * 100 / TM-PATH-TOTAL
114000     END-IF.
114100     MOVE TM-PCT TO TM-PL-PCT.
114200     WRITE REPORT-LINE FROM TM-PATH-LINE.
114300 5100-EXIT.
114400     EXIT.
114500
114600*----------------------------------------------------------------*
114700* 6000-PRINT-SLA-SUMMARY - THE HANDOFF DEADLINE IS THE FIRST
114800* SLA-CUTOFF-HHMM AFTER THE RUN'S FIRST STEP STARTED. WHILE THE
114900* RUN IS IN PROGRESS, EVERY STEP NORMALLY PART OF A RUN (SEEN IN
115000* AT LEAST HALF THE OTHER RUNS IN THE WINDOW) THAT HAS NOT STARTED
115100* YET IS ADDED AT ITS AVERAGE AFTER THE PROJECTED END - STEPS ARE
115200* ASSUMED TO FOLLOW ONE ANOTHER. A PROJECTED END PAST THE DEADLINE
115300* ENDS THE REPORT RC 8.
115400*----------------------------------------------------------------*
115500 6000-PRINT-SLA-SUMMARY.
115600     MOVE SPACES TO REPORT-LINE.
115700     WRITE REPORT-LINE.
115800     MOVE 'SLA - HANDOFF DEADLINE AND SLACK' TO TM-SECTION-TEXT.
115900     WRITE REPORT-LINE FROM TM-SECTION-LINE.
116000     MOVE TM-RN-FIRST-START(TM-TX) TO TM-DEADLINE-FROM.
116100     PERFORM 6100-COMPUTE-DEADLINE THRU 6100-EXIT.
116200     MOVE SPACES TO TM-SL-NOTE.
116300     MOVE 'FIRST STEP STARTED:' TO TM-SL-LABEL.
116400     MOVE TM-RN-FIRST-START(TM-TX) TO TM-FS-SECS.
116500     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
116600     MOVE TM-STAMP-OUT TO TM-SL-VALUE.
116700     WRITE REPORT-LINE FROM TM-SLA-LINE.
116800     MOVE 'HANDOFF DEADLINE:' TO TM-SL-LABEL.
116900     MOVE TM-DEADLINE TO TM-FS-SECS.
117000     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
117100     MOVE TM-STAMP-OUT TO TM-SL-VALUE.
117200     WRITE REPORT-LINE FROM TM-SLA-LINE.
117300     MOVE 'LAST STEP ENDED:' TO TM-SL-LABEL.
117400     MOVE TM-LAST-END TO TM-FS-SECS.
117500     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
117600     MOVE TM-STAMP-OUT TO TM-SL-VALUE.
117700     IF TM-IN-PROGRESS
117800         MOVE 'RUN STILL IN PROGRESS' TO TM-SL-NOTE
117900     END-IF.
118000     WRITE REPORT-LINE FROM TM-SLA-LINE.
118100     IF TM-IN-PROGRESS
118200         PERFORM 6200-PROJECT-ONE-STEP THRU 6200-EXIT
118300             VARYING TM-AX FROM 1 BY 1
118400             UNTIL TM-AX > TM-AV-COUNT
118500     END-IF.
118600     MOVE SPACES TO TM-SL-NOTE.
118700     MOVE 'PROJECTED RUN END:' TO TM-SL-LABEL.
118800     MOVE TM-PROJ-END TO TM-FS-SECS.
118900     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
119000     MOVE TM-STAMP-OUT TO TM-SL-VALUE.
119100     WRITE REPORT-LINE FROM TM-SLA-LINE.
119200     COMPUTE TM-SLACK = TM-DEADLINE - TM-PROJ-END.
119300     IF TM-SLACK < 0
119400         SET TM-SLA-MISSED TO TRUE
119500         MOVE 'DEADLINE MISSED BY:' TO TM-SL-LABEL
119600         IF TM-IN-PROGRESS
119700             MOVE '*** RUN PROJECTED TO MISS THE HANDOFF ***'
119800                 TO TM-SL-NOTE
119900         ELSE
120000             MOVE '*** RUN MISSED THE HANDOFF ***' TO TM-SL-NOTE
120100         END-IF
120200     ELSE
120300         MOVE 'SLACK BEFORE DEADLINE:' TO TM-SL-LABEL
120400     END-IF.
120500     MOVE TM-SLACK TO TM-FD-SECS.
120600     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
120700     MOVE TM-DURATION-OUT TO TM-SL-VALUE.
120800     WRITE REPORT-LINE FROM TM-SLA-LINE.
120900 6000-EXIT.
121000     EXIT.
121100
121200*----------------------------------------------------------------*
121300* 6100-COMPUTE-DEADLINE - FIRST HANDOFF TIME AFTER
121400* TM-DEADLINE-FROM, INTO TM-DEADLINE
121500*----------------------------------------------------------------*
121600 6100-COMPUTE-DEADLINE.
121700     DIVIDE TM-DEADLINE-FROM BY 86400 GIVING TM-DAY-SERIAL.
121800     COMPUTE TM-DEADLINE =
121900         (TM-DAY-SERIAL * 86400) + TM-CUTOFF-TOD.
122000     IF TM-DEADLINE NOT > TM-DEADLINE-FROM
122100         ADD 86400 TO TM-DEADLINE
122200     END-IF.
122300 6100-EXIT.
122400     EXIT.
122500
122600 6200-PROJECT-ONE-STEP.
122700     IF TM-AV-IN-RUN(TM-AX)
122800         OR TM-AV-TIMED(TM-AX) = 0
122900         GO TO 6200-EXIT
123000     END-IF.
123100     COMPUTE TM-SEEN-TWICE = TM-AV-RUNS-SEEN(TM-AX) * 2.
123200     IF TM-SEEN-TWICE < TM-OTHER-RUNS
123300         GO TO 6200-EXIT
123400     END-IF.
123500     ADD TM-AV-AVERAGE(TM-AX) TO TM-PROJ-END.
123600     ADD 1 TO TM-STEPS-PROJECTED.
123700     MOVE TM-AV-STEP-NAME(TM-AX) TO TM-PJ-STEP.
123800     MOVE TM-AV-AVERAGE(TM-AX) TO TM-FD-SECS.
123900     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
124000     MOVE TM-DURATION-OUT TO TM-PJ-AVERAGE.
124100     MOVE TM-AV-RUNS-SEEN(TM-AX) TO TM-PJ-SEEN.
124200     MOVE TM-OTHER-RUNS TO TM-PJ-RUNS.
124300     WRITE REPORT-LINE FROM TM-PROJECTED-LINE.
124400 6200-EXIT.
124500     EXIT.
124600
124700*----------------------------------------------------------------*
124800* 7000-PRINT-RECENT-RUNS - EVERY RUN ON THE LOG IN THE WINDOW,
124900* WITH ITS SLACK AGAINST ITS OWN HANDOFF DEADLINE, SO A NIGHT
125000* CREEPING TOWARD THE DEADLINE SHOWS BEFORE IT MISSES. THE
125100* REPORTED RUN SHOWS ITS PROJECTED END.
125200*----------------------------------------------------------------*
125300 7000-PRINT-RECENT-RUNS.
125400     MOVE SPACES TO REPORT-LINE.
125500     WRITE REPORT-LINE.
125600     MOVE TM-AVERAGE-DAYS TO TM-EDIT-DAYS.
125700     MOVE SPACES TO TM-SECTION-TEXT.
125800     STRING 'RUNS ON THE TIMING LOG - LAST' TM-EDIT-DAYS
125900         ' DAYS' DELIMITED BY SIZE INTO TM-SECTION-TEXT.
126000     WRITE REPORT-LINE FROM TM-SECTION-LINE.
126100     WRITE REPORT-LINE FROM TM-RUN-HEADING-LINE.
126200     PERFORM 7100-PRINT-ONE-RUN THRU 7100-EXIT
126300         VARYING TM-RX FROM 1 BY 1
126400         UNTIL TM-RX > TM-RN-COUNT.
126500 7000-EXIT.
126600     EXIT.
126700
126800 7100-PRINT-ONE-RUN.
126900     MOVE TM-RN-RUN-ID(TM-RX) TO TM-RL-RUN-ID.
127000     MOVE TM-RN-FIRST-START(TM-RX) TO TM-FS-SECS.
127100     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
127200     MOVE TM-STAMP-OUT TO TM-RL-FIRST-START.
127300     MOVE TM-RN-LAST-END(TM-RX) TO TM-RUN-END.
127400     IF TM-TARGET-FOUND AND TM-RX = TM-TX
127500         MOVE TM-PROJ-END TO TM-RUN-END
127600     END-IF.
127700     MOVE TM-RUN-END TO TM-FS-SECS.
127800     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
127900     MOVE TM-STAMP-OUT TO TM-RL-LAST-END.
128000     COMPUTE TM-ELAPSED = TM-RUN-END - TM-RN-FIRST-START(TM-RX).
128100     MOVE TM-ELAPSED TO TM-FD-SECS.
128200     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
128300     MOVE TM-DURATION-OUT TO TM-RL-ELAPSED.
128400     MOVE TM-RN-STEPS(TM-RX) TO TM-RL-STEPS.
128500     MOVE TM-RN-FIRST-START(TM-RX) TO TM-DEADLINE-FROM.
128600     PERFORM 6100-COMPUTE-DEADLINE THRU 6100-EXIT.
128700     MOVE TM-DEADLINE TO TM-FS-SECS.
128800     PERFORM 9200-FORMAT-STAMP THRU 9200-EXIT.
128900     MOVE TM-STAMP-OUT TO TM-RL-DEADLINE.
129000     COMPUTE TM-ELAPSED = TM-DEADLINE - TM-RUN-END.
129100     MOVE TM-ELAPSED TO TM-FD-SECS.
129200     PERFORM 9300-FORMAT-DURATION THRU 9300-EXIT.
129300     MOVE TM-DURATION-OUT TO TM-RL-SLACK.
129400     MOVE SPACES TO TM-RL-NOTE.
129500     IF TM-ELAPSED < 0
129600         ADD 1 TO TM-RUNS-MISSED
129700         MOVE 'SLA MISSED' TO TM-RL-NOTE
129800     END-IF.
129900     IF TM-TARGET-FOUND AND TM-RX = TM-TX
130000         IF TM-ELAPSED < 0
130100             MOVE 'SLA MISSED - THIS RUN' TO TM-RL-NOTE
130200         ELSE
130300             MOVE 'THIS RUN' TO TM-RL-NOTE
130400         END-IF
130500     ELSE
130600         IF TM-RN-NOT-ENDED(TM-RX) > 0
130700             MOVE 'STEP NOT ENDED' TO TM-RL-NOTE
130800         END-IF
130900     END-IF.
131000     WRITE REPORT-LINE FROM TM-RUN-LINE.
131100 7100-EXIT.
131200     EXIT.
131300
131400*----------------------------------------------------------------*
131500* 8100-WRITE-REPORT-TRAILER - RUN COUNTS
131600*----------------------------------------------------------------*
131700 8100-WRITE-REPORT-TRAILER.
131800     MOVE SPACES TO REPORT-LINE.
131900     WRITE REPORT-LINE.
132000     MOVE 'TIMING LOG RECORDS READ:' TO TM-CNT-LABEL.
132100     MOVE TM-RECORDS-READ TO TM-CNT-VALUE.
132200     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
132300     MOVE 'RECORDS BEFORE THE WINDOW:' TO TM-CNT-LABEL.
132400     MOVE TM-RECORDS-OUTSIDE TO TM-CNT-VALUE.
132500     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
132600     MOVE 'RECORDS WITH AN INVALID START:' TO TM-CNT-LABEL.
132700     MOVE TM-RECORDS-INVALID TO TM-CNT-VALUE.
132800     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
132900     MOVE 'EARLIER ATTEMPTS SUPERSEDED:' TO TM-CNT-LABEL.
133000     MOVE TM-EARLIER-ATTEMPTS TO TM-CNT-VALUE.
133100     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
133200     MOVE 'STEPS OVER THE TABLE LIMIT:' TO TM-CNT-LABEL.
133300     MOVE TM-STEPS-OVERFLOW TO TM-CNT-VALUE.
133400     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
133500     MOVE 'RUNS IN THE WINDOW:' TO TM-CNT-LABEL.
133600     MOVE TM-RN-COUNT TO TM-CNT-VALUE.
133700     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
133800     MOVE 'RUNS THAT MISSED THE HANDOFF:' TO TM-CNT-LABEL.
133900     MOVE TM-RUNS-MISSED TO TM-CNT-VALUE.
134000     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
134100     MOVE 'STEPS PROJECTED AT AVERAGE:' TO TM-CNT-LABEL.
134200     MOVE TM-STEPS-PROJECTED TO TM-CNT-VALUE.
134300     WRITE REPORT-LINE FROM TM-REPORT-COUNT-LINE.
134400 8100-EXIT.
134500     EXIT.
134600
134700*----------------------------------------------------------------*
134800* 8200-SET-RETURN-CODE - RC 8 WHEN THE REPORTED RUN ENDED, OR IS
134900* PROJECTED TO END, PAST THE HANDOFF SO THE NOTIFICATION STEP
135000* FIRES; RC 4 WHEN THERE WAS NO RUN TO REPORT; RC 16 ON A FILE
135100* ERROR
135200*----------------------------------------------------------------*
135300 8200-SET-RETURN-CODE.
135400     IF TM-FILE-ERROR
135500         MOVE 16 TO RETURN-CODE
135600     ELSE
135700         IF TM-SLA-MISSED
135800             MOVE 8 TO RETURN-CODE
135900         ELSE
136000             IF NOT TM-TARGET-FOUND
136100                 MOVE 4 TO RETURN-CODE
136200             ELSE
136300                 MOVE 0 TO RETURN-CODE
136400             END-IF
136500         END-IF
136600     END-IF.
136700 8200-EXIT.
136800     EXIT.
136900
137000*----------------------------------------------------------------*
137100* 9100-DATE-TO-SERIAL - DAY NUMBER OF TM-DC-DATE (YYYYMMDD) SO TWO
137200* DATES CAN BE SUBTRACTED; ZERO FOR AN INVALID MONTH
137300*----------------------------------------------------------------*
137400 9100-DATE-TO-SERIAL.
137500     IF TM-DC-MM < 1 OR TM-DC-MM > 12
137600         MOVE ZERO TO TM-DC-SERIAL
137700         GO TO 9100-EXIT
137800     END-IF.
137900     IF TM-DC-MM > 2
138000         MOVE TM-DC-YYYY TO TM-DC-YEARS
138100     ELSE
138200         COMPUTE TM-DC-YEARS = TM-DC-YYYY - 1
138300     END-IF.
138400     DIVIDE TM-DC-YEARS BY 4 GIVING TM-DC-LEAP4.
138500     DIVIDE TM-DC-YEARS BY 100 GIVING TM-DC-LEAP100.
138600     DIVIDE TM-DC-YEARS BY 400 GIVING TM-DC-LEAP400.
138700     COMPUTE TM-DC-SERIAL =
138800         (365 * TM-DC-YYYY) + TM-DC-LEAP4
138900         - TM-DC-LEAP100 + TM-DC-LEAP400
139000         + TM-MONTH-DAYS(TM-DC-MM) + TM-DC-DD.
139100 9100-EXIT.
139200     EXIT.
139300
139400*----------------------------------------------------------------*
139500* 9150-SERIAL-TO-DATE - THE REVERSE OF 9100: TM-DC-TARGET BACK TO
139600* TM-DC-DATE. THE YEAR IS ESTIMATED AND CORRECTED BY ONE EITHER
139700* WAY, THEN THE MONTH IS THE LATEST WHOSE FIRST DAY IS NOT AFTER
139800* THE TARGET.
139900*----------------------------------------------------------------*
140000 9150-SERIAL-TO-DATE.
140100     COMPUTE TM-DC-YYYY = TM-DC-TARGET * 400 / 146097.
140200     MOVE 1 TO TM-DC-MM.
140300     MOVE 1 TO TM-DC-DD.
140400     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
140500     IF TM-DC-SERIAL > TM-DC-TARGET
140600         SUBTRACT 1 FROM TM-DC-YYYY
140700     ELSE
140800         ADD 1 TO TM-DC-YYYY
140900         PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
141000         IF TM-DC-SERIAL > TM-DC-TARGET
141100             SUBTRACT 1 FROM TM-DC-YYYY
141200         END-IF
141300     END-IF.
141400     MOVE 12 TO TM-DC-MM.
141500     MOVE 'N' TO TM-DC-FOUND-SW.
141600     PERFORM 9160-TRY-ONE-MONTH THRU 9160-EXIT
141700         UNTIL TM-DC-FOUND.
141800     COMPUTE TM-DC-DD = TM-DC-TARGET - TM-DC-SERIAL + 1.
141900 9150-EXIT.
142000     EXIT.
142100
142200 9160-TRY-ONE-MONTH.
142300     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
142400     IF TM-DC-SERIAL > TM-DC-TARGET
142500         AND TM-DC-MM > 1
142600         SUBTRACT 1 FROM TM-DC-MM
142700     ELSE
142800         SET TM-DC-FOUND TO TRUE
142900     END-IF.
143000 9160-EXIT.
143100     EXIT.
143200
143300*----------------------------------------------------------------*
143400* 9200-FORMAT-STAMP - TM-FS-SECS AS YYYYMMDD HH:MM:SS
143500*----------------------------------------------------------------*
143600 9200-FORMAT-STAMP.
143700     DIVIDE TM-FS-SECS BY 86400 GIVING TM-DC-TARGET
143800         REMAINDER TM-FS-TOD.
143900     PERFORM 9150-SERIAL-TO-DATE THRU 9150-EXIT.
144000     MOVE TM-DC-DATE TO TM-SO-DATE.
144100     DIVIDE TM-FS-TOD BY 3600 GIVING TM-SO-HH
144200         REMAINDER TM-FS-REST.
144300     DIVIDE TM-FS-REST BY 60 GIVING TM-SO-MM
144400         REMAINDER TM-SO-SS.
144500 9200-EXIT.
144600     EXIT.
144700
144800*----------------------------------------------------------------*
144900* 9300-FORMAT-DURATION - TM-FD-SECS (SIGNED) AS -HHH:MM:SS
145000*----------------------------------------------------------------*
145100 9300-FORMAT-DURATION.
145200     IF TM-FD-SECS < 0
145300         MOVE '-' TO TM-DO-SIGN
145400         COMPUTE TM-FD-ABS = 0 - TM-FD-SECS
145500     ELSE
145600         MOVE SPACE TO TM-DO-SIGN
145700         MOVE TM-FD-SECS TO TM-FD-ABS
145800     END-IF.
145900     DIVIDE TM-FD-ABS BY 3600 GIVING TM-FD-HOURS
146000         REMAINDER TM-FD-REST.
146100     IF TM-FD-HOURS > 999
146200         MOVE 999 TO TM-FD-HOURS
146300     END-IF.
146400     MOVE TM-FD-HOURS TO TM-DO-HH.
146500     DIVIDE TM-FD-REST BY 60 GIVING TM-DO-MM
146600         REMAINDER TM-DO-SS.
146700 9300-EXIT.
146800     EXIT.
146900
147000*----------------------------------------------------------------*
147100* 9400-STAMP-TO-SECS - TM-SC-DATE (YYYYMMDD) AND TM-SC-TIME
147200* (HHMMSS) AS SECONDS FROM THE SERIAL ORIGIN, INTO TM-SC-SECS.
147300* TM-SC-VALID IS OFF, AND THE SECONDS ZERO, FOR A DATE OR TIME
147400* THAT IS NOT NUMERIC OR NOT A REAL MONTH.
147500*----------------------------------------------------------------*
147600 9400-STAMP-TO-SECS.
147700     MOVE 'N' TO TM-SC-VALID-SW.
147800     MOVE ZERO TO TM-SC-SECS.
147900     IF TM-SC-DATE NOT NUMERIC
148000         OR TM-SC-TIME NOT NUMERIC
148100         GO TO 9400-EXIT
148200     END-IF.
148300     MOVE TM-SC-DATE TO TM-DC-DATE.
148400     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
148500     IF TM-DC-SERIAL = 0
148600         GO TO 9400-EXIT
148700     END-IF.
148800     COMPUTE TM-SC-SECS = (TM-DC-SERIAL * 86400)
148900         + (TM-SC-HH * 3600) + (TM-SC-MM * 60) + TM-SC-SS.
149000     SET TM-SC-VALID TO TRUE.
149100 9400-EXIT.
149200     EXIT.

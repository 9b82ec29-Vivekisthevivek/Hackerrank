000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SOLINTEG.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - WEEKLY CROSS-FILE REFERENTIAL
001200*                    INTEGRITY AUDIT. MATCHES THE MESSAGE KSDS,
001300*                    THE MESSAGE HISTORY KSDS, AND THE SOLPURGE
001400*                    ARCHIVE (SORTED) IN MESSAGE KEY SEQUENCE
001500*                    AGAINST THE SENDER MASTER, THEN THE HISTORY
001600*                    POSTINGS AGAINST THE AUDIT TRAIL IN RUN ID
001700*                    SEQUENCE. PRINTS THE EXCEPTIONS GROUPED BY
001800*                    TYPE WITH COUNTS AND KEYS, APPENDS THE RUN'S
001900*                    COUNTS TO THE INTEGRITY AUDIT HISTORY, AND
002000*                    PRINTS THE QUARTER-TO-DATE SUMMARY FOR THE
002100*                    AUDITORS' SIGN-OFF.
002110*  10/15/2026  RTH   READ EVERY ARCHIVE GENERATION DIRECTLY AND
002120*                    RESOLVE EACH ARCHIVED SENDER ID THROUGH THE
002130*                    SENDER CROSS-REFERENCE (SENDXRF) BEFORE AN
002140*                    INTERNAL SORT, SO A MESSAGE ARCHIVED UNDER A
002150*                    RETIRED ID MATCHES ITS RE-KEYED HISTORY AND
002160*                    KSDS COPY UNDER THE SURVIVING ID.
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT MESSAGE-FILE
002700         ASSIGN TO MSGFILE
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS CM-MSG-KEY
003100         FILE STATUS IS RI-MSG-STATUS.
003200
003300     SELECT HISTORY-FILE
003400         ASSIGN TO HSTFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS HS-MSG-KEY
003800         FILE STATUS IS RI-HIST-STATUS.
003900
004000     SELECT SENDER-FILE
004100         ASSIGN TO SENDFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS SM-SENDER-ID
004500         FILE STATUS IS RI-SENDER-STATUS.
004600
004700     SELECT ARCHIVE-FILE
004800         ASSIGN TO ARCSRT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RI-ARCHIVE-STATUS.
005010
005020     SELECT ARCHIVE-IN-FILE
005030         ASSIGN TO ARCFILE
005040         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS RI-ARCIN-STATUS.
005060
005070     SELECT ARCHIVE-SORT-FILE
005080         ASSIGN TO SORTWK01.
005090
005091     SELECT OPTIONAL XREF-FILE
005092         ASSIGN TO SENDXRF
005093         ORGANIZATION IS INDEXED
005094         ACCESS MODE IS RANDOM
005095         RECORD KEY IS SX-OLD-SENDER-ID
005096         FILE STATUS IS RI-XREF-STATUS.
005100
005200     SELECT POSTING-FILE
005300         ASSIGN TO HSTRUN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RI-POSTING-STATUS.
005600
005700     SELECT AUDIT-RUN-FILE
005800         ASSIGN TO AUDRUN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RI-AUDRUN-STATUS.
006100
006200     SELECT OPTIONAL OPS-CONTROL-FILE
006300         ASSIGN TO OPSFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS OC-KEY
006700         FILE STATUS IS RI-OPS-STATUS.
006800
006900     SELECT EXCEPTION-FILE
007000         ASSIGN TO EXCWORK
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS RI-EXCEPTION-STATUS.
007300
007400     SELECT OPTIONAL SUMMARY-FILE
007500         ASSIGN TO INTGHIST
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS RI-SUMMARY-STATUS.
007800
007900     SELECT REPORT-FILE
008000         ASSIGN TO INTRPT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS RI-REPORT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
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
009600 FD  SENDER-FILE
009700     RECORD CONTAINS 80 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900 COPY SENDMST.
010000
010100 FD  ARCHIVE-FILE
010200     RECORD CONTAINS 255 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 COPY CUSTMSG REPLACING ==CUSTMSG-RECORD== BY ==ARCHIVE-RECORD==
010500     LEADING ==CM-== BY ==AR-==.
010510
010520 FD  ARCHIVE-IN-FILE
010530     RECORD CONTAINS 255 CHARACTERS
010540     LABEL RECORDS ARE STANDARD.
010550 COPY CUSTMSG REPLACING
010555     ==CUSTMSG-RECORD== BY ==ARCHIVE-IN-RECORD==
010560     LEADING ==CM-== BY ==AI-==.
010570
010580 SD  ARCHIVE-SORT-FILE
010590     RECORD CONTAINS 255 CHARACTERS.
010591 COPY CUSTMSG REPLACING
010592     ==CUSTMSG-RECORD== BY ==ARCHIVE-SORT-RECORD==
010593     LEADING ==CM-== BY ==AS-==.
010594
010595 FD  XREF-FILE
010596     RECORD CONTAINS 80 CHARACTERS
010597     LABEL RECORDS ARE STANDARD.
010598 COPY SENDXRF.
010600
010700 FD  POSTING-FILE
010800     RECORD CONTAINS 40 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000 COPY MSGHIST REPLACING ==MSGHIST-RECORD== BY ==POSTING-RECORD==
011100     LEADING ==HS-== BY ==HP-==.
011200
011300 FD  AUDIT-RUN-FILE
011400     RECORD CONTAINS 8 CHARACTERS
011500     LABEL RECORDS ARE STANDARD.
011600 01  AUDIT-RUN-RECORD.
011700     05  AD-RUN-ID             PIC X(08).
011800
011900 FD  OPS-CONTROL-FILE
012000     RECORD CONTAINS 60 CHARACTERS
012100     LABEL RECORDS ARE STANDARD.
012200 COPY OPSCTL.
012300
012400 FD  EXCEPTION-FILE
012500     RECORD CONTAINS 100 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 01  EXCEPTION-RECORD.
012800     05  EX-TYPE                     PIC 9(01).
012900     05  EX-KEY.
013000         10  EX-KEY-ID               PIC X(10).
013100         10  EX-KEY-DATE             PIC X(08).
013200     05  EX-DETAIL                   PIC X(81).
013300
013400 FD  SUMMARY-FILE
013500     RECORD CONTAINS 80 CHARACTERS
013600     LABEL RECORDS ARE STANDARD.
013700 COPY INTGSUM.
013800
013900 FD  REPORT-FILE
014000     RECORD CONTAINS 132 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200 01  REPORT-LINE                    PIC X(132).
014300
014400 WORKING-STORAGE SECTION.
014500 01  RI-SWITCHES.
014600     05  RI-POSTING-EOF-SW           PIC X(01)  VALUE 'N'.
014700         88  RI-POSTING-EOF                      VALUE 'Y'.
014800     05  RI-AUDRUN-EOF-SW            PIC X(01)  VALUE 'N'.
014900         88  RI-AUDRUN-EOF                       VALUE 'Y'.
015000     05  RI-EXCEPTION-EOF-SW         PIC X(01)  VALUE 'N'.
015100         88  RI-EXCEPTION-EOF                    VALUE 'Y'.
015200     05  RI-SUMMARY-EOF-SW           PIC X(01)  VALUE 'N'.
015300         88  RI-SUMMARY-EOF                      VALUE 'Y'.
015400     05  RI-FILE-ERROR-SW            PIC X(01)  VALUE 'N'.
015500         88  RI-FILE-ERROR                       VALUE 'Y'.
015600     05  RI-PRIOR-QUARTER-SW         PIC X(01)  VALUE 'N'.
015700         88  RI-PRIOR-QUARTER                    VALUE 'Y'.
015800     05  RI-OPS-AVAIL-SW             PIC X(01)  VALUE 'N'.
015900         88  RI-OPS-AVAILABLE                    VALUE 'Y'.
016000     05  RI-OPS-DONE-SW              PIC X(01)  VALUE 'N'.
016100         88  RI-OPS-SCAN-DONE                    VALUE 'Y'.
016200     05  RI-OPS-FOUND-SW             PIC X(01)  VALUE 'N'.
016300         88  RI-OPS-FOUND                        VALUE 'Y'.
016310     05  RI-ARCIN-EOF-SW             PIC X(01)  VALUE 'N'.
016320         88  RI-ARCIN-EOF                        VALUE 'Y'.
016330     05  RI-XREF-AVAIL-SW            PIC X(01)  VALUE 'N'.
016340         88  RI-XREF-AVAILABLE                   VALUE 'Y'.
016350     05  RI-RESOLVE-END-SW           PIC X(01)  VALUE 'N'.
016360         88  RI-RESOLVE-END                      VALUE 'Y'.
016400
016500 01  RI-FILE-STATUSES.
016600     05  RI-MSG-STATUS               PIC X(02)  VALUE SPACES.
016700     05  RI-HIST-STATUS              PIC X(02)  VALUE SPACES.
016800     05  RI-SENDER-STATUS            PIC X(02)  VALUE SPACES.
016900     05  RI-ARCHIVE-STATUS           PIC X(02)  VALUE SPACES.
016910     05  RI-ARCIN-STATUS             PIC X(02)  VALUE SPACES.
016920     05  RI-XREF-STATUS              PIC X(02)  VALUE SPACES.
017000     05  RI-POSTING-STATUS           PIC X(02)  VALUE SPACES.
017100     05  RI-AUDRUN-STATUS            PIC X(02)  VALUE SPACES.
017200     05  RI-OPS-STATUS               PIC X(02)  VALUE SPACES.
017300     05  RI-EXCEPTION-STATUS         PIC X(02)  VALUE SPACES.
017400     05  RI-SUMMARY-STATUS           PIC X(02)  VALUE SPACES.
017500     05  RI-REPORT-STATUS            PIC X(02)  VALUE SPACES.
017600
017700 01  RI-COUNTERS.
017800     05  RI-MSGS-READ                PIC 9(09)  COMP  VALUE ZERO.
017900     05  RI-HIST-READ                PIC 9(09)  COMP  VALUE ZERO.
018000     05  RI-SENDERS-READ             PIC 9(09)  COMP  VALUE ZERO.
018100     05  RI-ARCHIVE-READ             PIC 9(09)  COMP  VALUE ZERO.
018200     05  RI-ARCHIVE-DUPLICATES       PIC 9(09)  COMP  VALUE ZERO.
018210     05  RI-ARCHIVE-RESOLVED         PIC 9(09)  COMP  VALUE ZERO.
018300     05  RI-POSTINGS-READ            PIC 9(09)  COMP  VALUE ZERO.
018400     05  RI-POSTINGS-NO-RUN-ID       PIC 9(09)  COMP  VALUE ZERO.
018500     05  RI-AUDIT-RUNS-READ          PIC 9(09)  COMP  VALUE ZERO.
018600     05  RI-CONTROL-RECORDS          PIC 9(09)  COMP  VALUE ZERO.
018700     05  RI-MSGS-OUTSIDE-WINDOW      PIC 9(09)  COMP  VALUE ZERO.
018800     05  RI-HIST-ARCHIVED            PIC 9(09)  COMP  VALUE ZERO.
018900     05  RI-EXCEPTIONS-TOTAL         PIC 9(09)  COMP  VALUE ZERO.
019000     05  RI-EXCEPTION-COUNTS.
019100         10  RI-EXC-COUNT            PIC 9(07)  COMP  VALUE ZERO
019200                                     OCCURS 5 TIMES.
019300
019400 77  RI-HISTORY-WINDOW-DAYS          PIC 9(03)  COMP  VALUE 90.
019500
019600*----------------------------------------------------------------*
019700* CURRENT KEY OF EACH INPUT IN THE KEY-SEQUENCE MATCH. A STREAM AT
019800* END OF FILE HOLDS HIGH-VALUES SO IT NEVER WINS THE LOW KEY.
019900*----------------------------------------------------------------*
020000 01  RI-MATCH-KEYS.
020100     05  RI-MSG-KEY.
020200         10  RI-MSG-SENDER           PIC X(10).
020300         10  RI-MSG-DATE             PIC X(08).
020400     05  RI-HIST-KEY                 PIC X(18).
020500     05  RI-ARCH-KEY                 PIC X(18).
020600     05  RI-LAST-ARCH-KEY            PIC X(18).
020700     05  RI-SENDER-KEY               PIC X(10).
020800     05  RI-LOW-KEY.
020900         10  RI-LOW-SENDER           PIC X(10).
021000         10  RI-LOW-DATE             PIC X(08).
021010
021020*----------------------------------------------------------------*
021030* ARCHIVED SENDER RESOLUTION - THE LAST ID RESOLVED IS KEPT SINCE
021040* EACH GENERATION ARRIVES GROUPED BY SENDER. THE HOP LIMIT STOPS A
021050* LOOPED CHAIN.
021060*----------------------------------------------------------------*
021070 01  RI-RESOLVE-WORK.
021075     05  RI-WORK-SENDER              PIC X(10)  VALUE SPACES.
021080     05  RI-RESOLVE-ID               PIC X(10)  VALUE SPACES.
021082     05  RI-SURVIVOR-ID              PIC X(10)  VALUE SPACES.
021084     05  RI-LAST-RESOLVE-ID          PIC X(10)  VALUE HIGH-VALUES.
021086     05  RI-LAST-SURVIVOR-ID         PIC X(10)  VALUE SPACES.
021088     05  RI-RESOLVE-HOPS             PIC 9(03)  COMP  VALUE ZERO.
021090     05  RI-RESOLVE-MAX-HOPS         PIC 9(03)  COMP  VALUE 10.
021100
021200*----------------------------------------------------------------*
021300* ONE SENDER'S MESSAGES, HELD WHILE THE MATCH IS ON THAT SENDER
021400*----------------------------------------------------------------*
021500 01  RI-SENDER-GROUP.
021600     05  RI-GRP-SENDER               PIC X(10)  VALUE SPACES.
021700     05  RI-GRP-FLAG-SW              PIC X(01)  VALUE 'N'.
021800         88  RI-GRP-FLAGGED                      VALUE 'Y'.
021900     05  RI-GRP-REASON               PIC X(30)  VALUE SPACES.
022000     05  RI-GRP-MESSAGES             PIC 9(07)  COMP  VALUE ZERO.
022100     05  RI-GRP-FIRST-DATE           PIC X(08)  VALUE SPACES.
022200     05  RI-GRP-LAST-DATE            PIC X(08)  VALUE SPACES.
022300
022400*----------------------------------------------------------------*
022500* ONE RUN ID'S HISTORY POSTINGS, HELD IN THE RUN ID PASS
022600*----------------------------------------------------------------*
022700 01  RI-RUN-GROUP.
022800     05  RI-RUN-ID                   PIC X(08)  VALUE SPACES.
022900     05  RI-RUN-POSTINGS             PIC 9(07)  COMP  VALUE ZERO.
023000     05  RI-RUN-FIRST-KEY            PIC X(18)  VALUE SPACES.
023100     05  RI-RUN-LAST-KEY             PIC X(18)  VALUE SPACES.
023200     05  RI-AUDRUN-KEY               PIC X(08)  VALUE LOW-VALUES.
023300
023400 01  RI-EXCEPTION-TYPE-VALUES.
023500     05  FILLER                      PIC X(50) VALUE
023600         'MESSAGES FOR EXPIRED, INACTIVE OR UNKNOWN SENDER'.
023700     05  FILLER                      PIC X(20) VALUE 'SENDER ID'.
023800     05  FILLER                      PIC X(50) VALUE
023900         'HISTORY POSTING WITH NO MESSAGE ON FILE OR ARCHIVE'.
024000     05  FILLER                      PIC X(20) VALUE
024100         'SENDER ID  RUN DATE'.
024200     05  FILLER                      PIC X(50) VALUE
024300         'MESSAGE WITH NO HISTORY POSTING'.
024400     05  FILLER                      PIC X(20) VALUE
024500         'SENDER ID  RUN DATE'.
024600     05  FILLER                      PIC X(50) VALUE
024700         'HISTORY RUN ID WITH NO AUDIT TRAIL LINE'.
024800     05  FILLER                      PIC X(20) VALUE 'RUN ID'.
024900     05  FILLER                      PIC X(50) VALUE
025000         'MESSAGE ON BOTH THE KSDS AND A SOLPURGE ARCHIVE'.
025100     05  FILLER                      PIC X(20) VALUE
025200         'SENDER ID  RUN DATE'.
025300 01  RI-EXCEPTION-TYPE-TABLE REDEFINES RI-EXCEPTION-TYPE-VALUES.
025400     05  RI-EXCEPTION-TYPE-ENTRY     OCCURS 5 TIMES.
025500         10  RI-EXC-DESC             PIC X(50).
025600         10  RI-EXC-KEY-LABEL        PIC X(20).
025700
025800 01  RI-TYPE-IDX                     PIC 9(01)  VALUE ZERO.
025900 01  RI-WANTED-TYPE                  PIC 9(01)  VALUE ZERO.
026000
026100*----------------------------------------------------------------*
026200* QUARTER-TO-DATE SUMMARY - THIS RUN PLUS EVERY EARLIER RUN IN
026300* THE QUARTER BEING SUMMARIZED, FROM THE INTEGRITY AUDIT HISTORY
026400*----------------------------------------------------------------*
026500 01  RI-QTR-TABLE-AREA.
026600     05  RI-QTR-COUNT                PIC 9(03)  COMP  VALUE ZERO.
026700     05  RI-QTR-MAX                  PIC 9(03)  COMP  VALUE 60.
026800     05  RI-QTR-OVERFLOW             PIC 9(03)  COMP  VALUE ZERO.
026900     05  RI-QTR-ENTRY OCCURS 60 TIMES.
027000         10  RI-QTR-RUN-DATE         PIC X(08).
027100         10  RI-QTR-EXC              PIC 9(07)  OCCURS 5 TIMES.
027200
027300 01  RI-QTR-WORK.
027400     05  RI-QTR-IDX                  PIC 9(03)  COMP  VALUE ZERO.
027500     05  RI-QTR-TOTALS.
027600         10  RI-QTR-TOTAL            PIC 9(09)  COMP  VALUE ZERO
027700                                     OCCURS 5 TIMES.
027800     05  RI-QTR-GRAND-TOTAL          PIC 9(09)  COMP  VALUE ZERO.
027900     05  RI-QTR-ROW-TOTAL            PIC 9(09)  COMP  VALUE ZERO.
028000     05  RI-THIS-QUARTER.
028100         10  RI-THIS-QTR-YYYY        PIC 9(04).
028200         10  FILLER                  PIC X(01)  VALUE 'Q'.
028300         10  RI-THIS-QTR-N           PIC 9(01).
028400     05  RI-SUMMARY-QUARTER.
028500         10  RI-SUM-QTR-YYYY         PIC 9(04).
028600         10  FILLER                  PIC X(01)  VALUE 'Q'.
028700         10  RI-SUM-QTR-N            PIC 9(01).
028800
028900 01  RI-DATE-CALC-WORK.
029000     05  RI-DC-DATE.
029100         10  RI-DC-YYYY              PIC 9(04).
029200         10  RI-DC-MM                PIC 9(02).
029300         10  RI-DC-DD                PIC 9(02).
029400     05  RI-DC-YEARS                 PIC S9(09) COMP VALUE ZERO.
029500     05  RI-DC-LEAP4                 PIC S9(09) COMP VALUE ZERO.
029600     05  RI-DC-LEAP100               PIC S9(09) COMP VALUE ZERO.
029700     05  RI-DC-LEAP400               PIC S9(09) COMP VALUE ZERO.
029800     05  RI-DC-SERIAL                PIC S9(09) COMP VALUE ZERO.
029900     05  RI-DC-CUTOFF-SERIAL         PIC S9(09) COMP VALUE ZERO.
030000
030100 01  RI-MONTH-DAYS-VALUES.
030200     05  FILLER                      PIC X(36) VALUE
030300         '000031059090120151181212243273304334'.
030400 01  RI-MONTH-DAYS-TABLE REDEFINES RI-MONTH-DAYS-VALUES.
030500     05  RI-MONTH-DAYS               OCCURS 12 TIMES
030600                                     PIC 9(03).
030700
030800 01  RI-CURRENT-DATE.
030900     05  RI-CURRENT-YYYY             PIC 9(04).
031000     05  RI-CURRENT-MM               PIC 9(02).
031100     05  RI-CURRENT-DD               PIC 9(02).
031200
031300 01  RI-PROCESS-DATE                 PIC X(08)  VALUE SPACES.
031400
031500 01  RI-OPS-WORK.
031600     05  RI-OPS-WANTED-PARM          PIC X(16)  VALUE SPACES.
031700     05  RI-OPS-VALUE                PIC 9(09)  VALUE ZERO.
031800
031900 01  RI-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
032000
032100 01  RI-CONTROL-NOTE-LINE.
032200     05  FILLER                      PIC X(09) VALUE 'CONTROL: '.
032300     05  RI-CTL-PARM                 PIC X(16) VALUE SPACES.
032400     05  FILLER                      PIC X(03) VALUE ' = '.
032500     05  RI-CTL-VALUE                PIC ZZZ,ZZZ,ZZ9.
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  RI-CTL-SOURCE               PIC X(14) VALUE SPACES.
032800
032900 01  RI-REPORT-HEADER-LINE.
033000     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
033100     05  RI-HDR-DATE                 PIC X(10) VALUE SPACES.
033200     05  FILLER                      PIC X(10) VALUE SPACES.
033300     05  FILLER                      PIC X(43)
033400         VALUE 'SOLINTEG WEEKLY REFERENTIAL INTEGRITY AUDIT'.
033500
033600 01  RI-TYPE-HEADING-LINE.
033700     05  FILLER                      PIC X(15)
033800         VALUE 'EXCEPTION TYPE '.
033900     05  RI-TH-TYPE                  PIC 9(01).
034000     05  FILLER                      PIC X(03) VALUE ' - '.
034100     05  RI-TH-DESC                  PIC X(50).
034200
034300 01  RI-KEY-HEADING-LINE.
034400     05  FILLER                      PIC X(04) VALUE SPACES.
034500     05  RI-KH-LABEL                 PIC X(20).
034600     05  FILLER                      PIC X(06) VALUE 'DETAIL'.
034700
034800 01  RI-EXCEPTION-LINE.
034900     05  FILLER                      PIC X(04) VALUE SPACES.
035000     05  RI-XL-KEY-ID                PIC X(10).
035100     05  FILLER                      PIC X(01) VALUE SPACE.
035200     05  RI-XL-KEY-DATE              PIC X(08).
035300     05  FILLER                      PIC X(01) VALUE SPACE.
035400     05  RI-XL-DETAIL                PIC X(81).
035500
035600 01  RI-NONE-LINE.
035700     05  FILLER                      PIC X(04) VALUE SPACES.
035800     05  FILLER                      PIC X(10) VALUE 'NONE FOUND'.
035900
036000 01  RI-SECTION-LINE.
036100     05  RI-SECTION-TEXT             PIC X(80) VALUE SPACES.
036200
036300 01  RI-QTR-HEADING-LINE.
036400     05  FILLER                      PIC X(10) VALUE 'RUN DATE'.
036500     05  FILLER                      PIC X(12) VALUE '   EXPIRED'.
036600     05  FILLER                      PIC X(12)
036700         VALUE ' HIST NO MSG'.
036800     05  FILLER                      PIC X(12)
036900         VALUE ' MSG NO HIST'.
037000     05  FILLER                      PIC X(12)
037100         VALUE ' RUN NO AUDT'.
037200     05  FILLER                      PIC X(12)
037300         VALUE ' KSDS + ARCH'.
037400     05  FILLER                      PIC X(12)
037500         VALUE '       TOTAL'.
037600
037700 01  RI-QTR-LINE.
037800     05  RI-QL-RUN-DATE              PIC X(08) VALUE SPACES.
037900     05  FILLER                      PIC X(02) VALUE SPACES.
038000     05  RI-QL-COLUMN                OCCURS 6 TIMES.
038100         10  FILLER                  PIC X(01).
038200         10  RI-QL-COUNT             PIC ZZZ,ZZZ,ZZ9.
038300
038400 01  RI-REPORT-COUNT-LINE.
038500     05  RI-CNT-LABEL                PIC X(36) VALUE SPACES.
038600     05  RI-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
038700
038800 LINKAGE SECTION.
038900 01  RI-RUN-PARM.
039000     05  RI-PARM-LENGTH              PIC S9(04) COMP.
039100     05  RI-PARM-DATA.
039200         10  RI-PARM-QUARTER         PIC X(01).
039300
039400 PROCEDURE DIVISION USING RI-RUN-PARM.
039500*----------------------------------------------------------------*
039600* 0000-MAINLINE - TOP LEVEL CONTROL
039700*----------------------------------------------------------------*
039800 0000-MAINLINE.
039900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040000     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
040100         UNTIL RI-MSG-KEY = HIGH-VALUES
040200         AND RI-HIST-KEY = HIGH-VALUES
040300         AND RI-ARCH-KEY = HIGH-VALUES.
040400     PERFORM 2550-CLOSE-SENDER-GROUP THRU 2550-EXIT.
040500     PERFORM 3000-MATCH-RUN-IDS THRU 3000-EXIT.
040600     CLOSE MESSAGE-FILE.
040700     CLOSE HISTORY-FILE.
040800     CLOSE SENDER-FILE.
040900     CLOSE ARCHIVE-FILE.
041000     CLOSE POSTING-FILE.
041100     CLOSE AUDIT-RUN-FILE.
041200     CLOSE EXCEPTION-FILE.
041300     PERFORM 4000-WRITE-EXCEPTIONS THRU 4000-EXIT.
041400     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
041500     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
041600     PERFORM 5000-QUARTERLY-SUMMARY THRU 5000-EXIT.
041700     CLOSE REPORT-FILE.
041800     STOP RUN.
041900
042000*----------------------------------------------------------------*
042100* 1000-INITIALIZE - OPEN FILES, SET THE HISTORY WINDOW CUTOFF,
042200* AND PRIME EVERY INPUT OF THE KEY-SEQUENCE MATCH. PARM BYTE 1
042300* 'P' SUMMARIZES THE PREVIOUS QUARTER (THE SIGN-OFF RUN AFTER A
042400* QUARTER CLOSES); ANYTHING ELSE SUMMARIZES THE CURRENT ONE.
042500*----------------------------------------------------------------*
042600 1000-INITIALIZE.
042700     IF RI-PARM-LENGTH > 0
042800         IF RI-PARM-QUARTER = 'P'
042900             SET RI-PRIOR-QUARTER TO TRUE
043000         END-IF
043100     END-IF.
043200     OPEN INPUT MESSAGE-FILE.
043300     IF RI-MSG-STATUS NOT = '00'
043400         DISPLAY 'SOLINTEG: MSGFILE OPEN FAILED - STATUS '
043500             RI-MSG-STATUS
043600         MOVE 16 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900     OPEN INPUT HISTORY-FILE.
044000     IF RI-HIST-STATUS NOT = '00'
044100         DISPLAY 'SOLINTEG: HSTFILE OPEN FAILED - STATUS '
044200             RI-HIST-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044600     OPEN INPUT SENDER-FILE.
044700     IF RI-SENDER-STATUS NOT = '00'
044800         DISPLAY 'SOLINTEG: SENDFILE OPEN FAILED - STATUS '
044900             RI-SENDER-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045210     PERFORM 1600-SORT-ARCHIVE THRU 1600-EXIT.
045300     OPEN INPUT ARCHIVE-FILE.
045400     IF RI-ARCHIVE-STATUS NOT = '00'
045500         DISPLAY 'SOLINTEG: ARCSRT OPEN FAILED - STATUS '
045600             RI-ARCHIVE-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     OPEN INPUT POSTING-FILE.
046100     IF RI-POSTING-STATUS NOT = '00'
046200         DISPLAY 'SOLINTEG: HSTRUN OPEN FAILED - STATUS '
046300             RI-POSTING-STATUS
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF.
046700     OPEN INPUT AUDIT-RUN-FILE.
046800     IF RI-AUDRUN-STATUS NOT = '00'
046900         DISPLAY 'SOLINTEG: AUDRUN OPEN FAILED - STATUS '
047000             RI-AUDRUN-STATUS
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN
047300     END-IF.
047400     OPEN OUTPUT EXCEPTION-FILE.
047500     IF RI-EXCEPTION-STATUS NOT = '00'
047600         DISPLAY 'SOLINTEG: EXCWORK OPEN FAILED - STATUS '
047700             RI-EXCEPTION-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100     OPEN OUTPUT REPORT-FILE.
048200     IF RI-REPORT-STATUS NOT = '00'
048300         DISPLAY 'SOLINTEG: INTRPT OPEN FAILED - STATUS '
048400             RI-REPORT-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800     ACCEPT RI-CURRENT-DATE FROM DATE YYYYMMDD.
048900     MOVE RI-CURRENT-DATE TO RI-PROCESS-DATE.
049000     STRING RI-CURRENT-MM '/' RI-CURRENT-DD '/'
049100         RI-CURRENT-YYYY DELIMITED BY SIZE
049200         INTO RI-HDR-DATE.
049300     WRITE REPORT-LINE FROM RI-REPORT-HEADER-LINE.
049400     PERFORM 1400-GET-CONTROL-VALUES THRU 1400-EXIT.
049500     MOVE RI-PROCESS-DATE TO RI-DC-DATE.
049600     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
049700     COMPUTE RI-DC-CUTOFF-SERIAL =
049800         RI-DC-SERIAL - RI-HISTORY-WINDOW-DAYS.
049900     MOVE LOW-VALUES TO RI-LAST-ARCH-KEY.
050000     PERFORM 2100-READ-MESSAGE THRU 2100-EXIT.
050100     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
050200     PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT.
050300     PERFORM 2400-READ-SENDER THRU 2400-EXIT.
050400 1000-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------------*
050800* 1400-GET-CONTROL-VALUES - PICK UP THE HISTORY TRIM WINDOW FROM
050900* THE OPERATIONS CONTROL KSDS: THE LATEST VALUE DATED ON OR
051000* BEFORE THE PROCESS DATE. SOLUTION TRIMS HISTORY POSTINGS OLDER
051100* THAN THE WINDOW, SO A MESSAGE OLDER THAN IT IS NOT EXPECTED TO
051200* HAVE ONE. A MISSING FILE OR PARAMETER LEAVES THE BUILT-IN VALUE
051300* STANDING, AND THE REPORT SAYS WHICH SOURCE THE VALUE CAME FROM.
051400*----------------------------------------------------------------*
051500 1400-GET-CONTROL-VALUES.
051600     OPEN INPUT OPS-CONTROL-FILE.
051700     IF RI-OPS-STATUS = '00'
051800         SET RI-OPS-AVAILABLE TO TRUE
051900     ELSE
052000         DISPLAY 'SOLINTEG: OPSFILE NOT AVAILABLE - STATUS '
052100             RI-OPS-STATUS
052200             ' - BUILT-IN CONTROL VALUES IN EFFECT'
052300     END-IF.
052400     MOVE 'HIST-WINDOW-DAYS' TO RI-OPS-WANTED-PARM.
052500     PERFORM 1450-FIND-CONTROL-VALUE THRU 1450-EXIT.
052600     IF RI-OPS-FOUND
052700         MOVE RI-OPS-VALUE TO RI-HISTORY-WINDOW-DAYS
052800     END-IF.
052900     MOVE RI-HISTORY-WINDOW-DAYS TO RI-CTL-VALUE.
053000     PERFORM 1480-WRITE-CONTROL-NOTE THRU 1480-EXIT.
053100     IF RI-OPS-AVAILABLE
053200         CLOSE OPS-CONTROL-FILE
053300     END-IF.
053400 1400-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800* 1450-FIND-CONTROL-VALUE - BROWSE THE PARAMETER'S RECORDS IN
053900* EFFECTIVE-DATE ORDER AND KEEP THE LATEST ONE DATED ON OR
054000* BEFORE THE PROCESS DATE
054100*----------------------------------------------------------------*
054200 1450-FIND-CONTROL-VALUE.
054300     MOVE 'N' TO RI-OPS-FOUND-SW.
054400     MOVE 'N' TO RI-OPS-DONE-SW.
054500     IF NOT RI-OPS-AVAILABLE
054600         GO TO 1450-EXIT
054700     END-IF.
054800     MOVE RI-OPS-WANTED-PARM TO OC-PARM-NAME.
054900     MOVE LOW-VALUES TO OC-EFF-DATE.
055000     START OPS-CONTROL-FILE KEY NOT < OC-KEY
055100         INVALID KEY
055200             SET RI-OPS-SCAN-DONE TO TRUE
055300     END-START.
055400     PERFORM 1460-SCAN-ONE-CONTROL THRU 1460-EXIT
055500         UNTIL RI-OPS-SCAN-DONE.
055600 1450-EXIT.
055700     EXIT.
055800
055900 1460-SCAN-ONE-CONTROL.
056000     READ OPS-CONTROL-FILE NEXT RECORD
056100         AT END
056200             SET RI-OPS-SCAN-DONE TO TRUE
056300             GO TO 1460-EXIT
056400     END-READ.
056500     IF OC-PARM-NAME NOT = RI-OPS-WANTED-PARM
056600         OR OC-EFF-DATE > RI-PROCESS-DATE
056700         SET RI-OPS-SCAN-DONE TO TRUE
056800         GO TO 1460-EXIT
056900     END-IF.
057000     MOVE OC-VALUE TO RI-OPS-VALUE.
057100     SET RI-OPS-FOUND TO TRUE.
057200 1460-EXIT.
057300     EXIT.
057400
057500 1480-WRITE-CONTROL-NOTE.
057600     MOVE RI-OPS-WANTED-PARM TO RI-CTL-PARM.
057700     IF RI-OPS-FOUND
057800         MOVE 'CONTROL FILE' TO RI-CTL-SOURCE
057900     ELSE
058000         MOVE 'BUILT-IN' TO RI-CTL-SOURCE
058100     END-IF.
058200     WRITE REPORT-LINE FROM RI-CONTROL-NOTE-LINE.
058300 1480-EXIT.
058400     EXIT.
058401
058402*----------------------------------------------------------------*
058403* 1600-SORT-ARCHIVE - READ EVERY SOLPURGE ARCHIVE GENERATION, PUT
058404* EACH ARCHIVED MESSAGE UNDER ITS SENDER'S SURVIVING ID (THE
058405* GENERATIONS STILL CARRY THE ID IT WAS ARCHIVED UNDER), AND SORT
058406* THE RESULT INTO MESSAGE KEY ORDER ON ARCSRT FOR THE MATCH. UNTIL
058407* SENDMRG RETIRES AN ID THE CROSS-REFERENCE IS EMPTY AND THE IDS
058408* ARE TAKEN AS THEY STAND. SORT WORK IS SORTWK01-03 ON THE STEP.
058409*----------------------------------------------------------------*
058410 1600-SORT-ARCHIVE.
058411     OPEN INPUT XREF-FILE.
058412     IF RI-XREF-STATUS = '00'
058413         SET RI-XREF-AVAILABLE TO TRUE
058414     ELSE
058415         DISPLAY 'SOLINTEG: SENDXRF NOT AVAILABLE - STATUS '
058416             RI-XREF-STATUS ' - ARCHIVED SENDER IDS TAKEN AS THEY'
058417             ' STAND'
058418     END-IF.
058419     OPEN INPUT ARCHIVE-IN-FILE.
058420     IF RI-ARCIN-STATUS NOT = '00'
058421         DISPLAY 'SOLINTEG: ARCFILE OPEN FAILED - STATUS '
058422             RI-ARCIN-STATUS
058423         MOVE 16 TO RETURN-CODE
058424         STOP RUN
058425     END-IF.
058426     SORT ARCHIVE-SORT-FILE
058427         ON ASCENDING KEY AS-MSG-KEY
058428         INPUT PROCEDURE IS 1620-RELEASE-ARCHIVE THRU 1620-EXIT
058429         GIVING ARCHIVE-FILE.
058430     IF SORT-RETURN NOT = ZERO
058431         DISPLAY 'SOLINTEG: ARCHIVE SORT FAILED - SORT-RETURN '
058432             SORT-RETURN
058433         MOVE 16 TO RETURN-CODE
058434         STOP RUN
058435     END-IF.
058436     CLOSE ARCHIVE-IN-FILE.
058437     IF RI-XREF-AVAILABLE
058438         CLOSE XREF-FILE
058439     END-IF.
058440 1600-EXIT.
058441     EXIT.
058442
058443 1620-RELEASE-ARCHIVE.
058444     PERFORM 1630-RELEASE-ONE-ARCHIVE THRU 1630-EXIT
058445         UNTIL RI-ARCIN-EOF.
058446 1620-EXIT.
058447     EXIT.
058448
058449 1630-RELEASE-ONE-ARCHIVE.
058450     READ ARCHIVE-IN-FILE
058451         AT END
058452             SET RI-ARCIN-EOF TO TRUE
058453             GO TO 1630-EXIT
058454     END-READ.
058455     MOVE ARCHIVE-IN-RECORD TO ARCHIVE-SORT-RECORD.
058456     MOVE AI-SENDER-ID TO RI-WORK-SENDER.
058457     PERFORM 6600-RESOLVE-SENDER THRU 6600-EXIT.
058458     MOVE RI-WORK-SENDER TO AS-SENDER-ID.
058459     RELEASE ARCHIVE-SORT-RECORD.
058460 1630-EXIT.
058461     EXIT.
058500
058600*----------------------------------------------------------------*
058700* 2000-MATCH-ONE-KEY - TAKE THE LOWEST MESSAGE KEY ON THE MESSAGE
058800* KSDS, THE HISTORY KSDS, AND THE SORTED ARCHIVE, JUDGE WHICH OF
058900* THE THREE CARRY IT, THEN ADVANCE EVERY INPUT THAT DID.
059000*   ON THE KSDS AND THE ARCHIVE        - TYPE 5
059100*   ON THE KSDS, NO HISTORY POSTING    - TYPE 3 (WITHIN THE
059200*                                        HISTORY WINDOW ONLY)
059300*   HISTORY POSTING, NOT ON THE KSDS   - TYPE 2 UNLESS SOLPURGE
059400*                                        ARCHIVED THE MESSAGE
059500* THE MESSAGE'S SENDER IS CHECKED AGAINST THE MASTER AS IT GOES.
059600*----------------------------------------------------------------*
059700 2000-MATCH-ONE-KEY.
059800     PERFORM 2050-FIND-LOW-KEY THRU 2050-EXIT.
059900     IF RI-MSG-KEY = RI-LOW-KEY
060000         PERFORM 2500-CHECK-SENDER THRU 2500-EXIT
060100         IF RI-ARCH-KEY = RI-LOW-KEY
060200             MOVE 5 TO EX-TYPE
060300             MOVE RI-LOW-SENDER TO EX-KEY-ID
060400             MOVE RI-LOW-DATE TO EX-KEY-DATE
060500             MOVE 'RESTORED OR NEVER DELETED AFTER ARCHIVING'
060600                 TO EX-DETAIL
060700             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
060800         END-IF
060900         IF RI-HIST-KEY NOT = RI-LOW-KEY
061000             PERFORM 2600-CHECK-MSG-HISTORY THRU 2600-EXIT
061100         END-IF
061200     ELSE
061300         IF RI-HIST-KEY = RI-LOW-KEY
061400             IF RI-ARCH-KEY = RI-LOW-KEY
061500                 ADD 1 TO RI-HIST-ARCHIVED
061600             ELSE
061700                 MOVE 2 TO EX-TYPE
061800                 MOVE RI-LOW-SENDER TO EX-KEY-ID
061900                 MOVE RI-LOW-DATE TO EX-KEY-DATE
062000                 MOVE 'NOT ON THE MESSAGE KSDS OR ANY ARCHIVE'
062100                     TO EX-DETAIL
062200                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
062300             END-IF
062400         END-IF
062500     END-IF.
062600     IF RI-MSG-KEY = RI-LOW-KEY
062700         PERFORM 2100-READ-MESSAGE THRU 2100-EXIT
062800     END-IF.
062900     IF RI-HIST-KEY = RI-LOW-KEY
063000         PERFORM 2200-READ-HISTORY THRU 2200-EXIT
063100     END-IF.
063200     IF RI-ARCH-KEY = RI-LOW-KEY
063300         PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT
063400     END-IF.
063500 2000-EXIT.
063600     EXIT.
063700
063800 2050-FIND-LOW-KEY.
063900     MOVE RI-MSG-KEY TO RI-LOW-KEY.
064000     IF RI-HIST-KEY < RI-LOW-KEY
064100         MOVE RI-HIST-KEY TO RI-LOW-KEY
064200     END-IF.
064300     IF RI-ARCH-KEY < RI-LOW-KEY
064400         MOVE RI-ARCH-KEY TO RI-LOW-KEY
064500     END-IF.
064600 2050-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------*
065000* 2100-READ-MESSAGE - NEXT MESSAGE, SKIPPING ANY FEED CONTROL
065100* RECORD LEFT ON THE CLUSTER
065200*----------------------------------------------------------------*
065300 2100-READ-MESSAGE.
065400     READ MESSAGE-FILE NEXT RECORD
065500         AT END
065600             MOVE HIGH-VALUES TO RI-MSG-KEY
065700             GO TO 2100-EXIT
065800     END-READ.
065900     IF CM-HEADER-RECORD OR CM-TRAILER-RECORD
066000         ADD 1 TO RI-CONTROL-RECORDS
066100         GO TO 2100-READ-MESSAGE
066200     END-IF.
066300     ADD 1 TO RI-MSGS-READ.
066400     MOVE CM-MSG-KEY TO RI-MSG-KEY.
066500 2100-EXIT.
066600     EXIT.
066700
066800 2200-READ-HISTORY.
066900     READ HISTORY-FILE NEXT RECORD
067000         AT END
067100             MOVE HIGH-VALUES TO RI-HIST-KEY
067200             GO TO 2200-EXIT
067300     END-READ.
067400     ADD 1 TO RI-HIST-READ.
067500     MOVE HS-MSG-KEY TO RI-HIST-KEY.
067600 2200-EXIT.
067700     EXIT.
067800
067900*----------------------------------------------------------------*
068000* 2300-READ-ARCHIVE - NEXT ARCHIVED KEY. A MESSAGE ARCHIVED,
068100* RESTORED, AND ARCHIVED AGAIN IS ON TWO GENERATIONS; THE SORTED
068200* COPY CARRIES IT TWICE AND THE REPEAT IS SKIPPED. KEYS CARRY THE
068250* SURVIVING SENDER ID (SEE 1600-SORT-ARCHIVE).
068300*----------------------------------------------------------------*
068400 2300-READ-ARCHIVE.
068500     READ ARCHIVE-FILE
068600         AT END
068700             MOVE HIGH-VALUES TO RI-ARCH-KEY
068800             GO TO 2300-EXIT
068900     END-READ.
069000     ADD 1 TO RI-ARCHIVE-READ.
069100     IF AR-MSG-KEY = RI-LAST-ARCH-KEY
069200         ADD 1 TO RI-ARCHIVE-DUPLICATES
069300         GO TO 2300-READ-ARCHIVE
069400     END-IF.
069500     MOVE AR-MSG-KEY TO RI-ARCH-KEY.
069600     MOVE AR-MSG-KEY TO RI-LAST-ARCH-KEY.
069700 2300-EXIT.
069800     EXIT.
069900
070000 2400-READ-SENDER.
070100     READ SENDER-FILE NEXT RECORD
070200         AT END
070300             MOVE HIGH-VALUES TO RI-SENDER-KEY
070400             GO TO 2400-EXIT
070500     END-READ.
070600     ADD 1 TO RI-SENDERS-READ.
070700     MOVE SM-SENDER-ID TO RI-SENDER-KEY.
070800 2400-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------------*
071200* 2500-CHECK-SENDER - ON THE FIRST MESSAGE OF A NEW SENDER, CLOSE
071300* OUT THE PREVIOUS SENDER AND BRING THE SENDER MASTER UP TO THIS
071400* ONE. A SENDER SOLUTION WOULD REJECT WITH REASON 03 OR 04 (NOT
071500* ON THE MASTER, INACTIVE, NOT YET EFFECTIVE, OR EXPIRED) IS
071600* FLAGGED, AND ITS MESSAGES ARE COUNTED FOR ONE TYPE 1 LINE.
071700*----------------------------------------------------------------*
071800 2500-CHECK-SENDER.
071900     IF RI-MSG-SENDER = RI-GRP-SENDER
072000         GO TO 2500-COUNT
072100     END-IF.
072200     PERFORM 2550-CLOSE-SENDER-GROUP THRU 2550-EXIT.
072300     MOVE RI-MSG-SENDER TO RI-GRP-SENDER.
072400     MOVE 'N' TO RI-GRP-FLAG-SW.
072500     MOVE SPACES TO RI-GRP-REASON.
072600     MOVE ZERO TO RI-GRP-MESSAGES.
072700     MOVE SPACES TO RI-GRP-FIRST-DATE.
072800     MOVE SPACES TO RI-GRP-LAST-DATE.
072900     PERFORM 2400-READ-SENDER THRU 2400-EXIT
073000         UNTIL RI-SENDER-KEY NOT < RI-MSG-SENDER.
073100     IF RI-SENDER-KEY NOT = RI-MSG-SENDER
073200         SET RI-GRP-FLAGGED TO TRUE
073300         MOVE 'NOT ON THE SENDER MASTER' TO RI-GRP-REASON
073400         GO TO 2500-COUNT
073500     END-IF.
073600     IF NOT SM-ACTIVE
073700         SET RI-GRP-FLAGGED TO TRUE
073800         MOVE 'INACTIVE ON THE SENDER MASTER' TO RI-GRP-REASON
073900         GO TO 2500-COUNT
074000     END-IF.
074100     IF SM-EFF-END-DATE NOT = SPACES
074200         AND RI-PROCESS-DATE > SM-EFF-END-DATE
074300         SET RI-GRP-FLAGGED TO TRUE
074400         STRING 'EXPIRED ' SM-EFF-END-DATE
074500             DELIMITED BY SIZE INTO RI-GRP-REASON
074600         GO TO 2500-COUNT
074700     END-IF.
074800     IF RI-PROCESS-DATE < SM-EFF-START-DATE
074900         SET RI-GRP-FLAGGED TO TRUE
075000         STRING 'NOT EFFECTIVE UNTIL ' SM-EFF-START-DATE
075100             DELIMITED BY SIZE INTO RI-GRP-REASON
075200     END-IF.
075300 2500-COUNT.
075400     IF RI-GRP-FLAGGED
075500         ADD 1 TO RI-GRP-MESSAGES
075600         IF RI-GRP-FIRST-DATE = SPACES
075700             MOVE RI-MSG-DATE TO RI-GRP-FIRST-DATE
075800         END-IF
075900         MOVE RI-MSG-DATE TO RI-GRP-LAST-DATE
076000     END-IF.
076100 2500-EXIT.
076200     EXIT.
076300
076400 2550-CLOSE-SENDER-GROUP.
076500     IF NOT RI-GRP-FLAGGED
076600         GO TO 2550-EXIT
076700     END-IF.
076800     MOVE 1 TO EX-TYPE.
076900     MOVE RI-GRP-SENDER TO EX-KEY-ID.
077000     MOVE SPACES TO EX-KEY-DATE.
077100     MOVE SPACES TO EX-DETAIL.
077200     MOVE RI-GRP-MESSAGES TO RI-EDIT-COUNT.
077300     STRING RI-GRP-REASON ' ' RI-EDIT-COUNT
077400         ' MESSAGES, RUN DATES '
077500         RI-GRP-FIRST-DATE '-' RI-GRP-LAST-DATE
077600         DELIMITED BY SIZE INTO EX-DETAIL.
077700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
077800     MOVE 'N' TO RI-GRP-FLAG-SW.
077900 2550-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------*
078300* 2600-CHECK-MSG-HISTORY - A MESSAGE WITH NO HISTORY POSTING. NOT
078400* AN EXCEPTION WHEN THE RUN DATE IS TODAY OR LATER (NOT YET
078500* PROCESSED), OLDER THAN THE HISTORY WINDOW (POSTING TRIMMED), OR
078600* THE SENDER IS ALREADY FLAGGED ABOVE (EVERY RUN REJECTS IT).
078700*----------------------------------------------------------------*
078800 2600-CHECK-MSG-HISTORY.
078900     IF RI-GRP-FLAGGED
079000         GO TO 2600-EXIT
079100     END-IF.
079200     IF RI-MSG-DATE NOT < RI-PROCESS-DATE
079300         GO TO 2600-EXIT
079400     END-IF.
079500     IF RI-MSG-DATE NOT NUMERIC
079600         GO TO 2600-REPORT
079700     END-IF.
079800     MOVE RI-MSG-DATE TO RI-DC-DATE.
079900     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
080000     IF RI-DC-SERIAL NOT = ZERO
080100         AND RI-DC-SERIAL < RI-DC-CUTOFF-SERIAL
080200         ADD 1 TO RI-MSGS-OUTSIDE-WINDOW
080300         GO TO 2600-EXIT
080400     END-IF.
080500 2600-REPORT.
080600     MOVE 3 TO EX-TYPE.
080700     MOVE RI-MSG-SENDER TO EX-KEY-ID.
080800     MOVE RI-MSG-DATE TO EX-KEY-DATE.
080900     MOVE 'NEVER PROCESSED CLEANLY - SEE THE REJECT LISTINGS'
081000         TO EX-DETAIL.
081100     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
081200 2600-EXIT.
081300     EXIT.
081400
081500*----------------------------------------------------------------*
081600* 3000-MATCH-RUN-IDS - THE HISTORY POSTINGS (SORTED BY RUN ID)
081700* AGAINST THE RUN IDS ON THE AUDIT TRAIL (SORTED, ONE PER RUN).
081800* EVERY RUN ID A POSTING CARRIES MUST HAVE AN AUDIT LINE; ONE
081900* TYPE 4 LINE PER MISSING RUN ID, WITH ITS POSTING COUNT AND
082000* FIRST AND LAST KEYS. POSTINGS MADE BEFORE HISTORY CARRIED A RUN
082100* ID HAVE A BLANK ONE AND ARE ONLY COUNTED.
082200*----------------------------------------------------------------*
082300 3000-MATCH-RUN-IDS.
082400     MOVE SPACES TO RI-RUN-ID.
082500     MOVE ZERO TO RI-RUN-POSTINGS.
082600     PERFORM 3300-READ-AUDIT-RUN THRU 3300-EXIT.
082700     PERFORM 3100-READ-ONE-POSTING THRU 3100-EXIT
082800         UNTIL RI-POSTING-EOF.
082900     PERFORM 3200-CLOSE-RUN-GROUP THRU 3200-EXIT.
083000 3000-EXIT.
083100     EXIT.
083200
083300 3100-READ-ONE-POSTING.
083400     READ POSTING-FILE
083500         AT END
083600             SET RI-POSTING-EOF TO TRUE
083700             GO TO 3100-EXIT
083800     END-READ.
083900     ADD 1 TO RI-POSTINGS-READ.
084000     IF HP-RUN-ID = SPACES
084100         ADD 1 TO RI-POSTINGS-NO-RUN-ID
084200         GO TO 3100-EXIT
084300     END-IF.
084400     IF HP-RUN-ID NOT = RI-RUN-ID
084500         PERFORM 3200-CLOSE-RUN-GROUP THRU 3200-EXIT
084600         MOVE HP-RUN-ID TO RI-RUN-ID
084700         MOVE ZERO TO RI-RUN-POSTINGS
084800         MOVE HP-MSG-KEY TO RI-RUN-FIRST-KEY
084900     END-IF.
085000     ADD 1 TO RI-RUN-POSTINGS.
085100     MOVE HP-MSG-KEY TO RI-RUN-LAST-KEY.
085200 3100-EXIT.
085300     EXIT.
085400
085500 3200-CLOSE-RUN-GROUP.
085600     IF RI-RUN-POSTINGS = ZERO
085700         GO TO 3200-EXIT
085800     END-IF.
085900     PERFORM 3300-READ-AUDIT-RUN THRU 3300-EXIT
086000         UNTIL RI-AUDRUN-KEY NOT < RI-RUN-ID.
086100     IF RI-AUDRUN-KEY = RI-RUN-ID
086200         GO TO 3200-EXIT
086300     END-IF.
086400     MOVE 4 TO EX-TYPE.
086500     MOVE RI-RUN-ID TO EX-KEY-ID.
086600     MOVE SPACES TO EX-KEY-DATE.
086700     MOVE SPACES TO EX-DETAIL.
086800     MOVE RI-RUN-POSTINGS TO RI-EDIT-COUNT.
086900     STRING RI-EDIT-COUNT ' POSTINGS, FIRST ' RI-RUN-FIRST-KEY
087000         ' LAST ' RI-RUN-LAST-KEY
087100         DELIMITED BY SIZE INTO EX-DETAIL.
087200     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
087300 3200-EXIT.
087400     EXIT.
087500
087600 3300-READ-AUDIT-RUN.
087700     IF RI-AUDRUN-EOF
087800         GO TO 3300-EXIT
087900     END-IF.
088000     READ AUDIT-RUN-FILE
088100         AT END
088200             SET RI-AUDRUN-EOF TO TRUE
088300             MOVE HIGH-VALUES TO RI-AUDRUN-KEY
088400             GO TO 3300-EXIT
088500     END-READ.
088600     ADD 1 TO RI-AUDIT-RUNS-READ.
088700     MOVE AD-RUN-ID TO RI-AUDRUN-KEY.
088800 3300-EXIT.
088900     EXIT.
089000
089100*----------------------------------------------------------------*
089200* 4000-WRITE-EXCEPTIONS - PRINT THE EXCEPTIONS GROUPED BY TYPE:
089300* ONE PASS OF THE WORK FILE PER TYPE, IN KEY ORDER WITHIN TYPE,
089400* WITH THE TYPE'S COUNT AT THE FOOT
089500*----------------------------------------------------------------*
089600 4000-WRITE-EXCEPTIONS.
089700     PERFORM 4100-WRITE-ONE-TYPE THRU 4100-EXIT
089800         VARYING RI-TYPE-IDX FROM 1 BY 1
089900         UNTIL RI-TYPE-IDX > 5.
090000 4000-EXIT.
090100     EXIT.
090200
090300 4100-WRITE-ONE-TYPE.
090400     MOVE SPACES TO REPORT-LINE.
090500     WRITE REPORT-LINE.
090600     MOVE RI-TYPE-IDX TO RI-TH-TYPE.
090700     MOVE RI-EXC-DESC(RI-TYPE-IDX) TO RI-TH-DESC.
090800     WRITE REPORT-LINE FROM RI-TYPE-HEADING-LINE.
090900     IF RI-EXC-COUNT(RI-TYPE-IDX) = ZERO
091000         WRITE REPORT-LINE FROM RI-NONE-LINE
091100         GO TO 4100-EXIT
091200     END-IF.
091300     MOVE RI-EXC-KEY-LABEL(RI-TYPE-IDX) TO RI-KH-LABEL.
091400     WRITE REPORT-LINE FROM RI-KEY-HEADING-LINE.
091500     MOVE RI-TYPE-IDX TO RI-WANTED-TYPE.
091600     OPEN INPUT EXCEPTION-FILE.
091700     IF RI-EXCEPTION-STATUS NOT = '00'
091800         DISPLAY 'SOLINTEG: EXCWORK REOPEN FAILED - STATUS '
091900             RI-EXCEPTION-STATUS
092000         SET RI-FILE-ERROR TO TRUE
092100         GO TO 4100-EXIT
092200     END-IF.
092300     MOVE 'N' TO RI-EXCEPTION-EOF-SW.
092400     PERFORM 4110-PRINT-ONE-EXCEPTION THRU 4110-EXIT
092500         UNTIL RI-EXCEPTION-EOF.
092600     CLOSE EXCEPTION-FILE.
092700     MOVE 'EXCEPTIONS OF THIS TYPE:' TO RI-CNT-LABEL.
092800     MOVE RI-EXC-COUNT(RI-TYPE-IDX) TO RI-CNT-VALUE.
092900     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
093000 4100-EXIT.
093100     EXIT.
093200
093300 4110-PRINT-ONE-EXCEPTION.
093400     READ EXCEPTION-FILE
093500         AT END
093600             SET RI-EXCEPTION-EOF TO TRUE
093700             GO TO 4110-EXIT
093800     END-READ.
093900     IF EX-TYPE NOT = RI-WANTED-TYPE
094000         GO TO 4110-EXIT
094100     END-IF.
094200     MOVE EX-KEY-ID TO RI-XL-KEY-ID.
094300     MOVE EX-KEY-DATE TO RI-XL-KEY-DATE.
094400     MOVE EX-DETAIL TO RI-XL-DETAIL.
094500     WRITE REPORT-LINE FROM RI-EXCEPTION-LINE.
094600 4110-EXIT.
094700     EXIT.
094800
094900*----------------------------------------------------------------*
095000* 5000-QUARTERLY-SUMMARY - APPEND THIS RUN TO THE INTEGRITY AUDIT
095100* HISTORY, THEN PRINT EVERY RUN OF THE QUARTER BEING SUMMARIZED
095200* WITH ITS EXCEPTION COUNTS, THE QUARTER'S TOTALS, AND THE
095300* SIGN-OFF BLOCK. THE HISTORY IS READ BEFORE THIS RUN'S RECORD IS
095400* ADDED, SO A MISSING HISTORY (FIRST RUN) IS NOT AN ERROR.
095500*----------------------------------------------------------------*
095600 5000-QUARTERLY-SUMMARY.
095700     COMPUTE RI-THIS-QTR-N = ((RI-CURRENT-MM - 1) / 3) + 1.
095800     MOVE RI-CURRENT-YYYY TO RI-THIS-QTR-YYYY.
095900     MOVE RI-THIS-QTR-YYYY TO RI-SUM-QTR-YYYY.
096000     MOVE RI-THIS-QTR-N TO RI-SUM-QTR-N.
096100     IF RI-PRIOR-QUARTER
096200         IF RI-THIS-QTR-N = 1
096300             COMPUTE RI-SUM-QTR-YYYY = RI-THIS-QTR-YYYY - 1
096400             MOVE 4 TO RI-SUM-QTR-N
096500         ELSE
096600             COMPUTE RI-SUM-QTR-N = RI-THIS-QTR-N - 1
096700         END-IF
096800     END-IF.
096900     PERFORM 5100-LOAD-QUARTER THRU 5100-EXIT.
097000     PERFORM 5200-APPEND-THIS-RUN THRU 5200-EXIT.
097100     PERFORM 5300-PRINT-QUARTER THRU 5300-EXIT.
097200 5000-EXIT.
097300     EXIT.
097400
097500 5100-LOAD-QUARTER.
097600     OPEN INPUT SUMMARY-FILE.
097700     IF RI-SUMMARY-STATUS NOT = '00'
097800         IF RI-SUMMARY-STATUS = '05'
097900             CLOSE SUMMARY-FILE
098000         END-IF
098100         DISPLAY 'SOLINTEG: INTGHIST NOT AVAILABLE - STATUS '
098200             RI-SUMMARY-STATUS ' - NO EARLIER RUNS SUMMARIZED'
098300         GO TO 5100-EXIT
098400     END-IF.
098500     MOVE 'N' TO RI-SUMMARY-EOF-SW.
098600     PERFORM 5110-LOAD-ONE-RUN THRU 5110-EXIT
098700         UNTIL RI-SUMMARY-EOF.
098800     CLOSE SUMMARY-FILE.
098900 5100-EXIT.
099000     EXIT.
099100
099200 5110-LOAD-ONE-RUN.
099300     READ SUMMARY-FILE
099400         AT END
099500             SET RI-SUMMARY-EOF TO TRUE
099600             GO TO 5110-EXIT
099700     END-READ.
099800     IF IS-QUARTER NOT = RI-SUMMARY-QUARTER
099900         GO TO 5110-EXIT
100000     END-IF.
100100     IF RI-QTR-COUNT >= RI-QTR-MAX
100200         ADD 1 TO RI-QTR-OVERFLOW
100300         GO TO 5110-EXIT
100400     END-IF.
100500     ADD 1 TO RI-QTR-COUNT.
100600     MOVE IS-RUN-DATE TO RI-QTR-RUN-DATE(RI-QTR-COUNT).
100700     PERFORM 5120-LOAD-ONE-COUNT THRU 5120-EXIT
100800         VARYING RI-TYPE-IDX FROM 1 BY 1
100900         UNTIL RI-TYPE-IDX > 5.
101000 5110-EXIT.
101100     EXIT.
101200
101300 5120-LOAD-ONE-COUNT.
101400     MOVE IS-EXC-COUNT(RI-TYPE-IDX)
101500         TO RI-QTR-EXC(RI-QTR-COUNT, RI-TYPE-IDX).
101600 5120-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------------*
102000* 5200-APPEND-THIS-RUN - ADD THIS RUN'S RECORD TO THE HISTORY AND,
102100* WHEN THE CURRENT QUARTER IS THE ONE SUMMARIZED, TO THE TABLE
102200*----------------------------------------------------------------*
102300 5200-APPEND-THIS-RUN.
102400     MOVE SPACES TO INTGSUM-RECORD.
102500     MOVE RI-PROCESS-DATE TO IS-RUN-DATE.
102600     MOVE RI-THIS-QUARTER TO IS-QUARTER.
102700     MOVE RI-MSGS-READ TO IS-MSGS-MATCHED.
102800     MOVE RI-HIST-READ TO IS-HIST-MATCHED.
102900     PERFORM 5210-STORE-ONE-COUNT THRU 5210-EXIT
103000         VARYING RI-TYPE-IDX FROM 1 BY 1
103100         UNTIL RI-TYPE-IDX > 5.
103200     MOVE RETURN-CODE TO IS-RETURN-CODE.
103300     OPEN EXTEND SUMMARY-FILE.
103400     IF RI-SUMMARY-STATUS NOT = '00'
103500         DISPLAY 'SOLINTEG: INTGHIST OPEN FAILED - STATUS '
103600             RI-SUMMARY-STATUS
103700         SET RI-FILE-ERROR TO TRUE
103800         MOVE 16 TO RETURN-CODE
103900     ELSE
104000         WRITE INTGSUM-RECORD
104100         CLOSE SUMMARY-FILE
104200     END-IF.
104300     IF RI-PRIOR-QUARTER
104400         GO TO 5200-EXIT
104500     END-IF.
104600     IF RI-QTR-COUNT >= RI-QTR-MAX
104700         ADD 1 TO RI-QTR-OVERFLOW
104800         GO TO 5200-EXIT
104900     END-IF.
105000     ADD 1 TO RI-QTR-COUNT.
105100     MOVE RI-PROCESS-DATE TO RI-QTR-RUN-DATE(RI-QTR-COUNT).
105200     PERFORM 5220-TABLE-ONE-COUNT THRU 5220-EXIT
105300         VARYING RI-TYPE-IDX FROM 1 BY 1
105400         UNTIL RI-TYPE-IDX > 5.
105500 5200-EXIT.
105600     EXIT.
105700
105800 5210-STORE-ONE-COUNT.
105900     MOVE RI-EXC-COUNT(RI-TYPE-IDX) TO IS-EXC-COUNT(RI-TYPE-IDX).
106000 5210-EXIT.
106100     EXIT.
106200
106300 5220-TABLE-ONE-COUNT.
106400     MOVE RI-EXC-COUNT(RI-TYPE-IDX)
106500         TO RI-QTR-EXC(RI-QTR-COUNT, RI-TYPE-IDX).
106600 5220-EXIT.
106700     EXIT.
106800
106900*----------------------------------------------------------------*
107000* 5300-PRINT-QUARTER - ONE LINE PER WEEKLY RUN, THE QUARTER'S
107100* TOTALS, AND THE AUDITORS' SIGN-OFF BLOCK
107200*----------------------------------------------------------------*
107300 5300-PRINT-QUARTER.
107400     MOVE SPACES TO REPORT-LINE.
107500     WRITE REPORT-LINE.
107600     MOVE SPACES TO RI-SECTION-TEXT.
107700     STRING 'QUARTERLY INTEGRITY SUMMARY FOR SIGN-OFF - QUARTER '
107800         RI-SUMMARY-QUARTER
107900         DELIMITED BY SIZE INTO RI-SECTION-TEXT.
108000     WRITE REPORT-LINE FROM RI-SECTION-LINE.
108100     WRITE REPORT-LINE FROM RI-QTR-HEADING-LINE.
108200     PERFORM 5310-PRINT-ONE-RUN THRU 5310-EXIT
108300         VARYING RI-QTR-IDX FROM 1 BY 1
108400         UNTIL RI-QTR-IDX > RI-QTR-COUNT.
108500     MOVE SPACES TO RI-QTR-LINE.
108600     MOVE 'QUARTER' TO RI-QL-RUN-DATE.
108700     PERFORM 5330-EDIT-ONE-TOTAL THRU 5330-EXIT
108800         VARYING RI-TYPE-IDX FROM 1 BY 1
108900         UNTIL RI-TYPE-IDX > 5.
109000     MOVE RI-QTR-GRAND-TOTAL TO RI-QL-COUNT(6).
109100     WRITE REPORT-LINE FROM RI-QTR-LINE.
109200     MOVE 'WEEKLY RUNS IN THE QUARTER:' TO RI-CNT-LABEL.
109300     MOVE RI-QTR-COUNT TO RI-CNT-VALUE.
109400     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
109500     IF RI-QTR-OVERFLOW > ZERO
109600         MOVE 'RUNS NOT LISTED (TABLE FULL):' TO RI-CNT-LABEL
109700         MOVE RI-QTR-OVERFLOW TO RI-CNT-VALUE
109800         WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE
109900     END-IF.
110000     MOVE SPACES TO REPORT-LINE.
110100     WRITE REPORT-LINE.
110200     MOVE 'REVIEWED BY: ____________________   DATE: ________'
110300         TO RI-SECTION-TEXT.
110400     WRITE REPORT-LINE FROM RI-SECTION-LINE.
110500     MOVE SPACES TO REPORT-LINE.
110600     WRITE REPORT-LINE.
110700     MOVE 'APPROVED BY: ____________________   DATE: ________'
110800         TO RI-SECTION-TEXT.
110900     WRITE REPORT-LINE FROM RI-SECTION-LINE.
111000 5300-EXIT.
111100     EXIT.
111200
111300 5310-PRINT-ONE-RUN.
111400     MOVE SPACES TO RI-QTR-LINE.
111500     MOVE RI-QTR-RUN-DATE(RI-QTR-IDX) TO RI-QL-RUN-DATE.
111600     MOVE ZERO TO RI-QTR-ROW-TOTAL.
111700     PERFORM 5320-EDIT-ONE-COUNT THRU 5320-EXIT
111800         VARYING RI-TYPE-IDX FROM 1 BY 1
111900         UNTIL RI-TYPE-IDX > 5.
112000     MOVE RI-QTR-ROW-TOTAL TO RI-QL-COUNT(6).
112100     ADD RI-QTR-ROW-TOTAL TO RI-QTR-GRAND-TOTAL.
112200     WRITE REPORT-LINE FROM RI-QTR-LINE.
112300 5310-EXIT.
112400     EXIT.
112500
112600 5320-EDIT-ONE-COUNT.
112700     MOVE RI-QTR-EXC(RI-QTR-IDX, RI-TYPE-IDX)
112800         TO RI-QL-COUNT(RI-TYPE-IDX).
112900     ADD RI-QTR-EXC(RI-QTR-IDX, RI-TYPE-IDX) TO RI-QTR-ROW-TOTAL.
113000     ADD RI-QTR-EXC(RI-QTR-IDX, RI-TYPE-IDX)
113100         TO RI-QTR-TOTAL(RI-TYPE-IDX).
113200 5320-EXIT.
113300     EXIT.
113400
113500 5330-EDIT-ONE-TOTAL.
113600     MOVE RI-QTR-TOTAL(RI-TYPE-IDX) TO RI-QL-COUNT(RI-TYPE-IDX).
113700 5330-EXIT.
113800     EXIT.
113900
113910*----------------------------------------------------------------*
113920* 6600-RESOLVE-SENDER - REPLACE RI-WORK-SENDER WITH ITS SURVIVING
113930* ID, FOLLOWING THE CROSS-REFERENCE UNTIL THE ID IS NOT RETIRED
113940* ANY FURTHER
113950*----------------------------------------------------------------*
113951 6600-RESOLVE-SENDER.
113952     IF RI-WORK-SENDER = RI-LAST-RESOLVE-ID
113953         MOVE RI-LAST-SURVIVOR-ID TO RI-SURVIVOR-ID
113954         GO TO 6600-APPLY
113955     END-IF.
113956     MOVE RI-WORK-SENDER TO RI-RESOLVE-ID.
113957     MOVE RI-WORK-SENDER TO RI-SURVIVOR-ID.
113958     IF RI-WORK-SENDER = SPACES OR NOT RI-XREF-AVAILABLE
113959         GO TO 6600-APPLY
113960     END-IF.
113961     MOVE 'N' TO RI-RESOLVE-END-SW.
113962     PERFORM 6610-FOLLOW-ONE-LINK THRU 6610-EXIT
113963         VARYING RI-RESOLVE-HOPS FROM 1 BY 1
113964         UNTIL RI-RESOLVE-END
113965             OR RI-RESOLVE-HOPS > RI-RESOLVE-MAX-HOPS.
113966     MOVE RI-RESOLVE-ID TO RI-LAST-RESOLVE-ID.
113967     MOVE RI-SURVIVOR-ID TO RI-LAST-SURVIVOR-ID.
113968 6600-APPLY.
113969     IF RI-SURVIVOR-ID NOT = RI-WORK-SENDER
113970         ADD 1 TO RI-ARCHIVE-RESOLVED
113971         MOVE RI-SURVIVOR-ID TO RI-WORK-SENDER
113972     END-IF.
113973 6600-EXIT.
113974     EXIT.
113975
113976 6610-FOLLOW-ONE-LINK.
113977     MOVE RI-SURVIVOR-ID TO SX-OLD-SENDER-ID.
113978     READ XREF-FILE
113979         INVALID KEY
113980             SET RI-RESOLVE-END TO TRUE
113981         NOT INVALID KEY
113982             MOVE SX-NEW-SENDER-ID TO RI-SURVIVOR-ID
113983     END-READ.
113984 6610-EXIT.
113985     EXIT.
113986
114000*----------------------------------------------------------------*
114100* 7000-WRITE-EXCEPTION - COUNT ONE EXCEPTION AND PARK IT ON THE
114200* WORK FILE FOR THE GROUPED PRINT
114300*----------------------------------------------------------------*
114400 7000-WRITE-EXCEPTION.
114500     ADD 1 TO RI-EXC-COUNT(EX-TYPE).
114600     ADD 1 TO RI-EXCEPTIONS-TOTAL.
114700     WRITE EXCEPTION-RECORD.
114800     IF RI-EXCEPTION-STATUS NOT = '00'
114900         DISPLAY 'SOLINTEG: EXCWORK WRITE FAILED - STATUS '
115000             RI-EXCEPTION-STATUS
115100         SET RI-FILE-ERROR TO TRUE
115200     END-IF.
115300 7000-EXIT.
115400     EXIT.
115500
115600*----------------------------------------------------------------*
115700* 8100-WRITE-REPORT-TRAILER - VOLUMES MATCHED AND THE ITEMS
115800* EXCUSED FROM THE CHECKS, SO THE AUDITORS SEE THE WHOLE FILE
115900*----------------------------------------------------------------*
116000 8100-WRITE-REPORT-TRAILER.
116100     MOVE SPACES TO REPORT-LINE.
116200     WRITE REPORT-LINE.
116300     MOVE 'MESSAGES MATCHED:' TO RI-CNT-LABEL.
116400     MOVE RI-MSGS-READ TO RI-CNT-VALUE.
116500     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
116600     MOVE 'HISTORY POSTINGS MATCHED:' TO RI-CNT-LABEL.
116700     MOVE RI-HIST-READ TO RI-CNT-VALUE.
116800     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
116900     MOVE 'SENDER MASTER RECORDS READ:' TO RI-CNT-LABEL.
117000     MOVE RI-SENDERS-READ TO RI-CNT-VALUE.
117100     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
117200     MOVE 'ARCHIVE RECORDS READ:' TO RI-CNT-LABEL.
117300     MOVE RI-ARCHIVE-READ TO RI-CNT-VALUE.
117400     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
117500     MOVE 'ARCHIVED MORE THAN ONCE:' TO RI-CNT-LABEL.
117600     MOVE RI-ARCHIVE-DUPLICATES TO RI-CNT-VALUE.
117700     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
117710     MOVE 'ARCHIVED UNDER A RETIRED ID:' TO RI-CNT-LABEL.
117720     MOVE RI-ARCHIVE-RESOLVED TO RI-CNT-VALUE.
117730     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
117800     MOVE 'HISTORY FOR ARCHIVED MESSAGES:' TO RI-CNT-LABEL.
117900     MOVE RI-HIST-ARCHIVED TO RI-CNT-VALUE.
118000     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
118100     MOVE 'MESSAGES OLDER THAN HIST WINDOW:' TO RI-CNT-LABEL.
118200     MOVE RI-MSGS-OUTSIDE-WINDOW TO RI-CNT-VALUE.
118300     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
118400     MOVE 'FEED CONTROL RECORDS SKIPPED:' TO RI-CNT-LABEL.
118500     MOVE RI-CONTROL-RECORDS TO RI-CNT-VALUE.
118600     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
118700     MOVE 'AUDIT TRAIL RUN IDS:' TO RI-CNT-LABEL.
118800     MOVE RI-AUDIT-RUNS-READ TO RI-CNT-VALUE.
118900     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
119000     MOVE 'POSTINGS WITH NO RUN ID:' TO RI-CNT-LABEL.
119100     MOVE RI-POSTINGS-NO-RUN-ID TO RI-CNT-VALUE.
119200     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
119300     MOVE 'TOTAL EXCEPTIONS:' TO RI-CNT-LABEL.
119400     MOVE RI-EXCEPTIONS-TOTAL TO RI-CNT-VALUE.
119500     WRITE REPORT-LINE FROM RI-REPORT-COUNT-LINE.
119600 8100-EXIT.
119700     EXIT.
119800
119900*----------------------------------------------------------------*
120000* 8200-SET-RETURN-CODE - RC 4 WHEN ANY EXCEPTION WAS FOUND SO
120100* THE WEEKLY RESULT IS NOTICED; RC 16 ON A FILE ERROR
120200*----------------------------------------------------------------*
120300 8200-SET-RETURN-CODE.
120400     IF RI-FILE-ERROR
120500         MOVE 16 TO RETURN-CODE
120600     ELSE
120700         IF RI-EXCEPTIONS-TOTAL > 0
120800             MOVE 4 TO RETURN-CODE
120900         ELSE
121000             MOVE 0 TO RETURN-CODE
121100         END-IF
121200     END-IF.
121300 8200-EXIT.
121400     EXIT.
121500
121600*----------------------------------------------------------------*
121700* 9100-DATE-TO-SERIAL - CONVERT RI-DC-DATE (YYYYMMDD) TO A DAY
121800* SERIAL FOR DATE ARITHMETIC. JANUARY AND FEBRUARY TAKE THE
121900* PRIOR YEAR'S LEAP COUNT SO THE LEAP DAY LANDS BETWEEN
122000* FEBRUARY 28 AND MARCH 1. AN IMPOSSIBLE MONTH YIELDS SERIAL
122100* ZERO SO THE CALLER CAN SIDELINE THE RECORD.
122200*----------------------------------------------------------------*
122300 9100-DATE-TO-SERIAL.
122400     IF RI-DC-MM < 1 OR RI-DC-MM > 12
122500         MOVE ZERO TO RI-DC-SERIAL
122600         GO TO 9100-EXIT
122700     END-IF.
122800     IF RI-DC-MM > 2
122900         MOVE RI-DC-YYYY TO RI-DC-YEARS
123000     ELSE
123100         COMPUTE RI-DC-YEARS = RI-DC-YYYY - 1
123200     END-IF.
123300     DIVIDE RI-DC-YEARS BY 4 GIVING RI-DC-LEAP4.
123400     DIVIDE RI-DC-YEARS BY 100 GIVING RI-DC-LEAP100.
123500     DIVIDE RI-DC-YEARS BY 400 GIVING RI-DC-LEAP400.
123600     COMPUTE RI-DC-SERIAL =
123700         (365 * RI-DC-YYYY) + RI-DC-LEAP4
123800         - RI-DC-LEAP100 + RI-DC-LEAP400
123900         + RI-MONTH-DAYS(RI-DC-MM) + RI-DC-DD.
124000 9100-EXIT.
124100     EXIT.

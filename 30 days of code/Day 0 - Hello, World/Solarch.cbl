001900*                    RERUN CAN REPROCESS THEM. RESTORE COUNTS
002000*                    PRINT ON THE CONTROL REPORT SO THE RECON
002100*                    DOES NOT FLAG THEM AS UNEXPLAINED.
002110*  10/15/2026  RTH   FOLLOW THE SENDER CROSS-REFERENCE (SENDXRF)
002120*                    WRITTEN BY SENDMRG. A CARD FOR EITHER A
002130*                    RETIRED OR A SURVIVING ID SELECTS THE
002140*                    ARCHIVED RECORDS OF BOTH, SINCE OLDER
002150*                    GENERATIONS STILL CARRY THE OLD ID. RESTORES
002160*                    GO BACK UNDER THE SURVIVING ID AND THE REPORT
002170*                    SHOWS IT.
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004000         RECORD KEY IS CM-MSG-KEY
004100         FILE STATUS IS SR-MSG-STATUS.
004200
004210     SELECT XREF-FILE
004220         ASSIGN TO SENDXRF
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS RANDOM
004250         RECORD KEY IS SX-OLD-SENDER-ID
004260         FILE STATUS IS SR-XREF-STATUS.
004270
004300     SELECT REPORT-FILE
004400         ASSIGN TO ARCRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CUSTMSG.
007100
007110 FD  XREF-FILE
007120     RECORD CONTAINS 80 CHARACTERS
007130     LABEL RECORDS ARE STANDARD.
007140 COPY SENDXRF.
007150
007200 FD  REPORT-FILE
007300     RECORD CONTAINS 132 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
008600         88  SR-RESTORE-THIS-ONE                 VALUE 'Y'.
008700     05  SR-FILE-ERROR-SW            PIC X(01)  VALUE 'N'.
008800         88  SR-FILE-ERROR                       VALUE 'Y'.
008820     05  SR-XREF-AVAIL-SW            PIC X(01)  VALUE 'N'.
008840         88  SR-XREF-AVAILABLE                   VALUE 'Y'.
008860     05  SR-RESOLVE-END-SW           PIC X(01)  VALUE 'N'.
008880         88  SR-RESOLVE-END                      VALUE 'Y'.
008900
009000 01  SR-FILE-STATUSES.
009100     05  SR-SELECT-STATUS            PIC X(02)  VALUE SPACES.
009200     05  SR-ARCHIVE-STATUS           PIC X(02)  VALUE SPACES.
009300     05  SR-MSG-STATUS               PIC X(02)  VALUE SPACES.
009350     05  SR-XREF-STATUS              PIC X(02)  VALUE SPACES.
009400     05  SR-REPORT-STATUS            PIC X(02)  VALUE SPACES.
009500
009600 01  SR-COUNTERS.
011400 01  SR-SEARCH-WORK.
011500     05  SR-SEL-IDX                  PIC 9(03)  COMP  VALUE ZERO.
011600     05  SR-SEL-HIT                  PIC 9(03)  COMP  VALUE ZERO.
011606
011612*----------------------------------------------------------------*
011618* SENDER RESOLUTION - SR-RESOLVE-ID IN, THE SURVIVING ID OUT. THE
011624* LAST ID RESOLVED IS KEPT SINCE ARCHIVE RECORDS ARRIVE GROUPED BY
011630* SENDER. THE HOP LIMIT STOPS A LOOPED CHAIN.
011636*----------------------------------------------------------------*
011642 01  SR-RESOLVE-WORK.
011648     05  SR-RESOLVE-ID               PIC X(10)  VALUE SPACES.
011654     05  SR-SURVIVOR-ID              PIC X(10)  VALUE SPACES.
011660     05  SR-LAST-RESOLVE-ID          PIC X(10)  VALUE HIGH-VALUES.
011666     05  SR-LAST-SURVIVOR-ID         PIC X(10)  VALUE SPACES.
011672     05  SR-RESOLVE-HOPS             PIC 9(03)  COMP  VALUE ZERO.
011678     05  SR-RESOLVE-MAX-HOPS         PIC 9(03)  COMP  VALUE 10.
011684     05  SR-ARCHIVE-SURVIVOR         PIC X(10)  VALUE SPACES.
011700
011800 01  SR-CURRENT-DATE.
011900     05  SR-CURRENT-YYYY             PIC 9(04).
013200     05  FILLER                      PIC X(02) VALUE SPACES.
013300     05  SR-DTL-RUN-DATE             PIC X(08) VALUE SPACES.
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013430     05  SR-DTL-SURVIVOR             PIC X(10) VALUE SPACES.
013460     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  SR-DTL-DISPOSITION          PIC X(10) VALUE SPACES.
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  SR-DTL-TEXT                 PIC X(60) VALUE SPACES.
016000     CLOSE SELECT-FILE.
016100     CLOSE ARCHIVE-FILE.
016200     CLOSE MESSAGE-FILE.
016220     IF SR-XREF-AVAILABLE
016240         CLOSE XREF-FILE
016260     END-IF.
016300     CLOSE REPORT-FILE.
016400     STOP RUN.
016500
018900         MOVE 16 TO RETURN-CODE
019000         STOP RUN
019100     END-IF.
019110     OPEN INPUT XREF-FILE.
019120     IF SR-XREF-STATUS = '00'
019130         SET SR-XREF-AVAILABLE TO TRUE
019140     ELSE
019150         DISPLAY 'SOLARCH: SENDXRF NOT AVAILABLE - STATUS '
019160             SR-XREF-STATUS ' - SENDER IDS TAKEN AS THEY STAND'
019170     END-IF.
019200     OPEN OUTPUT REPORT-FILE.
019300     IF SR-REPORT-STATUS NOT = '00'
019400         DISPLAY 'SOLARCH: ARCRPT OPEN FAILED - STATUS '
021000* 1400-LOAD-SELECT-TABLE - PULL THE SELECTION CARDS INTO
021100* STORAGE. A BLANK SENDER ID MEANS EVERY SENDER; A BLANK FROM
021200* DATE MEANS NO LOWER BOUND AND A BLANK TO DATE NO UPPER BOUND.
021230* A SENDER ID IS HELD AS ITS SURVIVING ID SO A CARD FOR EITHER
021260* SIDE OF A MERGER OR RENUMBER PICKS UP BOTH.
021300*----------------------------------------------------------------*
021400 1400-LOAD-SELECT-TABLE.
021500     IF SR-SEL-COUNT >= SR-SEL-MAX
022000     END-IF.
022100     IF SELECT-CARD NOT = SPACES
022200         ADD 1 TO SR-SEL-COUNT
022300         MOVE SE-SENDER-ID TO SR-RESOLVE-ID
022330         PERFORM 2300-RESOLVE-SENDER THRU 2300-EXIT
022360         MOVE SR-SURVIVOR-ID TO SR-SEL-SENDER(SR-SEL-COUNT)
022400         MOVE SE-FROM-DATE TO SR-SEL-FROM(SR-SEL-COUNT)
022500         MOVE SE-TO-DATE TO SR-SEL-TO(SR-SEL-COUNT)
022600         MOVE SE-RESTORE-FLAG TO SR-SEL-RESTORE-SW(SR-SEL-COUNT)
024700     ADD 1 TO SR-RECORDS-READ.
024800     IF AR-HEADER-RECORD OR AR-TRAILER-RECORD
024900         GO TO 2000-NEXT.
024920     MOVE AR-SENDER-ID TO SR-RESOLVE-ID.
024940     PERFORM 2300-RESOLVE-SENDER THRU 2300-EXIT.
024960     MOVE SR-SURVIVOR-ID TO SR-ARCHIVE-SURVIVOR.
025000     PERFORM 2200-MATCH-SELECTIONS THRU 2200-EXIT.
025100     IF SR-MATCH-FOUND
025200         ADD 1 TO SR-RECORDS-MATCHED
029100
029200 2210-CHECK-ONE-SELECT.
029300     IF SR-SEL-SENDER(SR-SEL-IDX) NOT = SPACES
029400         AND SR-SEL-SENDER(SR-SEL-IDX) NOT = SR-ARCHIVE-SURVIVOR
029500         GO TO 2210-EXIT
029600     END-IF.
029700     IF SR-SEL-FROM(SR-SEL-IDX) NOT = SPACES
030600     MOVE SR-SEL-IDX TO SR-SEL-HIT.
030700 2210-EXIT.
030800     EXIT.
030802
030804*----------------------------------------------------------------*
030806* 2300-RESOLVE-SENDER - FOLLOW THE CROSS-REFERENCE FROM
030808* SR-RESOLVE-ID TO THE ID NOT RETIRED ANY FURTHER. A BLANK ID, OR
030810* NO CROSS-REFERENCE, RESOLVES TO ITSELF.
030812*----------------------------------------------------------------*
030814 2300-RESOLVE-SENDER.
030816     IF SR-RESOLVE-ID = SR-LAST-RESOLVE-ID
030818         MOVE SR-LAST-SURVIVOR-ID TO SR-SURVIVOR-ID
030820         GO TO 2300-EXIT
030822     END-IF.
030824     MOVE SR-RESOLVE-ID TO SR-SURVIVOR-ID.
030826     IF SR-RESOLVE-ID = SPACES OR NOT SR-XREF-AVAILABLE
030828         GO TO 2300-EXIT
030830     END-IF.
030832     MOVE 'N' TO SR-RESOLVE-END-SW.
030834     PERFORM 2310-FOLLOW-ONE-LINK THRU 2310-EXIT
030836         VARYING SR-RESOLVE-HOPS FROM 1 BY 1
030838         UNTIL SR-RESOLVE-END
030840             OR SR-RESOLVE-HOPS > SR-RESOLVE-MAX-HOPS.
030842     MOVE SR-RESOLVE-ID TO SR-LAST-RESOLVE-ID.
030844     MOVE SR-SURVIVOR-ID TO SR-LAST-SURVIVOR-ID.
030846 2300-EXIT.
030848     EXIT.
030850
030852 2310-FOLLOW-ONE-LINK.
030854     MOVE SR-SURVIVOR-ID TO SX-OLD-SENDER-ID.
030856     READ XREF-FILE
030858         INVALID KEY
030860             SET SR-RESOLVE-END TO TRUE
030862         NOT INVALID KEY
030864             MOVE SX-NEW-SENDER-ID TO SR-SURVIVOR-ID
030866     END-READ.
030868 2310-EXIT.
030870     EXIT.
030900
031000*----------------------------------------------------------------*
031100* 3000-RESTORE-RECORD - WRITE THE ARCHIVED RECORD BACK TO THE
031200* MESSAGE KSDS FOR A TARGETED RERUN. A KEY ALREADY ON THE
031300* CLUSTER IS LEFT ALONE AND REPORTED - THE LIVE RECORD WINS.
031330* A RECORD ARCHIVED UNDER A RETIRED ID GOES BACK UNDER THE
031360* SURVIVING ID, WHERE THE REST OF ITS HISTORY NOW LIVES.
031400*----------------------------------------------------------------*
031500 3000-RESTORE-RECORD.
031600     MOVE SR-ARCHIVE-SURVIVOR TO CM-SENDER-ID.
031700     MOVE AR-RUN-DATE TO CM-RUN-DATE.
031800     MOVE AR-MESSAGE-TEXT TO CM-MESSAGE-TEXT.
031900     WRITE CUSTMSG-RECORD
032900     EXIT.
033000
033100*----------------------------------------------------------------*
033150* 4000-WRITE-DETAIL - ONE REPORT LINE PER MATCHED RECORD. THE
033200* SURVIVING ID PRINTS ONLY WHEN THE RECORD WAS ARCHIVED UNDER AN
033250* ID SINCE RETIRED.
033300*----------------------------------------------------------------*
033400 4000-WRITE-DETAIL.
033500     MOVE AR-SENDER-ID TO SR-DTL-SENDER.
033600     MOVE AR-RUN-DATE TO SR-DTL-RUN-DATE.
033610     IF SR-ARCHIVE-SURVIVOR = AR-SENDER-ID
033620         MOVE SPACES TO SR-DTL-SURVIVOR
033630     ELSE
033640         MOVE SR-ARCHIVE-SURVIVOR TO SR-DTL-SURVIVOR
033650     END-IF.
033700     MOVE AR-MESSAGE-TEXT(1:60) TO SR-DTL-TEXT.
033800     WRITE REPORT-LINE FROM SR-REPORT-DETAIL-LINE.
033900 4000-EXIT.

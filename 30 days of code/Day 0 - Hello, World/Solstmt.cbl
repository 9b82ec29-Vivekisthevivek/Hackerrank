002000*                    SPLITTER CAN CUT THE FILE BY INSTITUTION.
002100*                    SENDERS FLAGGED INACTIVE STILL GET A FINAL
002200*                    STATEMENT FOR THEIR LAST ACTIVE PERIOD.
002210*  10/15/2026  RTH   DESCRIPTIONS FOR THE SOLUTION CONTENT
002220*                    SCREENING REASONS 06-10.
002230*  10/15/2026  RTH   FOLLOW THE SENDER CROSS-REFERENCE (SENDXRF)
002240*                    WRITTEN BY SENDMRG. ACTIVITY UNDER A RETIRED
002250*                    SENDER ID ROLLS INTO THE SURVIVING ID'S
002260*                    STATEMENT, WHICH LISTS THE FORMER IDS IT
002270*                    INCLUDES.
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004600         RECORD KEY IS SM-SENDER-ID
004700         FILE STATUS IS SS-SENDER-STATUS.
004800
004810     SELECT XREF-FILE
004820         ASSIGN TO SENDXRF
004830         ORGANIZATION IS INDEXED
004840         ACCESS MODE IS RANDOM
004850         RECORD KEY IS SX-OLD-SENDER-ID
004860         FILE STATUS IS SS-XREF-STATUS.
004870
004900     SELECT PARM-FILE
005000         ASSIGN TO PARMIN
005100         ORGANIZATION IS LINE SEQUENTIAL
008400     LABEL RECORDS ARE STANDARD.
008500 COPY SENDMST.
008600
008610 FD  XREF-FILE
008620     RECORD CONTAINS 80 CHARACTERS
008630     LABEL RECORDS ARE STANDARD.
008640 COPY SENDXRF.
008650
008700 FD  PARM-FILE
008800     RECORD CONTAINS 80 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
011300         88  SS-ENTRY-FOUND                      VALUE 'Y'.
011400     05  SS-MASTER-FOUND-SW          PIC X(01)  VALUE 'N'.
011500         88  SS-MASTER-FOUND                     VALUE 'Y'.
011520     05  SS-XREF-AVAIL-SW            PIC X(01)  VALUE 'N'.
011540         88  SS-XREF-AVAILABLE                   VALUE 'Y'.
011560     05  SS-RESOLVE-END-SW           PIC X(01)  VALUE 'N'.
011580         88  SS-RESOLVE-END                      VALUE 'Y'.
011600
011700 01  SS-FILE-STATUSES.
011800     05  SS-EXTRACT-STATUS           PIC X(02)  VALUE SPACES.
011900     05  SS-REJECT-STATUS            PIC X(02)  VALUE SPACES.
012000     05  SS-ARCHIVE-STATUS           PIC X(02)  VALUE SPACES.
012100     05  SS-SENDER-STATUS            PIC X(02)  VALUE SPACES.
012150     05  SS-XREF-STATUS              PIC X(02)  VALUE SPACES.
012200     05  SS-PARM-STATUS              PIC X(02)  VALUE SPACES.
012300     05  SS-STMT-STATUS              PIC X(02)  VALUE SPACES.
012400     05  SS-REPORT-STATUS            PIC X(02)  VALUE SPACES.
013200     05  SS-REJECTS-TALLIED          PIC 9(07)  COMP  VALUE ZERO.
013300     05  SS-OUTSIDE-WINDOW           PIC 9(07)  COMP  VALUE ZERO.
013400     05  SS-STATEMENTS-WRITTEN       PIC 9(04)  COMP  VALUE ZERO.
013450     05  SS-RETIRED-ID-RECORDS       PIC 9(07)  COMP  VALUE ZERO.
013500
013600*----------------------------------------------------------------*
013700* ACCEPTED MESSAGE COUNTS BY SENDER AND RUN DATE. SENDER PLUS
016300     05  SS-SND-MAX                  PIC 9(03)  COMP  VALUE 500.
016400     05  SS-SND-ENTRY OCCURS 500 TIMES.
016500         10  SS-SND-SENDER           PIC X(10).
016504
016508*----------------------------------------------------------------*
016512* RETIRED SENDER IDS SEEN IN THE PERIOD AND THE SURVIVING ID EACH
016516* ROLLED INTO, FOR THE FORMERLY LINES ON THE STATEMENT
016520*----------------------------------------------------------------*
016524 01  SS-FORMER-TABLE-AREA.
016528     05  SS-FMR-COUNT                PIC 9(03)  COMP  VALUE ZERO.
016532     05  SS-FMR-MAX                  PIC 9(03)  COMP  VALUE 100.
016536     05  SS-FMR-ENTRY OCCURS 100 TIMES.
016540         10  SS-FMR-OLD-SENDER       PIC X(10).
016544         10  SS-FMR-SURVIVOR         PIC X(10).
016548
016552*----------------------------------------------------------------*
016556* SENDER RESOLUTION - THE LAST ID RESOLVED IS KEPT SINCE RECORDS
016560* ARRIVE GROUPED BY SENDER. THE HOP LIMIT STOPS A LOOPED CHAIN.
016564*----------------------------------------------------------------*
016568 01  SS-RESOLVE-WORK.
016572     05  SS-RESOLVE-ID               PIC X(10)  VALUE SPACES.
016576     05  SS-SURVIVOR-ID              PIC X(10)  VALUE SPACES.
016580     05  SS-LAST-RESOLVE-ID          PIC X(10)  VALUE HIGH-VALUES.
016584     05  SS-LAST-SURVIVOR-ID         PIC X(10)  VALUE SPACES.
016588     05  SS-RESOLVE-HOPS             PIC 9(03)  COMP  VALUE ZERO.
016592     05  SS-RESOLVE-MAX-HOPS         PIC 9(03)  COMP  VALUE 10.
016596     05  SS-FDX                      PIC 9(03)  COMP  VALUE ZERO.
016600
016700 01  SS-SEARCH-WORK.
016800     05  SS-IDX                      PIC 9(04)  COMP  VALUE ZERO.
019100         VALUE '04SENDER NOT ACTIVE   '.
019200     05  FILLER                      PIC X(22)
019300         VALUE '05DUPLICATE (HISTORY) '.
019310     05  FILLER                      PIC X(22)
019320         VALUE '06MESSAGE TEXT BLANK  '.
019330     05  FILLER                      PIC X(22)
019340         VALUE '07UNPRINTABLE TEXT    '.
019350     05  FILLER                      PIC X(22)
019360         VALUE '08RUN DATE INVALID    '.
019370     05  FILLER                      PIC X(22)
019380         VALUE '09RUN DATE IN FUTURE  '.
019390     05  FILLER                      PIC X(22)
019392         VALUE '10PROHIBITED WORDING  '.
019400 01  SS-REASON-DESC-TABLE REDEFINES SS-REASON-DESC-VALUES.
019500     05  SS-REASON-ENTRY OCCURS 10 TIMES.
019600         10  SS-REASON-CODE          PIC X(02).
019700         10  SS-REASON-DESC          PIC X(20).
019800
022600     05  SS-NAM-NAME                 PIC X(30) VALUE SPACES.
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  SS-NAM-NOTE                 PIC X(40) VALUE SPACES.
022810
022820 01  SS-STMT-FORMER-LINE.
022830     05  FILLER                      PIC X(02) VALUE SPACES.
022840     05  FILLER                      PIC X(11)
022850         VALUE 'FORMERLY:  '.
022860     05  SS-FMR-SENDER-OUT           PIC X(10) VALUE SPACES.
022870     05  FILLER                      PIC X(02) VALUE SPACES.
022880     05  FILLER                      PIC X(40)
022890         VALUE 'ACTIVITY UNDER THIS ID IS INCLUDED BELOW'.
022900
023000 01  SS-STMT-DETAIL-LINE.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
027800     CLOSE REJECT-FILE.
027900     CLOSE ARCHIVE-FILE.
028000     CLOSE SENDER-FILE.
028020     IF SS-XREF-AVAILABLE
028040         CLOSE XREF-FILE
028060     END-IF.
028100     CLOSE STATEMENT-FILE.
028200     CLOSE REPORT-FILE.
028300     STOP RUN.
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031710     OPEN INPUT XREF-FILE.
031720     IF SS-XREF-STATUS = '00'
031730         SET SS-XREF-AVAILABLE TO TRUE
031740     ELSE
031750         DISPLAY 'SOLSTMT: SENDXRF NOT AVAILABLE - STATUS '
031760             SS-XREF-STATUS ' - SENDER IDS TAKEN AS THEY STAND'
031770     END-IF.
031800     OPEN OUTPUT STATEMENT-FILE.
031900     IF SS-STMT-STATUS NOT = '00'
032000         DISPLAY 'SOLSTMT: STMFILE OPEN FAILED - STATUS '
038100         GO TO 2000-NEXT
038200     END-IF.
038300     MOVE EX-SENDER-ID TO SS-WORK-SENDER.
038350     PERFORM 6600-RESOLVE-SENDER THRU 6600-EXIT.
038400     MOVE EX-RUN-DATE TO SS-WORK-DATE.
038500     MOVE 'X' TO SS-WORK-SOURCE.
038600     PERFORM 6000-TALLY-ONE-DETAIL THRU 6000-EXIT.
041200         GO TO 3000-NEXT
041300     END-IF.
041400     MOVE AR-SENDER-ID TO SS-WORK-SENDER.
041450     PERFORM 6600-RESOLVE-SENDER THRU 6600-EXIT.
041500     MOVE AR-RUN-DATE TO SS-WORK-DATE.
041600     MOVE 'A' TO SS-WORK-SOURCE.
041700     PERFORM 6000-TALLY-ONE-DETAIL THRU 6000-EXIT.
044000         GO TO 4000-NEXT
044100     END-IF.
044200     MOVE RJ-SENDER TO SS-WORK-SENDER.
044250     PERFORM 6600-RESOLVE-SENDER THRU 6600-EXIT.
044300     MOVE RJ-REASON TO SS-WORK-REASON.
044400     PERFORM 6200-TALLY-ONE-REJECT THRU 6200-EXIT.
044500     ADD 1 TO SS-REJECTS-TALLIED.
055500     CONTINUE.
055600 6410-EXIT.
055700     EXIT.
055701
055702*----------------------------------------------------------------*
055703* 6600-RESOLVE-SENDER - REPLACE SS-WORK-SENDER WITH ITS SURVIVING
055704* ID, FOLLOWING THE CROSS-REFERENCE UNTIL THE ID IS NOT RETIRED
055705* ANY FURTHER, SO A SENDER MERGED OR RENUMBERED MID-PERIOD GETS
055706* ONE STATEMENT COVERING ITS ACTIVITY UNDER EVERY ID
055707*----------------------------------------------------------------*
055708 6600-RESOLVE-SENDER.
055709     IF SS-WORK-SENDER = SS-LAST-RESOLVE-ID
055710         MOVE SS-LAST-SURVIVOR-ID TO SS-SURVIVOR-ID
055711         GO TO 6600-APPLY
055712     END-IF.
055713     MOVE SS-WORK-SENDER TO SS-RESOLVE-ID.
055714     MOVE SS-WORK-SENDER TO SS-SURVIVOR-ID.
055715     IF SS-WORK-SENDER = SPACES OR NOT SS-XREF-AVAILABLE
055716         GO TO 6600-APPLY
055717     END-IF.
055718     MOVE 'N' TO SS-RESOLVE-END-SW.
055719     PERFORM 6610-FOLLOW-ONE-LINK THRU 6610-EXIT
055720         VARYING SS-RESOLVE-HOPS FROM 1 BY 1
055721         UNTIL SS-RESOLVE-END
055722             OR SS-RESOLVE-HOPS > SS-RESOLVE-MAX-HOPS.
055723     MOVE SS-RESOLVE-ID TO SS-LAST-RESOLVE-ID.
055724     MOVE SS-SURVIVOR-ID TO SS-LAST-SURVIVOR-ID.
055725     IF SS-SURVIVOR-ID NOT = SS-RESOLVE-ID
055726         PERFORM 6700-NOTE-FORMER-ID THRU 6700-EXIT
055727     END-IF.
055728 6600-APPLY.
055729     IF SS-SURVIVOR-ID NOT = SS-WORK-SENDER
055730         ADD 1 TO SS-RETIRED-ID-RECORDS
055731         MOVE SS-SURVIVOR-ID TO SS-WORK-SENDER
055732     END-IF.
055733 6600-EXIT.
055734     EXIT.
055735
055736 6610-FOLLOW-ONE-LINK.
055737     MOVE SS-SURVIVOR-ID TO SX-OLD-SENDER-ID.
055738     READ XREF-FILE
055739         INVALID KEY
055740             SET SS-RESOLVE-END TO TRUE
055741         NOT INVALID KEY
055742             MOVE SX-NEW-SENDER-ID TO SS-SURVIVOR-ID
055743     END-READ.
055744 6610-EXIT.
055745     EXIT.
055746
055747*----------------------------------------------------------------*
055748* 6700-NOTE-FORMER-ID - REMEMBER THE RETIRED ID AGAINST ITS
055749* SURVIVOR FOR THE STATEMENT
055750*----------------------------------------------------------------*
055751 6700-NOTE-FORMER-ID.
055752     MOVE 'N' TO SS-ENTRY-FOUND-SW.
055753     PERFORM 6710-CHECK-ONE-FORMER THRU 6710-EXIT
055754         VARYING SS-FDX FROM 1 BY 1
055755         UNTIL SS-FDX > SS-FMR-COUNT OR SS-ENTRY-FOUND.
055756     IF SS-ENTRY-FOUND
055757         GO TO 6700-EXIT
055758     END-IF.
055759     IF SS-FMR-COUNT >= SS-FMR-MAX
055760         SET SS-TABLE-FULL TO TRUE
055761         GO TO 6700-EXIT
055762     END-IF.
055763     ADD 1 TO SS-FMR-COUNT.
055764     MOVE SS-RESOLVE-ID TO SS-FMR-OLD-SENDER(SS-FMR-COUNT).
055765     MOVE SS-SURVIVOR-ID TO SS-FMR-SURVIVOR(SS-FMR-COUNT).
055766 6700-EXIT.
055767     EXIT.
055768
055769 6710-CHECK-ONE-FORMER.
055770     IF SS-FMR-OLD-SENDER(SS-FDX) = SS-RESOLVE-ID
055771         SET SS-ENTRY-FOUND TO TRUE
055772     END-IF.
055773 6710-EXIT.
055774     EXIT.
055800
055900*----------------------------------------------------------------*
056000* 5000-WRITE-STATEMENTS - ONE STATEMENT PER SENDER WITH ANY
057700     MOVE SS-REPORT-MONTH TO SS-BAN-MONTH.
057800     WRITE STATEMENT-LINE FROM SS-STMT-BANNER-LINE.
057900     PERFORM 5200-WRITE-NAME-LINE THRU 5200-EXIT.
057950     PERFORM 5250-WRITE-FORMER-LINES THRU 5250-EXIT.
058000     PERFORM 5300-WRITE-DETAIL-LINES THRU 5300-EXIT.
058100     PERFORM 5400-WRITE-REJECT-LINES THRU 5400-EXIT.
058200     MOVE SS-TOT-ACCEPTED TO SS-TOT-ACC-OUT.
061500     WRITE STATEMENT-LINE FROM SS-STMT-NAME-LINE.
061600 5200-EXIT.
061700     EXIT.
061704
061708*----------------------------------------------------------------*
061712* 5250-WRITE-FORMER-LINES - ONE LINE PER RETIRED ID WHOSE
061716* ACTIVITY THIS STATEMENT CARRIES
061720*----------------------------------------------------------------*
061724 5250-WRITE-FORMER-LINES.
061728     PERFORM 5260-WRITE-ONE-FORMER THRU 5260-EXIT
061732         VARYING SS-FDX FROM 1 BY 1
061736         UNTIL SS-FDX > SS-FMR-COUNT.
061740 5250-EXIT.
061744     EXIT.
061748
061752 5260-WRITE-ONE-FORMER.
061756     IF SS-FMR-SURVIVOR(SS-FDX) NOT = SS-WORK-SENDER
061760         GO TO 5260-EXIT
061764     END-IF.
061768     MOVE SS-FMR-OLD-SENDER(SS-FDX) TO SS-FMR-SENDER-OUT.
061772     WRITE STATEMENT-LINE FROM SS-STMT-FORMER-LINE.
061776 5260-EXIT.
061780     EXIT.
061800
061900*----------------------------------------------------------------*
062000* 5300-WRITE-DETAIL-LINES - THE SENDER'S MESSAGE COUNTS BY RUN
066500     MOVE 'REASON NOT LISTED   ' TO SS-REJ-DESC-OUT.
066600     PERFORM 5510-CHECK-ONE-REASON THRU 5510-EXIT
066700         VARYING SS-HIT FROM 1 BY 1
066800         UNTIL SS-HIT > 10.
066900 5500-EXIT.
067000     EXIT.
067100
069500     MOVE 'STATEMENTS WRITTEN:' TO SS-CNT-LABEL.
069600     MOVE SS-STATEMENTS-WRITTEN TO SS-CNT-VALUE.
069700     WRITE REPORT-LINE FROM SS-REPORT-COUNT-LINE.
069720     MOVE 'UNDER RETIRED SENDER IDS:' TO SS-CNT-LABEL.
069740     MOVE SS-RETIRED-ID-RECORDS TO SS-CNT-VALUE.
069760     WRITE REPORT-LINE FROM SS-REPORT-COUNT-LINE.
069800 8100-EXIT.
069900     EXIT.
070000

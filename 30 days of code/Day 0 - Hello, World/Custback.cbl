000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTBACK.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - BACKS OUT ONE CUSTLOAD FEED BATCH
001200*                    (FEED ID PLUS LOAD DATE, FROM A CARD) USING
001300*                    THE BEFORE/AFTER-IMAGE JOURNAL, SO A BAD
001400*                    BATCH THAT BALANCED CAN BE REVERSED WITHOUT
001500*                    RESTORING THE WHOLE MESSAGE CLUSTER. ADDS
001600*                    ARE DELETED, UPDATES AND DELETES PUT BACK
001700*                    FROM THE BEFORE IMAGE, LAST APPLIED FIRST,
001800*                    AND THE MESSAGE HISTORY POSTINGS MADE FOR
001900*                    THE BATCH'S RECORDS ARE REMOVED. A RECORD
002000*                    CHANGED SINCE THE LOAD IS LEFT ALONE AND
002100*                    REPORTED. THE REPORT BALANCES THE BACKOUT
002200*                    TO THE BATCH'S ORIGINAL TRAILER COUNT.
002210*  10/15/2026  RTH   CARD NOW CARRIES THE LOAD TIME (21-26) FROM
002220*                    THE LODRPT HEADING, MATCHING THE JOURNAL'S
002230*                    NEW BATCH KEY, SO A BATCH RELOADED ON THE
002240*                    SAME DATE AFTER A BACKOUT IS SELECTED APART
002250*                    FROM ITS FIRST LOAD.
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CARD-FILE
002800         ASSIGN TO BKOCARD
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS CB-CARD-STATUS.
003100
003200     SELECT JOURNAL-FILE
003300         ASSIGN TO JRNFILE
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CB-JRNL-STATUS.
003600
003700     SELECT MESSAGE-FILE
003800         ASSIGN TO MSGFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-MSG-KEY
004200         FILE STATUS IS CB-MSG-STATUS.
004300
004400     SELECT HISTORY-FILE
004500         ASSIGN TO HSTFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS HS-MSG-KEY
004900         FILE STATUS IS CB-HIST-STATUS.
005000
005100     SELECT REPORT-FILE
005200         ASSIGN TO BKORPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CB-REPORT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CARD-FILE
005900     RECORD CONTAINS 80 CHARACTERS
006000     LABEL RECORDS ARE STANDARD.
006100 01  BACKOUT-CARD.
006200     05  BC-FEED-ID                  PIC X(08).
006300     05  FILLER                      PIC X(01).
006400     05  BC-LOAD-DATE                PIC X(08).
006500     05  FILLER                      PIC X(01).
006600     05  BC-UPDATE-SW                PIC X(01).
006700         88  BC-UPDATE-REQUESTED             VALUE 'U'.
006710     05  FILLER                      PIC X(01).
006720     05  BC-LOAD-TIME                PIC X(06).
006800     05  FILLER                      PIC X(54).
006900
007000 FD  JOURNAL-FILE
007100     RECORD CONTAINS 550 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 COPY MSGJRNL.
007400
007500 FD  MESSAGE-FILE
007600     RECORD CONTAINS 255 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800 COPY CUSTMSG.
007900
008000 FD  HISTORY-FILE
008100     RECORD CONTAINS 40 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY MSGHIST.
008400
008500 FD  REPORT-FILE
008600     RECORD CONTAINS 132 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800 01  REPORT-LINE                    PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 01  CB-SWITCHES.
009200     05  CB-JRNL-EOF-SW              PIC X(01)  VALUE 'N'.
009300         88  CB-JRNL-EOF                         VALUE 'Y'.
009400     05  CB-RUN-MODE-SW              PIC X(01)  VALUE 'T'.
009500         88  CB-UPDATE-RUN                       VALUE 'U'.
009600         88  CB-TRIAL-RUN                        VALUE 'T'.
009700     05  CB-ON-FILE-SW               PIC X(01)  VALUE 'N'.
009800         88  CB-ON-FILE                          VALUE 'Y'.
009900     05  CB-TRAN-DONE-SW             PIC X(01)  VALUE 'N'.
010000         88  CB-TRAN-REVERSED                    VALUE 'Y'.
010100         88  CB-TRAN-EXCEPTION                   VALUE 'N'.
010200     05  CB-TOTALS-FOUND-SW          PIC X(01)  VALUE 'N'.
010300         88  CB-TOTALS-FOUND                     VALUE 'Y'.
010400     05  CB-CONTROL-ERROR-SW         PIC X(01)  VALUE 'N'.
010500         88  CB-CONTROL-ERROR                    VALUE 'Y'.
010600     05  CB-FILE-ERROR-SW            PIC X(01)  VALUE 'N'.
010700         88  CB-FILE-ERROR                       VALUE 'Y'.
010800
010900 01  CB-FILE-STATUSES.
011000     05  CB-CARD-STATUS              PIC X(02)  VALUE SPACES.
011100     05  CB-JRNL-STATUS              PIC X(02)  VALUE SPACES.
011200     05  CB-MSG-STATUS               PIC X(02)  VALUE SPACES.
011300     05  CB-HIST-STATUS              PIC X(02)  VALUE SPACES.
011400     05  CB-REPORT-STATUS            PIC X(02)  VALUE SPACES.
011500
011600 01  CB-COUNTERS.
011700     05  CB-JRNL-READ                PIC 9(07)  COMP  VALUE ZERO.
011800     05  CB-DETAILS-READ             PIC 9(07)  COMP  VALUE ZERO.
011900     05  CB-TOTALS-READ              PIC 9(03)  COMP  VALUE ZERO.
012000     05  CB-ADDS-REVERSED            PIC 9(07)  COMP  VALUE ZERO.
012100     05  CB-UPDATES-REVERSED         PIC 9(07)  COMP  VALUE ZERO.
012200     05  CB-DELETES-REVERSED         PIC 9(07)  COMP  VALUE ZERO.
012300     05  CB-EXCEPTIONS               PIC 9(07)  COMP  VALUE ZERO.
012400     05  CB-HIST-REMOVED             PIC 9(07)  COMP  VALUE ZERO.
012500     05  CB-BALANCE-TOTAL            PIC 9(07)  COMP  VALUE ZERO.
012600
012700*----------------------------------------------------------------*
012800* THE BATCH TO BACK OUT, FROM THE CARD, IN THE SHAPE OF THE
012900* JOURNAL'S BATCH KEY SO ONE COMPARE SELECTS ITS RECORDS.
013000*----------------------------------------------------------------*
013100 01  CB-WANTED-KEY.
013200     05  CB-WANTED-FEED-ID           PIC X(08)  VALUE SPACES.
013300     05  CB-WANTED-LOAD-DATE         PIC X(08)  VALUE SPACES.
013310     05  CB-WANTED-LOAD-TIME         PIC X(06)  VALUE SPACES.
013400
013500 01  CB-PREV-SEQUENCE                PIC 9(07)  VALUE ZERO.
013600
013700 01  CB-TRAN-KEY                     PIC X(18)  VALUE SPACES.
013800
013900*----------------------------------------------------------------*
014000* COUNTS THE BATCH BALANCED TO AT LOAD TIME, FROM ITS JOURNAL
014100* TOTALS RECORD.
014200*----------------------------------------------------------------*
014300 01  CB-BATCH-TOTALS.
014400     05  CB-TOT-FEED-DATE            PIC X(08)  VALUE SPACES.
014500     05  CB-TOT-EXPECTED             PIC 9(07)  VALUE ZERO.
014600     05  CB-TOT-DETAILS              PIC 9(07)  VALUE ZERO.
014700     05  CB-TOT-APPLIED              PIC 9(07)  VALUE ZERO.
014800     05  CB-TOT-REJECTED             PIC 9(07)  VALUE ZERO.
014900     05  CB-TOT-BYPASSED             PIC 9(07)  VALUE ZERO.
015000     05  CB-TOT-ERROR-SW             PIC X(01)  VALUE 'N'.
015100         88  CB-TOT-IN-ERROR                     VALUE 'Y'.
015200
015300 01  CB-CURRENT-DATE.
015400     05  CB-CURRENT-YYYY             PIC 9(04).
015500     05  CB-CURRENT-MM               PIC 9(02).
015600     05  CB-CURRENT-DD               PIC 9(02).
015700
015800 01  CB-REPORT-HEADER-LINE.
015900     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
016000     05  CB-HDR-DATE                 PIC X(10) VALUE SPACES.
016100     05  FILLER                      PIC X(10) VALUE SPACES.
016200     05  FILLER                      PIC X(34)
016300         VALUE 'CUSTBACK FEED BATCH BACKOUT REPORT'.
016400
016500 01  CB-REPORT-BATCH-LINE.
016600     05  FILLER                      PIC X(09) VALUE 'FEED ID: '.
016700     05  CB-BAT-FEED-ID              PIC X(08) VALUE SPACES.
016800     05  FILLER                      PIC X(13)
016900         VALUE '  LOAD DATE: '.
017000     05  CB-BAT-LOAD-DATE            PIC X(08) VALUE SPACES.
017010     05  FILLER                      PIC X(01) VALUE SPACE.
017020     05  CB-BAT-LOAD-TIME            PIC X(06) VALUE SPACES.
017100     05  FILLER                      PIC X(13)
017200         VALUE '  FEED DATE: '.
017300     05  CB-BAT-FEED-DATE            PIC X(08) VALUE SPACES.
017400     05  FILLER                      PIC X(08) VALUE '  MODE: '.
017500     05  CB-BAT-MODE                 PIC X(30) VALUE SPACES.
017600
017700 01  CB-REPORT-DETAIL-LINE.
017800     05  CB-DL-ACTION                PIC X(01) VALUE SPACE.
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  CB-DL-SENDER                PIC X(10) VALUE SPACES.
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  CB-DL-RUN-DATE              PIC X(08) VALUE SPACES.
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  CB-DL-SEQUENCE              PIC 9(07) VALUE ZERO.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  CB-DL-RESULT                PIC X(40) VALUE SPACES.
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  CB-DL-HISTORY               PIC X(30) VALUE SPACES.
018900
019000 01  CB-REPORT-COUNT-LINE.
019100     05  CB-CNT-LABEL                PIC X(40) VALUE SPACES.
019200     05  CB-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
019300
019400 01  CB-REPORT-NOTE-LINE.
019500     05  CB-NOTE-TEXT                PIC X(60) VALUE SPACES.
019600
019700 PROCEDURE DIVISION.
019800*----------------------------------------------------------------*
019900* 0000-MAINLINE - TOP LEVEL CONTROL
020000*----------------------------------------------------------------*
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-FIND-BATCH THRU 2000-EXIT.
020400     PERFORM 3000-PROCESS-JOURNAL THRU 3000-EXIT
020500         UNTIL CB-JRNL-EOF.
020600     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
020700     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
020800     CLOSE CARD-FILE.
020900     CLOSE JOURNAL-FILE.
021000     CLOSE MESSAGE-FILE.
021100     CLOSE HISTORY-FILE.
021200     CLOSE REPORT-FILE.
021300     STOP RUN.
021400
021500*----------------------------------------------------------------*
021600* 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, OPEN THE
021700* FILES, WRITE THE REPORT HEADER. WITHOUT A U IN CARD COLUMN 19
021800* THE RUN IS A TRIAL: THE CLUSTERS ARE OPENED FOR INPUT ONLY AND
021900* THE REPORT SHOWS WHAT A REAL BACKOUT WOULD DO. (A KEY THE BATCH
022000* TOUCHED MORE THAN ONCE SHOWS AS AN EXCEPTION ON A TRIAL RUN
022100* ONLY, SINCE NOTHING IS PUT BACK BETWEEN ITS TRANSACTIONS.)
022200*----------------------------------------------------------------*
022300 1000-INITIALIZE.
022400     OPEN INPUT CARD-FILE.
022500     IF CB-CARD-STATUS NOT = '00'
022600         DISPLAY 'CUSTBACK: BKOCARD OPEN FAILED - STATUS '
022700             CB-CARD-STATUS
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     READ CARD-FILE
023200         AT END
023300             MOVE SPACES TO BACKOUT-CARD
023400     END-READ.
023500     IF BC-FEED-ID = SPACES
023600         OR BC-LOAD-DATE NOT NUMERIC
023650         OR BC-LOAD-TIME NOT NUMERIC
023700         DISPLAY 'CUSTBACK: BKOCARD NEEDS A FEED ID (1-8), A '
023800             'LOAD DATE (10-17) AND A LOAD TIME (21-26)'
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     MOVE BC-FEED-ID TO CB-WANTED-FEED-ID.
024300     MOVE BC-LOAD-DATE TO CB-WANTED-LOAD-DATE.
024350     MOVE BC-LOAD-TIME TO CB-WANTED-LOAD-TIME.
024400     IF BC-UPDATE-REQUESTED
024500         SET CB-UPDATE-RUN TO TRUE
024600     END-IF.
024700     OPEN INPUT JOURNAL-FILE.
024800     IF CB-JRNL-STATUS NOT = '00'
024900         DISPLAY 'CUSTBACK: JRNFILE OPEN FAILED - STATUS '
025000             CB-JRNL-STATUS
025100         MOVE 16 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     IF CB-UPDATE-RUN
025500         OPEN I-O MESSAGE-FILE
025600     ELSE
025700         OPEN INPUT MESSAGE-FILE
025800     END-IF.
025900     IF CB-MSG-STATUS NOT = '00'
026000         DISPLAY 'CUSTBACK: MSGFILE OPEN FAILED - STATUS '
026100             CB-MSG-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     IF CB-UPDATE-RUN
026600         OPEN I-O HISTORY-FILE
026700     ELSE
026800         OPEN INPUT HISTORY-FILE
026900     END-IF.
027000     IF CB-HIST-STATUS NOT = '00'
027100         DISPLAY 'CUSTBACK: HSTFILE OPEN FAILED - STATUS '
027200             CB-HIST-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     OPEN OUTPUT REPORT-FILE.
027700     IF CB-REPORT-STATUS NOT = '00'
027800         DISPLAY 'CUSTBACK: BKORPT OPEN FAILED - STATUS '
027900             CB-REPORT-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     ACCEPT CB-CURRENT-DATE FROM DATE YYYYMMDD.
028400     STRING CB-CURRENT-MM '/' CB-CURRENT-DD '/'
028500         CB-CURRENT-YYYY DELIMITED BY SIZE
028600         INTO CB-HDR-DATE.
028700     WRITE REPORT-LINE FROM CB-REPORT-HEADER-LINE.
028800 1000-EXIT.
028900     EXIT.
029000
029005*----------------------------------------------------------------*
029010* 1300-WRITE-BATCH-LINE - THE BATCH BEING BACKED OUT AND THE RUN
029015* MODE, FROM THE TOTALS RECORD OR, WITH NONE ON THE JOURNAL, FROM
029020* THE CARD ALONE.
029025*----------------------------------------------------------------*
029030 1300-WRITE-BATCH-LINE.
029035     MOVE CB-WANTED-FEED-ID TO CB-BAT-FEED-ID.
029040     MOVE CB-WANTED-LOAD-DATE TO CB-BAT-LOAD-DATE.
029045     MOVE CB-WANTED-LOAD-TIME TO CB-BAT-LOAD-TIME.
029050     MOVE CB-TOT-FEED-DATE TO CB-BAT-FEED-DATE.
029055     IF CB-UPDATE-RUN
029060         MOVE 'UPDATE' TO CB-BAT-MODE
029065     ELSE
029070         MOVE 'TRIAL - NO FILES UPDATED' TO CB-BAT-MODE
029075     END-IF.
029080     WRITE REPORT-LINE FROM CB-REPORT-BATCH-LINE.
029085 1300-EXIT.
029090     EXIT.
029095
029100*----------------------------------------------------------------*
029200* 2000-FIND-BATCH - SKIP THE JOURNAL UP TO THE WANTED BATCH. THE
029300* JOURNAL ARRIVES SORTED ON FEED ID, LOAD DATE AND TIME AND
029400* DESCENDING SEQUENCE, SO THE BATCH'S RECORDS ARE TOGETHER WITH
029500* ITS TOTALS RECORD FIRST.
029600*----------------------------------------------------------------*
029700 2000-FIND-BATCH.
029800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
029900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
030000         UNTIL CB-JRNL-EOF
030100         OR JR-BATCH-KEY = CB-WANTED-KEY.
030200 2000-EXIT.
030300     EXIT.
030400
030500 2100-READ-JOURNAL.
030600     READ JOURNAL-FILE
030700         AT END
030800             SET CB-JRNL-EOF TO TRUE
030900         NOT AT END
031000             ADD 1 TO CB-JRNL-READ
031100     END-READ.
031200 2100-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------*
031600* 3000-PROCESS-JOURNAL - ONE JOURNAL RECORD OF THE WANTED BATCH.
031700* THE FIRST RECORD PAST THE BATCH ENDS THE RUN. DETAILS MUST COME
031800* IN STRICTLY DESCENDING SEQUENCE - ANYTHING ELSE MEANS THE SORT
031900* STEP DID NOT RUN OR DID NOT SORT ON THE WHOLE BATCH KEY, AND
032000* UNDOING THE BATCH OUT OF ORDER WOULD CORRUPT THE CLUSTER.
032100*----------------------------------------------------------------*
032200 3000-PROCESS-JOURNAL.
032300     IF JR-BATCH-KEY NOT = CB-WANTED-KEY
032400         SET CB-JRNL-EOF TO TRUE
032500         GO TO 3000-EXIT
032600     END-IF.
032700     IF JR-TOTALS-RECORD
032800         PERFORM 3100-TAKE-BATCH-TOTALS THRU 3100-EXIT
032900         GO TO 3000-NEXT
033000     END-IF.
033100     IF NOT JR-DETAIL-RECORD
033200         GO TO 3000-NEXT
033300     END-IF.
033400     IF CB-DETAILS-READ > ZERO
033500         AND JR-SEQUENCE NOT < CB-PREV-SEQUENCE
033600         DISPLAY 'CUSTBACK: JOURNAL SEQUENCE ' JR-SEQUENCE
033700             ' NOT BELOW ' CB-PREV-SEQUENCE
033800             ' - JRNFILE NOT SORTED ON THE BATCH KEY'
033900         SET CB-FILE-ERROR TO TRUE
034000         MOVE 'BACKOUT STOPPED - JOURNAL OUT OF SEQUENCE'
034100             TO CB-NOTE-TEXT
034200         WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE
034300         SET CB-JRNL-EOF TO TRUE
034400         GO TO 3000-EXIT
034500     END-IF.
034600     MOVE JR-SEQUENCE TO CB-PREV-SEQUENCE.
034700     ADD 1 TO CB-DETAILS-READ.
034800     PERFORM 3200-REVERSE-TRAN THRU 3200-EXIT.
034900 3000-NEXT.
035000     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
035100 3000-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500* 3100-TAKE-BATCH-TOTALS - KEEP THE COUNTS THE BATCH BALANCED TO
035600* AT LOAD TIME AND PRINT THE BATCH LINE.
035700*----------------------------------------------------------------*
035800 3100-TAKE-BATCH-TOTALS.
035900     ADD 1 TO CB-TOTALS-READ.
036000     IF CB-TOTALS-FOUND
036100         DISPLAY 'CUSTBACK: MORE THAN ONE TOTALS RECORD FOR FEED '
036200             CB-WANTED-FEED-ID ' ON ' CB-WANTED-LOAD-DATE
036250             ' ' CB-WANTED-LOAD-TIME
036300         SET CB-CONTROL-ERROR TO TRUE
036400         GO TO 3100-EXIT
036500     END-IF.
036600     SET CB-TOTALS-FOUND TO TRUE.
036700     MOVE JR-FEED-DATE TO CB-TOT-FEED-DATE.
036800     MOVE JR-TOT-EXPECTED TO CB-TOT-EXPECTED.
036900     MOVE JR-TOT-DETAILS TO CB-TOT-DETAILS.
037000     MOVE JR-TOT-APPLIED TO CB-TOT-APPLIED.
037100     MOVE JR-TOT-REJECTED TO CB-TOT-REJECTED.
037200     MOVE JR-TOT-BYPASSED TO CB-TOT-BYPASSED.
037300     MOVE JR-TOT-ERROR-SW TO CB-TOT-ERROR-SW.
037400     PERFORM 1300-WRITE-BATCH-LINE THRU 1300-EXIT.
037500 3100-EXIT.
037600     EXIT.
037700
039100*----------------------------------------------------------------*
039200* 3200-REVERSE-TRAN - UNDO ONE JOURNALED TRANSACTION. THE RECORD
039300* MUST STILL STAND EXACTLY AS THE BATCH LEFT IT (OR STILL BE GONE,
039400* FOR A DELETE); ANYTHING ELSE MEANS A LATER BATCH OR A REPAIR
039500* HAS TOUCHED IT SINCE, AND IT IS LEFT FOR THE BUSINESS AREA AS
039600* AN EXCEPTION RATHER THAN OVERLAID.
039700*----------------------------------------------------------------*
039800 3200-REVERSE-TRAN.
039900     IF JR-DELETE-TRAN
040000         MOVE JR-BEFORE-IMAGE(1:18) TO CB-TRAN-KEY
040100     ELSE
040200         MOVE JR-AFTER-IMAGE(1:18) TO CB-TRAN-KEY
040300     END-IF.
040400     MOVE JR-ACTION TO CB-DL-ACTION.
040500     MOVE CB-TRAN-KEY(1:10) TO CB-DL-SENDER.
040600     MOVE CB-TRAN-KEY(11:8) TO CB-DL-RUN-DATE.
040700     MOVE JR-SEQUENCE TO CB-DL-SEQUENCE.
040800     MOVE SPACES TO CB-DL-RESULT.
040900     MOVE SPACES TO CB-DL-HISTORY.
041000     SET CB-TRAN-EXCEPTION TO TRUE.
041100     MOVE CB-TRAN-KEY TO CM-MSG-KEY.
041200     READ MESSAGE-FILE
041300         INVALID KEY
041400             MOVE 'N' TO CB-ON-FILE-SW
041500         NOT INVALID KEY
041600             MOVE 'Y' TO CB-ON-FILE-SW
041700     END-READ.
041800     IF JR-DELETE-TRAN
041900         PERFORM 3300-REVERSE-DELETE THRU 3300-EXIT
042000     ELSE
042100         IF JR-ADD-TRAN
042200             PERFORM 3400-REVERSE-ADD THRU 3400-EXIT
042300         ELSE
042400             PERFORM 3500-REVERSE-UPDATE THRU 3500-EXIT
042500         END-IF
042600     END-IF.
042700     IF CB-TRAN-EXCEPTION
042800         ADD 1 TO CB-EXCEPTIONS
042900     END-IF.
043000     WRITE REPORT-LINE FROM CB-REPORT-DETAIL-LINE.
043100 3200-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------*
043500* 3300-REVERSE-DELETE - PUT THE DELETED RECORD BACK FROM ITS
043600* BEFORE IMAGE, UNLESS THE KEY HAS SINCE BEEN ADDED AGAIN.
043700*----------------------------------------------------------------*
043800 3300-REVERSE-DELETE.
043900     IF CB-ON-FILE
044000         MOVE 'NOT REVERSED - KEY BACK ON FILE' TO CB-DL-RESULT
044100         GO TO 3300-EXIT
044200     END-IF.
044300     IF CB-UPDATE-RUN
044400         MOVE JR-BEFORE-IMAGE TO CUSTMSG-RECORD
044500         WRITE CUSTMSG-RECORD
044600             INVALID KEY
044700                 MOVE 'NOT REVERSED - WRITE FAILED'
044800                     TO CB-DL-RESULT
044900                 GO TO 3300-EXIT
045000         END-WRITE
045100     END-IF.
045200     MOVE 'DELETE REVERSED - RECORD RESTORED' TO CB-DL-RESULT.
045300     ADD 1 TO CB-DELETES-REVERSED.
045400     SET CB-TRAN-REVERSED TO TRUE.
045500 3300-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------------*
045900* 3400-REVERSE-ADD - DELETE THE ADDED RECORD AND ITS HISTORY
046000* POSTING, UNLESS IT HAS GONE OR CHANGED SINCE THE LOAD.
046100*----------------------------------------------------------------*
046200 3400-REVERSE-ADD.
046300     IF NOT CB-ON-FILE
046400         MOVE 'NOT REVERSED - RECORD NO LONGER ON FILE'
046500             TO CB-DL-RESULT
046600         GO TO 3400-EXIT
046700     END-IF.
046800     IF CUSTMSG-RECORD NOT = JR-AFTER-IMAGE
046900         MOVE 'NOT REVERSED - CHANGED SINCE THE LOAD'
047000             TO CB-DL-RESULT
047100         GO TO 3400-EXIT
047200     END-IF.
047300     IF CB-UPDATE-RUN
047400         DELETE MESSAGE-FILE RECORD
047500             INVALID KEY
047600                 MOVE 'NOT REVERSED - DELETE FAILED'
047700                     TO CB-DL-RESULT
047800                 GO TO 3400-EXIT
047900         END-DELETE
048000     END-IF.
048100     MOVE 'ADD REVERSED - RECORD DELETED' TO CB-DL-RESULT.
048200     ADD 1 TO CB-ADDS-REVERSED.
048300     SET CB-TRAN-REVERSED TO TRUE.
048400     PERFORM 3600-REMOVE-HISTORY THRU 3600-EXIT.
048500 3400-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------*
048900* 3500-REVERSE-UPDATE - PUT THE RECORD BACK AS IT WAS BEFORE THE
049000* UPDATE AND DROP ITS HISTORY POSTING, UNLESS IT HAS GONE OR
049100* CHANGED SINCE THE LOAD.
049200*----------------------------------------------------------------*
049300 3500-REVERSE-UPDATE.
049400     IF NOT CB-ON-FILE
049500         MOVE 'NOT REVERSED - RECORD NO LONGER ON FILE'
049600             TO CB-DL-RESULT
049700         GO TO 3500-EXIT
049800     END-IF.
049900     IF CUSTMSG-RECORD NOT = JR-AFTER-IMAGE
050000         MOVE 'NOT REVERSED - CHANGED SINCE THE LOAD'
050100             TO CB-DL-RESULT
050200         GO TO 3500-EXIT
050300     END-IF.
050400     IF CB-UPDATE-RUN
050500         REWRITE CUSTMSG-RECORD FROM JR-BEFORE-IMAGE
050600             INVALID KEY
050700                 MOVE 'NOT REVERSED - REWRITE FAILED'
050800                     TO CB-DL-RESULT
050900                 GO TO 3500-EXIT
051000         END-REWRITE
051100     END-IF.
051200     MOVE 'UPDATE REVERSED - BEFORE IMAGE RESTORED'
051300         TO CB-DL-RESULT.
051400     ADD 1 TO CB-UPDATES-REVERSED.
051500     SET CB-TRAN-REVERSED TO TRUE.
051600     PERFORM 3600-REMOVE-HISTORY THRU 3600-EXIT.
051700 3500-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------*
052100* 3600-REMOVE-HISTORY - A HISTORY POSTING FOR THE KEY DATED ON OR
052200* AFTER THE LOAD DATE WAS MADE BY THE NIGHT'S SOLUTION RUN FOR
052300* THIS BATCH'S RECORD (CUSTLOAD REJECTS ANY ADD OR UPDATE WHOSE
052400* KEY WAS ALREADY POSTED). REMOVING IT LETS A CORRECTED RESEND
052500* OF THE BATCH THROUGH THE RESENT-FEED CHECK. AN OLDER POSTING IS
052600* NOT THIS BATCH'S AND STAYS.
052700*----------------------------------------------------------------*
052800 3600-REMOVE-HISTORY.
052900     MOVE CB-TRAN-KEY TO HS-MSG-KEY.
053000     READ HISTORY-FILE
053100         INVALID KEY
053200             GO TO 3600-EXIT
053300     END-READ.
053400     IF HS-POSTED-DATE < CB-WANTED-LOAD-DATE
053500         GO TO 3600-EXIT
053600     END-IF.
053700     IF CB-UPDATE-RUN
053800         DELETE HISTORY-FILE RECORD
053900             INVALID KEY
054000                 MOVE 'HISTORY DELETE FAILED' TO CB-DL-HISTORY
054100                 GO TO 3600-EXIT
054200         END-DELETE
054300     END-IF.
054400     STRING 'HISTORY REMOVED - RUN ' HS-RUN-ID
054500         DELIMITED BY SIZE INTO CB-DL-HISTORY.
054600     ADD 1 TO CB-HIST-REMOVED.
054700 3600-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------*
055100* 8100-WRITE-REPORT-TRAILER - BACKOUT COUNTS AND THE BALANCE TO
055200* THE BATCH'S ORIGINAL TRAILER: EVERY DETAIL THE TRAILER COUNTED
055300* WAS EITHER REJECTED OR BYPASSED AT LOAD (NEVER APPLIED, SO
055400* NOTHING TO UNDO) OR APPLIED AND JOURNALED - AND EACH OF THOSE
055500* IS NOW EITHER REVERSED OR AN EXCEPTION ON THIS REPORT.
055600*----------------------------------------------------------------*
055700 8100-WRITE-REPORT-TRAILER.
055800     IF NOT CB-TOTALS-FOUND
055900         PERFORM 1300-WRITE-BATCH-LINE THRU 1300-EXIT
056000     END-IF.
056100     MOVE 'BATCH TRAILER COUNT:' TO CB-CNT-LABEL.
056200     MOVE CB-TOT-EXPECTED TO CB-CNT-VALUE.
056300     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
056400     MOVE 'DETAILS ON BATCH AT LOAD:' TO CB-CNT-LABEL.
056500     MOVE CB-TOT-DETAILS TO CB-CNT-VALUE.
056600     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
056700     MOVE 'REJECTED AT LOAD:' TO CB-CNT-LABEL.
056800     MOVE CB-TOT-REJECTED TO CB-CNT-VALUE.
056900     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
057000     MOVE 'BYPASSED AT LOAD:' TO CB-CNT-LABEL.
057100     MOVE CB-TOT-BYPASSED TO CB-CNT-VALUE.
057200     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
057300     MOVE 'APPLIED AT LOAD:' TO CB-CNT-LABEL.
057400     MOVE CB-TOT-APPLIED TO CB-CNT-VALUE.
057500     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
057600     MOVE 'JOURNALED TRANSACTIONS READ:' TO CB-CNT-LABEL.
057700     MOVE CB-DETAILS-READ TO CB-CNT-VALUE.
057800     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
057900     MOVE 'ADDS REVERSED:' TO CB-CNT-LABEL.
058000     MOVE CB-ADDS-REVERSED TO CB-CNT-VALUE.
058100     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
058200     MOVE 'UPDATES REVERSED:' TO CB-CNT-LABEL.
058300     MOVE CB-UPDATES-REVERSED TO CB-CNT-VALUE.
058400     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
058500     MOVE 'DELETES REVERSED:' TO CB-CNT-LABEL.
058600     MOVE CB-DELETES-REVERSED TO CB-CNT-VALUE.
058700     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
058800     MOVE 'NOT REVERSED (EXCEPTIONS):' TO CB-CNT-LABEL.
058900     MOVE CB-EXCEPTIONS TO CB-CNT-VALUE.
059000     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
059100     MOVE 'HISTORY POSTINGS REMOVED:' TO CB-CNT-LABEL.
059200     MOVE CB-HIST-REMOVED TO CB-CNT-VALUE.
059300     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
059400     COMPUTE CB-BALANCE-TOTAL = CB-ADDS-REVERSED
059500         + CB-UPDATES-REVERSED + CB-DELETES-REVERSED
059600         + CB-EXCEPTIONS + CB-TOT-REJECTED + CB-TOT-BYPASSED.
059700     MOVE 'REVERSED+EXCEPTIONS+REJECTED+BYPASSED:'
059800         TO CB-CNT-LABEL.
059900     MOVE CB-BALANCE-TOTAL TO CB-CNT-VALUE.
060000     WRITE REPORT-LINE FROM CB-REPORT-COUNT-LINE.
060100     PERFORM 8150-CHECK-BALANCE THRU 8150-EXIT.
060200 8100-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------------*
060600* 8150-CHECK-BALANCE - SAY ON THE REPORT WHETHER THE BACKOUT
060700* BALANCES TO THE BATCH TRAILER, AND WHY NOT WHEN IT DOES NOT.
060800*----------------------------------------------------------------*
060900 8150-CHECK-BALANCE.
061000     IF CB-FILE-ERROR
061100         GO TO 8150-EXIT
061200     END-IF.
061300     IF NOT CB-TOTALS-FOUND AND CB-DETAILS-READ = ZERO
061400         MOVE 'BATCH NOT ON THE JOURNAL - NOTHING BACKED OUT'
061500             TO CB-NOTE-TEXT
061600         WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE
061700         SET CB-CONTROL-ERROR TO TRUE
061800         GO TO 8150-EXIT
061900     END-IF.
062000     IF NOT CB-TOTALS-FOUND
062100         MOVE 'BATCH TOTALS RECORD MISSING - CANNOT BALANCE'
062200             TO CB-NOTE-TEXT
062300         WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE
062400         SET CB-CONTROL-ERROR TO TRUE
062500         GO TO 8150-EXIT
062600     END-IF.
062700     IF CB-TOT-IN-ERROR
062800         MOVE 'NOTE - BATCH FAILED ITS OWN CONTROLS AT LOAD'
062900             TO CB-NOTE-TEXT
063000         WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE
063100     END-IF.
063200     IF CB-DETAILS-READ NOT = CB-TOT-APPLIED
063300         MOVE '** JOURNAL DOES NOT MATCH APPLIED COUNT **'
063400             TO CB-NOTE-TEXT
063500         WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE
063600         SET CB-CONTROL-ERROR TO TRUE
063700     END-IF.
063800     IF CB-BALANCE-TOTAL = CB-TOT-EXPECTED
063900         MOVE 'BACKOUT BALANCES TO THE BATCH TRAILER COUNT'
064000             TO CB-NOTE-TEXT
064100     ELSE
064200         MOVE '** OUT OF BALANCE WITH THE BATCH TRAILER **'
064300             TO CB-NOTE-TEXT
064400         SET CB-CONTROL-ERROR TO TRUE
064500     END-IF.
064600     WRITE REPORT-LINE FROM CB-REPORT-NOTE-LINE.
064700 8150-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------*
065100* 8200-SET-RETURN-CODE - RC 16 WHEN THE BACKOUT STOPPED PART WAY,
065200* RC 8 WHEN IT DOES NOT BALANCE OR THE BATCH WAS NOT FOUND, RC 4
065300* WHEN SOME RECORDS HAD TO BE LEFT AS EXCEPTIONS.
065400*----------------------------------------------------------------*
065500 8200-SET-RETURN-CODE.
065600     IF CB-FILE-ERROR
065700         MOVE 16 TO RETURN-CODE
065800     ELSE
065900         IF CB-CONTROL-ERROR
066000             MOVE 8 TO RETURN-CODE
066100         ELSE
066200             IF CB-EXCEPTIONS > 0
066300                 MOVE 4 TO RETURN-CODE
066400             ELSE
066500                 MOVE 0 TO RETURN-CODE
066600             END-IF
066700         END-IF
066800     END-IF.
066900 8200-EXIT.
067000     EXIT.

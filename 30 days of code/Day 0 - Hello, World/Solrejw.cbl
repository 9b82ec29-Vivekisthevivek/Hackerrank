000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SOLREJW.
000300 AUTHOR. R T HAWKINS.
000400 INSTALLATION. MAINFRAME BATCH SERVICES.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------*
001000*  DATE        INIT  DESCRIPTION
001100*  10/15/2026  RTH   ORIGINAL - CICS REJECT WORKLIST AND
001200*                    CORRECTION (TRANS SRWK), THE ONLINE
001300*                    REPLACEMENT FOR THE SOLFIX CARD DECK. OPS
001400*                    KEYS A RUN ID AND GETS THAT RUN'S OPEN
001500*                    REJECTS FROM THE REJECT LISTING ESDS (FCT
001600*                    FILE SOLREJS, REFRESHED BY THE NIGHTLY AND
001700*                    INTRADAY JOBS); PICKING ONE SHOWS THE FULL
001800*                    MESSAGE RECORD (CUSTMSG) AND TAKES A
001900*                    CORRECTED SENDER ID, CHECKED AGAINST THE
002000*                    SENDER MASTER (SENDMST), OR A WRITE-OFF.
002100*                    THE DECISION IS QUEUED ON THE CORRECTION
002200*                    QUEUE KSDS (SOLFIXQ, FIXQUE LAYOUT) WITH THE
002300*                    OPERATOR ID AND TIME FOR SOLFIX TO APPLY.
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  RW-SWITCHES.
002900     05  RW-REJ-EOF-SW               PIC X(01)  VALUE 'N'.
003000         88  RW-REJ-EOF                          VALUE 'Y'.
003100     05  RW-RUN-FOUND-SW             PIC X(01)  VALUE 'N'.
003200         88  RW-RUN-FOUND                        VALUE 'Y'.
003300     05  RW-OPEN-SW                  PIC X(01)  VALUE 'N'.
003400         88  RW-REJECT-OPEN                      VALUE 'Y'.
003500     05  RW-MSG-FOUND-SW             PIC X(01)  VALUE 'N'.
003600         88  RW-MSG-FOUND                        VALUE 'Y'.
003700     05  RW-ERROR-SW                 PIC X(01)  VALUE 'N'.
003800         88  RW-INPUT-ERROR                      VALUE 'Y'.
003900
004000 01  RW-WORK-FIELDS.
004100     05  RW-RESP                     PIC S9(08) COMP VALUE ZERO.
004200     05  RW-REJ-RBA                  PIC S9(08) COMP VALUE ZERO.
004300     05  RW-REJ-LENGTH               PIC S9(04) COMP VALUE +92.
004400     05  RW-OPEN-SEEN                PIC 9(04)  COMP VALUE ZERO.
004500     05  RW-LIST-MAX                 PIC 9(02)  COMP VALUE 12.
004600     05  RW-PICK-X                   PIC X(02)  VALUE SPACES.
004700     05  RW-PICK-N REDEFINES RW-PICK-X
004800                                     PIC 9(02).
004900     05  RW-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
005000     05  RW-TODAY                    PIC X(08)  VALUE SPACES.
005100     05  RW-NOW-TIME                 PIC X(06)  VALUE SPACES.
005200     05  RW-OPERATOR-ID              PIC X(08)  VALUE SPACES.
005300     05  RW-ACTION                   PIC X(01)  VALUE SPACE.
005400     05  RW-NEW-SENDER               PIC X(10)  VALUE SPACES.
005500     05  RW-NEW-DATE                 PIC X(08)  VALUE SPACES.
005600     05  RW-MSG-KEY.
005700         10  RW-SENDER-KEY           PIC X(10)  VALUE SPACES.
005800         10  RW-RUNDATE-KEY          PIC X(08)  VALUE SPACES.
005900     05  RW-NEW-MSG-KEY.
006000         10  RW-NEW-SENDER-KEY       PIC X(10)  VALUE SPACES.
006100         10  RW-NEW-RUNDATE-KEY      PIC X(08)  VALUE SPACES.
006200     05  RW-QUEUE-KEY.
006300         10  RW-QK-RUN-ID            PIC X(08)  VALUE SPACES.
006400         10  RW-QK-SENDER            PIC X(10)  VALUE SPACES.
006500         10  RW-QK-RUN-DATE          PIC X(08)  VALUE SPACES.
006600
006700*----------------------------------------------------------------*
006800* ONE WORKLIST LINE (79 BYTES, LSTLIN ON RJLMAP)
006900*----------------------------------------------------------------*
007000 01  RW-LIST-LINE.
007100     05  RW-LL-NUMBER                PIC Z9.
007200     05  FILLER                      PIC X(01)  VALUE SPACE.
007300     05  RW-LL-SENDER                PIC X(10)  VALUE SPACES.
007400     05  FILLER                      PIC X(01)  VALUE SPACE.
007500     05  RW-LL-RUN-DATE              PIC X(08)  VALUE SPACES.
007600     05  FILLER                      PIC X(01)  VALUE SPACE.
007700     05  RW-LL-REASON                PIC X(02)  VALUE SPACES.
007800     05  FILLER                      PIC X(01)  VALUE SPACE.
007900     05  RW-LL-TEXT                  PIC X(53)  VALUE SPACES.
008000
008100*----------------------------------------------------------------*
008200* SENDER MASTER STATUS (50 BYTES, DSTAT ON RJDMAP)
008300*----------------------------------------------------------------*
008400 01  RW-STATUS-LINE.
008500     05  RW-ST-NAME                  PIC X(30)  VALUE SPACES.
008600     05  FILLER                      PIC X(01)  VALUE SPACE.
008700     05  RW-ST-TEXT                  PIC X(19)  VALUE SPACES.
008800
008900*----------------------------------------------------------------*
009000* LAST DECISION ON THE QUEUE (60 BYTES, DWORK ON RJDMAP)
009100*----------------------------------------------------------------*
009200 01  RW-WORKED-LINE.
009300     05  RW-WK-ACTION                PIC X(11)  VALUE SPACES.
009400     05  FILLER                      PIC X(03)  VALUE 'BY '.
009500     05  RW-WK-OPERATOR              PIC X(08)  VALUE SPACES.
009600     05  FILLER                      PIC X(01)  VALUE SPACE.
009700     05  RW-WK-DATE                  PIC X(10)  VALUE SPACES.
009800     05  FILLER                      PIC X(01)  VALUE SPACE.
009900     05  RW-WK-TIME                  PIC X(08)  VALUE SPACES.
010000     05  FILLER                      PIC X(01)  VALUE SPACE.
010100     05  RW-WK-STATUS                PIC X(17)  VALUE SPACES.
010200
010300 01  RW-CONFIRM-LINE.
010400     05  RW-CF-SENDER                PIC X(10)  VALUE SPACES.
010500     05  FILLER                      PIC X(03)  VALUE ' - '.
010600     05  RW-CF-TEXT                  PIC X(47)  VALUE SPACES.
010700
010800*----------------------------------------------------------------*
010900* COMMAREA CARRIED BETWEEN SCREENS: WHICH SCREEN IS UP, THE RUN
011000* ID AND PAGE BEING WORKED, AND THE KEYS OF THE LINES ON SHOW SO
011100* A LINE NUMBER CAN BE TURNED BACK INTO A REJECT
011200*----------------------------------------------------------------*
011300 01  RW-COMMAREA.
011400     05  RW-CA-SCREEN-SW             PIC X(01).
011500         88  RW-CA-LIST                          VALUE 'L'.
011600         88  RW-CA-DETAIL                        VALUE 'D'.
011700     05  RW-CA-RUN-ID                PIC X(08).
011800     05  RW-CA-SKIP                  PIC 9(04)  COMP.
011900     05  RW-CA-LINE-COUNT            PIC 9(02)  COMP.
012000     05  RW-CA-PICK                  PIC 9(02)  COMP.
012100     05  RW-CA-MORE-SW               PIC X(01).
012200         88  RW-CA-MORE                          VALUE 'Y'.
012300     05  RW-CA-LINE OCCURS 12 TIMES.
012400         10  RW-CA-SENDER            PIC X(10).
012500         10  RW-CA-RUN-DATE          PIC X(08).
012600         10  RW-CA-REASON            PIC X(02).
012700
012800 COPY CUSTMSG.
012900
013000 COPY SENDMST.
013100
013200 COPY FIXQUE.
013300
013400 COPY REJLINE REPLACING
013500     ==REJECT-LISTING-LINE== BY ==RW-REJECT-LINE==
013600     LEADING ==RJ-== BY ==RW-RJ-==.
013700
013800 COPY SOLREJM.
013900 COPY DFHAID.
014000
014100 LINKAGE SECTION.
014200 01  DFHCOMMAREA                     PIC X(256).
014300
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------------*
014600* 0000-MAINLINE - PSEUDO-CONVERSATIONAL CONTROL. FIRST TIME IN,
014700* PUT UP AN EMPTY WORKLIST; THEREAFTER ACT ON THE KEY PRESSED
014800* FOR WHICHEVER SCREEN IS UP. PF3 ON THE CORRECTION SCREEN GOES
014900* BACK TO THE LIST; PF3 ON THE LIST, OR CLEAR, ENDS.
015000*----------------------------------------------------------------*
015100 0000-MAINLINE.
015200     IF EIBCALEN = 0
015300         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
015400     ELSE
015500         MOVE DFHCOMMAREA TO RW-COMMAREA
015600         IF EIBAID = DFHCLEAR
015700             PERFORM 9000-EXIT-TRANS THRU 9000-EXIT
015800         ELSE
015900             IF RW-CA-DETAIL
016000                 IF EIBAID = DFHPF3
016100                     PERFORM 2900-BACK-TO-LIST THRU 2900-EXIT
016200                 ELSE
016300                     PERFORM 3000-PROCESS-DETAIL THRU 3000-EXIT
016400                 END-IF
016500             ELSE
016600                 IF EIBAID = DFHPF3
016700                     PERFORM 9000-EXIT-TRANS THRU 9000-EXIT
016800                 ELSE
016900                     PERFORM 2000-PROCESS-LIST THRU 2000-EXIT
017000                 END-IF
017100             END-IF
017200         END-IF
017300     END-IF.
017400     EXEC CICS RETURN
017500         TRANSID('SRWK')
017600         COMMAREA(RW-COMMAREA)
017700         LENGTH(256)
017800     END-EXEC.
017900
018000*----------------------------------------------------------------*
018100* 1000-FIRST-TIME - PUT UP AN EMPTY WORKLIST SCREEN
018200*----------------------------------------------------------------*
018300 1000-FIRST-TIME.
018400     MOVE SPACES TO RW-COMMAREA.
018500     SET RW-CA-LIST TO TRUE.
018600     MOVE ZERO TO RW-CA-SKIP.
018700     MOVE ZERO TO RW-CA-LINE-COUNT.
018800     MOVE ZERO TO RW-CA-PICK.
018900     MOVE LOW-VALUES TO RJLMAPO.
019000     MOVE 'KEY A RUN ID AND PRESS ENTER' TO LMSGO.
019100     PERFORM 8000-SEND-LIST THRU 8000-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400
019500*----------------------------------------------------------------*
019600* 2000-PROCESS-LIST - A NEWLY KEYED RUN ID STARTS ITS LIST FROM
019700* THE TOP; A KEYED LINE NUMBER OPENS THAT REJECT; PF8 PAGES ON.
019800* OTHERWISE THE CURRENT PAGE IS REBUILT, SO ITEMS WORKED SINCE IT
019900* WAS SHOWN DROP OFF.
020000*----------------------------------------------------------------*
020100 2000-PROCESS-LIST.
020200     MOVE LOW-VALUES TO RJLMAPI.
020300     EXEC CICS RECEIVE
020400         MAP('RJLMAP')
020500         MAPSET('SOLREJM')
020600         INTO(RJLMAPI)
020700         RESP(RW-RESP)
020800     END-EXEC.
020900     IF RW-RESP NOT = DFHRESP(NORMAL)
021000         AND RW-RESP NOT = DFHRESP(MAPFAIL)
021100         MOVE LOW-VALUES TO RJLMAPO
021200         MOVE RW-CA-RUN-ID TO RUNIDO
021300         MOVE 'SCREEN READ ERROR - KEY A RUN ID AND PRESS ENTER'
021400             TO LMSGO
021500         PERFORM 8000-SEND-LIST THRU 8000-EXIT
021600         GO TO 2000-EXIT
021700     END-IF.
021800     IF RUNIDL > 0
021900         IF RUNIDI NOT = RW-CA-RUN-ID
022000             MOVE RUNIDI TO RW-CA-RUN-ID
022100             MOVE ZERO TO RW-CA-SKIP
022200             MOVE ZERO TO RW-CA-LINE-COUNT
022300         END-IF
022400     END-IF.
022500     IF RW-CA-RUN-ID = SPACES OR RW-CA-RUN-ID = LOW-VALUES
022600         MOVE LOW-VALUES TO RJLMAPO
022700         MOVE 'RUN ID REQUIRED' TO LMSGO
022800         PERFORM 8000-SEND-LIST THRU 8000-EXIT
022900         GO TO 2000-EXIT
023000     END-IF.
023100     IF SELNOL > 0 AND RW-CA-LINE-COUNT > 0
023200         PERFORM 2100-PICK-LINE THRU 2100-EXIT
023300         GO TO 2000-EXIT
023400     END-IF.
023500     IF EIBAID = DFHPF8 AND RW-CA-MORE
023600         ADD RW-CA-LINE-COUNT TO RW-CA-SKIP
023700     END-IF.
023800     PERFORM 2200-BUILD-LIST THRU 2200-EXIT.
023900     PERFORM 8000-SEND-LIST THRU 8000-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------*
024400* 2100-PICK-LINE - TURN THE KEYED LINE NUMBER (ONE OR TWO DIGITS,
024500* EITHER JUSTIFICATION) INTO A LINE ON SHOW AND OPEN IT
024600*----------------------------------------------------------------*
024700 2100-PICK-LINE.
024800     MOVE SELNOI TO RW-PICK-X.
024900     INSPECT RW-PICK-X REPLACING ALL LOW-VALUES BY SPACES.
025000     IF RW-PICK-X(2:1) = SPACE
025100         MOVE RW-PICK-X(1:1) TO RW-PICK-X(2:1)
025200         MOVE '0' TO RW-PICK-X(1:1)
025300     END-IF.
025400     IF RW-PICK-X(1:1) = SPACE
025500         MOVE '0' TO RW-PICK-X(1:1)
025600     END-IF.
025700     IF RW-PICK-X NOT NUMERIC
025800         OR RW-PICK-N < 1
025900         OR RW-PICK-N > RW-CA-LINE-COUNT
026000         PERFORM 2200-BUILD-LIST THRU 2200-EXIT
026100         MOVE 'SELECT LINE MUST BE A LINE NUMBER SHOWN BELOW'
026200             TO LMSGO
026300         PERFORM 8000-SEND-LIST THRU 8000-EXIT
026400         GO TO 2100-EXIT
026500     END-IF.
026600     MOVE RW-PICK-N TO RW-CA-PICK.
026700     SET RW-CA-DETAIL TO TRUE.
026800     MOVE LOW-VALUES TO RJDMAPO.
026900     PERFORM 3300-GET-TIMESTAMP THRU 3300-EXIT.
027000     PERFORM 3200-FILL-DETAIL THRU 3200-EXIT.
027100     MOVE 'KEY C AND A CORRECTED SENDER ID, OR W TO WRITE OFF'
027200         TO DMSGO.
027300     PERFORM 8100-SEND-DETAIL THRU 8100-EXIT.
027400 2100-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------------*
027800* 2200-BUILD-LIST - BROWSE THE REJECT LISTING ESDS FOR THE RUN
027900* ID'S LINES AND SHOW THE OPEN ONES - NO DECISION ON THE QUEUE,
028000* OR ONE SOLFIX COULD NOT APPLY - SKIPPING THE PAGES ALREADY
028100* SEEN. THE BROWSE STOPS AT THE FIRST OPEN REJECT PAST A FULL
028200* PAGE, WHICH IS ALL PF8 NEEDS TO KNOW.
028300*----------------------------------------------------------------*
028400 2200-BUILD-LIST.
028500     MOVE LOW-VALUES TO RJLMAPO.
028600     MOVE RW-CA-RUN-ID TO RUNIDO.
028700     MOVE ZERO TO RW-CA-LINE-COUNT.
028800     MOVE ZERO TO RW-OPEN-SEEN.
028900     MOVE 'N' TO RW-CA-MORE-SW.
029000     MOVE 'N' TO RW-RUN-FOUND-SW.
029100     MOVE 'N' TO RW-REJ-EOF-SW.
029200     MOVE ZERO TO RW-REJ-RBA.
029300     EXEC CICS STARTBR
029400         FILE('SOLREJS')
029500         RIDFLD(RW-REJ-RBA)
029600         RBA
029700         RESP(RW-RESP)
029800     END-EXEC.
029900     IF RW-RESP NOT = DFHRESP(NORMAL)
030000         MOVE 'REJECT LISTING FILE NOT AVAILABLE' TO LMSGO
030100         GO TO 2200-EXIT
030200     END-IF.
030300     PERFORM 2300-READ-NEXT-REJECT THRU 2300-EXIT
030400         UNTIL RW-REJ-EOF.
030500     EXEC CICS ENDBR
030600         FILE('SOLREJS')
030700         RESP(RW-RESP)
030800     END-EXEC.
030900     IF NOT RW-RUN-FOUND
031000         MOVE 'RUN ID NOT ON THE REJECT LISTING FILE' TO LMSGO
031100     ELSE
031200         IF RW-CA-LINE-COUNT = 0
031300             MOVE 'NO OPEN REJECTS LEFT FOR THIS RUN ID' TO LMSGO
031400         ELSE
031500             IF RW-CA-MORE
031600                 MOVE 'KEY A LINE NUMBER TO WORK IT - PF8 MORE'
031700                     TO LMSGO
031800             ELSE
031900                 MOVE 'KEY A LINE NUMBER TO WORK IT - END OF LIST'
032000                     TO LMSGO
032100             END-IF
032200         END-IF
032300     END-IF.
032400 2200-EXIT.
032500     EXIT.
032600
032700 2300-READ-NEXT-REJECT.
032800     MOVE +92 TO RW-REJ-LENGTH.
032900     EXEC CICS READNEXT
033000         FILE('SOLREJS')
033100         INTO(RW-REJECT-LINE)
033200         LENGTH(RW-REJ-LENGTH)
033300         RIDFLD(RW-REJ-RBA)
033400         RBA
033500         RESP(RW-RESP)
033600     END-EXEC.
033700     IF RW-RESP NOT = DFHRESP(NORMAL)
033800         SET RW-REJ-EOF TO TRUE
033900         GO TO 2300-EXIT
034000     END-IF.
034100     IF RW-RJ-RUN-ID NOT = RW-CA-RUN-ID
034200         GO TO 2300-EXIT
034300     END-IF.
034400     SET RW-RUN-FOUND TO TRUE.
034500     PERFORM 2400-CHECK-WORKED THRU 2400-EXIT.
034600     IF NOT RW-REJECT-OPEN
034700         GO TO 2300-EXIT
034800     END-IF.
034900     ADD 1 TO RW-OPEN-SEEN.
035000     IF RW-OPEN-SEEN NOT > RW-CA-SKIP
035100         GO TO 2300-EXIT
035200     END-IF.
035300     IF RW-CA-LINE-COUNT >= RW-LIST-MAX
035400         SET RW-CA-MORE TO TRUE
035500         SET RW-REJ-EOF TO TRUE
035600         GO TO 2300-EXIT
035700     END-IF.
035800     ADD 1 TO RW-CA-LINE-COUNT.
035900     MOVE RW-RJ-SENDER TO RW-CA-SENDER(RW-CA-LINE-COUNT).
036000     MOVE RW-RJ-RUN-DATE TO RW-CA-RUN-DATE(RW-CA-LINE-COUNT).
036100     MOVE RW-RJ-REASON TO RW-CA-REASON(RW-CA-LINE-COUNT).
036200     MOVE RW-CA-LINE-COUNT TO RW-LL-NUMBER.
036300     MOVE RW-RJ-SENDER TO RW-LL-SENDER.
036400     MOVE RW-RJ-RUN-DATE TO RW-LL-RUN-DATE.
036500     MOVE RW-RJ-REASON TO RW-LL-REASON.
036600     MOVE RW-RJ-TEXT(1:53) TO RW-LL-TEXT.
036700     MOVE RW-LIST-LINE TO LSTLINO(RW-CA-LINE-COUNT).
036800 2300-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------*
037200* 2400-CHECK-WORKED - A REJECT IS OPEN UNTIL A DECISION FOR IT IS
037300* ON THE QUEUE; ONE SOLFIX MARKED UNREPAIRABLE IS OPEN AGAIN
037400*----------------------------------------------------------------*
037500 2400-CHECK-WORKED.
037600     MOVE 'Y' TO RW-OPEN-SW.
037700     MOVE RW-RJ-RUN-ID TO RW-QK-RUN-ID.
037800     MOVE RW-RJ-SENDER TO RW-QK-SENDER.
037900     MOVE RW-RJ-RUN-DATE TO RW-QK-RUN-DATE.
038000     EXEC CICS READ
038100         FILE('SOLFIXQ')
038200         INTO(FIXQUE-RECORD)
038300         RIDFLD(RW-QUEUE-KEY)
038400         RESP(RW-RESP)
038500     END-EXEC.
038600     IF RW-RESP = DFHRESP(NORMAL)
038700         AND NOT FQ-UNREPAIRABLE
038800         MOVE 'N' TO RW-OPEN-SW
038900     END-IF.
039000 2400-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------------*
039400* 2900-BACK-TO-LIST - PF3 FROM THE CORRECTION SCREEN
039500*----------------------------------------------------------------*
039600 2900-BACK-TO-LIST.
039700     SET RW-CA-LIST TO TRUE.
039800     PERFORM 2200-BUILD-LIST THRU 2200-EXIT.
039900     PERFORM 8000-SEND-LIST THRU 8000-EXIT.
040000 2900-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400* 3000-PROCESS-DETAIL - EDIT THE DECISION KEYED ON THE CORRECTION
040500* SCREEN. AN ERROR REDISPLAYS THE SCREEN WITH THE OPERATOR'S
040600* ENTRIES; A GOOD DECISION IS QUEUED AND THE LIST COMES BACK
040700* WITH THE ITEM GONE FROM IT.
040800*----------------------------------------------------------------*
040900 3000-PROCESS-DETAIL.
041000     MOVE LOW-VALUES TO RJDMAPI.
041100     EXEC CICS RECEIVE
041200         MAP('RJDMAP')
041300         MAPSET('SOLREJM')
041400         INTO(RJDMAPI)
041500         RESP(RW-RESP)
041600     END-EXEC.
041700     MOVE 'N' TO RW-ERROR-SW.
041800     IF RW-RESP NOT = DFHRESP(NORMAL)
041900         AND RW-RESP NOT = DFHRESP(MAPFAIL)
042000         SET RW-INPUT-ERROR TO TRUE
042100     END-IF.
042200     MOVE ACTNI TO RW-ACTION.
042300     MOVE NEWSNDI TO RW-NEW-SENDER.
042400     MOVE NEWDTEI TO RW-NEW-DATE.
042500     INSPECT RW-ACTION REPLACING ALL LOW-VALUES BY SPACES.
042600     INSPECT RW-NEW-SENDER REPLACING ALL LOW-VALUES BY SPACES.
042700     INSPECT RW-NEW-DATE REPLACING ALL LOW-VALUES BY SPACES.
042800     MOVE LOW-VALUES TO RJDMAPO.
042900     PERFORM 3300-GET-TIMESTAMP THRU 3300-EXIT.
043000     PERFORM 3200-FILL-DETAIL THRU 3200-EXIT.
043100     MOVE RW-ACTION TO ACTNO.
043200     MOVE RW-NEW-SENDER TO NEWSNDO.
043300     MOVE RW-NEW-DATE TO NEWDTEO.
043400     IF RW-INPUT-ERROR
043500         MOVE 'SCREEN READ ERROR - KEY THE DECISION AGAIN'
043600             TO DMSGO
043700     ELSE
043800         PERFORM 3400-EDIT-DECISION THRU 3400-EXIT
043900     END-IF.
044000     IF NOT RW-INPUT-ERROR
044100         PERFORM 3500-QUEUE-DECISION THRU 3500-EXIT
044200     END-IF.
044300     IF RW-INPUT-ERROR
044400         PERFORM 8100-SEND-DETAIL THRU 8100-EXIT
044500         GO TO 3000-EXIT
044600     END-IF.
044700     MOVE RW-SENDER-KEY TO RW-CF-SENDER.
044750     SET RW-CA-LIST TO TRUE.
044800     PERFORM 2200-BUILD-LIST THRU 2200-EXIT.
045000     IF RW-ACTION = 'W'
045100         MOVE 'WRITE-OFF QUEUED FOR SOLFIX' TO RW-CF-TEXT
045200     ELSE
045300         MOVE 'CORRECTION QUEUED FOR SOLFIX' TO RW-CF-TEXT
045400     END-IF.
045500     MOVE RW-CONFIRM-LINE TO LMSGO.
045600     PERFORM 8000-SEND-LIST THRU 8000-EXIT.
045700 3000-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------*
046100* 3200-FILL-DETAIL - THE PICKED REJECT, ITS FULL MESSAGE RECORD
046200* (THE 237-BYTE TEXT OVER THREE LINES), THE REJECTED SENDER'S
046300* STANDING ON THE SENDER MASTER, AND ANY EARLIER DECISION
046400*----------------------------------------------------------------*
046500 3200-FILL-DETAIL.
046600     MOVE RW-CA-SENDER(RW-CA-PICK) TO RW-SENDER-KEY.
046700     MOVE RW-CA-RUN-DATE(RW-CA-PICK) TO RW-RUNDATE-KEY.
046800     MOVE RW-SENDER-KEY TO DSENDO.
046900     MOVE RW-RUNDATE-KEY TO DRUNDTO.
047000     MOVE RW-CA-RUN-ID TO DRUNIDO.
047100     MOVE RW-CA-REASON(RW-CA-PICK) TO DREASO.
047200     MOVE 'N' TO RW-MSG-FOUND-SW.
047300     EXEC CICS READ
047400         FILE('CUSTMSG')
047500         INTO(CUSTMSG-RECORD)
047600         RIDFLD(RW-MSG-KEY)
047700         RESP(RW-RESP)
047800     END-EXEC.
047900     IF RW-RESP = DFHRESP(NORMAL)
048000         SET RW-MSG-FOUND TO TRUE
048100         MOVE CM-MESSAGE-TEXT(1:79) TO DTXTO(1)
048200         MOVE CM-MESSAGE-TEXT(80:79) TO DTXTO(2)
048300         MOVE CM-MESSAGE-TEXT(159:79) TO DTXTO(3)
048400     ELSE
048500         MOVE 'MESSAGE NO LONGER ON THE MESSAGE FILE' TO DTXTO(1)
048600     END-IF.
048700     MOVE SPACES TO RW-STATUS-LINE.
048800     EXEC CICS READ
048900         FILE('SENDMST')
049000         INTO(SENDMST-RECORD)
049100         RIDFLD(RW-SENDER-KEY)
049200         RESP(RW-RESP)
049300     END-EXEC.
049400     IF RW-RESP = DFHRESP(NORMAL)
049500         MOVE SM-SENDER-NAME TO RW-ST-NAME
049600         PERFORM 3250-SET-SENDER-STANDING THRU 3250-EXIT
049700     ELSE
049800         MOVE 'NOT ON THE SENDER MASTER' TO RW-ST-NAME
049900     END-IF.
050000     MOVE RW-STATUS-LINE TO DSTATO.
050100     MOVE RW-CA-RUN-ID TO RW-QK-RUN-ID.
050200     MOVE RW-SENDER-KEY TO RW-QK-SENDER.
050300     MOVE RW-RUNDATE-KEY TO RW-QK-RUN-DATE.
050400     EXEC CICS READ
050500         FILE('SOLFIXQ')
050600         INTO(FIXQUE-RECORD)
050700         RIDFLD(RW-QUEUE-KEY)
050800         RESP(RW-RESP)
050900     END-EXEC.
051000     IF RW-RESP = DFHRESP(NORMAL)
051100         PERFORM 3700-BUILD-WORKED-LINE THRU 3700-EXIT
051200         MOVE RW-WORKED-LINE TO DWORKO
051300     ELSE
051400         MOVE 'NOT WORKED' TO DWORKO
051500     END-IF.
051600 3200-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------*
052000* 3250-SET-SENDER-STANDING - ACTIVE AND EFFECTIVE TODAY, AS THE
052100* SOLUTION SENDER CHECK JUDGES IT
052200*----------------------------------------------------------------*
052300 3250-SET-SENDER-STANDING.
052400     IF NOT SM-ACTIVE
052500         MOVE '(INACTIVE)' TO RW-ST-TEXT
052600     ELSE
052700         IF RW-TODAY < SM-EFF-START-DATE
052800             OR (SM-EFF-END-DATE NOT = SPACES
052900                 AND RW-TODAY > SM-EFF-END-DATE)
053000             MOVE '(NOT EFFECTIVE)' TO RW-ST-TEXT
053100         ELSE
053200             MOVE '(ACTIVE)' TO RW-ST-TEXT
053300         END-IF
053400     END-IF.
053500 3250-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------*
053900* 3300-GET-TIMESTAMP - TODAY'S DATE FOR THE SENDER CHECK AND THE
054000* DATE AND TIME STAMPED ON A QUEUED DECISION
054100*----------------------------------------------------------------*
054200 3300-GET-TIMESTAMP.
054300     EXEC CICS ASKTIME
054400         ABSTIME(RW-ABSTIME)
054500     END-EXEC.
054600     EXEC CICS FORMATTIME
054700         ABSTIME(RW-ABSTIME)
054800         YYYYMMDD(RW-TODAY)
054900         TIME(RW-NOW-TIME)
055000     END-EXEC.
055100 3300-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500* 3400-EDIT-DECISION - W TAKES NOTHING ELSE. C NEEDS THE MESSAGE
055600* STILL ON FILE, A SENDER-TYPE REJECT (A CONTENT REJECT CANNOT BE
055700* FIXED BY A RE-KEY), AND A CORRECTED SENDER ID THAT IS ACTIVE
055800* AND EFFECTIVE ON THE SENDER MASTER. AN OPTIONAL CORRECTED RUN
055900* DATE MUST BE YYYYMMDD AND NOT IN THE FUTURE, AND THE CORRECTED
056000* KEY MUST NOT ALREADY BE ON THE MESSAGE FILE.
056100*----------------------------------------------------------------*
056200 3400-EDIT-DECISION.
056300     SET RW-INPUT-ERROR TO TRUE.
056400     IF RW-ACTION NOT = 'C' AND RW-ACTION NOT = 'W'
056500         MOVE 'ACTION MUST BE C (CORRECT SENDER) OR W (WRITE OFF)'
056600             TO DMSGO
056700         GO TO 3400-EXIT
056800     END-IF.
056900     IF RW-ACTION = 'W'
057000         IF RW-NEW-SENDER NOT = SPACES OR RW-NEW-DATE NOT = SPACES
057100             MOVE 'WRITE-OFF TAKES NO CORRECTED SENDER OR DATE'
057200                 TO DMSGO
057300             GO TO 3400-EXIT
057400         END-IF
057500         MOVE 'N' TO RW-ERROR-SW
057600         GO TO 3400-EXIT
057700     END-IF.
057800     MOVE RW-CA-REASON(RW-CA-PICK) TO RW-RJ-REASON.
057900     IF RW-RJ-CONTENT-REJECT
058000         MOVE 'CONTENT REJECT - WRITE-OFF OR RESEND ONLY'
058100             TO DMSGO
058200         GO TO 3400-EXIT
058300     END-IF.
058400     IF NOT RW-MSG-FOUND
058500         MOVE 'MESSAGE NO LONGER ON FILE - WRITE-OFF ONLY'
058600             TO DMSGO
058700         GO TO 3400-EXIT
058800     END-IF.
058900     IF RW-NEW-SENDER = SPACES
059000         MOVE 'CORRECTED SENDER ID REQUIRED FOR ACTION C' TO DMSGO
059100         GO TO 3400-EXIT
059200     END-IF.
059300     IF RW-NEW-DATE NOT = SPACES
059400         IF RW-NEW-DATE NOT NUMERIC
059500             MOVE 'CORRECTED RUN DATE MUST BE YYYYMMDD OR BLANK'
059600                 TO DMSGO
059700             GO TO 3400-EXIT
059800         END-IF
059900         IF RW-NEW-DATE > RW-TODAY
060000             MOVE 'CORRECTED RUN DATE IS IN THE FUTURE' TO DMSGO
060100             GO TO 3400-EXIT
060200         END-IF
060300     END-IF.
060400     MOVE RW-NEW-SENDER TO RW-NEW-SENDER-KEY.
060500     IF RW-NEW-DATE = SPACES
060600         MOVE RW-RUNDATE-KEY TO RW-NEW-RUNDATE-KEY
060700     ELSE
060800         MOVE RW-NEW-DATE TO RW-NEW-RUNDATE-KEY
060900     END-IF.
061000     IF RW-NEW-MSG-KEY = RW-MSG-KEY
061100         MOVE 'CORRECTION IS THE SAME AS THE REJECTED KEY'
061200             TO DMSGO
061300         GO TO 3400-EXIT
061400     END-IF.
061500     EXEC CICS READ
061600         FILE('SENDMST')
061700         INTO(SENDMST-RECORD)
061800         RIDFLD(RW-NEW-SENDER-KEY)
061900         RESP(RW-RESP)
062000     END-EXEC.
062100     IF RW-RESP = DFHRESP(NOTFND)
062200         MOVE 'CORRECTED SENDER ID IS NOT ON THE SENDER MASTER'
062300             TO DMSGO
062400         GO TO 3400-EXIT
062500     END-IF.
062600     IF RW-RESP NOT = DFHRESP(NORMAL)
062700         MOVE 'SENDER MASTER READ ERROR - NOTHING QUEUED' TO DMSGO
062800         GO TO 3400-EXIT
062900     END-IF.
063000     MOVE SM-SENDER-NAME TO NEWNAMO.
063100     MOVE SPACES TO RW-ST-TEXT.
063200     PERFORM 3250-SET-SENDER-STANDING THRU 3250-EXIT.
063300     IF RW-ST-TEXT NOT = '(ACTIVE)'
063400         MOVE 'CORRECTED SENDER IS NOT ACTIVE AND EFFECTIVE TODAY'
063500             TO DMSGO
063600         GO TO 3400-EXIT
063700     END-IF.
063800     EXEC CICS READ
063900         FILE('CUSTMSG')
064000         INTO(CUSTMSG-RECORD)
064100         RIDFLD(RW-NEW-MSG-KEY)
064200         RESP(RW-RESP)
064300     END-EXEC.
064400     IF RW-RESP = DFHRESP(NORMAL)
064500         MOVE 'CORRECTED KEY IS ALREADY ON THE MESSAGE FILE'
064600             TO DMSGO
064700         GO TO 3400-EXIT
064800     END-IF.
064900     MOVE 'N' TO RW-ERROR-SW.
065000 3400-EXIT.
065100     EXIT.
065200
065300*----------------------------------------------------------------*
065400* 3500-QUEUE-DECISION - WRITE THE DECISION TO THE CORRECTION
065500* QUEUE UNDER THE REJECT'S RUN ID AND MESSAGE KEY, STAMPED WITH
065600* THE SIGNED-ON OPERATOR AND THE TIME. REWORKING AN ITEM BEFORE
065700* SOLFIX RUNS REPLACES THE EARLIER DECISION; ONE SOLFIX HAS
065800* ALREADY APPLIED IS LEFT ALONE.
065900*----------------------------------------------------------------*
066000 3500-QUEUE-DECISION.
066100     EXEC CICS ASSIGN
066200         USERID(RW-OPERATOR-ID)
066300         RESP(RW-RESP)
066400     END-EXEC.
066500     MOVE RW-CA-RUN-ID TO RW-QK-RUN-ID.
066600     MOVE RW-CA-SENDER(RW-CA-PICK) TO RW-QK-SENDER.
066700     MOVE RW-CA-RUN-DATE(RW-CA-PICK) TO RW-QK-RUN-DATE.
066800     EXEC CICS READ
066900         FILE('SOLFIXQ')
067000         INTO(FIXQUE-RECORD)
067100         RIDFLD(RW-QUEUE-KEY)
067200         UPDATE
067300         RESP(RW-RESP)
067400     END-EXEC.
067500     IF RW-RESP = DFHRESP(NORMAL)
067600         IF FQ-APPLIED
067700             EXEC CICS UNLOCK
067800                 FILE('SOLFIXQ')
067900             END-EXEC
068000             SET RW-INPUT-ERROR TO TRUE
068100             MOVE 'ALREADY APPLIED BY SOLFIX - NOTHING QUEUED'
068200                 TO DMSGO
068300             GO TO 3500-EXIT
068400         END-IF
068500         PERFORM 3600-BUILD-QUEUE-RECORD THRU 3600-EXIT
068600         EXEC CICS REWRITE
068700             FILE('SOLFIXQ')
068800             FROM(FIXQUE-RECORD)
068900             RESP(RW-RESP)
069000         END-EXEC
069100     ELSE
069200         IF RW-RESP NOT = DFHRESP(NOTFND)
069300             SET RW-INPUT-ERROR TO TRUE
069400             MOVE 'CORRECTION QUEUE READ ERROR - NOTHING QUEUED'
069500                 TO DMSGO
069600             GO TO 3500-EXIT
069700         END-IF
069800         MOVE SPACES TO FIXQUE-RECORD
069900         PERFORM 3600-BUILD-QUEUE-RECORD THRU 3600-EXIT
070000         EXEC CICS WRITE
070100             FILE('SOLFIXQ')
070200             FROM(FIXQUE-RECORD)
070300             RIDFLD(RW-QUEUE-KEY)
070400             RESP(RW-RESP)
070500         END-EXEC
070600     END-IF.
070700     IF RW-RESP NOT = DFHRESP(NORMAL)
070800         SET RW-INPUT-ERROR TO TRUE
070900         MOVE 'CORRECTION QUEUE WRITE ERROR - NOTHING QUEUED'
071000             TO DMSGO
071100     END-IF.
071200 3500-EXIT.
071300     EXIT.
071400
071500 3600-BUILD-QUEUE-RECORD.
071600     MOVE RW-QUEUE-KEY TO FQ-KEY.
071700     MOVE RW-ACTION TO FQ-ACTION.
071800     MOVE RW-NEW-SENDER TO FQ-NEW-SENDER-ID.
071900     MOVE RW-NEW-DATE TO FQ-NEW-RUN-DATE.
072000     MOVE RW-CA-REASON(RW-CA-PICK) TO FQ-REASON.
072100     MOVE RW-OPERATOR-ID TO FQ-OPERATOR-ID.
072200     MOVE RW-TODAY TO FQ-ENTRY-DATE.
072300     MOVE RW-NOW-TIME TO FQ-ENTRY-TIME.
072400     SET FQ-QUEUED TO TRUE.
072500     MOVE SPACES TO FQ-APPLIED-DATE.
072600 3600-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------*
073000* 3700-BUILD-WORKED-LINE - THE DECISION ON THE QUEUE, WHO KEYED
073100* IT AND WHEN, AND WHAT SOLFIX HAS MADE OF IT SO FAR
073200*----------------------------------------------------------------*
073300 3700-BUILD-WORKED-LINE.
073400     IF FQ-WRITE-OFF
073500         MOVE 'WRITE-OFF' TO RW-WK-ACTION
073600     ELSE
073700         MOVE 'CORRECTION' TO RW-WK-ACTION
073800     END-IF.
073900     MOVE FQ-OPERATOR-ID TO RW-WK-OPERATOR.
074000     MOVE SPACES TO RW-WK-DATE.
074100     STRING FQ-ENTRY-DATE(5:2) '/' FQ-ENTRY-DATE(7:2) '/'
074200         FQ-ENTRY-DATE(1:4) DELIMITED BY SIZE
074300         INTO RW-WK-DATE.
074400     MOVE SPACES TO RW-WK-TIME.
074500     STRING FQ-ENTRY-TIME(1:2) ':' FQ-ENTRY-TIME(3:2) ':'
074600         FQ-ENTRY-TIME(5:2) DELIMITED BY SIZE
074700         INTO RW-WK-TIME.
074800     IF FQ-QUEUED
074900         MOVE 'QUEUED' TO RW-WK-STATUS
075000     ELSE
075100         IF FQ-APPLIED
075200             MOVE 'APPLIED BY SOLFIX' TO RW-WK-STATUS
075300         ELSE
075400             MOVE 'UNREPAIRABLE' TO RW-WK-STATUS
075500         END-IF
075600     END-IF.
075700 3700-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------------*
076100* 8000-SEND-LIST / 8100-SEND-DETAIL - PUT UP THE SCREEN WITH
076200* WHATEVER THE WORK PARAGRAPHS PUT IN IT. THE SCREENS ALTERNATE,
076300* SO EACH SEND ERASES AND CARRIES THE WHOLE MAP.
076400*----------------------------------------------------------------*
076500 8000-SEND-LIST.
076600     EXEC CICS SEND
076700         MAP('RJLMAP')
076800         MAPSET('SOLREJM')
076900         FROM(RJLMAPO)
077000         ERASE
077100     END-EXEC.
077200 8000-EXIT.
077300     EXIT.
077400
077500 8100-SEND-DETAIL.
077600     EXEC CICS SEND
077700         MAP('RJDMAP')
077800         MAPSET('SOLREJM')
077900         FROM(RJDMAPO)
078000         ERASE
078100     END-EXEC.
078200 8100-EXIT.
078300     EXIT.
078400
078500*----------------------------------------------------------------*
078600* 9000-EXIT-TRANS - CLEAR THE SCREEN AND END THE TRANSACTION
078700*----------------------------------------------------------------*
078800 9000-EXIT-TRANS.
078900     EXEC CICS SEND CONTROL
079000         ERASE
079100         FREEKB
079200     END-EXEC.
079300     EXEC CICS RETURN
079400     END-EXEC.
079500 9000-EXIT.
079600     EXIT.

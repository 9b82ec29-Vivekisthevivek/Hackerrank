002005*                    LAYOUT) BY EFFECTIVE DATE; THE BUILT-IN
002006*                    THREE BOUNCES STANDS, WITH A REPORT NOTE,
002007*                    WHEN THE FILE OR PARAMETER IS MISSING.
002009*  10/15/2026  RTH   CONTENT-SCREENING REJECTS (REASONS 06-10)
002010*                    CANNOT BE FIXED BY A SENDER RE-KEY - THEY
002011*                    GO STRAIGHT TO THE AGED REPORT FOR A RESEND
002012*                    FROM THE INSTITUTION AND DO NOT COUNT
002013*                    TOWARD THE SENDER'S BOUNCES.
002014*  10/15/2026  RTH   CORRECTION CARDS (FIXFILE) REPLACED BY THE
002015*                    ONLINE CORRECTION QUEUE KSDS (FIXQUE, FIXQUE
002016*                    LAYOUT) FED BY THE SRWK REJECT WORKLIST. A
002017*                    REJECT LINE IS MATCHED TO ITS QUEUED
002018*                    DECISION BY RUN ID AND MESSAGE KEY; A
002019*                    CORRECTION RE-KEYS THE RECORD AS BEFORE, A
002020*                    WRITE-OFF DELETES IT, AND AN OPERATOR'S
002021*                    DECISION IS APPLIED EVEN AT THE BOUNCE
002022*                    LIMIT. EACH ENTRY IS STAMPED APPLIED OR
002023*                    UNREPAIRABLE WITH THE DATE. QUEUED ENTRIES
002024*                    FOR RUNS NOT ON THIS LISTING (INTRADAY OR
002025*                    OLDER) ARE APPLIED BY KEY AFTER THE LISTING.
002026*                    THE AGED REPORT NOW LISTS EVERY WORKED REJECT
002027*                    WITH ITS OUTCOME, OPERATOR AND TIME WORKED,
002028*                    AND EVERY REJECT STILL UNTOUCHED.
002030*  10/15/2026  RTH   EVERY RECORD RE-KEYED UNDER A CORRECTED KEY
002032*                    IS ALSO ADDED TO THE REPAIRED-KEY LIST
002034*                    (FIXKEY, LODREJL LAYOUT) THAT THE NIGHTLY
002036*                    CHANGED-KEYS SORT READS WITH THE APPLIED
002038*                    LISTING, SO A CHANGED-ONLY NIGHT PROCESSES
002040*                    THE REPAIR INSTEAD OF LEAVING IT FOR THE
002042*                    NEXT FULL PASS.
002044*  10/15/2026  RTH   A QUEUED SENDER CORRECTION FOR A CONTENT
002046*                    REJECT (REASONS 06-10) MET IN THE OFF-LISTING
002048*                    SWEEP IS MARKED UNREPAIRABLE AND LISTED AS A
002050*                    CONTENT REJECT, AS ON THE LISTING, INSTEAD
002052*                    OF BEING APPLIED.
002099*----------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS SF-REJECT-STATUS.
002800
002900     SELECT FIX-QUEUE-FILE
003000         ASSIGN TO FIXQUE
003100         ORGANIZATION IS INDEXED
003110         ACCESS MODE IS DYNAMIC
003120         RECORD KEY IS FQ-KEY
003200         FILE STATUS IS SF-FIXQ-STATUS.
003300
003400     SELECT MESSAGE-FILE
003500         ASSIGN TO MSGFILE
005940         ORGANIZATION IS LINE SEQUENTIAL
005950         FILE STATUS IS SF-RUNCARD-STATUS.
005960
005962     SELECT REPAIRED-KEY-FILE
005964         ASSIGN TO FIXKEY
005966         ORGANIZATION IS LINE SEQUENTIAL
005968         FILE STATUS IS SF-FIXKEY-STATUS.
005969
005970     SELECT OPTIONAL OPS-CONTROL-FILE
005980         ASSIGN TO OPSFILE
005990         ORGANIZATION IS INDEXED
006500     LABEL RECORDS ARE STANDARD.
006600 COPY REJLINE.
006700
006800 FD  FIX-QUEUE-FILE
006900     RECORD CONTAINS 80 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 COPY FIXQUE.
007600
007700 FD  MESSAGE-FILE
007800     RECORD CONTAINS 255 CHARACTERS
010040     LABEL RECORDS ARE STANDARD.
010050 01  RUNCARD-LINE                   PIC X(80).
010060
010062 FD  REPAIRED-KEY-FILE
010063     RECORD CONTAINS 85 CHARACTERS
010064     LABEL RECORDS ARE STANDARD.
010065 COPY LODREJL REPLACING
010066     ==LOAD-REJECT-LINE== BY ==REPAIRED-KEY-LINE==
010067     LEADING ==LR-== BY ==RK-==.
010068
010070 FD  OPS-CONTROL-FILE
010080     RECORD CONTAINS 60 CHARACTERS
010090     LABEL RECORDS ARE STANDARD.
010300 01  SF-SWITCHES.
010400     05  SF-REJECT-EOF-SW            PIC X(01)  VALUE 'N'.
010500         88  SF-REJECT-EOF                       VALUE 'Y'.
010600     05  SF-FIXQ-EOF-SW              PIC X(01)  VALUE 'N'.
010700         88  SF-FIXQ-EOF                         VALUE 'Y'.
010800     05  SF-RCYIN-EOF-SW             PIC X(01)  VALUE 'N'.
010900         88  SF-RCYIN-EOF                        VALUE 'Y'.
011000     05  SF-FIX-FOUND-SW             PIC X(01)  VALUE 'N'.
011100         88  SF-FIX-FOUND                        VALUE 'Y'.
011110     05  SF-FIXQ-ON-FILE-SW          PIC X(01)  VALUE 'N'.
011120         88  SF-FIXQ-ON-FILE                     VALUE 'Y'.
011200     05  SF-RCYIN-OPEN-SW            PIC X(01)  VALUE 'N'.
011300         88  SF-RCYIN-OPENED                     VALUE 'Y'.
011310     05  SF-RUN-SELECTED-SW          PIC X(01)  VALUE 'N'.
011400
011500 01  SF-FILE-STATUSES.
011600     05  SF-REJECT-STATUS            PIC X(02)  VALUE SPACES.
011700     05  SF-FIXQ-STATUS              PIC X(02)  VALUE SPACES.
011800     05  SF-MSG-STATUS               PIC X(02)  VALUE SPACES.
011900     05  SF-RCYIN-STATUS             PIC X(02)  VALUE SPACES.
012000     05  SF-RCYOUT-STATUS            PIC X(02)  VALUE SPACES.
012200     05  SF-REPORT-STATUS            PIC X(02)  VALUE SPACES.
012210     05  SF-RUNCARD-STATUS           PIC X(02)  VALUE SPACES.
012220     05  SF-OPS-STATUS               PIC X(02)  VALUE SPACES.
012230     05  SF-FIXKEY-STATUS            PIC X(02)  VALUE SPACES.
012300
012400 01  SF-COUNTERS.
012500     05  SF-REJECTS-READ             PIC 9(07)  COMP  VALUE ZERO.
013000     05  SF-RECYCLES-CARRIED         PIC 9(07)  COMP  VALUE ZERO.
013010     05  SF-BOUNCES-UNTRACKED        PIC 9(07)  COMP  VALUE ZERO.
013020     05  SF-REJECTS-SKIPPED          PIC 9(07)  COMP  VALUE ZERO.
013030     05  SF-CONTENT-REJECTS          PIC 9(07)  COMP  VALUE ZERO.
013040     05  SF-RECORDS-WRITTEN-OFF      PIC 9(07)  COMP  VALUE ZERO.
013050     05  SF-APPLIED-EARLIER          PIC 9(07)  COMP  VALUE ZERO.
013060     05  SF-QUEUE-OFF-LISTING        PIC 9(07)  COMP  VALUE ZERO.
013070     05  SF-KEYS-LISTED              PIC 9(07)  COMP  VALUE ZERO.
013100
013200 77  SF-ESCALATE-LIMIT               PIC 9(02)  COMP  VALUE 3.
013300
014200 01  SF-RECYCLE-TABLE-AREA.
014300     05  SF-RCY-COUNT                PIC 9(04)  COMP  VALUE ZERO.
014400     05  SF-RCY-MAX                  PIC 9(04)  COMP  VALUE 1000.
014900             88  SF-RCY-DROPPED              VALUE 'Y'.
015000
015100 01  SF-SEARCH-WORK.
015400     05  SF-RCY-IDX                  PIC 9(04)  COMP  VALUE ZERO.
015500     05  SF-RCY-HIT                  PIC 9(04)  COMP  VALUE ZERO.
015600
017700     05  SF-AGE-HDR-DATE             PIC X(10) VALUE SPACES.
017800     05  FILLER                      PIC X(10) VALUE SPACES.
017900     05  FILLER                      PIC X(40)
018000         VALUE 'SOLFIX AGED REJECTS - WORK STATUS LIST'.
018100
018200 01  SF-REPORT-COUNT-LINE.
018300     05  SF-CNT-LABEL                PIC X(26) VALUE SPACES.
019200     05  FILLER                      PIC X(08) VALUE 'REASON: '.
019300     05  SF-AGE-REASON               PIC X(02) VALUE SPACES.
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  SF-AGE-TEXT                 PIC X(40) VALUE SPACES.
019510     05  FILLER                      PIC X(02) VALUE SPACES.
019520     05  SF-AGE-STATUS               PIC X(12) VALUE SPACES.
019530     05  FILLER                      PIC X(01) VALUE SPACE.
019540     05  SF-AGE-OPERATOR             PIC X(08) VALUE SPACES.
019550     05  FILLER                      PIC X(01) VALUE SPACE.
019560     05  SF-AGE-WORKED               PIC X(16) VALUE SPACES.
019570
019580 01  SF-OFF-LISTING-TEXT.
019582     05  FILLER                      PIC X(04) VALUE 'RUN '.
019584     05  SF-OFF-RUN-ID               PIC X(08) VALUE SPACES.
019586     05  FILLER                      PIC X(28)
019588         VALUE ' - NOT ON THIS REJECT LIST'.
019600
019700 PROCEDURE DIVISION.
019800*----------------------------------------------------------------*
020000*----------------------------------------------------------------*
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     PERFORM 1500-LOAD-RECYCLE-TABLE THRU 1500-EXIT
020600         UNTIL SF-RCYIN-EOF.
020700     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
020800         UNTIL SF-REJECT-EOF.
020810     PERFORM 4000-APPLY-OFF-LISTING THRU 4000-EXIT.
020900     PERFORM 7000-WRITE-RECYCLE-FILE THRU 7000-EXIT.
021000     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
021100     PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
021200     CLOSE REJECT-FILE.
021300     CLOSE FIX-QUEUE-FILE.
021400     CLOSE MESSAGE-FILE.
021410     IF SF-RCYIN-OPENED
021420         CLOSE RECYCLE-IN-FILE
021500     CLOSE RECYCLE-OUT-FILE.
021600     CLOSE AGED-REPORT-FILE.
021700     CLOSE REPORT-FILE.
021710     CLOSE REPAIRED-KEY-FILE.
021800     STOP RUN.
021900
022000*----------------------------------------------------------------*
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     OPEN I-O FIX-QUEUE-FILE.
023300     IF SF-FIXQ-STATUS NOT = '00'
023400         DISPLAY 'SOLFIX: FIXQUE OPEN FAILED - STATUS '
023500             SF-FIXQ-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027710     OPEN EXTEND REPAIRED-KEY-FILE.
027720     IF SF-FIXKEY-STATUS NOT = '00'
027730         DISPLAY 'SOLFIX: FIXKEY OPEN FAILED - STATUS '
027740             SF-FIXKEY-STATUS
027750         MOVE 16 TO RETURN-CODE
027760         STOP RUN
027770     END-IF.
027800     ACCEPT SF-CURRENT-DATE FROM DATE YYYYMMDD.
027900     STRING SF-CURRENT-MM '/' SF-CURRENT-DD '/'
028000         SF-CURRENT-YYYY DELIMITED BY SIZE
028300     WRITE REPORT-LINE FROM SF-REPORT-HEADER-LINE.
028400     WRITE AGED-LINE FROM SF-AGED-HEADER-LINE.
028410     PERFORM 1900-GET-CONTROL-VALUES THRU 1900-EXIT.
028600     IF NOT SF-RCYIN-EOF
028700         PERFORM 1700-READ-RECYCLE THRU 1700-EXIT
028800     END-IF.
029000 1000-EXIT.
029100     EXIT.
029200
031500*----------------------------------------------------------------*
031600* 1500-LOAD-RECYCLE-TABLE - PULL THE PRIOR RUN'S BOUNCE COUNTS
031700* INTO STORAGE
033300 1500-EXIT.
033400     EXIT.
033500
034400 1700-READ-RECYCLE.
034500     READ RECYCLE-IN-FILE
034600         AT END
035480*----------------------------------------------------------------*
035490* 2000-PROCESS-REJECT - ONE PASS OF THE MAIN REPAIR LOOP. A
035500* REJECT STAMPED WITH SOME OTHER RUN'S ID IS SKIPPED WHEN A
035510* RUN ID CARD WAS GIVEN. A DECISION QUEUED FROM THE REJECT
035520* WORKLIST IS APPLIED WHATEVER THE BOUNCE COUNT - AN OPERATOR
035530* HAS LOOKED AT THE RECORD. A REJECT NOBODY HAS WORKED BUMPS
035532* ITS SENDER'S BOUNCE COUNT AND IS LISTED UNTOUCHED, OR AT THE
035534* ESCALATION LIMIT ESCALATED, INSTEAD OF RECYCLING QUIETLY. A
035536* CONTENT REJECT HAS NOTHING TO RE-KEY: ONLY A WRITE-OFF
035538* CLOSES IT, AND OTHERWISE IT IS LISTED AT ONCE.
035540*----------------------------------------------------------------*
035700 2000-PROCESS-REJECT.
035710     IF SF-RUN-SELECTED
035740         GO TO 2000-NEXT
035750     END-IF.
035800     ADD 1 TO SF-REJECTS-READ.
035802     MOVE RJ-SENDER TO SF-AGE-SENDER.
035804     MOVE RJ-REASON TO SF-AGE-REASON.
035806     MOVE RJ-TEXT TO SF-AGE-TEXT.
035808     PERFORM 2200-FIND-CORRECTION THRU 2200-EXIT.
035810     IF SF-FIXQ-ON-FILE AND FQ-APPLIED
035812         PERFORM 2600-LIST-APPLIED-EARLIER THRU 2600-EXIT
035814         GO TO 2000-NEXT
035816     END-IF.
035818     IF RJ-CONTENT-REJECT
035820         IF SF-FIX-FOUND AND FQ-WRITE-OFF
035822             MOVE ZERO TO SF-RCY-HIT
035824             PERFORM 3500-APPLY-WRITE-OFF THRU 3500-EXIT
035826             PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT
035828         ELSE
035830             PERFORM 2800-LIST-CONTENT-REJECT THRU 2800-EXIT
035832         END-IF
035834         GO TO 2000-NEXT
035840     END-IF.
035900     PERFORM 2500-BUMP-RECYCLE-COUNT THRU 2500-EXIT.
035910     IF SF-FIX-FOUND
035920         IF FQ-WRITE-OFF
035930             PERFORM 3500-APPLY-WRITE-OFF THRU 3500-EXIT
035940         ELSE
035950             PERFORM 3000-APPLY-CORRECTION THRU 3000-EXIT
035960         END-IF
035970         PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT
035980     ELSE
036000         IF SF-RCY-HIT > 0
036010             AND SF-RCY-BOUNCES(SF-RCY-HIT) >= SF-ESCALATE-LIMIT
036100             PERFORM 2700-ESCALATE-REJECT THRU 2700-EXIT
036200         ELSE
036300             PERFORM 2650-LIST-UNTOUCHED THRU 2650-EXIT
036800         END-IF
036900     END-IF.
036950 2000-NEXT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300* 2200-FIND-CORRECTION - LOOK UP THE REJECT'S DECISION ON THE
038400* CORRECTION QUEUE BY RUN ID AND MESSAGE KEY. SF-FIX-FOUND
038410* MEANS A DECISION IS WAITING TO BE APPLIED; SF-FIXQ-ON-FILE
038420* MEANS THE REJECT HAS BEEN WORKED AT SOME TIME, WHATEVER CAME
038430* OF IT.
038500*----------------------------------------------------------------*
038600 2200-FIND-CORRECTION.
038700     MOVE 'N' TO SF-FIX-FOUND-SW.
038800     MOVE 'N' TO SF-FIXQ-ON-FILE-SW.
038900     MOVE RJ-RUN-ID TO FQ-RUN-ID.
039000     MOVE RJ-SENDER TO FQ-SENDER-ID.
039100     MOVE RJ-RUN-DATE TO FQ-RUN-DATE.
039110     READ FIX-QUEUE-FILE
039120         INVALID KEY
039130             GO TO 2200-EXIT
039140     END-READ.
039150     SET SF-FIXQ-ON-FILE TO TRUE.
039160     IF FQ-QUEUED
039170         SET SF-FIX-FOUND TO TRUE
039180     END-IF.
039200 2200-EXIT.
039300     EXIT.
039400
040300*----------------------------------------------------------------*
040400* 2500-BUMP-RECYCLE-COUNT - FIND (OR ADD) THE SENDER'S RECYCLE
040500* ENTRY AND COUNT THIS BOUNCE. SF-RCY-HIT POINTS AT THE ENTRY.
043200 2510-EXIT.
043300     EXIT.
043400
043420*----------------------------------------------------------------*
043440* 2600-LIST-APPLIED-EARLIER - THE REJECT'S DECISION WAS APPLIED
043460* BY AN EARLIER REPAIR RUN (THIS LISTING IS BEING WORKED AGAIN).
043480* NOTHING MORE TO DO; IT IS LISTED WITH WHO WORKED IT.
043500*----------------------------------------------------------------*
043520 2600-LIST-APPLIED-EARLIER.
043540     ADD 1 TO SF-APPLIED-EARLIER.
043560     MOVE ZERO TO SF-RCY-HIT.
043580     IF FQ-WRITE-OFF
043600         MOVE 'WRITTEN OFF' TO SF-AGE-STATUS
043620     ELSE
043640         MOVE 'CORRECTED' TO SF-AGE-STATUS
043660     END-IF.
043680     PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT.
043700 2600-EXIT.
043720     EXIT.
043740
043760*----------------------------------------------------------------*
043780* 2650-LIST-UNTOUCHED - NO DECISION WAITING. THE RECORD RECYCLES
043800* AS IT STANDS AND IS LISTED SO IT CAN BE WORKED. ONE WHOSE
043820* EARLIER DECISION COULD NOT BE APPLIED SHOWS AS UNREPAIRABLE.
043840*----------------------------------------------------------------*
043860 2650-LIST-UNTOUCHED.
043880     ADD 1 TO SF-RECORDS-UNMATCHED.
043900     MOVE 'UNTOUCHED' TO SF-AGE-STATUS.
043920     IF SF-FIXQ-ON-FILE AND FQ-UNREPAIRABLE
043940         MOVE 'UNREPAIRABLE' TO SF-AGE-STATUS
043960     END-IF.
043980     PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT.
044000 2650-EXIT.
044020     EXIT.
044040
044060*----------------------------------------------------------------*
044080* 2700-ESCALATE-REJECT - AT THE BOUNCE LIMIT WITH NO DECISION
044100* WAITING, LIST THE RECORD ON THE AGED-REJECTS REPORT FOR MANUAL
044120* FOLLOW-UP
044140*----------------------------------------------------------------*
044160 2700-ESCALATE-REJECT.
044180     ADD 1 TO SF-RECORDS-ESCALATED.
044200     MOVE 'ESCALATED' TO SF-AGE-STATUS.
044220     PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT.
044240 2700-EXIT.
044260     EXIT.
044280
044300*----------------------------------------------------------------*
044320* 2800-LIST-CONTENT-REJECT - THE MESSAGE FAILED CONTENT
044340* SCREENING (TEXT, RUN DATE, OR PROHIBITED WORDING). ONLY THE
044360* INSTITUTION CAN CORRECT IT, SO IT IS LISTED ON THE AGED
044380* REPORT FOR FOLLOW-UP WITH NO BOUNCE COUNT. A SENDER CORRECTION
044400* QUEUED AGAINST IT CANNOT HELP AND IS MARKED UNREPAIRABLE.
044420*----------------------------------------------------------------*
044440 2800-LIST-CONTENT-REJECT.
044460     ADD 1 TO SF-CONTENT-REJECTS.
044480     MOVE ZERO TO SF-RCY-HIT.
044500     MOVE 'CONTENT' TO SF-AGE-STATUS.
044520     IF SF-FIX-FOUND
044540         PERFORM 3900-MARK-UNREPAIRABLE THRU 3900-EXIT
044560     END-IF.
044580     PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT.
044600 2800-EXIT.
044620     EXIT.
044640
044660*----------------------------------------------------------------*
044680* 2900-WRITE-AGED-LINE - ONE LINE OF THE AGED REPORT: THE REJECT,
044700* ITS BOUNCES, WHAT BECAME OF IT, AND - WHEN IT HAS BEEN WORKED -
044720* THE OPERATOR AND THE DATE AND TIME THE DECISION WAS KEYED
044740*----------------------------------------------------------------*
044760 2900-WRITE-AGED-LINE.
044780     IF SF-RCY-HIT > 0
044800         MOVE SF-RCY-BOUNCES(SF-RCY-HIT) TO SF-AGE-BOUNCES
044820     ELSE
044840         MOVE ZERO TO SF-AGE-BOUNCES
044860     END-IF.
044880     MOVE SPACES TO SF-AGE-OPERATOR.
044900     MOVE SPACES TO SF-AGE-WORKED.
044920     IF SF-FIXQ-ON-FILE
044940         MOVE FQ-OPERATOR-ID TO SF-AGE-OPERATOR
044960         STRING FQ-ENTRY-DATE(5:2) '/' FQ-ENTRY-DATE(7:2) '/'
044980             FQ-ENTRY-DATE(1:4) ' ' FQ-ENTRY-TIME(1:2) ':'
045000             FQ-ENTRY-TIME(3:2) DELIMITED BY SIZE
045020             INTO SF-AGE-WORKED
045040     END-IF.
045060     WRITE AGED-LINE FROM SF-AGED-DETAIL-LINE.
045080 2900-EXIT.
045100     EXIT.
045120
045140*----------------------------------------------------------------*
045160* 3000-APPLY-CORRECTION - THE REJECTED RECORD IS STILL ON THE
045180* MESSAGE KSDS UNDER ITS BAD SENDER ID. RE-KEY IT: READ THE FULL
045200* ORIGINAL, DELETE THE BAD KEY, WRITE UNDER THE CORRECTED ONE.
045220* A REJECT WITH NO RECORD ON FILE (BLANK-SENDER REJECTS) CANNOT
045240* BE REPAIRED HERE AND IS COUNTED UNREPAIRABLE. THE QUEUE ENTRY
045260* IS STAMPED WITH THE OUTCOME EITHER WAY.
045280*----------------------------------------------------------------*
045300 3000-APPLY-CORRECTION.
045320     MOVE FQ-SENDER-ID TO CM-SENDER-ID.
045340     MOVE FQ-RUN-DATE TO CM-RUN-DATE.
045360     READ MESSAGE-FILE
045380         INVALID KEY
045400             PERFORM 3900-MARK-UNREPAIRABLE THRU 3900-EXIT
045420             GO TO 3000-EXIT
045440     END-READ.
045460     DELETE MESSAGE-FILE RECORD
045480         INVALID KEY
045500             PERFORM 3900-MARK-UNREPAIRABLE THRU 3900-EXIT
045520             GO TO 3000-EXIT
045540     END-DELETE.
045560     MOVE CM-RUN-DATE TO SF-SAVE-RUN-DATE.
045580     IF FQ-NEW-SENDER-ID NOT = SPACES
045600         MOVE FQ-NEW-SENDER-ID TO CM-SENDER-ID
045620     END-IF.
045640     IF FQ-NEW-RUN-DATE NOT = SPACES
045660         MOVE FQ-NEW-RUN-DATE TO CM-RUN-DATE
045680     END-IF.
045700     WRITE CUSTMSG-RECORD
045720         INVALID KEY
045740             DISPLAY 'SOLFIX: CORRECTED KEY ALREADY ON FILE - '
045760                 CM-SENDER-ID
045780             MOVE FQ-SENDER-ID TO CM-SENDER-ID
045800             MOVE SF-SAVE-RUN-DATE TO CM-RUN-DATE
045820             WRITE CUSTMSG-RECORD
045840             END-WRITE
045860             PERFORM 3900-MARK-UNREPAIRABLE THRU 3900-EXIT
045880             GO TO 3000-EXIT
045900     END-WRITE.
045920     ADD 1 TO SF-RECORDS-REPAIRED.
045930     PERFORM 3700-LIST-REPAIRED-KEY THRU 3700-EXIT.
045940     IF SF-RCY-HIT > 0
045960         MOVE 'Y' TO SF-RCY-DROP-SW(SF-RCY-HIT)
045980     END-IF.
046000     MOVE 'CORRECTED' TO SF-AGE-STATUS.
046020     PERFORM 3800-MARK-APPLIED THRU 3800-EXIT.
046040 3000-EXIT.
046060     EXIT.
046080
046100*----------------------------------------------------------------*
046120* 3500-APPLY-WRITE-OFF - THE OPERATOR HAS GIVEN THE RECORD UP.
046140* DELETE IT FROM THE MESSAGE KSDS SO IT STOPS RECYCLING; ONE
046160* ALREADY GONE IS WRITTEN OFF ALL THE SAME.
046180*----------------------------------------------------------------*
046200 3500-APPLY-WRITE-OFF.
046220     MOVE FQ-SENDER-ID TO CM-SENDER-ID.
046240     MOVE FQ-RUN-DATE TO CM-RUN-DATE.
046260     DELETE MESSAGE-FILE RECORD
046280         INVALID KEY
046300             CONTINUE
046320     END-DELETE.
046340     ADD 1 TO SF-RECORDS-WRITTEN-OFF.
046360     IF SF-RCY-HIT > 0
046380         MOVE 'Y' TO SF-RCY-DROP-SW(SF-RCY-HIT)
046400     END-IF.
046420     MOVE 'WRITTEN OFF' TO SF-AGE-STATUS.
046440     PERFORM 3800-MARK-APPLIED THRU 3800-EXIT.
046460 3500-EXIT.
046480     EXIT.
046500
046501*----------------------------------------------------------------*
046502* 3700-LIST-REPAIRED-KEY - ADD THE RE-KEYED RECORD TO THE
046503* REPAIRED-KEY LIST IN THE APPLIED-LISTING LAYOUT. THE NIGHTLY
046504* CHANGED-KEYS SORT READS THE LIST WITH THE FEED'S APPLIED
046505* LISTING, SO A CHANGED-ONLY NIGHT PROCESSES THE CORRECTED KEY.
046506* THE NIGHT EMPTIES THE LIST ONCE ITS SOLUTION STEP COMPLETES.
046507*----------------------------------------------------------------*
046508 3700-LIST-REPAIRED-KEY.
046509     MOVE SPACES TO REPAIRED-KEY-LINE.
046510     MOVE 'A' TO RK-ACTION.
046511     MOVE CM-SENDER-ID TO RK-SENDER.
046512     MOVE CM-RUN-DATE TO RK-RUN-DATE.
046513     MOVE CM-MESSAGE-TEXT TO RK-TEXT.
046514     WRITE REPAIRED-KEY-LINE.
046515     ADD 1 TO SF-KEYS-LISTED.
046516 3700-EXIT.
046517     EXIT.
046518
046520*----------------------------------------------------------------*
046540* 3800-MARK-APPLIED / 3900-MARK-UNREPAIRABLE - STAMP THE QUEUE
046560* ENTRY WITH WHAT THIS RUN MADE OF IT. AN UNREPAIRABLE ENTRY
046580* PUTS THE REJECT BACK ON THE WORKLIST FOR ANOTHER DECISION.
046600*----------------------------------------------------------------*
046620 3800-MARK-APPLIED.
046640     SET FQ-APPLIED TO TRUE.
046660     MOVE SF-PROCESS-DATE TO FQ-APPLIED-DATE.
046680     PERFORM 3850-REWRITE-QUEUE THRU 3850-EXIT.
046700 3800-EXIT.
046720     EXIT.
046740
046760 3850-REWRITE-QUEUE.
046780     REWRITE FIXQUE-RECORD
046800         INVALID KEY
046820             DISPLAY 'SOLFIX: FIXQUE REWRITE FAILED - ' FQ-KEY
046840     END-REWRITE.
046860 3850-EXIT.
046880     EXIT.
046900
046920 3900-MARK-UNREPAIRABLE.
046940     ADD 1 TO SF-RECORDS-UNREPAIRABLE.
046960     MOVE 'UNREPAIRABLE' TO SF-AGE-STATUS.
046980     SET FQ-UNREPAIRABLE TO TRUE.
047000     MOVE SF-PROCESS-DATE TO FQ-APPLIED-DATE.
047020     PERFORM 3850-REWRITE-QUEUE THRU 3850-EXIT.
047040 3900-EXIT.
047060     EXIT.
047080
047100*----------------------------------------------------------------*
047120* 4000-APPLY-OFF-LISTING - DECISIONS STILL QUEUED AFTER THE
047140* LISTING HAS BEEN WORKED BELONG TO REJECTS NOT ON IT (AN
047160* INTRADAY RUN, OR AN OLDER NIGHT). APPLY THEM DIRECTLY BY KEY,
047180* HONOURING THE RUN ID CARD; THEY CARRY NO BOUNCE COUNT HERE.
047185* A SENDER CORRECTION QUEUED AGAINST A CONTENT REJECT IS REFUSED
047190* AND LISTED HERE JUST AS IT WOULD BE ON THE LISTING.
047200*----------------------------------------------------------------*
047220 4000-APPLY-OFF-LISTING.
047240     MOVE 'N' TO SF-FIXQ-EOF-SW.
047260     MOVE LOW-VALUES TO FQ-KEY.
047280     START FIX-QUEUE-FILE KEY NOT < FQ-KEY
047300         INVALID KEY
047320             SET SF-FIXQ-EOF TO TRUE
047340     END-START.
047360     PERFORM 4100-APPLY-ONE-QUEUED THRU 4100-EXIT
047380         UNTIL SF-FIXQ-EOF.
047400 4000-EXIT.
047420     EXIT.
047440
047460 4100-APPLY-ONE-QUEUED.
047480     READ FIX-QUEUE-FILE NEXT RECORD
047500         AT END
047520             SET SF-FIXQ-EOF TO TRUE
047540             GO TO 4100-EXIT
047560     END-READ.
047580     IF NOT FQ-QUEUED
047600         GO TO 4100-EXIT
047620     END-IF.
047640     IF SF-RUN-SELECTED
047660         AND FQ-RUN-ID NOT = SF-WANTED-RUN-ID
047680         GO TO 4100-EXIT
047700     END-IF.
047720     ADD 1 TO SF-QUEUE-OFF-LISTING.
047740     SET SF-FIXQ-ON-FILE TO TRUE.
047760     MOVE ZERO TO SF-RCY-HIT.
047780     MOVE FQ-SENDER-ID TO SF-AGE-SENDER.
047800     MOVE FQ-REASON TO SF-AGE-REASON.
047820     MOVE FQ-RUN-ID TO SF-OFF-RUN-ID.
047840     MOVE SF-OFF-LISTING-TEXT TO SF-AGE-TEXT.
047850     IF FQ-CORRECTION AND FQ-CONTENT-REJECT
047852         SET SF-FIX-FOUND TO TRUE
047854         PERFORM 2800-LIST-CONTENT-REJECT THRU 2800-EXIT
047856         GO TO 4100-EXIT
047858     END-IF.
047860     IF FQ-WRITE-OFF
047880         PERFORM 3500-APPLY-WRITE-OFF THRU 3500-EXIT
047900     ELSE
047920         PERFORM 3000-APPLY-CORRECTION THRU 3000-EXIT
047940     END-IF.
047960     PERFORM 2900-WRITE-AGED-LINE THRU 2900-EXIT.
047980 4100-EXIT.
048000     EXIT.
049000
049100*----------------------------------------------------------------*
049200* 7000-WRITE-RECYCLE-FILE - CARRY UNRESOLVED BOUNCE COUNTS
051900     MOVE 'RECORDS REPAIRED:' TO SF-CNT-LABEL.
052000     MOVE SF-RECORDS-REPAIRED TO SF-CNT-VALUE.
052100     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
052110     MOVE 'KEYS LISTED FOR NEXT RUN:' TO SF-CNT-LABEL.
052120     MOVE SF-KEYS-LISTED TO SF-CNT-VALUE.
052130     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
052200     MOVE 'UNTOUCHED - NOT WORKED:' TO SF-CNT-LABEL.
052300     MOVE SF-RECORDS-UNMATCHED TO SF-CNT-VALUE.
052400     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
052500     MOVE 'UNREPAIRABLE:' TO SF-CNT-LABEL.
053340     MOVE 'OTHER RUNS SKIPPED:' TO SF-CNT-LABEL.
053350     MOVE SF-REJECTS-SKIPPED TO SF-CNT-VALUE.
053360     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
053370     MOVE 'CONTENT REJECTS LISTED:' TO SF-CNT-LABEL.
053380     MOVE SF-CONTENT-REJECTS TO SF-CNT-VALUE.
053390     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
053391     MOVE 'WRITTEN OFF:' TO SF-CNT-LABEL.
053392     MOVE SF-RECORDS-WRITTEN-OFF TO SF-CNT-VALUE.
053393     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
053394     MOVE 'APPLIED ON AN EARLIER RUN:' TO SF-CNT-LABEL.
053395     MOVE SF-APPLIED-EARLIER TO SF-CNT-VALUE.
053396     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
053397     MOVE 'QUEUE ENTRIES OFF LISTING:' TO SF-CNT-LABEL.
053398     MOVE SF-QUEUE-OFF-LISTING TO SF-CNT-VALUE.
053399     WRITE REPORT-LINE FROM SF-REPORT-COUNT-LINE.
053400 8100-EXIT.
053500     EXIT.
053600
054500         OR SF-RECORDS-UNREPAIRABLE > 0
054600         OR SF-RECORDS-ESCALATED > 0
054650         OR SF-BOUNCES-UNTRACKED > 0
054660         OR SF-CONTENT-REJECTS > 0
054700         MOVE 4 TO RETURN-CODE
054800     ELSE
054900         MOVE 0 TO RETURN-CODE

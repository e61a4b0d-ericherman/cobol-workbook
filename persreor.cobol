000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSREOR.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSREOR MOVES PEOPLE OFF DEPT CODES FINANCE HAS
001000* MERGED OR RETIRED.  REBUILDING THE DEPARTMENT REFERENCE FILE
001100* (PERSDEPT) ONLY STOPS NEW TRANSACTIONS USING AN OLD CODE; EVERY
001200* MASTER RECORD STILL CARRYING IT STAYS THERE, AND THE PERSON'S
001300* NEXT UNRELATED CHANGE IS REJECTED AS AN UNKNOWN DEPT CODE.  THIS
001400* PROGRAM READS A MAPPING DECK OF OLD CODE TO NEW CODE AND WRITES
001500* ONE CHANGE TRANSACTION PER ACTIVE PERSON ON A MAPPED CODE, SO
001600* EVERY MOVE GOES THROUGH PERSEDIT AND PERSUPD LIKE ANY OTHER
001700* CHANGE -- WITH A PERSAUDT ENTRY AND A LINE ON THE HR DELTA FEED.
001800*
001900* EACH MAPPING CARD (SYSIN) IS
002000*     OOOO NNNN YYYYMMDD
002100* THE OLD CODE IN COLUMNS 1-4, THE NEW CODE IN 6-9, AND THE
002200* EFFECTIVE DATE IN 11-18.  A BLANK, ZERO OR PAST EFFECTIVE DATE
002300* MEANS TONIGHT; A LATER ONE IS CARRIED ON THE TRANSACTION AND
002400* PERSUPD PARKS IT ON THE PENDING FILE UNTIL IT FALLS DUE.  A
002500* CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.  THE DECK IS
002600* REFUSED WHOLE (RETURN CODE 8, NOTHING WRITTEN) IF ANY CARD HAS
002700* A BLANK CODE, THE SAME OLD AND NEW CODE, A NEW CODE NOT ON THE
002800* REFERENCE FILE, AN OLD CODE MAPPED TWICE, A NEW CODE THAT IS
002900* ITSELF BEING MAPPED AWAY, OR AN EFFECTIVE DATE THAT IS NOT A
003000* REAL DATE WITHIN PERSUPD'S TWO-YEAR WINDOW.  THE OLD CODE MAY
003100* STILL BE ON THE REFERENCE FILE (A MERGE DATED AHEAD).
003200*
003300* THE TRANSACTIONS JOIN TONIGHT'S DAILY FILE THE WAY PERSHRIN
003400* JOINS THE HR CORRECTIONS.  WHEN THE FILE ON PERSDETI IS TODAY'S
003500* (DATA ENTRY HAS ALREADY CLOSED A BATCH), ITS HEADER AND DETAILS
003600* ARE COPIED THROUGH UNCHANGED, THE MOVES ARE NUMBERED ON FROM ITS
003700* HIGHEST SEQUENCE NUMBER, AND THE TRAILER CARRIES DATA ENTRY'S
003800* CLAIMED COUNT AND HASH PLUS THE MOVES (NO TRAILER IN, NO
003900* TRAILER OUT, SO PERSEDIT STILL SEES A TRUNCATED FILE).
004000* OTHERWISE A NEW FILE IS WRITTEN -- HEADER SOURCE PERSREOR,
004100* DATED TODAY, THE MOVES NUMBERED FROM 1, AND A COMPUTED TRAILER
004200* -- WHICH PERSKEY PICKS UP AND ADDS TO IF DATA ENTRY KEYS LATER
004300* IN THE DAY.  THE RESULT GOES TO PERSTRNO; PERSREOR.JCL COPIES IT
004400* OVER THE DAILY FILE ONLY WHEN THIS PROGRAM ENDS RC=0.
004500*
004600* A CHANGE CARRIES THE WHOLE IMAGE, SO EACH MOVE CARRIES THE
004700* PERSON'S NAME, JOB TITLE AND HIRE DATE AS THEY STAND NOW.  A
004800* PERSON WHO ALREADY HAS A TRANSACTION ON TODAY'S FILE IS LEFT
004900* WHERE THEY ARE AND LISTED -- A MOVE APPLIED AFTER DATA ENTRY'S
005000* CHANGE WOULD PUT THE OLD NAME OR TITLE BACK.  RUN THE SAME DECK
005100* AGAIN ANOTHER DAY TO PICK THEM UP; ANYONE ALREADY MOVED IS NO
005200* LONGER ON AN OLD CODE.  DELETED RECORDS ARE NOT MOVED.
005210* A MOVE WAITS ON THE APPROVAL QUEUE (OR, DATED AHEAD, ON THE
005220* PENDING FILE), AND THE IMAGE AGES WHILE IT WAITS.  IF THE
005230* PERSON'S MASTER RECORD IS UPDATED IN THE MEANTIME, PERSUPD
005240* REFUSES THE MOVE TO THE RECYCLE FILE RATHER THAN APPLY AN OLD
005250* NAME OR TITLE; RE-KEY IT FROM THE CURRENT RECORD OR RUN THE
005260* DECK AGAIN.
005300*
005400* PERSRORR LISTS THE MAPPING CARDS WITH A VERDICT EACH, THEN
005500* EVERY MASTER RECORD WHOSE DEPT CODE IS NOT ON THE REFERENCE
005600* FILE BEFORE THE REORG, THE MOVES WRITTEN, AND EVERY MASTER
005700* RECORD WHOSE CODE WILL STILL NOT BE ON THE REFERENCE FILE ONCE
005800* THE MOVES HAVE TAKEN EFFECT, WITH THE REASON.  A BLANK DEPT CODE
005900* IS NOT LISTED -- PERSUPD ACCEPTS IT (PERSDEPT.CPY).  RC=4 MEANS
006000* THE DECK WAS GOOD BUT NO ACTIVE PERSON WAS ON A MAPPED CODE.
006100*
006200* MODIFICATION HISTORY
006300*     10/15/2026 RLM  INITIAL VERSION
006310*     10/15/2026 RLM  NO CODE CHANGE: EVERY MOVE THIS WRITES IS A
006320*                     DEPARTMENT CHANGE, SO PERSUPD NOW HOLDS IT
006330*                     ON THE APPROVAL QUEUE UNTIL PERSAPRV
006340*                     RELEASES IT.
006350*     10/15/2026 RLM  NO CODE CHANGE: A MOVE WHOSE MASTER RECORD
006360*                     IS UPDATED WHILE IT IS HELD OR PARKED IS NOW
006370*                     REFUSED BY PERSUPD TO THE RECYCLE FILE.
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT MAP-CARDS ASSIGN TO SYSIN
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-MC-STATUS.
007100     SELECT PERSON-MASTER ASSIGN TO PERSMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS PM-ID
007500         FILE STATUS IS WS-PM-STATUS.
007600     SELECT DEPT-REF ASSIGN TO PERSDEPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-DR-STATUS.
007900     SELECT DAILY-IN ASSIGN TO PERSDETI
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-DI-STATUS.
008200     SELECT TRANS-OUT ASSIGN TO PERSTRNO
008300         ORGANIZATION IS SEQUENTIAL.
008400     SELECT REORG-RPT ASSIGN TO PERSRORR
008500         ORGANIZATION IS SEQUENTIAL.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  MAP-CARDS
008900     RECORDING MODE IS F.
009000 01  MC-RECORD.
009100     05  MC-OLD-CODE               PIC X(04).
009200     05  FILLER                    PIC X(01).
009300     05  MC-NEW-CODE               PIC X(04).
009400     05  FILLER                    PIC X(01).
009500     05  MC-EFF-DATE               PIC 9(08).
009600     05  MC-EFF-DATE-X REDEFINES MC-EFF-DATE
009700                                   PIC X(08).
009800     05  FILLER                    PIC X(62).
009900 FD  PERSON-MASTER.
010000     COPY "persmast.cpy".
010100 FD  DEPT-REF
010200     RECORDING MODE IS F.
010300     COPY "persdept.cpy".
010400 FD  DAILY-IN
010500     RECORDING MODE IS F.
010600 01  DI-RECORD                     PIC X(150).
010700 FD  TRANS-OUT
010800     RECORDING MODE IS F.
010900     COPY "perstran.cpy".
011000 FD  REORG-RPT
011100     RECORDING MODE IS F.
011200 01  RR-LINE                       PIC X(80).
011300 WORKING-STORAGE SECTION.
011400 77  WS-MC-STATUS                  PIC X(02).
011500 77  WS-PM-STATUS                  PIC X(02).
011600 77  WS-DR-STATUS                  PIC X(02).
011700 77  WS-DI-STATUS                  PIC X(02).
011800 77  WS-MC-EOF-SW                  PIC X(01) VALUE 'N'.
011900     88  WS-MC-EOF                     VALUE 'Y'.
012000 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
012100     88  WS-EOF                        VALUE 'Y'.
012200 77  WS-DR-EOF-SW                  PIC X(01) VALUE 'N'.
012300     88  WS-DR-EOF                     VALUE 'Y'.
012400 77  WS-DI-EOF-SW                  PIC X(01) VALUE 'N'.
012500     88  WS-DI-EOF                     VALUE 'Y'.
012600 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
012700     88  WS-REFUSED                    VALUE 'Y'.
012800 77  WS-DAILY-TODAY-SW             PIC X(01) VALUE 'N'.
012900     88  WS-DAILY-TODAY                VALUE 'Y'.
013000 77  WS-TRAILER-SW                 PIC X(01) VALUE 'N'.
013100     88  WS-TRAILER-SEEN               VALUE 'Y'.
013200 77  WS-DATE-OK-SW                 PIC X(01).
013300     88  WS-DATE-OK                    VALUE 'Y'.
013400     88  WS-DATE-BAD                   VALUE 'N'.
013500 77  WS-DECISION-SW                PIC X(01).
013600     88  WS-DEC-NONE                   VALUE ' '.
013700     88  WS-DEC-MOVE                   VALUE 'M'.
013800     88  WS-DEC-ON-FILE                VALUE 'F'.
013900     88  WS-DEC-DELETED                VALUE 'D'.
014000 77  WS-MAP-MAX                    PIC 9(04) COMP VALUE 0200.
014100 77  WS-MAP-USED                   PIC 9(04) COMP VALUE ZERO.
014200 77  WS-MX                         PIC 9(04) COMP.
014300 77  WS-MAP-HIT-SUB                PIC 9(04) COMP VALUE ZERO.
014400 77  WS-DEPT-MAX                   PIC 9(04) COMP VALUE 0200.
014500 77  WS-DEPT-USED                  PIC 9(04) COMP VALUE ZERO.
014600 77  WS-DP                         PIC 9(04) COMP.
014700 77  WS-DEPT-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
014800 77  WS-DI-MAX                     PIC 9(04) COMP VALUE 5000.
014900 77  WS-DI-USED                    PIC 9(04) COMP VALUE ZERO.
015000 77  WS-DX                         PIC 9(04) COMP.
015100 77  WS-DI-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
015200 77  WS-MAX-SEQ-NO                 PIC 9(08) VALUE ZERO.
015300 77  WS-TRL-COUNT                  PIC 9(08) VALUE ZERO.
015400 77  WS-TRL-HASH                   PIC 9(15) VALUE ZERO.
015500 77  WS-DE-COUNT                   PIC 9(08) VALUE ZERO.
015600 77  WS-CARD-COUNT                 PIC 9(08) VALUE ZERO.
015700 77  WS-BAD-CARD-COUNT             PIC 9(08) VALUE ZERO.
015800 77  WS-BEFORE-COUNT               PIC 9(08) VALUE ZERO.
015900 77  WS-AFTER-COUNT                PIC 9(08) VALUE ZERO.
016000 77  WS-MOVE-COUNT                 PIC 9(08) VALUE ZERO.
016100 77  WS-FUTURE-COUNT               PIC 9(08) VALUE ZERO.
016200 77  WS-ON-FILE-COUNT              PIC 9(08) VALUE ZERO.
016300 77  WS-DAYS-IN-MONTH              PIC 9(02).
016400 77  WS-LEAP-QUOT                  PIC 9(04) COMP.
016500 77  WS-LEAP-REM-4                 PIC 9(04) COMP.
016600 77  WS-LEAP-REM-100               PIC 9(04) COMP.
016700 77  WS-LEAP-REM-400               PIC 9(04) COMP.
016800 77  WS-EFF-HIGH-LIMIT             PIC 9(08) VALUE ZERO.
016900 77  WS-CARD-EFF                   PIC 9(08) VALUE ZERO.
017000 77  WS-TEST-CODE                  PIC X(04).
017100 77  WS-PROJ-DEPT                  PIC X(04).
017200 01  WS-TODAY                      PIC 9(08).
017300 01  WS-EDIT-DATE                  PIC 9(08).
017400 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
017500     05  WS-EDIT-YEAR              PIC 9(04).
017600     05  WS-EDIT-MONTH             PIC 9(02).
017700     05  WS-EDIT-DAY               PIC 9(02).
017800 01  WS-MSG-LINE                   PIC X(80).
017900*    THE MAPPING DECK, THE REFERENCE CODES, AND THE IDS ALREADY ON
018000*    TODAY'S DAILY FILE.
018100 01  WS-MAP-TABLE.
018200     05  WS-MAP-ENTRY OCCURS 200 TIMES.
018300         10  WS-MT-OLD-CODE        PIC X(04).
018400         10  WS-MT-NEW-CODE        PIC X(04).
018500         10  WS-MT-EFF-DATE        PIC 9(08).
018600 01  WS-DEPT-TABLE.
018700     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
018800         10  WS-DEPT-CODE          PIC X(04).
018900 01  WS-DAILY-ID-TABLE.
019000     05  WS-DI-ID OCCURS 5000 TIMES
019100                                   PIC 9(10).
019200*    ONE DAILY-FILE RECORD, WITH THE HEADER AND TRAILER VIEWS.
019300 01  WS-DE-TRAN.
019400     05  WS-DE-SEQ-NO              PIC 9(08).
019500     05  WS-DE-SEQ-NO-X REDEFINES WS-DE-SEQ-NO
019600                                   PIC X(08).
019700     05  WS-DE-TRANS-CODE          PIC X(01).
019800         88  WS-DE-HEADER              VALUE 'H'.
019900         88  WS-DE-TRAILER             VALUE 'T'.
020000     05  WS-DE-ID                  PIC 9(10).
020100     05  WS-DE-ID-X REDEFINES WS-DE-ID
020200                                   PIC X(10).
020300     05  FILLER                    PIC X(121).
020400 01  WS-DE-HDR REDEFINES WS-DE-TRAN.
020500     05  FILLER                    PIC X(09).
020600     05  WS-DE-HDR-SOURCE          PIC X(08).
020700     05  WS-DE-HDR-DATE            PIC 9(08).
020800     05  WS-DE-HDR-DATE-X REDEFINES WS-DE-HDR-DATE
020900                                   PIC X(08).
021000     05  FILLER                    PIC X(125).
021100 01  WS-DE-TRL REDEFINES WS-DE-TRAN.
021200     05  FILLER                    PIC X(09).
021300     05  WS-DE-TRL-COUNT           PIC 9(08).
021400     05  WS-DE-TRL-HASH            PIC 9(15).
021500     05  FILLER                    PIC X(118).
021600*    REPORT LINES.
021700 01  WS-RPT-TITLE.
021800     05  FILLER                    PIC X(36)
021900         VALUE "DEPARTMENT REORGANIZATION -- RUN OF ".
022000     05  WS-RT-DATE                PIC 9(08).
022100     05  FILLER                    PIC X(36) VALUE SPACES.
022200 01  WS-CARD-LINE.
022300     05  FILLER                    PIC X(04) VALUE "MAP ".
022400     05  WS-CL-OLD                 PIC X(04).
022500     05  FILLER                    PIC X(04) VALUE " TO ".
022600     05  WS-CL-NEW                 PIC X(04).
022700     05  FILLER                    PIC X(11) VALUE " EFFECTIVE ".
022800     05  WS-CL-EFF                 PIC X(08).
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  WS-CL-VERDICT             PIC X(43).
023100 01  WS-MASTER-LINE.
023200     05  WS-ML-ID                  PIC 9(10).
023300     05  FILLER                    PIC X(02) VALUE SPACES.
023400     05  WS-ML-NAME                PIC X(30).
023500     05  FILLER                    PIC X(02) VALUE SPACES.
023600     05  WS-ML-STATUS              PIC X(01).
023700     05  FILLER                    PIC X(02) VALUE SPACES.
023800     05  WS-ML-DEPT                PIC X(04).
023900     05  FILLER                    PIC X(02) VALUE SPACES.
024000     05  WS-ML-NEW                 PIC X(04).
024100     05  FILLER                    PIC X(02) VALUE SPACES.
024200     05  WS-ML-NOTE                PIC X(21).
024300 01  WS-MASTER-HEAD.
024400     05  FILLER                    PIC X(44) VALUE
024500         "ID          NAME                            ".
024600     05  FILLER                    PIC X(36) VALUE
024700         "S  DEPT  NEW   NOTE".
024800 01  WS-CARDS-HEAD                 PIC X(80) VALUE
024900     "MAPPING CARDS".
025000 01  WS-BEFORE-HEAD                PIC X(80) VALUE
025100     "BEFORE -- MASTER RECORDS ON A DEPT CODE NOT ON DEPTREF".
025200 01  WS-MOVES-HEAD                 PIC X(80) VALUE
025300     "MOVES -- ACTIVE PEOPLE ON A MAPPED CODE".
025400 01  WS-AFTER-HEAD                 PIC X(80) VALUE
025500     "AFTER -- STILL NOT ON DEPTREF ONCE THE MOVES TAKE EFFECT".
025600 01  WS-COUNT-LINE.
025700     05  WS-CT-LABEL               PIC X(40).
025800     05  WS-CT-COUNT               PIC ZZZZZZZ9.
025900     05  FILLER                    PIC X(32) VALUE SPACES.
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     IF NOT WS-REFUSED
026400         PERFORM 2000-LIST-BEFORE THRU 2000-EXIT
026500         PERFORM 4000-GENERATE-MOVES THRU 4000-EXIT
026600         PERFORM 6000-LIST-AFTER THRU 6000-EXIT
026700     END-IF.
026800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
026900     PERFORM 9999-EXIT.
027000******************************************************************
027100* 1000-INITIALIZE LOADS THE REFERENCE FILE, EDITS THE MAPPING
027200* DECK, AND NOTES WHO IS ALREADY ON TODAY'S DAILY FILE.  ANY
027300* FAULT REFUSES THE RUN BEFORE A TRANSACTION IS WRITTEN.
027400******************************************************************
027500 1000-INITIALIZE.
027600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027700*    THE SAME TWO-YEAR EFFECTIVE-DATE WINDOW PERSUPD PARKS WITHIN.
027800     COMPUTE WS-EFF-HIGH-LIMIT = WS-TODAY + 20000.
027900     OPEN OUTPUT REORG-RPT.
028000     MOVE WS-TODAY TO WS-RT-DATE.
028100     MOVE WS-RPT-TITLE TO RR-LINE.
028200     WRITE RR-LINE.
028300     PERFORM DV100-LOAD-DEPT-TABLE THRU DV100-EXIT.
028400     IF WS-DEPT-USED = ZERO
028500         MOVE "NO DEPARTMENT REFERENCE FILE -- NOTHING TO MAP TO"
028600             TO WS-MSG-LINE
028700         PERFORM Z100-REFUSE THRU Z100-EXIT
028800     ELSE
028900         PERFORM M100-LOAD-MAP THRU M100-EXIT
029000         IF WS-BAD-CARD-COUNT > ZERO
029100             MOVE "MAPPING DECK HAS BAD CARDS -- NOTHING WRITTEN"
029200                 TO WS-MSG-LINE
029300             PERFORM Z100-REFUSE THRU Z100-EXIT
029400         ELSE IF WS-MAP-USED = ZERO
029500             MOVE "NO MAPPING CARDS -- NOTHING WRITTEN"
029600                 TO WS-MSG-LINE
029700             PERFORM Z100-REFUSE THRU Z100-EXIT
029800         ELSE
029900             PERFORM D100-LOAD-DAILY-IDS THRU D100-EXIT
030000         END-IF
030100         END-IF
030200     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500******************************************************************
030600* M100-LOAD-MAP READS THE MAPPING DECK INTO THE MAP TABLE, ONE
030700* REPORT LINE PER CARD, THEN CHECKS NO NEW CODE IS ITSELF BEING
030800* MAPPED AWAY.  BAD CARDS ARE COUNTED, NOT TAKEN.
030900******************************************************************
031000 M100-LOAD-MAP.
031100     MOVE SPACES TO RR-LINE.
031200     WRITE RR-LINE.
031300     MOVE WS-CARDS-HEAD TO RR-LINE.
031400     WRITE RR-LINE.
031500     OPEN INPUT MAP-CARDS.
031600     IF WS-MC-STATUS = "00"
031700         PERFORM M110-READ-CARD THRU M110-EXIT
031800         PERFORM M120-TAKE-CARD THRU M120-EXIT
031900             UNTIL WS-MC-EOF
032000         CLOSE MAP-CARDS
032100     END-IF.
032200     PERFORM M200-CHECK-CHAIN THRU M200-EXIT
032300         VARYING WS-MX FROM 1 BY 1
032400         UNTIL WS-MX > WS-MAP-USED.
032500 M100-EXIT.
032600     EXIT.
032700 M110-READ-CARD.
032800     READ MAP-CARDS
032900         AT END
033000             SET WS-MC-EOF TO TRUE
033100     END-READ.
033200 M110-EXIT.
033300     EXIT.
033350 M120-TAKE-CARD.
033400     IF MC-RECORD NOT = SPACES
033450             AND MC-RECORD (1:1) NOT = "*"
033500         PERFORM M125-EDIT-CARD THRU M125-EXIT
033550     END-IF.
033600     PERFORM M110-READ-CARD THRU M110-EXIT.
033650 M120-EXIT.
033700     EXIT.
033750 M125-EDIT-CARD.
033800     ADD 1 TO WS-CARD-COUNT.
033850     MOVE SPACES TO WS-CL-VERDICT.
033900     MOVE ZERO TO WS-CARD-EFF.
033950     IF MC-OLD-CODE = SPACES
034000         MOVE "REFUSED -- OLD CODE BLANK" TO WS-CL-VERDICT
034050     ELSE IF MC-NEW-CODE = SPACES
034100         MOVE "REFUSED -- NEW CODE BLANK" TO WS-CL-VERDICT
034150     ELSE IF MC-OLD-CODE = MC-NEW-CODE
034200         MOVE "REFUSED -- OLD AND NEW CODE THE SAME"
034250             TO WS-CL-VERDICT
034300     ELSE
034350         MOVE MC-NEW-CODE TO WS-TEST-CODE
034400         PERFORM DV200-FIND-DEPT-CODE THRU DV200-EXIT
034450         IF WS-DEPT-HIT-SUB = ZERO
034500             MOVE "REFUSED -- NEW CODE NOT ON DEPTREF"
034550                 TO WS-CL-VERDICT
034600         ELSE
034650             MOVE MC-OLD-CODE TO WS-TEST-CODE
034700             PERFORM M300-FIND-OLD-CODE THRU M300-EXIT
034750             IF WS-MAP-HIT-SUB > ZERO
034800                 MOVE "REFUSED -- OLD CODE ALREADY MAPPED"
034850                     TO WS-CL-VERDICT
034900             ELSE
034950                 PERFORM M130-EDIT-EFF-DATE THRU M130-EXIT
035000             END-IF
035050         END-IF
035100     END-IF
035150     END-IF
035200     END-IF.
035250     IF WS-CL-VERDICT = SPACES
035300             AND WS-MAP-USED NOT < WS-MAP-MAX
035350         MOVE "REFUSED -- MAP TABLE FULL, RAISE WS-MAP-MAX"
035400             TO WS-CL-VERDICT
035450     END-IF.
035500     IF WS-CL-VERDICT = SPACES
035550         ADD 1 TO WS-MAP-USED
035600         MOVE MC-OLD-CODE TO WS-MT-OLD-CODE (WS-MAP-USED)
035650         MOVE MC-NEW-CODE TO WS-MT-NEW-CODE (WS-MAP-USED)
035700         MOVE WS-CARD-EFF TO WS-MT-EFF-DATE (WS-MAP-USED)
035750         MOVE "ACCEPTED" TO WS-CL-VERDICT
035800     ELSE
035850         ADD 1 TO WS-BAD-CARD-COUNT
035900     END-IF.
035950     MOVE MC-OLD-CODE TO WS-CL-OLD.
036000     MOVE MC-NEW-CODE TO WS-CL-NEW.
036050     IF WS-CARD-EFF = ZERO
036100         MOVE "TONIGHT" TO WS-CL-EFF
036150     ELSE
036200         MOVE WS-CARD-EFF TO WS-CL-EFF
036250     END-IF.
036300     MOVE WS-CARD-LINE TO RR-LINE.
036350     WRITE RR-LINE.
036400 M125-EXIT.
036450     EXIT.
039500******************************************************************
039600* M130-EDIT-EFF-DATE EDITS THE CARD'S EFFECTIVE DATE INTO
039700* WS-CARD-EFF.  BLANK, ZERO, TODAY OR EARLIER MEANS TONIGHT (ZERO
039800* ON THE TRANSACTION); A LATER DATE MUST BE REAL AND WITHIN THE
039900* WINDOW PERSUPD WILL PARK, OR THE CARD IS REFUSED.
040000******************************************************************
040050 M130-EDIT-EFF-DATE.
040100     IF MC-EFF-DATE-X = SPACES
040150         CONTINUE
040200     ELSE IF MC-EFF-DATE-X IS NOT NUMERIC
040250         MOVE "REFUSED -- EFFECTIVE DATE NOT NUMERIC"
040300             TO WS-CL-VERDICT
040350     ELSE IF MC-EFF-DATE > WS-TODAY
040400         PERFORM M135-EDIT-LATER-DATE THRU M135-EXIT
040450     END-IF
040500     END-IF
040550     END-IF.
040600 M130-EXIT.
040650     EXIT.
040700 M135-EDIT-LATER-DATE.
040750     MOVE MC-EFF-DATE TO WS-EDIT-DATE.
040800     PERFORM V100-EDIT-DATE THRU V100-EXIT.
040850     IF WS-DATE-BAD
040900         MOVE "REFUSED -- EFFECTIVE DATE NOT A REAL DATE"
040950             TO WS-CL-VERDICT
041000     ELSE IF MC-EFF-DATE > WS-EFF-HIGH-LIMIT
041050         MOVE "REFUSED -- EFFECTIVE DATE OVER 2 YEARS OUT"
041100             TO WS-CL-VERDICT
041150     ELSE
041200         MOVE MC-EFF-DATE TO WS-CARD-EFF
041250     END-IF
041300     END-IF.
041350 M135-EXIT.
041400     EXIT.
042700******************************************************************
042800* M200-CHECK-CHAIN REFUSES A MAPPING WHOSE NEW CODE IS THE OLD
042900* CODE OF ANOTHER CARD -- THE PEOPLE MOVED WOULD LAND ON A CODE
043000* THAT IS GOING AWAY.  MAP STRAIGHT TO THE SURVIVING CODE.
043100******************************************************************
043200 M200-CHECK-CHAIN.
043300     MOVE WS-MT-NEW-CODE (WS-MX) TO WS-TEST-CODE.
043400     PERFORM M300-FIND-OLD-CODE THRU M300-EXIT.
043500     IF WS-MAP-HIT-SUB > ZERO
043600         ADD 1 TO WS-BAD-CARD-COUNT
043700         MOVE WS-MT-OLD-CODE (WS-MX) TO WS-CL-OLD
043800         MOVE WS-MT-NEW-CODE (WS-MX) TO WS-CL-NEW
043900         IF WS-MT-EFF-DATE (WS-MX) = ZERO
044000             MOVE "TONIGHT" TO WS-CL-EFF
044100         ELSE
044200             MOVE WS-MT-EFF-DATE (WS-MX) TO WS-CL-EFF
044300         END-IF
044400         MOVE "REFUSED -- NEW CODE IS ALSO BEING MAPPED"
044500             TO WS-CL-VERDICT
044600         MOVE WS-CARD-LINE TO RR-LINE
044700         WRITE RR-LINE
044800     END-IF.
044900 M200-EXIT.
045000     EXIT.
045100******************************************************************
045200* M300-FIND-OLD-CODE LOOKS WS-TEST-CODE UP AMONG THE OLD CODES IN
045300* THE MAP TABLE AND SETS WS-MAP-HIT-SUB (ZERO = NOT MAPPED).
045400******************************************************************
045500 M300-FIND-OLD-CODE.
045600     MOVE ZERO TO WS-MAP-HIT-SUB.
045700     PERFORM M310-MATCH-ONE THRU M310-EXIT
045800         VARYING WS-DX FROM 1 BY 1
045900         UNTIL WS-DX > WS-MAP-USED OR WS-MAP-HIT-SUB > ZERO.
046000 M300-EXIT.
046100     EXIT.
046200 M310-MATCH-ONE.
046300     IF WS-MT-OLD-CODE (WS-DX) = WS-TEST-CODE
046400         MOVE WS-DX TO WS-MAP-HIT-SUB
046500     END-IF.
046600 M310-EXIT.
046700     EXIT.
046800******************************************************************
046900* D100-LOAD-DAILY-IDS READS THE DAILY FILE ON PERSDETI.  ONLY A
047000* FILE WHOSE HEADER IS DATED TODAY IS CARRIED FORWARD; ITS DETAIL
047100* IDS ARE TABLED SO NOBODY WITH A TRANSACTION ALREADY IN IT IS
047200* MOVED, AND ITS HIGHEST SEQUENCE NUMBER AND CLAIMED TRAILER ARE
047300* KEPT.  A MISSING, EMPTY OR STALE FILE IS REPLACED BY A NEW ONE.
047400******************************************************************
047450 D100-LOAD-DAILY-IDS.
047500     OPEN INPUT DAILY-IN.
047550     IF WS-DI-STATUS = "00"
047600         PERFORM D105-READ-HEADER THRU D105-EXIT
047650     END-IF.
047700 D100-EXIT.
047750     EXIT.
047800 D105-READ-HEADER.
047850     PERFORM D110-READ-DAILY THRU D110-EXIT.
047900     IF NOT WS-DI-EOF
047950         MOVE DI-RECORD TO WS-DE-TRAN
048000         IF WS-DE-HEADER
048050                 AND WS-DE-HDR-DATE-X IS NUMERIC
048100                 AND WS-DE-HDR-DATE = WS-TODAY
048150             SET WS-DAILY-TODAY TO TRUE
048200             PERFORM D110-READ-DAILY THRU D110-EXIT
048250             PERFORM D120-TAKE-DAILY THRU D120-EXIT
048300                 UNTIL WS-DI-EOF OR WS-REFUSED
048350         ELSE
048400             DISPLAY "PERSREOR: FILE ON PERSDETI IS NOT DATED "
048450                 "TODAY -- A NEW DAILY FILE IS WRITTEN"
048500         END-IF
048550     END-IF.
048600     CLOSE DAILY-IN.
048650 D105-EXIT.
048700     EXIT.
049800 D110-READ-DAILY.
049900     READ DAILY-IN
050000         AT END
050100             SET WS-DI-EOF TO TRUE
050200     END-READ.
050300 D110-EXIT.
050400     EXIT.
050500 D120-TAKE-DAILY.
050600     MOVE DI-RECORD TO WS-DE-TRAN.
050700     IF WS-DE-TRAILER
050800         SET WS-TRAILER-SEEN TO TRUE
050900         MOVE WS-DE-TRL-COUNT TO WS-TRL-COUNT
051000         MOVE WS-DE-TRL-HASH TO WS-TRL-HASH
051100     ELSE IF WS-DE-HEADER
051200         CONTINUE
051300     ELSE
051400         IF WS-DE-SEQ-NO-X IS NUMERIC
051500                 AND WS-DE-SEQ-NO > WS-MAX-SEQ-NO
051600             MOVE WS-DE-SEQ-NO TO WS-MAX-SEQ-NO
051700         END-IF
051800         IF WS-DE-ID-X IS NUMERIC
051900                 AND WS-DE-ID > ZERO
052000             IF WS-DI-USED < WS-DI-MAX
052100                 ADD 1 TO WS-DI-USED
052200                 MOVE WS-DE-ID TO WS-DI-ID (WS-DI-USED)
052300             ELSE
052400                 MOVE "DAILY FILE TOO BIG -- RAISE WS-DI-MAX"
052500                     TO WS-MSG-LINE
052600                 PERFORM Z100-REFUSE THRU Z100-EXIT
052700             END-IF
052800         END-IF
052900     END-IF
053000     END-IF.
053100     PERFORM D110-READ-DAILY THRU D110-EXIT.
053200 D120-EXIT.
053300     EXIT.
053400******************************************************************
053500* D200-FIND-DAILY-ID LOOKS PM-ID UP AMONG THE IDS ON TODAY'S
053600* DAILY FILE AND SETS WS-DI-HIT-SUB (ZERO = NOT THERE).
053700******************************************************************
053800 D200-FIND-DAILY-ID.
053900     MOVE ZERO TO WS-DI-HIT-SUB.
054000     PERFORM D210-MATCH-ONE THRU D210-EXIT
054100         VARYING WS-DX FROM 1 BY 1
054200         UNTIL WS-DX > WS-DI-USED OR WS-DI-HIT-SUB > ZERO.
054300 D200-EXIT.
054400     EXIT.
054500 D210-MATCH-ONE.
054600     IF WS-DI-ID (WS-DX) = PM-ID
054700         MOVE WS-DX TO WS-DI-HIT-SUB
054800     END-IF.
054900 D210-EXIT.
055000     EXIT.
055100******************************************************************
055200* 2000-LIST-BEFORE LISTS EVERY MASTER RECORD WHOSE DEPT CODE IS
055300* NOT ON THE REFERENCE FILE AS THINGS STAND, WITH THE NEW CODE
055400* WHEN THE DECK MAPS IT.
055500******************************************************************
055600 2000-LIST-BEFORE.
055700     MOVE SPACES TO RR-LINE.
055800     WRITE RR-LINE.
055900     MOVE WS-BEFORE-HEAD TO RR-LINE.
056000     WRITE RR-LINE.
056100     MOVE WS-MASTER-HEAD TO RR-LINE.
056200     WRITE RR-LINE.
056300     PERFORM P100-OPEN-MASTER THRU P100-EXIT.
056400     PERFORM 2100-CHECK-ONE THRU 2100-EXIT
056500         UNTIL WS-EOF.
056600     CLOSE PERSON-MASTER.
056700     MOVE "RECORDS NOT ON DEPTREF BEFORE" TO WS-CT-LABEL.
056800     MOVE WS-BEFORE-COUNT TO WS-CT-COUNT.
056900     MOVE WS-COUNT-LINE TO RR-LINE.
057000     WRITE RR-LINE.
057100 2000-EXIT.
057200     EXIT.
057300 2100-CHECK-ONE.
057400     IF PM-DEPT-CODE NOT = SPACES
057500         MOVE PM-DEPT-CODE TO WS-TEST-CODE
057600         PERFORM DV200-FIND-DEPT-CODE THRU DV200-EXIT
057700         IF WS-DEPT-HIT-SUB = ZERO
057800             ADD 1 TO WS-BEFORE-COUNT
057900             PERFORM M300-FIND-OLD-CODE THRU M300-EXIT
058000             MOVE SPACES TO WS-ML-NEW
058100             IF WS-MAP-HIT-SUB = ZERO
058200                 MOVE "NOT MAPPED" TO WS-ML-NOTE
058300             ELSE
058400                 MOVE WS-MT-NEW-CODE (WS-MAP-HIT-SUB) TO WS-ML-NEW
058500                 MOVE "MAPPED" TO WS-ML-NOTE
058600             END-IF
058700             PERFORM P200-PRINT-MASTER THRU P200-EXIT
058800         END-IF
058900     END-IF.
059000     PERFORM P110-READ-MASTER THRU P110-EXIT.
059100 2100-EXIT.
059200     EXIT.
059300******************************************************************
059400* 4000-GENERATE-MOVES WRITES THE NEW DAILY FILE: TODAY'S HEADER
059500* AND DETAILS CARRIED THROUGH (OR A NEW HEADER), ONE CHANGE PER
059600* ACTIVE PERSON ON A MAPPED CODE, AND THE TRAILER.
059700******************************************************************
059800 4000-GENERATE-MOVES.
059900     OPEN OUTPUT TRANS-OUT.
060000     IF WS-DAILY-TODAY
060100         PERFORM 4100-COPY-DAILY THRU 4100-EXIT
060200     ELSE
060300         SET WS-TRAILER-SEEN TO TRUE
060400         MOVE SPACES TO PT-HEADER-RECORD
060500         MOVE ZERO TO PT-SEQ-NO
060600         SET PT-HEADER TO TRUE
060700         MOVE "PERSREOR" TO PH-SOURCE
060800         MOVE WS-TODAY TO PH-CREATE-DATE
060900         WRITE PT-HEADER-RECORD
061000     END-IF.
061100     MOVE SPACES TO RR-LINE.
061200     WRITE RR-LINE.
061300     MOVE WS-MOVES-HEAD TO RR-LINE.
061400     WRITE RR-LINE.
061500     MOVE WS-MASTER-HEAD TO RR-LINE.
061600     WRITE RR-LINE.
061700     PERFORM P100-OPEN-MASTER THRU P100-EXIT.
061800     PERFORM 4200-MOVE-ONE THRU 4200-EXIT
061900         UNTIL WS-EOF.
062000     CLOSE PERSON-MASTER.
062100     PERFORM 4400-WRITE-TRAILER THRU 4400-EXIT.
062200     CLOSE TRANS-OUT.
062300     MOVE "MOVES WRITTEN" TO WS-CT-LABEL.
062400     MOVE WS-MOVE-COUNT TO WS-CT-COUNT.
062500     MOVE WS-COUNT-LINE TO RR-LINE.
062600     WRITE RR-LINE.
062700     MOVE "  OF WHICH DATED AHEAD (PARKED)" TO WS-CT-LABEL.
062800     MOVE WS-FUTURE-COUNT TO WS-CT-COUNT.
062900     MOVE WS-COUNT-LINE TO RR-LINE.
063000     WRITE RR-LINE.
063100     MOVE "NOT MOVED -- ALREADY ON TODAYS FILE" TO WS-CT-LABEL.
063200     MOVE WS-ON-FILE-COUNT TO WS-CT-COUNT.
063300     MOVE WS-COUNT-LINE TO RR-LINE.
063400     WRITE RR-LINE.
063500 4000-EXIT.
063600     EXIT.
063700******************************************************************
063800* 4100-COPY-DAILY COPIES TODAY'S HEADER AND DETAILS THROUGH
063900* UNCHANGED AND HOLDS THE TRAILER BACK, AS PERSHRIN DOES.
064000******************************************************************
064100 4100-COPY-DAILY.
064200     MOVE 'N' TO WS-DI-EOF-SW.
064300     OPEN INPUT DAILY-IN.
064400     PERFORM D110-READ-DAILY THRU D110-EXIT.
064500     PERFORM 4110-COPY-ONE THRU 4110-EXIT
064600         UNTIL WS-DI-EOF.
064700     CLOSE DAILY-IN.
064800 4100-EXIT.
064900     EXIT.
065000 4110-COPY-ONE.
065100     MOVE DI-RECORD TO WS-DE-TRAN.
065200     IF NOT WS-DE-TRAILER
065300         IF NOT WS-DE-HEADER
065400             ADD 1 TO WS-DE-COUNT
065500         END-IF
065600         MOVE DI-RECORD TO PT-RECORD
065700         WRITE PT-RECORD
065800     END-IF.
065900     PERFORM D110-READ-DAILY THRU D110-EXIT.
066000 4110-EXIT.
066100     EXIT.
066200 4200-MOVE-ONE.
066300     PERFORM R100-DECIDE THRU R100-EXIT.
066400     IF WS-DEC-MOVE
066500         PERFORM 4300-WRITE-MOVE THRU 4300-EXIT
066600     ELSE IF WS-DEC-ON-FILE
066700         ADD 1 TO WS-ON-FILE-COUNT
066800         MOVE WS-MT-NEW-CODE (WS-MAP-HIT-SUB) TO WS-ML-NEW
066900         MOVE "ON TONIGHTS FILE" TO WS-ML-NOTE
067000         PERFORM P200-PRINT-MASTER THRU P200-EXIT
067100     END-IF
067200     END-IF.
067300     PERFORM P110-READ-MASTER THRU P110-EXIT.
067400 4200-EXIT.
067500     EXIT.
067600******************************************************************
067700* 4300-WRITE-MOVE WRITES THE CHANGE FOR ONE PERSON: THE MASTER
067800* IMAGE AS IT STANDS WITH THE NEW DEPT CODE, NUMBERED ON FROM THE
067900* HIGHEST SEQUENCE NUMBER SO FAR, DATED AS THE CARD SAYS.
068000******************************************************************
068100 4300-WRITE-MOVE.
068200     MOVE SPACES TO PT-RECORD.
068300     ADD 1 TO WS-MAX-SEQ-NO.
068400     MOVE WS-MAX-SEQ-NO TO PT-SEQ-NO.
068500     SET PT-CHANGE TO TRUE.
068600     MOVE PM-ID TO PT-ID.
068700     MOVE PM-NAME TO PT-NAME.
068800     MOVE WS-PROJ-DEPT TO PT-DEPT-CODE.
068900     MOVE PM-JOB-TITLE TO PT-JOB-TITLE.
069000     IF PM-HIRE-DATE IS NUMERIC
069100         MOVE PM-HIRE-DATE TO PT-HIRE-DATE
069200     ELSE
069300         MOVE ZERO TO PT-HIRE-DATE
069400     END-IF.
069500     MOVE WS-MT-EFF-DATE (WS-MAP-HIT-SUB) TO PT-EFFECTIVE-DATE.
069600     WRITE PT-RECORD.
069700     ADD 1 TO WS-TRL-COUNT.
069800     ADD PM-ID TO WS-TRL-HASH.
069900     ADD 1 TO WS-MOVE-COUNT.
070000     MOVE WS-PROJ-DEPT TO WS-ML-NEW.
070100     IF PT-EFFECTIVE-DATE = ZERO
070200         MOVE "TONIGHT" TO WS-ML-NOTE
070300     ELSE
070400         ADD 1 TO WS-FUTURE-COUNT
070500         MOVE SPACES TO WS-ML-NOTE
070600         STRING "EFFECTIVE " PT-EFFECTIVE-DATE-X
070700             DELIMITED BY SIZE INTO WS-ML-NOTE
070800     END-IF.
070900     PERFORM P200-PRINT-MASTER THRU P200-EXIT.
071000 4300-EXIT.
071100     EXIT.
071200******************************************************************
071300* 4400-WRITE-TRAILER WRITES THE TRAILER: DATA ENTRY'S CLAIMED
071400* TOTALS PLUS THE MOVES, OR THE MOVES ALONE ON A NEW FILE.  WHEN
071500* TODAY'S FILE CAME WITHOUT A TRAILER NONE IS WRITTEN, SO
071600* PERSEDIT STILL REFUSES THE TRUNCATED FILE.
071700******************************************************************
071800 4400-WRITE-TRAILER.
071900     IF WS-TRAILER-SEEN
072000         MOVE SPACES TO PT-TRAILER-RECORD
072100         MOVE ZERO TO PT-SEQ-NO
072200         SET PT-TRAILER TO TRUE
072300         MOVE WS-TRL-COUNT TO PTR-RECORD-COUNT
072400         MOVE WS-TRL-HASH TO PTR-ID-HASH
072500         WRITE PT-TRAILER-RECORD
072600     ELSE
072700         DISPLAY "PERSREOR: TODAYS DAILY FILE HAS NO TRAILER -- "
072800             "LEFT UNBALANCED FOR PERSEDIT"
072900     END-IF.
073000 4400-EXIT.
073100     EXIT.
073200******************************************************************
073300* 6000-LIST-AFTER LISTS EVERY MASTER RECORD WHOSE DEPT CODE WILL
073400* STILL NOT BE ON THE REFERENCE FILE ONCE THE MOVES HAVE TAKEN
073500* EFFECT, AND WHY IT WAS NOT MOVED.
073600******************************************************************
073700 6000-LIST-AFTER.
073800     MOVE SPACES TO RR-LINE.
073900     WRITE RR-LINE.
074000     MOVE WS-AFTER-HEAD TO RR-LINE.
074100     WRITE RR-LINE.
074200     MOVE WS-MASTER-HEAD TO RR-LINE.
074300     WRITE RR-LINE.
074400     PERFORM P100-OPEN-MASTER THRU P100-EXIT.
074500     PERFORM 6100-CHECK-ONE THRU 6100-EXIT
074600         UNTIL WS-EOF.
074700     CLOSE PERSON-MASTER.
074800     MOVE "RECORDS NOT ON DEPTREF AFTER" TO WS-CT-LABEL.
074900     MOVE WS-AFTER-COUNT TO WS-CT-COUNT.
075000     MOVE WS-COUNT-LINE TO RR-LINE.
075100     WRITE RR-LINE.
075200 6000-EXIT.
075300     EXIT.
075400 6100-CHECK-ONE.
075500     PERFORM R100-DECIDE THRU R100-EXIT.
075600     IF WS-PROJ-DEPT NOT = SPACES
075700         MOVE WS-PROJ-DEPT TO WS-TEST-CODE
075800         PERFORM DV200-FIND-DEPT-CODE THRU DV200-EXIT
075900         IF WS-DEPT-HIT-SUB = ZERO
076000             ADD 1 TO WS-AFTER-COUNT
076100             MOVE SPACES TO WS-ML-NEW
076200             EVALUATE TRUE
076300                 WHEN WS-DEC-DELETED
076400                     MOVE "DELETED -- NOT MOVED" TO WS-ML-NOTE
076500                 WHEN WS-DEC-ON-FILE
076600                     MOVE "ON TONIGHTS FILE" TO WS-ML-NOTE
076700                 WHEN OTHER
076800                     MOVE "NOT MAPPED" TO WS-ML-NOTE
076900             END-EVALUATE
077000             PERFORM P200-PRINT-MASTER THRU P200-EXIT
077100         END-IF
077200     END-IF.
077300     PERFORM P110-READ-MASTER THRU P110-EXIT.
077400 6100-EXIT.
077500     EXIT.
077600******************************************************************
077700* R100-DECIDE SETTLES WHAT THE REORG DOES WITH THE MASTER RECORD
077800* IN PM-RECORD AND THE DEPT CODE IT ENDS UP ON (WS-PROJ-DEPT).
077900* ONLY AN ACTIVE PERSON ON A MAPPED CODE WITH NOTHING ON TODAY'S
078000* FILE IS MOVED.  WS-MAP-HIT-SUB IS LEFT ON THE MAPPING USED.
078100******************************************************************
078200 R100-DECIDE.
078300     MOVE PM-DEPT-CODE TO WS-PROJ-DEPT.
078400     SET WS-DEC-NONE TO TRUE.
078500     MOVE ZERO TO WS-MAP-HIT-SUB.
078600     IF PM-DEPT-CODE NOT = SPACES
078700         MOVE PM-DEPT-CODE TO WS-TEST-CODE
078800         PERFORM M300-FIND-OLD-CODE THRU M300-EXIT
078900     END-IF.
079000     IF WS-MAP-HIT-SUB > ZERO
079100         IF NOT PM-STATUS-ACTIVE
079200             SET WS-DEC-DELETED TO TRUE
079300         ELSE
079400             PERFORM D200-FIND-DAILY-ID THRU D200-EXIT
079500             IF WS-DI-HIT-SUB > ZERO
079600                 SET WS-DEC-ON-FILE TO TRUE
079700             ELSE
079800                 SET WS-DEC-MOVE TO TRUE
079900                 MOVE WS-MT-NEW-CODE (WS-MAP-HIT-SUB)
080000                     TO WS-PROJ-DEPT
080100             END-IF
080200         END-IF
080300     END-IF.
080500 R100-EXIT.
080600     EXIT.
080700******************************************************************
080800* P100-OPEN-MASTER OPENS PERSON-MASTER FOR ONE PASS AND PRIMES
080900* THE FIRST READ; EACH SECTION OF THE REPORT IS ITS OWN PASS.
081000******************************************************************
081100 P100-OPEN-MASTER.
081200     MOVE 'N' TO WS-EOF-SW.
081300     OPEN INPUT PERSON-MASTER.
081400     PERFORM P110-READ-MASTER THRU P110-EXIT.
081500 P100-EXIT.
081600     EXIT.
081700 P110-READ-MASTER.
081800     READ PERSON-MASTER NEXT RECORD
081900         AT END
082000             SET WS-EOF TO TRUE
082100     END-READ.
082200 P110-EXIT.
082300     EXIT.
082400 P200-PRINT-MASTER.
082500     MOVE PM-ID TO WS-ML-ID.
082600     MOVE PM-NAME (1:30) TO WS-ML-NAME.
082700     MOVE PM-STATUS TO WS-ML-STATUS.
082800     MOVE PM-DEPT-CODE TO WS-ML-DEPT.
082900     MOVE WS-MASTER-LINE TO RR-LINE.
083000     WRITE RR-LINE.
083100 P200-EXIT.
083200     EXIT.
083300******************************************************************
083400* DV100-LOAD-DEPT-TABLE READS THE DEPARTMENT REFERENCE FILE INTO
083500* THE DEPT-CODE TABLE, AS PERSUPD DOES.  A MISSING OR EMPTY FILE
083600* LEAVES THE TABLE EMPTY, WHICH REFUSES THE RUN.
083700******************************************************************
083800 DV100-LOAD-DEPT-TABLE.
083900     OPEN INPUT DEPT-REF.
084000     IF WS-DR-STATUS = "00"
084100         PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT
084200         PERFORM DV120-TAKE-DEPT-REF THRU DV120-EXIT
084300             UNTIL WS-DR-EOF
084400         CLOSE DEPT-REF
084500     END-IF.
084600 DV100-EXIT.
084700     EXIT.
084800 DV110-READ-DEPT-REF.
084900     READ DEPT-REF
085000         AT END
085100             SET WS-DR-EOF TO TRUE
085200     END-READ.
085300 DV110-EXIT.
085400     EXIT.
085500 DV120-TAKE-DEPT-REF.
085600     IF WS-DEPT-USED < WS-DEPT-MAX
085700         ADD 1 TO WS-DEPT-USED
085800         MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-USED)
085900     ELSE
086000         DISPLAY "PERSREOR: DEPT TABLE FULL -- CODE "
086100             DP-DEPT-CODE " NOT LOADED, RAISE WS-DEPT-MAX"
086200     END-IF.
086300     PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT.
086400 DV120-EXIT.
086500     EXIT.
086600******************************************************************
086700* DV200-FIND-DEPT-CODE LOOKS WS-TEST-CODE UP IN THE DEPT-CODE
086800* TABLE AND SETS WS-DEPT-HIT-SUB (ZERO = NOT THERE).
086900******************************************************************
087000 DV200-FIND-DEPT-CODE.
087100     MOVE ZERO TO WS-DEPT-HIT-SUB.
087200     PERFORM DV210-MATCH-ONE THRU DV210-EXIT
087300         VARYING WS-DP FROM 1 BY 1
087400         UNTIL WS-DP > WS-DEPT-USED OR WS-DEPT-HIT-SUB > ZERO.
087500 DV200-EXIT.
087600     EXIT.
087700 DV210-MATCH-ONE.
087800     IF WS-DEPT-CODE (WS-DP) = WS-TEST-CODE
087900         MOVE WS-DP TO WS-DEPT-HIT-SUB
088000     END-IF.
088100 DV210-EXIT.
088200     EXIT.
088300******************************************************************
088400* V100-EDIT-DATE TESTS WS-EDIT-DATE (YYYYMMDD, ALREADY KNOWN
088500* NUMERIC) FOR CALENDAR VALIDITY THE WAY PERSUPD DOES.  SETS
088600* WS-DATE-OK OR WS-DATE-BAD.
088700******************************************************************
088800 V100-EDIT-DATE.
088900     SET WS-DATE-BAD TO TRUE.
089000     IF WS-EDIT-MONTH NOT < 01 AND WS-EDIT-MONTH NOT > 12
089100         EVALUATE WS-EDIT-MONTH
089200             WHEN 01
089300             WHEN 03
089400             WHEN 05
089500             WHEN 07
089600             WHEN 08
089700             WHEN 10
089800             WHEN 12
089900                 MOVE 31 TO WS-DAYS-IN-MONTH
090000             WHEN 04
090100             WHEN 06
090200             WHEN 09
090300             WHEN 11
090400                 MOVE 30 TO WS-DAYS-IN-MONTH
090500             WHEN 02
090600                 PERFORM V110-FEBRUARY-LENGTH THRU V110-EXIT
090700         END-EVALUATE
090800         IF WS-EDIT-DAY >= 01
090900                 AND WS-EDIT-DAY <= WS-DAYS-IN-MONTH
091000             SET WS-DATE-OK TO TRUE
091100         END-IF
091200     END-IF.
091300 V100-EXIT.
091400     EXIT.
091500 V110-FEBRUARY-LENGTH.
091600     MOVE 28 TO WS-DAYS-IN-MONTH.
091700     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
091800         REMAINDER WS-LEAP-REM-4.
091900     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
092000         REMAINDER WS-LEAP-REM-100.
092100     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
092200         REMAINDER WS-LEAP-REM-400.
092300     IF WS-LEAP-REM-4 = ZERO
092400             AND (WS-LEAP-REM-100 NOT = ZERO
092500                 OR WS-LEAP-REM-400 = ZERO)
092600         MOVE 29 TO WS-DAYS-IN-MONTH
092700     END-IF.
092800 V110-EXIT.
092900     EXIT.
093000******************************************************************
093100* Z100-REFUSE PUTS THE REASON ON THE REPORT AND SYSOUT.  ONLY THE
093200* FIRST REASON IS PRINTED.
093300******************************************************************
093400 Z100-REFUSE.
093500     IF NOT WS-REFUSED
093600         MOVE SPACES TO RR-LINE
093700         WRITE RR-LINE
093800         MOVE WS-MSG-LINE TO RR-LINE
093900         WRITE RR-LINE
094000         DISPLAY "PERSREOR: " WS-MSG-LINE
094100         SET WS-REFUSED TO TRUE
094200         MOVE 8 TO RETURN-CODE
094300     END-IF.
094400 Z100-EXIT.
094500     EXIT.
094600 3000-TERMINATE.
094700     IF NOT WS-REFUSED
094800             AND WS-MOVE-COUNT = ZERO
094900         MOVE SPACES TO RR-LINE
095000         WRITE RR-LINE
095100         MOVE "NO ACTIVE PERSON ON A MAPPED CODE -- NOTHING MOVED"
095200             TO RR-LINE
095300         WRITE RR-LINE
095400         MOVE 4 TO RETURN-CODE
095500     END-IF.
095600     CLOSE REORG-RPT.
095700     DISPLAY "PERSREOR: " WS-CARD-COUNT " MAPPING CARDS, "
095800         WS-MOVE-COUNT " MOVES (" WS-FUTURE-COUNT
095900         " DATED AHEAD), " WS-ON-FILE-COUNT
096000         " ALREADY ON TODAYS FILE".
096100     DISPLAY "PERSREOR: NOT ON DEPTREF BEFORE " WS-BEFORE-COUNT
096200         ", AFTER " WS-AFTER-COUNT.
096300 3000-EXIT.
096400     EXIT.
096500 9999-EXIT.
096600     STOP RUN.

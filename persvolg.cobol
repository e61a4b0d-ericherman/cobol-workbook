000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSVOLG.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSVOLG IS THE PRE-UPDATE VOLUME GUARD, PERSNITE STEP007.
001000* PERSEDIT ONLY ASKS WHETHER THE TRANSACTION FILE BALANCES TO ITS
001100* OWN TRAILER -- A PERFECTLY BALANCED FILE WITH 400 DELETES ON A
001200* NIGHT THAT NORMALLY HAS 3 GOES STRAIGHT THROUGH.  THIS STEP
001300* COUNTS TONIGHT'S ADDS (CODES A AND N), CHANGES, AND DELETES ON
001400* THE MERGED TRANSACTION FILE AND HOLDS EACH AGAINST ITS ROLLING
001500* AVERAGE OVER THE LAST NIGHTS ON THE PERSSUM RUN HISTORY
001600* (PERSRUN.CPY).  ONLY NIGHTS WHOSE FILE WAS ACCEPTED COUNT TOWARD
001700* THE AVERAGE, AND NOT A NIGHT RELEASED BY OVERRIDE -- AN
001800* ABNORMAL NIGHT MUST NOT BECOME THE NEW NORMAL.  A DATE ON THE
001900* HISTORY TWICE (A NIGHT BACKED OUT AND RE-RUN) COUNTS ONCE, AS
002000* ITS LAST LINE.  REHIRES ARE NOT GUARDED; THE HISTORY CARRIES NO
002100* REHIRE COUNT TO HOLD THEM AGAINST.
002200*
002300* A COUNT BREACHES WHEN IT IS OVER THE MINIMUM AND OVER THRESHOLD
002400* PERCENT OF ITS AVERAGE.  ANY BREACH HOLDS THE NIGHT: THE STEP
002500* ENDS RC=12 AND PERSEDIT, PERSUPD, AND EVERYTHING AFTER ARE
002600* BYPASSED, SO NOTHING REACHES THE HR FEEDS.  AN OVERRIDE CARD
002700* DATED TONIGHT RELEASES A BREACH (RC=0, NOTED ON THE REPORT AND
002800* THE RUN HISTORY).  WITH FEWER THAN FIVE USABLE NIGHTS ON THE
002900* HISTORY THE FILE IS NOT CHECKED AND THE STEP ENDS RC=0.
003000*
003100* THE SYSIN DECK IS OPTIONAL.  KEYWORD IN COLUMNS 1-9, VALUE FROM
003200* COLUMN 11, NUMBERS AS FIVE DIGITS WITH LEADING ZEROS:
003300*     THRESHOLD NNNNN      PERCENT OF THE AVERAGE A COUNT MAY
003400*                          REACH (100 OR MORE, DEFAULT 300)
003500*     MINIMUM   NNNNN      A COUNT AT OR UNDER THIS NEVER BREACHES
003600*                          (DEFAULT 25)
003700*     NIGHTS    NNNNN      NIGHTS TO AVERAGE (5 TO 90, DEFAULT 30)
003800*     OVERRIDE  YYYYMMDD USERID
003900*                          RELEASE TONIGHT'S BREACH -- THE DATE
004000*                          MUST BE TONIGHT'S, ELSE THE CARD IS
004100*                          IGNORED, SO ONE LEFT IN THE DECK CANNOT
004200*                          RELEASE A LATER NIGHT; USER ID IN 20-27
004300* A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.  A BAD CARD,
004400* OR A TRANSACTION FILE THAT CANNOT BE READ, ENDS THE STEP RC=8
004500* -- A GUARD THAT CANNOT DO ITS JOB DOES NOT WAVE THE FILE
004600* THROUGH.
004700*
004800* EVERY RUN REWRITES THE ONE-RECORD VERDICT FILE (PERSVOLG.CPY)
004900* THAT PERSSUM READS BACK FOR THE MORNING PAGE AND THE HISTORY.
005000*
005100* MODIFICATION HISTORY
005200*     10/15/2026 RLM  INITIAL VERSION
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CONTROL-CARDS ASSIGN TO SYSIN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-VC-STATUS.
006000     SELECT TRANS-FILE ASSIGN TO PERSTRAN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-PT-STATUS.
006300     SELECT RUN-HISTORY ASSIGN TO PERSRUNH
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RH-STATUS.
006600     SELECT VERDICT-FILE ASSIGN TO PERSVOLV
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-VG-STATUS.
006900     SELECT GUARD-RPT ASSIGN TO PERSVOLR
007000         ORGANIZATION IS SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTROL-CARDS
007400     RECORDING MODE IS F.
007500 01  VC-RECORD.
007600     05  VC-KEYWORD                PIC X(09).
007700     05  FILLER                    PIC X(01).
007800     05  VC-NUMBER                 PIC 9(05).
007900     05  VC-NUMBER-X REDEFINES VC-NUMBER
008000                                   PIC X(05).
008100     05  FILLER                    PIC X(65).
008200 01  VC-OVERRIDE-RECORD.
008300     05  FILLER                    PIC X(10).
008400     05  VC-OVR-DATE               PIC 9(08).
008500     05  VC-OVR-DATE-X REDEFINES VC-OVR-DATE
008600                                   PIC X(08).
008700     05  FILLER                    PIC X(01).
008800     05  VC-OVR-USER               PIC X(08).
008900     05  FILLER                    PIC X(53).
009000 FD  TRANS-FILE
009100     RECORDING MODE IS F.
009200     COPY "perstran.cpy".
009300 FD  RUN-HISTORY
009400     RECORDING MODE IS F.
009500     COPY "persrun.cpy".
009600 FD  VERDICT-FILE
009700     RECORDING MODE IS F.
009800     COPY "persvolg.cpy".
009900 FD  GUARD-RPT
010000     RECORDING MODE IS F.
010100 01  VR-LINE                       PIC X(132).
010200 WORKING-STORAGE SECTION.
010300 77  WS-VC-STATUS                  PIC X(02).
010400 77  WS-PT-STATUS                  PIC X(02).
010500 77  WS-RH-STATUS                  PIC X(02).
010600 77  WS-VG-STATUS                  PIC X(02).
010700 77  WS-VC-EOF-SW                  PIC X(01) VALUE 'N'.
010800     88  WS-VC-EOF                     VALUE 'Y'.
010900 77  WS-PT-EOF-SW                  PIC X(01) VALUE 'N'.
011000     88  WS-PT-EOF                     VALUE 'Y'.
011100 77  WS-RH-EOF-SW                  PIC X(01) VALUE 'N'.
011200     88  WS-RH-EOF                     VALUE 'Y'.
011300 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
011400     88  WS-REFUSED                    VALUE 'Y'.
011500 77  WS-OVERRIDE-SW                PIC X(01) VALUE 'N'.
011600     88  WS-OVERRIDE                   VALUE 'Y'.
011700 77  WS-BREACH-SW                  PIC X(01) VALUE 'N'.
011800     88  WS-BREACH                     VALUE 'Y'.
011900 77  WS-VERDICT                    PIC X(01) VALUE 'E'.
012000     88  WS-PASSED                     VALUE 'P'.
012100     88  WS-HELD                       VALUE 'B'.
012200     88  WS-OVERRIDDEN                 VALUE 'O'.
012300     88  WS-NO-HISTORY                 VALUE 'N'.
012400     88  WS-NOT-CHECKED                VALUE 'E'.
012500 77  WS-THRESHOLD-PCT              PIC 9(05) VALUE 00300.
012600 77  WS-MINIMUM                    PIC 9(05) VALUE 00025.
012700 77  WS-NIGHTS                     PIC 9(03) VALUE 030.
012800 77  WS-MIN-NIGHTS                 PIC 9(03) VALUE 005.
012900 77  WS-HX-MAX                     PIC 9(03) VALUE 090.
013000 77  WS-HX-USED                    PIC 9(04) COMP VALUE ZERO.
013100 77  WS-HX-NEXT                    PIC 9(04) COMP VALUE ZERO.
013200 77  WS-HX                         PIC 9(04) COMP.
013300 77  WS-HX-LAST-DATE               PIC 9(08) VALUE ZERO.
013400 77  WS-HIST-READ                  PIC 9(08) VALUE ZERO.
013500 77  WS-BAD-CARD-COUNT             PIC 9(08) VALUE ZERO.
013600 77  WS-OVERRIDE-USER              PIC X(08) VALUE SPACES.
013700 77  WS-ADD-COUNT                  PIC 9(08) VALUE ZERO.
013800 77  WS-CHANGE-COUNT               PIC 9(08) VALUE ZERO.
013900 77  WS-DELETE-COUNT               PIC 9(08) VALUE ZERO.
014000 77  WS-ADD-SUM                    PIC 9(10) VALUE ZERO.
014100 77  WS-CHANGE-SUM                 PIC 9(10) VALUE ZERO.
014200 77  WS-DELETE-SUM                 PIC 9(10) VALUE ZERO.
014300 77  WS-ADD-AVERAGE                PIC 9(08) VALUE ZERO.
014400 77  WS-CHANGE-AVERAGE             PIC 9(08) VALUE ZERO.
014500 77  WS-DELETE-AVERAGE             PIC 9(08) VALUE ZERO.
014600 77  WS-ADD-LIMIT                  PIC 9(10) VALUE ZERO.
014700 77  WS-CHANGE-LIMIT               PIC 9(10) VALUE ZERO.
014800 77  WS-DELETE-LIMIT               PIC 9(10) VALUE ZERO.
014900 77  WS-ADD-BREACH                 PIC X(01) VALUE 'N'.
015000 77  WS-CHANGE-BREACH              PIC X(01) VALUE 'N'.
015100 77  WS-DELETE-BREACH              PIC X(01) VALUE 'N'.
015200 77  WS-TEST-COUNT                 PIC 9(08).
015300 77  WS-TEST-LIMIT                 PIC 9(10).
015400 77  WS-TEST-BREACH                PIC X(01).
015500 01  WS-TODAY                      PIC 9(08).
015600 01  WS-MSG-LINE                   PIC X(80).
015700*    THE LAST WS-NIGHTS USABLE NIGHTS ON THE RUN HISTORY, KEPT
015800*    ROUND-ROBIN -- WS-HX-NEXT IS THE SLOT LAST FILLED.
015900 01  WS-HISTORY-TABLE.
016000     05  WS-HX-ENTRY OCCURS 90 TIMES.
016100         10  WS-HX-DATE            PIC 9(08).
016200         10  WS-HX-ADDS            PIC 9(08).
016300         10  WS-HX-CHANGES         PIC 9(08).
016400         10  WS-HX-DELETES         PIC 9(08).
016500*    REPORT LINES.
016600 01  WS-RPT-TITLE.
016700     05  FILLER                    PIC X(23)
016800         VALUE "VOLUME GUARD -- RUN OF ".
016900     05  WS-RT-DATE                PIC 9(08).
017000     05  FILLER                    PIC X(101) VALUE SPACES.
017100 01  WS-CARD-LINE.
017200     05  FILLER                    PIC X(06) VALUE "CARD  ".
017300     05  WS-CL-IMAGE               PIC X(40).
017400     05  FILLER                    PIC X(02) VALUE SPACES.
017500     05  WS-CL-VERDICT             PIC X(60).
017600     05  FILLER                    PIC X(24) VALUE SPACES.
017700 01  WS-SETTING-LINE.
017800     05  FILLER                    PIC X(10) VALUE "THRESHOLD ".
017900     05  WS-SL-PCT                 PIC ZZZZ9.
018000     05  FILLER                    PIC X(26)
018100         VALUE " PCT OF AVERAGE  MINIMUM ".
018200     05  WS-SL-MINIMUM             PIC ZZZZ9.
018300     05  FILLER                    PIC X(19)
018400         VALUE "  NIGHTS AVERAGED ".
018500     05  WS-SL-USED                PIC ZZ9.
018600     05  FILLER                    PIC X(04) VALUE " OF ".
018700     05  WS-SL-NIGHTS              PIC ZZ9.
018800     05  FILLER                    PIC X(57) VALUE SPACES.
018900 01  WS-HEAD-LINE.
019000     05  FILLER                    PIC X(40)
019100         VALUE "             TONIGHT   AVERAGE     LIMIT".
019200     05  FILLER                    PIC X(92) VALUE SPACES.
019300 01  WS-COUNT-LINE.
019400     05  WS-CNT-LABEL              PIC X(10).
019500     05  FILLER                    PIC X(02) VALUE SPACES.
019600     05  WS-CNT-TONIGHT            PIC ZZZZZZZ9.
019700     05  FILLER                    PIC X(02) VALUE SPACES.
019800     05  WS-CNT-AVERAGE            PIC ZZZZZZZ9.
019900     05  FILLER                    PIC X(02) VALUE SPACES.
020000     05  WS-CNT-LIMIT              PIC ZZZZZZZ9.
020100     05  FILLER                    PIC X(02) VALUE SPACES.
020200     05  WS-CNT-NOTE               PIC X(20).
020300     05  FILLER                    PIC X(70) VALUE SPACES.
020400 01  WS-VERDICT-LINE.
020500     05  FILLER                    PIC X(09) VALUE "VERDICT  ".
020600     05  WS-VL-TEXT                PIC X(80).
020700     05  FILLER                    PIC X(43) VALUE SPACES.
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     IF NOT WS-REFUSED
021200         PERFORM 2000-COUNT-TONIGHT THRU 2000-EXIT
021300     END-IF.
021400     IF NOT WS-REFUSED
021500         PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT
021600         PERFORM 5000-JUDGE-VOLUMES THRU 5000-EXIT
021700     END-IF.
021800     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT.
021900     PERFORM 3000-TERMINATE THRU 3000-EXIT.
022000     PERFORM 9999-EXIT.
022100******************************************************************
022200* 1000-INITIALIZE OPENS THE REPORT AND EDITS THE CONTROL DECK.  A
022300* BAD CARD STOPS THE GUARD BEFORE ANYTHING IS COUNTED.
022400******************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022700     OPEN OUTPUT GUARD-RPT.
022800     MOVE WS-TODAY TO WS-RT-DATE.
022900     MOVE WS-RPT-TITLE TO VR-LINE.
023000     WRITE VR-LINE.
023100     PERFORM C100-LOAD-CARDS THRU C100-EXIT.
023200     IF WS-BAD-CARD-COUNT > ZERO
023300         MOVE "BAD CONTROL CARDS -- FILE NOT CHECKED, UPDATE HELD"
023400             TO WS-MSG-LINE
023500         PERFORM Z100-REFUSE THRU Z100-EXIT
023600     END-IF.
023700 1000-EXIT.
023800     EXIT.
023900******************************************************************
024000* C100-LOAD-CARDS READS THE CONTROL DECK, ONE REPORT LINE PER
024100* CARD WITH ITS VERDICT.  NO SYSIN AT ALL LEAVES EVERY DEFAULT IN
024200* PLACE.  A LATER CARD OF A KEYWORD REPLACES AN EARLIER ONE.
024300******************************************************************
024400 C100-LOAD-CARDS.
024500     OPEN INPUT CONTROL-CARDS.
024600     IF WS-VC-STATUS = "00"
024700         PERFORM C110-READ-CARD THRU C110-EXIT
024800         PERFORM C120-TAKE-CARD THRU C120-EXIT
024900             UNTIL WS-VC-EOF
025000         CLOSE CONTROL-CARDS
025100     END-IF.
025200 C100-EXIT.
025300     EXIT.
025400 C110-READ-CARD.
025500     READ CONTROL-CARDS
025600         AT END
025700             SET WS-VC-EOF TO TRUE
025800     END-READ.
025900 C110-EXIT.
026000     EXIT.
026100 C120-TAKE-CARD.
026200     IF VC-RECORD NOT = SPACES
026300             AND VC-RECORD (1:1) NOT = "*"
026400         MOVE "ACCEPTED" TO WS-CL-VERDICT
026500         IF VC-KEYWORD = "OVERRIDE"
026600             PERFORM C140-EDIT-OVERRIDE THRU C140-EXIT
026700         ELSE
026800             PERFORM C125-EDIT-SETTING THRU C125-EXIT
026900         END-IF
027000         MOVE VC-RECORD TO WS-CL-IMAGE
027100         MOVE WS-CARD-LINE TO VR-LINE
027200         WRITE VR-LINE
027300     END-IF.
027400     PERFORM C110-READ-CARD THRU C110-EXIT.
027500 C120-EXIT.
027600     EXIT.
027700 C125-EDIT-SETTING.
027800     IF VC-KEYWORD NOT = "THRESHOLD"
027900             AND VC-KEYWORD NOT = "MINIMUM"
028000             AND VC-KEYWORD NOT = "NIGHTS"
028100         MOVE "REFUSED -- KEYWORD NOT THRESHOLD, MINIMUM, NIGHTS"
028200             TO WS-CL-VERDICT
028300         ADD 1 TO WS-BAD-CARD-COUNT
028400     ELSE IF VC-NUMBER-X IS NOT NUMERIC
028500         MOVE "REFUSED -- VALUE NOT FIVE DIGITS IN COLUMNS 11-15"
028600             TO WS-CL-VERDICT
028700         ADD 1 TO WS-BAD-CARD-COUNT
028800     ELSE
028900         PERFORM C130-TAKE-NUMBER THRU C130-EXIT
029000     END-IF
029100     END-IF.
029200 C125-EXIT.
029300     EXIT.
029400******************************************************************
029500* C130-TAKE-NUMBER RANGE-CHECKS A THRESHOLD, MINIMUM OR NIGHTS
029600* VALUE.  A THRESHOLD UNDER 100 PERCENT WOULD HOLD AN ORDINARY
029700* NIGHT; NIGHTS IS BOUNDED BY THE HISTORY TABLE.
029800******************************************************************
029900 C130-TAKE-NUMBER.
030000     IF VC-KEYWORD = "THRESHOLD"
030100         IF VC-NUMBER < 100
030200             MOVE "REFUSED -- THRESHOLD UNDER 100 PERCENT"
030300                 TO WS-CL-VERDICT
030400             ADD 1 TO WS-BAD-CARD-COUNT
030500         ELSE
030600             MOVE VC-NUMBER TO WS-THRESHOLD-PCT
030700         END-IF
030800     ELSE IF VC-KEYWORD = "MINIMUM"
030900         MOVE VC-NUMBER TO WS-MINIMUM
031000     ELSE
031100         IF VC-NUMBER < WS-MIN-NIGHTS
031200                 OR VC-NUMBER > WS-HX-MAX
031300             MOVE "REFUSED -- NIGHTS MUST BE 5 TO 90"
031400                 TO WS-CL-VERDICT
031500             ADD 1 TO WS-BAD-CARD-COUNT
031600         ELSE
031700             MOVE VC-NUMBER TO WS-NIGHTS
031800         END-IF
031900     END-IF
032000     END-IF.
032100 C130-EXIT.
032200     EXIT.
032300******************************************************************
032400* C140-EDIT-OVERRIDE TAKES AN OVERRIDE CARD.  ONE NOT DATED
032500* TONIGHT IS IGNORED RATHER THAN REFUSED -- A STALE CARD LEFT IN
032600* THE DECK MUST NOT RELEASE A LATER NIGHT, AND MUST NOT HOLD ONE
032700* EITHER.  ONE WITH NO USER ID IS REFUSED: A RELEASE IS SIGNED.
032800******************************************************************
032900 C140-EDIT-OVERRIDE.
033000     IF VC-OVR-USER = SPACES
033100         MOVE "REFUSED -- OVERRIDE USER ID MISSING, COLUMNS 20-27"
033200             TO WS-CL-VERDICT
033300         ADD 1 TO WS-BAD-CARD-COUNT
033400     ELSE IF VC-OVR-DATE-X IS NOT NUMERIC
033500         MOVE "REFUSED -- OVERRIDE DATE NOT YYYYMMDD"
033600             TO WS-CL-VERDICT
033700         ADD 1 TO WS-BAD-CARD-COUNT
033800     ELSE IF VC-OVR-DATE NOT = WS-TODAY
033900         MOVE "IGNORED -- OVERRIDE NOT DATED TONIGHT"
034000             TO WS-CL-VERDICT
034100     ELSE
034200         SET WS-OVERRIDE TO TRUE
034300         MOVE VC-OVR-USER TO WS-OVERRIDE-USER
034400     END-IF
034500     END-IF
034600     END-IF.
034700 C140-EXIT.
034800     EXIT.
034900******************************************************************
035000* 2000-COUNT-TONIGHT COUNTS THE ADDS, CHANGES AND DELETES ON THE
035100* MERGED TRANSACTION FILE.  HEADER, TRAILER, REHIRES AND ANY
035200* UNKNOWN CODE (PERSUPD REJECTS THOSE) ARE NOT COUNTED.
035300******************************************************************
035400 2000-COUNT-TONIGHT.
035500     OPEN INPUT TRANS-FILE.
035600     IF WS-PT-STATUS NOT = "00"
035700         MOVE "TRANSACTION FILE NOT READ -- UPDATE HELD"
035800             TO WS-MSG-LINE
035900         PERFORM Z100-REFUSE THRU Z100-EXIT
036000     ELSE
036100         PERFORM T100-READ-TRANS THRU T100-EXIT
036200         PERFORM T200-COUNT-TRANS THRU T200-EXIT
036300             UNTIL WS-PT-EOF
036400         CLOSE TRANS-FILE
036500     END-IF.
036600 2000-EXIT.
036700     EXIT.
036800 T100-READ-TRANS.
036900     READ TRANS-FILE
037000         AT END
037100             SET WS-PT-EOF TO TRUE
037200     END-READ.
037300 T100-EXIT.
037400     EXIT.
037500 T200-COUNT-TRANS.
037600     EVALUATE TRUE
037700         WHEN PT-ADD
037800         WHEN PT-ADD-ASSIGN
037900             ADD 1 TO WS-ADD-COUNT
038000         WHEN PT-CHANGE
038100             ADD 1 TO WS-CHANGE-COUNT
038200         WHEN PT-DELETE
038300             ADD 1 TO WS-DELETE-COUNT
038400         WHEN OTHER
038500             CONTINUE
038600     END-EVALUATE.
038700     PERFORM T100-READ-TRANS THRU T100-EXIT.
038800 T200-EXIT.
038900     EXIT.
039000******************************************************************
039100* 4000-LOAD-HISTORY KEEPS THE LAST WS-NIGHTS USABLE NIGHTS FROM
039200* THE RUN HISTORY.  THE OPEN IS GUARDED -- NO HISTORY IS THE SAME
039300* AS TOO LITTLE HISTORY, AND THE FILE PASSES UNCHECKED.
039400******************************************************************
039500 4000-LOAD-HISTORY.
039600     OPEN INPUT RUN-HISTORY.
039700     IF WS-RH-STATUS NOT = "00"
039800         DISPLAY "PERSVOLG: RUN HISTORY OPEN FAILED, STATUS "
039900             WS-RH-STATUS
040000     ELSE
040100         PERFORM H100-READ-HISTORY THRU H100-EXIT
040200         PERFORM H200-TAKE-HISTORY THRU H200-EXIT
040300             UNTIL WS-RH-EOF
040400         CLOSE RUN-HISTORY
040500     END-IF.
040600 4000-EXIT.
040700     EXIT.
040800 H100-READ-HISTORY.
040900     READ RUN-HISTORY
041000         AT END
041100             SET WS-RH-EOF TO TRUE
041200         NOT AT END
041300             ADD 1 TO WS-HIST-READ
041400     END-READ.
041500 H100-EXIT.
041600     EXIT.
041700******************************************************************
041800* H200-TAKE-HISTORY TAKES ONE HISTORY LINE.  A LINE FROM TONIGHT
041900* (AN EARLIER HELD RUN), A REFUSED OR HELD NIGHT, OR A NIGHT
042000* RELEASED BY OVERRIDE IS SKIPPED.  A DATE REPEATING THE LAST
042100* ONE TAKEN OVERWRITES ITS SLOT, SO A RE-RUN NIGHT COUNTS ONCE.
042200******************************************************************
042250 H200-TAKE-HISTORY.
042300     IF RH-RUN-DATE < WS-TODAY
042350             AND RH-FILE-ACCEPTED
042400             AND NOT RH-VOLUME-OVERRIDDEN
042450         PERFORM H210-KEEP-NIGHT THRU H210-EXIT
042500     END-IF.
042550     PERFORM H100-READ-HISTORY THRU H100-EXIT.
042600 H200-EXIT.
042650     EXIT.
042700 H210-KEEP-NIGHT.
042750     IF RH-RUN-DATE NOT = WS-HX-LAST-DATE
042800             OR WS-HX-NEXT = ZERO
042850         ADD 1 TO WS-HX-NEXT
042900         IF WS-HX-NEXT > WS-NIGHTS
042950             MOVE 1 TO WS-HX-NEXT
043000         END-IF
043050         IF WS-HX-USED < WS-NIGHTS
043100             ADD 1 TO WS-HX-USED
043150         END-IF
043200     END-IF.
043250     MOVE RH-RUN-DATE TO WS-HX-DATE (WS-HX-NEXT).
043300     MOVE RH-ADD-COUNT TO WS-HX-ADDS (WS-HX-NEXT).
043350     MOVE RH-CHANGE-COUNT TO WS-HX-CHANGES (WS-HX-NEXT).
043400     MOVE RH-DELETE-COUNT TO WS-HX-DELETES (WS-HX-NEXT).
043450     MOVE RH-RUN-DATE TO WS-HX-LAST-DATE.
043500 H210-EXIT.
043550     EXIT.
044800******************************************************************
044900* 5000-JUDGE-VOLUMES AVERAGES THE NIGHTS KEPT, SETS EACH COUNT'S
045000* LIMIT AT THRESHOLD PERCENT OF ITS AVERAGE, AND DECIDES THE
045100* NIGHT.  A HOLD ENDS THE STEP RC=12, DISTINCT FROM PERSEDIT'S
045200* RC=8 REFUSAL, SO THE OPERATOR KNOWS WHICH CARD TO REACH FOR.
045300******************************************************************
045350 5000-JUDGE-VOLUMES.
045400     IF WS-HX-USED < WS-MIN-NIGHTS
045450         SET WS-NO-HISTORY TO TRUE
045500     ELSE
045550         PERFORM 5100-SET-LIMITS THRU 5100-EXIT
045600     END-IF.
045650 5000-EXIT.
045700     EXIT.
045750 5100-SET-LIMITS.
045800     PERFORM J100-SUM-NIGHT THRU J100-EXIT
045850         VARYING WS-HX FROM 1 BY 1
045900         UNTIL WS-HX > WS-HX-USED.
045950     COMPUTE WS-ADD-AVERAGE ROUNDED = WS-ADD-SUM / WS-HX-USED.
046000     COMPUTE WS-CHANGE-AVERAGE ROUNDED =
046050         WS-CHANGE-SUM / WS-HX-USED.
046100     COMPUTE WS-DELETE-AVERAGE ROUNDED =
046150         WS-DELETE-SUM / WS-HX-USED.
046200     COMPUTE WS-ADD-LIMIT =
046250         WS-ADD-AVERAGE * WS-THRESHOLD-PCT / 100.
046300     COMPUTE WS-CHANGE-LIMIT =
046350         WS-CHANGE-AVERAGE * WS-THRESHOLD-PCT / 100.
046400     COMPUTE WS-DELETE-LIMIT =
046450         WS-DELETE-AVERAGE * WS-THRESHOLD-PCT / 100.
046500     MOVE WS-ADD-COUNT TO WS-TEST-COUNT.
046550     MOVE WS-ADD-LIMIT TO WS-TEST-LIMIT.
046600     PERFORM J200-TEST-COUNT THRU J200-EXIT.
046650     MOVE WS-TEST-BREACH TO WS-ADD-BREACH.
046700     MOVE WS-CHANGE-COUNT TO WS-TEST-COUNT.
046750     MOVE WS-CHANGE-LIMIT TO WS-TEST-LIMIT.
046800     PERFORM J200-TEST-COUNT THRU J200-EXIT.
046850     MOVE WS-TEST-BREACH TO WS-CHANGE-BREACH.
046900     MOVE WS-DELETE-COUNT TO WS-TEST-COUNT.
046950     MOVE WS-DELETE-LIMIT TO WS-TEST-LIMIT.
047000     PERFORM J200-TEST-COUNT THRU J200-EXIT.
047050     MOVE WS-TEST-BREACH TO WS-DELETE-BREACH.
047100     IF NOT WS-BREACH
047150         SET WS-PASSED TO TRUE
047200     ELSE IF WS-OVERRIDE
047250         SET WS-OVERRIDDEN TO TRUE
047300     ELSE
047350         SET WS-HELD TO TRUE
047400         MOVE 12 TO RETURN-CODE
047450     END-IF
047500     END-IF.
047550 5100-EXIT.
047600     EXIT.
049600 J100-SUM-NIGHT.
049700     ADD WS-HX-ADDS (WS-HX) TO WS-ADD-SUM.
049800     ADD WS-HX-CHANGES (WS-HX) TO WS-CHANGE-SUM.
049900     ADD WS-HX-DELETES (WS-HX) TO WS-DELETE-SUM.
050000 J100-EXIT.
050100     EXIT.
050200 J200-TEST-COUNT.
050300     IF WS-TEST-COUNT > WS-MINIMUM
050400             AND WS-TEST-COUNT > WS-TEST-LIMIT
050500         MOVE 'Y' TO WS-TEST-BREACH
050600         SET WS-BREACH TO TRUE
050700     ELSE
050800         MOVE 'N' TO WS-TEST-BREACH
050900     END-IF.
051000 J200-EXIT.
051100     EXIT.
051200******************************************************************
051300* 6000-WRITE-VERDICT REWRITES THE ONE-RECORD VERDICT FILE FOR
051400* PERSSUM, WHATEVER THE OUTCOME.
051500******************************************************************
051600 6000-WRITE-VERDICT.
051700     OPEN OUTPUT VERDICT-FILE.
051800     IF WS-VG-STATUS NOT = "00"
051900         DISPLAY "PERSVOLG: VERDICT FILE OPEN FAILED, STATUS "
052000             WS-VG-STATUS
052100     ELSE
052200         MOVE SPACES TO VG-RECORD
052300         MOVE WS-TODAY TO VG-RUN-DATE
052400         MOVE WS-VERDICT TO VG-VERDICT
052500         MOVE WS-HX-USED TO VG-NIGHTS-USED
052600         MOVE WS-THRESHOLD-PCT TO VG-THRESHOLD-PCT
052700         MOVE WS-ADD-COUNT TO VG-ADD-COUNT
052800         MOVE WS-ADD-AVERAGE TO VG-ADD-AVERAGE
052900         MOVE WS-CHANGE-COUNT TO VG-CHANGE-COUNT
053000         MOVE WS-CHANGE-AVERAGE TO VG-CHANGE-AVERAGE
053100         MOVE WS-DELETE-COUNT TO VG-DELETE-COUNT
053200         MOVE WS-DELETE-AVERAGE TO VG-DELETE-AVERAGE
053300         MOVE WS-ADD-BREACH TO VG-ADD-BREACH
053400         MOVE WS-CHANGE-BREACH TO VG-CHANGE-BREACH
053500         MOVE WS-DELETE-BREACH TO VG-DELETE-BREACH
053600         IF WS-OVERRIDDEN
053700             MOVE WS-OVERRIDE-USER TO VG-OVERRIDE-USER
053800         END-IF
053900         WRITE VG-RECORD
054000         CLOSE VERDICT-FILE
054100     END-IF.
054200 6000-EXIT.
054300     EXIT.
054400******************************************************************
054500* Z100-REFUSE STOPS THE GUARD: THE FILE IS NOT CHECKED AND THE
054600* STEP ENDS RC=8, WHICH BYPASSES THE UPDATE LIKE A HOLD.
054700******************************************************************
054800 Z100-REFUSE.
054900     IF NOT WS-REFUSED
055000         MOVE SPACES TO VR-LINE
055100         WRITE VR-LINE
055200         MOVE WS-MSG-LINE TO VR-LINE
055300         WRITE VR-LINE
055400         DISPLAY "PERSVOLG: " WS-MSG-LINE
055500         SET WS-REFUSED TO TRUE
055600         SET WS-NOT-CHECKED TO TRUE
055700         MOVE 8 TO RETURN-CODE
055800     END-IF.
055900 Z100-EXIT.
056000     EXIT.
056100******************************************************************
056200* 3000-TERMINATE PRINTS THE SETTINGS, THE THREE COUNTS AGAINST
056300* THEIR AVERAGES AND LIMITS, AND THE VERDICT.
056400******************************************************************
056450 3000-TERMINATE.
056500     IF NOT WS-REFUSED
056550         PERFORM 3100-PRINT-RESULTS THRU 3100-EXIT
056600     END-IF.
056650     CLOSE GUARD-RPT.
056700     DISPLAY "PERSVOLG: ADDS " WS-ADD-COUNT " CHANGES "
056750         WS-CHANGE-COUNT " DELETES " WS-DELETE-COUNT
056800         " VERDICT " WS-VERDICT.
056850 3000-EXIT.
056900     EXIT.
056950******************************************************************
057000* 3100-PRINT-RESULTS PRINTS THE REPORT BODY FOR A CHECKED FILE.
057050* A REFUSED RUN HAS ALREADY PRINTED ITS REASON AND SKIPS THIS.
057100******************************************************************
057150 3100-PRINT-RESULTS.
057200     MOVE SPACES TO VR-LINE.
057250     WRITE VR-LINE.
057300     MOVE WS-THRESHOLD-PCT TO WS-SL-PCT.
057350     MOVE WS-MINIMUM TO WS-SL-MINIMUM.
057400     MOVE WS-HX-USED TO WS-SL-USED.
057450     MOVE WS-NIGHTS TO WS-SL-NIGHTS.
057500     MOVE WS-SETTING-LINE TO VR-LINE.
057550     WRITE VR-LINE.
057600     MOVE WS-HEAD-LINE TO VR-LINE.
057650     WRITE VR-LINE.
057700     MOVE "ADDS" TO WS-CNT-LABEL.
057750     MOVE WS-ADD-COUNT TO WS-CNT-TONIGHT.
057800     MOVE WS-ADD-AVERAGE TO WS-CNT-AVERAGE.
057850     MOVE WS-ADD-LIMIT TO WS-CNT-LIMIT.
057900     MOVE WS-ADD-BREACH TO WS-TEST-BREACH.
057950     PERFORM P100-PRINT-COUNT THRU P100-EXIT.
058000     MOVE "CHANGES" TO WS-CNT-LABEL.
058050     MOVE WS-CHANGE-COUNT TO WS-CNT-TONIGHT.
058100     MOVE WS-CHANGE-AVERAGE TO WS-CNT-AVERAGE.
058150     MOVE WS-CHANGE-LIMIT TO WS-CNT-LIMIT.
058200     MOVE WS-CHANGE-BREACH TO WS-TEST-BREACH.
058250     PERFORM P100-PRINT-COUNT THRU P100-EXIT.
058300     MOVE "DELETES" TO WS-CNT-LABEL.
058350     MOVE WS-DELETE-COUNT TO WS-CNT-TONIGHT.
058400     MOVE WS-DELETE-AVERAGE TO WS-CNT-AVERAGE.
058450     MOVE WS-DELETE-LIMIT TO WS-CNT-LIMIT.
058500     MOVE WS-DELETE-BREACH TO WS-TEST-BREACH.
058550     PERFORM P100-PRINT-COUNT THRU P100-EXIT.
058600     MOVE SPACES TO VR-LINE.
058650     WRITE VR-LINE.
058700     EVALUATE TRUE
058750         WHEN WS-PASSED
058800             MOVE "PASSED -- UPDATE RELEASED" TO WS-VL-TEXT
058850         WHEN WS-OVERRIDDEN
058900             MOVE SPACES TO WS-VL-TEXT
058950             STRING "BREACH RELEASED BY OVERRIDE FROM "
059000                     DELIMITED BY SIZE
059050                 WS-OVERRIDE-USER DELIMITED BY SPACE
059100                 INTO WS-VL-TEXT
059150             END-STRING
059200         WHEN WS-HELD
059250             MOVE "HELD -- UPDATE NOT RUN, SEE PERSNITE.JCL"
059300                 TO WS-VL-TEXT
059350         WHEN OTHER
059400             MOVE "NOT CHECKED -- TOO FEW NIGHTS ON RUN HISTORY"
059450                 TO WS-VL-TEXT
059500     END-EVALUATE.
059550     MOVE WS-VERDICT-LINE TO VR-LINE.
059600     WRITE VR-LINE.
059650 3100-EXIT.
059700     EXIT.
062500******************************************************************
062600* P100-PRINT-COUNT PRINTS ONE COUNT LINE.  WITH TOO LITTLE
062700* HISTORY THERE IS NO AVERAGE OR LIMIT TO SHOW.
062800******************************************************************
062900 P100-PRINT-COUNT.
063000     IF WS-NO-HISTORY
063100         MOVE ZERO TO WS-CNT-AVERAGE WS-CNT-LIMIT
063200         MOVE "(NO AVERAGE)" TO WS-CNT-NOTE
063300     ELSE IF WS-TEST-BREACH = 'Y'
063400         MOVE "** BREACH **" TO WS-CNT-NOTE
063500     ELSE
063600         MOVE SPACES TO WS-CNT-NOTE
063700     END-IF
063800     END-IF.
063900     MOVE WS-COUNT-LINE TO VR-LINE.
064000     WRITE VR-LINE.
064100 P100-EXIT.
064200     EXIT.
064300 9999-EXIT.
064400     STOP RUN.

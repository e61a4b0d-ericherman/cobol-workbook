000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSKEY.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSKEY IS THE DATA-ENTRY KEYING PROGRAM THAT BUILDS THE DAILY
001000* TRANSACTION FILE (PROD.PERSON.TRANS.DAILY, PERSTRAN.CPY).  DATA
001100* ENTRY USED TO HAND-BUILD THAT FILE, HEADER AND TRAILER
001200* INCLUDED; A MISTYPED TRAILER GOT THE WHOLE NIGHT REFUSED BY
001300* PERSEDIT, AND A BAD ID, DATE, OR DEPT CODE WAS ONLY FOUND THAT
001400* NIGHT BY PERSUPD.  HERE EACH ENTRY IS EDITED AS IT IS KEYED
001500* AND ANSWERED ON THE SPOT, SO THE CLERK FIXES IT WHILE THE
001600* SOURCE DOCUMENT IS STILL ON THE DESK.
001700*
001800* EACH INPUT CARD IS EITHER AN ENTRY OR A COMMAND.  AN ENTRY
001900* LEAVES COLUMNS 1-8 BLANK AND IS KEYED FROM COLUMN 9 ON EXACTLY
002000* IN THE PERSTRAN.CPY LAYOUT (ACTION, ID, NAME, DEPT, JOB TITLE,
002100* HIRE DATE, EFFECTIVE DATE) -- THE SEQUENCE NUMBER IS NEVER
002200* KEYED, THIS PROGRAM ASSIGNS IT.  A COMMAND CARRIES ITS VERB IN
002300* COLUMNS 1-8:
002400*     REVIEW     LIST THE BATCH SO FAR, KEPT AND VOIDED
002500*     VOID       VOID THE ENTRY WHOSE SEQUENCE NUMBER IS IN
002600*                COLUMNS 9-16
002700*     CLOSE      RE-EDIT THE BATCH AND WRITE THE FILE
002800*     CANCEL     END THE SESSION WITHOUT WRITING ANYTHING
002900*
003000* EVERY ENTRY GETS THE SAME EDITS PERSUPD'S B100-VALIDATE-ID,
003100* B200-EDIT-DATES, AND DV200-FIND-DEPT-CODE APPLY AT NIGHT --
003200* ACTION CODE, NUMERIC NONZERO ID, DUPLICATE/NOT-FOUND/ALREADY-
003300* DELETED KEY AGAINST PERSON-MASTER, DEPT CODE AGAINST THE
003400* DEPARTMENT REFERENCE FILE, AND THE CALENDAR EDITS AND SANITY
003500* WINDOWS ON THE HIRE AND EFFECTIVE DATES -- AND FOR A REHIRE,
003510* AN ID THAT IS DELETED ON THE MASTER OR ON THE PURGE ARCHIVE
003520* (PERSARCH), AND FOR A DELETE, A NONBLANK, KNOWN TERMINATION
003525* REASON AND A REAL TERMINATION DATE.  EARLIER ENTRIES IN THE
003530* SAME BATCH COUNT THE WAY THEY WILL TONIGHT (ADD THEN CHANGE
003600* THE NEW ID IS FINE; ADD THE SAME ID TWICE IS NOT), THE SAME
003700* RULE PERSUPD'S TRIAL ID TABLE FOLLOWS.  A FUTURE-DATED ENTRY
003800* PARKS TONIGHT INSTEAD OF APPLYING, SO IT DOES NOT COUNT TOWARD
003900* THE STATE LATER ENTRIES ARE EDITED AGAINST.  AN ENTRY THAT
004000* FAILS IS REFUSED WITH THE REASON AND IS NOT TAKEN INTO THE
004100* BATCH; THE CLERK CORRECTS IT AND KEYS IT AGAIN.
004300*
004400* CLOSE RUNS EVERY KEPT ENTRY THROUGH THE EDITS AGAIN IN
004500* SEQUENCE -- A VOID CAN PULL THE ADD OUT FROM UNDER A LATER
004600* CHANGE -- AND WRITES NOTHING WHILE ANY ENTRY FAILS.  A BATCH
004700* THAT PASSES IS WRITTEN AS ONE HEADER (SOURCE DATAENTR, DATED
004800* TODAY), THE KEPT ENTRIES IN SEQUENCE, AND A TRAILER CARRYING
004900* THE DETAIL COUNT AND ID HASH COMPUTED FROM WHAT WAS WRITTEN
005000* (NON-NUMERIC AND BLANK IDS HASH AS ZERO, THE RULE PERSEDIT
005100* BALANCES BY), SO A FILE THAT CLOSES HERE BALANCES AT STEP008.
005200* VOIDED ENTRIES ARE LEFT OUT AND THEIR NUMBERS ARE NOT REUSED,
005300* SO THE SEQUENCE NUMBERS ON THE FILE, ON THE KEYING LISTING,
005400* AND ON TONIGHT'S PERSEXC ALL AGREE.
005500*
005600* A SESSION THAT FINDS TODAY'S FILE ALREADY ON PERSDETO (AN
005700* EARLIER SESSION CLOSED IT) PICKS THE BATCH UP AND CARRIES ON
005800* NUMBERING AFTER IT, SO THE DAY'S WORK CAN BE KEYED IN MORE
005900* THAN ONE SITTING.  A FILE DATED ANY OTHER DAY IS REPLACED AT
006000* CLOSE.  THE INPUT ENDING WITHOUT A CLOSE OR CANCEL LEAVES THE
006100* FILE AS IT WAS AND ENDS RC=8; A CANCEL ENDS RC=4.
006200*
006300* EVERY ENTRY AND COMMAND, ACCEPTED OR REFUSED, GOES ON THE
006400* PERSKEYR KEYING LISTING AS WELL AS BACK TO THE CLERK ON
006500* SYSOUT.  AT A TERMINAL THE PROGRAM RUNS WITH SYSIN AND SYSOUT
006600* ALLOCATED TO THE TERMINAL AND ANSWERS EACH CARD AS IT IS
006700* KEYED; PERSKEY.JCL RUNS THE SAME PROGRAM AGAINST A KEYED DECK.
006800*
006900* MODIFICATION HISTORY
007000*     10/15/2026 RLM  INITIAL VERSION
007010*     10/15/2026 RLM  TAKES THE NEW REHIRE ('R') ENTRY AND THE
007020*                     DELETE TERMINATION REASON AND DATE, WITH
007030*                     PERSUPD'S EDITS FOR BOTH; A REHIRE OF A
007040*                     PURGED ID IS CHECKED AGAINST PERSARCH.
007050*     10/15/2026 RLM  A KEYED DELETE MUST CARRY A TERMINATION
007060*                     REASON -- BLANK PASSES AT NIGHT ONLY FOR
007070*                     OLD-LAYOUT AND HR CARDS.  SYSIN IS NOW
007080*                     CLOSED ON A SWITCH SET BY THE OPEN, NOT ON
007090*                     ITS FILE STATUS, WHICH IS '10' AT END.
007091*     10/15/2026 RLM  THE BATCH HEADER AND TRAILER NOW CARRY THEIR
007092*                     RECORD CODE, AND THE HEADER OF A BATCH LEFT
007093*                     OPEN IS READ THROUGH ITS OWN LAYOUT.
007095*     10/15/2026 RLM  PT-ORIGIN IS BLANKED ON EVERY KEYED CARD, SO
007097*                     A STRAY KEYSTROKE IN COLUMN 150 CANNOT MAKE
007099*                     THE CARD LOOK HR-SOURCED.
007100******************************************************************
007200 ENVIRONMENT DIVISION.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT KEY-CARDS ASSIGN TO SYSIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-KC-STATUS.
007800     SELECT DAILY-TRANS ASSIGN TO PERSDETO
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-DT-STATUS.
008100     SELECT PERSON-MASTER ASSIGN TO PERSMAST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS PM-ID
008500         FILE STATUS IS WS-PM-STATUS.
008600     SELECT DEPT-REF ASSIGN TO PERSDEPT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-DR-STATUS.
008810     SELECT PURGE-ARCHIVE ASSIGN TO PERSARCH
008820         ORGANIZATION IS SEQUENTIAL
008830         FILE STATUS IS WS-AR-STATUS.
008900     SELECT KEYING-RPT ASSIGN TO PERSKEYR
009000         ORGANIZATION IS SEQUENTIAL.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  KEY-CARDS
009400     RECORDING MODE IS F.
009500 01  KY-RECORD.
009600     05  KY-COMMAND                PIC X(08).
009700         88  KY-CMD-ENTRY              VALUE SPACES.
009800         88  KY-CMD-REVIEW             VALUE 'REVIEW'.
009900         88  KY-CMD-VOID               VALUE 'VOID'.
010000         88  KY-CMD-CLOSE              VALUE 'CLOSE'.
010100         88  KY-CMD-CANCEL             VALUE 'CANCEL'.
010200     05  KY-ENTRY                  PIC X(142).
010300     05  KY-VOID-AREA REDEFINES KY-ENTRY.
010400         10  KY-VOID-SEQ           PIC 9(08).
010500         10  KY-VOID-SEQ-X REDEFINES KY-VOID-SEQ
010600                                   PIC X(08).
010700         10  FILLER                PIC X(134).
010800 FD  DAILY-TRANS
010900     RECORDING MODE IS F.
011000 01  DT-RECORD                     PIC X(150).
011100 FD  PERSON-MASTER.
011200     COPY "persmast.cpy".
011300 FD  DEPT-REF
011400     RECORDING MODE IS F.
011500     COPY "persdept.cpy".
011510 FD  PURGE-ARCHIVE
011520     RECORDING MODE IS F.
011530     COPY "persarc.cpy".
011600 FD  KEYING-RPT
011700     RECORDING MODE IS F.
011800 01  KR-LINE                       PIC X(132).
011900 WORKING-STORAGE SECTION.
012000*    THE ENTRY BEING EDITED, AND EVERY RECORD WRITTEN, IS BUILT
012100*    IN THE PERSTRAN LAYOUT HERE.
012200     COPY "perstran.cpy".
012300 77  WS-PM-STATUS                  PIC X(02).
012400 77  WS-KC-STATUS                  PIC X(02).
012500 77  WS-DT-STATUS                  PIC X(02).
012600 77  WS-DR-STATUS                  PIC X(02).
012610 77  WS-AR-STATUS                  PIC X(02).
012620 77  WS-AR-EOF-SW                  PIC X(01) VALUE 'N'.
012630     88  WS-AR-EOF                     VALUE 'Y'.
012640 77  WS-ARC-HIT-SW                 PIC X(01) VALUE 'N'.
012650     88  WS-ARC-HIT                    VALUE 'Y'.
012700 77  WS-KC-EOF-SW                  PIC X(01) VALUE 'N'.
012800     88  WS-KC-EOF                     VALUE 'Y'.
012810 77  WS-KC-OPEN-SW                 PIC X(01) VALUE 'N'.
012820     88  WS-KC-OPEN                    VALUE 'Y'.
012900 77  WS-DT-EOF-SW                  PIC X(01) VALUE 'N'.
013000     88  WS-DT-EOF                     VALUE 'Y'.
013100 77  WS-DR-EOF-SW                  PIC X(01) VALUE 'N'.
013200     88  WS-DR-EOF                     VALUE 'Y'.
013300 77  WS-SESSION-SW                 PIC X(01) VALUE 'O'.
013400     88  WS-SESSION-OPEN               VALUE 'O'.
013500     88  WS-SESSION-CLOSED             VALUE 'C'.
013600     88  WS-SESSION-CANCELLED          VALUE 'X'.
013700 77  WS-ID-VALID-SW                PIC X(01).
013800     88  WS-ID-VALID                   VALUE 'Y'.
013900     88  WS-ID-INVALID                 VALUE 'N'.
014000 77  WS-DATE-OK-SW                 PIC X(01).
014100     88  WS-DATE-OK                    VALUE 'Y'.
014200     88  WS-DATE-BAD                   VALUE 'N'.
014300 77  WS-KY-MAX                     PIC 9(04) COMP VALUE 1000.
014400 77  WS-KY-USED                    PIC 9(04) COMP VALUE ZERO.
014500 77  WS-KY-I                       PIC 9(04) COMP.
014600 77  WS-KY-J                       PIC 9(04) COMP.
014700 77  WS-KY-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
014800 77  WS-SCAN-LIMIT                 PIC 9(04) COMP VALUE ZERO.
014900 77  WS-BATCH-STATE                PIC X(01).
015000 77  WS-NEXT-SEQ-NO                PIC 9(08) VALUE ZERO.
015100 77  WS-CARRIED-COUNT              PIC 9(08) VALUE ZERO.
015200 77  WS-ACCEPT-COUNT               PIC 9(08) VALUE ZERO.
015300 77  WS-REFUSE-COUNT               PIC 9(08) VALUE ZERO.
015400 77  WS-VOID-COUNT                 PIC 9(08) VALUE ZERO.
015500 77  WS-CLOSE-ERRORS               PIC 9(08) VALUE ZERO.
015600 77  WS-TRL-COUNT                  PIC 9(08) VALUE ZERO.
015700 77  WS-TRL-HASH                   PIC 9(15) VALUE ZERO.
015800 77  WS-DEPT-MAX                   PIC 9(04) COMP VALUE 0200.
015900 77  WS-DEPT-USED                  PIC 9(04) COMP VALUE ZERO.
016000 77  WS-DP                         PIC 9(04) COMP.
016100 77  WS-DEPT-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
016200 77  WS-DAYS-IN-MONTH              PIC 9(02).
016300 77  WS-LEAP-QUOT                  PIC 9(04) COMP.
016400 77  WS-LEAP-REM-4                 PIC 9(04) COMP.
016500 77  WS-LEAP-REM-100               PIC 9(04) COMP.
016600 77  WS-LEAP-REM-400               PIC 9(04) COMP.
016700 77  WS-HIRE-LOW-LIMIT             PIC 9(08) VALUE 19000101.
016800 77  WS-HIRE-HIGH-LIMIT            PIC 9(08) VALUE ZERO.
016900 77  WS-EFF-HIGH-LIMIT             PIC 9(08) VALUE ZERO.
017000 77  WS-HDR-SOURCE                 PIC X(08) VALUE 'DATAENTR'.
017100 01  WS-TODAY                      PIC 9(08).
017200 01  WS-EDIT-DATE                  PIC 9(08).
017300 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
017400     05  WS-EDIT-YEAR              PIC 9(04).
017500     05  WS-EDIT-MONTH             PIC 9(02).
017600     05  WS-EDIT-DAY               PIC 9(02).
017700 01  WS-KY-REASON                  PIC X(30).
017800******************************************************************
017900* WS-KEY-TABLE HOLDS THE BATCH: ONE FULL PERSTRAN IMAGE PER
018000* ENTRY, SEQUENCE NUMBER ALREADY ASSIGNED, IN THE ORDER KEYED.
018100* STATE IS 'K' (KEPT -- GOES ON THE FILE AT CLOSE) OR 'V'
018200* (VOIDED BY THE CLERK -- LEFT OFF, NUMBER NOT REUSED).
018300******************************************************************
018400 01  WS-KEY-TABLE.
018500     05  WS-KY-ENTRY OCCURS 1000 TIMES.
018600         10  WS-KY-IMAGE           PIC X(150).
018700         10  WS-KY-STATE           PIC X(01).
018800*    ONE TABLE ENTRY IS PICKED APART HERE.
018900 01  WS-KY-WORK.
019000     05  WS-KW-SEQ-NO              PIC 9(08).
019100     05  WS-KW-TRANS-CODE          PIC X(01).
019200     05  WS-KW-ID                  PIC X(10).
019300     05  WS-KW-NAME                PIC X(80).
019400     05  WS-KW-DEPT-CODE           PIC X(04).
019500     05  WS-KW-JOB-TITLE           PIC X(30).
019600     05  WS-KW-HIRE-DATE           PIC X(08).
019700     05  WS-KW-EFF-DATE            PIC 9(08).
019800     05  WS-KW-EFF-DATE-X REDEFINES WS-KW-EFF-DATE
019900                                   PIC X(08).
020000     05  FILLER                    PIC X(01).
020100 01  WS-DEPT-TABLE.
020200     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
020300         10  WS-DEPT-CODE          PIC X(04).
020400 01  WS-TITLE-LINE.
020500     05  FILLER                    PIC X(30)
020600             VALUE "DATA ENTRY KEYING LISTING".
020700     05  FILLER                    PIC X(10) VALUE "RUN DATE ".
020800     05  WS-TITLE-DATE             PIC 9(08).
020900     05  FILLER                    PIC X(84) VALUE SPACES.
021000 01  WS-COLUMN-HDR.
021100     05  FILLER                    PIC X(10) VALUE "SEQ".
021200     05  FILLER                    PIC X(03) VALUE "ACT".
021300     05  FILLER                    PIC X(12) VALUE "  ID".
021400     05  FILLER                    PIC X(42) VALUE "  NAME".
021500     05  FILLER                    PIC X(06) VALUE "DEPT".
021600     05  FILLER                    PIC X(10) VALUE "HIRE".
021700     05  FILLER                    PIC X(10) VALUE "EFFECTIVE".
021800     05  FILLER                    PIC X(10) VALUE "VERDICT".
021900     05  FILLER                    PIC X(29) VALUE "REASON".
022000 01  WS-DETAIL-LINE.
022100     05  WS-DTL-SEQ-NO             PIC X(08).
022200     05  FILLER                    PIC X(02) VALUE SPACES.
022300     05  WS-DTL-ACTION             PIC X(01).
022400     05  FILLER                    PIC X(02) VALUE SPACES.
022500     05  WS-DTL-ID                 PIC X(10).
022600     05  FILLER                    PIC X(02) VALUE SPACES.
022700     05  WS-DTL-NAME               PIC X(40).
022800     05  FILLER                    PIC X(02) VALUE SPACES.
022900     05  WS-DTL-DEPT               PIC X(04).
023000     05  FILLER                    PIC X(02) VALUE SPACES.
023100     05  WS-DTL-HIRE               PIC X(08).
023200     05  FILLER                    PIC X(02) VALUE SPACES.
023300     05  WS-DTL-EFF                PIC X(08).
023400     05  FILLER                    PIC X(02) VALUE SPACES.
023500     05  WS-DTL-VERDICT            PIC X(08).
023600     05  FILLER                    PIC X(02) VALUE SPACES.
023700     05  WS-DTL-REASON             PIC X(29).
023800 01  WS-NOTE-LINE                  PIC X(132).
023900 01  WS-TOTAL-LINE.
024000     05  WS-TOT-LABEL              PIC X(24).
024100     05  WS-TOT-VALUE              PIC Z(14)9.
024200     05  FILLER                    PIC X(93) VALUE SPACES.
024300 PROCEDURE DIVISION.
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
024700         UNTIL WS-KC-EOF OR NOT WS-SESSION-OPEN.
024800     PERFORM 3000-TERMINATE THRU 3000-EXIT.
024900     PERFORM 9999-EXIT.
025000 1000-INITIALIZE.
025100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025200*    THE SAME SANITY WINDOWS PERSUPD USES -- A YEAR AHEAD FOR A
025300*    HIRE DATE, TWO YEARS FOR AN EFFECTIVE DATE.
025400     COMPUTE WS-HIRE-HIGH-LIMIT = WS-TODAY + 10000.
025500     COMPUTE WS-EFF-HIGH-LIMIT = WS-TODAY + 20000.
025600     OPEN OUTPUT KEYING-RPT.
025700     MOVE WS-TODAY TO WS-TITLE-DATE.
025800     MOVE WS-TITLE-LINE TO KR-LINE.
025900     WRITE KR-LINE.
026000     MOVE WS-COLUMN-HDR TO KR-LINE.
026100     WRITE KR-LINE.
026200     PERFORM DV100-LOAD-DEPT-TABLE THRU DV100-EXIT.
026300     OPEN INPUT PERSON-MASTER.
026400     PERFORM L100-LOAD-OPEN-BATCH THRU L100-EXIT.
026500     OPEN INPUT KEY-CARDS.
026600     IF WS-KC-STATUS = "00"
026650         SET WS-KC-OPEN TO TRUE
026700         PERFORM 2100-READ-KEY-CARD THRU 2100-EXIT
026800     ELSE
026900         DISPLAY "PERSKEY: NO SYSIN -- NOTHING TO KEY"
027000         SET WS-KC-EOF TO TRUE
027100     END-IF.
027200     DISPLAY "PERSKEY: BATCH OPEN FOR " WS-TODAY ", "
027300         WS-CARRIED-COUNT " ENTRIES CARRIED FROM AN EARLIER "
027400         "SESSION".
027500 1000-EXIT.
027600     EXIT.
027700******************************************************************
027800* L100-LOAD-OPEN-BATCH PICKS UP TODAY'S FILE WHEN AN EARLIER
027900* SESSION ALREADY CLOSED ONE, SO KEYING CAN RESUME.  THE OPEN IS
028000* GUARDED BY FILE STATUS; A MISSING OR EMPTY FILE, OR ONE WHOSE
028100* HEADER IS NOT DATED TODAY, MEANS A FRESH BATCH -- THE OLD FILE
028200* IS ONLY REPLACED IF THIS SESSION CLOSES.
028300******************************************************************
028400 L100-LOAD-OPEN-BATCH.
028500     OPEN INPUT DAILY-TRANS.
028600     IF WS-DT-STATUS = "00"
028700         PERFORM L110-READ-DAILY THRU L110-EXIT
028800         IF NOT WS-DT-EOF
028900             MOVE DT-RECORD TO PT-RECORD
028950             MOVE DT-RECORD TO PT-HEADER-RECORD
029000             IF PT-HEADER
029100                     AND PH-CREATE-DATE-X IS NUMERIC
029200                     AND PH-CREATE-DATE = WS-TODAY
029300                 PERFORM L110-READ-DAILY THRU L110-EXIT
029400                 PERFORM L120-TAKE-DAILY THRU L120-EXIT
029500                     UNTIL WS-DT-EOF
029600             ELSE
029700                 DISPLAY "PERSKEY: FILE ON PERSDETO IS NOT "
029800                     "DATED TODAY -- IT WILL BE REPLACED AT CLOSE"
029900             END-IF
030000         END-IF
030100         CLOSE DAILY-TRANS
030200     END-IF.
030300 L100-EXIT.
030400     EXIT.
030500 L110-READ-DAILY.
030600     READ DAILY-TRANS
030700         AT END
030800             SET WS-DT-EOF TO TRUE
030900     END-READ.
031000 L110-EXIT.
031100     EXIT.
031200 L120-TAKE-DAILY.
031300     MOVE DT-RECORD TO PT-RECORD.
031400     IF PT-TRAILER OR PT-HEADER
031500         CONTINUE
031600     ELSE
031700         IF WS-KY-USED < WS-KY-MAX
031800             ADD 1 TO WS-KY-USED
031900             ADD 1 TO WS-CARRIED-COUNT
032000             MOVE PT-RECORD TO WS-KY-IMAGE (WS-KY-USED)
032100             MOVE "K" TO WS-KY-STATE (WS-KY-USED)
032200             IF PT-SEQ-NO > WS-NEXT-SEQ-NO
032300                 MOVE PT-SEQ-NO TO WS-NEXT-SEQ-NO
032400             END-IF
032500         ELSE
032600             DISPLAY "PERSKEY: KEY TABLE FULL -- SEQ " PT-SEQ-NO
032700                 " NOT CARRIED, RAISE WS-KY-MAX"
032800         END-IF
032900     END-IF.
033000     PERFORM L110-READ-DAILY THRU L110-EXIT.
033100 L120-EXIT.
033200     EXIT.
033300******************************************************************
033400* 2000-PROCESS-CARD ACTS ON ONE INPUT CARD: AN ENTRY (COLUMNS
033500* 1-8 BLANK) OR ONE OF THE COMMAND VERBS.
033600******************************************************************
033700 2000-PROCESS-CARD.
033800     EVALUATE TRUE
033900         WHEN KY-CMD-ENTRY
034000             PERFORM K100-TAKE-ENTRY THRU K100-EXIT
034100         WHEN KY-CMD-REVIEW
034200             PERFORM K200-REVIEW-BATCH THRU K200-EXIT
034300         WHEN KY-CMD-VOID
034400             PERFORM K300-VOID-ENTRY THRU K300-EXIT
034500         WHEN KY-CMD-CLOSE
034600             PERFORM K400-CLOSE-BATCH THRU K400-EXIT
034700         WHEN KY-CMD-CANCEL
034800             SET WS-SESSION-CANCELLED TO TRUE
034900             DISPLAY "PERSKEY: SESSION CANCELLED -- "
035000                 "NOTHING WRITTEN"
035100         WHEN OTHER
035200             DISPLAY "PERSKEY: UNKNOWN COMMAND " KY-COMMAND
035300                 " -- USE REVIEW, VOID, CLOSE, OR CANCEL"
035400     END-EVALUATE.
035500     IF WS-SESSION-OPEN
035600         PERFORM 2100-READ-KEY-CARD THRU 2100-EXIT
035700     END-IF.
035800 2000-EXIT.
035900     EXIT.
036000 2100-READ-KEY-CARD.
036100     READ KEY-CARDS
036200         AT END
036300             SET WS-KC-EOF TO TRUE
036400     END-READ.
036500 2100-EXIT.
036600     EXIT.
036700******************************************************************
036800* K100-TAKE-ENTRY EDITS ONE KEYED ENTRY AGAINST THE MASTER, THE
036900* DEPARTMENT TABLE, AND EVERYTHING ALREADY IN THE BATCH.  A
037000* CLEAN ENTRY IS GIVEN THE NEXT SEQUENCE NUMBER AND TAKEN INTO
037100* THE BATCH; A BAD ONE IS REFUSED WITH ITS REASON.
037200******************************************************************
037300 K100-TAKE-ENTRY.
037400     MOVE KY-RECORD TO PT-RECORD.
037500     MOVE ZERO TO PT-SEQ-NO.
037550     MOVE SPACE TO PT-ORIGIN.
037600*    AN ASSIGN-ADD IS KEYED WITHOUT AN ID; ZERO IT SO THE FILE
037700*    CARRIES A CLEAN NUMERIC FIELD THE TRAILER HASHES AS ZERO.
037800     IF PT-ADD-ASSIGN AND PT-ID-X = SPACES
037900         MOVE ZERO TO PT-ID
038000     END-IF.
038100     MOVE WS-KY-USED TO WS-SCAN-LIMIT.
038200     PERFORM B100-VALIDATE-ID THRU B100-EXIT.
038300     IF WS-ID-VALID AND WS-KY-USED NOT < WS-KY-MAX
038400         SET WS-ID-INVALID TO TRUE
038500         MOVE "BATCH FULL -- CLOSE AND RESTART" TO WS-KY-REASON
038600     END-IF.
038700     IF WS-ID-INVALID
038800         ADD 1 TO WS-REFUSE-COUNT
038900         MOVE SPACES TO WS-DTL-SEQ-NO
039000         MOVE "REFUSED" TO WS-DTL-VERDICT
039100         MOVE WS-KY-REASON TO WS-DTL-REASON
039200         DISPLAY "PERSKEY: REFUSED " PT-TRANS-CODE " ID " PT-ID-X
039300             " -- " WS-KY-REASON
039400     ELSE
039500         ADD 1 TO WS-ACCEPT-COUNT
039600         ADD 1 TO WS-NEXT-SEQ-NO
039700         MOVE WS-NEXT-SEQ-NO TO PT-SEQ-NO
039800         ADD 1 TO WS-KY-USED
039900         MOVE PT-RECORD TO WS-KY-IMAGE (WS-KY-USED)
040000         MOVE "K" TO WS-KY-STATE (WS-KY-USED)
040100         MOVE PT-SEQ-NO TO WS-DTL-SEQ-NO
040200         MOVE "ACCEPTED" TO WS-DTL-VERDICT
040300         MOVE SPACES TO WS-DTL-REASON
040400         DISPLAY "PERSKEY: SEQ " PT-SEQ-NO " ACCEPTED "
040500             PT-TRANS-CODE " ID " PT-ID-X
040600     END-IF.
040700     MOVE PT-RECORD TO WS-KY-WORK.
040800     PERFORM D200-PRINT-DETAIL THRU D200-EXIT.
040900 K100-EXIT.
041000     EXIT.
041100******************************************************************
041200* K200-REVIEW-BATCH LISTS THE BATCH SO FAR BACK TO THE CLERK --
041300* EVERY ENTRY, KEPT OR VOIDED -- WITH THE COUNT AND ID HASH THE
041400* TRAILER WILL CARRY IF THE BATCH IS CLOSED AS IT STANDS.
041500******************************************************************
041600 K200-REVIEW-BATCH.
041700     MOVE ZERO TO WS-TRL-COUNT.
041800     MOVE ZERO TO WS-TRL-HASH.
041900     DISPLAY "PERSKEY: REVIEW -- " WS-KY-USED " ENTRIES KEYED".
042000     PERFORM K210-REVIEW-ONE THRU K210-EXIT
042100         VARYING WS-KY-J FROM 1 BY 1
042200         UNTIL WS-KY-J > WS-KY-USED.
042300     DISPLAY "PERSKEY: REVIEW -- " WS-TRL-COUNT " KEPT, ID HASH "
042400         WS-TRL-HASH.
042500 K200-EXIT.
042600     EXIT.
042700 K210-REVIEW-ONE.
042800     MOVE WS-KY-IMAGE (WS-KY-J) TO WS-KY-WORK.
042900     IF WS-KY-STATE (WS-KY-J) = "K"
043000         ADD 1 TO WS-TRL-COUNT
043100         IF WS-KW-ID IS NUMERIC
043200             MOVE WS-KY-IMAGE (WS-KY-J) TO PT-RECORD
043300             ADD PT-ID TO WS-TRL-HASH
043400         END-IF
043500         DISPLAY "PERSKEY:   " WS-KW-SEQ-NO " " WS-KW-TRANS-CODE
043600             " " WS-KW-ID " " WS-KW-NAME (1:30) " "
043700             WS-KW-DEPT-CODE " " WS-KW-EFF-DATE-X
043800     ELSE
043900         DISPLAY "PERSKEY:   " WS-KW-SEQ-NO " " WS-KW-TRANS-CODE
044000             " " WS-KW-ID " " WS-KW-NAME (1:30) " VOIDED"
044100     END-IF.
044200 K210-EXIT.
044300     EXIT.
044400******************************************************************
044500* K300-VOID-ENTRY VOIDS THE KEPT ENTRY WHOSE SEQUENCE NUMBER IS
044600* ON THE CARD.  THE ENTRY STAYS IN THE TABLE (SO REVIEW STILL
044700* SHOWS IT) BUT IS LEFT OFF THE FILE, AND ITS NUMBER IS NOT
044800* HANDED OUT AGAIN.
044900******************************************************************
045000 K300-VOID-ENTRY.
045100     MOVE ZERO TO WS-KY-HIT-SUB.
045200     IF KY-VOID-SEQ-X IS NUMERIC
045300         PERFORM K310-MATCH-SEQ THRU K310-EXIT
045400             VARYING WS-KY-J FROM 1 BY 1
045500             UNTIL WS-KY-J > WS-KY-USED OR WS-KY-HIT-SUB > ZERO
045600     END-IF.
045700     MOVE SPACES TO WS-KY-WORK.
045800     MOVE KY-VOID-SEQ-X TO WS-DTL-SEQ-NO.
045900     IF WS-KY-HIT-SUB = ZERO
046000         MOVE "REFUSED" TO WS-DTL-VERDICT
046100         MOVE "VOID -- SEQUENCE NOT IN BATCH" TO WS-DTL-REASON
046200         DISPLAY "PERSKEY: VOID " KY-VOID-SEQ-X
046300             " REFUSED -- NO SUCH SEQUENCE NUMBER IN THIS BATCH"
046400     ELSE
046500         MOVE WS-KY-IMAGE (WS-KY-HIT-SUB) TO WS-KY-WORK
046600         IF WS-KY-STATE (WS-KY-HIT-SUB) = "V"
046700             MOVE "REFUSED" TO WS-DTL-VERDICT
046800             MOVE "VOID -- ALREADY VOIDED" TO WS-DTL-REASON
046900             DISPLAY "PERSKEY: VOID " KY-VOID-SEQ-X
047000                 " REFUSED -- ALREADY VOIDED"
047100         ELSE
047200             MOVE "V" TO WS-KY-STATE (WS-KY-HIT-SUB)
047300             ADD 1 TO WS-VOID-COUNT
047400             MOVE "VOIDED" TO WS-DTL-VERDICT
047500             MOVE SPACES TO WS-DTL-REASON
047600             DISPLAY "PERSKEY: SEQ " KY-VOID-SEQ-X " VOIDED"
047700         END-IF
047800     END-IF.
047900     PERFORM D200-PRINT-DETAIL THRU D200-EXIT.
048000 K300-EXIT.
048100     EXIT.
048200 K310-MATCH-SEQ.
048300     MOVE WS-KY-IMAGE (WS-KY-J) TO WS-KY-WORK.
048400     IF WS-KW-SEQ-NO = KY-VOID-SEQ
048500         MOVE WS-KY-J TO WS-KY-HIT-SUB
048600     END-IF.
048700 K310-EXIT.
048800     EXIT.
048900******************************************************************
049000* K400-CLOSE-BATCH RE-EDITS EVERY KEPT ENTRY IN SEQUENCE, EACH
049100* AGAINST THE KEPT ENTRIES AHEAD OF IT, AND WRITES THE FILE ONLY
049200* WHEN ALL OF THEM STILL PASS.  OTHERWISE THE FAILURES ARE LISTED
049300* AND THE BATCH STAYS OPEN FOR THE CLERK TO VOID OR REKEY.
049400******************************************************************
049500 K400-CLOSE-BATCH.
049600     MOVE ZERO TO WS-CLOSE-ERRORS.
049700     PERFORM K410-RE-EDIT-ONE THRU K410-EXIT
049800         VARYING WS-KY-J FROM 1 BY 1
049900         UNTIL WS-KY-J > WS-KY-USED.
050000     IF WS-CLOSE-ERRORS > ZERO
050100         DISPLAY "PERSKEY: CLOSE REFUSED -- " WS-CLOSE-ERRORS
050200             " ENTRIES NO LONGER PASS, BATCH STILL OPEN"
050300         MOVE "CLOSE REFUSED -- SEE THE ENTRIES ABOVE"
050400             TO WS-NOTE-LINE
050500         WRITE KR-LINE FROM WS-NOTE-LINE
050600     ELSE
050700         PERFORM W100-WRITE-BATCH THRU W100-EXIT
050800         SET WS-SESSION-CLOSED TO TRUE
050900     END-IF.
051000 K400-EXIT.
051100     EXIT.
051200 K410-RE-EDIT-ONE.
051300     IF WS-KY-STATE (WS-KY-J) = "K"
051400         MOVE WS-KY-IMAGE (WS-KY-J) TO PT-RECORD
051500         COMPUTE WS-SCAN-LIMIT = WS-KY-J - 1
051600         PERFORM B100-VALIDATE-ID THRU B100-EXIT
051700         IF WS-ID-INVALID
051800             ADD 1 TO WS-CLOSE-ERRORS
051900             MOVE PT-RECORD TO WS-KY-WORK
052000             MOVE PT-SEQ-NO TO WS-DTL-SEQ-NO
052100             MOVE "FAILS" TO WS-DTL-VERDICT
052200             MOVE WS-KY-REASON TO WS-DTL-REASON
052300             PERFORM D200-PRINT-DETAIL THRU D200-EXIT
052400             DISPLAY "PERSKEY: SEQ " PT-SEQ-NO " NOW FAILS -- "
052500                 WS-KY-REASON " -- VOID IT OR REKEY"
052600         END-IF
052700     END-IF.
052800 K410-EXIT.
052900     EXIT.
053000******************************************************************
053100* K500-FIND-BATCH-STATE WORKS OUT WHAT THE KEPT ENTRIES AHEAD OF
053200* THE ONE BEING EDITED (TABLE ENTRIES 1 THROUGH WS-SCAN-LIMIT)
053300* WILL HAVE DONE TO PT-ID BY THE TIME IT APPLIES TONIGHT: 'A'
053400* (ADDED OR CHANGED -- ON FILE ACTIVE), 'D' (DELETED), OR SPACE
053500* (NOT TOUCHED -- THE MASTER DECIDES).  A FUTURE-DATED ENTRY
053600* PARKS TONIGHT AND IS NOT COUNTED.
053700******************************************************************
053800 K500-FIND-BATCH-STATE.
053900     MOVE SPACE TO WS-BATCH-STATE.
054000     PERFORM K510-STATE-ONE THRU K510-EXIT
054100         VARYING WS-KY-I FROM 1 BY 1
054200         UNTIL WS-KY-I > WS-SCAN-LIMIT.
054300 K500-EXIT.
054400     EXIT.
054500 K510-STATE-ONE.
054600     IF WS-KY-STATE (WS-KY-I) = "K"
054700         MOVE WS-KY-IMAGE (WS-KY-I) TO WS-KY-WORK
054800         IF WS-KW-ID = PT-ID-X
054900             IF WS-KW-EFF-DATE-X IS NUMERIC
055000                     AND WS-KW-EFF-DATE > WS-TODAY
055100                 CONTINUE
055200             ELSE
055300                 IF WS-KW-TRANS-CODE = "D"
055400                     MOVE "D" TO WS-BATCH-STATE
055500                 ELSE
055600                     MOVE "A" TO WS-BATCH-STATE
055700                 END-IF
055800             END-IF
055900         END-IF
056000     END-IF.
056100 K510-EXIT.
056200     EXIT.
056300******************************************************************
056400* B100-VALIDATE-ID IS PERSUPD'S B100 RUN AT KEYING TIME: A BAD
056500* ACTION CODE, A ZERO OR NON-NUMERIC ID, AN ADD WHOSE KEY IS
056600* ALREADY TAKEN, A CHANGE OR DELETE WHOSE KEY IS NOT ON FILE OR
056700* IS ALREADY LOGICALLY DELETED, A REHIRE WHOSE KEY IS STILL
056710* ACTIVE OR IS NEITHER ON FILE NOR ON THE PURGE ARCHIVE, A
056720* DELETE WITH A BLANK OR UNKNOWN TERMINATION REASON (BLANK IS
056725* LET THROUGH AT NIGHT FOR OLD-LAYOUT AND HR CARDS ONLY -- A
056727* KEYED DELETE ALWAYS HAS ONE), OR AN ADD, CHANGE, OR REHIRE
056730* CARRYING A NONBLANK DEPT CODE THE REFERENCE FILE DOES NOT
056800* KNOW, ALL REFUSE WITH THE SAME REASON TEXT PERSEXC WOULD PRINT
056900* TONIGHT.  THE BATCH ITSELF IS CONSULTED AHEAD OF THE MASTER
057000* (K500).
057100******************************************************************
057200 B100-VALIDATE-ID.
057300     SET WS-ID-VALID TO TRUE.
057400     MOVE SPACES TO WS-KY-REASON.
057500     IF NOT (PT-ADD OR PT-ADD-ASSIGN OR PT-CHANGE OR PT-DELETE
057550             OR PT-REHIRE)
057600         SET WS-ID-INVALID TO TRUE
057700         MOVE "BAD TRANS CODE" TO WS-KY-REASON
057800     ELSE IF PT-ADD-ASSIGN
057900         CONTINUE
058000     ELSE IF PT-ID-X IS NOT NUMERIC
058100         SET WS-ID-INVALID TO TRUE
058200         MOVE "NON-NUMERIC ID" TO WS-KY-REASON
058300     ELSE IF PT-ID = ZERO
058400         SET WS-ID-INVALID TO TRUE
058500         MOVE "ZERO ID" TO WS-KY-REASON
058600     ELSE IF PT-ADD
058700         PERFORM K500-FIND-BATCH-STATE THRU K500-EXIT
058800         IF WS-BATCH-STATE NOT = SPACE
058900             SET WS-ID-INVALID TO TRUE
059000             MOVE "DUPLICATE ID" TO WS-KY-REASON
059100         ELSE
059200             MOVE PT-ID TO PM-ID
059300             READ PERSON-MASTER
059400                 INVALID KEY
059500                     CONTINUE
059600             END-READ
059700             IF WS-PM-STATUS = "00"
059800                 SET WS-ID-INVALID TO TRUE
059900                 MOVE "DUPLICATE ID" TO WS-KY-REASON
060000             END-IF
060100         END-IF
060110     ELSE IF PT-REHIRE
060120         PERFORM K500-FIND-BATCH-STATE THRU K500-EXIT
060130         IF WS-BATCH-STATE = "A"
060140             SET WS-ID-INVALID TO TRUE
060150             MOVE "ID ALREADY ACTIVE" TO WS-KY-REASON
060160         ELSE
060170             IF WS-BATCH-STATE = SPACE
060180                 PERFORM B300-FIND-REHIRE-SOURCE THRU B300-EXIT
060190             END-IF
060195         END-IF
060200     ELSE
060300         PERFORM K500-FIND-BATCH-STATE THRU K500-EXIT
060400         IF WS-BATCH-STATE NOT = SPACE
060500             IF WS-BATCH-STATE = "D"
060600                 SET WS-ID-INVALID TO TRUE
060700                 MOVE "ID ALREADY DELETED" TO WS-KY-REASON
060800             END-IF
060900         ELSE
061000             MOVE PT-ID TO PM-ID
061100             READ PERSON-MASTER
061200                 INVALID KEY
061300                     CONTINUE
061400             END-READ
061500             IF WS-PM-STATUS NOT = "00"
061600                 SET WS-ID-INVALID TO TRUE
061700                 MOVE "ID NOT FOUND" TO WS-KY-REASON
061800             ELSE IF PM-STATUS-DELETED
061900                 SET WS-ID-INVALID TO TRUE
062000                 MOVE "ID ALREADY DELETED" TO WS-KY-REASON
062100             END-IF
062200         END-IF
062300     END-IF.
062310     IF WS-ID-VALID
062320             AND PT-DELETE
062330             AND (PT-TERM-REASON = SPACES
062335                  OR NOT PT-TERM-REASON-VALID)
062340         SET WS-ID-INVALID TO TRUE
062350         MOVE "INVALID TERM REASON" TO WS-KY-REASON
062360     END-IF.
062400*    BLANK IS NOT CHECKED AND AN EMPTY TABLE TURNS THE CHECK OFF,
062500*    EXACTLY AS PERSUPD DOES.
062600     IF WS-ID-VALID
062700             AND (PT-ADD OR PT-ADD-ASSIGN OR PT-CHANGE
062750                 OR PT-REHIRE)
062800             AND PT-DEPT-CODE NOT = SPACES
062900             AND WS-DEPT-USED > ZERO
063000         PERFORM DV200-FIND-DEPT-CODE THRU DV200-EXIT
063100         IF WS-DEPT-HIT-SUB = ZERO
063200             SET WS-ID-INVALID TO TRUE
063300             MOVE "UNKNOWN DEPT CODE" TO WS-KY-REASON
063400         END-IF
063500     END-IF.
063600     IF WS-ID-VALID
063700         PERFORM B200-EDIT-DATES THRU B200-EXIT
063800     END-IF.
063900 B100-EXIT.
064000     EXIT.
064100******************************************************************
064200* B200-EDIT-DATES IS PERSUPD'S B200: AN EFFECTIVE DATE THAT IS
064300* NUMERIC AND NONZERO MUST BE A REAL DATE NO MORE THAN TWO YEARS
064400* OUT; A HIRE DATE ON AN ADD, CHANGE, OR REHIRE, WHEN SUPPLIED,
064500* MUST BE A REAL DATE BETWEEN 19000101 AND A YEAR FROM TODAY;
064510* AND (PERSUPD'S B210) A TERMINATION DATE ON A DELETE, WHEN
064520* SUPPLIED, MUST BE A REAL DATE FROM 19000101 TO THE HORIZON.
064600******************************************************************
064700 B200-EDIT-DATES.
064800     IF PT-EFFECTIVE-DATE-X IS NUMERIC
064900             AND PT-EFFECTIVE-DATE > ZERO
065000         MOVE PT-EFFECTIVE-DATE TO WS-EDIT-DATE
065100         PERFORM V100-EDIT-DATE THRU V100-EXIT
065200         IF WS-DATE-BAD
065300             SET WS-ID-INVALID TO TRUE
065400             MOVE "INVALID EFFECTIVE DATE" TO WS-KY-REASON
065500         ELSE
065600             IF PT-EFFECTIVE-DATE > WS-EFF-HIGH-LIMIT
065700                 SET WS-ID-INVALID TO TRUE
065800                 MOVE "EFFECTIVE DATE PAST HORIZON"
065900                     TO WS-KY-REASON
066000             END-IF
066100         END-IF
066200     END-IF.
066300     IF WS-ID-VALID
066400             AND PT-CARRIES-HIRE-DATE
066500             AND PT-HIRE-DATE-X IS NUMERIC
066600             AND PT-HIRE-DATE > ZERO
066700         MOVE PT-HIRE-DATE TO WS-EDIT-DATE
066800         PERFORM V100-EDIT-DATE THRU V100-EXIT
066900         IF WS-DATE-BAD
067000             SET WS-ID-INVALID TO TRUE
067100             MOVE "INVALID HIRE DATE" TO WS-KY-REASON
067200         ELSE
067300             IF PT-HIRE-DATE > WS-HIRE-HIGH-LIMIT
067400                     OR PT-HIRE-DATE < WS-HIRE-LOW-LIMIT
067500                 SET WS-ID-INVALID TO TRUE
067600                 MOVE "HIRE DATE OUT OF RANGE" TO WS-KY-REASON
067700             END-IF
067800         END-IF
067900     END-IF.
067910     IF WS-ID-VALID
067915             AND PT-DELETE
067920             AND PT-TERM-DATE-X IS NUMERIC
067925             AND PT-TERM-DATE > ZERO
067930         MOVE PT-TERM-DATE TO WS-EDIT-DATE
067935         PERFORM V100-EDIT-DATE THRU V100-EXIT
067940         IF WS-DATE-BAD
067945             SET WS-ID-INVALID TO TRUE
067950             MOVE "INVALID TERM DATE" TO WS-KY-REASON
067955         ELSE
067960             IF PT-TERM-DATE > WS-EFF-HIGH-LIMIT
067965                     OR PT-TERM-DATE < WS-HIRE-LOW-LIMIT
067970                 SET WS-ID-INVALID TO TRUE
067975                 MOVE "TERM DATE OUT OF RANGE" TO WS-KY-REASON
067980             END-IF
067985         END-IF
067990     END-IF.
068000 B200-EXIT.
068100     EXIT.
068102******************************************************************
068103* B300-FIND-REHIRE-SOURCE IS PERSUPD'S B300: A REHIRE NEEDS ITS
068104* KEY ON THE MASTER WITH STATUS 'D', OR -- WHEN PERSPRG HAS
068105* PURGED IT -- ON THE PURGE ARCHIVE.  AN ACTIVE KEY REFUSES.
068106******************************************************************
068107 B300-FIND-REHIRE-SOURCE.
068108     MOVE PT-ID TO PM-ID.
068109     READ PERSON-MASTER
068110         INVALID KEY
068111             CONTINUE
068112     END-READ.
068113     IF WS-PM-STATUS = "00"
068114         IF NOT PM-STATUS-DELETED
068115             SET WS-ID-INVALID TO TRUE
068116             MOVE "ID ALREADY ACTIVE" TO WS-KY-REASON
068117         END-IF
068118     ELSE
068119         PERFORM A100-FIND-ARCHIVE-ID THRU A100-EXIT
068120         IF NOT WS-ARC-HIT
068121             SET WS-ID-INVALID TO TRUE
068122             MOVE "ID NOT ON MASTER OR ARCHIVE" TO WS-KY-REASON
068123         END-IF
068124     END-IF.
068125 B300-EXIT.
068126     EXIT.
068127 A100-FIND-ARCHIVE-ID.
068128     MOVE "N" TO WS-ARC-HIT-SW.
068129     MOVE "N" TO WS-AR-EOF-SW.
068130     OPEN INPUT PURGE-ARCHIVE.
068131     IF WS-AR-STATUS = "00"
068132         PERFORM A110-READ-ARCHIVE THRU A110-EXIT
068133         PERFORM A120-MATCH-ARCHIVE THRU A120-EXIT
068134             UNTIL WS-AR-EOF OR WS-ARC-HIT
068135         CLOSE PURGE-ARCHIVE
068136     END-IF.
068137 A100-EXIT.
068138     EXIT.
068139 A110-READ-ARCHIVE.
068140     READ PURGE-ARCHIVE
068141         AT END
068142             SET WS-AR-EOF TO TRUE
068143     END-READ.
068144 A110-EXIT.
068145     EXIT.
068146 A120-MATCH-ARCHIVE.
068147     IF AR-ID = PT-ID
068148         SET WS-ARC-HIT TO TRUE
068149     ELSE
068150         PERFORM A110-READ-ARCHIVE THRU A110-EXIT
068151     END-IF.
068152 A120-EXIT.
068153     EXIT.
068200******************************************************************
068300* V100-EDIT-DATE TESTS WS-EDIT-DATE (YYYYMMDD, ALREADY KNOWN
068400* NUMERIC) FOR CALENDAR VALIDITY -- THE SAME EDIT PERSUPD'S
068500* V100 APPLIES.  SETS WS-DATE-OK OR WS-DATE-BAD.
068600******************************************************************
068700 V100-EDIT-DATE.
068800     SET WS-DATE-BAD TO TRUE.
068900     IF WS-EDIT-MONTH NOT < 01 AND WS-EDIT-MONTH NOT > 12
069000         EVALUATE WS-EDIT-MONTH
069100             WHEN 01
069200             WHEN 03
069300             WHEN 05
069400             WHEN 07
069500             WHEN 08
069600             WHEN 10
069700             WHEN 12
069800                 MOVE 31 TO WS-DAYS-IN-MONTH
069900             WHEN 04
070000             WHEN 06
070100             WHEN 09
070200             WHEN 11
070300                 MOVE 30 TO WS-DAYS-IN-MONTH
070400             WHEN 02
070500                 PERFORM V110-FEBRUARY-LENGTH THRU V110-EXIT
070600         END-EVALUATE
070700         IF WS-EDIT-DAY >= 01
070800                 AND WS-EDIT-DAY <= WS-DAYS-IN-MONTH
070900             SET WS-DATE-OK TO TRUE
071000         END-IF
071100     END-IF.
071200 V100-EXIT.
071300     EXIT.
071400 V110-FEBRUARY-LENGTH.
071500     MOVE 28 TO WS-DAYS-IN-MONTH.
071600     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
071700         REMAINDER WS-LEAP-REM-4.
071800     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
071900         REMAINDER WS-LEAP-REM-100.
072000     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
072100         REMAINDER WS-LEAP-REM-400.
072200     IF WS-LEAP-REM-4 = ZERO
072300             AND (WS-LEAP-REM-100 NOT = ZERO
072400                 OR WS-LEAP-REM-400 = ZERO)
072500         MOVE 29 TO WS-DAYS-IN-MONTH
072600     END-IF.
072700 V110-EXIT.
072800     EXIT.
072900******************************************************************
073000* DV100-LOAD-DEPT-TABLE READS THE DEPARTMENT REFERENCE FILE INTO
073100* THE DEPT-CODE TABLE B100 VALIDATES AGAINST.  A MISSING OR EMPTY
073200* FILE LEAVES THE TABLE EMPTY, WHICH TURNS THE DEPT CHECK OFF AND
073300* SAYS SO -- THE SAME RULE PERSUPD FOLLOWS AT NIGHT.
073400******************************************************************
073500 DV100-LOAD-DEPT-TABLE.
073600     OPEN INPUT DEPT-REF.
073700     IF WS-DR-STATUS = "00"
073800         PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT
073900         PERFORM DV120-TAKE-DEPT-REF THRU DV120-EXIT
074000             UNTIL WS-DR-EOF
074100         CLOSE DEPT-REF
074200     END-IF.
074300     IF WS-DEPT-USED = ZERO
074400         DISPLAY "PERSKEY: NO DEPARTMENT REFERENCE FILE -- "
074500             "DEPT CODE VALIDATION IS OFF"
074600     END-IF.
074700 DV100-EXIT.
074800     EXIT.
074900 DV110-READ-DEPT-REF.
075000     READ DEPT-REF
075100         AT END
075200             SET WS-DR-EOF TO TRUE
075300     END-READ.
075400 DV110-EXIT.
075500     EXIT.
075600 DV120-TAKE-DEPT-REF.
075700     IF WS-DEPT-USED < WS-DEPT-MAX
075800         ADD 1 TO WS-DEPT-USED
075900         MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-USED)
076000     ELSE
076100         DISPLAY "PERSKEY: DEPT TABLE FULL -- CODE "
076200             DP-DEPT-CODE " NOT LOADED, RAISE WS-DEPT-MAX"
076300     END-IF.
076400     PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT.
076500 DV120-EXIT.
076600     EXIT.
076700******************************************************************
076800* DV200-FIND-DEPT-CODE LOOKS PT-DEPT-CODE UP IN THE DEPT-CODE
076900* TABLE AND SETS WS-DEPT-HIT-SUB (ZERO = NOT THERE).
077000******************************************************************
077100 DV200-FIND-DEPT-CODE.
077200     MOVE ZERO TO WS-DEPT-HIT-SUB.
077300     PERFORM DV210-MATCH-ONE THRU DV210-EXIT
077400         VARYING WS-DP FROM 1 BY 1
077500         UNTIL WS-DP > WS-DEPT-USED OR WS-DEPT-HIT-SUB > ZERO.
077600 DV200-EXIT.
077700     EXIT.
077800 DV210-MATCH-ONE.
077900     IF WS-DEPT-CODE (WS-DP) = PT-DEPT-CODE
078000         MOVE WS-DP TO WS-DEPT-HIT-SUB
078100     END-IF.
078200 DV210-EXIT.
078300     EXIT.
078400******************************************************************
078500* W100-WRITE-BATCH WRITES THE CLOSED BATCH: HEADER, EVERY KEPT
078600* ENTRY IN SEQUENCE, AND A TRAILER WHOSE COUNT AND ID HASH ARE
078700* ACCUMULATED FROM THE RECORDS ACTUALLY WRITTEN.
078800******************************************************************
078900 W100-WRITE-BATCH.
079000     MOVE ZERO TO WS-TRL-COUNT.
079100     MOVE ZERO TO WS-TRL-HASH.
079200     OPEN OUTPUT DAILY-TRANS.
079300     MOVE SPACES TO PT-RECORD.
079400     MOVE ZERO TO PT-SEQ-NO.
079500     MOVE "H" TO PT-TRANS-CODE.
079550     MOVE PT-RECORD TO PT-HEADER-RECORD.
079600     MOVE WS-HDR-SOURCE TO PH-SOURCE.
079700     MOVE WS-TODAY TO PH-CREATE-DATE.
079800     WRITE DT-RECORD FROM PT-HEADER-RECORD.
079900     PERFORM W110-WRITE-ONE THRU W110-EXIT
080000         VARYING WS-KY-J FROM 1 BY 1
080100         UNTIL WS-KY-J > WS-KY-USED.
080200     MOVE SPACES TO PT-RECORD.
080300     MOVE ZERO TO PT-SEQ-NO.
080400     MOVE "T" TO PT-TRANS-CODE.
080450     MOVE PT-RECORD TO PT-TRAILER-RECORD.
080500     MOVE WS-TRL-COUNT TO PTR-RECORD-COUNT.
080600     MOVE WS-TRL-HASH TO PTR-ID-HASH.
080700     WRITE DT-RECORD FROM PT-TRAILER-RECORD.
080800     CLOSE DAILY-TRANS.
080900     DISPLAY "PERSKEY: BATCH CLOSED -- " WS-TRL-COUNT
081000         " ENTRIES WRITTEN, ID HASH " WS-TRL-HASH.
081100 W100-EXIT.
081200     EXIT.
081300 W110-WRITE-ONE.
081400     IF WS-KY-STATE (WS-KY-J) = "K"
081500         MOVE WS-KY-IMAGE (WS-KY-J) TO PT-RECORD
081600         WRITE DT-RECORD FROM PT-RECORD
081700         ADD 1 TO WS-TRL-COUNT
081800         IF PT-ID-X IS NUMERIC
081900             ADD PT-ID TO WS-TRL-HASH
082000         END-IF
082100     END-IF.
082200 W110-EXIT.
082300     EXIT.
082400******************************************************************
082500* D200-PRINT-DETAIL PUTS ONE LINE ON THE KEYING LISTING FROM THE
082600* ENTRY IN WS-KY-WORK.  THE CALLER HAS ALREADY SET THE SEQUENCE,
082700* VERDICT, AND REASON COLUMNS.
082800******************************************************************
082900 D200-PRINT-DETAIL.
083000     MOVE WS-KW-TRANS-CODE TO WS-DTL-ACTION.
083100     MOVE WS-KW-ID TO WS-DTL-ID.
083200     MOVE WS-KW-NAME (1:40) TO WS-DTL-NAME.
083300     MOVE WS-KW-DEPT-CODE TO WS-DTL-DEPT.
083400     MOVE WS-KW-HIRE-DATE TO WS-DTL-HIRE.
083500     MOVE WS-KW-EFF-DATE-X TO WS-DTL-EFF.
083600     MOVE WS-DETAIL-LINE TO KR-LINE.
083700     WRITE KR-LINE.
083800 D200-EXIT.
083900     EXIT.
084000******************************************************************
084100* D300-PRINT-TOTALS CLOSES THE LISTING WITH THE SESSION'S COUNTS
084200* AND, FOR A CLOSED BATCH, THE TRAILER FIGURES WRITTEN.
084300******************************************************************
084400 D300-PRINT-TOTALS.
084500     EVALUATE TRUE
084600         WHEN WS-SESSION-CLOSED
084700             MOVE "BATCH CLOSED -- FILE WRITTEN" TO WS-NOTE-LINE
084800         WHEN WS-SESSION-CANCELLED
084900             MOVE "SESSION CANCELLED -- NOTHING WRITTEN"
085000                 TO WS-NOTE-LINE
085100         WHEN OTHER
085200             MOVE "INPUT ENDED WITHOUT A CLOSE -- NOTHING WRITTEN"
085300                 TO WS-NOTE-LINE
085400     END-EVALUATE.
085500     WRITE KR-LINE FROM WS-NOTE-LINE.
085600     MOVE "CARRIED FROM EARLIER" TO WS-TOT-LABEL.
085700     MOVE WS-CARRIED-COUNT TO WS-TOT-VALUE.
085800     WRITE KR-LINE FROM WS-TOTAL-LINE.
085900     MOVE "ACCEPTED THIS SESSION" TO WS-TOT-LABEL.
086000     MOVE WS-ACCEPT-COUNT TO WS-TOT-VALUE.
086100     WRITE KR-LINE FROM WS-TOTAL-LINE.
086200     MOVE "REFUSED THIS SESSION" TO WS-TOT-LABEL.
086300     MOVE WS-REFUSE-COUNT TO WS-TOT-VALUE.
086400     WRITE KR-LINE FROM WS-TOTAL-LINE.
086500     MOVE "VOIDED THIS SESSION" TO WS-TOT-LABEL.
086600     MOVE WS-VOID-COUNT TO WS-TOT-VALUE.
086700     WRITE KR-LINE FROM WS-TOTAL-LINE.
086800     IF WS-SESSION-CLOSED
086900         MOVE "TRAILER RECORD COUNT" TO WS-TOT-LABEL
087000         MOVE WS-TRL-COUNT TO WS-TOT-VALUE
087100         WRITE KR-LINE FROM WS-TOTAL-LINE
087200         MOVE "TRAILER ID HASH" TO WS-TOT-LABEL
087300         MOVE WS-TRL-HASH TO WS-TOT-VALUE
087400         WRITE KR-LINE FROM WS-TOTAL-LINE
087500     END-IF.
087600 D300-EXIT.
087700     EXIT.
087800 3000-TERMINATE.
087900     PERFORM D300-PRINT-TOTALS THRU D300-EXIT.
088000     IF WS-KC-OPEN
088100         CLOSE KEY-CARDS
088200     END-IF.
088300     CLOSE PERSON-MASTER.
088400     CLOSE KEYING-RPT.
088500     EVALUATE TRUE
088600         WHEN WS-SESSION-CLOSED
088700             CONTINUE
088800         WHEN WS-SESSION-CANCELLED
088900             MOVE 4 TO RETURN-CODE
089000         WHEN OTHER
089100             DISPLAY "PERSKEY: INPUT ENDED WITHOUT A CLOSE -- "
089200                 "NOTHING WRITTEN, PERSDETO LEFT AS IT WAS"
089300             MOVE 8 TO RETURN-CODE
089400     END-EVALUATE.
089500 3000-EXIT.
089600     EXIT.
089700 9999-EXIT.
089800     STOP RUN.

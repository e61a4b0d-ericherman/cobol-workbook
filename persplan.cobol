000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSPLAN.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSPLAN BUILDS THE AUTHORIZED HEADCOUNT PLAN FILE
001000* (PERSPLAN.CPY) FROM A DECK OF DEPARTMENT/PERIOD/COUNT CARDS.
001100* MANAGERS PLAN AGAINST AN AUTHORIZED HEADCOUNT THAT USED TO LIVE
001200* ONLY IN THEIR OWN SPREADSHEETS; WITH IT ON FILE, PERSPVAR CAN
001300* PRINT PLAN AGAINST ACTUAL AND PENDING MOVEMENT, AND PERSUPD CAN
001400* WARN ON PERSEXC WHEN AN ADD TAKES A DEPARTMENT OVER ITS PLAN.
001500* THE FILE IS REBUILT WHOLE EVERY RUN, THE WAY PERSDEPT REBUILDS
001600* DEPTREF -- EDIT THE DECK AND RERUN THIS JOB TO CHANGE A PLAN
001700* (SEE PERSPLAN.JCL).
001800*
001900* EACH CARD IS THE 4-BYTE DEPT CODE IN COLUMNS 1-4, THE PERIOD THE
002000* COUNT TAKES EFFECT AS YYYYMM IN COLUMNS 6-11, AND THE AUTHORIZED
002100* COUNT AS FIVE DIGITS IN COLUMNS 13-17.  A COUNT HOLDS UNTIL THE
002200* NEXT PERIOD CARDED FOR THE SAME DEPARTMENT.  A CARD WITH AN
002300* ASTERISK IN COLUMN 1 IS A COMMENT.  A CARD WITH A BLANK CODE, A
002400* CODE NOT ON THE DEPARTMENT REFERENCE FILE, A PERIOD THAT IS NOT
002500* A REAL YYYYMM, A COUNT THAT IS NOT FIVE DIGITS, OR A DEPARTMENT
002600* AND PERIOD ALREADY LOADED THIS RUN IS LISTED AS REFUSED AND LEFT
002700* OFF THE FILE, AND THE STEP ENDS RC=8.  EVERY CARD, ACCEPTED OR
002800* REFUSED, GOES ON THE LISTING WITH THE DEPARTMENT NAME.
002900*
003000* THE CODES ARE CHECKED AGAINST DEPTREF, SO A MISSING OR EMPTY
003100* REFERENCE FILE ENDS THE STEP RC=8 BEFORE THE PLAN FILE IS
003200* OPENED -- THE PLAN ON FILE IS LEFT AS IT WAS.
003300*
003400* MODIFICATION HISTORY
003500*     10/15/2026 RLM  INITIAL VERSION
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PLAN-CARDS ASSIGN TO PERSPLNI
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT DEPT-REF ASSIGN TO PERSDEPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-DR-STATUS.
004500     SELECT PLAN-FILE ASSIGN TO PERSPLNO
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PLAN-LISTING ASSIGN TO PERSPLNR
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PLAN-CARDS
005200     RECORDING MODE IS F.
005300 01  PC-RECORD.
005400     05  PC-DEPT-CODE              PIC X(04).
005500     05  FILLER                    PIC X(01).
005600     05  PC-PERIOD                 PIC 9(06).
005700     05  PC-PERIOD-X REDEFINES PC-PERIOD
005800                                   PIC X(06).
005900     05  PC-PERIOD-PARTS REDEFINES PC-PERIOD.
006000         10  PC-PERIOD-YEAR        PIC 9(04).
006100         10  PC-PERIOD-MONTH       PIC 9(02).
006200     05  FILLER                    PIC X(01).
006300     05  PC-AUTHORIZED             PIC 9(05).
006400     05  PC-AUTHORIZED-X REDEFINES PC-AUTHORIZED
006500                                   PIC X(05).
006600     05  FILLER                    PIC X(63).
006700 FD  DEPT-REF
006800     RECORDING MODE IS F.
006900     COPY "persdept.cpy".
007000 FD  PLAN-FILE
007100     RECORDING MODE IS F.
007200     COPY "persplan.cpy".
007300 FD  PLAN-LISTING
007400     RECORDING MODE IS F.
007500 01  PL-LINE                       PIC X(80).
007600 WORKING-STORAGE SECTION.
007700 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
007800     88  WS-EOF                        VALUE 'Y'.
007900 77  WS-DR-STATUS                  PIC X(02).
008000 77  WS-DR-EOF-SW                  PIC X(01) VALUE 'N'.
008100     88  WS-DR-EOF                     VALUE 'Y'.
008200 77  WS-NO-REF-SW                  PIC X(01) VALUE 'N'.
008300     88  WS-NO-REF                     VALUE 'Y'.
008400 77  WS-DEPT-MAX                   PIC 9(04) COMP VALUE 0200.
008500 77  WS-DEPT-USED                  PIC 9(04) COMP VALUE ZERO.
008600 77  WS-D                          PIC 9(04) COMP.
008700 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.
008800 77  WS-PLAN-MAX                   PIC 9(04) COMP VALUE 2400.
008900 77  WS-PLAN-USED                  PIC 9(04) COMP VALUE ZERO.
009000 77  WS-P                          PIC 9(04) COMP.
009100 77  WS-PLAN-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
009200 77  WS-ACCEPT-COUNT               PIC 9(08) VALUE ZERO.
009300 77  WS-REFUSE-COUNT               PIC 9(08) VALUE ZERO.
009400 01  WS-TODAY                      PIC 9(08).
009500 01  WS-DEPT-TABLE.
009600     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
009700         10  WS-TAB-CODE           PIC X(04).
009800         10  WS-TAB-NAME           PIC X(30).
009900 01  WS-PLAN-TABLE.
010000     05  WS-PLAN-ENTRY OCCURS 2400 TIMES.
010100         10  WS-PLN-CODE           PIC X(04).
010200         10  WS-PLN-PERIOD         PIC 9(06).
010300 01  WS-RPT-TITLE                  PIC X(80)
010400     VALUE "AUTHORIZED HEADCOUNT PLAN LOAD".
010500 01  WS-RPT-DETAIL.
010600     05  WS-RPT-VERDICT            PIC X(09).
010700     05  FILLER                    PIC X(01) VALUE SPACES.
010800     05  WS-RPT-CODE               PIC X(04).
010900     05  FILLER                    PIC X(02) VALUE SPACES.
011000     05  WS-RPT-NAME               PIC X(20).
011100     05  FILLER                    PIC X(02) VALUE SPACES.
011200     05  WS-RPT-PERIOD             PIC X(06).
011300     05  FILLER                    PIC X(02) VALUE SPACES.
011400     05  WS-RPT-COUNT              PIC X(05).
011500     05  FILLER                    PIC X(02) VALUE SPACES.
011600     05  WS-RPT-REASON             PIC X(27).
011700 01  WS-RPT-TOTAL-LINE.
011800     05  FILLER                    PIC X(09) VALUE "ACCEPTED ".
011900     05  WS-RPT-ACCEPTED           PIC ZZZZZZZ9.
012000     05  FILLER                    PIC X(10) VALUE "  REFUSED ".
012100     05  WS-RPT-REFUSED            PIC ZZZZZZZ9.
012200     05  FILLER                    PIC X(45) VALUE SPACES.
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     IF NOT WS-NO-REF
012700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
012800             UNTIL WS-EOF
012900         PERFORM 3000-TERMINATE THRU 3000-EXIT
013000     END-IF.
013100     PERFORM 9999-EXIT.
013200 1000-INITIALIZE.
013300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
013400     PERFORM D200-LOAD-DEPT-TABLE THRU D200-EXIT.
013500     IF WS-DEPT-USED = ZERO
013600         SET WS-NO-REF TO TRUE
013700         DISPLAY "PERSPLAN: NO DEPARTMENT REFERENCE FILE -- "
013800             "PLAN FILE NOT REBUILT"
013900         MOVE 8 TO RETURN-CODE
014000     ELSE
014100         OPEN INPUT PLAN-CARDS
014200         OPEN OUTPUT PLAN-FILE
014300         OPEN OUTPUT PLAN-LISTING
014400         MOVE WS-RPT-TITLE TO PL-LINE
014500         WRITE PL-LINE
014600         PERFORM 2100-READ-PLAN-CARD THRU 2100-EXIT
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.
015000******************************************************************
015100* 2000-PROCESS-CARD VALIDATES ONE CARD AND EITHER WRITES IT TO
015200* THE PLAN FILE OR LISTS IT AS REFUSED.  EVERY CARD BUT A COMMENT
015300* GETS A LISTING LINE EITHER WAY.
015400******************************************************************
015450 2000-PROCESS-CARD.
015500     IF PC-RECORD (1:1) NOT = "*"
015550         PERFORM 2010-EDIT-CARD THRU 2010-EXIT
015600     END-IF.
015650     PERFORM 2100-READ-PLAN-CARD THRU 2100-EXIT.
015700 2000-EXIT.
015750     EXIT.
015800 2010-EDIT-CARD.
015900     MOVE SPACES TO WS-RPT-REASON.
016000     MOVE SPACES TO WS-RPT-NAME.
016100     PERFORM D100-FIND-DEPT-CODE THRU D100-EXIT.
016200     IF PC-DEPT-CODE = SPACES
016300         MOVE "BLANK DEPT CODE" TO WS-RPT-REASON
016400     ELSE IF WS-HIT-SUB = ZERO
016500         MOVE "DEPT NOT ON DEPTREF" TO WS-RPT-REASON
016600     ELSE IF PC-PERIOD-X IS NOT NUMERIC
016700         MOVE "PERIOD NOT YYYYMM" TO WS-RPT-REASON
016800     ELSE IF PC-PERIOD-YEAR < 1900
016900             OR PC-PERIOD-MONTH < 1
017000             OR PC-PERIOD-MONTH > 12
017100         MOVE "PERIOD NOT YYYYMM" TO WS-RPT-REASON
017200     ELSE IF PC-AUTHORIZED-X IS NOT NUMERIC
017300         MOVE "COUNT NOT FIVE DIGITS" TO WS-RPT-REASON
017400     ELSE
017500         PERFORM P100-FIND-PLAN-KEY THRU P100-EXIT
017600         IF WS-PLAN-HIT-SUB > ZERO
017700             MOVE "DUPLICATE DEPT AND PERIOD" TO WS-RPT-REASON
017800         ELSE IF WS-PLAN-USED >= WS-PLAN-MAX
017900             MOVE "PLAN TABLE FULL" TO WS-RPT-REASON
018000         END-IF
018100         END-IF
018200     END-IF
018300     END-IF
018400     END-IF
018500     END-IF
018600     END-IF.
018700     IF WS-HIT-SUB > ZERO
018800         MOVE WS-TAB-NAME (WS-HIT-SUB) TO WS-RPT-NAME
018900     END-IF.
019000     IF WS-RPT-REASON = SPACES
019100         PERFORM 2200-WRITE-PLAN THRU 2200-EXIT
019200         ADD 1 TO WS-ACCEPT-COUNT
019300         MOVE "ACCEPTED" TO WS-RPT-VERDICT
019400     ELSE
019500         ADD 1 TO WS-REFUSE-COUNT
019600         MOVE "REFUSED" TO WS-RPT-VERDICT
019700     END-IF.
019800     MOVE PC-DEPT-CODE TO WS-RPT-CODE.
019900     MOVE PC-PERIOD-X TO WS-RPT-PERIOD.
020000     MOVE PC-AUTHORIZED-X TO WS-RPT-COUNT.
020100     MOVE WS-RPT-DETAIL TO PL-LINE.
020200     WRITE PL-LINE.
020300 2010-EXIT.
020400     EXIT.
020700 2100-READ-PLAN-CARD.
020800     READ PLAN-CARDS
020900         AT END
021000             SET WS-EOF TO TRUE
021100     END-READ.
021200 2100-EXIT.
021300     EXIT.
021400 2200-WRITE-PLAN.
021500     ADD 1 TO WS-PLAN-USED.
021600     MOVE PC-DEPT-CODE TO WS-PLN-CODE (WS-PLAN-USED).
021700     MOVE PC-PERIOD TO WS-PLN-PERIOD (WS-PLAN-USED).
021800     MOVE SPACES TO HP-RECORD.
021900     MOVE PC-DEPT-CODE TO HP-DEPT-CODE.
022000     MOVE PC-PERIOD TO HP-PERIOD.
022100     MOVE PC-AUTHORIZED TO HP-AUTHORIZED.
022200     MOVE WS-TODAY TO HP-LOAD-DATE.
022300     WRITE HP-RECORD.
022400 2200-EXIT.
022500     EXIT.
022600******************************************************************
022700* D100-FIND-DEPT-CODE LOOKS THE CARD'S CODE UP IN THE DEPARTMENT
022800* REFERENCE TABLE AND SETS WS-HIT-SUB (ZERO = NOT THERE).
022900******************************************************************
023000 D100-FIND-DEPT-CODE.
023100     MOVE ZERO TO WS-HIT-SUB.
023200     PERFORM D110-MATCH-ONE THRU D110-EXIT
023300         VARYING WS-D FROM 1 BY 1
023400         UNTIL WS-D > WS-DEPT-USED OR WS-HIT-SUB > ZERO.
023500 D100-EXIT.
023600     EXIT.
023700 D110-MATCH-ONE.
023800     IF WS-TAB-CODE (WS-D) = PC-DEPT-CODE
023900         MOVE WS-D TO WS-HIT-SUB
024000     END-IF.
024100 D110-EXIT.
024200     EXIT.
024300******************************************************************
024400* D200-LOAD-DEPT-TABLE READS THE DEPARTMENT REFERENCE FILE INTO
024500* THE CODE/NAME TABLE THE CARDS ARE CHECKED AGAINST.  THE OPEN IS
024600* GUARDED BY FILE STATUS; A MISSING FILE LEAVES THE TABLE EMPTY.
024700******************************************************************
024800 D200-LOAD-DEPT-TABLE.
024900     OPEN INPUT DEPT-REF.
025000     IF WS-DR-STATUS = "00"
025100         PERFORM D210-READ-DEPT-REF THRU D210-EXIT
025200         PERFORM D220-TAKE-DEPT-REF THRU D220-EXIT
025300             UNTIL WS-DR-EOF
025400         CLOSE DEPT-REF
025500     END-IF.
025600 D200-EXIT.
025700     EXIT.
025800 D210-READ-DEPT-REF.
025900     READ DEPT-REF
026000         AT END
026100             SET WS-DR-EOF TO TRUE
026200     END-READ.
026300 D210-EXIT.
026400     EXIT.
026500 D220-TAKE-DEPT-REF.
026600     IF WS-DEPT-USED < WS-DEPT-MAX
026700         ADD 1 TO WS-DEPT-USED
026800         MOVE DP-DEPT-CODE TO WS-TAB-CODE (WS-DEPT-USED)
026900         MOVE DP-DEPT-NAME TO WS-TAB-NAME (WS-DEPT-USED)
027000     ELSE
027100         DISPLAY "PERSPLAN: DEPT TABLE FULL -- CODE "
027200             DP-DEPT-CODE " NOT LOADED, RAISE WS-DEPT-MAX"
027300     END-IF.
027400     PERFORM D210-READ-DEPT-REF THRU D210-EXIT.
027500 D220-EXIT.
027600     EXIT.
027700******************************************************************
027800* P100-FIND-PLAN-KEY LOOKS THE CARD'S DEPT CODE AND PERIOD UP IN
027900* THE CARDS ACCEPTED SO FAR AND SETS WS-PLAN-HIT-SUB (ZERO = NOT
028000* THERE).
028100******************************************************************
028200 P100-FIND-PLAN-KEY.
028300     MOVE ZERO TO WS-PLAN-HIT-SUB.
028400     PERFORM P110-MATCH-ONE THRU P110-EXIT
028500         VARYING WS-P FROM 1 BY 1
028600         UNTIL WS-P > WS-PLAN-USED OR WS-PLAN-HIT-SUB > ZERO.
028700 P100-EXIT.
028800     EXIT.
028900 P110-MATCH-ONE.
029000     IF WS-PLN-CODE (WS-P) = PC-DEPT-CODE
029100             AND WS-PLN-PERIOD (WS-P) = PC-PERIOD
029200         MOVE WS-P TO WS-PLAN-HIT-SUB
029300     END-IF.
029400 P110-EXIT.
029500     EXIT.
029600 3000-TERMINATE.
029700     MOVE WS-ACCEPT-COUNT TO WS-RPT-ACCEPTED.
029800     MOVE WS-REFUSE-COUNT TO WS-RPT-REFUSED.
029900     MOVE WS-RPT-TOTAL-LINE TO PL-LINE.
030000     WRITE PL-LINE.
030100     CLOSE PLAN-CARDS.
030200     CLOSE PLAN-FILE.
030300     CLOSE PLAN-LISTING.
030400     DISPLAY "PERSPLAN: " WS-ACCEPT-COUNT " PLAN RECORDS LOADED, "
030500         WS-REFUSE-COUNT " CARDS REFUSED".
030600     IF WS-REFUSE-COUNT > ZERO
030700         MOVE 8 TO RETURN-CODE
030800     END-IF.
030900 3000-EXIT.
031000     EXIT.
031100 9999-EXIT.
031200     STOP RUN.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSAPRV.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSAPRV IS THE APPROVAL-QUEUE MAINTENANCE JOB.  PERSUPD NO
001000* LONGER APPLIES A DELETE, A CHANGE THAT MOVES SOMEONE TO ANOTHER
001100* DEPARTMENT, OR ANY CORRECTION PERSHRIN TRANSLATED FROM HR THE
001200* NIGHT IT ARRIVES -- IT HOLDS THEM ON PROD.PERSON.APPROVQ
001300* (PERSAPQ.CPY) UNTIL A SECOND USER, ONE ON THE AUTHORIZED
001400* APPROVER FILE (PERSAPVR), RELEASES OR REJECTS THEM HERE.
001500*
001600* EVERY RUN PRINTS THE QUEUE: EACH ITEM WITH WHY IT WAS HELD, THE
001700* PERSON AS THE MASTER HAS THEM NOW NEXT TO WHAT THE TRANSACTION
001800* WOULD MAKE THEM, AND HOW MANY DAYS IT HAS BEEN WAITING.  THE
001900* SYSIN DECK IS ANY NUMBER OF CARDS OF THE FORM
002000*     VERB    FROM     THRU     APPROVER REASON
002100* WITH THE VERB IN COLUMNS 1-7, THE FIRST ITEM NUMBER IN 9-16, THE
002200* LAST IN 18-25 (BLANK FOR ONE ITEM), THE APPROVER'S USER ID IN
002300* 27-34, AND FOR A REJECT THE REASON IN 36-65.  THE VERBS ARE
002400*     REPORT   PRINT THE QUEUE ONLY (ALSO WHAT AN EMPTY DECK DOES)
002500*     RELEASE  LET THE ITEMS THROUGH TO THE NEXT NIGHT'S PERSUPD,
002600*              WHICH APPLIES THEM AHEAD OF THE PENDING AND DAILY
002700*              FILES AND CARRIES THE APPROVER ONTO PERSAUDT
002800*     REJECT   TAKE THE ITEMS OFF THE QUEUE AND WRITE EACH TO THE
002900*              PERSRCY RECYCLE FILE WITH THE REASON FROM THE CARD
003000* A RANGE RELEASES A PERSREOR REORGANIZATION IN ONE CARD.  A
003100* RELEASED ITEM CAN STILL BE REJECTED UNTIL THE NIGHT RUN TAKES
003200* IT.  A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
003300*
003400* THE DECK IS REFUSED WHOLE -- RETURN CODE 8, NOTHING RELEASED,
003500* NOTHING RECYCLED -- IF ANY CARD HAS A BAD VERB OR ITEM NUMBER,
003600* AN APPROVER NOT ON THE AUTHORIZED FILE, A REJECT WITH NO
003700* REASON, OR A RANGE OVERLAPPING ANOTHER CARD'S, OR MATCHES NO
003800* ITEM ON THE QUEUE, OR RELEASES AN ITEM ALREADY RELEASED.  THE
003900* QUEUE IS STILL PRINTED AS IT STANDS.
004000*
004100* THE QUEUE IS COPIED THROUGH TO PERSAPQO, CONTROL RECORD LAST,
004200* AND THE JOB'S COPY STEP PUTS IT BACK OVER PROD.PERSON.APPROVQ
004300* ONLY ON RC=0 -- THE SAME SHAPE AS PERSPEND.  RUN THIS BETWEEN
004400* NIGHT RUNS, NOT ALONGSIDE PERSNITE -- BOTH WRITE THE QUEUE.
004500*
004600* MODIFICATION HISTORY
004700*     10/15/2026 RLM  INITIAL VERSION
004710*     10/15/2026 RLM  QUEUE-IN IS READ INTO A WORKING-STORAGE
004720*                     COPY OF THE QUEUE RECORD, AND THE CONTROL
004730*                     RECORD IS TAKEN THROUGH ITS OWN LAYOUT.  THE
004740*                     CARD EDITS AND QUEUE PASSES ARE IF/ELSE AND
004750*                     PERFORM ONLY, WITH NO BRANCHES.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT ACTION-CARDS ASSIGN TO SYSIN
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AC-STATUS.
005500     SELECT APPROVER-FILE ASSIGN TO PERSAPVR
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-AV-STATUS.
005800     SELECT QUEUE-IN ASSIGN TO PERSAPQI
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-QI-STATUS.
006100     SELECT QUEUE-OUT ASSIGN TO PERSAPQO
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT PERSON-MASTER ASSIGN TO PERSMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PM-ID
006700         FILE STATUS IS WS-PM-STATUS.
006800     SELECT RECYCLE-OUT ASSIGN TO PERSRCYO
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT QUEUE-RPT ASSIGN TO PERSAPQR
007100         ORGANIZATION IS SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ACTION-CARDS
007500     RECORDING MODE IS F.
007600 01  AC-RECORD.
007700     05  AC-VERB                   PIC X(07).
007800     05  FILLER                    PIC X(01).
007900     05  AC-ITEM-FROM              PIC 9(08).
008000     05  AC-ITEM-FROM-X REDEFINES AC-ITEM-FROM
008100                                   PIC X(08).
008200     05  FILLER                    PIC X(01).
008300     05  AC-ITEM-THRU              PIC 9(08).
008400     05  AC-ITEM-THRU-X REDEFINES AC-ITEM-THRU
008500                                   PIC X(08).
008600     05  FILLER                    PIC X(01).
008700     05  AC-APPROVER               PIC X(08).
008800     05  FILLER                    PIC X(01).
008900     05  AC-REASON                 PIC X(30).
009000     05  FILLER                    PIC X(15).
009100 FD  APPROVER-FILE
009200     RECORDING MODE IS F.
009300 01  AV-RECORD.
009400     05  AV-USER-ID                PIC X(08).
009500     05  FILLER                    PIC X(02).
009600     05  AV-USER-NAME              PIC X(30).
009700     05  FILLER                    PIC X(40).
009800 FD  QUEUE-IN
009900     RECORDING MODE IS F.
010000 01  QI-RECORD                     PIC X(200).
010100 FD  QUEUE-OUT
010200     RECORDING MODE IS F.
010300 01  QO-RECORD                     PIC X(200).
010400 FD  PERSON-MASTER.
010500     COPY "persmast.cpy".
010600 FD  RECYCLE-OUT
010700     RECORDING MODE IS F.
010800     COPY "persrcy.cpy".
010900 FD  QUEUE-RPT
011000     RECORDING MODE IS F.
011100 01  QR-LINE                       PIC X(132).
011200 WORKING-STORAGE SECTION.
011300*    THE HELD TRANSACTION IMAGE IS PICKED APART HERE.
011400     COPY "perstran.cpy".
011425*    AND THE QUEUE IS READ INTO THIS COPY OF ITS RECORD.
011450     COPY "persapq.cpy".
011500 77  WS-AC-STATUS                  PIC X(02).
011600 77  WS-AV-STATUS                  PIC X(02).
011700 77  WS-QI-STATUS                  PIC X(02).
011800 77  WS-PM-STATUS                  PIC X(02).
011900 77  WS-AC-EOF-SW                  PIC X(01) VALUE 'N'.
012000     88  WS-AC-EOF                     VALUE 'Y'.
012100 77  WS-AV-EOF-SW                  PIC X(01) VALUE 'N'.
012200     88  WS-AV-EOF                     VALUE 'Y'.
012300 77  WS-QI-EOF-SW                  PIC X(01) VALUE 'N'.
012400     88  WS-QI-EOF                     VALUE 'Y'.
012500 77  WS-QI-OPEN-SW                 PIC X(01) VALUE 'N'.
012600     88  WS-QI-OPEN                    VALUE 'Y'.
012700 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
012800     88  WS-REFUSED                    VALUE 'Y'.
012900 77  WS-CD-MAX                     PIC 9(04) COMP VALUE 0100.
013000 77  WS-CD-USED                    PIC 9(04) COMP VALUE ZERO.
013100 77  WS-CX                         PIC 9(04) COMP.
013200 77  WS-CD-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
013300 77  WS-AV-MAX                     PIC 9(04) COMP VALUE 0200.
013400 77  WS-AV-USED                    PIC 9(04) COMP VALUE ZERO.
013500 77  WS-AX                         PIC 9(04) COMP.
013600 77  WS-AV-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
013700 77  WS-TEST-ITEM                  PIC 9(08) VALUE ZERO.
013800 77  WS-CARD-THRU                  PIC 9(08) VALUE ZERO.
013900 77  WS-LAST-ISSUED                PIC 9(08) VALUE ZERO.
014000 77  WS-CARD-COUNT                 PIC 9(08) VALUE ZERO.
014100 77  WS-BAD-CARD-COUNT             PIC 9(08) VALUE ZERO.
014200 77  WS-ITEM-COUNT                 PIC 9(08) VALUE ZERO.
014300 77  WS-RELEASE-COUNT              PIC 9(08) VALUE ZERO.
014400 77  WS-REJECT-COUNT               PIC 9(08) VALUE ZERO.
014500 77  WS-HELD-COUNT                 PIC 9(08) VALUE ZERO.
014600 77  WS-WAITING-COUNT              PIC 9(08) VALUE ZERO.
014700 77  WS-TODAY-DAY-NO               PIC 9(07) COMP.
014800 77  WS-HELD-DAY-NO                PIC 9(07) COMP.
014900 77  WS-DAYS-WAITING               PIC 9(05).
015000 77  WS-ITEM-ACTION                PIC X(01).
015100     88  WS-ITEM-KEPT                  VALUE ' '.
015200     88  WS-ITEM-RELEASED              VALUE 'R'.
015300     88  WS-ITEM-REJECTED              VALUE 'J'.
015400 01  WS-TODAY                      PIC 9(08).
015500 01  WS-MSG-LINE                   PIC X(80).
015600*    THE ACTION CARDS AND THE AUTHORIZED APPROVERS.
015700 01  WS-CARD-TABLE.
015800     05  WS-CD-ENTRY OCCURS 100 TIMES.
015900         10  WS-CD-VERB            PIC X(07).
016000         10  WS-CD-FROM            PIC 9(08).
016100         10  WS-CD-THRU            PIC 9(08).
016200         10  WS-CD-APPROVER        PIC X(08).
016300         10  WS-CD-REASON          PIC X(30).
016400         10  WS-CD-HITS            PIC 9(05) COMP.
016500 01  WS-APPROVER-TABLE.
016600     05  WS-AV-ENTRY OCCURS 200 TIMES.
016700         10  WS-AV-ID              PIC X(08).
016800*    REPORT LINES.
016900 01  WS-RPT-TITLE.
017000     05  FILLER                    PIC X(29)
017100         VALUE "APPROVAL QUEUE -- RUN OF ".
017200     05  WS-RT-DATE                PIC 9(08).
017300     05  FILLER                    PIC X(95) VALUE SPACES.
017400 01  WS-CARD-LINE.
017500     05  FILLER                    PIC X(06) VALUE "CARD  ".
017600     05  WS-CL-IMAGE               PIC X(65).
017700     05  FILLER                    PIC X(02) VALUE SPACES.
017800     05  WS-CL-VERDICT             PIC X(59).
017900 01  WS-ITEM-LINE.
018000     05  FILLER                    PIC X(05) VALUE "ITEM ".
018100     05  WS-IL-ITEM                PIC 9(08).
018200     05  FILLER                    PIC X(02) VALUE SPACES.
018300     05  WS-IL-STATUS              PIC X(08).
018400     05  FILLER                    PIC X(02) VALUE SPACES.
018500     05  WS-IL-REASON              PIC X(13).
018600     05  FILLER                    PIC X(02) VALUE SPACES.
018700     05  FILLER                    PIC X(04) VALUE "ACT ".
018800     05  WS-IL-ACTION              PIC X(01).
018900     05  FILLER                    PIC X(02) VALUE SPACES.
019000     05  FILLER                    PIC X(03) VALUE "ID ".
019100     05  WS-IL-ID                  PIC X(10).
019200     05  FILLER                    PIC X(07) VALUE "  HELD ".
019300     05  WS-IL-HELD                PIC X(08).
019400     05  FILLER                    PIC X(02) VALUE SPACES.
019500     05  WS-IL-DAYS                PIC ZZZZ9.
019600     05  FILLER                    PIC X(13)
019700         VALUE " DAYS WAITING".
019800     05  FILLER                    PIC X(02) VALUE SPACES.
019900     05  WS-IL-BY-LABEL            PIC X(12).
020000     05  WS-IL-BY                  PIC X(08).
020100     05  FILLER                    PIC X(15) VALUE SPACES.
020200 01  WS-VALUE-LINE.
020300     05  FILLER                    PIC X(04) VALUE SPACES.
020400     05  WS-VL-LABEL               PIC X(10).
020500     05  WS-VL-NAME                PIC X(40).
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  FILLER                    PIC X(05) VALUE "DEPT ".
020800     05  WS-VL-DEPT                PIC X(04).
020900     05  FILLER                    PIC X(02) VALUE SPACES.
021000     05  FILLER                    PIC X(06) VALUE "TITLE ".
021100     05  WS-VL-TITLE               PIC X(30).
021200     05  FILLER                    PIC X(02) VALUE SPACES.
021300     05  WS-VL-OTHER.
021400         10  WS-VL-CODE-LABEL      PIC X(07).
021500         10  WS-VL-CODE            PIC X(02).
021600         10  FILLER                PIC X(01).
021700         10  WS-VL-DATE-LABEL      PIC X(06).
021800         10  WS-VL-DATE            PIC X(08).
021900         10  FILLER                PIC X(03).
022000 01  WS-NONE-LINE                  PIC X(132)
022100     VALUE "APPROVAL QUEUE IS EMPTY".
022200 01  WS-TOTAL-LINE.
022300     05  FILLER                    PIC X(15)
022400         VALUE "ITEMS ON QUEUE ".
022500     05  WS-TOT-ITEMS              PIC ZZZZZZZ9.
022600     05  FILLER                    PIC X(14)
022700         VALUE "  STILL HELD ".
022800     05  WS-TOT-HELD               PIC ZZZZZZZ9.
022900     05  FILLER                    PIC X(21)
023000         VALUE "  RELEASED, WAITING ".
023100     05  WS-TOT-WAITING            PIC ZZZZZZZ9.
023200     05  FILLER                    PIC X(20)
023300         VALUE "  RELEASED THIS RUN ".
023400     05  WS-TOT-RELEASED           PIC ZZZZZZZ9.
023500     05  FILLER                    PIC X(20)
023600         VALUE "  REJECTED THIS RUN ".
023700     05  WS-TOT-REJECTED           PIC ZZZZZZZ9.
023800     05  FILLER                    PIC X(02) VALUE SPACES.
023900 PROCEDURE DIVISION.
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     IF NOT WS-REFUSED AND WS-CD-USED > ZERO
024300         PERFORM 2000-MATCH-CARDS THRU 2000-EXIT
024400     END-IF.
024500     PERFORM 4000-UPDATE-QUEUE THRU 4000-EXIT.
024600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
024700     PERFORM 9999-EXIT.
024800******************************************************************
024900* 1000-INITIALIZE LOADS THE AUTHORIZED APPROVERS AND EDITS THE
025000* ACTION DECK.  A BAD CARD REFUSES THE RUN BEFORE THE QUEUE IS
025100* TOUCHED; THE QUEUE IS STILL PRINTED AS IT STANDS.
025200******************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025500     COMPUTE WS-TODAY-DAY-NO =
025600         FUNCTION INTEGER-OF-DATE (WS-TODAY).
025700     OPEN OUTPUT QUEUE-RPT.
025800     MOVE WS-TODAY TO WS-RT-DATE.
025900     MOVE WS-RPT-TITLE TO QR-LINE.
026000     WRITE QR-LINE.
026100     PERFORM V100-LOAD-APPROVERS THRU V100-EXIT.
026200     PERFORM C100-LOAD-CARDS THRU C100-EXIT.
026300     IF WS-BAD-CARD-COUNT > ZERO
026400         MOVE "BAD ACTION CARDS -- NOTHING RELEASED OR REJECTED"
026500             TO WS-MSG-LINE
026600         PERFORM Z100-REFUSE THRU Z100-EXIT
026700     END-IF.
026800 1000-EXIT.
026900     EXIT.
027000******************************************************************
027100* V100-LOAD-APPROVERS READS THE AUTHORIZED APPROVER FILE INTO A
027200* TABLE.  THE OPEN IS GUARDED; A MISSING FILE LEAVES THE TABLE
027300* EMPTY, SO EVERY RELEASE AND REJECT CARD IS REFUSED -- A REPORT
027400* STILL RUNS.
027500******************************************************************
027600 V100-LOAD-APPROVERS.
027700     OPEN INPUT APPROVER-FILE.
027800     IF WS-AV-STATUS = "00"
027900         PERFORM V110-READ-APPROVER THRU V110-EXIT
028000         PERFORM V120-TAKE-APPROVER THRU V120-EXIT
028100             UNTIL WS-AV-EOF
028200         CLOSE APPROVER-FILE
028300     END-IF.
028400     IF WS-AV-USED = ZERO
028500         DISPLAY "PERSAPRV: NO AUTHORIZED APPROVER FILE -- "
028600             "NO CARD CAN RELEASE OR REJECT"
028700     END-IF.
028800 V100-EXIT.
028900     EXIT.
029000 V110-READ-APPROVER.
029100     READ APPROVER-FILE
029200         AT END
029300             SET WS-AV-EOF TO TRUE
029400     END-READ.
029500 V110-EXIT.
029600     EXIT.
029700 V120-TAKE-APPROVER.
029800     IF AV-USER-ID = SPACES
029900             OR AV-USER-ID (1:1) = "*"
030000         CONTINUE
030100     ELSE IF WS-AV-USED < WS-AV-MAX
030200         ADD 1 TO WS-AV-USED
030300         MOVE AV-USER-ID TO WS-AV-ID (WS-AV-USED)
030400     ELSE
030500         DISPLAY "PERSAPRV: APPROVER TABLE FULL -- " AV-USER-ID
030600             " NOT LOADED, RAISE WS-AV-MAX"
030700     END-IF
030800     END-IF.
030900     PERFORM V110-READ-APPROVER THRU V110-EXIT.
031000 V120-EXIT.
031100     EXIT.
031200******************************************************************
031300* V200-FIND-APPROVER LOOKS AC-APPROVER UP IN THE APPROVER TABLE
031400* AND SETS WS-AV-HIT-SUB (ZERO = NOT AUTHORIZED).
031500******************************************************************
031600 V200-FIND-APPROVER.
031700     MOVE ZERO TO WS-AV-HIT-SUB.
031800     PERFORM V210-MATCH-ONE THRU V210-EXIT
031900         VARYING WS-AX FROM 1 BY 1
032000         UNTIL WS-AX > WS-AV-USED OR WS-AV-HIT-SUB > ZERO.
032100 V200-EXIT.
032200     EXIT.
032300 V210-MATCH-ONE.
032400     IF WS-AV-ID (WS-AX) = AC-APPROVER
032500         MOVE WS-AX TO WS-AV-HIT-SUB
032600     END-IF.
032700 V210-EXIT.
032800     EXIT.
032900******************************************************************
033000* C100-LOAD-CARDS READS THE ACTION DECK INTO THE CARD TABLE, ONE
033100* REPORT LINE PER CARD WITH ITS VERDICT.  BAD CARDS ARE COUNTED,
033200* NOT TAKEN.  NO SYSIN AT ALL IS THE SAME AS A REPORT CARD.
033300******************************************************************
033400 C100-LOAD-CARDS.
033500     OPEN INPUT ACTION-CARDS.
033600     IF WS-AC-STATUS = "00"
033700         PERFORM C110-READ-CARD THRU C110-EXIT
033800         PERFORM C120-TAKE-CARD THRU C120-EXIT
033900             UNTIL WS-AC-EOF
034000         CLOSE ACTION-CARDS
034100     END-IF.
034200 C100-EXIT.
034300     EXIT.
034400 C110-READ-CARD.
034500     READ ACTION-CARDS
034600         AT END
034700             SET WS-AC-EOF TO TRUE
034800     END-READ.
034900 C110-EXIT.
035000     EXIT.
035050 C120-TAKE-CARD.
035100     IF AC-RECORD = SPACES
035150             OR AC-RECORD (1:1) = "*"
035200         CONTINUE
035250     ELSE
035300         ADD 1 TO WS-CARD-COUNT
035350         MOVE SPACES TO WS-CL-VERDICT
035400         IF AC-VERB = "REPORT"
035450             MOVE "ACCEPTED" TO WS-CL-VERDICT
035500         ELSE
035550             PERFORM C125-TAKE-ACTION THRU C125-EXIT
035600         END-IF
035650         MOVE AC-RECORD TO WS-CL-IMAGE
035700         MOVE WS-CARD-LINE TO QR-LINE
035750         WRITE QR-LINE
035800     END-IF.
035850     PERFORM C110-READ-CARD THRU C110-EXIT.
035900 C120-EXIT.
035950     EXIT.
036000 C125-TAKE-ACTION.
036050     IF AC-VERB NOT = "RELEASE" AND AC-VERB NOT = "REJECT"
036100         MOVE "REFUSED -- VERB NOT REPORT, RELEASE OR REJECT"
036150             TO WS-CL-VERDICT
036200     ELSE
036250         PERFORM C130-EDIT-ACTION THRU C130-EXIT
036300     END-IF.
036350     IF WS-CL-VERDICT = SPACES
036400             AND WS-CD-USED NOT < WS-CD-MAX
036450         MOVE "REFUSED -- CARD TABLE FULL, RAISE WS-CD-MAX"
036500             TO WS-CL-VERDICT
036550     END-IF.
036600     IF WS-CL-VERDICT = SPACES
036650         ADD 1 TO WS-CD-USED
036700         MOVE AC-VERB TO WS-CD-VERB (WS-CD-USED)
036750         MOVE AC-ITEM-FROM TO WS-CD-FROM (WS-CD-USED)
036800         MOVE WS-CARD-THRU TO WS-CD-THRU (WS-CD-USED)
036850         MOVE AC-APPROVER TO WS-CD-APPROVER (WS-CD-USED)
036900         MOVE AC-REASON TO WS-CD-REASON (WS-CD-USED)
036950         MOVE ZERO TO WS-CD-HITS (WS-CD-USED)
037000         MOVE "ACCEPTED" TO WS-CL-VERDICT
037050     ELSE
037100         ADD 1 TO WS-BAD-CARD-COUNT
037150     END-IF.
037200 C125-EXIT.
037250     EXIT.
039300******************************************************************
039350* C130-EDIT-ACTION EDITS A RELEASE OR REJECT CARD: A REAL ITEM
039400* RANGE, AN AUTHORIZED APPROVER, A REASON ON A REJECT, AND NO
039450* ITEM CLAIMED BY AN EARLIER CARD.  IT IS ENTERED WITH THE
039500* VERDICT BLANK, AND EACH EDIT RUNS ONLY WHILE IT STAYS BLANK, SO
039550* THE CARD IS REFUSED FOR THE FIRST FAULT FOUND.
039600******************************************************************
039650 C130-EDIT-ACTION.
039700     IF AC-ITEM-FROM-X IS NOT NUMERIC
039750         MOVE "REFUSED -- ITEM NUMBER NOT NUMERIC"
039800             TO WS-CL-VERDICT
039850     ELSE IF AC-ITEM-FROM = ZERO
039900         MOVE "REFUSED -- ITEM NUMBER ZERO" TO WS-CL-VERDICT
039950     ELSE IF AC-ITEM-THRU-X = SPACES
040000         MOVE AC-ITEM-FROM TO WS-CARD-THRU
040050     ELSE IF AC-ITEM-THRU-X IS NOT NUMERIC
040100         MOVE "REFUSED -- THRU ITEM NOT NUMERIC" TO WS-CL-VERDICT
040150     ELSE IF AC-ITEM-THRU < AC-ITEM-FROM
040200         MOVE "REFUSED -- THRU ITEM BEFORE FROM ITEM"
040250             TO WS-CL-VERDICT
040300     ELSE
040350         MOVE AC-ITEM-THRU TO WS-CARD-THRU
040400     END-IF
040450     END-IF
040500     END-IF
040550     END-IF
040600     END-IF.
040650     IF WS-CL-VERDICT = SPACES
040700             AND AC-APPROVER = SPACES
040750         MOVE "REFUSED -- NO APPROVER ID" TO WS-CL-VERDICT
040800     END-IF.
040850     IF WS-CL-VERDICT = SPACES
040900         PERFORM V200-FIND-APPROVER THRU V200-EXIT
040950         IF WS-AV-HIT-SUB = ZERO
041000             MOVE "REFUSED -- APPROVER NOT ON THE AUTHORIZED FILE"
041050                 TO WS-CL-VERDICT
041100         END-IF
041150     END-IF.
041200     IF WS-CL-VERDICT = SPACES
041250             AND AC-VERB = "REJECT" AND AC-REASON = SPACES
041300         MOVE "REFUSED -- A REJECT NEEDS A REASON"
041350             TO WS-CL-VERDICT
041400     END-IF.
041450     IF WS-CL-VERDICT = SPACES
041500         PERFORM C140-CHECK-OVERLAP THRU C140-EXIT
041550             VARYING WS-CX FROM 1 BY 1
041600             UNTIL WS-CX > WS-CD-USED
041650     END-IF.
041700 C130-EXIT.
041750     EXIT.
044200 C140-CHECK-OVERLAP.
044300     IF AC-ITEM-FROM NOT > WS-CD-THRU (WS-CX)
044400             AND WS-CARD-THRU NOT < WS-CD-FROM (WS-CX)
044500         MOVE "REFUSED -- OVERLAPS AN EARLIER CARD"
044600             TO WS-CL-VERDICT
044700     END-IF.
044800 C140-EXIT.
044900     EXIT.
045000******************************************************************
045100* C200-FIND-CARD SETS WS-CD-HIT-SUB TO THE CARD WHOSE RANGE
045200* COVERS WS-TEST-ITEM (ZERO = NO CARD).  RANGES NEVER OVERLAP.
045300******************************************************************
045400 C200-FIND-CARD.
045500     MOVE ZERO TO WS-CD-HIT-SUB.
045600     PERFORM C210-MATCH-ONE THRU C210-EXIT
045700         VARYING WS-CX FROM 1 BY 1
045800         UNTIL WS-CX > WS-CD-USED OR WS-CD-HIT-SUB > ZERO.
045900 C200-EXIT.
046000     EXIT.
046100 C210-MATCH-ONE.
046200     IF WS-TEST-ITEM NOT < WS-CD-FROM (WS-CX)
046300             AND WS-TEST-ITEM NOT > WS-CD-THRU (WS-CX)
046400         MOVE WS-CX TO WS-CD-HIT-SUB
046500     END-IF.
046600 C210-EXIT.
046700     EXIT.
046800******************************************************************
046900* 2000-MATCH-CARDS IS THE FIRST PASS OVER THE QUEUE.  EVERY ITEM
047000* A CARD COVERS IS COUNTED AGAINST IT, AND A RELEASE OF AN ITEM
047100* ALREADY RELEASED IS A FAULT.  A CARD THAT COVERS NO ITEM AT ALL
047200* IS A FAULT TOO -- A MIS-KEYED ITEM NUMBER MUST NOT PASS
047300* QUIETLY.  ANY FAULT REFUSES THE RUN BEFORE PASS TWO WRITES.  A
047400* DECK WITH NO RELEASE OR REJECT CARD SKIPS THIS PASS.
047500******************************************************************
047600 2000-MATCH-CARDS.
047900     PERFORM Q100-OPEN-QUEUE THRU Q100-EXIT.
048000     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
048100     PERFORM 2200-MATCH-ITEM THRU 2200-EXIT
048200         UNTIL WS-QI-EOF.
048300     PERFORM Q200-CLOSE-QUEUE THRU Q200-EXIT.
048400     PERFORM 2300-CHECK-HITS THRU 2300-EXIT
048500         VARYING WS-CX FROM 1 BY 1
048600         UNTIL WS-CX > WS-CD-USED.
048700     IF WS-BAD-CARD-COUNT > ZERO
048800         MOVE "CARDS DO NOT MATCH THE QUEUE -- NOTHING RELEASED"
048900             TO WS-MSG-LINE
049000         PERFORM Z100-REFUSE THRU Z100-EXIT
049100     END-IF.
049200 2000-EXIT.
049300     EXIT.
049400 2100-READ-QUEUE.
049500     IF WS-QI-OPEN
049600         READ QUEUE-IN INTO AQ-RECORD
049700             AT END
049800                 SET WS-QI-EOF TO TRUE
049900         END-READ
050000     ELSE
050100         SET WS-QI-EOF TO TRUE
050200     END-IF.
050300 2100-EXIT.
050400     EXIT.
050500 2200-MATCH-ITEM.
050600     IF NOT AQ-CONTROL
050700         MOVE AQ-ITEM-NO TO WS-TEST-ITEM
050800         PERFORM C200-FIND-CARD THRU C200-EXIT
050900         IF WS-CD-HIT-SUB > ZERO
051000             ADD 1 TO WS-CD-HITS (WS-CD-HIT-SUB)
051100             IF WS-CD-VERB (WS-CD-HIT-SUB) = "RELEASE"
051200                     AND NOT AQ-HELD
051300                 MOVE SPACES TO WS-CL-IMAGE
051400                 MOVE "ITEM" TO WS-CL-IMAGE (1:4)
051500                 MOVE AQ-ITEM-NO TO WS-CL-IMAGE (6:8)
051600                 MOVE "REFUSED -- ITEM IS ALREADY RELEASED"
051700                     TO WS-CL-VERDICT
051800                 PERFORM Z200-CARD-FAULT THRU Z200-EXIT
051900             END-IF
052000         END-IF
052100     END-IF.
052200     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
052300 2200-EXIT.
052400     EXIT.
052500 2300-CHECK-HITS.
052600     IF WS-CD-HITS (WS-CX) = ZERO
052700         MOVE SPACES TO WS-CL-IMAGE
052800         MOVE WS-CD-VERB (WS-CX) TO WS-CL-IMAGE (1:7)
052900         MOVE WS-CD-FROM (WS-CX) TO WS-CL-IMAGE (9:8)
053000         MOVE WS-CD-THRU (WS-CX) TO WS-CL-IMAGE (18:8)
053100         MOVE "REFUSED -- NO SUCH ITEM ON THE QUEUE"
053200             TO WS-CL-VERDICT
053300         PERFORM Z200-CARD-FAULT THRU Z200-EXIT
053400     END-IF.
053500 2300-EXIT.
053600     EXIT.
053700******************************************************************
053800* Q100-OPEN-QUEUE OPENS THE QUEUE FOR A PASS.  THE OPEN IS GUARDED
053900* THE WAY PERSUPD GUARDS IT: NO QUEUE YET IS AN EMPTY QUEUE.
054000******************************************************************
054100 Q100-OPEN-QUEUE.
054200     MOVE 'N' TO WS-QI-EOF-SW.
054300     OPEN INPUT QUEUE-IN.
054400     IF WS-QI-STATUS = "00"
054500         SET WS-QI-OPEN TO TRUE
054600     ELSE
054700         SET WS-QI-EOF TO TRUE
054800     END-IF.
054900 Q100-EXIT.
055000     EXIT.
055100 Q200-CLOSE-QUEUE.
055200     IF WS-QI-OPEN
055300         CLOSE QUEUE-IN
055400         MOVE 'N' TO WS-QI-OPEN-SW
055500     END-IF.
055600 Q200-EXIT.
055700     EXIT.
055800******************************************************************
055900* 4000-UPDATE-QUEUE IS THE SECOND PASS.  EACH ITEM IS PRINTED;
056000* UNLESS THE RUN WAS REFUSED, A RELEASED ONE IS STAMPED WITH THE
056100* APPROVER AND DATE AND A REJECTED ONE GOES TO THE RECYCLE FILE
056200* AND IS LEFT OFF THE NEW QUEUE.  EVERYTHING ELSE IS COPIED
056300* THROUGH, AND THE CONTROL RECORD IS WRITTEN LAST.
056400******************************************************************
056500 4000-UPDATE-QUEUE.
056600     PERFORM Q100-OPEN-QUEUE THRU Q100-EXIT.
056700     OPEN OUTPUT QUEUE-OUT.
056800     OPEN INPUT PERSON-MASTER.
056900     IF NOT WS-REFUSED
057000         OPEN EXTEND RECYCLE-OUT
057100     END-IF.
057200     MOVE SPACES TO QR-LINE.
057300     WRITE QR-LINE.
057400     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
057500     PERFORM 4100-TAKE-ITEM THRU 4100-EXIT
057600         UNTIL WS-QI-EOF.
057650     MOVE SPACES TO AQ-RECORD.
057700     MOVE ZERO TO AQ-ITEM-NO.
057750     SET AQ-CONTROL TO TRUE.
057800     MOVE AQ-RECORD TO AQ-CONTROL-RECORD.
057850     MOVE WS-LAST-ISSUED TO AQC-LAST-ITEM-NO.
057900     MOVE WS-TODAY TO AQC-WRITTEN-DATE.
057950     WRITE QO-RECORD FROM AQ-CONTROL-RECORD.
058300     PERFORM Q200-CLOSE-QUEUE THRU Q200-EXIT.
058400     CLOSE QUEUE-OUT.
058500     CLOSE PERSON-MASTER.
058600     IF NOT WS-REFUSED
058700         CLOSE RECYCLE-OUT
058800     END-IF.
058900 4000-EXIT.
059000     EXIT.
059050 4100-TAKE-ITEM.
059100     IF AQ-CONTROL
059150         MOVE AQ-RECORD TO AQ-CONTROL-RECORD
059200         IF AQC-LAST-ITEM-NO-X IS NUMERIC
059250                 AND AQC-LAST-ITEM-NO > WS-LAST-ISSUED
059300             MOVE AQC-LAST-ITEM-NO TO WS-LAST-ISSUED
059350         END-IF
059400     ELSE
059450         PERFORM 4110-TAKE-QUEUED-ITEM THRU 4110-EXIT
059500     END-IF.
059550     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
059600 4100-EXIT.
059650     EXIT.
059700 4110-TAKE-QUEUED-ITEM.
059750     IF AQ-ITEM-NO > WS-LAST-ISSUED
059800         MOVE AQ-ITEM-NO TO WS-LAST-ISSUED
059850     END-IF.
059900     ADD 1 TO WS-ITEM-COUNT.
060300     SET WS-ITEM-KEPT TO TRUE.
060400     MOVE ZERO TO WS-CD-HIT-SUB.
060500     IF NOT WS-REFUSED
060600         MOVE AQ-ITEM-NO TO WS-TEST-ITEM
060700         PERFORM C200-FIND-CARD THRU C200-EXIT
060800     END-IF.
060900     IF WS-CD-HIT-SUB > ZERO
061000         IF WS-CD-VERB (WS-CD-HIT-SUB) = "RELEASE"
061100             SET WS-ITEM-RELEASED TO TRUE
061200             SET AQ-RELEASED TO TRUE
061300             MOVE WS-CD-APPROVER (WS-CD-HIT-SUB) TO AQ-APPROVER-ID
061400             MOVE WS-TODAY TO AQ-RELEASE-DATE
061500             ADD 1 TO WS-RELEASE-COUNT
061600         ELSE
061700             SET WS-ITEM-REJECTED TO TRUE
061800             MOVE AQ-TRAN-IMAGE TO RC-TRAN-IMAGE
061900             MOVE WS-CD-REASON (WS-CD-HIT-SUB) TO RC-REJECT-REASON
062000             MOVE WS-TODAY TO RC-REJECT-DATE
062100             MOVE ZERO TO RC-RESUBMIT-DATE
062200             WRITE RC-RECORD
062300             ADD 1 TO WS-REJECT-COUNT
062400         END-IF
062500     END-IF.
062600     PERFORM P100-PRINT-ITEM THRU P100-EXIT.
062700     IF NOT WS-ITEM-REJECTED
062800         IF AQ-RELEASED
062900             ADD 1 TO WS-WAITING-COUNT
063000         ELSE
063100             ADD 1 TO WS-HELD-COUNT
063200         END-IF
063300         WRITE QO-RECORD FROM AQ-RECORD
063400     END-IF.
063500 4110-EXIT.
063600     EXIT.
063900******************************************************************
064000* P100-PRINT-ITEM PRINTS ONE QUEUE ITEM: THE ITEM LINE, THE
064100* PERSON AS THE MASTER HAS THEM NOW (CURRENT), AND WHAT THE HELD
064200* TRANSACTION WOULD MAKE THEM (PROPOSED).  DAYS WAITING COUNT
064300* FROM THE DATE PERSUPD HELD IT, WITH THE DAY-NUMBER INTRINSICS
064400* THE WAY PERSPEND AGES THE PENDING BACKLOG.
064500******************************************************************
064600 P100-PRINT-ITEM.
064700     MOVE AQ-TRAN-IMAGE TO PT-RECORD.
064800     MOVE AQ-ITEM-NO TO WS-IL-ITEM.
064900     EVALUATE TRUE
065000         WHEN WS-ITEM-REJECTED
065100             MOVE "REJECTED" TO WS-IL-STATUS
065200         WHEN AQ-RELEASED
065300             MOVE "RELEASED" TO WS-IL-STATUS
065400         WHEN OTHER
065500             MOVE "HELD" TO WS-IL-STATUS
065600     END-EVALUATE.
065700     EVALUATE TRUE
065800         WHEN AQ-HOLD-HR
065900             MOVE "HR CORRECTION" TO WS-IL-REASON
066000         WHEN AQ-HOLD-DELETE
066100             MOVE "DELETE" TO WS-IL-REASON
066200         WHEN AQ-HOLD-DEPT
066300             MOVE "DEPT CHANGE" TO WS-IL-REASON
066400         WHEN OTHER
066500             MOVE SPACES TO WS-IL-REASON
066600     END-EVALUATE.
066700     MOVE PT-TRANS-CODE TO WS-IL-ACTION.
066800     MOVE PT-ID-X TO WS-IL-ID.
066900     MOVE ZERO TO WS-DAYS-WAITING.
067000     IF AQ-HELD-DATE-X IS NUMERIC
067100             AND AQ-HELD-DATE > ZERO
067200         MOVE AQ-HELD-DATE-X TO WS-IL-HELD
067300         COMPUTE WS-HELD-DAY-NO =
067400             FUNCTION INTEGER-OF-DATE (AQ-HELD-DATE)
067500         IF WS-TODAY-DAY-NO > WS-HELD-DAY-NO
067600             COMPUTE WS-DAYS-WAITING =
067700                 WS-TODAY-DAY-NO - WS-HELD-DAY-NO
067800         END-IF
067900     ELSE
068000         MOVE SPACES TO WS-IL-HELD
068100     END-IF.
068200     MOVE WS-DAYS-WAITING TO WS-IL-DAYS.
068300     EVALUATE TRUE
068400         WHEN WS-ITEM-REJECTED
068500             MOVE "REJECTED BY " TO WS-IL-BY-LABEL
068600             MOVE WS-CD-APPROVER (WS-CD-HIT-SUB) TO WS-IL-BY
068700         WHEN AQ-RELEASED
068800             MOVE "RELEASED BY " TO WS-IL-BY-LABEL
068900             MOVE AQ-APPROVER-ID TO WS-IL-BY
069000         WHEN OTHER
069100             MOVE SPACES TO WS-IL-BY-LABEL
069200             MOVE SPACES TO WS-IL-BY
069300     END-EVALUATE.
069400     WRITE QR-LINE FROM WS-ITEM-LINE.
069500     PERFORM P200-CURRENT-LINE THRU P200-EXIT.
069600     PERFORM P300-PROPOSED-LINE THRU P300-EXIT.
069700     IF WS-ITEM-REJECTED
069800         MOVE SPACES TO QR-LINE
069900         MOVE "REASON" TO QR-LINE (5:6)
070000         MOVE WS-CD-REASON (WS-CD-HIT-SUB) TO QR-LINE (15:30)
070100         WRITE QR-LINE
070200     END-IF.
070300     MOVE SPACES TO QR-LINE.
070400     WRITE QR-LINE.
070500 P100-EXIT.
070600     EXIT.
070700 P200-CURRENT-LINE.
070800     MOVE "CURRENT" TO WS-VL-LABEL.
070900     MOVE SPACES TO WS-VL-NAME WS-VL-DEPT WS-VL-TITLE WS-VL-OTHER.
071000     MOVE "99" TO WS-PM-STATUS.
071100     IF PT-ID-X IS NUMERIC
071200         MOVE PT-ID TO PM-ID
071300         READ PERSON-MASTER
071400             INVALID KEY
071500                 CONTINUE
071600         END-READ
071700     END-IF.
071800     IF WS-PM-STATUS = "00"
071900         MOVE PM-NAME (1:40) TO WS-VL-NAME
072000         MOVE PM-DEPT-CODE TO WS-VL-DEPT
072100         MOVE PM-JOB-TITLE TO WS-VL-TITLE
072200         MOVE "STATUS " TO WS-VL-CODE-LABEL
072300         MOVE PM-STATUS TO WS-VL-CODE
072400         MOVE "HIRED " TO WS-VL-DATE-LABEL
072500         MOVE PM-HIRE-DATE TO WS-VL-DATE
072600     ELSE
072700         MOVE "(NOT ON MASTER)" TO WS-VL-NAME
072800     END-IF.
072900     WRITE QR-LINE FROM WS-VALUE-LINE.
073000 P200-EXIT.
073100     EXIT.
073200 P300-PROPOSED-LINE.
073300     MOVE "PROPOSED" TO WS-VL-LABEL.
073400     MOVE SPACES TO WS-VL-NAME WS-VL-DEPT WS-VL-TITLE WS-VL-OTHER.
073500     MOVE PT-NAME (1:40) TO WS-VL-NAME.
073600     MOVE PT-DEPT-CODE TO WS-VL-DEPT.
073700     IF PT-DELETE
073800         MOVE "TERM " TO WS-VL-CODE-LABEL
073900         MOVE PT-TERM-REASON TO WS-VL-CODE
074000         MOVE "DATE " TO WS-VL-DATE-LABEL
074100         MOVE PT-TERM-DATE-X TO WS-VL-DATE
074200     ELSE
074300         MOVE PT-JOB-TITLE TO WS-VL-TITLE
074400         IF PT-HIRE-DATE-X IS NUMERIC
074500                 AND PT-HIRE-DATE > ZERO
074600             MOVE "HIRED " TO WS-VL-DATE-LABEL
074700             MOVE PT-HIRE-DATE-X TO WS-VL-DATE
074800         END-IF
074900     END-IF.
075000     WRITE QR-LINE FROM WS-VALUE-LINE.
075100 P300-EXIT.
075200     EXIT.
075300******************************************************************
075400* Z100-REFUSE PRINTS AND DISPLAYS WHY THE DECK WAS REFUSED AND
075500* SETS RC=8 SO THE JOB'S COPY STEP LEAVES THE QUEUE ALONE.
075600* Z200-CARD-FAULT PRINTS ONE FAULT FOUND AGAINST THE QUEUE.
075700******************************************************************
075800 Z100-REFUSE.
075900     IF NOT WS-REFUSED
076000         MOVE SPACES TO QR-LINE
076100         WRITE QR-LINE
076200         MOVE WS-MSG-LINE TO QR-LINE
076300         WRITE QR-LINE
076400         DISPLAY "PERSAPRV: " WS-MSG-LINE
076500         SET WS-REFUSED TO TRUE
076600         MOVE 8 TO RETURN-CODE
076700     END-IF.
076800 Z100-EXIT.
076900     EXIT.
077000 Z200-CARD-FAULT.
077100     ADD 1 TO WS-BAD-CARD-COUNT.
077200     MOVE WS-CARD-LINE TO QR-LINE.
077300     WRITE QR-LINE.
077400 Z200-EXIT.
077500     EXIT.
077600 3000-TERMINATE.
077700     IF WS-ITEM-COUNT = ZERO
077800         WRITE QR-LINE FROM WS-NONE-LINE
077900     ELSE
078000         MOVE WS-ITEM-COUNT TO WS-TOT-ITEMS
078100         MOVE WS-HELD-COUNT TO WS-TOT-HELD
078200         MOVE WS-WAITING-COUNT TO WS-TOT-WAITING
078300         MOVE WS-RELEASE-COUNT TO WS-TOT-RELEASED
078400         MOVE WS-REJECT-COUNT TO WS-TOT-REJECTED
078500         WRITE QR-LINE FROM WS-TOTAL-LINE
078600     END-IF.
078700     CLOSE QUEUE-RPT.
078800     DISPLAY "PERSAPRV: " WS-ITEM-COUNT " ITEMS, "
078900         WS-RELEASE-COUNT " RELEASED, " WS-REJECT-COUNT
079000         " REJECTED, " WS-HELD-COUNT " STILL HELD".
079100 3000-EXIT.
079200     EXIT.
079300 9999-EXIT.
079400     STOP RUN.

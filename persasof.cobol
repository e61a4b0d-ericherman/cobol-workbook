000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSASOF.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSASOF REBUILDS THE PERSON ROSTER AS IT STOOD ON A GIVEN DATE
001000* -- THE DAY BEFORE A REORG, THE DATE OF A LEGAL HOLD -- FROM THE
001100* MONTH-END SNAPSHOTS AND THE AUDIT TRAIL.  PERSSNAP ONLY CUTS
001200* MONTH-ENDS AND PERSHIST ONLY ANSWERS FOR ONE ID; THIS ANSWERS
001300* FOR EVERYONE ON ANY DATE THE SNAPSHOTS AND AUDIT TRAIL COVER.
001400*
001500* THE SYSIN CARD IS
001600*     YYYYMMDD NN FLAT
001700* THE AS-OF DATE IN COLUMNS 1-8, THE LINES PER PAGE IN COLUMNS
001800* 10-11 (BLANK, ZERO OR NON-NUMERIC DEFAULTS TO 55, AS IN
001900* PERSRPT), AND THE WORD FLAT IN COLUMNS 13-16 WHEN THE REBUILT
002000* IMAGE IS ALSO WANTED AS A FLAT FILE.
002100*
002200* THE STARTING POINT IS THE LATEST SNAPSHOT GENERATION CUT ON OR
002300* BEFORE THE AS-OF DATE.  THE GENERATIONS CARRY NO DATES, SO THE
002400* SNAPSHOT INDEX (PERSSNPX) SAYS WHICH IS WHICH: PERSSNPI IS THE
002500* WHOLE GDG, ALL GENERATIONS CONCATENATED NEWEST FIRST, AND THE
002600* NEWEST INDEX LINE DESCRIBES THE FIRST OF THEM.  GENERATIONS
002700* AHEAD OF THE ONE WANTED ARE SKIPPED BY THEIR INDEX RECORD
002800* COUNTS, AND EVERY GENERATION READ IS CHECKED TO BE IN PM-ID
002900* ORDER AND TO END WHERE ITS COUNT SAYS -- AN INDEX OUT OF STEP
003000* WITH THE CATALOG REFUSES THE RUN RATHER THAN START FROM THE
003100* WRONG MONTH.
003200*
003300* EVERY PERSAUDT ENTRY FROM THE CUT DATE THROUGH THE AS-OF DATE
003400* IS THEN SORTED BY ID (KEEPING FILE ORDER WITHIN AN ID) AND
003500* ROLLED FORWARD OVER THE SNAPSHOT: THE LAST ENTRY FOR AN ID
003600* WINS, BECAUSE EVERY ENTRY CARRIES THE WHOLE NEW IMAGE.  AN
003700* ENTRY WITH A BLANK NEW IMAGE (A PERSBACK REMOVAL) TAKES THE
003800* RECORD OFF.  ENTRIES FROM THE CUT DATE ITSELF ARE INCLUDED --
003900* A NIGHT ALREADY IN THE SNAPSHOT ONLY WRITES THE SAME IMAGES
004000* AGAIN -- SO A SNAPSHOT CUT AHEAD OF THAT DAY'S NIGHT RUN IS
004100* STILL RIGHT.  PURGES (PERSPRG) AND ARCHIVE RESTORES (PERSARST)
004200* WRITE NO AUDIT ENTRIES, SO A DELETED PERSON PURGED AFTER THE
004300* CUT STILL COUNTS AS DELETED HERE.
004400*
004500* OUTPUT IS THE ROSTER IN PERSRPT LAYOUT (PERSASRO), THE
004600* DEPARTMENT ROLLUP IN PERSDRPT LAYOUT (PERSASDO), EACH ENDING
004700* WITH THE CONTROL LINE -- SNAPSHOT USED, AUDIT ENTRIES APPLIED,
004800* ACTIVE AND DELETED COUNTS -- AND, WITH FLAT ON THE CARD, THE
004900* REBUILT IMAGE IN PERSMAST LAYOUT AND PM-ID ORDER (PERSASOO)
005000* THAT PERSSCMP CAN COMPARE AGAINST ANY SNAPSHOT.
005100*
005110* ONCE PERSAROL HAS ROLLED THE LOG OVER, THE ENTRIES SINCE THE
005120* CUT MAY SIT IN THE AUDIT ARCHIVE GDG (PERSAUDA, ALL GENERATIONS,
005130* NEWEST FIRST) AS WELL AS THE CURRENT LOG.  THE ARCHIVE INDEX
005140* (PERSAGIX) SAYS WHICH RUN DATES EACH GENERATION HOLDS; THE
005150* CURRENT LOG IS READ ONLY IF THE AS-OF DATE IS PAST THE NEWEST
005160* GENERATION, AND THE ARCHIVE ONLY BACK TO THE OLDEST GENERATION
005170* THAT REACHES THE CUT DATE.  ENTRIES ARE SORTED BY ID, RUN DATE
005180* AND FILE ORDER, SO THE NEWEST-FIRST GENERATIONS STILL APPLY
005190* OLDEST FIRST.  A GENERATION ROLLED OFF, OR AN ARCHIVED ENTRY
005191* OUTSIDE ITS GENERATION'S SPAN, REFUSES THE RUN.
005192*
005200* THE RUN IS REFUSED (RETURN CODE 8) FOR A BAD OR FUTURE AS-OF
005300* DATE, NO INDEXED GENERATION ON OR BEFORE IT, A GENERATION THAT
005400* HAS ROLLED OFF THE GDG, OR AN INDEX OUT OF STEP.
005500*
005600* MODIFICATION HISTORY
005700*     10/15/2026 RLM  INITIAL VERSION
005710*     10/15/2026 RLM  ALSO APPLIES AUDIT ENTRIES ROLLED INTO THE
005720*                     PERSAROL ARCHIVE, PICKED FROM PERSAGIX.
005730*     10/15/2026 RLM  AUDIT RECORD IS NOW 337 (APPROVER ID).
005740*     10/15/2026 RLM  THE LOG AND THE ARCHIVE ARE BOTH READ INTO
005750*                     A WORKING-STORAGE AUDIT RECORD.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CONTROL-CARD ASSIGN TO SYSIN
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT SNAP-INDEX ASSIGN TO PERSSNPX
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-SX-STATUS.
006700     SELECT SNAP-FILE ASSIGN TO PERSSNPI
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-SN-STATUS.
007000     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
007100         ORGANIZATION IS SEQUENTIAL.
007110     SELECT AUDIT-ARCH ASSIGN TO PERSAUDA
007120         ORGANIZATION IS SEQUENTIAL
007130         FILE STATUS IS WS-AA-STATUS.
007140     SELECT GEN-INDEX ASSIGN TO PERSAGIX
007150         ORGANIZATION IS SEQUENTIAL
007160         FILE STATUS IS WS-AG-STATUS.
007200     SELECT DEPT-REF ASSIGN TO PERSDEPT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-DR-STATUS.
007500     SELECT WORK-FILE ASSIGN TO PERSASWK
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT FLAT-OUT ASSIGN TO PERSASOO
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT AUDIT-SORT ASSIGN TO SORTWK.
008000     SELECT DEPT-SORT ASSIGN TO SORTWK.
008100     SELECT ROSTER-RPT ASSIGN TO PERSASRO
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT DEPT-RPT ASSIGN TO PERSASDO
008400         ORGANIZATION IS SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CONTROL-CARD
008800     RECORDING MODE IS F.
008900 01  CC-RECORD.
009000     05  CC-ASOF-DATE              PIC 9(08).
009100     05  CC-ASOF-DATE-X REDEFINES CC-ASOF-DATE
009200                                   PIC X(08).
009300     05  FILLER                    PIC X(01).
009400     05  CC-PAGE-SIZE              PIC X(02).
009500     05  FILLER                    PIC X(01).
009600     05  CC-FLAT                   PIC X(04).
009700         88  CC-FLAT-WANTED            VALUE 'FLAT'.
009800     05  FILLER                    PIC X(64).
009900 FD  SNAP-INDEX
010000     RECORDING MODE IS F.
010100     COPY "perssnpx.cpy".
010200 FD  SNAP-FILE
010300     RECORDING MODE IS F.
010400 01  SN-RECORD.
010500     05  SN-ID                     PIC 9(10).
010600     05  FILLER                    PIC X(141).
010700 FD  AUDIT-LOG
010800     RECORDING MODE IS F.
010900 01  AL-RECORD                     PIC X(337).
010910 FD  AUDIT-ARCH
010920     RECORDING MODE IS F.
010930 01  AA-RECORD                     PIC X(337).
010940 FD  GEN-INDEX
010950     RECORDING MODE IS F.
010960     COPY "persagix.cpy".
011000 FD  DEPT-REF
011100     RECORDING MODE IS F.
011200     COPY "persdept.cpy".
011300 FD  WORK-FILE
011400     RECORDING MODE IS F.
011500 01  WK-RECORD                     PIC X(151).
011600 FD  FLAT-OUT
011700     RECORDING MODE IS F.
011800 01  FO-RECORD                     PIC X(151).
011900 SD  AUDIT-SORT.
012000 01  SA-RECORD.
012100     05  SA-ID                     PIC 9(10).
012150     05  SA-RUN-DATE               PIC 9(08).
012200     05  SA-ORDINAL                PIC 9(09).
012300     05  SA-IMAGE                  PIC X(151).
012400 SD  DEPT-SORT.
012500 01  SR-RECORD.
012600     05  SR-DEPT-CODE              PIC X(04).
012700     05  SR-ID                     PIC 9(10).
012800     05  SR-NAME                   PIC X(80).
012900     05  SR-JOB-TITLE              PIC X(30).
013000     05  SR-HIRE-DATE              PIC 9(08).
013100 FD  ROSTER-RPT
013200     RECORDING MODE IS F.
013300 01  RO-LINE                       PIC X(132).
013400 FD  DEPT-RPT
013500     RECORDING MODE IS F.
013600 01  DO-LINE                       PIC X(132).
013700 WORKING-STORAGE SECTION.
013800 77  WS-SX-STATUS                  PIC X(02).
013900 77  WS-SN-STATUS                  PIC X(02).
014000 77  WS-DR-STATUS                  PIC X(02).
014010 77  WS-AA-STATUS                  PIC X(02).
014020 77  WS-AG-STATUS                  PIC X(02).
014030 77  WS-AG-EOF-SW                  PIC X(01) VALUE 'N'.
014040     88  WS-AG-EOF                     VALUE 'Y'.
014050 77  WS-ARCH-DONE-SW               PIC X(01) VALUE 'N'.
014060     88  WS-ARCH-DONE                  VALUE 'Y'.
014100 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
014200     88  WS-EOF                        VALUE 'Y'.
014300 77  WS-SNAP-EOF-SW                PIC X(01) VALUE 'N'.
014400     88  WS-SNAP-EOF                   VALUE 'Y'.
014500 77  WS-SORT-EOF-SW                PIC X(01) VALUE 'N'.
014600     88  WS-SORT-EOF                   VALUE 'Y'.
014700 77  WS-NET-EOF-SW                 PIC X(01) VALUE 'N'.
014800     88  WS-NET-EOF                    VALUE 'Y'.
014900 77  WS-DR-EOF-SW                  PIC X(01) VALUE 'N'.
015000     88  WS-DR-EOF                     VALUE 'Y'.
015100 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
015200     88  WS-REFUSED                    VALUE 'Y'.
015300 77  WS-FLAT-SW                    PIC X(01) VALUE 'N'.
015400     88  WS-FLAT                       VALUE 'Y'.
015500 77  WS-FIRST-REC-SW               PIC X(01) VALUE 'Y'.
015600     88  WS-FIRST-REC                  VALUE 'Y'.
015700 77  WS-IDX-MAX                    PIC 9(04) COMP VALUE 0200.
015800 77  WS-IDX-USED                   PIC 9(04) COMP VALUE ZERO.
015900 77  WS-IX                         PIC 9(04) COMP.
016000 77  WS-IDX-HIT-SUB                PIC 9(04) COMP VALUE ZERO.
016100 77  WS-GEN-NO                     PIC 9(04) COMP VALUE ZERO.
016200 77  WS-GEN-TARGET                 PIC 9(04) COMP VALUE ZERO.
016300 77  WS-GEN-LEFT                   PIC 9(08) VALUE ZERO.
016400 77  WS-LAST-SNAP-ID               PIC 9(10) VALUE ZERO.
016500 77  WS-PREV-GEN-LAST-ID           PIC 9(10) VALUE ZERO.
016510 77  WS-GEN-MAX                    PIC 9(04) COMP VALUE 50.
016520 77  WS-GEN-USED                   PIC 9(04) COMP VALUE ZERO.
016530 77  WS-GX                         PIC 9(04) COMP.
016540 77  WS-ARCH-LEFT                  PIC 9(08) VALUE ZERO.
016550 77  WS-CURR-AFTER-DATE            PIC 9(08) VALUE ZERO.
016600 77  WS-DEPT-MAX                   PIC 9(04) COMP VALUE 0200.
016700 77  WS-DEPT-USED                  PIC 9(04) COMP VALUE ZERO.
016800 77  WS-DP                         PIC 9(04) COMP.
016900 77  WS-DEPT-HIT-SUB               PIC 9(04) COMP VALUE ZERO.
017000 77  WS-PRIOR-DEPT                 PIC X(04).
017100 77  WS-LINES-PER-PAGE             PIC 9(02) VALUE 55.
017200 77  WS-DEFAULT-LINES-PER-PAGE     PIC 9(02) VALUE 55.
017300 77  WS-LINE-COUNT                 PIC 9(02) VALUE 99.
017400 77  WS-PAGE-NO                    PIC 9(04) VALUE ZERO.
017500 77  WS-RECORD-COUNT               PIC 9(08) VALUE ZERO.
017600 77  WS-DEPT-COUNT                 PIC 9(08) VALUE ZERO.
017700 77  WS-ORDINAL                    PIC 9(09) VALUE ZERO.
017800 77  WS-APPLIED-COUNT              PIC 9(08) VALUE ZERO.
017900 77  WS-ACTIVE-COUNT               PIC 9(08) VALUE ZERO.
018000 77  WS-DELETED-COUNT              PIC 9(08) VALUE ZERO.
018100 77  WS-REMOVED-COUNT              PIC 9(08) VALUE ZERO.
018200 01  WS-TODAY                      PIC 9(08).
018300 01  WS-ASOF-DATE                  PIC 9(08) VALUE ZERO.
018400 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE.
018500     05  WS-ASOF-YEAR              PIC 9(04).
018600     05  WS-ASOF-MONTH             PIC 9(02).
018700     05  WS-ASOF-DAY               PIC 9(02).
018800 01  WS-CUT-DATE                   PIC 9(08) VALUE ZERO.
018900 01  WS-INDEX-TABLE.
019000     05  WS-IDX-ENTRY OCCURS 200 TIMES.
019100         10  WS-IDX-CUT-DATE       PIC 9(08).
019200         10  WS-IDX-COUNT          PIC 9(08).
019210 01  WS-GEN-TABLE.
019220     05  WS-GEN-ENTRY OCCURS 50 TIMES.
019230         10  WS-GT-COUNT           PIC 9(08).
019240         10  WS-GT-FIRST-DATE      PIC 9(08).
019250         10  WS-GT-LAST-DATE       PIC 9(08).
019300 01  WS-DEPT-TABLE.
019400     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
019500         10  WS-TAB-DEPT-CODE      PIC X(04).
019600         10  WS-TAB-DEPT-NAME      PIC X(30).
019700*    THE NET AUDIT IMAGE FOR ONE ID AND THE IMAGE BEING EMITTED.
019800 01  WS-NET-ID                     PIC 9(10).
019900 01  WS-NET-IMAGE                  PIC X(151).
020000 01  WS-EMIT-IMAGE                 PIC X(151).
020100     COPY "persmast.cpy".
020110*    THE CURRENT LOG AND THE ARCHIVE ARE BOTH READ INTO THIS.
020120     COPY "persaud.cpy".
020200 01  WS-MSG-LINE                   PIC X(80).
020300*    PERSRPT LAYOUT.
020400 01  WS-TITLE-LINE.
020500     05  FILLER                    PIC X(20)
020600                                   VALUE "PERSON MASTER ROSTER".
020700     05  FILLER                    PIC X(05) VALUE SPACES.
020800     05  FILLER                    PIC X(05) VALUE "PAGE ".
020900     05  WS-TITLE-PAGE-NO          PIC ZZZ9.
021000     05  FILLER                    PIC X(98) VALUE SPACES.
021100 01  WS-DATE-LINE.
021200     05  FILLER                    PIC X(09) VALUE "AS OF:".
021300     05  WS-DATE-MO                PIC 99.
021400     05  FILLER                    PIC X(01) VALUE "/".
021500     05  WS-DATE-DA                PIC 99.
021600     05  FILLER                    PIC X(01) VALUE "/".
021700     05  WS-DATE-YR                PIC 9999.
021800     05  FILLER                    PIC X(111) VALUE SPACES.
021900 01  WS-COLUMN-HDR.
022000     05  FILLER                    PIC X(10) VALUE "ID".
022100     05  FILLER                    PIC X(40) VALUE "NAME".
022200     05  FILLER                    PIC X(82) VALUE SPACES.
022300 01  WS-DETAIL-LINE.
022400     05  WS-DTL-ID                 PIC Z(9)9.
022500     05  FILLER                    PIC X(04) VALUE SPACES.
022600     05  WS-DTL-NAME               PIC X(80).
022700     05  FILLER                    PIC X(38) VALUE SPACES.
022800 01  WS-TOTAL-LINE.
022900     05  FILLER                    PIC X(16)
023000                                   VALUE "TOTAL RECORDS ".
023100     05  WS-TOTAL-COUNT            PIC ZZZZZZZ9.
023200     05  FILLER                    PIC X(108) VALUE SPACES.
023300*    PERSDRPT LAYOUT.
023400 01  WS-D-TITLE-LINE.
023500     05  FILLER                    PIC X(34)
023600         VALUE "PERSON MASTER ROSTER BY DEPARTMENT".
023700     05  FILLER                    PIC X(05) VALUE SPACES.
023800     05  FILLER                    PIC X(05) VALUE "PAGE ".
023900     05  WS-D-TITLE-PAGE-NO        PIC ZZZ9.
024000     05  FILLER                    PIC X(84) VALUE SPACES.
024100 01  WS-D-COLUMN-HDR.
024200     05  FILLER                    PIC X(06) VALUE "DEPT".
024300     05  FILLER                    PIC X(14) VALUE "ID".
024400     05  FILLER                    PIC X(42) VALUE "NAME".
024500     05  FILLER                    PIC X(32) VALUE "JOB TITLE".
024600     05  FILLER                    PIC X(09) VALUE "HIRE DATE".
024700     05  FILLER                    PIC X(29) VALUE SPACES.
024800 01  WS-D-DETAIL-LINE.
024900     05  WS-D-DTL-DEPT             PIC X(04).
025000     05  FILLER                    PIC X(02) VALUE SPACES.
025100     05  WS-D-DTL-ID               PIC Z(9)9.
025200     05  FILLER                    PIC X(04) VALUE SPACES.
025300     05  WS-D-DTL-NAME             PIC X(40).
025400     05  FILLER                    PIC X(02) VALUE SPACES.
025500     05  WS-D-DTL-TITLE            PIC X(30).
025600     05  FILLER                    PIC X(02) VALUE SPACES.
025700     05  WS-D-DTL-HIRE             PIC 9(08).
025800     05  FILLER                    PIC X(30) VALUE SPACES.
025900 01  WS-SUBTOTAL-LINE.
026000     05  FILLER                    PIC X(11)
026100                                   VALUE "DEPARTMENT ".
026200     05  WS-SUB-DEPT               PIC X(04).
026300     05  FILLER                    PIC X(01) VALUE SPACES.
026400     05  WS-SUB-NAME               PIC X(30).
026500     05  FILLER                    PIC X(07) VALUE " TOTAL ".
026600     05  WS-SUB-COUNT              PIC ZZZZZZZ9.
026700     05  FILLER                    PIC X(71) VALUE SPACES.
026800*    THE CONTROL LINE BOTH REPORTS END WITH.
026900 01  WS-CONTROL-LINE.
027000     05  FILLER                    PIC X(06) VALUE "AS OF ".
027100     05  WS-CTL-ASOF               PIC 9(08).
027200     05  FILLER                    PIC X(16)
027300                                   VALUE "  SNAPSHOT CUT ".
027400     05  WS-CTL-CUT                PIC 9(08).
027500     05  FILLER                    PIC X(06) VALUE " GEN (".
027600     05  WS-CTL-GEN-SIGN           PIC X(01).
027700     05  WS-CTL-GEN                PIC Z9.
027800     05  FILLER                    PIC X(19)
027900                                   VALUE ")  AUDIT APPLIED  ".
028000     05  WS-CTL-APPLIED            PIC ZZZZZZZ9.
028100     05  FILLER                    PIC X(10) VALUE "  ACTIVE  ".
028200     05  WS-CTL-ACTIVE             PIC ZZZZZZZ9.
028300     05  FILLER                    PIC X(11) VALUE "  DELETED  ".
028400     05  WS-CTL-DELETED            PIC ZZZZZZZ9.
028500     05  FILLER                    PIC X(21) VALUE SPACES.
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     IF NOT WS-REFUSED
029000         PERFORM S100-POSITION-SNAPSHOT THRU S100-EXIT
029100     END-IF.
029200     IF NOT WS-REFUSED
029300         OPEN OUTPUT WORK-FILE
029400         IF WS-FLAT
029500             OPEN OUTPUT FLAT-OUT
029600         END-IF
029700         SORT AUDIT-SORT
029800             ON ASCENDING KEY SA-ID SA-RUN-DATE SA-ORDINAL
029900             INPUT PROCEDURE IS 4000-SELECT-AUDIT
030000                 THRU 4000-EXIT
030100             OUTPUT PROCEDURE IS 5000-ROLL-FORWARD
030200                 THRU 5000-EXIT
030300         CLOSE SNAP-FILE
030400         CLOSE WORK-FILE
030500         IF WS-FLAT
030600             CLOSE FLAT-OUT
030700         END-IF
030710     END-IF.
030720     IF NOT WS-REFUSED
030800         PERFORM D300-PRINT-TOTALS THRU D300-EXIT
030900         PERFORM DV100-LOAD-DEPT-TABLE THRU DV100-EXIT
031000         MOVE 99 TO WS-LINE-COUNT
031100         MOVE ZERO TO WS-PAGE-NO
031200         MOVE ZERO TO WS-RECORD-COUNT
031300         SORT DEPT-SORT
031400             ON ASCENDING KEY SR-DEPT-CODE SR-ID
031500             INPUT PROCEDURE IS 6000-EXTRACT-WORK
031600                 THRU 6000-EXIT
031700             OUTPUT PROCEDURE IS 7000-PRINT-DEPT-ROSTER
031800                 THRU 7000-EXIT
031900         PERFORM 8000-PRINT-CONTROL THRU 8000-EXIT
032000     END-IF.
032100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
032200     PERFORM 9999-EXIT.
032300******************************************************************
032400* 1000-INITIALIZE READS THE CARD, LOADS THE SNAPSHOT INDEX, AND
032500* PICKS THE GENERATION TO START FROM.
032600******************************************************************
032700 1000-INITIALIZE.
032800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
032900     OPEN INPUT CONTROL-CARD.
033000     READ CONTROL-CARD
033100         AT END
033200             MOVE SPACES TO CC-RECORD
033300     END-READ.
033400     CLOSE CONTROL-CARD.
033500     IF CC-PAGE-SIZE IS NUMERIC
033600             AND CC-PAGE-SIZE > ZERO
033700         MOVE CC-PAGE-SIZE TO WS-LINES-PER-PAGE
033800     ELSE
033900         MOVE WS-DEFAULT-LINES-PER-PAGE TO WS-LINES-PER-PAGE
034000     END-IF.
034100     IF CC-FLAT-WANTED
034200         SET WS-FLAT TO TRUE
034300     END-IF.
034400     OPEN OUTPUT ROSTER-RPT.
034500     OPEN OUTPUT DEPT-RPT.
034600     IF CC-ASOF-DATE-X IS NUMERIC
034700         MOVE CC-ASOF-DATE TO WS-ASOF-DATE
034800     END-IF.
034900     MOVE WS-ASOF-MONTH TO WS-DATE-MO.
035000     MOVE WS-ASOF-DAY TO WS-DATE-DA.
035100     MOVE WS-ASOF-YEAR TO WS-DATE-YR.
035200     IF CC-ASOF-DATE-X IS NOT NUMERIC
035300             OR WS-ASOF-DATE > WS-TODAY
035400         MOVE "AS-OF DATE MISSING, INVALID OR LATER THAN TODAY"
035500             TO WS-MSG-LINE
035600         PERFORM Z100-REFUSE THRU Z100-EXIT
035700     ELSE
035800         PERFORM X100-LOAD-INDEX THRU X100-EXIT
035900     END-IF.
036000     IF NOT WS-REFUSED
036100         PERFORM X200-PICK-GENERATION THRU X200-EXIT
036200     END-IF.
036300 1000-EXIT.
036400     EXIT.
036500 X100-LOAD-INDEX.
036600     OPEN INPUT SNAP-INDEX.
036700     IF WS-SX-STATUS = "00"
036800         PERFORM X110-READ-INDEX THRU X110-EXIT
036900         PERFORM X120-TAKE-INDEX THRU X120-EXIT
037000             UNTIL WS-EOF
037100         CLOSE SNAP-INDEX
037200     END-IF.
037300 X100-EXIT.
037400     EXIT.
037500 X110-READ-INDEX.
037600     READ SNAP-INDEX
037700         AT END
037800             SET WS-EOF TO TRUE
037900     END-READ.
038000 X110-EXIT.
038100     EXIT.
038200*    ONLY THE NEWEST WS-IDX-MAX LINES MATTER -- THE GDG KEEPS FAR
038300*    FEWER GENERATIONS -- SO A FULL TABLE SHIFTS UP ONE AND THE
038400*    OLDEST LINE FALLS OFF THE TOP.
038500 X120-TAKE-INDEX.
038600     IF WS-IDX-USED = WS-IDX-MAX
038700         PERFORM X130-SHIFT-ONE THRU X130-EXIT
038800             VARYING WS-IX FROM 2 BY 1
038900             UNTIL WS-IX > WS-IDX-USED
039000         SUBTRACT 1 FROM WS-IDX-USED
039100     END-IF.
039200     ADD 1 TO WS-IDX-USED.
039300     MOVE SX-CUT-DATE TO WS-IDX-CUT-DATE (WS-IDX-USED).
039400     MOVE SX-RECORD-COUNT TO WS-IDX-COUNT (WS-IDX-USED).
039500     PERFORM X110-READ-INDEX THRU X110-EXIT.
039600 X120-EXIT.
039700     EXIT.
039800 X130-SHIFT-ONE.
039900     MOVE WS-IDX-ENTRY (WS-IX) TO WS-IDX-ENTRY (WS-IX - 1).
040000 X130-EXIT.
040100     EXIT.
040200******************************************************************
040300* X200-PICK-GENERATION WALKS THE INDEX FROM THE NEWEST LINE BACK
040400* TO THE FIRST CUT ON OR BEFORE THE AS-OF DATE.  WS-GEN-TARGET IS
040500* ITS POSITION IN THE NEWEST-FIRST CONCATENATION (1 = GEN (0)).
040600******************************************************************
040700 X200-PICK-GENERATION.
040800     MOVE ZERO TO WS-IDX-HIT-SUB.
040900     PERFORM X210-MATCH-ONE THRU X210-EXIT
041000         VARYING WS-IX FROM WS-IDX-USED BY -1
041100         UNTIL WS-IX < 1 OR WS-IDX-HIT-SUB > ZERO.
041200     IF WS-IDX-HIT-SUB = ZERO
041300         MOVE "NO INDEXED SNAPSHOT ON OR BEFORE THE AS-OF DATE"
041400             TO WS-MSG-LINE
041500         PERFORM Z100-REFUSE THRU Z100-EXIT
041600     ELSE
041700         MOVE WS-IDX-CUT-DATE (WS-IDX-HIT-SUB) TO WS-CUT-DATE
041800         COMPUTE WS-GEN-TARGET =
041900             WS-IDX-USED - WS-IDX-HIT-SUB + 1
042000     END-IF.
042100 X200-EXIT.
042200     EXIT.
042300 X210-MATCH-ONE.
042400     IF WS-IDX-CUT-DATE (WS-IX) NOT > WS-ASOF-DATE
042500         MOVE WS-IX TO WS-IDX-HIT-SUB
042600     END-IF.
042700 X210-EXIT.
042800     EXIT.
042900******************************************************************
043000* S100-POSITION-SNAPSHOT OPENS THE CONCATENATED GENERATIONS AND
043100* SKIPS EVERY GENERATION NEWER THAN THE TARGET BY ITS INDEX
043200* COUNT, THEN LEAVES THE TARGET'S FIRST RECORD IN SN-RECORD.
043300* S200 CHECKS PM-ID ORDER ALL THE WAY, AND S300 CHECKS THAT EACH
043400* GENERATION REALLY STARTS WHERE THE COUNT SAYS THE LAST ENDED.
043500******************************************************************
043600 S100-POSITION-SNAPSHOT.
043700     OPEN INPUT SNAP-FILE.
043800     IF WS-SN-STATUS NOT = "00"
043900         MOVE "SNAPSHOT GDG (PERSSNPI) OPEN FAILED" TO WS-MSG-LINE
044000         PERFORM Z100-REFUSE THRU Z100-EXIT
044100     ELSE
044200         MOVE ZERO TO WS-LAST-SNAP-ID
044300         PERFORM S110-SKIP-GENERATION THRU S110-EXIT
044400             VARYING WS-GEN-NO FROM 1 BY 1
044500             UNTIL WS-GEN-NO = WS-GEN-TARGET OR WS-REFUSED
044600         IF NOT WS-REFUSED
044700             MOVE WS-IDX-COUNT (WS-IDX-HIT-SUB) TO WS-GEN-LEFT
044800             PERFORM S300-CHECK-BOUNDARY THRU S300-EXIT
044900         END-IF
045000     END-IF.
045100 S100-EXIT.
045200     EXIT.
045300 S110-SKIP-GENERATION.
045400     COMPUTE WS-IX = WS-IDX-USED - WS-GEN-NO + 1.
045500     MOVE WS-IDX-COUNT (WS-IX) TO WS-GEN-LEFT.
045600     PERFORM S300-CHECK-BOUNDARY THRU S300-EXIT.
045700     PERFORM S120-SKIP-ONE THRU S120-EXIT
045800         UNTIL WS-SNAP-EOF OR WS-REFUSED.
045900     MOVE 'N' TO WS-SNAP-EOF-SW.
046000 S110-EXIT.
046100     EXIT.
046200 S120-SKIP-ONE.
046300     PERFORM S200-READ-SNAP THRU S200-EXIT.
046400 S120-EXIT.
046500     EXIT.
046600******************************************************************
046700* S200-READ-SNAP RETURNS THE NEXT RECORD OF THE CURRENT
046800* GENERATION, SETTING WS-SNAP-EOF ONCE ITS COUNT IS USED UP.
046900******************************************************************
047000 S200-READ-SNAP.
047100     IF WS-GEN-LEFT = ZERO
047200         SET WS-SNAP-EOF TO TRUE
047300     ELSE
047400         READ SNAP-FILE
047500             AT END
047600                 MOVE "SNAPSHOT GENERATION ROLLED OFF OR SHORT"
047700                     TO WS-MSG-LINE
047800                 PERFORM Z100-REFUSE THRU Z100-EXIT
047900                 SET WS-SNAP-EOF TO TRUE
048000             NOT AT END
048100                 SUBTRACT 1 FROM WS-GEN-LEFT
048200                 IF SN-ID NOT > WS-LAST-SNAP-ID
048300                         AND WS-LAST-SNAP-ID NOT = ZERO
048400                     MOVE "SNAPSHOT INDEX OUT OF STEP"
048500                         TO WS-MSG-LINE
048600                     PERFORM Z100-REFUSE THRU Z100-EXIT
048700                     SET WS-SNAP-EOF TO TRUE
048800                 ELSE
048900                     MOVE SN-ID TO WS-LAST-SNAP-ID
049000                 END-IF
049100         END-READ
049200     END-IF.
049300 S200-EXIT.
049400     EXIT.
049500*    READS THE FIRST RECORD OF A GENERATION.  THE ORDER CHECK
049600*    RESTARTS, SINCE EACH GENERATION BEGINS AGAIN AT THE LOWEST
049700*    ID; BUT A FIRST ID ABOVE THE LAST ID OF THE GENERATION BEFORE
049800*    IT MEANS THAT GENERATION'S COUNT ENDED IT TOO EARLY.  A COUNT
049900*    THAT RUNS PAST THE END SHOWS UP IN S200 AS IDS GOING BACK.
050000 S300-CHECK-BOUNDARY.
050100     MOVE WS-LAST-SNAP-ID TO WS-PREV-GEN-LAST-ID.
050200     MOVE ZERO TO WS-LAST-SNAP-ID.
050300     PERFORM S200-READ-SNAP THRU S200-EXIT.
050400     IF NOT WS-SNAP-EOF
050500             AND WS-PREV-GEN-LAST-ID NOT = ZERO
050600             AND SN-ID > WS-PREV-GEN-LAST-ID
050700         MOVE "SNAPSHOT INDEX OUT OF STEP WITH THE GDG"
050800             TO WS-MSG-LINE
050900         PERFORM Z100-REFUSE THRU Z100-EXIT
051000         SET WS-SNAP-EOF TO TRUE
051100     END-IF.
051200 S300-EXIT.
051300     EXIT.
051400******************************************************************
051500* 4000-SELECT-AUDIT (SORT INPUT PROCEDURE) RELEASES EVERY AUDIT
051600* ENTRY FROM THE CUT DATE THROUGH THE AS-OF DATE, NUMBERED IN
051700* FILE ORDER SO THE SORT KEEPS AN ID'S ENTRIES IN THE ORDER THEY
051800* WERE APPLIED -- FROM THE CURRENT LOG WHEN THE AS-OF DATE IS
051810* PAST THE NEWEST ARCHIVE GENERATION, THEN FROM THE ARCHIVE.
051900******************************************************************
052000 4000-SELECT-AUDIT.
052010     PERFORM G100-LOAD-GEN-INDEX THRU G100-EXIT.
052020     IF WS-ASOF-DATE > WS-CURR-AFTER-DATE
052100         OPEN INPUT AUDIT-LOG
052200         MOVE 'N' TO WS-EOF-SW
052300         PERFORM 4100-READ-AUDIT THRU 4100-EXIT
052400         PERFORM 4200-RELEASE-ONE THRU 4200-EXIT
052500             UNTIL WS-EOF
052600         CLOSE AUDIT-LOG
052610     END-IF.
052620     PERFORM A100-SCAN-ARCHIVE THRU A100-EXIT.
052700 4000-EXIT.
052800     EXIT.
052900 4100-READ-AUDIT.
053000     READ AUDIT-LOG INTO AU-RECORD
053100         AT END
053200             SET WS-EOF TO TRUE
053300     END-READ.
053400 4100-EXIT.
053500     EXIT.
053600 4200-RELEASE-ONE.
053610     PERFORM 4210-RELEASE-ENTRY THRU 4210-EXIT.
053620     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
053630 4200-EXIT.
053640     EXIT.
053650 4210-RELEASE-ENTRY.
053700     IF AU-RUN-DATE NOT < WS-CUT-DATE
053800             AND AU-RUN-DATE NOT > WS-ASOF-DATE
053900         ADD 1 TO WS-ORDINAL
054000         ADD 1 TO WS-APPLIED-COUNT
054100         MOVE AU-ID TO SA-ID
054150         MOVE AU-RUN-DATE TO SA-RUN-DATE
054200         MOVE WS-ORDINAL TO SA-ORDINAL
054300         MOVE AU-NEW-IMAGE TO SA-IMAGE
054400         RELEASE SA-RECORD
054500     END-IF.
054700 4210-EXIT.
054800     EXIT.
054801******************************************************************
054802* G100-LOAD-GEN-INDEX LOADS THE ARCHIVE INDEX OLDEST FIRST.  ONLY
054803* THE NEWEST WS-GEN-MAX LINES ARE KEPT -- THE GDG HOLDS FEWER --
054804* SO A FULL TABLE SHIFTS UP ONE.  THE CURRENT LOG HOLDS THE RUN
054805* DATES AFTER THE NEWEST GENERATION'S LAST ONE.
054806******************************************************************
054807 G100-LOAD-GEN-INDEX.
054808     OPEN INPUT GEN-INDEX.
054809     IF WS-AG-STATUS = "00"
054810         PERFORM G110-READ-GEN-INDEX THRU G110-EXIT
054811         PERFORM G120-TAKE-GEN-INDEX THRU G120-EXIT
054812             UNTIL WS-AG-EOF
054813         CLOSE GEN-INDEX
054814     END-IF.
054815     IF WS-GEN-USED > ZERO
054816         MOVE WS-GT-LAST-DATE (WS-GEN-USED) TO WS-CURR-AFTER-DATE
054817     END-IF.
054818 G100-EXIT.
054819     EXIT.
054820 G110-READ-GEN-INDEX.
054821     READ GEN-INDEX
054822         AT END
054823             SET WS-AG-EOF TO TRUE
054824     END-READ.
054825 G110-EXIT.
054826     EXIT.
054827 G120-TAKE-GEN-INDEX.
054828     IF WS-GEN-USED = WS-GEN-MAX
054829         PERFORM G130-SHIFT-ONE THRU G130-EXIT
054830             VARYING WS-GX FROM 2 BY 1
054831             UNTIL WS-GX > WS-GEN-USED
054832         SUBTRACT 1 FROM WS-GEN-USED
054833     END-IF.
054834     ADD 1 TO WS-GEN-USED.
054835     MOVE AG-RECORD-COUNT TO WS-GT-COUNT (WS-GEN-USED).
054836     MOVE AG-FIRST-RUN-DATE TO WS-GT-FIRST-DATE (WS-GEN-USED).
054837     MOVE AG-LAST-RUN-DATE TO WS-GT-LAST-DATE (WS-GEN-USED).
054838     PERFORM G110-READ-GEN-INDEX THRU G110-EXIT.
054839 G120-EXIT.
054840     EXIT.
054841 G130-SHIFT-ONE.
054842     MOVE WS-GEN-ENTRY (WS-GX) TO WS-GEN-ENTRY (WS-GX - 1).
054843 G130-EXIT.
054844     EXIT.
054845******************************************************************
054846* A100-SCAN-ARCHIVE READS THE ARCHIVE GENERATIONS, NEWEST FIRST,
054847* WHEN THE CUT DATE IS NOT PAST THE NEWEST ONE, AND STOPS AT THE
054848* FIRST GENERATION THAT ENDS BEFORE THE CUT DATE.
054849******************************************************************
054850 A100-SCAN-ARCHIVE.
054851     IF WS-GEN-USED > ZERO
054852             AND WS-CUT-DATE NOT > WS-CURR-AFTER-DATE
054853         OPEN INPUT AUDIT-ARCH
054854         IF WS-AA-STATUS NOT = "00"
054855             MOVE "AUDIT ARCHIVE (PERSAUDA) COULD NOT BE OPENED"
054856                 TO WS-MSG-LINE
054857             PERFORM Z100-REFUSE THRU Z100-EXIT
054858         ELSE
054859             PERFORM A110-ONE-GENERATION THRU A110-EXIT
054860                 VARYING WS-GX FROM WS-GEN-USED BY -1
054861                 UNTIL WS-GX < 1 OR WS-ARCH-DONE OR WS-REFUSED
054862             CLOSE AUDIT-ARCH
054863         END-IF
054864     END-IF.
054865 A100-EXIT.
054866     EXIT.
054867 A110-ONE-GENERATION.
054868     IF WS-GT-LAST-DATE (WS-GX) < WS-CUT-DATE
054869         SET WS-ARCH-DONE TO TRUE
054870     ELSE
054871         MOVE WS-GT-COUNT (WS-GX) TO WS-ARCH-LEFT
054872         PERFORM A120-READ-ONE THRU A120-EXIT
054873             UNTIL WS-ARCH-LEFT = ZERO OR WS-REFUSED
054874     END-IF.
054875 A110-EXIT.
054876     EXIT.
054877 A120-READ-ONE.
054878     READ AUDIT-ARCH INTO AU-RECORD
054879         AT END
054880             MOVE "AUDIT ARCHIVE GENERATION ROLLED OFF OR SHORT"
054881                 TO WS-MSG-LINE
054882             PERFORM Z100-REFUSE THRU Z100-EXIT
054883         NOT AT END
054884             SUBTRACT 1 FROM WS-ARCH-LEFT
054885             IF AU-RUN-DATE < WS-GT-FIRST-DATE (WS-GX)
054886                     OR AU-RUN-DATE > WS-GT-LAST-DATE (WS-GX)
054887                 MOVE "AUDIT ARCHIVE INDEX OUT OF STEP WITH GDG"
054888                     TO WS-MSG-LINE
054889                 PERFORM Z100-REFUSE THRU Z100-EXIT
054890             ELSE
054891                 PERFORM 4210-RELEASE-ENTRY THRU 4210-EXIT
054892             END-IF
054893     END-READ.
054894 A120-EXIT.
054895     EXIT.
054900******************************************************************
055000* 5000-ROLL-FORWARD (SORT OUTPUT PROCEDURE) MATCH-MERGES THE
055100* SNAPSHOT GENERATION WITH THE NET AUDIT IMAGE PER ID, BOTH IN
055200* PM-ID ORDER, AND EMITS THE REBUILT ROSTER.
055300******************************************************************
055400 5000-ROLL-FORWARD.
055500     PERFORM 5210-RETURN-SORTED THRU 5210-EXIT.
055600     PERFORM 5200-NEXT-NET-IMAGE THRU 5200-EXIT.
055700     PERFORM 5100-MERGE-ONE THRU 5100-EXIT
055800         UNTIL (WS-SNAP-EOF AND WS-NET-EOF) OR WS-REFUSED.
055900 5000-EXIT.
056000     EXIT.
056100 5100-MERGE-ONE.
056200     IF WS-NET-EOF
056300         MOVE SN-RECORD TO WS-EMIT-IMAGE
056400         PERFORM 5300-EMIT THRU 5300-EXIT
056500         PERFORM S200-READ-SNAP THRU S200-EXIT
056600     ELSE
056700     IF WS-SNAP-EOF
056800         MOVE WS-NET-IMAGE TO WS-EMIT-IMAGE
056900         PERFORM 5300-EMIT THRU 5300-EXIT
057000         PERFORM 5200-NEXT-NET-IMAGE THRU 5200-EXIT
057100     ELSE
057200     IF SN-ID < WS-NET-ID
057300         MOVE SN-RECORD TO WS-EMIT-IMAGE
057400         PERFORM 5300-EMIT THRU 5300-EXIT
057500         PERFORM S200-READ-SNAP THRU S200-EXIT
057600     ELSE
057700     IF SN-ID = WS-NET-ID
057800         MOVE WS-NET-IMAGE TO WS-EMIT-IMAGE
057900         PERFORM 5300-EMIT THRU 5300-EXIT
058000         PERFORM S200-READ-SNAP THRU S200-EXIT
058100         PERFORM 5200-NEXT-NET-IMAGE THRU 5200-EXIT
058200     ELSE
058300         MOVE WS-NET-IMAGE TO WS-EMIT-IMAGE
058400         PERFORM 5300-EMIT THRU 5300-EXIT
058500         PERFORM 5200-NEXT-NET-IMAGE THRU 5200-EXIT
058600     END-IF
058700     END-IF
058800     END-IF
058900     END-IF.
059000 5100-EXIT.
059100     EXIT.
059200*    COLLAPSES ONE ID'S SORTED ENTRIES TO THE LAST NEW IMAGE.
059300 5200-NEXT-NET-IMAGE.
059400     IF WS-SORT-EOF
059500         SET WS-NET-EOF TO TRUE
059600     ELSE
059700         MOVE SA-ID TO WS-NET-ID
059800         MOVE SA-IMAGE TO WS-NET-IMAGE
059900         PERFORM 5210-RETURN-SORTED THRU 5210-EXIT
060000         PERFORM 5220-TAKE-LATER THRU 5220-EXIT
060100             UNTIL WS-SORT-EOF OR SA-ID NOT = WS-NET-ID
060200     END-IF.
060300 5200-EXIT.
060400     EXIT.
060500 5210-RETURN-SORTED.
060600     RETURN AUDIT-SORT
060700         AT END
060800             SET WS-SORT-EOF TO TRUE
060900     END-RETURN.
061000 5210-EXIT.
061100     EXIT.
061200 5220-TAKE-LATER.
061300     MOVE SA-IMAGE TO WS-NET-IMAGE.
061400     PERFORM 5210-RETURN-SORTED THRU 5210-EXIT.
061500 5220-EXIT.
061600     EXIT.
061700******************************************************************
061800* 5300-EMIT WRITES ONE REBUILT RECORD TO THE WORK FILE (AND THE
061900* FLAT FILE WHEN ASKED FOR), COUNTS IT, AND PRINTS IT ON THE
062000* ROSTER WHEN ACTIVE.  A BLANK IMAGE IS A REMOVED RECORD.
062100******************************************************************
062200 5300-EMIT.
062300     IF WS-EMIT-IMAGE = SPACES
062400         ADD 1 TO WS-REMOVED-COUNT
062500     ELSE
062600         MOVE WS-EMIT-IMAGE TO PM-RECORD
062700         WRITE WK-RECORD FROM PM-RECORD
062800         IF WS-FLAT
062900             WRITE FO-RECORD FROM PM-RECORD
063000         END-IF
063100         IF PM-STATUS-ACTIVE
063200             ADD 1 TO WS-ACTIVE-COUNT
063300             PERFORM D200-PRINT-DETAIL THRU D200-EXIT
063400         ELSE
063500             ADD 1 TO WS-DELETED-COUNT
063600         END-IF
063700     END-IF.
063800 5300-EXIT.
063900     EXIT.
064000******************************************************************
064100* D100/D200/D300 PRINT THE ROSTER IN PERSRPT LAYOUT.
064200******************************************************************
064300 D100-PRINT-HEADERS.
064400     ADD 1 TO WS-PAGE-NO.
064500     MOVE WS-PAGE-NO TO WS-TITLE-PAGE-NO.
064600     MOVE WS-TITLE-LINE TO RO-LINE.
064700     WRITE RO-LINE AFTER ADVANCING PAGE.
064800     MOVE WS-DATE-LINE TO RO-LINE.
064900     WRITE RO-LINE AFTER ADVANCING 1 LINE.
065000     MOVE SPACES TO RO-LINE.
065100     WRITE RO-LINE AFTER ADVANCING 1 LINE.
065200     MOVE WS-COLUMN-HDR TO RO-LINE.
065300     WRITE RO-LINE AFTER ADVANCING 1 LINE.
065400     MOVE ZERO TO WS-LINE-COUNT.
065500 D100-EXIT.
065600     EXIT.
065700 D200-PRINT-DETAIL.
065800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
065900         PERFORM D100-PRINT-HEADERS THRU D100-EXIT
066000     END-IF.
066100     MOVE PM-ID TO WS-DTL-ID.
066200     MOVE PM-NAME TO WS-DTL-NAME.
066300     MOVE WS-DETAIL-LINE TO RO-LINE.
066400     WRITE RO-LINE AFTER ADVANCING 1 LINE.
066500     ADD 1 TO WS-LINE-COUNT.
066600     ADD 1 TO WS-RECORD-COUNT.
066700 D200-EXIT.
066800     EXIT.
066900 D300-PRINT-TOTALS.
067000     IF WS-PAGE-NO = ZERO
067100         PERFORM D100-PRINT-HEADERS THRU D100-EXIT
067200     END-IF.
067300     MOVE WS-RECORD-COUNT TO WS-TOTAL-COUNT.
067400     MOVE WS-TOTAL-LINE TO RO-LINE.
067500     WRITE RO-LINE AFTER ADVANCING 2 LINES.
067600 D300-EXIT.
067700     EXIT.
067800******************************************************************
067900* DV100-LOAD-DEPT-TABLE AND DV200-FIND-DEPT-NAME ARE PERSDRPT'S
068000* DEPARTMENT NAME LOOKUP, GUARDED THE SAME WAY.
068100******************************************************************
068200 DV100-LOAD-DEPT-TABLE.
068300     OPEN INPUT DEPT-REF.
068400     IF WS-DR-STATUS = "00"
068500         PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT
068600         PERFORM DV120-TAKE-DEPT-REF THRU DV120-EXIT
068700             UNTIL WS-DR-EOF
068800         CLOSE DEPT-REF
068900     END-IF.
069000     IF WS-DEPT-USED = ZERO
069100         DISPLAY "PERSASOF: NO DEPARTMENT REFERENCE FILE -- "
069200             "DEPARTMENT NAMES WILL NOT PRINT"
069300     END-IF.
069400 DV100-EXIT.
069500     EXIT.
069600 DV110-READ-DEPT-REF.
069700     READ DEPT-REF
069800         AT END
069900             SET WS-DR-EOF TO TRUE
070000     END-READ.
070100 DV110-EXIT.
070200     EXIT.
070300 DV120-TAKE-DEPT-REF.
070400     IF WS-DEPT-USED < WS-DEPT-MAX
070500         ADD 1 TO WS-DEPT-USED
070600         MOVE DP-DEPT-CODE TO WS-TAB-DEPT-CODE (WS-DEPT-USED)
070700         MOVE DP-DEPT-NAME TO WS-TAB-DEPT-NAME (WS-DEPT-USED)
070800     ELSE
070900         DISPLAY "PERSASOF: DEPT TABLE FULL -- CODE "
071000             DP-DEPT-CODE " NOT LOADED, RAISE WS-DEPT-MAX"
071100     END-IF.
071200     PERFORM DV110-READ-DEPT-REF THRU DV110-EXIT.
071300 DV120-EXIT.
071400     EXIT.
071500 DV200-FIND-DEPT-NAME.
071600     MOVE ZERO TO WS-DEPT-HIT-SUB.
071700     IF WS-PRIOR-DEPT = SPACES
071800         MOVE "(NO DEPARTMENT)" TO WS-SUB-NAME
071900     ELSE
072000         PERFORM DV210-MATCH-ONE THRU DV210-EXIT
072100             VARYING WS-DP FROM 1 BY 1
072200             UNTIL WS-DP > WS-DEPT-USED
072300                 OR WS-DEPT-HIT-SUB > ZERO
072400         IF WS-DEPT-HIT-SUB > ZERO
072500             MOVE WS-TAB-DEPT-NAME (WS-DEPT-HIT-SUB)
072600                 TO WS-SUB-NAME
072700         ELSE
072800             MOVE "(NOT ON DEPT FILE)" TO WS-SUB-NAME
072900         END-IF
073000     END-IF.
073100 DV200-EXIT.
073200     EXIT.
073300 DV210-MATCH-ONE.
073400     IF WS-TAB-DEPT-CODE (WS-DP) = WS-PRIOR-DEPT
073500         MOVE WS-DP TO WS-DEPT-HIT-SUB
073600     END-IF.
073700 DV210-EXIT.
073800     EXIT.
073900******************************************************************
074000* 6000-EXTRACT-WORK (SORT INPUT PROCEDURE) RELEASES ONE SORT
074100* RECORD PER ACTIVE REBUILT RECORD, READ BACK FROM THE WORK FILE.
074200******************************************************************
074300 6000-EXTRACT-WORK.
074400     OPEN INPUT WORK-FILE.
074500     MOVE 'N' TO WS-EOF-SW.
074600     PERFORM 6100-READ-WORK THRU 6100-EXIT.
074700     PERFORM 6200-RELEASE-ACTIVE THRU 6200-EXIT
074800         UNTIL WS-EOF.
074900     CLOSE WORK-FILE.
075000 6000-EXIT.
075100     EXIT.
075200 6100-READ-WORK.
075300     READ WORK-FILE INTO PM-RECORD
075400         AT END
075500             SET WS-EOF TO TRUE
075600     END-READ.
075700 6100-EXIT.
075800     EXIT.
075900 6200-RELEASE-ACTIVE.
076000     IF PM-STATUS-ACTIVE
076100         MOVE PM-DEPT-CODE TO SR-DEPT-CODE
076200         MOVE PM-ID TO SR-ID
076300         MOVE PM-NAME TO SR-NAME
076400         MOVE PM-JOB-TITLE TO SR-JOB-TITLE
076500         MOVE PM-HIRE-DATE TO SR-HIRE-DATE
076600         RELEASE SR-RECORD
076700     END-IF.
076800     PERFORM 6100-READ-WORK THRU 6100-EXIT.
076900 6200-EXIT.
077000     EXIT.
077100******************************************************************
077200* 7000-PRINT-DEPT-ROSTER (SORT OUTPUT PROCEDURE) PRINTS THE
077300* DEPARTMENT ROLLUP IN PERSDRPT LAYOUT: A SUBTOTAL AT EACH
077400* DEPARTMENT BREAK AND A GRAND TOTAL AT THE END.
077500******************************************************************
077600 7000-PRINT-DEPT-ROSTER.
077700     MOVE 'N' TO WS-SORT-EOF-SW.
077800     PERFORM 7200-RETURN-SORTED THRU 7200-EXIT.
077900     PERFORM 7100-PRINT-ONE THRU 7100-EXIT
078000         UNTIL WS-SORT-EOF.
078100     IF NOT WS-FIRST-REC
078200         PERFORM E250-PRINT-SUBTOTAL THRU E250-EXIT
078300     END-IF.
078400     IF WS-PAGE-NO = ZERO
078500         PERFORM E100-PRINT-HEADERS THRU E100-EXIT
078600     END-IF.
078700     MOVE WS-RECORD-COUNT TO WS-TOTAL-COUNT.
078800     MOVE WS-TOTAL-LINE TO DO-LINE.
078900     WRITE DO-LINE AFTER ADVANCING 2 LINES.
079000 7000-EXIT.
079100     EXIT.
079200 7100-PRINT-ONE.
079300     IF WS-FIRST-REC
079400         MOVE SR-DEPT-CODE TO WS-PRIOR-DEPT
079500         MOVE 'N' TO WS-FIRST-REC-SW
079600     ELSE
079700         IF SR-DEPT-CODE NOT = WS-PRIOR-DEPT
079800             PERFORM E250-PRINT-SUBTOTAL THRU E250-EXIT
079900             MOVE SR-DEPT-CODE TO WS-PRIOR-DEPT
080000         END-IF
080100     END-IF.
080200     PERFORM E200-PRINT-DETAIL THRU E200-EXIT.
080300     PERFORM 7200-RETURN-SORTED THRU 7200-EXIT.
080400 7100-EXIT.
080500     EXIT.
080600 7200-RETURN-SORTED.
080700     RETURN DEPT-SORT
080800         AT END
080900             SET WS-SORT-EOF TO TRUE
081000     END-RETURN.
081100 7200-EXIT.
081200     EXIT.
081300 E100-PRINT-HEADERS.
081400     ADD 1 TO WS-PAGE-NO.
081500     MOVE WS-PAGE-NO TO WS-D-TITLE-PAGE-NO.
081600     MOVE WS-D-TITLE-LINE TO DO-LINE.
081700     WRITE DO-LINE AFTER ADVANCING PAGE.
081800     MOVE WS-DATE-LINE TO DO-LINE.
081900     WRITE DO-LINE AFTER ADVANCING 1 LINE.
082000     MOVE SPACES TO DO-LINE.
082100     WRITE DO-LINE AFTER ADVANCING 1 LINE.
082200     MOVE WS-D-COLUMN-HDR TO DO-LINE.
082300     WRITE DO-LINE AFTER ADVANCING 1 LINE.
082400     MOVE ZERO TO WS-LINE-COUNT.
082500 E100-EXIT.
082600     EXIT.
082700 E200-PRINT-DETAIL.
082800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
082900         PERFORM E100-PRINT-HEADERS THRU E100-EXIT
083000     END-IF.
083100     MOVE SR-DEPT-CODE TO WS-D-DTL-DEPT.
083200     MOVE SR-ID TO WS-D-DTL-ID.
083300     MOVE SR-NAME (1:40) TO WS-D-DTL-NAME.
083400     MOVE SR-JOB-TITLE TO WS-D-DTL-TITLE.
083500     MOVE SR-HIRE-DATE TO WS-D-DTL-HIRE.
083600     MOVE WS-D-DETAIL-LINE TO DO-LINE.
083700     WRITE DO-LINE AFTER ADVANCING 1 LINE.
083800     ADD 1 TO WS-LINE-COUNT.
083900     ADD 1 TO WS-DEPT-COUNT.
084000     ADD 1 TO WS-RECORD-COUNT.
084100 E200-EXIT.
084200     EXIT.
084300 E250-PRINT-SUBTOTAL.
084400     MOVE WS-PRIOR-DEPT TO WS-SUB-DEPT.
084500     PERFORM DV200-FIND-DEPT-NAME THRU DV200-EXIT.
084600     MOVE WS-DEPT-COUNT TO WS-SUB-COUNT.
084700     MOVE WS-SUBTOTAL-LINE TO DO-LINE.
084800     WRITE DO-LINE AFTER ADVANCING 1 LINE.
084900     MOVE SPACES TO DO-LINE.
085000     WRITE DO-LINE AFTER ADVANCING 1 LINE.
085100     MOVE ZERO TO WS-DEPT-COUNT.
085200     ADD 2 TO WS-LINE-COUNT.
085300 E250-EXIT.
085400     EXIT.
085500******************************************************************
085600* 8000-PRINT-CONTROL ENDS BOTH REPORTS WITH THE CONTROL LINE.
085700******************************************************************
085800 8000-PRINT-CONTROL.
085900     MOVE WS-ASOF-DATE TO WS-CTL-ASOF.
086000     MOVE WS-CUT-DATE TO WS-CTL-CUT.
086100     IF WS-GEN-TARGET > 1
086200         MOVE "-" TO WS-CTL-GEN-SIGN
086300     ELSE
086400         MOVE SPACE TO WS-CTL-GEN-SIGN
086500     END-IF.
086600     COMPUTE WS-CTL-GEN = WS-GEN-TARGET - 1.
086700     MOVE WS-APPLIED-COUNT TO WS-CTL-APPLIED.
086800     MOVE WS-ACTIVE-COUNT TO WS-CTL-ACTIVE.
086900     MOVE WS-DELETED-COUNT TO WS-CTL-DELETED.
087000     MOVE WS-CONTROL-LINE TO RO-LINE.
087100     WRITE RO-LINE AFTER ADVANCING 2 LINES.
087200     MOVE WS-CONTROL-LINE TO DO-LINE.
087300     WRITE DO-LINE AFTER ADVANCING 2 LINES.
087400     DISPLAY "PERSASOF: AS OF " WS-ASOF-DATE " FROM SNAPSHOT CUT "
087500         WS-CUT-DATE ", " WS-APPLIED-COUNT " AUDIT ENTRIES, "
087600         WS-ACTIVE-COUNT " ACTIVE, " WS-DELETED-COUNT " DELETED".
087700 8000-EXIT.
087800     EXIT.
087900******************************************************************
088000* Z100-REFUSE PUTS THE REASON ON THE ROSTER REPORT AND SYSOUT.
088100* ONLY THE FIRST REASON IS PRINTED.
088200******************************************************************
088300 Z100-REFUSE.
088400     IF NOT WS-REFUSED
088500         MOVE WS-MSG-LINE TO RO-LINE
088600         WRITE RO-LINE AFTER ADVANCING 1 LINE
088700         DISPLAY "PERSASOF: " WS-MSG-LINE
088800         DISPLAY "PERSASOF: AS-OF ROSTER NOT PRODUCED"
088900         SET WS-REFUSED TO TRUE
089000         MOVE 8 TO RETURN-CODE
089100     END-IF.
089200 Z100-EXIT.
089300     EXIT.
089400 3000-TERMINATE.
089500     CLOSE ROSTER-RPT.
089600     CLOSE DEPT-RPT.
089700 3000-EXIT.
089800     EXIT.
089900 9999-EXIT.
090000     STOP RUN.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSTRND.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSTRND IS THE NIGHT-RUN TREND REPORT, RUN ON DEMAND FROM
001000* PERSTRND.JCL.  IT READS THE PERSSUM RUN HISTORY (PERSRUN.CPY)
001100* AND PRINTS ONE LINE PER HISTORY LINE IN THE WINDOW -- THE
001200* NIGHT'S FILE VERDICT, ADDS, CHANGES, DELETES, REJECTS, REJECT
001300* RATE, PENDING COUNT AND ITS GROWTH SINCE THE LAST ACCEPTED
001400* NIGHT, APPROVAL-QUEUE HOLDS, FULL AND DELTA FEED COUNTS, AND THE
001500* PERSVOLG VOLUME GUARD'S VERDICT, WITH A NIGHT THE GUARD FOUND IN
001600* BREACH (HELD, OR RELEASED BY OVERRIDE) FLAGGED.  A NIGHT RUN
001700* TWICE (HELD, THEN RESUBMITTED) SHOWS BOTH LINES.
001800*
001900* THE DETAIL WINDOW IS THE DAYS ON THE SYSIN CARD, COLUMNS 1-3
002000* (030 OR 090 ARE THE USUAL CARDS).  A MISSING, BLANK, ZERO OR
002100* NON-NUMERIC CARD MEANS 30.  WHATEVER THE CARD SAYS, THE REPORT
002200* ENDS WITH A SUMMARY OF THE LAST 30 AND THE LAST 90 DAYS: NIGHTS
002300* RUN, ACCEPTED, HELD AND OVERRIDDEN, AVERAGE VOLUMES PER
002400* ACCEPTED NIGHT, THE REJECT RATE, PENDING GROWTH, AND AVERAGE
002500* FEED COUNTS.  A REFUSED OR HELD NIGHT CARRIES ZERO COUNTS ON THE
002600* HISTORY, SO ONLY ACCEPTED NIGHTS ENTER THE AVERAGES.
002700*
002800* MODIFICATION HISTORY
002900*     10/15/2026 RLM  INITIAL VERSION
002910*     10/15/2026 RLM  THE HELD COLUMN IS LEFT BLANK FOR A HISTORY
002920*                     LINE WRITTEN BEFORE RH-HELD-COUNT EXISTED
002930*                     (SPACES IN THE OLD FILLER).
002950*     10/15/2026 RLM  THE SYSIN CARD IS TESTED WHILE IT IS STILL
002970*                     READ, NOT AFTER THE CLOSE.  THE PASSES ARE
002990*                     IF/ELSE AND PERFORM ONLY, WITH NO BRANCHES.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTROL-CARD ASSIGN TO SYSIN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CC-STATUS.
003700     SELECT RUN-HISTORY ASSIGN TO PERSRUNH
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RH-STATUS.
004000     SELECT TREND-RPT ASSIGN TO PERSTRNR
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CONTROL-CARD
004500     RECORDING MODE IS F.
004600 01  CC-RECORD.
004700     05  CC-DAYS                   PIC 9(03).
004800     05  CC-DAYS-X REDEFINES CC-DAYS
004900                                   PIC X(03).
005000     05  FILLER                    PIC X(77).
005100 FD  RUN-HISTORY
005200     RECORDING MODE IS F.
005300     COPY "persrun.cpy".
005400 FD  TREND-RPT
005500     RECORDING MODE IS F.
005600 01  TR-LINE                       PIC X(132).
005700 WORKING-STORAGE SECTION.
005800 77  WS-CC-STATUS                  PIC X(02).
005900 77  WS-RH-STATUS                  PIC X(02).
006000 77  WS-RH-EOF-SW                  PIC X(01) VALUE 'N'.
006100     88  WS-RH-EOF                     VALUE 'Y'.
006200 77  WS-DAYS                       PIC 9(03) VALUE 030.
006300 77  WS-DEFAULT-DAYS               PIC 9(03) VALUE 030.
006400 77  WS-TODAY-DAY-NO               PIC 9(07) COMP.
006500 77  WS-RUN-DAY-NO                 PIC 9(07) COMP.
006600 77  WS-DAYS-AGO                   PIC 9(07) COMP.
006700 77  WS-SX                         PIC 9(04) COMP.
006800 77  WS-LINE-COUNT                 PIC 9(08) VALUE ZERO.
006900 77  WS-BAD-DATE-COUNT             PIC 9(08) VALUE ZERO.
007000 77  WS-PRIOR-PENDING              PIC 9(08) VALUE ZERO.
007100 77  WS-PRIOR-SW                   PIC X(01) VALUE 'N'.
007200     88  WS-HAVE-PRIOR                 VALUE 'Y'.
007300 77  WS-VOLUME                     PIC 9(09).
007400 77  WS-RATE                       PIC 9(03)V9.
007500 77  WS-GROWTH                     PIC S9(08).
007600 77  WS-AVERAGE                    PIC 9(08).
007700 01  WS-TODAY                      PIC 9(08).
007800*    THE TWO SUMMARY WINDOWS, 30 AND 90 DAYS.
007900 01  WS-SUMMARY-TABLE.
008000     05  WS-SM-ENTRY OCCURS 2 TIMES.
008100         10  WS-SM-DAYS            PIC 9(03).
008200         10  WS-SM-NIGHTS          PIC 9(08).
008300         10  WS-SM-ACCEPTED        PIC 9(08).
008400         10  WS-SM-HELD            PIC 9(08).
008500         10  WS-SM-OVERRIDDEN      PIC 9(08).
008600         10  WS-SM-ADDS            PIC 9(10).
008700         10  WS-SM-CHANGES         PIC 9(10).
008800         10  WS-SM-DELETES         PIC 9(10).
008900         10  WS-SM-REJECTS         PIC 9(10).
009000         10  WS-SM-FULL-FEED       PIC 9(10).
009100         10  WS-SM-DELTA-FEED      PIC 9(10).
009200         10  WS-SM-FIRST-PENDING   PIC 9(08).
009300         10  WS-SM-LAST-PENDING    PIC 9(08).
009400*    REPORT LINES.
009500 01  WS-RPT-TITLE.
009600     05  FILLER                    PIC X(24)
009700         VALUE "NIGHT-RUN TREND -- LAST ".
009800     05  WS-RT-DAYS                PIC ZZ9.
009900     05  FILLER                    PIC X(14)
010000         VALUE " DAYS, RUN OF ".
010100     05  WS-RT-DATE                PIC 9(08).
010200     05  FILLER                    PIC X(83) VALUE SPACES.
010300 01  WS-HEAD-LINE.
010400     05  FILLER                    PIC X(10) VALUE "RUN DATE".
010500     05  FILLER                    PIC X(10) VALUE "FILE".
010600     05  FILLER                    PIC X(09) VALUE "     ADDS".
010700     05  FILLER                    PIC X(09) VALUE "  CHANGES".
010800     05  FILLER                    PIC X(09) VALUE "  DELETES".
010900     05  FILLER                    PIC X(09) VALUE "  REJECTS".
011000     05  FILLER                    PIC X(06) VALUE "  REJ%".
011100     05  FILLER                    PIC X(09) VALUE "  PENDING".
011200     05  FILLER                    PIC X(09) VALUE "   GROWTH".
011300     05  FILLER                    PIC X(09) VALUE "     HELD".
011400     05  FILLER                    PIC X(09) VALUE "  FULL FD".
011500     05  FILLER                    PIC X(09) VALUE " DELTA FD".
011600     05  FILLER                    PIC X(02) VALUE SPACES.
011700     05  FILLER                    PIC X(12) VALUE "VOLUME GUARD".
011800     05  FILLER                    PIC X(11) VALUE SPACES.
011900 01  WS-DETAIL-LINE.
012000     05  WS-DL-DATE                PIC 9(08).
012100     05  FILLER                    PIC X(02) VALUE SPACES.
012200     05  WS-DL-VERDICT             PIC X(08).
012300     05  FILLER                    PIC X(03) VALUE SPACES.
012400     05  WS-DL-ADDS                PIC ZZZZZZZ9.
012500     05  FILLER                    PIC X(01) VALUE SPACES.
012600     05  WS-DL-CHANGES             PIC ZZZZZZZ9.
012700     05  FILLER                    PIC X(01) VALUE SPACES.
012800     05  WS-DL-DELETES             PIC ZZZZZZZ9.
012900     05  FILLER                    PIC X(01) VALUE SPACES.
013000     05  WS-DL-REJECTS             PIC ZZZZZZZ9.
013100     05  FILLER                    PIC X(01) VALUE SPACES.
013200     05  WS-DL-RATE                PIC ZZ9.9.
013300     05  FILLER                    PIC X(01) VALUE SPACES.
013400     05  WS-DL-PENDING             PIC ZZZZZZZ9.
013500     05  FILLER                    PIC X(01) VALUE SPACES.
013600     05  WS-DL-GROWTH              PIC +++++++9.
013700     05  WS-DL-GROWTH-X REDEFINES WS-DL-GROWTH
013800                                   PIC X(08).
013900     05  FILLER                    PIC X(01) VALUE SPACES.
014000     05  WS-DL-HELD                PIC ZZZZZZZ9.
014050     05  WS-DL-HELD-X REDEFINES WS-DL-HELD
014060                                   PIC X(08).
014100     05  FILLER                    PIC X(01) VALUE SPACES.
014200     05  WS-DL-FULL-FEED           PIC ZZZZZZZ9.
014300     05  FILLER                    PIC X(01) VALUE SPACES.
014400     05  WS-DL-DELTA-FEED          PIC ZZZZZZZ9.
014500     05  FILLER                    PIC X(02) VALUE SPACES.
014600     05  WS-DL-GUARD               PIC X(12).
014700     05  FILLER                    PIC X(11) VALUE SPACES.
014800 01  WS-NONE-LINE                  PIC X(132)
014900     VALUE "NO RUN-HISTORY LINES IN THE WINDOW".
015000 01  WS-SUM-TITLE.
015100     05  FILLER                    PIC X(05) VALUE "LAST ".
015200     05  WS-ST-DAYS                PIC Z9.
015300     05  FILLER                    PIC X(05) VALUE " DAYS".
015400     05  FILLER                    PIC X(120) VALUE SPACES.
015500 01  WS-SUM-LINE.
015600     05  FILLER                    PIC X(02) VALUE SPACES.
015700     05  WS-SL-LABEL               PIC X(32).
015800     05  WS-SL-VALUE               PIC ZZZZZZZ9.
015900     05  FILLER                    PIC X(90) VALUE SPACES.
016000 01  WS-SUM-RATE-LINE.
016100     05  FILLER                    PIC X(02) VALUE SPACES.
016200     05  FILLER                    PIC X(32)
016300         VALUE "REJECT RATE (PERCENT)".
016400     05  FILLER                    PIC X(03) VALUE SPACES.
016500     05  WS-SR-RATE                PIC ZZ9.9.
016600     05  FILLER                    PIC X(90) VALUE SPACES.
016700 01  WS-SUM-GROWTH-LINE.
016800     05  FILLER                    PIC X(02) VALUE SPACES.
016900     05  FILLER                    PIC X(32)
017000         VALUE "PENDING GROWTH".
017100     05  WS-SG-GROWTH              PIC +++++++9.
017200     05  FILLER                    PIC X(06) VALUE "  (AT ".
017300     05  WS-SG-FIRST               PIC ZZZZZZZ9.
017400     05  FILLER                    PIC X(08) VALUE ", NOW AT".
017500     05  WS-SG-LAST                PIC ZZZZZZZ9.
017600     05  FILLER                    PIC X(01) VALUE ")".
017700     05  FILLER                    PIC X(59) VALUE SPACES.
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
018200     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
018300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
018400     PERFORM 9999-EXIT.
018500 1000-INITIALIZE.
018600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018700     COMPUTE WS-TODAY-DAY-NO =
018800         FUNCTION INTEGER-OF-DATE (WS-TODAY).
018900     PERFORM I100-GET-DAYS THRU I100-EXIT.
019000     INITIALIZE WS-SUMMARY-TABLE.
019100     MOVE 30 TO WS-SM-DAYS (1).
019200     MOVE 90 TO WS-SM-DAYS (2).
019300     OPEN OUTPUT TREND-RPT.
019400     MOVE WS-DAYS TO WS-RT-DAYS.
019500     MOVE WS-TODAY TO WS-RT-DATE.
019600     MOVE WS-RPT-TITLE TO TR-LINE.
019700     WRITE TR-LINE.
019800     MOVE SPACES TO TR-LINE.
019900     WRITE TR-LINE.
020000     MOVE WS-HEAD-LINE TO TR-LINE.
020100     WRITE TR-LINE.
020200 1000-EXIT.
020300     EXIT.
020400******************************************************************
020500* I100-GET-DAYS READS THE SYSIN CARD FOR THE DETAIL WINDOW.  A
020600* MISSING SYSIN, OR A BLANK, ZERO OR NON-NUMERIC CARD, MEANS 30.
020700******************************************************************
020800 I100-GET-DAYS.
020900     MOVE WS-DEFAULT-DAYS TO WS-DAYS.
021000     OPEN INPUT CONTROL-CARD.
021100     IF WS-CC-STATUS = "00"
021200         READ CONTROL-CARD
021300             AT END
021400                 CONTINUE
021500             NOT AT END
021600                 IF CC-DAYS-X IS NUMERIC
021700                         AND CC-DAYS > ZERO
021800                     MOVE CC-DAYS TO WS-DAYS
021900                 END-IF
022000         END-READ
022100         CLOSE CONTROL-CARD
022200     END-IF.
022400 I100-EXIT.
022500     EXIT.
022600******************************************************************
022700* 2000-READ-HISTORY READS THE WHOLE RUN HISTORY, OLDEST FIRST.
022800* EVERY LINE FEEDS THE PENDING-GROWTH CHAIN; A LINE INSIDE THE
022900* DETAIL WINDOW PRINTS, AND ONE INSIDE A SUMMARY WINDOW COUNTS.
023000******************************************************************
023100 2000-READ-HISTORY.
023200     OPEN INPUT RUN-HISTORY.
023300     IF WS-RH-STATUS = "00"
023400         PERFORM H100-READ-HISTORY THRU H100-EXIT
023500         PERFORM H200-TAKE-NIGHT THRU H200-EXIT
023600             UNTIL WS-RH-EOF
023700         CLOSE RUN-HISTORY
023800     ELSE
023900         DISPLAY "PERSTRND: RUN HISTORY OPEN FAILED, STATUS "
024000             WS-RH-STATUS
024100         MOVE 8 TO RETURN-CODE
024200     END-IF.
024300 2000-EXIT.
024400     EXIT.
024500 H100-READ-HISTORY.
024600     READ RUN-HISTORY
024700         AT END
024800             SET WS-RH-EOF TO TRUE
024900     END-READ.
025000 H100-EXIT.
025100     EXIT.
025150 H200-TAKE-NIGHT.
025200     IF RH-RUN-DATE IS NOT NUMERIC
025250         ADD 1 TO WS-BAD-DATE-COUNT
025300     ELSE
025350         PERFORM H210-TAKE-DATED-NIGHT THRU H210-EXIT
025400     END-IF.
025450     PERFORM H100-READ-HISTORY THRU H100-EXIT.
025500 H200-EXIT.
025550     EXIT.
025600 H210-TAKE-DATED-NIGHT.
025700     COMPUTE WS-RUN-DAY-NO =
025800         FUNCTION INTEGER-OF-DATE (RH-RUN-DATE).
025900     IF WS-RUN-DAY-NO > WS-TODAY-DAY-NO
026000         MOVE ZERO TO WS-DAYS-AGO
026100     ELSE
026200         COMPUTE WS-DAYS-AGO = WS-TODAY-DAY-NO - WS-RUN-DAY-NO
026300     END-IF.
026400     IF WS-DAYS-AGO NOT > WS-DAYS
026500         PERFORM D100-PRINT-NIGHT THRU D100-EXIT
026600     END-IF.
026700     PERFORM S100-COUNT-NIGHT THRU S100-EXIT
026800         VARYING WS-SX FROM 1 BY 1
026900         UNTIL WS-SX > 2.
027000     IF RH-FILE-ACCEPTED
027100         MOVE RH-PENDING-COUNT TO WS-PRIOR-PENDING
027200         SET WS-HAVE-PRIOR TO TRUE
027300     END-IF.
027400 H210-EXIT.
027500     EXIT.
027800******************************************************************
027900* D100-PRINT-NIGHT PRINTS ONE HISTORY LINE.  THE REJECT RATE IS
028000* REJECTS OVER ALL TRANSACTIONS THE UPDATE TOOK; GROWTH IS ONLY
028100* SHOWN FOR AN ACCEPTED NIGHT WITH AN ACCEPTED NIGHT BEFORE IT.
028200******************************************************************
028300 D100-PRINT-NIGHT.
028400     ADD 1 TO WS-LINE-COUNT.
028500     MOVE RH-RUN-DATE TO WS-DL-DATE.
028600     MOVE RH-FILE-VERDICT TO WS-DL-VERDICT.
028700     MOVE RH-ADD-COUNT TO WS-DL-ADDS.
028800     MOVE RH-CHANGE-COUNT TO WS-DL-CHANGES.
028900     MOVE RH-DELETE-COUNT TO WS-DL-DELETES.
029000     MOVE RH-REJECT-COUNT TO WS-DL-REJECTS.
029100     COMPUTE WS-VOLUME = RH-ADD-COUNT + RH-CHANGE-COUNT
029200         + RH-DELETE-COUNT + RH-REJECT-COUNT.
029300     IF WS-VOLUME = ZERO
029400         MOVE ZERO TO WS-RATE
029500     ELSE
029600         COMPUTE WS-RATE ROUNDED =
029700             RH-REJECT-COUNT * 100 / WS-VOLUME
029800     END-IF.
029900     MOVE WS-RATE TO WS-DL-RATE.
030000     MOVE RH-PENDING-COUNT TO WS-DL-PENDING.
030100     IF RH-FILE-ACCEPTED AND WS-HAVE-PRIOR
030200         COMPUTE WS-GROWTH = RH-PENDING-COUNT - WS-PRIOR-PENDING
030300         MOVE WS-GROWTH TO WS-DL-GROWTH
030400     ELSE
030500         MOVE SPACES TO WS-DL-GROWTH-X
030600     END-IF.
030700     IF RH-HELD-COUNT IS NUMERIC
030710         MOVE RH-HELD-COUNT TO WS-DL-HELD
030720     ELSE
030730         MOVE SPACES TO WS-DL-HELD-X
030740     END-IF.
030800     MOVE RH-FULL-FEED-COUNT TO WS-DL-FULL-FEED.
030900     MOVE RH-DELTA-FEED-COUNT TO WS-DL-DELTA-FEED.
031000     EVALUATE TRUE
031100         WHEN RH-VOLUME-HELD
031200             MOVE "** HELD **" TO WS-DL-GUARD
031300         WHEN RH-VOLUME-OVERRIDDEN
031400             MOVE "** OVERRIDE" TO WS-DL-GUARD
031500         WHEN RH-VOLUME-PASSED
031600             MOVE "PASSED" TO WS-DL-GUARD
031700         WHEN RH-VOLUME-NO-HISTORY
031800             MOVE "NO HISTORY" TO WS-DL-GUARD
031900         WHEN RH-VOLUME-NOT-CHECKED
032000             MOVE "NOT CHECKED" TO WS-DL-GUARD
032100         WHEN OTHER
032200             MOVE SPACES TO WS-DL-GUARD
032300     END-EVALUATE.
032400     MOVE WS-DETAIL-LINE TO TR-LINE.
032500     WRITE TR-LINE.
032600 D100-EXIT.
032700     EXIT.
032800******************************************************************
032900* S100-COUNT-NIGHT ADDS ONE HISTORY LINE INTO SUMMARY WINDOW
033000* WS-SX WHEN IT FALLS INSIDE IT.
033100******************************************************************
033200 S100-COUNT-NIGHT.
033250     IF WS-DAYS-AGO NOT > WS-SM-DAYS (WS-SX)
033300         ADD 1 TO WS-SM-NIGHTS (WS-SX)
033350         IF RH-VOLUME-HELD
033400             ADD 1 TO WS-SM-HELD (WS-SX)
033450         END-IF
033500         IF RH-VOLUME-OVERRIDDEN
033550             ADD 1 TO WS-SM-OVERRIDDEN (WS-SX)
033600         END-IF
033650         IF RH-FILE-ACCEPTED
033700             PERFORM S110-COUNT-ACCEPTED THRU S110-EXIT
033750         END-IF
033800     END-IF.
033850 S100-EXIT.
033900     EXIT.
033950 S110-COUNT-ACCEPTED.
034600     ADD 1 TO WS-SM-ACCEPTED (WS-SX).
034700     ADD RH-ADD-COUNT TO WS-SM-ADDS (WS-SX).
034800     ADD RH-CHANGE-COUNT TO WS-SM-CHANGES (WS-SX).
034900     ADD RH-DELETE-COUNT TO WS-SM-DELETES (WS-SX).
035000     ADD RH-REJECT-COUNT TO WS-SM-REJECTS (WS-SX).
035100     ADD RH-FULL-FEED-COUNT TO WS-SM-FULL-FEED (WS-SX).
035200     ADD RH-DELTA-FEED-COUNT TO WS-SM-DELTA-FEED (WS-SX).
035300     IF WS-SM-ACCEPTED (WS-SX) = 1
035400         MOVE RH-PENDING-COUNT TO WS-SM-FIRST-PENDING (WS-SX)
035500     END-IF.
035600     MOVE RH-PENDING-COUNT TO WS-SM-LAST-PENDING (WS-SX).
035700 S110-EXIT.
035800     EXIT.
035900******************************************************************
036000* 4000-PRINT-SUMMARY PRINTS THE 30-DAY AND 90-DAY SUMMARIES.
036100******************************************************************
036200 4000-PRINT-SUMMARY.
036300     IF WS-LINE-COUNT = ZERO
036400         WRITE TR-LINE FROM WS-NONE-LINE
036500     END-IF.
036600     PERFORM P100-PRINT-WINDOW THRU P100-EXIT
036700         VARYING WS-SX FROM 1 BY 1
036800         UNTIL WS-SX > 2.
036900 4000-EXIT.
037000     EXIT.
037100 P100-PRINT-WINDOW.
037200     MOVE SPACES TO TR-LINE.
037300     WRITE TR-LINE.
037400     MOVE WS-SM-DAYS (WS-SX) TO WS-ST-DAYS.
037500     MOVE WS-SUM-TITLE TO TR-LINE.
037600     WRITE TR-LINE.
037700     MOVE "NIGHTS ON THE HISTORY" TO WS-SL-LABEL.
037800     MOVE WS-SM-NIGHTS (WS-SX) TO WS-SL-VALUE.
037900     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
038000     MOVE "NIGHTS ACCEPTED" TO WS-SL-LABEL.
038100     MOVE WS-SM-ACCEPTED (WS-SX) TO WS-SL-VALUE.
038200     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
038300     MOVE "NIGHTS HELD BY VOLUME GUARD" TO WS-SL-LABEL.
038400     MOVE WS-SM-HELD (WS-SX) TO WS-SL-VALUE.
038500     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
038600     MOVE "NIGHTS RELEASED BY OVERRIDE" TO WS-SL-LABEL.
038700     MOVE WS-SM-OVERRIDDEN (WS-SX) TO WS-SL-VALUE.
038800     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
038850     IF WS-SM-ACCEPTED (WS-SX) > ZERO
038900         PERFORM P110-PRINT-AVERAGES THRU P110-EXIT
038950     END-IF.
039000 P100-EXIT.
039050     EXIT.
039100 P110-PRINT-AVERAGES.
039200     MOVE "AVERAGE ADDS PER NIGHT" TO WS-SL-LABEL.
039300     COMPUTE WS-AVERAGE ROUNDED =
039400         WS-SM-ADDS (WS-SX) / WS-SM-ACCEPTED (WS-SX).
039500     MOVE WS-AVERAGE TO WS-SL-VALUE.
039600     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
039700     MOVE "AVERAGE CHANGES PER NIGHT" TO WS-SL-LABEL.
039800     COMPUTE WS-AVERAGE ROUNDED =
039900         WS-SM-CHANGES (WS-SX) / WS-SM-ACCEPTED (WS-SX).
040000     MOVE WS-AVERAGE TO WS-SL-VALUE.
040100     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
040200     MOVE "AVERAGE DELETES PER NIGHT" TO WS-SL-LABEL.
040300     COMPUTE WS-AVERAGE ROUNDED =
040400         WS-SM-DELETES (WS-SX) / WS-SM-ACCEPTED (WS-SX).
040500     MOVE WS-AVERAGE TO WS-SL-VALUE.
040600     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
040700     MOVE "AVERAGE REJECTS PER NIGHT" TO WS-SL-LABEL.
040800     COMPUTE WS-AVERAGE ROUNDED =
040900         WS-SM-REJECTS (WS-SX) / WS-SM-ACCEPTED (WS-SX).
041000     MOVE WS-AVERAGE TO WS-SL-VALUE.
041100     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
041200     COMPUTE WS-VOLUME = WS-SM-ADDS (WS-SX)
041300         + WS-SM-CHANGES (WS-SX) + WS-SM-DELETES (WS-SX)
041400         + WS-SM-REJECTS (WS-SX).
041500     IF WS-VOLUME = ZERO
041600         MOVE ZERO TO WS-RATE
041700     ELSE
041800         COMPUTE WS-RATE ROUNDED =
041900             WS-SM-REJECTS (WS-SX) * 100 / WS-VOLUME
042000     END-IF.
042100     MOVE WS-RATE TO WS-SR-RATE.
042200     MOVE WS-SUM-RATE-LINE TO TR-LINE.
042300     WRITE TR-LINE.
042400     COMPUTE WS-GROWTH = WS-SM-LAST-PENDING (WS-SX)
042500         - WS-SM-FIRST-PENDING (WS-SX).
042600     MOVE WS-GROWTH TO WS-SG-GROWTH.
042700     MOVE WS-SM-FIRST-PENDING (WS-SX) TO WS-SG-FIRST.
042800     MOVE WS-SM-LAST-PENDING (WS-SX) TO WS-SG-LAST.
042900     MOVE WS-SUM-GROWTH-LINE TO TR-LINE.
043000     WRITE TR-LINE.
043100     MOVE "AVERAGE FULL FEED RECORDS" TO WS-SL-LABEL.
043200     COMPUTE WS-AVERAGE ROUNDED =
043300         WS-SM-FULL-FEED (WS-SX) / WS-SM-ACCEPTED (WS-SX).
043400     MOVE WS-AVERAGE TO WS-SL-VALUE.
043500     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
043600     MOVE "AVERAGE DELTA FEED RECORDS" TO WS-SL-LABEL.
043700     COMPUTE WS-AVERAGE ROUNDED =
043800         WS-SM-DELTA-FEED (WS-SX) / WS-SM-ACCEPTED (WS-SX).
043900     MOVE WS-AVERAGE TO WS-SL-VALUE.
044000     PERFORM P200-PRINT-SUM-LINE THRU P200-EXIT.
044100 P110-EXIT.
044200     EXIT.
044300 P200-PRINT-SUM-LINE.
044400     MOVE WS-SUM-LINE TO TR-LINE.
044500     WRITE TR-LINE.
044600 P200-EXIT.
044700     EXIT.
044800 3000-TERMINATE.
044900     CLOSE TREND-RPT.
045000     IF WS-BAD-DATE-COUNT > ZERO
045100         DISPLAY "PERSTRND: " WS-BAD-DATE-COUNT
045200             " HISTORY LINES WITH NO VALID DATE SKIPPED"
045300     END-IF.
045400     DISPLAY "PERSTRND: " WS-LINE-COUNT " NIGHTS LISTED".
045500 3000-EXIT.
045600     EXIT.
045700 9999-EXIT.
045800     STOP RUN.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSAROL.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSAROL ROLLS THE AUDIT TRAIL OVER.  PROD.PERSON.AUDITLOG IS
001000* WRITTEN DISP=MOD EVERY NIGHT AND NEVER SHRINKS, AND EVERY READER
001100* OF IT (PERSDLT IN THE NIGHT RUN, PERSHIST, PERSINQ, PERSACTY)
001200* PAID FOR THE WHOLE HISTORY ON EVERY PASS.  RUN AT YEAR END, OR
001300* WHENEVER THE LOG HAS GROWN TOO BIG, THIS PROGRAM
001400*   - COPIES THE CURRENT LOG, IN ITS OWN ORDER, TO A NEW
001500*     GENERATION OF THE AUDIT ARCHIVE GDG (PERSAUDA),
001600*   - ADDS EVERY ENTRY TO THE AUDIT HISTORY INDEX (PERSAUDX,
001700*     PERSAUDX.CPY), A KSDS KEYED BY PERSON ID THAT PERSHIST AND
001800*     PERSINQ READ DIRECTLY,
001900*   - APPENDS THE GENERATION'S ROLL DATE, RECORD COUNT, AND RUN
002000*     DATE SPAN TO THE ARCHIVE INDEX (PERSAGIX, PERSAGIX.CPY) SO
002100*     PERSACTY AND PERSASOF CAN TELL WHICH GENERATIONS A DATE
002200*     RANGE NEEDS, AND
002300*   - EMPTIES THE CURRENT LOG, WHICH PERSNITE GOES ON EXTENDING
002400*     AS BEFORE.  PERSDLT'S READ OF TONIGHT'S ENTRIES IS THEN A
002500*     PASS OVER THE CURRENT GENERATION ONLY.
002600*
002700* THE INDEX IS LOADED THROUGH A SORT ON ITS KEY SO THE FIRST
002800* ROLLOVER CAN LOAD AN EMPTY CLUSTER IN KEY ORDER.  A KEY ALREADY
002900* ON THE INDEX CAN ONLY BE THE SAME ENTRY FROM AN EARLIER ATTEMPT
003000* AT TODAY'S ROLLOVER THAT DID NOT FINISH, AND IS REPLACED.
003100*
003200* THE LOG IS EMPTIED ONLY WHEN EVERYTHING ELSE WORKED.  RETURN
003300* CODE 4 MEANS THE LOG WAS EMPTY AND NOTHING WAS ROLLED; 8 MEANS
003400* THE ROLLOVER WAS REFUSED OR FAILED AND THE LOG WAS LEFT AS IT
003500* WAS.  EITHER WAY PERSAROL.JCL UNCATALOGS THE NEW GENERATION SO
003600* THE GDG AND PERSAGIX STAY IN STEP.  12 MEANS EVERYTHING WAS
003700* ROLLED BUT THE CURRENT LOG COULD NOT BE EMPTIED; THE GENERATION
003800* IS KEPT AND THE LOG MUST BE EMPTIED BY HAND BEFORE THE NEXT
003900* NIGHT RUN.  A SECOND ROLLOVER ON THE
004000* SAME DAY IS REFUSED -- ITS INDEX KEYS WOULD COLLIDE WITH THE
004100* FIRST.
004200*
004300* MODIFICATION HISTORY
004400*     10/15/2026 RLM  INITIAL VERSION
004410*     10/15/2026 RLM  AUDIT RECORD IS NOW 337 (APPROVER ID); THE
004420*                     ARCHIVE AND INDEX ENTRY WIDEN WITH IT.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AU-STATUS.
005200     SELECT AUDIT-ARCH ASSIGN TO PERSAUDA
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AA-STATUS.
005500     SELECT AUDIT-INDEX ASSIGN TO PERSAUDX
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AX-KEY
005900         FILE STATUS IS WS-AX-STATUS.
006000     SELECT GEN-INDEX ASSIGN TO PERSAGIX
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-AG-STATUS.
006300     SELECT INDEX-SORT ASSIGN TO SORTWK.
006400     SELECT ROLL-RPT ASSIGN TO PERSAROR
006500         ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  AUDIT-LOG
006900     RECORDING MODE IS F.
007000     COPY "persaud.cpy".
007100 FD  AUDIT-ARCH
007200     RECORDING MODE IS F.
007300 01  AA-RECORD                     PIC X(337).
007400 FD  AUDIT-INDEX.
007500     COPY "persaudx.cpy".
007600 FD  GEN-INDEX
007700     RECORDING MODE IS F.
007800     COPY "persagix.cpy".
007900 SD  INDEX-SORT.
008000 01  XS-RECORD.
008100     05  XS-KEY.
008200         10  XS-ID                 PIC 9(10).
008300         10  XS-ROLL-DATE          PIC 9(08).
008400         10  XS-ENTRY-NO           PIC 9(09).
008500     05  XS-AUDIT-ENTRY            PIC X(337).
008600 FD  ROLL-RPT
008700     RECORDING MODE IS F.
008800 01  RR-LINE                       PIC X(80).
008900 WORKING-STORAGE SECTION.
009000 77  WS-AU-STATUS                  PIC X(02).
009100 77  WS-AA-STATUS                  PIC X(02).
009200 77  WS-AX-STATUS                  PIC X(02).
009300 77  WS-AG-STATUS                  PIC X(02).
009400 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
009500     88  WS-EOF                        VALUE 'Y'.
009600 77  WS-SORT-EOF-SW                PIC X(01) VALUE 'N'.
009700     88  WS-SORT-EOF                   VALUE 'Y'.
009800 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
009900     88  WS-REFUSED                    VALUE 'Y'.
010000 77  WS-LOG-EMPTIED-SW             PIC X(01) VALUE 'N'.
010100     88  WS-LOG-EMPTIED                VALUE 'Y'.
010200 77  WS-AG-OPEN-SW                 PIC X(01) VALUE 'N'.
010300     88  WS-AG-OPEN                    VALUE 'Y'.
010400 77  WS-AX-OPEN-SW                 PIC X(01) VALUE 'N'.
010500     88  WS-AX-OPEN                    VALUE 'Y'.
010600 77  WS-ROLLED-COUNT               PIC 9(09) VALUE ZERO.
010700 77  WS-ADDED-COUNT                PIC 9(09) VALUE ZERO.
010800 77  WS-REPLACED-COUNT             PIC 9(09) VALUE ZERO.
010900 77  WS-GEN-COUNT                  PIC 9(04) VALUE ZERO.
011000 01  WS-TODAY                      PIC 9(08).
011100 01  WS-LAST-ROLL-DATE             PIC 9(08) VALUE ZERO.
011200 01  WS-PRIOR-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
011300 01  WS-FIRST-RUN-DATE             PIC 9(08) VALUE ZERO.
011400 01  WS-LAST-RUN-DATE              PIC 9(08) VALUE ZERO.
011500 01  WS-MSG-LINE                   PIC X(80).
011600 01  WS-TITLE-LINE.
011700     05  FILLER                    PIC X(28)
011800         VALUE "PERSON AUDIT TRAIL ROLLOVER".
011900     05  FILLER                    PIC X(10) VALUE "ROLL DATE ".
012000     05  WS-TITLE-DATE             PIC 9(08).
012100     05  FILLER                    PIC X(34) VALUE SPACES.
012200 01  WS-COUNT-LINE.
012300     05  WS-CNT-LABEL              PIC X(32).
012400     05  WS-CNT-VALUE              PIC ZZZZZZZZ9.
012500     05  FILLER                    PIC X(39) VALUE SPACES.
012600 01  WS-SPAN-LINE.
012700     05  FILLER                    PIC X(32)
012800                                   VALUE "RUN DATES ROLLED".
012900     05  WS-SPAN-FIRST             PIC 9(08).
013000     05  FILLER                    PIC X(04) VALUE " TO ".
013100     05  WS-SPAN-LAST              PIC 9(08).
013200     05  FILLER                    PIC X(28) VALUE SPACES.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013600     IF NOT WS-REFUSED
013700         SORT INDEX-SORT
013800             ON ASCENDING KEY XS-KEY
013900             INPUT PROCEDURE IS 2000-COPY-LOG
014000                 THRU 2000-EXIT
014100             OUTPUT PROCEDURE IS 4000-LOAD-INDEX
014200                 THRU 4000-EXIT
014300     END-IF.
014400     IF NOT WS-REFUSED
014500         IF WS-ROLLED-COUNT = ZERO
014600             DISPLAY "PERSAROL: CURRENT AUDIT LOG IS EMPTY -- "
014700                 "NOTHING ROLLED"
014800             MOVE 4 TO RETURN-CODE
014900         ELSE
015000             PERFORM 5000-RECORD-GENERATION THRU 5000-EXIT
015100             PERFORM 6000-EMPTY-LOG THRU 6000-EXIT
015200         END-IF
015300     END-IF.
015400     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
015500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
015600     PERFORM 9999-EXIT.
015700******************************************************************
015800* 1000-INITIALIZE READS THE ARCHIVE INDEX FOR THE LAST ROLLOVER,
015900* REFUSES A SECOND ROLLOVER TODAY, AND OPENS THE ARCHIVE INDEX
016000* FOR EXTEND AND THE HISTORY INDEX FOR UPDATE -- OR, THE FIRST
016100* TIME, FOR LOADING -- BEFORE ANYTHING IS COPIED.
016200******************************************************************
016300 1000-INITIALIZE.
016400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016500     OPEN OUTPUT ROLL-RPT.
016600     MOVE WS-TODAY TO WS-TITLE-DATE.
016700     MOVE WS-TITLE-LINE TO RR-LINE.
016800     WRITE RR-LINE.
016900     MOVE SPACES TO RR-LINE.
017000     WRITE RR-LINE.
017100     OPEN INPUT GEN-INDEX.
017200     IF WS-AG-STATUS = "00"
017300         PERFORM G100-READ-GEN-INDEX THRU G100-EXIT
017400         PERFORM G110-TAKE-GEN-INDEX THRU G110-EXIT
017500             UNTIL WS-EOF
017600         CLOSE GEN-INDEX
017700     END-IF.
017800     MOVE 'N' TO WS-EOF-SW.
017900     IF WS-LAST-ROLL-DATE = WS-TODAY
018000         MOVE "AUDIT LOG ALREADY ROLLED OVER TODAY" TO WS-MSG-LINE
018100         PERFORM Z100-REFUSE THRU Z100-EXIT
018200     END-IF.
018300     IF NOT WS-REFUSED
018400         OPEN EXTEND GEN-INDEX
018500         IF WS-AG-STATUS NOT = "00"
018600             MOVE "ARCHIVE INDEX (PERSAGIX) OPEN FAILED"
018700                 TO WS-MSG-LINE
018800             PERFORM Z100-REFUSE THRU Z100-EXIT
018900         ELSE
019000             SET WS-AG-OPEN TO TRUE
019100         END-IF
019200     END-IF.
019300     IF NOT WS-REFUSED
019400         OPEN I-O AUDIT-INDEX
019500         IF WS-AX-STATUS NOT = "00"
019600             OPEN OUTPUT AUDIT-INDEX
019700         END-IF
019800         IF WS-AX-STATUS NOT = "00"
019900             MOVE "HISTORY INDEX (PERSAUDX) OPEN FAILED"
020000                 TO WS-MSG-LINE
020100             PERFORM Z100-REFUSE THRU Z100-EXIT
020200         ELSE
020300             SET WS-AX-OPEN TO TRUE
020400         END-IF
020500     END-IF.
020600 1000-EXIT.
020700     EXIT.
020800 G100-READ-GEN-INDEX.
020900     READ GEN-INDEX
021000         AT END
021100             SET WS-EOF TO TRUE
021200     END-READ.
021300 G100-EXIT.
021400     EXIT.
021500 G110-TAKE-GEN-INDEX.
021600     ADD 1 TO WS-GEN-COUNT.
021700     MOVE AG-ROLL-DATE TO WS-LAST-ROLL-DATE.
021800     MOVE AG-LAST-RUN-DATE TO WS-PRIOR-LAST-RUN-DATE.
021900     PERFORM G100-READ-GEN-INDEX THRU G100-EXIT.
022000 G110-EXIT.
022100     EXIT.
022200******************************************************************
022300* 2000-COPY-LOG (SORT INPUT PROCEDURE) COPIES THE CURRENT LOG TO
022400* THE NEW ARCHIVE GENERATION AND RELEASES ONE INDEX RECORD PER
022500* ENTRY, NUMBERED IN LOG ORDER.
022600******************************************************************
022700 2000-COPY-LOG.
022800     OPEN INPUT AUDIT-LOG.
022900     OPEN OUTPUT AUDIT-ARCH.
023000     IF WS-AU-STATUS NOT = "00"
023100         MOVE "CURRENT AUDIT LOG (PERSAUDT) OPEN FAILED"
023200             TO WS-MSG-LINE
023300         PERFORM Z100-REFUSE THRU Z100-EXIT
023400     ELSE
023500     IF WS-AA-STATUS NOT = "00"
023600         MOVE "ARCHIVE GENERATION (PERSAUDA) OPEN FAILED"
023700             TO WS-MSG-LINE
023800         PERFORM Z100-REFUSE THRU Z100-EXIT
023900     ELSE
024000         PERFORM 2100-READ-LOG THRU 2100-EXIT
024100         PERFORM 2200-COPY-ONE THRU 2200-EXIT
024200             UNTIL WS-EOF
024300     END-IF
024400     END-IF.
024500     CLOSE AUDIT-LOG.
024600     CLOSE AUDIT-ARCH.
024700 2000-EXIT.
024800     EXIT.
024900 2100-READ-LOG.
025000     READ AUDIT-LOG
025100         AT END
025200             SET WS-EOF TO TRUE
025300     END-READ.
025400 2100-EXIT.
025500     EXIT.
025600 2200-COPY-ONE.
025700     ADD 1 TO WS-ROLLED-COUNT.
025800     WRITE AA-RECORD FROM AU-RECORD.
025900     IF WS-FIRST-RUN-DATE = ZERO
026000             OR AU-RUN-DATE < WS-FIRST-RUN-DATE
026100         MOVE AU-RUN-DATE TO WS-FIRST-RUN-DATE
026200     END-IF.
026300     IF AU-RUN-DATE > WS-LAST-RUN-DATE
026400         MOVE AU-RUN-DATE TO WS-LAST-RUN-DATE
026500     END-IF.
026600     MOVE AU-ID TO XS-ID.
026700     MOVE WS-TODAY TO XS-ROLL-DATE.
026800     MOVE WS-ROLLED-COUNT TO XS-ENTRY-NO.
026900     MOVE AU-RECORD TO XS-AUDIT-ENTRY.
027000     RELEASE XS-RECORD.
027100     PERFORM 2100-READ-LOG THRU 2100-EXIT.
027200 2200-EXIT.
027300     EXIT.
027400******************************************************************
027500* 4000-LOAD-INDEX (SORT OUTPUT PROCEDURE) WRITES THE SORTED
027600* RECORDS TO THE HISTORY INDEX.
027700******************************************************************
027800 4000-LOAD-INDEX.
027900     IF NOT WS-REFUSED
028000         PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
028100         PERFORM 4200-WRITE-ONE THRU 4200-EXIT
028200             UNTIL WS-SORT-EOF OR WS-REFUSED
028300     END-IF.
028400 4000-EXIT.
028500     EXIT.
028600 4100-RETURN-SORTED.
028700     RETURN INDEX-SORT
028800         AT END
028900             SET WS-SORT-EOF TO TRUE
029000     END-RETURN.
029100 4100-EXIT.
029200     EXIT.
029300 4200-WRITE-ONE.
029400     MOVE XS-RECORD TO AX-RECORD.
029500     WRITE AX-RECORD
029600         INVALID KEY
029700             PERFORM 4300-REPLACE-ONE THRU 4300-EXIT
029800         NOT INVALID KEY
029900             ADD 1 TO WS-ADDED-COUNT
030000     END-WRITE.
030100     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
030200 4200-EXIT.
030300     EXIT.
030400 4300-REPLACE-ONE.
030500     REWRITE AX-RECORD
030600         INVALID KEY
030700             MOVE "HISTORY INDEX (PERSAUDX) WRITE FAILED"
030800                 TO WS-MSG-LINE
030900             PERFORM Z100-REFUSE THRU Z100-EXIT
031000         NOT INVALID KEY
031100             ADD 1 TO WS-REPLACED-COUNT
031200     END-REWRITE.
031300 4300-EXIT.
031400     EXIT.
031500******************************************************************
031600* 5000-RECORD-GENERATION APPENDS THE NEW GENERATION'S LINE TO THE
031700* ARCHIVE INDEX.  A LOG HOLDING RUN DATES NOT AFTER THE LAST
031800* GENERATION'S IS ROLLED ALL THE SAME, BUT A DATE-RANGE READER
031900* COULD THEN MISS ENTRIES, SO IT IS FLAGGED ON THE REPORT.  IT
032000* DOES NOT SET A RETURN CODE: PERSAROL.JCL TAKES ANY NONZERO CODE
032100* AS NOTHING ROLLED.
032200******************************************************************
032300 5000-RECORD-GENERATION.
032400     MOVE SPACES TO AG-RECORD.
032500     MOVE WS-TODAY TO AG-ROLL-DATE.
032600     MOVE WS-ROLLED-COUNT TO AG-RECORD-COUNT.
032700     MOVE WS-FIRST-RUN-DATE TO AG-FIRST-RUN-DATE.
032800     MOVE WS-LAST-RUN-DATE TO AG-LAST-RUN-DATE.
032900     WRITE AG-RECORD.
033000     IF WS-FIRST-RUN-DATE NOT > WS-PRIOR-LAST-RUN-DATE
033100         MOVE "WARNING - RUN DATES OVERLAP THE LAST GENERATION"
033200             TO RR-LINE
033300         WRITE RR-LINE
033400         DISPLAY "PERSAROL: LOG HELD RUN DATES NOT AFTER THE "
033500             "LAST GENERATION (" WS-PRIOR-LAST-RUN-DATE ")"
033600     END-IF.
033700 5000-EXIT.
033800     EXIT.
033900 6000-EMPTY-LOG.
034000     OPEN OUTPUT AUDIT-LOG.
034100     IF WS-AU-STATUS = "00"
034200         CLOSE AUDIT-LOG
034300         SET WS-LOG-EMPTIED TO TRUE
034400     ELSE
034500         DISPLAY "PERSAROL: CURRENT LOG NOT EMPTIED, STATUS "
034600             WS-AU-STATUS " -- EMPTY IT BEFORE THE NEXT NIGHT RUN"
034700         MOVE 12 TO RETURN-CODE
034800     END-IF.
034900 6000-EXIT.
035000     EXIT.
035100 7000-PRINT-REPORT.
035200     MOVE "ENTRIES ROLLED TO THE ARCHIVE" TO WS-CNT-LABEL.
035300     MOVE WS-ROLLED-COUNT TO WS-CNT-VALUE.
035400     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
035500     MOVE WS-FIRST-RUN-DATE TO WS-SPAN-FIRST.
035600     MOVE WS-LAST-RUN-DATE TO WS-SPAN-LAST.
035700     MOVE WS-SPAN-LINE TO RR-LINE.
035800     WRITE RR-LINE.
035900     MOVE "HISTORY INDEX ENTRIES ADDED" TO WS-CNT-LABEL.
036000     MOVE WS-ADDED-COUNT TO WS-CNT-VALUE.
036100     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
036200     MOVE "HISTORY INDEX ENTRIES REPLACED" TO WS-CNT-LABEL.
036300     MOVE WS-REPLACED-COUNT TO WS-CNT-VALUE.
036400     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
036500     MOVE "GENERATIONS ROLLED BEFORE THIS" TO WS-CNT-LABEL.
036600     MOVE WS-GEN-COUNT TO WS-CNT-VALUE.
036700     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
036800     MOVE SPACES TO RR-LINE.
036900     WRITE RR-LINE.
037000     IF WS-LOG-EMPTIED
037100         MOVE "CURRENT LOG EMPTIED -- ROLLOVER COMPLETE"
037200             TO RR-LINE
037300     ELSE
037400         MOVE "CURRENT LOG NOT EMPTIED -- NOTHING WAS ROLLED OVER"
037500             TO RR-LINE
037600     END-IF.
037700     WRITE RR-LINE.
037800     DISPLAY "PERSAROL: " WS-ROLLED-COUNT " ENTRIES ROLLED, "
037900         WS-ADDED-COUNT " INDEXED, " WS-REPLACED-COUNT
038000         " REPLACED".
038100 7000-EXIT.
038200     EXIT.
038300 7100-PRINT-COUNT.
038400     MOVE WS-COUNT-LINE TO RR-LINE.
038500     WRITE RR-LINE.
038600 7100-EXIT.
038700     EXIT.
038800******************************************************************
038900* Z100-REFUSE PUTS THE REASON ON THE REPORT AND SYSOUT.  ONLY THE
039000* FIRST REASON IS PRINTED.
039100******************************************************************
039200 Z100-REFUSE.
039300     IF NOT WS-REFUSED
039400         MOVE WS-MSG-LINE TO RR-LINE
039500         WRITE RR-LINE
039600         DISPLAY "PERSAROL: " WS-MSG-LINE
039700         SET WS-REFUSED TO TRUE
039800         MOVE 8 TO RETURN-CODE
039900     END-IF.
040000 Z100-EXIT.
040100     EXIT.
040200 3000-TERMINATE.
040300     IF WS-AG-OPEN
040400         CLOSE GEN-INDEX
040500     END-IF.
040600     IF WS-AX-OPEN
040700         CLOSE AUDIT-INDEX
040800     END-IF.
040900     CLOSE ROLL-RPT.
041000 3000-EXIT.
041100     EXIT.
041200 9999-EXIT.
041300     STOP RUN.

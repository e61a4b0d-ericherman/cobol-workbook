001200* MONTH" WITHOUT ANYONE ADDING UP NIGHTLY CONTROL-TOTAL SYSOUT
001300* BY HAND.  FOR A FROM/TO DATE RANGE ON THE SYSIN CARD
001400* (YYYYMMDDYYYYMMDD, BOTH INCLUSIVE) IT PRINTS, PER RUN DATE,
001500* THE ADDS, CHANGES, DELETES, AND REHIRES APPLIED THAT NIGHT, THE
001550* PERIOD TOTALS, THE BUSIEST NIGHT (MOST ENTRIES; EARLIEST DATE
001600* WINS A TIE), AND THE MOST FREQUENTLY CHANGED PM-IDS (TOP 10 BY
001700* TOTAL AUDIT ENTRIES; THE ID SEEN FIRST IN THE LOG WINS A TIE).
001900*
002000* TABLE LIMITS: 400 DISTINCT RUN DATES AND 2000 DISTINCT IDS.
002100* AN OVERFLOW OF EITHER TABLE IS REPORTED ON SYSOUT; AN ID
002200* OVERFLOW IS ALSO MARKED ON THE REPORT AS AN UNDERSTATED
002300* RANKING, AND A DATE OVERFLOW MEANS THE PER-NIGHT LINES AND
002400* PERIOD TOTALS COVER ONLY THE FIRST 400 DATES.
002410*
002420* ONCE PERSAROL HAS ROLLED THE LOG OVER, THE ARCHIVE INDEX
002430* (PERSAGIX) SAYS WHICH RUN DATES EACH ARCHIVE GENERATION AND
002440* THE CURRENT LOG HOLD.  THE CURRENT LOG (PERSAUDT) IS READ ONLY
002441* IF THE RANGE RUNS PAST THE NEWEST GENERATION, AND THE ARCHIVE
002442* GDG (PERSAUDA, ALL GENERATIONS, NEWEST FIRST) ONLY IF IT STARTS
002443* BEFORE THE CURRENT LOG DOES -- AND THEN ONLY AS FAR BACK AS THE
002444* OLDEST GENERATION THE RANGE TOUCHES.  A GENERATION NEWER THAN
002445* THE RANGE IS READ PAST BY ITS INDEX COUNT, AND EVERY ARCHIVED
002446* ENTRY'S RUN DATE IS CHECKED AGAINST ITS GENERATION'S SPAN; AN
002447* INDEX OUT OF STEP WITH THE GDG, OR A GENERATION ROLLED OFF,
002448* REFUSES THE RUN (RETURN CODE 8) RATHER THAN UNDERSTATE IT.
002450*
002500* MODIFICATION HISTORY
002600*     08/22/2026 RLM  INITIAL VERSION
002620*                     RESTRUCTURED AS IF/ELSE, AND THE PROLOGUE
002630*                     NOW DESCRIBES THE TIE BREAK THE RANKING
002640*                     ACTUALLY USES (FIRST SEEN IN THE LOG).
002650*     10/15/2026 RLM  ADDED A REHIRES COLUMN FOR AUDIT TYPE 'R'
002660*                     ENTRIES; THEY COUNT IN THE NIGHT AND PERIOD
002670*                     TOTALS AND THE BUSIEST-NIGHT WEIGHING.
002680*     10/15/2026 RLM  READS ONLY THE AUDIT GENERATIONS THE DATE
002690*                     RANGE COVERS -- THE CURRENT LOG AND/OR THE
002691*                     PERSAROL ARCHIVE, PICKED FROM PERSAGIX.
002695*     10/15/2026 RLM  AUDIT RECORD IS NOW 337 (APPROVER ID).
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
003400         ORGANIZATION IS SEQUENTIAL.
003410     SELECT AUDIT-ARCH ASSIGN TO PERSAUDA
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS WS-AA-STATUS.
003440     SELECT GEN-INDEX ASSIGN TO PERSAGIX
003450         ORGANIZATION IS SEQUENTIAL
003460         FILE STATUS IS WS-AG-STATUS.
003500     SELECT ACTIVITY-RPT ASSIGN TO PERSACTR
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
004800 FD  AUDIT-LOG
004900     RECORDING MODE IS F.
005000     COPY "persaud.cpy".
005010 FD  AUDIT-ARCH
005020     RECORDING MODE IS F.
005030 01  AA-RECORD                     PIC X(337).
005040 FD  GEN-INDEX
005050     RECORDING MODE IS F.
005060     COPY "persagix.cpy".
005100 FD  ACTIVITY-RPT
005200     RECORDING MODE IS F.
005300 01  AC-LINE                       PIC X(132).
005600     88  WS-EOF                        VALUE 'Y'.
005700 77  WS-CARD-OK-SW                 PIC X(01) VALUE 'N'.
005800     88  WS-CARD-OK                    VALUE 'Y'.
005810 77  WS-AA-STATUS                  PIC X(02).
005820 77  WS-AG-STATUS                  PIC X(02).
005830 77  WS-AG-EOF-SW                  PIC X(01) VALUE 'N'.
005840     88  WS-AG-EOF                     VALUE 'Y'.
005850 77  WS-ARCH-DONE-SW               PIC X(01) VALUE 'N'.
005860     88  WS-ARCH-DONE                  VALUE 'Y'.
005870 77  WS-ARCH-BAD-SW                PIC X(01) VALUE 'N'.
005880     88  WS-ARCH-BAD                   VALUE 'Y'.
005890 77  WS-GEN-MAX                    PIC 9(04) COMP VALUE 50.
005891 77  WS-GEN-USED                   PIC 9(04) COMP VALUE ZERO.
005892 77  WS-GX                         PIC 9(04) COMP.
005893 77  WS-GEN-LEFT                   PIC 9(08) VALUE ZERO.
005894 77  WS-CURR-AFTER-DATE            PIC 9(08) VALUE ZERO.
005900 77  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
006000 77  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
006100 77  WS-DATE-MAX                   PIC 9(04) COMP VALUE 400.
007400 77  WS-TOT-ADDS                   PIC 9(08) VALUE ZERO.
007500 77  WS-TOT-CHANGES                PIC 9(08) VALUE ZERO.
007600 77  WS-TOT-DELETES                PIC 9(08) VALUE ZERO.
007650 77  WS-TOT-REHIRES                PIC 9(08) VALUE ZERO.
007700 77  WS-NIGHT-TOTAL                PIC 9(08) VALUE ZERO.
007800 01  WS-DATE-TABLE.
007900     05  WS-DATE-ENTRY OCCURS 400 TIMES.
008100         10  WS-DT-ADDS            PIC 9(08).
008200         10  WS-DT-CHANGES         PIC 9(08).
008300         10  WS-DT-DELETES         PIC 9(08).
008350         10  WS-DT-REHIRES         PIC 9(08).
008400 01  WS-DATE-SWAP                  PIC X(40).
008410 01  WS-GEN-TABLE.
008420     05  WS-GEN-ENTRY OCCURS 50 TIMES.
008430         10  WS-GT-COUNT           PIC 9(08).
008440         10  WS-GT-FIRST-DATE      PIC 9(08).
008450         10  WS-GT-LAST-DATE       PIC 9(08).
008500 01  WS-ID-TABLE.
008600     05  WS-ID-ENTRY OCCURS 2000 TIMES.
008700         10  WS-IT-ID              PIC 9(10).
009900     05  FILLER                    PIC X(10) VALUE "ADDS".
010000     05  FILLER                    PIC X(10) VALUE "CHANGES".
010100     05  FILLER                    PIC X(10) VALUE "DELETES".
010150     05  FILLER                    PIC X(10) VALUE "REHIRES".
010200     05  FILLER                    PIC X(10) VALUE "TOTAL".
010300     05  FILLER                    PIC X(70) VALUE SPACES.
010400 01  WS-DETAIL-LINE.
010500     05  WS-DTL-DATE               PIC 9(08).
010600     05  FILLER                    PIC X(02) VALUE SPACES.
010900     05  WS-DTL-CHANGES            PIC ZZZZZZZ9.
011000     05  FILLER                    PIC X(02) VALUE SPACES.
011100     05  WS-DTL-DELETES            PIC ZZZZZZZ9.
011150     05  FILLER                    PIC X(02) VALUE SPACES.
011160     05  WS-DTL-REHIRES            PIC ZZZZZZZ9.
011200     05  FILLER                    PIC X(02) VALUE SPACES.
011300     05  WS-DTL-TOTAL              PIC ZZZZZZZ9.
011400     05  FILLER                    PIC X(74) VALUE SPACES.
011500 01  WS-TOTALS-LINE.
011600     05  FILLER                    PIC X(10)
011700                                   VALUE "PERIOD    ".
012000     05  WS-TOT-L-CHANGES          PIC ZZZZZZZ9.
012100     05  FILLER                    PIC X(02) VALUE SPACES.
012200     05  WS-TOT-L-DELETES          PIC ZZZZZZZ9.
012250     05  FILLER                    PIC X(02) VALUE SPACES.
012260     05  WS-TOT-L-REHIRES          PIC ZZZZZZZ9.
012300     05  FILLER                    PIC X(02) VALUE SPACES.
012400     05  WS-TOT-L-TOTAL            PIC ZZZZZZZ9.
012500     05  FILLER                    PIC X(74) VALUE SPACES.
012600 01  WS-BUSIEST-LINE.
012700     05  FILLER                    PIC X(15)
012800                                   VALUE "BUSIEST NIGHT  ".
015100     IF WS-CARD-OK
015200         PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT
015300             UNTIL WS-EOF
015310         PERFORM A100-SCAN-ARCHIVE THRU A100-EXIT
015320         IF WS-ARCH-BAD
015330             MOVE 8 TO RETURN-CODE
015340         ELSE
015400             PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
015410         END-IF
015500     ELSE
015600         MOVE 8 TO RETURN-CODE
015700     END-IF.
016800         WRITE AC-LINE
016900         MOVE SPACES TO AC-LINE
017000         WRITE AC-LINE
017050         PERFORM G100-LOAD-GEN-INDEX THRU G100-EXIT
017060         IF WS-TO-DATE > WS-CURR-AFTER-DATE
017100             PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT
017110         ELSE
017120             SET WS-EOF TO TRUE
017130         END-IF
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
022900             MOVE ZERO TO WS-DT-ADDS (WS-HIT-SUB)
023000             MOVE ZERO TO WS-DT-CHANGES (WS-HIT-SUB)
023100             MOVE ZERO TO WS-DT-DELETES (WS-HIT-SUB)
023150             MOVE ZERO TO WS-DT-REHIRES (WS-HIT-SUB)
023200         ELSE
023300             SET WS-DATE-FULL TO TRUE
023400         END-IF
024100                 ADD 1 TO WS-DT-CHANGES (WS-HIT-SUB)
024200             WHEN AU-TYPE-DELETE
024300                 ADD 1 TO WS-DT-DELETES (WS-HIT-SUB)
024350             WHEN AU-TYPE-REHIRE
024360                 ADD 1 TO WS-DT-REHIRES (WS-HIT-SUB)
024400             WHEN OTHER
024500                 CONTINUE
024600         END-EVALUATE
028000     END-IF.
028100 T310-EXIT.
028200     EXIT.
028201******************************************************************
028202* G100-LOAD-GEN-INDEX LOADS THE ARCHIVE INDEX OLDEST FIRST.  ONLY
028203* THE NEWEST WS-GEN-MAX LINES ARE KEPT -- THE GDG HOLDS FEWER --
028204* SO A FULL TABLE SHIFTS UP ONE.  THE CURRENT LOG HOLDS THE RUN
028205* DATES AFTER THE NEWEST GENERATION'S LAST ONE.
028206******************************************************************
028207 G100-LOAD-GEN-INDEX.
028208     OPEN INPUT GEN-INDEX.
028209     IF WS-AG-STATUS = "00"
028210         PERFORM G110-READ-GEN-INDEX THRU G110-EXIT
028211         PERFORM G120-TAKE-GEN-INDEX THRU G120-EXIT
028212             UNTIL WS-AG-EOF
028213         CLOSE GEN-INDEX
028214     END-IF.
028215     IF WS-GEN-USED > ZERO
028216         MOVE WS-GT-LAST-DATE (WS-GEN-USED) TO WS-CURR-AFTER-DATE
028217     END-IF.
028218 G100-EXIT.
028219     EXIT.
028220 G110-READ-GEN-INDEX.
028221     READ GEN-INDEX
028222         AT END
028223             SET WS-AG-EOF TO TRUE
028224     END-READ.
028225 G110-EXIT.
028226     EXIT.
028227 G120-TAKE-GEN-INDEX.
028228     IF WS-GEN-USED = WS-GEN-MAX
028229         PERFORM G130-SHIFT-ONE THRU G130-EXIT
028230             VARYING WS-GX FROM 2 BY 1
028231             UNTIL WS-GX > WS-GEN-USED
028232         SUBTRACT 1 FROM WS-GEN-USED
028233     END-IF.
028234     ADD 1 TO WS-GEN-USED.
028235     MOVE AG-RECORD-COUNT TO WS-GT-COUNT (WS-GEN-USED).
028236     MOVE AG-FIRST-RUN-DATE TO WS-GT-FIRST-DATE (WS-GEN-USED).
028237     MOVE AG-LAST-RUN-DATE TO WS-GT-LAST-DATE (WS-GEN-USED).
028238     PERFORM G110-READ-GEN-INDEX THRU G110-EXIT.
028239 G120-EXIT.
028240     EXIT.
028241 G130-SHIFT-ONE.
028242     MOVE WS-GEN-ENTRY (WS-GX) TO WS-GEN-ENTRY (WS-GX - 1).
028243 G130-EXIT.
028244     EXIT.
028245******************************************************************
028246* A100-SCAN-ARCHIVE READS THE ARCHIVE GENERATIONS, NEWEST FIRST,
028247* WHEN THE RANGE STARTS BEFORE THE CURRENT LOG, AND STOPS AT THE
028248* FIRST GENERATION THAT ENDS BEFORE THE RANGE BEGINS.
028249******************************************************************
028250 A100-SCAN-ARCHIVE.
028251     IF WS-GEN-USED > ZERO
028252             AND WS-FROM-DATE NOT > WS-CURR-AFTER-DATE
028253         OPEN INPUT AUDIT-ARCH
028254         IF WS-AA-STATUS NOT = "00"
028255             DISPLAY "PERSACTY: AUDIT ARCHIVE (PERSAUDA) OPEN "
028256                 "FAILED, STATUS " WS-AA-STATUS
028257             SET WS-ARCH-BAD TO TRUE
028258         ELSE
028259             PERFORM A110-ONE-GENERATION THRU A110-EXIT
028260                 VARYING WS-GX FROM WS-GEN-USED BY -1
028261                 UNTIL WS-GX < 1 OR WS-ARCH-DONE OR WS-ARCH-BAD
028262             CLOSE AUDIT-ARCH
028263         END-IF
028264     END-IF.
028265 A100-EXIT.
028266     EXIT.
028267 A110-ONE-GENERATION.
028268     IF WS-GT-LAST-DATE (WS-GX) < WS-FROM-DATE
028269         SET WS-ARCH-DONE TO TRUE
028270     ELSE
028271         MOVE WS-GT-COUNT (WS-GX) TO WS-GEN-LEFT
028272         PERFORM A120-READ-ONE THRU A120-EXIT
028273             UNTIL WS-GEN-LEFT = ZERO OR WS-ARCH-BAD
028274     END-IF.
028275 A110-EXIT.
028276     EXIT.
028277 A120-READ-ONE.
028278     READ AUDIT-ARCH INTO AU-RECORD
028279         AT END
028280             DISPLAY "PERSACTY: AUDIT ARCHIVE GENERATION ROLLED "
028281                 "OFF OR SHORT -- PERIOD NOT REPORTED"
028282             SET WS-ARCH-BAD TO TRUE
028283         NOT AT END
028284             SUBTRACT 1 FROM WS-GEN-LEFT
028285             IF AU-RUN-DATE < WS-GT-FIRST-DATE (WS-GX)
028286                     OR AU-RUN-DATE > WS-GT-LAST-DATE (WS-GX)
028287                 DISPLAY "PERSACTY: ARCHIVE INDEX OUT OF STEP "
028288                     "WITH THE GDG -- PERIOD NOT REPORTED"
028289                 SET WS-ARCH-BAD TO TRUE
028290             ELSE
028291                 IF AU-RUN-DATE NOT < WS-FROM-DATE
028292                         AND AU-RUN-DATE NOT > WS-TO-DATE
028293                     PERFORM T100-POST-DATE THRU T100-EXIT
028294                     PERFORM T300-POST-ID THRU T300-EXIT
028295                 END-IF
028296             END-IF
028297     END-READ.
028298 A120-EXIT.
028299     EXIT.
028300******************************************************************
028400* 5000-PRINT-SUMMARY SORTS THE DATE TABLE ASCENDING, PRINTS THE
028500* PER-NIGHT LINES AND PERIOD TOTALS, NAMES THE BUSIEST NIGHT,
029800         MOVE WS-TOT-ADDS TO WS-TOT-L-ADDS
029900         MOVE WS-TOT-CHANGES TO WS-TOT-L-CHANGES
030000         MOVE WS-TOT-DELETES TO WS-TOT-L-DELETES
030050         MOVE WS-TOT-REHIRES TO WS-TOT-L-REHIRES
030100         COMPUTE WS-NIGHT-TOTAL =
030200             WS-TOT-ADDS + WS-TOT-CHANGES + WS-TOT-DELETES
030250                 + WS-TOT-REHIRES
030300         MOVE WS-NIGHT-TOTAL TO WS-TOT-L-TOTAL
030400         MOVE SPACES TO AC-LINE
030500         WRITE AC-LINE
033800     MOVE WS-DT-ADDS (WS-I) TO WS-DTL-ADDS.
033900     MOVE WS-DT-CHANGES (WS-I) TO WS-DTL-CHANGES.
034000     MOVE WS-DT-DELETES (WS-I) TO WS-DTL-DELETES.
034050     MOVE WS-DT-REHIRES (WS-I) TO WS-DTL-REHIRES.
034100     COMPUTE WS-NIGHT-TOTAL = WS-DT-ADDS (WS-I)
034200         + WS-DT-CHANGES (WS-I) + WS-DT-DELETES (WS-I)
034250         + WS-DT-REHIRES (WS-I).
034300     MOVE WS-NIGHT-TOTAL TO WS-DTL-TOTAL.
034400     ADD WS-DT-ADDS (WS-I) TO WS-TOT-ADDS.
034500     ADD WS-DT-CHANGES (WS-I) TO WS-TOT-CHANGES.
034600     ADD WS-DT-DELETES (WS-I) TO WS-TOT-DELETES.
034650     ADD WS-DT-REHIRES (WS-I) TO WS-TOT-REHIRES.
034700     MOVE WS-DETAIL-LINE TO AC-LINE.
034800     WRITE AC-LINE.
034900 D200-EXIT.
036300     EXIT.
036400 D310-WEIGH-NIGHT.
036500     IF WS-DT-ADDS (WS-I) + WS-DT-CHANGES (WS-I)
036600             + WS-DT-DELETES (WS-I) + WS-DT-REHIRES (WS-I)
036650             > WS-NIGHT-TOTAL
036700         COMPUTE WS-NIGHT-TOTAL = WS-DT-ADDS (WS-I)
036800             + WS-DT-CHANGES (WS-I) + WS-DT-DELETES (WS-I)
036850             + WS-DT-REHIRES (WS-I)
036900         MOVE WS-I TO WS-BEST-SUB
037000     END-IF.
037100 D310-EXIT.

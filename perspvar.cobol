000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSPVAR.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSPVAR IS THE DEPARTMENTAL HEADCOUNT PLAN VS ACTUAL REPORT,
001000* RUN ON DEMAND FROM PERSPVAR.JCL.  PERSDRPT GIVES MANAGERS
001100* TODAY'S HEADCOUNT, BUT NOT THE AUTHORIZED COUNT THEY PLAN
001200* AGAINST, AND NOBODY SEES THE FUTURE-DATED ADDS AND DELETES
001300* PARKED ON PROD.PERSON.PENDING UNTIL THEY GO IN.  FOR EVERY
001400* DEPARTMENT THIS REPORT PRINTS THE COUNT AUTHORIZED FOR THE
001500* CURRENT PERIOD ON THE PLAN FILE (PERSPLAN.CPY), THE ACTIVE
001600* COUNT ON PERSON-MASTER, AND THE VARIANCE, THEN ONE LINE PER
001700* MONTH -- THIS MONTH FIRST -- WITH THE PENDING ADDS, DELETES,
001800* AND MOVES IN AND OUT FALLING DUE THAT MONTH, THE PROJECTED
001900* HEADCOUNT AT MONTH-END, AND THE COUNT AUTHORIZED FOR THAT
002000* MONTH.  A DEPARTMENT OVER ITS PLAN TODAY IS FLAGGED OVER PLAN
002100* NOW; ONE THAT WILL BE ONCE THE PENDING WORK LANDS IS FLAGGED
002200* WITH THE FIRST MONTH IT GOES OVER, AND EVERY MONTH-END OVER
002300* PLAN IS FLAGGED ON ITS OWN LINE.  THE STEP ENDS RC=4 WHEN ANY
002400* DEPARTMENT IS FLAGGED.
002500*
002600* THE MONTHS SHOWN RUN SIX MONTHS FROM THIS ONE, LONGER WHEN THE
002700* PENDING FILE REACHES FURTHER (PERSUPD PARKS NOTHING MORE THAN
002800* TWO YEARS OUT).  A PLAN RECORD HOLDS FROM ITS PERIOD UNTIL THE
002900* NEXT ONE FOR THE SAME DEPARTMENT; A MONTH BEFORE THE FIRST
003000* PLANNED PERIOD PRINTS NO PLAN AND IS NEVER FLAGGED.
003100*
003200* EACH PENDING RECORD IS COUNTED IN THE MONTH OF ITS EFFECTIVE
003300* DATE AGAINST THE MASTER AS IT STANDS TODAY:
003400*     ADD, ASSIGNED ADD  AN ADD TO ITS PT-DEPT-CODE.
003500*     REHIRE             AN ADD TO ITS PT-DEPT-CODE, OR THE DEPT
003600*                        ON THE MASTER WHEN THE CARD CARRIES NONE.
003700*     DELETE             A DELETE FROM THE PERSON'S MASTER DEPT.
003800*     CHANGE             A MOVE OUT OF THE MASTER DEPT AND INTO
003900*                        PT-DEPT-CODE WHEN THE TWO DIFFER --
004000*                        PERSUPD CARRIES PT-DEPT-CODE ONTO THE
004100*                        MASTER AS IT STANDS; ANY OTHER CHANGE IS
004200*                        NOT MOVEMENT.
004300* A DELETE OR CHANGE WHOSE ID IS NOT ACTIVE ON THE MASTER TODAY
004400* (FOR EXAMPLE ONE THAT FOLLOWS A PENDING ADD OF THE SAME ID) IS
004500* NOT COUNTED, AND IS TALLIED ON THE LAST PAGE WITH THE CHANGES
004600* THAT MOVE NOBODY.  DELETES AND MOVES HELD ON THE APPROVAL QUEUE
004700* ARE NOT ON THE PENDING FILE AND ARE NOT SHOWN.
004800*
004900* DEPARTMENTS PRINT IN DEPTREF ORDER, THEN ANY CODE FOUND ON THE
005000* MASTER OR THE PENDING FILE BUT NOT ON DEPTREF, NAMED (NO
005100* DEPARTMENT) FOR A BLANK CODE OR (NOT ON DEPT FILE) AS ON
005200* PERSDRPT.  A MISSING PLAN FILE PRINTS EVERY DEPARTMENT NO PLAN;
005300* A MISSING PENDING FILE PRINTS NO MOVEMENT.
005400*
005500* MODIFICATION HISTORY
005600*     10/15/2026 RLM  INITIAL VERSION
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT DEPT-REF ASSIGN TO PERSDEPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DR-STATUS.
006400     SELECT PLAN-FILE ASSIGN TO PERSPLAN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-HP-STATUS.
006700     SELECT PERSON-MASTER ASSIGN TO PERSMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PM-ID
007100         FILE STATUS IS WS-PM-STATUS.
007200     SELECT PENDING-IN ASSIGN TO PERSPNDI
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-PI-STATUS.
007500     SELECT VARIANCE-RPT ASSIGN TO PERSPVRR
007600         ORGANIZATION IS SEQUENTIAL.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  DEPT-REF
008000     RECORDING MODE IS F.
008100     COPY "persdept.cpy".
008200 FD  PLAN-FILE
008300     RECORDING MODE IS F.
008400     COPY "persplan.cpy".
008500 FD  PERSON-MASTER.
008600     COPY "persmast.cpy".
008700 FD  PENDING-IN
008800     RECORDING MODE IS F.
008900 01  PI-PEND-RECORD.
009000     05  PI-PEND-TRAN              PIC X(150).
009100     05  PI-PARK-DATE              PIC 9(08).
009200 FD  VARIANCE-RPT
009300     RECORDING MODE IS F.
009400 01  VR-LINE                       PIC X(132).
009500 WORKING-STORAGE SECTION.
009600*    THE PARKED TRANSACTION IMAGE IS PICKED APART HERE -- THE
009700*    PENDING RECORD IS THE PERSTRAN LAYOUT PLUS THE PARK DATE.
009800     COPY "perstran.cpy".
009900 77  WS-DR-STATUS                  PIC X(02).
010000 77  WS-HP-STATUS                  PIC X(02).
010100 77  WS-PM-STATUS                  PIC X(02).
010200 77  WS-PI-STATUS                  PIC X(02).
010300 77  WS-DR-EOF-SW                  PIC X(01) VALUE 'N'.
010400     88  WS-DR-EOF                     VALUE 'Y'.
010500 77  WS-HP-EOF-SW                  PIC X(01) VALUE 'N'.
010600     88  WS-HP-EOF                     VALUE 'Y'.
010700 77  WS-PM-EOF-SW                  PIC X(01) VALUE 'N'.
010800     88  WS-PM-EOF                     VALUE 'Y'.
010900 77  WS-PI-EOF-SW                  PIC X(01) VALUE 'N'.
011000     88  WS-PI-EOF                     VALUE 'Y'.
011100 77  WS-DEPT-MAX                   PIC 9(04) COMP VALUE 0250.
011200 77  WS-DEPT-USED                  PIC 9(04) COMP VALUE ZERO.
011300 77  WS-D                          PIC 9(04) COMP.
011400 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.
011500 77  WS-PLAN-MAX                   PIC 9(04) COMP VALUE 2400.
011600 77  WS-PLAN-USED                  PIC 9(04) COMP VALUE ZERO.
011700 77  WS-P                          PIC 9(04) COMP.
011800 77  WS-MONTH-MAX                  PIC 9(04) COMP VALUE 0025.
011900 77  WS-MIN-MONTHS                 PIC 9(04) COMP VALUE 0006.
012000 77  WS-MONTHS-SHOWN               PIC 9(04) COMP VALUE ZERO.
012100 77  WS-LAST-MONTH                 PIC 9(04) COMP VALUE ZERO.
012200 77  WS-M                          PIC 9(04) COMP.
012300 77  WS-MONTH-SUB                  PIC 9(04) COMP.
012400 77  WS-MONTH-OFFSET               PIC S9(07) COMP.
012500 77  WS-YEAR-ADD                   PIC 9(04) COMP.
012600 77  WS-MONTH-REM                  PIC 9(04) COMP.
012700 77  WS-FIND-CODE                  PIC X(04).
012800 77  WS-FIND-PERIOD                PIC 9(06).
012900 77  WS-BEST-PERIOD                PIC 9(06).
013000 77  WS-AUTH-SW                    PIC X(01).
013100     88  WS-AUTH-FOUND                 VALUE 'Y'.
013200     88  WS-AUTH-NONE                  VALUE 'N'.
013300 77  WS-AUTH-VALUE                 PIC 9(05).
013400 77  WS-POST-TYPE                  PIC X(01).
013500     88  WS-POST-ADD                   VALUE 'A'.
013600     88  WS-POST-DELETE                VALUE 'D'.
013700     88  WS-POST-IN                    VALUE 'I'.
013800     88  WS-POST-OUT                   VALUE 'O'.
013900 77  WS-RUN-COUNT                  PIC S9(07) COMP.
014000 77  WS-VARIANCE                   PIC S9(07) COMP.
014100 77  WS-DEPT-FLAG-SW               PIC X(01).
014200     88  WS-DEPT-OVER-NOW              VALUE 'N'.
014300     88  WS-DEPT-OVER-LATER            VALUE 'L'.
014400     88  WS-DEPT-NOT-OVER              VALUE ' '.
014500 77  WS-FIRST-OVER-MONTH           PIC X(07).
014600 77  WS-OVER-NOW-COUNT             PIC 9(08) VALUE ZERO.
014700 77  WS-OVER-LATER-COUNT           PIC 9(08) VALUE ZERO.
014800 77  WS-NO-PLAN-COUNT              PIC 9(08) VALUE ZERO.
014900 77  WS-TOTAL-ACTIVE               PIC 9(08) VALUE ZERO.
015000 77  WS-TOTAL-AUTH                 PIC 9(08) VALUE ZERO.
015100 77  WS-PEND-READ                  PIC 9(08) VALUE ZERO.
015200 77  WS-PEND-COUNTED               PIC 9(08) VALUE ZERO.
015300 77  WS-PEND-SKIPPED               PIC 9(08) VALUE ZERO.
015400 77  WS-PEND-NO-MOVE               PIC 9(08) VALUE ZERO.
015500 01  WS-TODAY                      PIC 9(08).
015600 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
015700     05  WS-TODAY-YEAR             PIC 9(04).
015800     05  WS-TODAY-MONTH            PIC 9(02).
015900     05  WS-TODAY-DAY              PIC 9(02).
016000 01  WS-CURR-PERIOD                PIC 9(06).
016100 01  WS-EFF-DATE                   PIC 9(08).
016200 01  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
016300     05  WS-EFF-YEAR               PIC 9(04).
016400     05  WS-EFF-MONTH              PIC 9(02).
016500     05  WS-EFF-DAY                PIC 9(02).
016600 01  WS-MONTH-PERIOD               PIC 9(06).
016700 01  WS-MONTH-PERIOD-PARTS REDEFINES WS-MONTH-PERIOD.
016800     05  WS-MP-YEAR                PIC 9(04).
016900     05  WS-MP-MONTH               PIC 9(02).
017000 01  WS-MONTH-LABEL.
017100     05  WS-ML-YEAR                PIC 9(04).
017200     05  FILLER                    PIC X(01) VALUE "-".
017300     05  WS-ML-MONTH               PIC 9(02).
017400******************************************************************
017500* ONE ENTRY PER DEPARTMENT: THE ACTIVE COUNT TODAY AND, FOR EACH
017600* MONTH FROM THIS ONE ON, THE PENDING MOVEMENT FALLING DUE IN IT.
017700******************************************************************
017800 01  WS-DEPT-TABLE.
017900     05  WS-DEPT-ENTRY OCCURS 250 TIMES.
018000         10  WS-TAB-CODE           PIC X(04).
018100         10  WS-TAB-NAME           PIC X(30).
018200         10  WS-TAB-ACTIVE         PIC 9(07) COMP.
018300         10  WS-TAB-MONTH OCCURS 25 TIMES.
018400             15  WS-TAB-ADDS       PIC 9(05) COMP.
018500             15  WS-TAB-DELETES    PIC 9(05) COMP.
018600             15  WS-TAB-MOVES-IN   PIC 9(05) COMP.
018700             15  WS-TAB-MOVES-OUT  PIC 9(05) COMP.
018800 01  WS-PLAN-TABLE.
018900     05  WS-PLAN-ENTRY OCCURS 2400 TIMES.
019000         10  WS-PLN-CODE           PIC X(04).
019100         10  WS-PLN-PERIOD         PIC 9(06).
019200         10  WS-PLN-AUTH           PIC 9(05).
019300 01  WS-TITLE-LINE.
019400     05  FILLER                    PIC X(40)
019500         VALUE "DEPARTMENTAL HEADCOUNT PLAN VS ACTUAL".
019600     05  FILLER                    PIC X(09) VALUE "RUN DATE ".
019700     05  WS-TTL-DATE               PIC 9(08).
019800     05  FILLER                    PIC X(75) VALUE SPACES.
019900 01  WS-COLUMN-HDR.
020000     05  FILLER                    PIC X(06) VALUE SPACES.
020100     05  FILLER                    PIC X(10) VALUE "MONTH-END".
020200     05  FILLER                    PIC X(10) VALUE "AUTHORIZED".
020300     05  FILLER                    PIC X(10) VALUE "      ADDS".
020400     05  FILLER                    PIC X(10) VALUE "   DELETES".
020500     05  FILLER                    PIC X(10) VALUE "  MOVES IN".
020600     05  FILLER                    PIC X(10) VALUE " MOVES OUT".
020700     05  FILLER                    PIC X(11) VALUE "  PROJECTED".
020800     05  FILLER                    PIC X(10) VALUE "  VARIANCE".
020900     05  FILLER                    PIC X(45) VALUE SPACES.
021000 01  WS-DEPT-LINE.
021100     05  FILLER                    PIC X(05) VALUE "DEPT ".
021200     05  WS-DL-CODE                PIC X(04).
021300     05  FILLER                    PIC X(02) VALUE SPACES.
021400     05  WS-DL-NAME                PIC X(30).
021500     05  FILLER                    PIC X(09) VALUE "  ACTIVE ".
021600     05  WS-DL-ACTIVE              PIC ZZZZZZ9.
021700     05  FILLER                    PIC X(13)
021800         VALUE "  AUTHORIZED ".
021900     05  WS-DL-AUTH                PIC ZZZZZZ9.
022000     05  WS-DL-AUTH-X REDEFINES WS-DL-AUTH
022100                                   PIC X(07).
022200     05  FILLER                    PIC X(11) VALUE "  VARIANCE ".
022300     05  WS-DL-VARIANCE            PIC +++++++9.
022400     05  WS-DL-VARIANCE-X REDEFINES WS-DL-VARIANCE
022500                                   PIC X(08).
022600     05  FILLER                    PIC X(02) VALUE SPACES.
022700     05  WS-DL-FLAG                PIC X(24).
022800     05  FILLER                    PIC X(10) VALUE SPACES.
022900 01  WS-MONTH-LINE.
023000     05  FILLER                    PIC X(06) VALUE SPACES.
023100     05  WS-MR-MONTH               PIC X(07).
023200     05  FILLER                    PIC X(03) VALUE SPACES.
023300     05  WS-MR-AUTH                PIC ZZZZZZZZZ9.
023400     05  WS-MR-AUTH-X REDEFINES WS-MR-AUTH
023500                                   PIC X(10).
023600     05  WS-MR-ADDS                PIC ZZZZZZZZZ9.
023700     05  WS-MR-DELETES             PIC ZZZZZZZZZ9.
023800     05  WS-MR-MOVES-IN            PIC ZZZZZZZZZ9.
023900     05  WS-MR-MOVES-OUT           PIC ZZZZZZZZZ9.
024000     05  FILLER                    PIC X(01) VALUE SPACES.
024100     05  WS-MR-PROJECTED           PIC ---------9.
024200     05  WS-MR-VARIANCE            PIC +++++++++9.
024300     05  WS-MR-VARIANCE-X REDEFINES WS-MR-VARIANCE
024400                                   PIC X(10).
024500     05  FILLER                    PIC X(02) VALUE SPACES.
024600     05  WS-MR-FLAG                PIC X(09).
024700     05  FILLER                    PIC X(34) VALUE SPACES.
024800 01  WS-TOTAL-LINE-1.
024900     05  FILLER                    PIC X(19)
025000         VALUE "DEPARTMENTS LISTED ".
025100     05  WS-TL-DEPTS               PIC ZZZZZZZ9.
025200     05  FILLER                    PIC X(16)
025300         VALUE "  OVER PLAN NOW ".
025400     05  WS-TL-OVER-NOW            PIC ZZZZZZZ9.
025500     05  FILLER                    PIC X(22)
025600         VALUE "  OVER PLAN PROJECTED ".
025700     05  WS-TL-OVER-LATER          PIC ZZZZZZZ9.
025800     05  FILLER                    PIC X(10)
025900         VALUE "  NO PLAN ".
026000     05  WS-TL-NO-PLAN             PIC ZZZZZZZ9.
026100     05  FILLER                    PIC X(33) VALUE SPACES.
026200 01  WS-TOTAL-LINE-2.
026300     05  FILLER                    PIC X(11) VALUE "ACTIVE NOW ".
026400     05  WS-TL-ACTIVE              PIC ZZZZZZZ9.
026500     05  FILLER                    PIC X(17)
026600         VALUE "  AUTHORIZED NOW ".
026700     05  WS-TL-AUTH                PIC ZZZZZZZ9.
026800     05  FILLER                    PIC X(16)
026900         VALUE "  PENDING READ ".
027000     05  WS-TL-PEND-READ           PIC ZZZZZZZ9.
027100     05  FILLER                    PIC X(10) VALUE "  COUNTED ".
027200     05  WS-TL-PEND-COUNTED        PIC ZZZZZZZ9.
027300     05  FILLER                    PIC X(14)
027400         VALUE "  NOT COUNTED ".
027500     05  WS-TL-PEND-SKIPPED        PIC ZZZZZZZ9.
027600     05  FILLER                    PIC X(14)
027700         VALUE "  NO MOVEMENT ".
027800     05  WS-TL-PEND-NO-MOVE        PIC ZZZZZZZ9.
027900     05  FILLER                    PIC X(02) VALUE SPACES.
028000 PROCEDURE DIVISION.
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     PERFORM 2000-PRINT-DEPT THRU 2000-EXIT
028400         VARYING WS-D FROM 1 BY 1
028500         UNTIL WS-D > WS-DEPT-USED.
028600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
028700     PERFORM 9999-EXIT.
028800******************************************************************
028900* 1000-INITIALIZE LOADS THE DEPARTMENTS AND THE PLAN, COUNTS THE
029000* ACTIVE MASTER RECORDS BY DEPARTMENT, AND SPREADS THE PENDING
029100* FILE OVER THE MONTHS AHEAD, ALL BEFORE A LINE IS PRINTED.
029200******************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
029500     MOVE WS-TODAY (1:6) TO WS-CURR-PERIOD.
029600     INITIALIZE WS-DEPT-TABLE.
029700     PERFORM D200-LOAD-DEPT-TABLE THRU D200-EXIT.
029800     PERFORM P200-LOAD-PLAN THRU P200-EXIT.
029900     OPEN INPUT PERSON-MASTER.
030000     PERFORM M100-COUNT-MASTER THRU M100-EXIT.
030100     PERFORM K100-LOAD-PENDING THRU K100-EXIT.
030200     CLOSE PERSON-MASTER.
030300     MOVE WS-MIN-MONTHS TO WS-MONTHS-SHOWN.
030400     IF WS-LAST-MONTH > WS-MONTHS-SHOWN
030500         MOVE WS-LAST-MONTH TO WS-MONTHS-SHOWN
030600     END-IF.
030700     OPEN OUTPUT VARIANCE-RPT.
030800     MOVE WS-TODAY TO WS-TTL-DATE.
030900     WRITE VR-LINE FROM WS-TITLE-LINE.
031000     MOVE SPACES TO VR-LINE.
031100     WRITE VR-LINE.
031200     WRITE VR-LINE FROM WS-COLUMN-HDR.
031300 1000-EXIT.
031400     EXIT.
031500******************************************************************
031600* 2000-PRINT-DEPT PRINTS ONE DEPARTMENT: THE HEADER LINE WITH
031700* TODAY'S ACTIVE AND AUTHORIZED COUNTS AND THE FLAG, THEN THE
031800* MONTH LINES.
031900******************************************************************
032000 2000-PRINT-DEPT.
032100     SET WS-DEPT-NOT-OVER TO TRUE.
032200     MOVE SPACES TO WS-FIRST-OVER-MONTH.
032300     MOVE WS-TAB-CODE (WS-D) TO WS-FIND-CODE.
032400     MOVE WS-CURR-PERIOD TO WS-FIND-PERIOD.
032500     PERFORM A100-FIND-AUTH THRU A100-EXIT.
032600     MOVE WS-TAB-CODE (WS-D) TO WS-DL-CODE.
032700     MOVE WS-TAB-NAME (WS-D) TO WS-DL-NAME.
032800     MOVE WS-TAB-ACTIVE (WS-D) TO WS-DL-ACTIVE.
032900     ADD WS-TAB-ACTIVE (WS-D) TO WS-TOTAL-ACTIVE.
033000     MOVE SPACES TO WS-DL-FLAG.
033100     IF WS-AUTH-FOUND
033200         MOVE WS-AUTH-VALUE TO WS-DL-AUTH
033300         ADD WS-AUTH-VALUE TO WS-TOTAL-AUTH
033400         COMPUTE WS-VARIANCE =
033500             WS-TAB-ACTIVE (WS-D) - WS-AUTH-VALUE
033600         MOVE WS-VARIANCE TO WS-DL-VARIANCE
033700         IF WS-VARIANCE > ZERO
033800             SET WS-DEPT-OVER-NOW TO TRUE
033900             MOVE "OVER PLAN NOW" TO WS-DL-FLAG
034000         END-IF
034100     ELSE
034200         ADD 1 TO WS-NO-PLAN-COUNT
034300         MOVE "NO PLAN" TO WS-DL-AUTH-X
034400         MOVE SPACES TO WS-DL-VARIANCE-X
034500     END-IF.
034600*    THE MONTHS ARE WALKED TWICE -- ONCE (2100) TO SET THE HEADER
034700*    FLAG, THEN AGAIN (2200) TO PRINT UNDER THE HEADER.
034800     MOVE WS-TAB-ACTIVE (WS-D) TO WS-RUN-COUNT.
034900     PERFORM 2100-CHECK-MONTH THRU 2100-EXIT
035000         VARYING WS-M FROM 1 BY 1
035100         UNTIL WS-M > WS-MONTHS-SHOWN.
035200     IF WS-DEPT-OVER-NOW
035300         ADD 1 TO WS-OVER-NOW-COUNT
035400     ELSE IF WS-DEPT-OVER-LATER
035500         ADD 1 TO WS-OVER-LATER-COUNT
035600         MOVE "OVER PLAN FROM" TO WS-DL-FLAG
035700         MOVE WS-FIRST-OVER-MONTH TO WS-DL-FLAG (16:7)
035800     END-IF
035900     END-IF.
036000     MOVE SPACES TO VR-LINE.
036100     WRITE VR-LINE.
036200     WRITE VR-LINE FROM WS-DEPT-LINE.
036300     MOVE WS-TAB-ACTIVE (WS-D) TO WS-RUN-COUNT.
036400     PERFORM 2200-PRINT-MONTH THRU 2200-EXIT
036500         VARYING WS-M FROM 1 BY 1
036600         UNTIL WS-M > WS-MONTHS-SHOWN.
036700 2000-EXIT.
036800     EXIT.
036900******************************************************************
037000* 2100-CHECK-MONTH CARRIES THE PROJECTED COUNT TO THE END OF MONTH
037100* WS-M AND NOTES THE FIRST MONTH-END OVER THAT MONTH'S PLAN.
037200******************************************************************
037300 2100-CHECK-MONTH.
037400     PERFORM 2300-PROJECT-MONTH THRU 2300-EXIT.
037500     IF WS-AUTH-FOUND
037600             AND WS-RUN-COUNT > WS-AUTH-VALUE
037700             AND WS-DEPT-NOT-OVER
037800         SET WS-DEPT-OVER-LATER TO TRUE
037900         MOVE WS-MONTH-LABEL TO WS-FIRST-OVER-MONTH
038000     END-IF.
038100 2100-EXIT.
038200     EXIT.
038300 2200-PRINT-MONTH.
038400     PERFORM 2300-PROJECT-MONTH THRU 2300-EXIT.
038500     MOVE WS-MONTH-LABEL TO WS-MR-MONTH.
038600     MOVE WS-TAB-ADDS (WS-D WS-M) TO WS-MR-ADDS.
038700     MOVE WS-TAB-DELETES (WS-D WS-M) TO WS-MR-DELETES.
038800     MOVE WS-TAB-MOVES-IN (WS-D WS-M) TO WS-MR-MOVES-IN.
038900     MOVE WS-TAB-MOVES-OUT (WS-D WS-M) TO WS-MR-MOVES-OUT.
039000     MOVE WS-RUN-COUNT TO WS-MR-PROJECTED.
039100     MOVE SPACES TO WS-MR-FLAG.
039200     IF WS-AUTH-FOUND
039300         MOVE WS-AUTH-VALUE TO WS-MR-AUTH
039400         COMPUTE WS-VARIANCE = WS-RUN-COUNT - WS-AUTH-VALUE
039500         MOVE WS-VARIANCE TO WS-MR-VARIANCE
039600         IF WS-VARIANCE > ZERO
039700             MOVE "OVER PLAN" TO WS-MR-FLAG
039800         END-IF
039900     ELSE
040000         MOVE "   NO PLAN" TO WS-MR-AUTH-X
040100         MOVE SPACES TO WS-MR-VARIANCE-X
040200     END-IF.
040300     WRITE VR-LINE FROM WS-MONTH-LINE.
040400 2200-EXIT.
040500     EXIT.
040600******************************************************************
040700* 2300-PROJECT-MONTH WORKS OUT MONTH WS-M'S PERIOD AND LABEL,
040800* APPLIES THAT MONTH'S PENDING MOVEMENT TO THE RUNNING COUNT, AND
040900* LOOKS UP THE COUNT AUTHORIZED FOR THE PERIOD.
041000******************************************************************
041100 2300-PROJECT-MONTH.
041200     COMPUTE WS-MONTH-OFFSET = WS-TODAY-MONTH - 1 + WS-M - 1.
041300     DIVIDE WS-MONTH-OFFSET BY 12
041400         GIVING WS-YEAR-ADD REMAINDER WS-MONTH-REM.
041500     COMPUTE WS-MP-YEAR = WS-TODAY-YEAR + WS-YEAR-ADD.
041600     COMPUTE WS-MP-MONTH = WS-MONTH-REM + 1.
041700     MOVE WS-MP-YEAR TO WS-ML-YEAR.
041800     MOVE WS-MP-MONTH TO WS-ML-MONTH.
041900     COMPUTE WS-RUN-COUNT = WS-RUN-COUNT
042000         + WS-TAB-ADDS (WS-D WS-M) + WS-TAB-MOVES-IN (WS-D WS-M)
042100         - WS-TAB-DELETES (WS-D WS-M)
042200         - WS-TAB-MOVES-OUT (WS-D WS-M).
042300     MOVE WS-TAB-CODE (WS-D) TO WS-FIND-CODE.
042400     MOVE WS-MONTH-PERIOD TO WS-FIND-PERIOD.
042500     PERFORM A100-FIND-AUTH THRU A100-EXIT.
042600 2300-EXIT.
042700     EXIT.
042800******************************************************************
042900* A100-FIND-AUTH FINDS THE COUNT AUTHORIZED FOR WS-FIND-CODE IN
043000* PERIOD WS-FIND-PERIOD -- THE PLAN RECORD WITH THE LATEST PERIOD
043100* NOT AFTER IT.  WS-AUTH-NONE WHEN THE DEPARTMENT HAS NO PLAN YET.
043200******************************************************************
043300 A100-FIND-AUTH.
043400     SET WS-AUTH-NONE TO TRUE.
043500     MOVE ZERO TO WS-AUTH-VALUE.
043600     MOVE ZERO TO WS-BEST-PERIOD.
043700     PERFORM A110-TRY-ONE THRU A110-EXIT
043800         VARYING WS-P FROM 1 BY 1
043900         UNTIL WS-P > WS-PLAN-USED.
044000 A100-EXIT.
044100     EXIT.
044200 A110-TRY-ONE.
044300     IF WS-PLN-CODE (WS-P) = WS-FIND-CODE
044400             AND WS-PLN-PERIOD (WS-P) NOT > WS-FIND-PERIOD
044500             AND WS-PLN-PERIOD (WS-P) NOT < WS-BEST-PERIOD
044600         SET WS-AUTH-FOUND TO TRUE
044700         MOVE WS-PLN-PERIOD (WS-P) TO WS-BEST-PERIOD
044800         MOVE WS-PLN-AUTH (WS-P) TO WS-AUTH-VALUE
044900     END-IF.
045000 A110-EXIT.
045100     EXIT.
045200******************************************************************
045300* D200-LOAD-DEPT-TABLE READS THE DEPARTMENT REFERENCE FILE INTO
045400* THE DEPARTMENT TABLE, IN FILE ORDER.  THE OPEN IS GUARDED; A
045500* MISSING FILE LEAVES EVERY CODE TO BE ADDED AS IT IS FOUND.
045600******************************************************************
045700 D200-LOAD-DEPT-TABLE.
045800     OPEN INPUT DEPT-REF.
045900     IF WS-DR-STATUS = "00"
046000         PERFORM D210-READ-DEPT-REF THRU D210-EXIT
046100         PERFORM D220-TAKE-DEPT-REF THRU D220-EXIT
046200             UNTIL WS-DR-EOF
046300         CLOSE DEPT-REF
046400     ELSE
046500         DISPLAY "PERSPVAR: NO DEPARTMENT REFERENCE FILE -- "
046600             "EVERY CODE PRINTS (NOT ON DEPT FILE)"
046700     END-IF.
046800 D200-EXIT.
046900     EXIT.
047000 D210-READ-DEPT-REF.
047100     READ DEPT-REF
047200         AT END
047300             SET WS-DR-EOF TO TRUE
047400     END-READ.
047500 D210-EXIT.
047600     EXIT.
047700 D220-TAKE-DEPT-REF.
047800     MOVE DP-DEPT-CODE TO WS-FIND-CODE.
047900     PERFORM F200-ADD-CODE THRU F200-EXIT.
048000     IF WS-HIT-SUB > ZERO
048100         MOVE DP-DEPT-NAME TO WS-TAB-NAME (WS-HIT-SUB)
048200     END-IF.
048300     PERFORM D210-READ-DEPT-REF THRU D210-EXIT.
048400 D220-EXIT.
048500     EXIT.
048600******************************************************************
048700* F100-FIND-CODE LOOKS WS-FIND-CODE UP IN THE DEPARTMENT TABLE AND
048800* SETS WS-HIT-SUB (ZERO = NOT THERE).  F200-ADD-CODE DOES THE SAME
048900* BUT ADDS A CODE IT DOES NOT FIND, NAMED THE WAY PERSDRPT NAMES
049000* A CODE OFF DEPTREF; WS-HIT-SUB IS ZERO ONLY WHEN THE TABLE IS
049100* FULL.
049200******************************************************************
049300 F100-FIND-CODE.
049400     MOVE ZERO TO WS-HIT-SUB.
049500     PERFORM F110-MATCH-ONE THRU F110-EXIT
049600         VARYING WS-P FROM 1 BY 1
049700         UNTIL WS-P > WS-DEPT-USED OR WS-HIT-SUB > ZERO.
049800 F100-EXIT.
049900     EXIT.
050000 F110-MATCH-ONE.
050100     IF WS-TAB-CODE (WS-P) = WS-FIND-CODE
050200         MOVE WS-P TO WS-HIT-SUB
050300     END-IF.
050400 F110-EXIT.
050500     EXIT.
050600 F200-ADD-CODE.
050700     PERFORM F100-FIND-CODE THRU F100-EXIT.
050750     IF WS-HIT-SUB > ZERO
050800         CONTINUE
050850     ELSE IF WS-DEPT-USED >= WS-DEPT-MAX
050900         DISPLAY "PERSPVAR: DEPT TABLE FULL -- CODE "
050950             WS-FIND-CODE " NOT LISTED, RAISE WS-DEPT-MAX"
051000     ELSE
051050         PERFORM F210-NEW-CODE THRU F210-EXIT
051100     END-IF
051150     END-IF.
051200 F200-EXIT.
051250     EXIT.
051300 F210-NEW-CODE.
051600     ADD 1 TO WS-DEPT-USED.
051700     MOVE WS-DEPT-USED TO WS-HIT-SUB.
051800     MOVE WS-FIND-CODE TO WS-TAB-CODE (WS-HIT-SUB).
051900     IF WS-FIND-CODE = SPACES
052000         MOVE "(NO DEPARTMENT)" TO WS-TAB-NAME (WS-HIT-SUB)
052100     ELSE
052200         MOVE "(NOT ON DEPT FILE)" TO WS-TAB-NAME (WS-HIT-SUB)
052300     END-IF.
052400 F210-EXIT.
052500     EXIT.
052600******************************************************************
052700* P200-LOAD-PLAN READS THE PLAN FILE INTO THE PLAN TABLE.  THE
052800* OPEN IS GUARDED; A MISSING OR EMPTY FILE LEAVES EVERY DEPARTMENT
052900* UNPLANNED, WHICH THE REPORT PRINTS AS NO PLAN.
053000******************************************************************
053100 P200-LOAD-PLAN.
053200     OPEN INPUT PLAN-FILE.
053300     IF WS-HP-STATUS = "00"
053400         PERFORM P210-READ-PLAN THRU P210-EXIT
053500         PERFORM P220-TAKE-PLAN THRU P220-EXIT
053600             UNTIL WS-HP-EOF
053700         CLOSE PLAN-FILE
053800     END-IF.
053900     IF WS-PLAN-USED = ZERO
054000         DISPLAY "PERSPVAR: NO HEADCOUNT PLAN ON FILE -- EVERY "
054100             "DEPARTMENT PRINTS NO PLAN"
054200     END-IF.
054300 P200-EXIT.
054400     EXIT.
054500 P210-READ-PLAN.
054600     READ PLAN-FILE
054700         AT END
054800             SET WS-HP-EOF TO TRUE
054900     END-READ.
055000 P210-EXIT.
055100     EXIT.
055200 P220-TAKE-PLAN.
055300     IF WS-PLAN-USED < WS-PLAN-MAX
055400         ADD 1 TO WS-PLAN-USED
055500         MOVE HP-DEPT-CODE TO WS-PLN-CODE (WS-PLAN-USED)
055600         MOVE HP-PERIOD TO WS-PLN-PERIOD (WS-PLAN-USED)
055700         MOVE HP-AUTHORIZED TO WS-PLN-AUTH (WS-PLAN-USED)
055800     ELSE
055900         DISPLAY "PERSPVAR: PLAN TABLE FULL -- " HP-DEPT-CODE
056000             " " HP-PERIOD " NOT LOADED, RAISE WS-PLAN-MAX"
056100     END-IF.
056200     PERFORM P210-READ-PLAN THRU P210-EXIT.
056300 P220-EXIT.
056400     EXIT.
056500******************************************************************
056600* M100-COUNT-MASTER READS PERSON-MASTER FRONT TO BACK AND COUNTS
056700* THE ACTIVE RECORDS BY DEPARTMENT.
056800******************************************************************
056900 M100-COUNT-MASTER.
057000     PERFORM M110-READ-MASTER THRU M110-EXIT.
057100     PERFORM M120-TAKE-MASTER THRU M120-EXIT
057200         UNTIL WS-PM-EOF.
057300 M100-EXIT.
057400     EXIT.
057500 M110-READ-MASTER.
057600     READ PERSON-MASTER NEXT RECORD
057700         AT END
057800             SET WS-PM-EOF TO TRUE
057900     END-READ.
058000 M110-EXIT.
058100     EXIT.
058200 M120-TAKE-MASTER.
058300     IF PM-STATUS-ACTIVE
058400         MOVE PM-DEPT-CODE TO WS-FIND-CODE
058500         PERFORM F200-ADD-CODE THRU F200-EXIT
058600         IF WS-HIT-SUB > ZERO
058700             ADD 1 TO WS-TAB-ACTIVE (WS-HIT-SUB)
058800         END-IF
058900     END-IF.
059000     PERFORM M110-READ-MASTER THRU M110-EXIT.
059100 M120-EXIT.
059200     EXIT.
059300******************************************************************
059400* K100-LOAD-PENDING SPREADS THE PENDING FILE OVER THE MONTHS
059500* AHEAD.  THE OPEN IS GUARDED; A MISSING FILE MEANS NO MOVEMENT.
059600******************************************************************
059700 K100-LOAD-PENDING.
059800     OPEN INPUT PENDING-IN.
059900     IF WS-PI-STATUS = "00"
060000         PERFORM K110-READ-PENDING THRU K110-EXIT
060100         PERFORM K200-TAKE-PENDING THRU K200-EXIT
060200             UNTIL WS-PI-EOF
060300         CLOSE PENDING-IN
060400     ELSE
060500         DISPLAY "PERSPVAR: NO PENDING FILE -- NO MOVEMENT SHOWN"
060600     END-IF.
060700 K100-EXIT.
060800     EXIT.
060900 K110-READ-PENDING.
061000     READ PENDING-IN
061100         AT END
061200             SET WS-PI-EOF TO TRUE
061300     END-READ.
061400 K110-EXIT.
061500     EXIT.
061600******************************************************************
061700* K200-TAKE-PENDING COUNTS ONE PARKED TRANSACTION IN THE MONTH OF
061800* ITS EFFECTIVE DATE (SEE THE PROLOGUE FOR WHAT EACH ACTION COUNTS
061900* AS).  A DATE ALREADY DUE COUNTS IN THIS MONTH -- PERSUPD APPLIES
062000* IT TONIGHT.
062100******************************************************************
062200 K200-TAKE-PENDING.
062300     ADD 1 TO WS-PEND-READ.
062400     MOVE PI-PEND-TRAN TO PT-RECORD.
062500     PERFORM K300-MONTH-OF THRU K300-EXIT.
062600     IF PT-ADD OR PT-ADD-ASSIGN
062700         MOVE PT-DEPT-CODE TO WS-FIND-CODE
062800         SET WS-POST-ADD TO TRUE
062900         PERFORM K400-POST THRU K400-EXIT
063000     ELSE IF PT-REHIRE
063100         MOVE PT-DEPT-CODE TO WS-FIND-CODE
063200         IF PT-DEPT-CODE = SPACES
063300             PERFORM K500-READ-MASTER THRU K500-EXIT
063400             IF WS-PM-STATUS = "00"
063500                 MOVE PM-DEPT-CODE TO WS-FIND-CODE
063600             END-IF
063700         END-IF
063800         SET WS-POST-ADD TO TRUE
063900         PERFORM K400-POST THRU K400-EXIT
064000     ELSE IF PT-DELETE OR PT-CHANGE
064100         PERFORM K500-READ-MASTER THRU K500-EXIT
064200         IF WS-PM-STATUS NOT = "00" OR NOT PM-STATUS-ACTIVE
064300             ADD 1 TO WS-PEND-SKIPPED
064400         ELSE IF PT-DELETE
064500             MOVE PM-DEPT-CODE TO WS-FIND-CODE
064600             SET WS-POST-DELETE TO TRUE
064700             PERFORM K400-POST THRU K400-EXIT
064800         ELSE IF PT-DEPT-CODE NOT = PM-DEPT-CODE
064900             MOVE PM-DEPT-CODE TO WS-FIND-CODE
065000             SET WS-POST-OUT TO TRUE
065100             PERFORM K400-POST THRU K400-EXIT
065200             MOVE PT-DEPT-CODE TO WS-FIND-CODE
065300             SET WS-POST-IN TO TRUE
065400             PERFORM K400-POST THRU K400-EXIT
065500         ELSE
065600             ADD 1 TO WS-PEND-NO-MOVE
065700         END-IF
065800         END-IF
065900         END-IF
066000     ELSE
066100         ADD 1 TO WS-PEND-SKIPPED
066200     END-IF
066300     END-IF
066400     END-IF.
066500     PERFORM K110-READ-PENDING THRU K110-EXIT.
066600 K200-EXIT.
066700     EXIT.
066800******************************************************************
066900* K300-MONTH-OF SETS WS-MONTH-SUB TO THE MONTH PT-EFFECTIVE-DATE
067000* FALLS IN, 1 BEING THIS MONTH.  A DATE THAT IS MISSING OR ALREADY
067100* PAST COUNTS IN THIS MONTH; ONE BEYOND THE TABLE IN THE LAST.
067200******************************************************************
067300 K300-MONTH-OF.
067400     MOVE 1 TO WS-MONTH-SUB.
067500     IF PT-EFFECTIVE-DATE-X IS NUMERIC
067600         MOVE PT-EFFECTIVE-DATE TO WS-EFF-DATE
067700         COMPUTE WS-MONTH-OFFSET =
067800             (WS-EFF-YEAR * 12 + WS-EFF-MONTH)
067900             - (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH) + 1
068000         IF WS-MONTH-OFFSET > WS-MONTH-MAX
068100             MOVE WS-MONTH-MAX TO WS-MONTH-SUB
068200         ELSE IF WS-MONTH-OFFSET > 1
068300             MOVE WS-MONTH-OFFSET TO WS-MONTH-SUB
068400         END-IF
068500         END-IF
068600     END-IF.
068800 K300-EXIT.
068900     EXIT.
069000******************************************************************
069100* K400-POST ADDS ONE TO THE WS-POST-TYPE COUNT FOR DEPARTMENT
069200* WS-FIND-CODE IN MONTH WS-MONTH-SUB.
069300******************************************************************
069400 K400-POST.
069500     PERFORM F200-ADD-CODE THRU F200-EXIT.
069550     IF WS-HIT-SUB = ZERO
069600         ADD 1 TO WS-PEND-SKIPPED
069650     ELSE
069700         PERFORM K410-POST-COUNT THRU K410-EXIT
069750     END-IF.
069800 K400-EXIT.
069850     EXIT.
069900 K410-POST-COUNT.
070000     IF WS-POST-ADD
070100         ADD 1 TO WS-TAB-ADDS (WS-HIT-SUB WS-MONTH-SUB)
070200     ELSE IF WS-POST-DELETE
070300         ADD 1 TO WS-TAB-DELETES (WS-HIT-SUB WS-MONTH-SUB)
070400     ELSE IF WS-POST-IN
070500         ADD 1 TO WS-TAB-MOVES-IN (WS-HIT-SUB WS-MONTH-SUB)
070600     ELSE
070700         ADD 1 TO WS-TAB-MOVES-OUT (WS-HIT-SUB WS-MONTH-SUB)
070800     END-IF
070900     END-IF
071000     END-IF.
071100     IF NOT WS-POST-OUT
071200         ADD 1 TO WS-PEND-COUNTED
071300     END-IF.
071400     IF WS-MONTH-SUB > WS-LAST-MONTH
071500         MOVE WS-MONTH-SUB TO WS-LAST-MONTH
071600     END-IF.
071700 K410-EXIT.
071800     EXIT.
071900 K500-READ-MASTER.
072000     MOVE "23" TO WS-PM-STATUS.
072100     IF PT-ID-X IS NUMERIC
072200         MOVE PT-ID TO PM-ID
072300         READ PERSON-MASTER
072400             INVALID KEY
072500                 CONTINUE
072600         END-READ
072700     END-IF.
072800 K500-EXIT.
072900     EXIT.
073000 3000-TERMINATE.
073100     MOVE SPACES TO VR-LINE.
073200     WRITE VR-LINE.
073300     MOVE WS-DEPT-USED TO WS-TL-DEPTS.
073400     MOVE WS-OVER-NOW-COUNT TO WS-TL-OVER-NOW.
073500     MOVE WS-OVER-LATER-COUNT TO WS-TL-OVER-LATER.
073600     MOVE WS-NO-PLAN-COUNT TO WS-TL-NO-PLAN.
073700     WRITE VR-LINE FROM WS-TOTAL-LINE-1.
073800     MOVE WS-TOTAL-ACTIVE TO WS-TL-ACTIVE.
073900     MOVE WS-TOTAL-AUTH TO WS-TL-AUTH.
074000     MOVE WS-PEND-READ TO WS-TL-PEND-READ.
074100     MOVE WS-PEND-COUNTED TO WS-TL-PEND-COUNTED.
074200     MOVE WS-PEND-SKIPPED TO WS-TL-PEND-SKIPPED.
074300     MOVE WS-PEND-NO-MOVE TO WS-TL-PEND-NO-MOVE.
074400     WRITE VR-LINE FROM WS-TOTAL-LINE-2.
074500     CLOSE VARIANCE-RPT.
074600     DISPLAY "PERSPVAR: " WS-OVER-NOW-COUNT
074700         " DEPARTMENTS OVER PLAN NOW, " WS-OVER-LATER-COUNT
074800         " PROJECTED OVER PLAN".
074900     IF WS-OVER-NOW-COUNT > ZERO OR WS-OVER-LATER-COUNT > ZERO
075000         MOVE 4 TO RETURN-CODE
075100     END-IF.
075200 3000-EXIT.
075300     EXIT.
075400 9999-EXIT.
075500     STOP RUN.

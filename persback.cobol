000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSBACK.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSBACK BACKS OUT ONE NIGHT'S PERSUPD RUN WHEN THE WHOLE
001000* TRANSACTION FILE TURNS OUT TO BE WRONG, WITHOUT RESTORING THE
001100* MASTER FROM BACKUP (WHICH WOULD ALSO LOSE THE PENDING FILE, THE
001200* NEXT-ID CONTROL RECORD AND EVERYTHING ELSE THAT MOVED SINCE).
001300* THE SYSIN CARD CARRIES THE RUN DATE TO BACK OUT IN COLUMNS 1-8
001400* (YYYYMMDD).
001500*
001600* EVERY PERSAUDT ENTRY FOR THAT RUN DATE IS LOADED AND REVERSED
001700* NEWEST FIRST, SO SEVERAL ENTRIES AGAINST ONE ID UNWIND IN THE
001800* RIGHT ORDER:
001900*   ADD     - THE ADDED RECORD IS REMOVED FROM THE MASTER
002000*   CHANGE  - THE OLD IMAGE IS REWRITTEN
002100*   DELETE  - THE OLD (ACTIVE) IMAGE IS REWRITTEN, OR WRITTEN
002200*             BACK IF THE DELETED RECORD HAS SINCE BEEN PURGED
002300*   REHIRE  - THE OLD (DELETED) IMAGE IS REWRITTEN; A REHIRE FROM
002400*             THE PURGE ARCHIVE HAS A BLANK OLD IMAGE, AND THE
002500*             RECORD IS REMOVED AGAIN
002600* EACH REVERSAL WRITES A COMPENSATING PERSAUDT ENTRY DATED TODAY
002700* (OLD IMAGE = THE RECORD AS IT WAS, NEW IMAGE = THE RECORD AS
002800* RESTORED, BLANK WHEN REMOVED) CARRYING THE ORIGINAL ENTRY'S
002900* SEQUENCE NUMBER.  A REMOVED ADD OR AN UNDONE REHIRE IS LOGGED
003000* AS A DELETE, A REACTIVATED DELETE AS A REHIRE, A RESTORED
003100* CHANGE AS A CHANGE -- SO PERSHIST SHOWS THE REVERSAL AND
003200* TONIGHT'S PERSDLT SENDS HR THE NET CORRECTION WITH NO NEW
003300* ACTION CODES.  EVERY COMPENSATING ENTRY CARRIES PERSBACK AS
003310* ITS APPROVER ID (AU-FROM-BACKOUT) AND L100 PASSES OVER IT, SO A
003320* BACKOUT'S OWN ENTRIES ARE NEVER TAKEN FOR PART OF A NIGHT.
003400*
003500* THE BACKOUT REPORT LISTS EVERY REVERSAL, THEN THE ACTIVE COUNT
003600* AND ID SUM OF THE MASTER BEFORE AND AFTER, BALANCED THE SAME
003700* WAY PERSRECN BALANCES A NIGHT, AND TIES THE REVERSED COUNTS
003800* AND ID SUMS BACK TO PERSCTL.  PERSCTL ONLY HOLDS THE LATEST
003900* RUN'S TOTALS, WHICH IS WHY ONLY THE LATEST NIGHT CAN BE BACKED
004000* OUT (SEE BELOW).  LAST, THE NIGHT'S PROCESSED-FILE LOG ENTRIES
004100* ON PERSEDLG ARE MARKED REOPENED SO PERSEDIT ACCEPTS THE
004200* CORRECTED FILE WHEN IT IS RESUBMITTED.
004203*
004209* THE PENDING FILE AND THE APPROVAL QUEUE ARE PUT BACK AS WELL,
004215* FROM THE COPIES PERSUPD TOOK OF THEM AS THE NIGHT BEGAN
004221* (PERSPNDS, PERSAPQS).  A PENDING RECORD PARKED THAT NIGHT AND A
004227* QUEUE ITEM HELD THAT NIGHT ARE REMOVED, SO THE RESUBMITTED FILE
004233* PARKS OR HOLDS THEM AFRESH.  A PENDING RECORD THAT FELL DUE THAT
004239* NIGHT, AND A RELEASED ITEM THE NIGHT APPLIED, ARE WRITTEN BACK
004245* -- THE ITEM STILL RELEASED, UNDER ITS OWN NUMBER AND APPROVER,
004251* SO THE NEXT NIGHT APPLIES IT WITHOUT A SECOND APPROVAL.
004257* EVERYTHING ELSE ON THE CURRENT FILES (A PERSPEND CANCEL, A
004263* PERSAPRV RELEASE OR REJECT SINCE THE NIGHT) IS KEPT AS IT IS.
004269* THE REBUILT FILES ARE WRITTEN TO PERSPNDO AND PERSAPQO; THE JOB
004275* COPIES THEM BACK.
004300*
004400* THE BACKOUT IS REFUSED (RETURN CODE 8, NOTHING CHANGED) WHEN
004500*   - THE CARD DATE IS NOT NUMERIC OR IS LATER THAN TODAY
004600*   - PERSAUDT HAS NO ENTRIES FOR THAT RUN DATE
004700*   - PERSAUDT HAS ENTRIES FOR A LATER RUN DATE -- A LATER NIGHT
004800*     BUILT ON THIS ONE AND MUST BE BACKED OUT FIRST
004900*   - THE NIGHT HAS MORE ENTRIES THAN THE TABLE HOLDS
005000*   - PERSEDLG HAS NO ENTRY PROCESSED THAT NIGHT, OR ONE ALREADY
005100*     REOPENED -- THE NIGHT WAS ALREADY BACKED OUT
005110*   - PERSEDLG HAS AN ENTRY PROCESSED AFTER THAT NIGHT -- A LATER
005120*     NIGHT RAN, EVEN ONE THAT CHANGED NOTHING ON THE MASTER
005130*   - THE PENDING FILE, THE QUEUE OR THE NIGHT'S COPY OF EITHER
005140*     WILL NOT OPEN
005200* A BACKOUT THAT RAN BUT COULD NOT REVERSE EVERY ENTRY, DOES NOT
005300* BALANCE, OR DOES NOT TIE TO PERSCTL ENDS WITH RETURN CODE 4.
005400*
005500* MODIFICATION HISTORY
005600*     10/15/2026 RLM  INITIAL VERSION
005610*     10/15/2026 RLM  AUDIT RECORD IS NOW 337 (APPROVER ID).  THE
005620*                     COMPENSATING ENTRY CARRIES A BLANK APPROVER.
005630*     10/15/2026 RLM  COMPENSATING ENTRIES NOW CARRY PERSBACK AS
005640*                     THE APPROVER AND L100 SKIPS THEM.  PENDING
005650*                     FILE AND APPROVAL QUEUE PUT BACK FROM THE
005660*                     NIGHT'S COPIES (P100, Q100).  NEW REFUSALS
005670*                     FOR A LATER NIGHT (E100) AND CARRY FILES
005680*                     (K100).
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT CONTROL-CARD ASSIGN TO SYSIN
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-AU-STATUS.
006600     SELECT PERSON-MASTER ASSIGN TO PERSMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PM-ID
007000         FILE STATUS IS WS-PM-STATUS.
007100     SELECT CONTROL-TOTALS ASSIGN TO PERSCTL
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-CTL-STATUS.
007400     SELECT EDIT-LOG ASSIGN TO PERSEDLG
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-EL-STATUS.
007700     SELECT BACKOUT-RPT ASSIGN TO PERSBKR
007800         ORGANIZATION IS SEQUENTIAL.
007805     SELECT PENDING-SAVE-IN ASSIGN TO PERSPNDS
007810         ORGANIZATION IS SEQUENTIAL
007815         FILE STATUS IS WS-PS-STATUS.
007820     SELECT PENDING-IN ASSIGN TO PERSPNDI
007825         ORGANIZATION IS SEQUENTIAL
007830         FILE STATUS IS WS-PI-STATUS.
007835     SELECT PENDING-OUT ASSIGN TO PERSPNDO
007840         ORGANIZATION IS SEQUENTIAL.
007845     SELECT QUEUE-SAVE-IN ASSIGN TO PERSAPQS
007850         ORGANIZATION IS SEQUENTIAL
007855         FILE STATUS IS WS-QS-STATUS.
007860     SELECT QUEUE-IN ASSIGN TO PERSAPQI
007865         ORGANIZATION IS SEQUENTIAL
007870         FILE STATUS IS WS-QI-STATUS.
007875     SELECT QUEUE-OUT ASSIGN TO PERSAPQO
007880         ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CONTROL-CARD
008200     RECORDING MODE IS F.
008300 01  CC-RECORD.
008400     05  CC-RUN-DATE               PIC 9(08).
008500     05  CC-RUN-DATE-X REDEFINES CC-RUN-DATE
008600                                   PIC X(08).
008700     05  FILLER                    PIC X(72).
008800 FD  AUDIT-LOG
008900     RECORDING MODE IS F.
009000     COPY "persaud.cpy".
009100 FD  PERSON-MASTER.
009200     COPY "persmast.cpy".
009300 FD  CONTROL-TOTALS
009400     RECORDING MODE IS F.
009500     COPY "persctl.cpy".
009600*    SAME LAYOUT AS THE PROCESSED-FILE LOG IN PERSEDIT.
009700 FD  EDIT-LOG
009800     RECORDING MODE IS F.
009900 01  EL-RECORD.
010000     05  EL-SOURCE                 PIC X(08).
010100     05  EL-CREATE-DATE            PIC 9(08).
010200     05  EL-PROCESS-DATE           PIC 9(08).
010300     05  EL-REOPEN-DATE            PIC 9(08).
010400     05  EL-REOPEN-DATE-X REDEFINES EL-REOPEN-DATE
010500                                   PIC X(08).
010600     05  FILLER                    PIC X(48).
010700 FD  BACKOUT-RPT
010800     RECORDING MODE IS F.
010900 01  BR-LINE                       PIC X(80).
010902*    THE PENDING FILE AND THE NIGHT'S COPY OF IT, AS IN PERSPEND.
010904 FD  PENDING-SAVE-IN
010906     RECORDING MODE IS F.
010908 01  PS-PEND-RECORD.
010910     05  PS-PEND-TRAN              PIC X(150).
010912     05  PS-PARK-DATE              PIC 9(08).
010914     05  PS-PARK-DATE-X REDEFINES PS-PARK-DATE
010916                                   PIC X(08).
010918 FD  PENDING-IN
010920     RECORDING MODE IS F.
010922 01  PI-PEND-RECORD.
010924     05  PI-PEND-TRAN              PIC X(150).
010926     05  PI-PARK-DATE              PIC 9(08).
010928     05  PI-PARK-DATE-X REDEFINES PI-PARK-DATE
010930                                   PIC X(08).
010932 FD  PENDING-OUT
010934     RECORDING MODE IS F.
010936 01  PO-PEND-RECORD.
010938     05  PO-PEND-TRAN              PIC X(150).
010940     05  PO-PARK-DATE              PIC 9(08).
010942*    THE NIGHT'S COPY OF THE QUEUE; ONLY THE KEY, THE STATUS AND
010944*    THE HELD IMAGE ARE LOOKED AT.
010946 FD  QUEUE-SAVE-IN
010948     RECORDING MODE IS F.
010950 01  QS-RECORD.
010952     05  QS-ITEM-NO                PIC X(08).
010954     05  QS-STATUS                 PIC X(01).
010956         88  QS-RELEASED               VALUE 'R'.
010958     05  FILLER                    PIC X(191).
010960 FD  QUEUE-IN
010962     RECORDING MODE IS F.
010964     COPY "persapq.cpy".
010966 FD  QUEUE-OUT
010968     RECORDING MODE IS F.
010970 01  QO-RECORD                     PIC X(200).
011000 WORKING-STORAGE SECTION.
011100 77  WS-AU-STATUS                  PIC X(02).
011200 77  WS-PM-STATUS                  PIC X(02).
011300 77  WS-CTL-STATUS                 PIC X(02).
011400 77  WS-EL-STATUS                  PIC X(02).
011500 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
011600     88  WS-EOF                        VALUE 'Y'.
011700 77  WS-CTL-EOF-SW                 PIC X(01) VALUE 'N'.
011800     88  WS-CTL-EOF                    VALUE 'Y'.
011900 77  WS-CTL-FOUND-SW               PIC X(01) VALUE 'N'.
012000     88  WS-CTL-FOUND                  VALUE 'Y'.
012100 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
012200     88  WS-REFUSED                    VALUE 'Y'.
012300 77  WS-WARNING-SW                 PIC X(01) VALUE 'N'.
012400     88  WS-WARNING                    VALUE 'Y'.
012500 77  WS-ON-MASTER-SW               PIC X(01).
012600     88  WS-ON-MASTER                  VALUE 'Y'.
012700 77  WS-DONE-SW                    PIC X(01).
012800     88  WS-REVERSED                   VALUE 'Y'.
012900 77  WS-TAB-MAX                    PIC 9(04) COMP VALUE 5000.
013000 77  WS-TAB-USED                   PIC 9(04) COMP VALUE ZERO.
013100 77  WS-I                          PIC 9(04) COMP.
013200 77  WS-TAB-FULL-SW                PIC X(01) VALUE 'N'.
013300     88  WS-TAB-FULL                   VALUE 'Y'.
013400 77  WS-LATER-COUNT                PIC 9(08) VALUE ZERO.
013500 77  WS-EL-OPEN-COUNT              PIC 9(04) VALUE ZERO.
013600 77  WS-EL-REOPENED-COUNT          PIC 9(04) VALUE ZERO.
013700 77  WS-EL-MARKED-COUNT            PIC 9(04) VALUE ZERO.
013800 77  WS-SCAN-COUNT                 PIC 9(15) VALUE ZERO.
013900 77  WS-SCAN-ID-SUM                PIC 9(15) VALUE ZERO.
014000 77  WS-BEFORE-COUNT               PIC 9(15) VALUE ZERO.
014100 77  WS-BEFORE-ID-SUM              PIC 9(15) VALUE ZERO.
014200 77  WS-AFTER-COUNT                PIC 9(15) VALUE ZERO.
014300 77  WS-AFTER-ID-SUM               PIC 9(15) VALUE ZERO.
014400 77  WS-EXPECTED-COUNT             PIC S9(15) VALUE ZERO.
014500 77  WS-EXPECTED-ID-SUM            PIC S9(15) VALUE ZERO.
014600 77  WS-ADDS-REMOVED               PIC 9(15) VALUE ZERO.
014700 77  WS-ADD-ID-SUM-REMOVED         PIC 9(15) VALUE ZERO.
014800 77  WS-CHANGES-RESTORED           PIC 9(15) VALUE ZERO.
014900 77  WS-DELETES-REACTIVATED        PIC 9(15) VALUE ZERO.
015000 77  WS-DEL-ID-SUM-REACTIVATED     PIC 9(15) VALUE ZERO.
015100 77  WS-REHIRES-UNDONE             PIC 9(15) VALUE ZERO.
015200 77  WS-RH-ID-SUM-UNDONE           PIC 9(15) VALUE ZERO.
015300 77  WS-NOT-REVERSED-COUNT         PIC 9(15) VALUE ZERO.
015400 77  WS-COMP-WRITTEN               PIC 9(15) VALUE ZERO.
015500 77  WS-ADDS-FROM-CTL              PIC 9(15) VALUE ZERO.
015600 77  WS-CHANGES-FROM-CTL           PIC 9(15) VALUE ZERO.
015700 77  WS-DELETES-FROM-CTL           PIC 9(15) VALUE ZERO.
015800 77  WS-REHIRES-FROM-CTL           PIC 9(15) VALUE ZERO.
015900 77  WS-ADD-ID-SUM-FROM-CTL        PIC 9(15) VALUE ZERO.
016000 77  WS-DEL-ID-SUM-FROM-CTL        PIC 9(15) VALUE ZERO.
016100 77  WS-RH-ID-SUM-FROM-CTL         PIC 9(15) VALUE ZERO.
016104 77  WS-PS-STATUS                  PIC X(02).
016108 77  WS-PI-STATUS                  PIC X(02).
016112 77  WS-QS-STATUS                  PIC X(02).
016116 77  WS-QI-STATUS                  PIC X(02).
016120 77  WS-EL-LATER-COUNT             PIC 9(04) VALUE ZERO.
016124 77  WS-PEND-OUT-SEQ               PIC 9(08) VALUE ZERO.
016128 77  WS-PEND-KEPT                  PIC 9(08) VALUE ZERO.
016132 77  WS-PEND-REMOVED               PIC 9(08) VALUE ZERO.
016136 77  WS-PEND-RESTORED              PIC 9(08) VALUE ZERO.
016140 77  WS-QUEUE-KEPT                 PIC 9(08) VALUE ZERO.
016144 77  WS-QUEUE-REMOVED              PIC 9(08) VALUE ZERO.
016148 77  WS-QUEUE-RESTORED             PIC 9(08) VALUE ZERO.
016152 77  WS-QC-KEY                     PIC X(08).
016156 77  WS-QS-KEY                     PIC X(08).
016160 77  WS-QC-TAKEN-SW                PIC X(01).
016164     88  WS-QC-TAKEN                   VALUE 'Y'.
016168 77  WS-QS-TAKEN-SW                PIC X(01).
016172     88  WS-QS-TAKEN                   VALUE 'Y'.
016176 77  WS-QCTL-SW                    PIC X(01) VALUE 'N'.
016180     88  WS-QCTL-FOUND                 VALUE 'Y'.
016200 01  WS-TODAY                      PIC 9(08).
016300 01  WS-NIGHT-DATE                 PIC 9(08) VALUE ZERO.
016400 01  WS-NIGHT-TABLE.
016500     05  WS-TAB-ENTRY OCCURS 5000 TIMES
016600                                   PIC X(337).
016700*    THE ENTRY BEING REVERSED, PULLED OUT OF AU-RECORD SO THE
016800*    RECORD AREA IS FREE TO BUILD THE COMPENSATING ENTRY IN.
016900 01  WS-BK-ID                      PIC 9(10).
017000 01  WS-BK-SEQ                     PIC 9(08).
017100 01  WS-BK-TYPE                    PIC X(01).
017200     88  WS-BK-ADD                     VALUE 'A'.
017300     88  WS-BK-CHANGE                  VALUE 'C'.
017400     88  WS-BK-DELETE                  VALUE 'D'.
017500     88  WS-BK-REHIRE                  VALUE 'R'.
017600 01  WS-BK-COMP-TYPE               PIC X(01).
017700 01  WS-BK-OLD-IMAGE.
017800     05  WS-BK-OLD-ID              PIC 9(10).
017900     05  WS-BK-OLD-NAME            PIC X(80).
018000     05  FILLER                    PIC X(61).
018100 01  WS-BK-CUR-IMAGE.
018200     05  WS-BK-CUR-ID              PIC 9(10).
018300     05  WS-BK-CUR-NAME            PIC X(80).
018400     05  FILLER                    PIC X(61).
018500 01  WS-BK-RESTORED-IMAGE          PIC X(151).
018505*    THE PARKED OR HELD TRANSACTION IMAGE IS PICKED APART HERE.
018510     COPY "perstran.cpy".
018515*    WAITING TO BE MERGED BY Q100: THE NEXT ITEM KEPT FROM THE
018520*    CURRENT QUEUE AND THE NEXT ONE RELEASED ON THE NIGHT'S COPY.
018525 01  WS-QC-IMAGE                   PIC X(200).
018530 01  WS-QS-IMAGE.
018535     05  WS-QS-ITEM-NO             PIC 9(08).
018540     05  FILLER                    PIC X(26).
018545     05  WS-QS-TRAN                PIC X(150).
018550     05  FILLER                    PIC X(16).
018555 01  WS-QCTL-IMAGE                 PIC X(200).
018600 01  WS-TITLE-LINE.
018700     05  FILLER                    PIC X(27)
018800         VALUE "PERSON MASTER BACKOUT OF   ".
018900     05  WS-TTL-NIGHT              PIC 9(08).
019000     05  FILLER                    PIC X(14)
019100                                   VALUE "   RUN ON     ".
019200     05  WS-TTL-TODAY              PIC 9(08).
019300     05  FILLER                    PIC X(23) VALUE SPACES.
019400 01  WS-DETAIL-LINE.
019500     05  WS-DTL-ACTION             PIC X(20).
019600     05  FILLER                    PIC X(01) VALUE SPACES.
019700     05  WS-DTL-ID                 PIC 9(10).
019800     05  FILLER                    PIC X(01) VALUE SPACES.
019900     05  WS-DTL-NAME               PIC X(38).
020000     05  FILLER                    PIC X(01) VALUE SPACES.
020100     05  WS-DTL-SEQ                PIC 9(08).
020200     05  FILLER                    PIC X(01) VALUE SPACES.
020300 01  WS-BAL-LINE-DETAIL.
020400     05  WS-BAL-LABEL              PIC X(24).
020500     05  WS-BAL-VALUE              PIC Z(14)9.
020600     05  FILLER                    PIC X(41) VALUE SPACES.
020700 01  WS-BAL-STATUS-LINE.
020800     05  FILLER                    PIC X(10)
020900                                   VALUE "BACKOUT:  ".
021000     05  WS-BAL-STATUS-TEXT        PIC X(30).
021100     05  FILLER                    PIC X(40) VALUE SPACES.
021200 01  WS-TIE-HEADING                PIC X(80)
021300     VALUE "TIE-OUT TO PERSCTL          PERSCTL      BACKED OUT".
021400 01  WS-TIE-LINE.
021500     05  WS-TIE-LABEL              PIC X(12).
021600     05  WS-TIE-CTL                PIC Z(14)9.
021700     05  FILLER                    PIC X(02) VALUE SPACES.
021800     05  WS-TIE-BACKED             PIC Z(14)9.
021900     05  FILLER                    PIC X(02) VALUE SPACES.
022000     05  WS-TIE-RESULT             PIC X(08).
022100     05  FILLER                    PIC X(26) VALUE SPACES.
022200 01  WS-EL-LINE.
022300     05  FILLER                    PIC X(24)
022400         VALUE "PERSEDLG REOPENED: FROM ".
022500     05  WS-ELL-SOURCE             PIC X(08).
022600     05  FILLER                    PIC X(07) VALUE " DATED ".
022700     05  WS-ELL-CREATE-DATE        PIC 9(08).
022800     05  FILLER                    PIC X(33) VALUE SPACES.
022900 01  WS-MSG-LINE                   PIC X(80).
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     IF NOT WS-REFUSED
023400         PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
023500         MOVE WS-SCAN-COUNT TO WS-BEFORE-COUNT
023600         MOVE WS-SCAN-ID-SUM TO WS-BEFORE-ID-SUM
023700         PERFORM 4000-REVERSE-NIGHT THRU 4000-EXIT
023800         PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
023900         MOVE WS-SCAN-COUNT TO WS-AFTER-COUNT
024000         MOVE WS-SCAN-ID-SUM TO WS-AFTER-ID-SUM
024100         PERFORM 5000-REOPEN-EDIT-LOG THRU 5000-EXIT
024110         PERFORM P100-REBUILD-PENDING THRU P100-EXIT
024120         PERFORM Q100-REBUILD-QUEUE THRU Q100-EXIT
024200         PERFORM 6000-READ-CONTROL-TOTALS THRU 6000-EXIT
024300         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
024400     END-IF.
024500     PERFORM 3000-TERMINATE THRU 3000-EXIT.
024600     PERFORM 9999-EXIT.
024700******************************************************************
024800* 1000-INITIALIZE READS THE CARD AND MAKES EVERY REFUSAL CHECK
024900* BEFORE ANYTHING IS CHANGED: THE NIGHT'S AUDIT ENTRIES ARE
025000* LOADED (L100), THE PROCESSED-FILE LOG IS CHECKED (E100) AND
025010* THE PENDING AND QUEUE FILES MUST OPEN (K100).
025100******************************************************************
025200 1000-INITIALIZE.
025300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025400     OPEN INPUT CONTROL-CARD.
025500     READ CONTROL-CARD
025600         AT END
025700             MOVE SPACES TO CC-RECORD
025800     END-READ.
025900     CLOSE CONTROL-CARD.
026000     OPEN OUTPUT BACKOUT-RPT.
026100     IF CC-RUN-DATE-X IS NUMERIC
026200         MOVE CC-RUN-DATE TO WS-NIGHT-DATE
026300     END-IF.
026400     MOVE WS-NIGHT-DATE TO WS-TTL-NIGHT.
026500     MOVE WS-TODAY TO WS-TTL-TODAY.
026600     MOVE WS-TITLE-LINE TO BR-LINE.
026700     WRITE BR-LINE.
026800     MOVE SPACES TO BR-LINE.
026900     WRITE BR-LINE.
027000     IF CC-RUN-DATE-X IS NOT NUMERIC
027100             OR WS-NIGHT-DATE > WS-TODAY
027200         MOVE "RUN DATE ON THE CARD IS MISSING OR INVALID"
027300             TO WS-MSG-LINE
027400         PERFORM Z100-REFUSE THRU Z100-EXIT
027500     ELSE
027600         PERFORM L100-LOAD-NIGHT THRU L100-EXIT
027700     END-IF.
027800     IF NOT WS-REFUSED
027900         PERFORM E100-CHECK-EDIT-LOG THRU E100-EXIT
028000     END-IF.
028010     IF NOT WS-REFUSED
028020         PERFORM K100-CHECK-CARRY-FILES THRU K100-EXIT
028030     END-IF.
028100 1000-EXIT.
028200     EXIT.
028300******************************************************************
028400* L100-LOAD-NIGHT COPIES THE NIGHT'S AUDIT ENTRIES INTO THE TABLE
028500* IN FILE ORDER AND COUNTS ENTRIES FROM ANY LATER RUN DATE.
028600******************************************************************
028700 L100-LOAD-NIGHT.
028800     OPEN INPUT AUDIT-LOG.
028900     IF WS-AU-STATUS NOT = "00"
029000         MOVE "PERSAUDT OPEN FAILED" TO WS-MSG-LINE
029100         PERFORM Z100-REFUSE THRU Z100-EXIT
029200     ELSE
029300         MOVE 'N' TO WS-EOF-SW
029400         PERFORM L110-READ-AUDIT THRU L110-EXIT
029500         PERFORM L120-POST-ENTRY THRU L120-EXIT
029600             UNTIL WS-EOF
029700         CLOSE AUDIT-LOG
029800         IF WS-LATER-COUNT > ZERO
029900             MOVE "PERSAUDT HAS ENTRIES FROM A LATER RUN DATE"
030000                 TO WS-MSG-LINE
030100             PERFORM Z100-REFUSE THRU Z100-EXIT
030200         ELSE
030300         IF WS-TAB-FULL
030400             MOVE "MORE AUDIT ENTRIES THAN THE TABLE HOLDS"
030500                 TO WS-MSG-LINE
030600             PERFORM Z100-REFUSE THRU Z100-EXIT
030700         ELSE
030800         IF WS-TAB-USED = ZERO
030900             MOVE "NO PERSAUDT ENTRIES FOR THAT RUN DATE"
031000                 TO WS-MSG-LINE
031100             PERFORM Z100-REFUSE THRU Z100-EXIT
031200         END-IF
031300         END-IF
031400         END-IF
031500     END-IF.
031600 L100-EXIT.
031700     EXIT.
031800 L110-READ-AUDIT.
031900     READ AUDIT-LOG
032000         AT END
032100             SET WS-EOF TO TRUE
032200     END-READ.
032300 L110-EXIT.
032400     EXIT.
032500 L120-POST-ENTRY.
032510*    A BACKOUT'S OWN COMPENSATING ENTRIES ARE PASSED OVER.
032520     IF AU-FROM-BACKOUT
032530         CONTINUE
032540     ELSE
032600     IF AU-RUN-DATE = WS-NIGHT-DATE
032700         IF WS-TAB-USED < WS-TAB-MAX
032800             ADD 1 TO WS-TAB-USED
032900             MOVE AU-RECORD TO WS-TAB-ENTRY (WS-TAB-USED)
033000         ELSE
033100             SET WS-TAB-FULL TO TRUE
033200         END-IF
033300     ELSE
033400         IF AU-RUN-DATE > WS-NIGHT-DATE
033500             ADD 1 TO WS-LATER-COUNT
033600         END-IF
033700     END-IF
033710     END-IF.
033800     PERFORM L110-READ-AUDIT THRU L110-EXIT.
033900 L120-EXIT.
034000     EXIT.
034100******************************************************************
034200* E100-CHECK-EDIT-LOG COUNTS THE PERSEDLG ENTRIES PROCESSED ON
034300* THE NIGHT BEING BACKED OUT.  EVERY NIGHT THAT APPLIED ANYTHING
034400* LOGGED ITS FILE THERE FIRST, SO NO ENTRY MEANS THE CARD DATE IS
034500* WRONG, AND A REOPENED ENTRY MEANS THIS NIGHT WAS ALREADY BACKED
034600* OUT -- THE COMPENSATING ENTRIES OF A SAME-DAY BACKOUT CARRY THE
034700* SAME RUN DATE, SO THE LOG IS THE ONLY RELIABLE MARKER.
034710* AN ENTRY PROCESSED AFTER THAT NIGHT MEANS A LATER NIGHT RAN AND
034720* THE PENDING AND QUEUE COPIES ARE ITS, NOT THIS NIGHT'S.
034800******************************************************************
034900 E100-CHECK-EDIT-LOG.
035000     OPEN INPUT EDIT-LOG.
035100     IF WS-EL-STATUS = "00"
035200         MOVE 'N' TO WS-EOF-SW
035300         PERFORM E110-READ-EDIT-LOG THRU E110-EXIT
035400         PERFORM E120-COUNT-EDIT-LOG THRU E120-EXIT
035500             UNTIL WS-EOF
035600         CLOSE EDIT-LOG
035700     END-IF.
035710     IF WS-EL-LATER-COUNT > ZERO
035720         MOVE "PERSEDLG HAS A FILE PROCESSED AFTER THAT NIGHT"
035730             TO WS-MSG-LINE
035740         PERFORM Z100-REFUSE THRU Z100-EXIT
035750     ELSE
035800     IF WS-EL-REOPENED-COUNT > ZERO
035900         MOVE "THAT NIGHT WAS ALREADY BACKED OUT (PERSEDLG)"
036000             TO WS-MSG-LINE
036100         PERFORM Z100-REFUSE THRU Z100-EXIT
036200     ELSE
036300     IF WS-EL-OPEN-COUNT = ZERO
036400         MOVE "NO PERSEDLG ENTRY PROCESSED ON THAT RUN DATE"
036500             TO WS-MSG-LINE
036600         PERFORM Z100-REFUSE THRU Z100-EXIT
036700     END-IF
036800     END-IF
036810     END-IF.
036900 E100-EXIT.
037000     EXIT.
037100 E110-READ-EDIT-LOG.
037200     READ EDIT-LOG
037300         AT END
037400             SET WS-EOF TO TRUE
037500     END-READ.
037600 E110-EXIT.
037700     EXIT.
037800 E120-COUNT-EDIT-LOG.
037900     IF EL-PROCESS-DATE = WS-NIGHT-DATE
038000         IF EL-REOPEN-DATE-X IS NUMERIC
038100                 AND EL-REOPEN-DATE > ZERO
038200             ADD 1 TO WS-EL-REOPENED-COUNT
038300         ELSE
038400             ADD 1 TO WS-EL-OPEN-COUNT
038500         END-IF
038510     ELSE
038520     IF EL-PROCESS-DATE > WS-NIGHT-DATE
038530         ADD 1 TO WS-EL-LATER-COUNT
038540     END-IF
038600     END-IF.
038700     PERFORM E110-READ-EDIT-LOG THRU E110-EXIT.
038800 E120-EXIT.
038900     EXIT.
038902******************************************************************
038905* K100-CHECK-CARRY-FILES MAKES SURE THE PENDING FILE, THE QUEUE
038908* AND THE NIGHT'S COPY OF EACH OPEN BEFORE THE MASTER IS TOUCHED.
038911******************************************************************
038914 K100-CHECK-CARRY-FILES.
038917     OPEN INPUT PENDING-SAVE-IN PENDING-IN QUEUE-SAVE-IN QUEUE-IN.
038920     IF WS-PS-STATUS NOT = "00" OR WS-PI-STATUS NOT = "00"
038923         MOVE "PENDING FILE PERSPNDI OR PERSPNDS WILL NOT OPEN"
038926             TO WS-MSG-LINE
038929         PERFORM Z100-REFUSE THRU Z100-EXIT
038932     ELSE
038935     IF WS-QS-STATUS NOT = "00" OR WS-QI-STATUS NOT = "00"
038938         MOVE "APPROVAL QUEUE PERSAPQI OR PERSAPQS WILL NOT OPEN"
038941             TO WS-MSG-LINE
038944         PERFORM Z100-REFUSE THRU Z100-EXIT
038947     END-IF
038950     END-IF.
038953     IF WS-PS-STATUS = "00"
038956         CLOSE PENDING-SAVE-IN
038959     END-IF.
038962     IF WS-PI-STATUS = "00"
038965         CLOSE PENDING-IN
038968     END-IF.
038971     IF WS-QS-STATUS = "00"
038974         CLOSE QUEUE-SAVE-IN
038977     END-IF.
038980     IF WS-QI-STATUS = "00"
038983         CLOSE QUEUE-IN
038986     END-IF.
038989 K100-EXIT.
038992     EXIT.
039000******************************************************************
039100* 2000-SCAN-MASTER COUNTS THE ACTIVE RECORDS ON PERSON-MASTER AND
039200* SUMS THEIR IDS, THE SAME MEASURE PERSRECN TAKES.  RUN ONCE
039300* BEFORE AND ONCE AFTER THE REVERSAL.
039400******************************************************************
039500 2000-SCAN-MASTER.
039600     MOVE ZERO TO WS-SCAN-COUNT.
039700     MOVE ZERO TO WS-SCAN-ID-SUM.
039800     MOVE 'N' TO WS-EOF-SW.
039900     OPEN INPUT PERSON-MASTER.
040000     PERFORM 2100-READ-PERSON-MASTER THRU 2100-EXIT.
040100     PERFORM 2200-COUNT-ONE THRU 2200-EXIT
040200         UNTIL WS-EOF.
040300     CLOSE PERSON-MASTER.
040400 2000-EXIT.
040500     EXIT.
040600 2100-READ-PERSON-MASTER.
040700     READ PERSON-MASTER NEXT RECORD
040800         AT END
040900             SET WS-EOF TO TRUE
041000     END-READ.
041100 2100-EXIT.
041200     EXIT.
041300 2200-COUNT-ONE.
041400     IF PM-STATUS-ACTIVE
041500         ADD 1 TO WS-SCAN-COUNT
041600         ADD PM-ID TO WS-SCAN-ID-SUM
041700     END-IF.
041800     PERFORM 2100-READ-PERSON-MASTER THRU 2100-EXIT.
041900 2200-EXIT.
042000     EXIT.
042100******************************************************************
042200* 4000-REVERSE-NIGHT WALKS THE TABLE FROM THE NEWEST ENTRY BACK
042300* TO THE OLDEST, REVERSING EACH ONE AGAINST THE MASTER AND
042400* APPENDING ITS COMPENSATING AUDIT ENTRY.
042500******************************************************************
042600 4000-REVERSE-NIGHT.
042700     OPEN I-O PERSON-MASTER.
042800     OPEN EXTEND AUDIT-LOG.
042900     PERFORM 4100-REVERSE-ONE THRU 4100-EXIT
043000         VARYING WS-I FROM WS-TAB-USED BY -1
043100         UNTIL WS-I < 1.
043200     CLOSE AUDIT-LOG.
043300     CLOSE PERSON-MASTER.
043400 4000-EXIT.
043500     EXIT.
043600 4100-REVERSE-ONE.
043700     MOVE WS-TAB-ENTRY (WS-I) TO AU-RECORD.
043800     MOVE AU-ID TO WS-BK-ID.
043900     MOVE AU-SEQ-NO TO WS-BK-SEQ.
044000     MOVE AU-CHANGE-TYPE TO WS-BK-TYPE.
044100     MOVE AU-OLD-IMAGE TO WS-BK-OLD-IMAGE.
044200     MOVE SPACES TO WS-BK-RESTORED-IMAGE.
044300     MOVE SPACES TO WS-BK-COMP-TYPE.
044400     MOVE 'N' TO WS-DONE-SW.
044500     MOVE WS-BK-ID TO PM-ID.
044600     READ PERSON-MASTER
044700         INVALID KEY
044800             CONTINUE
044900     END-READ.
045000     IF WS-PM-STATUS = "00"
045100         MOVE 'Y' TO WS-ON-MASTER-SW
045200         MOVE PM-RECORD TO WS-BK-CUR-IMAGE
045300     ELSE
045400         MOVE 'N' TO WS-ON-MASTER-SW
045500         MOVE SPACES TO WS-BK-CUR-IMAGE
045600     END-IF.
045700     EVALUATE TRUE
045800         WHEN WS-BK-ADD
045900             PERFORM 4200-BACK-OUT-ADD THRU 4200-EXIT
046000         WHEN WS-BK-CHANGE
046100             PERFORM 4300-BACK-OUT-CHANGE THRU 4300-EXIT
046200         WHEN WS-BK-DELETE
046300             PERFORM 4400-BACK-OUT-DELETE THRU 4400-EXIT
046400         WHEN WS-BK-REHIRE
046500             PERFORM 4500-BACK-OUT-REHIRE THRU 4500-EXIT
046600         WHEN OTHER
046700             MOVE "UNKNOWN TYPE" TO WS-DTL-ACTION
046800     END-EVALUATE.
046900     IF WS-REVERSED
047000         PERFORM 4900-WRITE-COMPENSATING THRU 4900-EXIT
047100     ELSE
047200         ADD 1 TO WS-NOT-REVERSED-COUNT
047300         DISPLAY "PERSBACK: ID " WS-BK-ID " SEQ " WS-BK-SEQ
047400             " NOT REVERSED -- " WS-DTL-ACTION
047500     END-IF.
047600     PERFORM 4800-PRINT-DETAIL THRU 4800-EXIT.
047700 4100-EXIT.
047800     EXIT.
047900******************************************************************
048000* 4200-BACK-OUT-ADD REMOVES THE ADDED RECORD.  BY THE TIME THE
048100* ADD ITSELF IS REACHED EVERY LATER ENTRY AGAINST THE ID HAS
048200* ALREADY BEEN UNWOUND, SO THE RECORD IS BACK AS IT WAS ADDED.
048300******************************************************************
048400 4200-BACK-OUT-ADD.
048500     IF NOT WS-ON-MASTER
048600         MOVE "ADD NOT ON MASTER" TO WS-DTL-ACTION
048700     ELSE
048800         DELETE PERSON-MASTER RECORD
048900             INVALID KEY
049000                 MOVE "ADD DELETE FAILED" TO WS-DTL-ACTION
049100             NOT INVALID KEY
049200                 SET WS-REVERSED TO TRUE
049300                 MOVE "D" TO WS-BK-COMP-TYPE
049400                 MOVE "ADD REMOVED" TO WS-DTL-ACTION
049500                 ADD 1 TO WS-ADDS-REMOVED
049600                 ADD WS-BK-ID TO WS-ADD-ID-SUM-REMOVED
049700         END-DELETE
049800     END-IF.
049900 4200-EXIT.
050000     EXIT.
050100 4300-BACK-OUT-CHANGE.
050200     IF NOT WS-ON-MASTER
050300         MOVE "CHANGE NOT ON MSTR" TO WS-DTL-ACTION
050400     ELSE
050500         MOVE WS-BK-OLD-IMAGE TO PM-RECORD
050600         REWRITE PM-RECORD
050700             INVALID KEY
050800                 MOVE "CHANGE REWRITE FAIL" TO WS-DTL-ACTION
050900             NOT INVALID KEY
051000                 SET WS-REVERSED TO TRUE
051100                 MOVE "C" TO WS-BK-COMP-TYPE
051200                 MOVE WS-BK-OLD-IMAGE TO WS-BK-RESTORED-IMAGE
051300                 MOVE "CHANGE RESTORED" TO WS-DTL-ACTION
051400                 ADD 1 TO WS-CHANGES-RESTORED
051500         END-REWRITE
051600     END-IF.
051700 4300-EXIT.
051800     EXIT.
051900******************************************************************
052000* 4400-BACK-OUT-DELETE PUTS THE ACTIVE OLD IMAGE BACK.  IF PERSPRG
052100* HAS PURGED THE DELETED RECORD SINCE, IT IS WRITTEN BACK RATHER
052200* THAN REWRITTEN (THE ARCHIVE COPY STAYS, THE ARCHIVE IS
052300* APPEND-ONLY).
052400******************************************************************
052500 4400-BACK-OUT-DELETE.
052600     MOVE WS-BK-OLD-IMAGE TO PM-RECORD.
052700     IF WS-ON-MASTER
052800         REWRITE PM-RECORD
052900             INVALID KEY
053000                 MOVE "DELETE REWRITE FAIL" TO WS-DTL-ACTION
053100             NOT INVALID KEY
053200                 SET WS-REVERSED TO TRUE
053300                 MOVE "DELETE REACTIVATED" TO WS-DTL-ACTION
053400         END-REWRITE
053500     ELSE
053600         WRITE PM-RECORD
053700             INVALID KEY
053800                 MOVE "DELETE WRITE FAILED" TO WS-DTL-ACTION
053900             NOT INVALID KEY
054000                 SET WS-REVERSED TO TRUE
054100                 MOVE "PURGED, WRITTEN BACK" TO WS-DTL-ACTION
054200         END-WRITE
054300     END-IF.
054400     IF WS-REVERSED
054500         MOVE "R" TO WS-BK-COMP-TYPE
054600         MOVE WS-BK-OLD-IMAGE TO WS-BK-RESTORED-IMAGE
054700         ADD 1 TO WS-DELETES-REACTIVATED
054800         ADD WS-BK-ID TO WS-DEL-ID-SUM-REACTIVATED
054900     END-IF.
055000 4400-EXIT.
055100     EXIT.
055200******************************************************************
055300* 4500-BACK-OUT-REHIRE RETURNS A REHIRED PERSON TO WHERE THE
055400* REHIRE FOUND THEM: THE DELETED RECORD FOR A REHIRE FROM THE
055500* MASTER, OR NO RECORD AT ALL FOR A REHIRE FROM THE PURGE
055600* ARCHIVE (BLANK OLD IMAGE).  EITHER WAY IT IS LOGGED AS A DELETE.
055700******************************************************************
055800 4500-BACK-OUT-REHIRE.
055900     IF NOT WS-ON-MASTER
056000         MOVE "REHIRE NOT ON MSTR" TO WS-DTL-ACTION
056100     ELSE
056200         IF WS-BK-OLD-IMAGE = SPACES
056300             DELETE PERSON-MASTER RECORD
056400                 INVALID KEY
056500                     MOVE "REHIRE DELETE FAIL" TO WS-DTL-ACTION
056600                 NOT INVALID KEY
056700                     SET WS-REVERSED TO TRUE
056800                     MOVE "REHIRE REMOVED" TO WS-DTL-ACTION
056900             END-DELETE
057000         ELSE
057100             MOVE WS-BK-OLD-IMAGE TO PM-RECORD
057200             REWRITE PM-RECORD
057300                 INVALID KEY
057400                     MOVE "REHIRE REWRITE FAIL" TO WS-DTL-ACTION
057500                 NOT INVALID KEY
057600                     SET WS-REVERSED TO TRUE
057700                     MOVE WS-BK-OLD-IMAGE TO WS-BK-RESTORED-IMAGE
057800                     MOVE "REHIRE UNDONE" TO WS-DTL-ACTION
057900             END-REWRITE
058000         END-IF
058100     END-IF.
058200     IF WS-REVERSED
058300         MOVE "D" TO WS-BK-COMP-TYPE
058400         ADD 1 TO WS-REHIRES-UNDONE
058500         ADD WS-BK-ID TO WS-RH-ID-SUM-UNDONE
058600     END-IF.
058700 4500-EXIT.
058800     EXIT.
058900 4800-PRINT-DETAIL.
059000     MOVE WS-BK-ID TO WS-DTL-ID.
059100     IF WS-BK-CUR-IMAGE NOT = SPACES
059200         MOVE WS-BK-CUR-NAME (1:38) TO WS-DTL-NAME
059300     ELSE
059400         MOVE WS-BK-OLD-NAME (1:38) TO WS-DTL-NAME
059500     END-IF.
059600     MOVE WS-BK-SEQ TO WS-DTL-SEQ.
059700     MOVE WS-DETAIL-LINE TO BR-LINE.
059800     WRITE BR-LINE.
059900 4800-EXIT.
060000     EXIT.
060100 4900-WRITE-COMPENSATING.
060200     MOVE SPACES TO AU-RECORD.
060300     MOVE WS-BK-ID TO AU-ID.
060400     MOVE WS-BK-CUR-IMAGE TO AU-OLD-IMAGE.
060500     MOVE WS-BK-RESTORED-IMAGE TO AU-NEW-IMAGE.
060600     MOVE WS-BK-COMP-TYPE TO AU-CHANGE-TYPE.
060700     MOVE WS-TODAY TO AU-RUN-DATE.
060800     MOVE WS-BK-SEQ TO AU-SEQ-NO.
060850     SET AU-FROM-BACKOUT TO TRUE.
060900     WRITE AU-RECORD.
061000     ADD 1 TO WS-COMP-WRITTEN.
061100 4900-EXIT.
061200     EXIT.
061300******************************************************************
061400* 5000-REOPEN-EDIT-LOG STAMPS TODAY'S DATE AS THE REOPEN DATE ON
061500* EVERY PERSEDLG ENTRY PROCESSED THAT NIGHT.  PERSEDIT SKIPS A
061600* REOPENED ENTRY IN ITS DUPLICATE-FILE CHECK AND ACCEPTS THE
061700* RESUBMITTED FILE UNDER ITS ORIGINAL CREATION DATE.
061800******************************************************************
061900 5000-REOPEN-EDIT-LOG.
062000     MOVE SPACES TO BR-LINE.
062100     WRITE BR-LINE.
062200     OPEN I-O EDIT-LOG.
062300     IF WS-EL-STATUS = "00"
062400         MOVE 'N' TO WS-EOF-SW
062500         PERFORM E110-READ-EDIT-LOG THRU E110-EXIT
062600         PERFORM 5100-REOPEN-ONE THRU 5100-EXIT
062700             UNTIL WS-EOF
062800         CLOSE EDIT-LOG
062900     ELSE
063000         DISPLAY "PERSBACK: PERSEDLG OPEN FAILED, STATUS "
063100             WS-EL-STATUS
063200     END-IF.
063300     IF WS-EL-MARKED-COUNT = ZERO
063400         MOVE "PERSEDLG NOT REOPENED, RESUBMIT WILL BE REFUSED"
063500             TO WS-MSG-LINE
063600         WRITE BR-LINE FROM WS-MSG-LINE
063700         SET WS-WARNING TO TRUE
063800     END-IF.
063900 5000-EXIT.
064000     EXIT.
064100 5100-REOPEN-ONE.
064200     IF EL-PROCESS-DATE = WS-NIGHT-DATE
064300             AND EL-REOPEN-DATE-X IS NOT NUMERIC
064400         MOVE WS-TODAY TO EL-REOPEN-DATE
064500         REWRITE EL-RECORD
064600         ADD 1 TO WS-EL-MARKED-COUNT
064700         MOVE EL-SOURCE TO WS-ELL-SOURCE
064800         MOVE EL-CREATE-DATE TO WS-ELL-CREATE-DATE
064900         MOVE WS-EL-LINE TO BR-LINE
065000         WRITE BR-LINE
065100     END-IF.
065200     PERFORM E110-READ-EDIT-LOG THRU E110-EXIT.
065300 5100-EXIT.
065400     EXIT.
065401******************************************************************
065402* P100-REBUILD-PENDING WRITES THE PENDING FILE BACK TO PERSPNDO.
065403* FIRST THE RECORDS THE NIGHT CONSUMED COME BACK FROM ITS COPY --
065404* DUE BY THAT NIGHT (OR AN EFFECTIVE DATE THAT WAS NEVER A DATE),
065405* OR WITH NO PARK DATE, WHICH THE NIGHT RE-DATED -- THEN THE
065406* CURRENT FILE, LESS EVERYTHING PARKED THAT NIGHT.  THE SEQUENCE
065407* IS RENUMBERED 1..N AS PERSUPD AND PERSPEND DO.
065408******************************************************************
065409 P100-REBUILD-PENDING.
065410     MOVE SPACES TO BR-LINE.
065411     WRITE BR-LINE.
065412     OPEN OUTPUT PENDING-OUT.
065413     OPEN INPUT PENDING-SAVE-IN.
065414     MOVE 'N' TO WS-EOF-SW.
065415     PERFORM P110-READ-SAVED THRU P110-EXIT.
065416     PERFORM P120-RESTORE-SAVED THRU P120-EXIT
065417         UNTIL WS-EOF.
065418     CLOSE PENDING-SAVE-IN.
065419     OPEN INPUT PENDING-IN.
065420     MOVE 'N' TO WS-EOF-SW.
065421     PERFORM P130-READ-CURRENT THRU P130-EXIT.
065422     PERFORM P140-KEEP-CURRENT THRU P140-EXIT
065423         UNTIL WS-EOF.
065424     CLOSE PENDING-IN.
065425     CLOSE PENDING-OUT.
065426 P100-EXIT.
065427     EXIT.
065428 P110-READ-SAVED.
065429     READ PENDING-SAVE-IN
065430         AT END
065431             SET WS-EOF TO TRUE
065432     END-READ.
065433 P110-EXIT.
065434     EXIT.
065435 P120-RESTORE-SAVED.
065436     MOVE PS-PEND-TRAN TO PT-RECORD.
065437     IF PS-PARK-DATE-X IS NOT NUMERIC
065438             OR PS-PARK-DATE = ZERO
065439             OR PT-EFFECTIVE-DATE-X IS NOT NUMERIC
065440             OR PT-EFFECTIVE-DATE NOT > WS-NIGHT-DATE
065441         MOVE ZERO TO PO-PARK-DATE
065442         IF PS-PARK-DATE-X IS NUMERIC
065443             MOVE PS-PARK-DATE TO PO-PARK-DATE
065444         END-IF
065445         PERFORM P800-WRITE-PENDING THRU P800-EXIT
065446         ADD 1 TO WS-PEND-RESTORED
065447         MOVE "PENDING PUT BACK" TO WS-DTL-ACTION
065448         MOVE PT-SEQ-NO TO WS-DTL-SEQ
065449         PERFORM P900-PRINT-ITEM THRU P900-EXIT
065450     END-IF.
065451     PERFORM P110-READ-SAVED THRU P110-EXIT.
065452 P120-EXIT.
065453     EXIT.
065454 P130-READ-CURRENT.
065455     READ PENDING-IN
065456         AT END
065457             SET WS-EOF TO TRUE
065458     END-READ.
065459 P130-EXIT.
065460     EXIT.
065461 P140-KEEP-CURRENT.
065462     MOVE PI-PEND-TRAN TO PT-RECORD.
065463     IF PI-PARK-DATE-X IS NUMERIC
065464             AND PI-PARK-DATE = WS-NIGHT-DATE
065465         ADD 1 TO WS-PEND-REMOVED
065466         MOVE "PENDING REMOVED" TO WS-DTL-ACTION
065467         MOVE PT-SEQ-NO TO WS-DTL-SEQ
065468         PERFORM P900-PRINT-ITEM THRU P900-EXIT
065469     ELSE
065470         MOVE ZERO TO PO-PARK-DATE
065471         IF PI-PARK-DATE-X IS NUMERIC
065472             MOVE PI-PARK-DATE TO PO-PARK-DATE
065473         END-IF
065474         PERFORM P800-WRITE-PENDING THRU P800-EXIT
065475         ADD 1 TO WS-PEND-KEPT
065476     END-IF.
065477     PERFORM P130-READ-CURRENT THRU P130-EXIT.
065478 P140-EXIT.
065479     EXIT.
065480 P800-WRITE-PENDING.
065481     ADD 1 TO WS-PEND-OUT-SEQ.
065482     MOVE WS-PEND-OUT-SEQ TO PT-SEQ-NO.
065483     MOVE PT-RECORD TO PO-PEND-TRAN.
065484     WRITE PO-PEND-RECORD.
065485 P800-EXIT.
065486     EXIT.
065487*    PENDING RECORDS AND QUEUE ITEMS ALIKE.  THE CALLER SETS THE
065488*    ACTION AND THE PENDING SEQUENCE OR QUEUE ITEM NUMBER.
065489 P900-PRINT-ITEM.
065490     MOVE ZERO TO WS-DTL-ID.
065491     IF PT-ID-X IS NUMERIC
065492         MOVE PT-ID TO WS-DTL-ID
065493     END-IF.
065494     MOVE PT-NAME (1:38) TO WS-DTL-NAME.
065495     MOVE WS-DETAIL-LINE TO BR-LINE.
065496     WRITE BR-LINE.
065497 P900-EXIT.
065498     EXIT.
065500******************************************************************
065600* 6000-READ-CONTROL-TOTALS PICKS UP THE NIGHT'S PERSCTL FIGURES
065700* FOR THE TIE-OUT, GUARDED THE SAME WAY PERSRECN GUARDS THEM.
065800******************************************************************
065900 6000-READ-CONTROL-TOTALS.
066000     OPEN INPUT CONTROL-TOTALS.
066100     IF WS-CTL-STATUS = "00"
066200         SET WS-CTL-FOUND TO TRUE
066300         PERFORM 6100-READ-CTL-LINE THRU 6100-EXIT
066400         PERFORM 6200-ACCUM-CTL-LINE THRU 6200-EXIT
066500             UNTIL WS-CTL-EOF
066600         CLOSE CONTROL-TOTALS
066700     END-IF.
066800 6000-EXIT.
066900     EXIT.
067000 6100-READ-CTL-LINE.
067100     READ CONTROL-TOTALS
067200         AT END
067300             SET WS-CTL-EOF TO TRUE
067400     END-READ.
067500 6100-EXIT.
067600     EXIT.
067700 6200-ACCUM-CTL-LINE.
067800     EVALUATE CT-LABEL
067900         WHEN "ADDS"
068000             MOVE CT-VALUE TO WS-ADDS-FROM-CTL
068100         WHEN "CHANGES"
068200             MOVE CT-VALUE TO WS-CHANGES-FROM-CTL
068300         WHEN "DELETES"
068400             MOVE CT-VALUE TO WS-DELETES-FROM-CTL
068500         WHEN "REHIRES"
068600             MOVE CT-VALUE TO WS-REHIRES-FROM-CTL
068700         WHEN "ADDIDSUM"
068800             MOVE CT-VALUE TO WS-ADD-ID-SUM-FROM-CTL
068900         WHEN "DELIDSUM"
069000             MOVE CT-VALUE TO WS-DEL-ID-SUM-FROM-CTL
069100         WHEN "RHIDSUM"
069200             MOVE CT-VALUE TO WS-RH-ID-SUM-FROM-CTL
069300         WHEN OTHER
069400             CONTINUE
069500     END-EVALUATE.
069600     PERFORM 6100-READ-CTL-LINE THRU 6100-EXIT.
069700 6200-EXIT.
069800     EXIT.
069900******************************************************************
070000* 7000-PRINT-TOTALS PRINTS THE BEFORE/AFTER BALANCE AND THE
070100* TIE-OUT.  REMOVING AN ADD OR UNDOING A REHIRE TAKES ONE ACTIVE
070200* RECORD OFF; REACTIVATING A DELETE PUTS ONE BACK; A RESTORED
070300* CHANGE LEAVES THE COUNT ALONE.  THE PENDING AND QUEUE COUNTS
070310* FROM P100 AND Q100 FOLLOW.
070400******************************************************************
070500 7000-PRINT-TOTALS.
070600     COMPUTE WS-EXPECTED-COUNT =
070700         WS-BEFORE-COUNT - WS-ADDS-REMOVED
070800             - WS-REHIRES-UNDONE + WS-DELETES-REACTIVATED.
070900     COMPUTE WS-EXPECTED-ID-SUM =
071000         WS-BEFORE-ID-SUM - WS-ADD-ID-SUM-REMOVED
071100             - WS-RH-ID-SUM-UNDONE + WS-DEL-ID-SUM-REACTIVATED.
071200     MOVE SPACES TO BR-LINE.
071300     WRITE BR-LINE.
071400     MOVE "MASTER ACTIVE BEFORE" TO WS-BAL-LABEL.
071500     MOVE WS-BEFORE-COUNT TO WS-BAL-VALUE.
071600     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
071700     MOVE "MASTER ID SUM BEFORE" TO WS-BAL-LABEL.
071800     MOVE WS-BEFORE-ID-SUM TO WS-BAL-VALUE.
071900     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
072000     MOVE "ADDS REMOVED" TO WS-BAL-LABEL.
072100     MOVE WS-ADDS-REMOVED TO WS-BAL-VALUE.
072200     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
072300     MOVE "CHANGES RESTORED" TO WS-BAL-LABEL.
072400     MOVE WS-CHANGES-RESTORED TO WS-BAL-VALUE.
072500     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
072600     MOVE "DELETES REACTIVATED" TO WS-BAL-LABEL.
072700     MOVE WS-DELETES-REACTIVATED TO WS-BAL-VALUE.
072800     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
072900     MOVE "REHIRES UNDONE" TO WS-BAL-LABEL.
073000     MOVE WS-REHIRES-UNDONE TO WS-BAL-VALUE.
073100     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
073200     MOVE "ENTRIES NOT REVERSED" TO WS-BAL-LABEL.
073300     MOVE WS-NOT-REVERSED-COUNT TO WS-BAL-VALUE.
073400     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
073500     MOVE "COMPENSATING ENTRIES" TO WS-BAL-LABEL.
073600     MOVE WS-COMP-WRITTEN TO WS-BAL-VALUE.
073700     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
073800     MOVE "EXPECTED ACTIVE AFTER" TO WS-BAL-LABEL.
073900     MOVE WS-EXPECTED-COUNT TO WS-BAL-VALUE.
074000     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
074100     MOVE "MASTER ACTIVE AFTER" TO WS-BAL-LABEL.
074200     MOVE WS-AFTER-COUNT TO WS-BAL-VALUE.
074300     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
074400     MOVE "EXPECTED ID SUM AFTER" TO WS-BAL-LABEL.
074500     MOVE WS-EXPECTED-ID-SUM TO WS-BAL-VALUE.
074600     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
074700     MOVE "MASTER ID SUM AFTER" TO WS-BAL-LABEL.
074800     MOVE WS-AFTER-ID-SUM TO WS-BAL-VALUE.
074900     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
075000     IF WS-EXPECTED-COUNT = WS-AFTER-COUNT
075100             AND WS-EXPECTED-ID-SUM = WS-AFTER-ID-SUM
075200         MOVE "BALANCED" TO WS-BAL-STATUS-TEXT
075300     ELSE
075400         MOVE "OUT OF BALANCE" TO WS-BAL-STATUS-TEXT
075500         SET WS-WARNING TO TRUE
075600     END-IF.
075700     MOVE WS-BAL-STATUS-LINE TO BR-LINE.
075800     WRITE BR-LINE.
075900     MOVE SPACES TO BR-LINE.
076000     WRITE BR-LINE.
076100     IF NOT WS-CTL-FOUND
076200         MOVE "NO PERSCTL CONTROL TOTALS -- TIE-OUT SKIPPED"
076300             TO WS-MSG-LINE
076400         WRITE BR-LINE FROM WS-MSG-LINE
076500         SET WS-WARNING TO TRUE
076600     ELSE
076700         MOVE WS-TIE-HEADING TO BR-LINE
076800         WRITE BR-LINE
076900         MOVE "ADDS" TO WS-TIE-LABEL
077000         MOVE WS-ADDS-FROM-CTL TO WS-TIE-CTL
077100         MOVE WS-ADDS-REMOVED TO WS-TIE-BACKED
077200         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
077300         MOVE "ADDIDSUM" TO WS-TIE-LABEL
077400         MOVE WS-ADD-ID-SUM-FROM-CTL TO WS-TIE-CTL
077500         MOVE WS-ADD-ID-SUM-REMOVED TO WS-TIE-BACKED
077600         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
077700         MOVE "CHANGES" TO WS-TIE-LABEL
077800         MOVE WS-CHANGES-FROM-CTL TO WS-TIE-CTL
077900         MOVE WS-CHANGES-RESTORED TO WS-TIE-BACKED
078000         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
078100         MOVE "DELETES" TO WS-TIE-LABEL
078200         MOVE WS-DELETES-FROM-CTL TO WS-TIE-CTL
078300         MOVE WS-DELETES-REACTIVATED TO WS-TIE-BACKED
078400         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
078500         MOVE "DELIDSUM" TO WS-TIE-LABEL
078600         MOVE WS-DEL-ID-SUM-FROM-CTL TO WS-TIE-CTL
078700         MOVE WS-DEL-ID-SUM-REACTIVATED TO WS-TIE-BACKED
078800         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
078900         MOVE "REHIRES" TO WS-TIE-LABEL
079000         MOVE WS-REHIRES-FROM-CTL TO WS-TIE-CTL
079100         MOVE WS-REHIRES-UNDONE TO WS-TIE-BACKED
079200         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
079300         MOVE "RHIDSUM" TO WS-TIE-LABEL
079400         MOVE WS-RH-ID-SUM-FROM-CTL TO WS-TIE-CTL
079500         MOVE WS-RH-ID-SUM-UNDONE TO WS-TIE-BACKED
079600         PERFORM 7200-WRITE-TIE-LINE THRU 7200-EXIT
079700     END-IF.
079704     MOVE SPACES TO BR-LINE.
079708     WRITE BR-LINE.
079712     MOVE "PENDING PUT BACK" TO WS-BAL-LABEL.
079716     MOVE WS-PEND-RESTORED TO WS-BAL-VALUE.
079720     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079724     MOVE "PENDING REMOVED" TO WS-BAL-LABEL.
079728     MOVE WS-PEND-REMOVED TO WS-BAL-VALUE.
079732     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079736     MOVE "PENDING KEPT" TO WS-BAL-LABEL.
079740     MOVE WS-PEND-KEPT TO WS-BAL-VALUE.
079744     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079748     MOVE "QUEUE ITEMS PUT BACK" TO WS-BAL-LABEL.
079752     MOVE WS-QUEUE-RESTORED TO WS-BAL-VALUE.
079756     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079760     MOVE "QUEUE ITEMS REMOVED" TO WS-BAL-LABEL.
079764     MOVE WS-QUEUE-REMOVED TO WS-BAL-VALUE.
079768     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079772     MOVE "QUEUE ITEMS KEPT" TO WS-BAL-LABEL.
079776     MOVE WS-QUEUE-KEPT TO WS-BAL-VALUE.
079780     PERFORM 7100-WRITE-BAL-LINE THRU 7100-EXIT.
079800 7000-EXIT.
079900     EXIT.
080000 7100-WRITE-BAL-LINE.
080100     MOVE WS-BAL-LINE-DETAIL TO BR-LINE.
080200     WRITE BR-LINE.
080300 7100-EXIT.
080400     EXIT.
080500 7200-WRITE-TIE-LINE.
080600     IF WS-TIE-CTL = WS-TIE-BACKED
080700         MOVE "AGREES" TO WS-TIE-RESULT
080800     ELSE
080900         MOVE "DIFFERS" TO WS-TIE-RESULT
081000         SET WS-WARNING TO TRUE
081100     END-IF.
081200     MOVE WS-TIE-LINE TO BR-LINE.
081300     WRITE BR-LINE.
081400 7200-EXIT.
081500     EXIT.
081501******************************************************************
081502* Q100-REBUILD-QUEUE MERGES, IN ITEM-NUMBER ORDER, THE CURRENT
081503* QUEUE LESS EVERY ITEM HELD THAT NIGHT WITH THE ITEMS STILL
081504* RELEASED ON THE NIGHT'S COPY -- THE ONES THE NIGHT APPLIED.  AN
081505* ITEM ON BOTH IS TAKEN FROM THE CURRENT QUEUE.  THE CURRENT
081506* CONTROL RECORD GOES LAST, SO ITEM NUMBERS CARRY ON FROM IT.
081507******************************************************************
081508 Q100-REBUILD-QUEUE.
081509     OPEN INPUT QUEUE-IN.
081510     OPEN INPUT QUEUE-SAVE-IN.
081511     OPEN OUTPUT QUEUE-OUT.
081512     PERFORM Q110-NEXT-CURRENT THRU Q110-EXIT.
081513     PERFORM Q120-NEXT-SAVED THRU Q120-EXIT.
081514     PERFORM Q130-MERGE-ONE THRU Q130-EXIT
081515         UNTIL WS-QC-KEY = HIGH-VALUES
081516             AND WS-QS-KEY = HIGH-VALUES.
081517     IF WS-QCTL-FOUND
081518         WRITE QO-RECORD FROM WS-QCTL-IMAGE
081519     END-IF.
081520     CLOSE QUEUE-IN.
081521     CLOSE QUEUE-SAVE-IN.
081522     CLOSE QUEUE-OUT.
081523 Q100-EXIT.
081524     EXIT.
081525 Q110-NEXT-CURRENT.
081526     MOVE 'N' TO WS-QC-TAKEN-SW.
081527     PERFORM Q111-READ-CURRENT THRU Q111-EXIT
081528         UNTIL WS-QC-TAKEN.
081529 Q110-EXIT.
081530     EXIT.
081531 Q111-READ-CURRENT.
081532     READ QUEUE-IN
081533         AT END
081534             MOVE HIGH-VALUES TO WS-QC-KEY
081535             SET WS-QC-TAKEN TO TRUE
081536     END-READ.
081537     IF WS-QC-TAKEN
081538         CONTINUE
081539     ELSE
081540     IF AQ-CONTROL
081541         MOVE AQ-RECORD TO WS-QCTL-IMAGE
081542         SET WS-QCTL-FOUND TO TRUE
081543     ELSE
081544     IF AQ-HELD-DATE-X IS NUMERIC
081545             AND AQ-HELD-DATE = WS-NIGHT-DATE
081546         MOVE AQ-TRAN-IMAGE TO PT-RECORD
081547         ADD 1 TO WS-QUEUE-REMOVED
081548         MOVE "QUEUE ITEM REMOVED" TO WS-DTL-ACTION
081549         MOVE AQ-ITEM-NO TO WS-DTL-SEQ
081550         PERFORM P900-PRINT-ITEM THRU P900-EXIT
081551     ELSE
081552         MOVE AQ-RECORD TO WS-QC-IMAGE
081553         MOVE AQ-ITEM-NO TO WS-QC-KEY
081554         SET WS-QC-TAKEN TO TRUE
081555     END-IF
081556     END-IF
081557     END-IF.
081558 Q111-EXIT.
081559     EXIT.
081560 Q120-NEXT-SAVED.
081561     MOVE 'N' TO WS-QS-TAKEN-SW.
081562     PERFORM Q121-READ-SAVED THRU Q121-EXIT
081563         UNTIL WS-QS-TAKEN.
081564 Q120-EXIT.
081565     EXIT.
081566 Q121-READ-SAVED.
081567     READ QUEUE-SAVE-IN
081568         AT END
081569             MOVE HIGH-VALUES TO WS-QS-KEY
081570             SET WS-QS-TAKEN TO TRUE
081571         NOT AT END
081572             IF QS-RELEASED
081573                 MOVE QS-RECORD TO WS-QS-IMAGE
081574                 MOVE QS-ITEM-NO TO WS-QS-KEY
081575                 SET WS-QS-TAKEN TO TRUE
081576             END-IF
081577     END-READ.
081578 Q121-EXIT.
081579     EXIT.
081580 Q130-MERGE-ONE.
081581     IF WS-QS-KEY < WS-QC-KEY
081582         WRITE QO-RECORD FROM WS-QS-IMAGE
081583         MOVE WS-QS-TRAN TO PT-RECORD
081584         ADD 1 TO WS-QUEUE-RESTORED
081585         MOVE "QUEUE ITEM PUT BACK" TO WS-DTL-ACTION
081586         MOVE WS-QS-ITEM-NO TO WS-DTL-SEQ
081587         PERFORM P900-PRINT-ITEM THRU P900-EXIT
081588         PERFORM Q120-NEXT-SAVED THRU Q120-EXIT
081589     ELSE
081590         IF WS-QS-KEY = WS-QC-KEY
081591             PERFORM Q120-NEXT-SAVED THRU Q120-EXIT
081592         END-IF
081593         WRITE QO-RECORD FROM WS-QC-IMAGE
081594         ADD 1 TO WS-QUEUE-KEPT
081595         PERFORM Q110-NEXT-CURRENT THRU Q110-EXIT
081596     END-IF.
081597 Q130-EXIT.
081598     EXIT.
081600******************************************************************
081700* Z100-REFUSE PRINTS AND DISPLAYS THE REASON A BACKOUT WAS
081800* REFUSED.  NOTHING HAS BEEN CHANGED AT THIS POINT.
081900******************************************************************
082000 Z100-REFUSE.
082100     WRITE BR-LINE FROM WS-MSG-LINE.
082200     MOVE "BACKOUT REFUSED -- NOTHING CHANGED" TO BR-LINE.
082300     WRITE BR-LINE.
082400     DISPLAY "PERSBACK: " WS-MSG-LINE.
082500     DISPLAY "PERSBACK: BACKOUT OF " WS-NIGHT-DATE " REFUSED".
082600     SET WS-REFUSED TO TRUE.
082700     MOVE 8 TO RETURN-CODE.
082800 Z100-EXIT.
082900     EXIT.
083000 3000-TERMINATE.
083100     IF NOT WS-REFUSED
083200         IF WS-NOT-REVERSED-COUNT > ZERO
083300             SET WS-WARNING TO TRUE
083400         END-IF
083500         IF WS-WARNING
083600             DISPLAY "PERSBACK: BACKOUT OF " WS-NIGHT-DATE
083700                 " COMPLETED WITH WARNINGS -- SEE PERSBKR"
083800             MOVE 4 TO RETURN-CODE
083900         ELSE
084000             DISPLAY "PERSBACK: BACKOUT OF " WS-NIGHT-DATE
084100                 " COMPLETE, " WS-TAB-USED " ENTRIES REVERSED"
084200         END-IF
084300     END-IF.
084400     CLOSE BACKOUT-RPT.
084500 3000-EXIT.
084600     EXIT.
084700 9999-EXIT.
084800     STOP RUN.

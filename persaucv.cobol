000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSAUCV.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSAUCV IS THE ONE-TIME CONVERSION FOR THE APPROVER ID ADDED TO
001000* THE END OF THE AUDIT RECORD (PERSAUD.CPY, 329 TO 337 BYTES).  IT
001100* RUNS INSIDE PERSAUCV.JCL BETWEEN THE COPY OF AN OLD FILE TO A
001200* FLAT BACKUP AND THE RELOAD OF THE CONVERTED ONE, THE SAME SHAPE
001300* AS PERSAUDC.  THE SYSIN CARD SAYS WHICH KIND OF FILE IS BEING
001400* CONVERTED (COLUMNS 1-5):
001500*     AUDIT   THE AUDIT LOG OR ONE AUDITARC GENERATION -- 329 IN,
001600*             337 OUT
001700*     INDEX   THE AUDIT HISTORY INDEX UNLOADED FLAT (PERSAUDX.CPY,
001800*             WHOSE AUDIT ENTRY IS THE LAST FIELD) -- 356 IN, 364
001900*             OUT
002000* EITHER WAY EACH RECORD IS CARRIED ACROSS UNCHANGED WITH THE NEW
002100* APPROVER ID BLANK ON THE END -- NOTHING CONVERTED HERE EVER SAT
002200* ON THE APPROVAL QUEUE.  RECORD ORDER IS KEPT, SO A CONVERTED
002300* INDEX RELOADS WITHOUT A SORT.  INPUT AND OUTPUT COUNTS ARE
002400* DISPLAYED AND MUST MATCH; A MISSING OR UNKNOWN CARD ENDS RC=8
002500* WITH NOTHING WRITTEN.
002600*
002700* MODIFICATION HISTORY
002800*     10/15/2026 RLM  INITIAL VERSION
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MODE-CARD ASSIGN TO SYSIN
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OLD-AUDIT ASSIGN TO PERSAOLD
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT NEW-AUDIT ASSIGN TO PERSANEW
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OLD-INDEX ASSIGN TO PERSXOLD
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT NEW-INDEX ASSIGN TO PERSXNEW
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MODE-CARD
004600     RECORDING MODE IS F.
004700 01  MC-RECORD.
004800     05  MC-MODE                   PIC X(05).
004900         88  MC-MODE-AUDIT             VALUE "AUDIT".
005000         88  MC-MODE-INDEX             VALUE "INDEX".
005100     05  FILLER                    PIC X(75).
005200 FD  OLD-AUDIT
005300     RECORDING MODE IS F.
005400 01  OA-RECORD                     PIC X(329).
005500 FD  NEW-AUDIT
005600     RECORDING MODE IS F.
005700     COPY "persaud.cpy".
005800 FD  OLD-INDEX
005900     RECORDING MODE IS F.
006000 01  OX-RECORD                     PIC X(356).
006100 FD  NEW-INDEX
006200     RECORDING MODE IS F.
006300     COPY "persaudx.cpy".
006400 WORKING-STORAGE SECTION.
006500 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
006600     88  WS-EOF                        VALUE 'Y'.
006700 77  WS-MODE                       PIC X(05) VALUE SPACES.
006800     88  WS-MODE-AUDIT                 VALUE "AUDIT".
006900     88  WS-MODE-INDEX                 VALUE "INDEX".
007000 77  WS-IN-COUNT                   PIC 9(08) VALUE ZERO.
007100 77  WS-OUT-COUNT                  PIC 9(08) VALUE ZERO.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007500     IF WS-MODE-AUDIT
007600         PERFORM 2000-CONVERT-AUDIT THRU 2000-EXIT
007700             UNTIL WS-EOF
007800     END-IF.
007900     IF WS-MODE-INDEX
008000         PERFORM 2500-CONVERT-INDEX THRU 2500-EXIT
008100             UNTIL WS-EOF
008200     END-IF.
008300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
008400     PERFORM 9999-EXIT.
008500 1000-INITIALIZE.
008600     OPEN INPUT MODE-CARD.
008700     READ MODE-CARD
008800         AT END
008900             MOVE SPACES TO MC-RECORD
009000     END-READ.
009100     MOVE MC-MODE TO WS-MODE.
009200     CLOSE MODE-CARD.
009300     IF WS-MODE-AUDIT
009400         OPEN INPUT OLD-AUDIT
009500         OPEN OUTPUT NEW-AUDIT
009600         PERFORM 2100-READ-OLD-AUDIT THRU 2100-EXIT
009700     ELSE IF WS-MODE-INDEX
009800         OPEN INPUT OLD-INDEX
009900         OPEN OUTPUT NEW-INDEX
010000         PERFORM 2600-READ-OLD-INDEX THRU 2600-EXIT
010100     ELSE
010200         DISPLAY "PERSAUCV: MODE CARD MUST BE AUDIT OR INDEX -- "
010300             "NOTHING CONVERTED"
010400         MOVE 8 TO RETURN-CODE
010500     END-IF
010600     END-IF.
010700 1000-EXIT.
010800     EXIT.
010900******************************************************************
011000* 2000-CONVERT-AUDIT CARRIES ONE 329-BYTE AUDIT ENTRY INTO THE
011100* NEW LAYOUT WITH A BLANK APPROVER ID.
011200******************************************************************
011300 2000-CONVERT-AUDIT.
011400     MOVE SPACES TO AU-RECORD.
011500     MOVE OA-RECORD TO AU-RECORD (1:329).
011600     MOVE SPACES TO AU-APPROVER-ID.
011700     WRITE AU-RECORD.
011800     ADD 1 TO WS-OUT-COUNT.
011900     PERFORM 2100-READ-OLD-AUDIT THRU 2100-EXIT.
012000 2000-EXIT.
012100     EXIT.
012200 2100-READ-OLD-AUDIT.
012300     READ OLD-AUDIT
012400         AT END
012500             SET WS-EOF TO TRUE
012600     END-READ.
012700     IF NOT WS-EOF
012800         ADD 1 TO WS-IN-COUNT
012900     END-IF.
013000 2100-EXIT.
013100     EXIT.
013200******************************************************************
013300* 2500-CONVERT-INDEX CARRIES ONE 356-BYTE INDEX RECORD ACROSS.
013400* THE KEY AND THE OLD AUDIT ENTRY KEEP THEIR PLACES; THE ENTRY'S
013500* NEW APPROVER ID IS THE BLANK LAST EIGHT BYTES.
013600******************************************************************
013700 2500-CONVERT-INDEX.
013800     MOVE SPACES TO AX-RECORD.
013900     MOVE OX-RECORD TO AX-RECORD (1:356).
014000     WRITE AX-RECORD.
014100     ADD 1 TO WS-OUT-COUNT.
014200     PERFORM 2600-READ-OLD-INDEX THRU 2600-EXIT.
014300 2500-EXIT.
014400     EXIT.
014500 2600-READ-OLD-INDEX.
014600     READ OLD-INDEX
014700         AT END
014800             SET WS-EOF TO TRUE
014900     END-READ.
015000     IF NOT WS-EOF
015100         ADD 1 TO WS-IN-COUNT
015200     END-IF.
015300 2600-EXIT.
015400     EXIT.
015500 3000-TERMINATE.
015600     IF WS-MODE-AUDIT
015700         CLOSE OLD-AUDIT
015800         CLOSE NEW-AUDIT
015900     END-IF.
016000     IF WS-MODE-INDEX
016100         CLOSE OLD-INDEX
016200         CLOSE NEW-INDEX
016300     END-IF.
016400     IF WS-MODE-AUDIT OR WS-MODE-INDEX
016500         DISPLAY "PERSAUCV: " WS-MODE " " WS-IN-COUNT
016600             " RECORDS IN, " WS-OUT-COUNT " RECORDS OUT"
016700         IF WS-IN-COUNT NOT = WS-OUT-COUNT
016800             DISPLAY "PERSAUCV: COUNTS DO NOT MATCH -- DO NOT "
016900                 "RELOAD THE CONVERTED FILE"
017000             MOVE 8 TO RETURN-CODE
017100         END-IF
017200     END-IF.
017400 3000-EXIT.
017500     EXIT.
017600 9999-EXIT.
017700     STOP RUN.

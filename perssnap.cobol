001500* THE PERIOD'S JOINERS, LEAVERS, AND TRANSFERS.  ACTIVE AND
001600* DELETED COUNTS ARE DISPLAYED SO THE OPERATOR CAN EYEBALL THE
001700* CUT AGAINST LAST NIGHT'S PERSRECN FIGURES.
001710*
001720* EACH CUT ALSO APPENDS ONE LINE TO THE SNAPSHOT INDEX
001730* (PERSSNPX -- PERSSNPX.CPY) WITH TODAY'S DATE AND THE COUNTS,
001740* SINCE THE GENERATION ITSELF DOES NOT SAY WHEN IT WAS CUT.
001750* PERSASOF READS THE INDEX TO PICK A GENERATION BY DATE.  A
001760* FAILED INDEX OPEN DOES NOT FAIL THE CUT -- THE SNAPSHOT IS
001770* GOOD -- BUT IT IS DISPLAYED AND ENDS THE STEP WITH RC=4, SINCE
001780* PERSASOF CANNOT FIND THAT GENERATION UNTIL ITS INDEX LINE IS
001790* ADDED BY HAND.
001800*
001900* MODIFICATION HISTORY
002000*     09/03/2026 RLM  INITIAL VERSION
002010*     10/15/2026 RLM  APPENDS THE CUT DATE AND COUNTS TO THE NEW
002020*                     SNAPSHOT INDEX (PERSSNPX) FOR PERSASOF.
002030*     10/15/2026 RLM  A FAILED SNAPSHOT INDEX OPEN SETS RC=4.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002900         FILE STATUS IS WS-PM-STATUS.
003000     SELECT SNAPSHOT-OUT ASSIGN TO PERSSNPO
003100         ORGANIZATION IS SEQUENTIAL.
003110     SELECT SNAP-INDEX ASSIGN TO PERSSNPX
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS WS-SX-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PERSON-MASTER.
003600 FD  SNAPSHOT-OUT
003700     RECORDING MODE IS F.
003800 01  SN-RECORD                     PIC X(151).
003810 FD  SNAP-INDEX
003820     RECORDING MODE IS F.
003830     COPY "perssnpx.cpy".
003900 WORKING-STORAGE SECTION.
004000 77  WS-PM-STATUS                  PIC X(02).
004010 77  WS-SX-STATUS                  PIC X(02).
004100 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
004200     88  WS-EOF                        VALUE 'Y'.
004300 77  WS-ACTIVE-COUNT               PIC 9(08) VALUE ZERO.
004400 77  WS-DELETED-COUNT              PIC 9(08) VALUE ZERO.
004410 01  WS-TODAY                      PIC 9(08).
004500 PROCEDURE DIVISION.
004600 0000-MAINLINE.
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
005100     PERFORM 9999-EXIT.
005200 1000-INITIALIZE.
005210     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005300     OPEN INPUT PERSON-MASTER.
005400     OPEN OUTPUT SNAPSHOT-OUT.
005500     PERFORM 2100-READ-PERSON-MASTER THRU 2100-EXIT.
007800     CLOSE SNAPSHOT-OUT.
007900     DISPLAY "PERSSNAP: " WS-ACTIVE-COUNT " ACTIVE, "
008000         WS-DELETED-COUNT " DELETED RECORDS SNAPSHOTTED".
008010     PERFORM X100-LOG-CUT THRU X100-EXIT.
008100 3000-EXIT.
008200     EXIT.
008201******************************************************************
008202* X100-LOG-CUT APPENDS THIS CUT'S LINE TO THE SNAPSHOT INDEX.
008203******************************************************************
008204 X100-LOG-CUT.
008205     OPEN EXTEND SNAP-INDEX.
008206     IF WS-SX-STATUS = "00"
008207         MOVE SPACES TO SX-RECORD
008208         MOVE WS-TODAY TO SX-CUT-DATE
008209         COMPUTE SX-RECORD-COUNT =
008210             WS-ACTIVE-COUNT + WS-DELETED-COUNT
008211         MOVE WS-ACTIVE-COUNT TO SX-ACTIVE-COUNT
008212         MOVE WS-DELETED-COUNT TO SX-DELETED-COUNT
008213         WRITE SX-RECORD
008214         CLOSE SNAP-INDEX
008215     ELSE
008216         DISPLAY "PERSSNAP: SNAPSHOT INDEX OPEN FAILED, STATUS "
008217             WS-SX-STATUS " -- THIS CUT IS NOT DATED FOR PERSASOF"
008218         MOVE 4 TO RETURN-CODE
008219     END-IF.
008220 X100-EXIT.
008221     EXIT.
008300 9999-EXIT.
008400     STOP RUN.

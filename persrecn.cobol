001200* SUMS THEIR PM-ID VALUES INTO A SNAPSHOT FILE; AND ONCE AFTER
001300* PERSUPD WITH AN "END" CONTROL CARD, WHICH RESCANS THE MASTER,
001400* READS THE BEGINNING SNAPSHOT AND PERSUPD'S CONTROL TOTALS, AND
001500* PRINTS A BALANCING REPORT: BEGINNING COUNT + ADDS + REHIRES -
001600* DELETES SHOULD EQUAL THE ENDING COUNT, AND BEGINNING ID SUM +
001650* ADDED AND REHIRED IDS - DELETED IDS SHOULD EQUAL THE ENDING ID
001700* SUM.  A MISMATCH IN EITHER ONE MEANS A DUPLICATE APPLY OR A
001800* DROPPED TRANSACTION SOMEWHERE IN THE NIGHT'S RUN -- THE ID SUM
001900* CATCHES THE CASE A PLAIN RECORD COUNT WOULD MISS, SUCH AS ONE
002000* ADD OFFSETTING ONE UNRELATED DELETE.
002200*
002300* THE SNAPSHOT (PERSRECB) AND CONTROL TOTALS (PERSCTL) DATA SETS
002400* ARE BOTH PERMANENT DATA SETS, NOT JOB-STEP TEMP DATA SETS, SO A
006170*                     OPEN IS GUARDED BY FILE STATUS SO A
006180*                     MISSING DATA SET COSTS THE VERDICT COPY,
006190*                     NOT THE BALANCING REPORT.
006191*     10/15/2026 RLM  REHIRES BALANCE LIKE ADDS: THE REHIRES AND
006192*                     RHIDSUM CONTROL TOTALS FROM PERSUPD ARE
006193*                     ADDED INTO THE EXPECTED END COUNT AND ID
006194*                     SUM AND PRINTED AS REHIRES APPLIED.
006195******************************************************************
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
011200 77  WS-DELETES-FROM-CTL           PIC S9(08) VALUE ZERO.
011300 77  WS-ADD-ID-SUM-FROM-CTL        PIC S9(15) VALUE ZERO.
011400 77  WS-DELETE-ID-SUM-FROM-CTL     PIC S9(15) VALUE ZERO.
011410 77  WS-REHIRES-FROM-CTL           PIC S9(08) VALUE ZERO.
011420 77  WS-REHIRE-ID-SUM-FROM-CTL     PIC S9(15) VALUE ZERO.
011500 77  WS-EXPECTED-END               PIC S9(08) VALUE ZERO.
011600 77  WS-EXPECTED-ID-SUM            PIC S9(15) VALUE ZERO.
011700 77  WS-COUNT-BALANCED-SW          PIC X(01) VALUE 'N'.
021900     IF WS-SNAPSHOT-FOUND AND WS-CTL-FOUND
022000         COMPUTE WS-EXPECTED-END =
022100             RB-ACTIVE-COUNT + WS-ADDS-FROM-CTL
022150                 + WS-REHIRES-FROM-CTL
022200                 - WS-DELETES-FROM-CTL
022300         COMPUTE WS-EXPECTED-ID-SUM =
022400             RB-ID-SUM + WS-ADD-ID-SUM-FROM-CTL
022450                 + WS-REHIRE-ID-SUM-FROM-CTL
022500                 - WS-DELETE-ID-SUM-FROM-CTL
022600         IF WS-EXPECTED-END = WS-ACTIVE-COUNT
022700             SET WS-COUNT-BALANCED TO TRUE
025900             MOVE CT-VALUE TO WS-ADD-ID-SUM-FROM-CTL
026000         WHEN "DELIDSUM"
026100             MOVE CT-VALUE TO WS-DELETE-ID-SUM-FROM-CTL
026110         WHEN "REHIRES"
026120             MOVE CT-VALUE TO WS-REHIRES-FROM-CTL
026130         WHEN "RHIDSUM"
026140             MOVE CT-VALUE TO WS-REHIRE-ID-SUM-FROM-CTL
026200         WHEN OTHER
026300             CONTINUE
026400     END-EVALUATE.
029300         MOVE WS-ADDS-FROM-CTL TO WS-BAL-VALUE
029400         MOVE WS-BAL-LINE-DETAIL TO BL-LINE
029500         WRITE BL-LINE
029510         MOVE "REHIRES APPLIED" TO WS-BAL-LABEL
029520         MOVE WS-REHIRES-FROM-CTL TO WS-BAL-VALUE
029530         MOVE WS-BAL-LINE-DETAIL TO BL-LINE
029540         WRITE BL-LINE
029600         MOVE "DELETES APPLIED" TO WS-BAL-LABEL
029700         MOVE WS-DELETES-FROM-CTL TO WS-BAL-VALUE
029800         MOVE WS-BAL-LINE-DETAIL TO BL-LINE

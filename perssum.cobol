002120*     HR HAS NOT YET ACKNOWLEDGED (PERSHRAK MARKS THE ACKS;
002130*     TONIGHT'S OWN FEEDS ARE NOT FLAGGED -- THE ACK COMES
002140*     TOMORROW)
002150*   - THE PERSVOLG VOLUME GUARD'S VERDICT ON TONIGHT'S FILE
002160*     (PASSED, HELD, RELEASED BY OVERRIDE, OR NOT CHECKED), FROM
002170*     THE ONE-RECORD VERDICT FILE IT REWRITES EVERY RUN
002200* AND APPENDS ONE LINE TO THE RUN-HISTORY FILE (PERSRUN.CPY) SO
002300* A MONTH OF "DID THE NIGHT RUN WORK" IS AN IEBGENER OF THAT
002400* DATA SET, NOT AN ARCHAEOLOGY DIG THROUGH HELD SYSOUT.  THE
003503*                     TONIGHT'S AND APPENDED TO THE RUN HISTORY
003504*                     FOR GOOD.  THEY NOW PRINT AS TAGGED ZEROS
003505*                     AND THE HISTORY LINE CARRIES ZEROS.
003506*     10/15/2026 RLM  REHIRES (PERSUPD'S NEW REHIRES CONTROL
003507*                     TOTAL) PRINT ON THE PAGE AFTER DELETES.
003508*     10/15/2026 RLM  HELD (PERSUPD'S COUNT OF TRANSACTIONS PUT ON
003509*                     THE APPROVAL QUEUE TONIGHT) PRINTS AFTER
003510*                     PENDING AND IS CARRIED ON THE RUN HISTORY.
003511*     10/15/2026 RLM  THE PERSVOLG VOLUME GUARD'S VERDICT
003512*                     (PERSVOLG.CPY) PRINTS AFTER THE TRANSACTION
003513*                     FILE LINE AND IS CARRIED ON THE RUN HISTORY.
003514*                     A NIGHT THE GUARD HELD REPORTS ITS FILE AS
003515*                     HELD INSTEAD OF REFUSED.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004500     SELECT VERDICT-FILE ASSIGN TO PERSRECV
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RV-STATUS.
004710     SELECT VOLUME-VERDICT ASSIGN TO PERSVOLV
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-VG-STATUS.
005310     SELECT XMIT-LOG ASSIGN TO PERSXMTI
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-XI-STATUS.
007100 FD  VERDICT-FILE
007200     RECORDING MODE IS F.
007300     COPY "persrecv.cpy".
007310 FD  VOLUME-VERDICT
007320     RECORDING MODE IS F.
007330     COPY "persvolg.cpy".
007910 FD  XMIT-LOG
007920     RECORDING MODE IS F.
007930     COPY "persxmt.cpy".
008800 77  WS-CTL-STATUS                 PIC X(02).
008900 77  WS-RV-STATUS                  PIC X(02).
009200 77  WS-RH-STATUS                  PIC X(02).
009205 77  WS-VG-STATUS                  PIC X(02).
009210 77  WS-XI-STATUS                  PIC X(02).
009220 77  WS-XI-EOF-SW                  PIC X(01) VALUE 'N'.
009230     88  WS-XI-EOF                     VALUE 'Y'.
009600     88  WS-CTL-EOF                    VALUE 'Y'.
010100 77  WS-FILE-VERDICT               PIC X(08) VALUE 'REFUSED'.
010200 77  WS-RECN-VERDICT               PIC X(14) VALUE 'NOT RUN'.
010210 77  WS-VOLUME-FLAG                PIC X(01) VALUE SPACE.
010220 77  WS-VOLUME-VERDICT             PIC X(20) VALUE 'NOT RUN'.
010300 77  WS-ADD-COUNT                  PIC 9(08) VALUE ZERO.
010400 77  WS-CHANGE-COUNT               PIC 9(08) VALUE ZERO.
010500 77  WS-DELETE-COUNT               PIC 9(08) VALUE ZERO.
010550 77  WS-REHIRE-COUNT               PIC 9(08) VALUE ZERO.
010600 77  WS-REJECT-COUNT               PIC 9(08) VALUE ZERO.
010700 77  WS-PENDING-COUNT              PIC 9(08) VALUE ZERO.
010710 77  WS-HELD-COUNT                 PIC 9(08) VALUE ZERO.
010800 77  WS-FULL-FEED-COUNT            PIC 9(08) VALUE ZERO.
010900 77  WS-DELTA-FEED-COUNT           PIC 9(08) VALUE ZERO.
011000 77  WS-FULL-LOGGED-SW             PIC X(01) VALUE 'N'.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     PERFORM S100-CHECK-EDIT-LOG THRU S100-EXIT.
013310     PERFORM S150-READ-VOLUME-GUARD THRU S150-EXIT.
013400     PERFORM S200-READ-CONTROL-TOTALS THRU S200-EXIT.
013500     PERFORM S300-READ-VERDICT THRU S300-EXIT.
013600     PERFORM S400-TAKE-FEED-COUNTS THRU S400-EXIT.
018100     END-IF.
018200 S120-EXIT.
018300     EXIT.
018302******************************************************************
018304* S150-READ-VOLUME-GUARD TAKES THE PERSVOLG VERDICT WHEN IT IS
018306* DATED TONIGHT.  A HELD FILE NEVER REACHED PERSEDIT, SO S100
018308* FOUND NO LOG ENTRY; IT REPORTS AS HELD, NOT REFUSED, SO THE
018310* MORNING LOOKS AT THE GUARD REPORT, NOT THE BALANCING EDIT.
018312******************************************************************
018314 S150-READ-VOLUME-GUARD.
018315     OPEN INPUT VOLUME-VERDICT.
018316     IF WS-VG-STATUS = "00"
018317         READ VOLUME-VERDICT
018318             AT END
018319                 CONTINUE
018320             NOT AT END
018321                 IF VG-RUN-DATE = WS-TODAY
018322                     PERFORM S160-TAKE-VOLUME-VERDICT
018323                         THRU S160-EXIT
018324                 END-IF
018325         END-READ
018326         CLOSE VOLUME-VERDICT
018327     ELSE
018328         MOVE "UNKNOWN" TO WS-VOLUME-VERDICT
018329     END-IF.
018330 S150-EXIT.
018331     EXIT.
018332 S160-TAKE-VOLUME-VERDICT.
018342     MOVE VG-VERDICT TO WS-VOLUME-FLAG.
018344     EVALUATE TRUE
018346         WHEN VG-PASSED
018348             MOVE "PASSED" TO WS-VOLUME-VERDICT
018350         WHEN VG-HELD
018352             MOVE "HELD" TO WS-VOLUME-VERDICT
018354         WHEN VG-OVERRIDDEN
018356             MOVE SPACES TO WS-VOLUME-VERDICT
018358             STRING "OVERRIDE " DELIMITED BY SIZE
018360                 VG-OVERRIDE-USER DELIMITED BY SPACE
018362                 INTO WS-VOLUME-VERDICT
018364             END-STRING
018366         WHEN VG-NO-HISTORY
018368             MOVE "NO HISTORY" TO WS-VOLUME-VERDICT
018370         WHEN OTHER
018372             MOVE "NOT CHECKED" TO WS-VOLUME-VERDICT
018374     END-EVALUATE.
018376     IF VG-HELD
018378             AND WS-FILE-VERDICT NOT = "ACCEPTED"
018380         MOVE "HELD" TO WS-FILE-VERDICT
018382     END-IF.
018387 S160-EXIT.
018392     EXIT.
018400 S200-READ-CONTROL-TOTALS.
018410*    CT-LINE-DETAIL CARRIES NO DATE, AND PERSUPD ONLY REWRITES
018420*    THE CONTROL TOTALS WHEN IT RUNS -- ON A NIGHT THE FILE WAS
020600             MOVE CT-VALUE TO WS-CHANGE-COUNT
020700         WHEN "DELETES"
020800             MOVE CT-VALUE TO WS-DELETE-COUNT
020810         WHEN "REHIRES"
020820             MOVE CT-VALUE TO WS-REHIRE-COUNT
020900         WHEN "REJECTS"
021000             MOVE CT-VALUE TO WS-REJECT-COUNT
021100         WHEN "PENDING"
021200             MOVE CT-VALUE TO WS-PENDING-COUNT
021210         WHEN "HELD"
021220             MOVE CT-VALUE TO WS-HELD-COUNT
021300         WHEN OTHER
021400             CONTINUE
021500     END-EVALUATE.
030400     IF NOT (WS-FILE-VERDICT = "ACCEPTED")
030500         MOVE 'N' TO WS-CLEAN-SW
030600     END-IF.
030610     MOVE "VOLUME GUARD" TO WS-TXT-LABEL.
030620     MOVE WS-VOLUME-VERDICT TO WS-TXT-VALUE.
030630     MOVE WS-TEXT-LINE TO SM-LINE.
030640     WRITE SM-LINE.
030700     MOVE "ADDS" TO WS-CNT-LABEL.
030800     MOVE WS-ADD-COUNT TO WS-CNT-VALUE.
030900     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
031300     MOVE "DELETES" TO WS-CNT-LABEL.
031400     MOVE WS-DELETE-COUNT TO WS-CNT-VALUE.
031500     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
031510     MOVE "REHIRES" TO WS-CNT-LABEL.
031520     MOVE WS-REHIRE-COUNT TO WS-CNT-VALUE.
031530     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
031600     MOVE "REJECTS" TO WS-CNT-LABEL.
031700     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
031800     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
031900     MOVE "PENDING" TO WS-CNT-LABEL.
032000     MOVE WS-PENDING-COUNT TO WS-CNT-VALUE.
032100     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
032110     MOVE "HELD" TO WS-CNT-LABEL.
032120     MOVE WS-HELD-COUNT TO WS-CNT-VALUE.
032130     PERFORM S620-PRINT-CTL-COUNT THRU S620-EXIT.
032200     MOVE "RECONCILIATION" TO WS-TXT-LABEL.
032300     MOVE WS-RECN-VERDICT TO WS-TXT-VALUE.
032400     MOVE WS-TEXT-LINE TO SM-LINE.
038000         MOVE WS-RECN-VERDICT TO RH-RECN-VERDICT
038100         MOVE WS-FULL-FEED-COUNT TO RH-FULL-FEED-COUNT
038200         MOVE WS-DELTA-FEED-COUNT TO RH-DELTA-FEED-COUNT
038210         MOVE WS-HELD-COUNT TO RH-HELD-COUNT
038220         MOVE WS-VOLUME-FLAG TO RH-VOLUME-FLAG
038300         WRITE RH-RECORD
038400         CLOSE RUN-HISTORY
038500     ELSE

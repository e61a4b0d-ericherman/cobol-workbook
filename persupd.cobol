006892*                     KEYED ADD BOUNCES OFF B100 AS A DUPLICATE,
006893*                     A REPLAYED 'N' CARD WOULD PROBE TO A FRESH
006894*                     ID AND ADD THE SAME PERSON TWICE.
006895*     10/15/2026 RLM  DELETES RECORD PM-TERM-DATE/REASON.  NEW
006896*                     'R' REHIRE (7500) REACTIVATES A DELETED ID
006897*                     OR WRITES BACK ITS NEWEST PERSARCH IMAGE,
006898*                     WITH A TYPE 'R' AUDIT ENTRY AND ITS OWN
006899*                     REHIRES/RHIDSUM TOTALS FOR PERSRECN.
006901*     10/15/2026 RLM  APPROVAL QUEUE.  A DELETE, A CHANGE THAT
006902*                     MOVES SOMEONE TO ANOTHER DEPARTMENT, AND ANY
006903*                     CORRECTION PERSHRIN TRANSLATED FROM HR IS
006904*                     HELD ON PERSAPQO (PERSAPQ.CPY) INSTEAD OF
006905*                     BEING APPLIED, AND COUNTED ON A NEW HELD
006906*                     CONTROL TOTAL.  ITEMS A SECOND USER HAS
006907*                     RELEASED THROUGH PERSAPRV ARE TAKEN FROM
006908*                     PERSAPQI AHEAD OF THE PENDING FILE, APPLIED
006909*                     WITHOUT THE HOLD TEST, AND AUDITED WITH THE
006910*                     APPROVER'S ID; STILL-HELD ITEMS ARE COPIED
006911*                     ACROSS.  THE CHECKPOINT CARRIES A THIRD SKIP
006912*                     POINT FOR THE QUEUE, AND A RESTART RE-HOLDS
006913*                     AS IT REPLAYS THE WAY IT RE-PARKS.
006914*     10/15/2026 RLM  OVER-PLAN WARNING.  THE AUTHORIZED HEADCOUNT
006915*                     PLAN (PERSPLAN, PERSPLAN.CPY) IS LOADED FOR
006916*                     THE CURRENT PERIOD AND THE ACTIVE MASTER
006917*                     COUNTED BY DEPARTMENT AT STARTUP (HC100);
006918*                     EVERY APPLIED ADD, CHANGE, DELETE, AND
006919*                     REHIRE KEEPS THE COUNTS CURRENT (HC200).  AN
006920*                     ADD OR REHIRE THAT LEAVES ITS DEPARTMENT
006921*                     OVER PLAN WRITES A WARNING LINE TO PERSEXC
006922*                     -- THE ADD IS STILL APPLIED AND IS NOT A
006923*                     REJECT.  NO PLAN FILE TURNS THE WARNING OFF.
006924*     10/15/2026 RLM  A TRANSACTION IS VALIDATED BEFORE THE HOLD
006925*                     TEST, SO A BAD DELETE OR HR CORRECTION IS
006926*                     REJECTED AND RECYCLED INSTEAD OF QUEUED.  A
006927*                     CHANGE TAKEN FROM THE QUEUE OR THE PENDING
006928*                     FILE IS REJECTED WHEN THE MASTER WAS UPDATED
006929*                     ON OR AFTER THE NIGHT IT WAS HELD OR PARKED
006930*                     (B400) -- ITS NAME AND TITLE ARE STALE.
006931*     10/15/2026 RLM  THE PENDING FILE AND APPROVAL QUEUE ARE
006932*                     COPIED AS READ TO PERSPNDS AND PERSAPQS
006933*                     (S100) SO PERSBACK CAN PUT BACK WHAT A
006934*                     BACKED-OUT NIGHT TOOK OFF THEM.
006935*     10/15/2026 RLM  A TRIAL CHANGE, DELETE OR REHIRE NOW TRACKS
006936*                     THE HEADCOUNT AS WELL AS AN ADD (HC400), SO
006937*                     A TRIAL WARNS OF THE SAME OVER-PLAN
006938*                     DEPARTMENTS AS THE NIGHT RUN.  THE APPROVAL
006939*                     QUEUE IS READ INTO A WORKING-STORAGE COPY
006940*                     OF ITS RECORD, NOT AN FD AREA.
006887******************************************************************
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
008400         FILE STATUS IS WS-CKPT-STATUS.
008500     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
008600         ORGANIZATION IS SEQUENTIAL.
008603     SELECT PENDING-IN ASSIGN TO PERSPNDI
008606         ORGANIZATION IS SEQUENTIAL.
008609     SELECT PENDING-OUT ASSIGN TO PERSPNDO
008612         ORGANIZATION IS SEQUENTIAL.
008615     SELECT DEPT-REF ASSIGN TO PERSDEPT
008618         ORGANIZATION IS SEQUENTIAL
008621         FILE STATUS IS WS-DR-STATUS.
008624     SELECT RECYCLE-OUT ASSIGN TO PERSRCYO
008627         ORGANIZATION IS SEQUENTIAL.
008630     SELECT NEXTID-FILE ASSIGN TO PERSNXID
008633         ORGANIZATION IS SEQUENTIAL
008636         FILE STATUS IS WS-NX-STATUS.
008639     SELECT ASSIGN-RPT ASSIGN TO PERSASGR
008642         ORGANIZATION IS SEQUENTIAL.
008645     SELECT PURGE-ARCHIVE ASSIGN TO PERSARCH
008648         ORGANIZATION IS SEQUENTIAL
008651         FILE STATUS IS WS-AR-STATUS.
008654     SELECT APPROVAL-QUEUE-IN ASSIGN TO PERSAPQI
008657         ORGANIZATION IS SEQUENTIAL
008660         FILE STATUS IS WS-AQ-STATUS.
008663     SELECT APPROVAL-QUEUE-OUT ASSIGN TO PERSAPQO
008666         ORGANIZATION IS SEQUENTIAL.
008669     SELECT PLAN-FILE ASSIGN TO PERSPLAN
008672         ORGANIZATION IS SEQUENTIAL
008675         FILE STATUS IS WS-HP-STATUS.
008678     SELECT PENDING-SAVE ASSIGN TO PERSPNDS
008681         ORGANIZATION IS SEQUENTIAL.
008684     SELECT APPROVAL-QUEUE-SAVE ASSIGN TO PERSAPQS
008687         ORGANIZATION IS SEQUENTIAL.
008700 DATA DIVISION.
008800 FILE SECTION.
008810 FD  CONTROL-CARD
010608 FD  ASSIGN-RPT
010609     RECORDING MODE IS F.
010611 01  AG-LINE                       PIC X(80).
010612 FD  PURGE-ARCHIVE
010613     RECORDING MODE IS F.
010614     COPY "persarc.cpy".
010615 FD  APPROVAL-QUEUE-IN
010616     RECORDING MODE IS F.
010617 01  AQI-RECORD                    PIC X(200).
010618 FD  APPROVAL-QUEUE-OUT
010619     RECORDING MODE IS F.
010620 01  AQO-RECORD                    PIC X(200).
010621 FD  PLAN-FILE
010622     RECORDING MODE IS F.
010623     COPY "persplan.cpy".
010624 FD  PENDING-SAVE
010625     RECORDING MODE IS F.
010626 01  PS-PEND-RECORD                PIC X(158).
010627 FD  APPROVAL-QUEUE-SAVE
010628     RECORDING MODE IS F.
010629 01  AQS-RECORD                    PIC X(200).
010600 WORKING-STORAGE SECTION.
010700 77  WS-PM-STATUS                  PIC X(02).
010800 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
011300 77  WS-REJECT-COUNT               PIC 9(08) VALUE ZERO.
011400 77  WS-ADD-ID-SUM                 PIC 9(15) VALUE ZERO.
011500 77  WS-DELETE-ID-SUM              PIC 9(15) VALUE ZERO.
011510 77  WS-REHIRE-COUNT               PIC 9(08) VALUE ZERO.
011520 77  WS-REHIRE-ID-SUM              PIC 9(15) VALUE ZERO.
011530 77  WS-AR-STATUS                  PIC X(02).
011535 77  WS-AR-EOF-SW                  PIC X(01) VALUE 'N'.
011540     88  WS-AR-EOF                     VALUE 'Y'.
011545 77  WS-ARC-HIT-SW                 PIC X(01) VALUE 'N'.
011550     88  WS-ARC-HIT                    VALUE 'Y'.
011555 77  WS-RH-SOURCE-SW               PIC X(01) VALUE SPACE.
011560     88  WS-RH-FROM-MASTER             VALUE 'M'.
011565     88  WS-RH-FROM-ARCHIVE            VALUE 'A'.
011600 77  WS-ID-VALID-SW                PIC X(01).
011700     88  WS-ID-VALID                   VALUE 'Y'.
011800     88  WS-ID-INVALID                 VALUE 'N'.
012230 77  WS-PHASE-SW                   PIC X(01) VALUE 'P'.
012240     88  WS-PHASE-PENDING              VALUE 'P'.
012250     88  WS-PHASE-DAILY                VALUE 'D'.
012255     88  WS-PHASE-QUEUE                VALUE 'Q'.
012260 77  WS-PENDING-COUNT              PIC 9(08) VALUE ZERO.
012270 77  WS-PEND-OUT-SEQ               PIC 9(08) VALUE ZERO.
012280 77  WS-PEND-RESTART-SEQ           PIC 9(08) VALUE ZERO.
012398 77  WS-HIRE-LOW-LIMIT             PIC 9(08) VALUE 19000101.
012399 77  WS-HIRE-HIGH-LIMIT            PIC 9(08) VALUE ZERO.
012389 77  WS-EFF-HIGH-LIMIT             PIC 9(08) VALUE ZERO.
012406 77  WS-AQ-STATUS                  PIC X(02).
012407 77  WS-AQ-OPEN-SW                 PIC X(01) VALUE 'N'.
012408     88  WS-AQ-OPEN                    VALUE 'Y'.
012409 77  WS-AQ-EOF-SW                  PIC X(01) VALUE 'N'.
012410     88  WS-AQ-EOF                     VALUE 'Y'.
012411 77  WS-AQ-LAST-ISSUED             PIC 9(08) VALUE ZERO.
012412 77  WS-QUEUE-RESTART-ITEM         PIC 9(08) VALUE ZERO.
012413 77  WS-LAST-QUEUE-ITEM            PIC 9(08) VALUE ZERO.
012414 77  WS-CURR-SEQ-NO                PIC 9(08) VALUE ZERO.
012415 77  WS-HELD-COUNT                 PIC 9(08) VALUE ZERO.
012416 77  WS-QUEUE-WAITING              PIC 9(08) VALUE ZERO.
012417 77  WS-RELEASED-COUNT             PIC 9(08) VALUE ZERO.
012418 77  WS-APPROVER                   PIC X(08) VALUE SPACES.
012419 77  WS-HOLD-SW                    PIC X(01).
012420     88  WS-HOLD                       VALUE 'Y'.
012421     88  WS-NO-HOLD                    VALUE 'N'.
012422 77  WS-HOLD-REASON                PIC X(01).
012423 77  WS-HP-STATUS                  PIC X(02).
012424 77  WS-HC-EOF-SW                  PIC X(01) VALUE 'N'.
012425     88  WS-HC-EOF                     VALUE 'Y'.
012426 77  WS-HC-MAX                     PIC 9(04) COMP VALUE 0200.
012427 77  WS-HC-USED                    PIC 9(04) COMP VALUE ZERO.
012428 77  WS-HC                         PIC 9(04) COMP.
012429 77  WS-HC-HIT-SUB                 PIC 9(04) COMP VALUE ZERO.
012430 77  WS-HC-FIND-CODE               PIC X(04).
012431 77  WS-CURR-PERIOD                PIC 9(06).
012432 77  WS-OVER-PLAN-COUNT            PIC 9(08) VALUE ZERO.
012433 77  WS-REPLAY-SW                  PIC X(01) VALUE 'N'.
012434     88  WS-REPLAYING                  VALUE 'Y'.
012435     88  WS-NOT-REPLAYING              VALUE 'N'.
012436 77  WS-IMAGE-DATE                 PIC 9(08) VALUE ZERO.
012300 01  WS-TODAY                      PIC 9(08).
012401 01  WS-EDIT-DATE                  PIC 9(08).
012402 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
012960     05  FILLER                    PIC X(09)
012970                                   VALUE "ASSIGNED ".
012980     05  WS-AG-ID                  PIC 9(10).
012981 01  WS-XW-LINE-DETAIL.
012982     05  WS-XW-SEQ-NO              PIC 9(08).
012983     05  FILLER                    PIC X(02) VALUE SPACES.
012984     05  WS-XW-ID                  PIC X(10).
012985     05  FILLER                    PIC X(02) VALUE SPACES.
012986     05  FILLER                    PIC X(13)
012987                                   VALUE "WARNING DEPT ".
012988     05  WS-XW-DEPT                PIC X(04).
012989     05  FILLER                    PIC X(13) VALUE " OVER PLAN".
012990     05  FILLER                    PIC X(09) VALUE "  ACTIVE ".
012991     05  WS-XW-ACTIVE              PIC ZZZZ9.
012992     05  FILLER                    PIC X(06) VALUE " AUTH ".
012993     05  WS-XW-AUTH                PIC ZZZZ9.
012994 01  WS-HC-TABLE.
012995     05  WS-HC-ENTRY OCCURS 200 TIMES.
012996         10  WS-HC-DEPT            PIC X(04).
012997         10  WS-HC-PERIOD          PIC 9(06).
012998         10  WS-HC-AUTH            PIC 9(05).
012999         10  WS-HC-ACTIVE          PIC S9(07) COMP.
013000 01  WS-AUD-OLD-IMAGE              PIC X(151).
013010 01  WS-AUD-OLD-FIELDS REDEFINES WS-AUD-OLD-IMAGE.
013020     05  FILLER                    PIC X(90).
013030     05  WS-AUD-OLD-STATUS         PIC X(01).
013040     05  FILLER                    PIC X(08).
013050     05  WS-AUD-OLD-DEPT           PIC X(04).
013060     05  FILLER                    PIC X(48).
013100 01  WS-AUD-NEW-IMAGE              PIC X(151).
013101 01  WS-AUD-NEW-FIELDS REDEFINES WS-AUD-NEW-IMAGE.
013102     05  FILLER                    PIC X(90).
013103     05  WS-AUD-NEW-STATUS         PIC X(01).
013104     05  FILLER                    PIC X(08).
013105     05  WS-AUD-NEW-DEPT           PIC X(04).
013106     05  FILLER                    PIC X(48).
013108 01  WS-ARC-IMAGE                  PIC X(151).
013110******************************************************************
013120* WS-TRIAL-ID-TABLE REMEMBERS THE IDS A TRIAL RUN HAS ADDED OR
013130* DELETED SO FAR, SO SAME-DAY SEQUENCES (ADD THEN CHANGE THE
013140* NEW ID, ADD THE SAME ID TWICE) VALIDATE THE SAME WAY THEY
013150* WILL ON THE NIGHT RUN EVEN THOUGH THE MASTER IS NEVER
013160* TOUCHED.  STATE IS 'A' (ON FILE ACTIVE AS FAR AS THIS TRIAL
013170* IS CONCERNED) OR 'D' (LOGICALLY DELETED THIS TRIAL); DEPT
013175* IS THE DEPARTMENT THE TRIAL LEAVES THEM IN, FOR HC400.
013180******************************************************************
013182 01  WS-TRIAL-ID-TABLE.
013184     05  WS-TB-ENTRY OCCURS 1000 TIMES.
013186         10  WS-TB-ID              PIC 9(10).
013188         10  WS-TB-STATE           PIC X(01).
013189         10  WS-TB-DEPT            PIC X(04).
013190 01  WS-DEPT-TABLE.
013192     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
013194         10  WS-DEPT-CODE          PIC X(04).
013195*    THE APPROVAL QUEUE IS READ INTO AND WRITTEN FROM THIS
013196*    AREA; THE QUEUE FDS CARRY ONLY THE RAW 200-BYTE RECORD.
013197     COPY "persapq.cpy".
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013401     SET WS-PHASE-QUEUE TO TRUE.
013402     PERFORM Q100-READ-QUEUE THRU Q100-EXIT.
013403     PERFORM Q200-PROCESS-QUEUE THRU Q200-EXIT
013404         UNTIL WS-AQ-EOF.
013405     MOVE SPACES TO WS-APPROVER.
013410     SET WS-PHASE-PENDING TO TRUE.
013420     PERFORM 2600-READ-PENDING THRU 2600-EXIT.
013430     PERFORM 2400-PROCESS-PENDING THRU 2400-EXIT
014112     PERFORM I100-GET-RUN-MODE THRU I100-EXIT.
014120     PERFORM DV100-LOAD-DEPT-TABLE THRU DV100-EXIT.
014200     OPEN INPUT PERSON-TRANS.
014210*    TONIGHT'S PENDING AND QUEUE INPUT IS KEPT AS IT STANDS
014212*    BEFORE ANYTHING IS TAKEN OFF IT, FOR PERSBACK.
014214     IF NOT WS-MODE-TRIAL
014216         PERFORM S100-SAVE-INPUTS THRU S100-EXIT
014218     END-IF.
014250     OPEN INPUT PENDING-IN.
014251     OPEN INPUT APPROVAL-QUEUE-IN.
014252     IF WS-AQ-STATUS = "00"
014253         SET WS-AQ-OPEN TO TRUE
014254     ELSE
014255         SET WS-AQ-EOF TO TRUE
014256         DISPLAY "PERSUPD: NO APPROVAL QUEUE INPUT -- STARTING "
014257             "AN EMPTY QUEUE"
014258     END-IF.
014260     IF WS-MODE-TRIAL
014270         OPEN INPUT PERSON-MASTER
014280     ELSE
014300         OPEN I-O PERSON-MASTER
014310     END-IF.
014320     PERFORM HC100-LOAD-PLAN THRU HC100-EXIT.
014400     OPEN OUTPUT CONTROL-TOTALS.
014500     OPEN EXTEND EXCEPTIONS-RPT.
014510     IF NOT WS-MODE-TRIAL
014520         OPEN OUTPUT PENDING-OUT
014530         OPEN OUTPUT APPROVAL-QUEUE-OUT
014600         OPEN EXTEND AUDIT-LOG
014650         OPEN EXTEND RECYCLE-OUT
014660         OPEN EXTEND ASSIGN-RPT
015070* TRANSACTION AT OR BEFORE THE CHECKPOINTED SKIP POINT FOR THE
015080* CURRENT PHASE WAS ALREADY APPLIED BEFORE THE RESTART AND IS
015090* PASSED OVER WITHOUT COUNTING.
015091* A DELETE, A DEPARTMENT MOVE, OR AN HR CORRECTION THAT IS NOT
015092* PARKED AND PASSES B100 IS HELD ON THE APPROVAL QUEUE
015093* (H100/H200) INSTEAD OF BEING APPLIED; A RELEASED QUEUE ITEM
015094* NEVER IS.
015095******************************************************************
015100 2000-PROCESS-TRANS.
015102*    HEADER AND TRAILER CONTROL RECORDS ARE PASSED OVER WHOLE --
015106     IF PT-HEADER OR PT-TRAILER
015108         CONTINUE
015110     ELSE
015111*        A RELEASED QUEUE ITEM IS TRACKED BY ITS ITEM NUMBER --
015112*        ITS OWN PT-SEQ-NO IS FROM THE NIGHT IT WAS HELD.
015113         IF WS-PHASE-QUEUE
015114             MOVE WS-QUEUE-RESTART-ITEM TO WS-SKIP-LIMIT
015115         ELSE IF WS-PHASE-PENDING
015120             MOVE WS-PEND-RESTART-SEQ TO WS-SKIP-LIMIT
015125             MOVE PT-SEQ-NO TO WS-CURR-SEQ-NO
015130         ELSE
015140             MOVE WS-RESTART-SEQ-NO TO WS-SKIP-LIMIT
015145             MOVE PT-SEQ-NO TO WS-CURR-SEQ-NO
015150         END-IF
015151         END-IF
015156*        ONLY A REAL CALENDAR DATE INSIDE THE TWO-YEAR HORIZON
015157*        PARKS -- A MIS-KEYED FUTURE DATE USED TO SIT ON THE
015158*        PENDING FILE FOR A CENTURY.  ANYTHING ELSE FALLS
015175                 AND PT-EFFECTIVE-DATE <= WS-EFF-HIGH-LIMIT
015180             PERFORM P100-PARK-TRANSACTION THRU P100-EXIT
015190         ELSE
015191*        VALIDATION COMES FIRST -- ONLY A TRANSACTION B100
015225*        PASSES IS HELD, AND ONE THAT FAILS GOES TO THE REJECT
015259*        AND RECYCLE FILES LIKE ANY OTHER.  A HOLD, LIKE A PARK,
015293*        IS WRITTEN EVEN DURING A RESTART REPLAY -- THE QUEUE
015327*        OUTPUT IS REWRITTEN FROM SCRATCH -- SO THE REPLAY
015361*        VALIDATES QUIETLY AND ONLY RE-HOLDS.
015395         IF WS-CURR-SEQ-NO > WS-SKIP-LIMIT
015429             SET WS-NOT-REPLAYING TO TRUE
015463         ELSE
015497             SET WS-REPLAYING TO TRUE
015531         END-IF
015565         PERFORM B100-VALIDATE-ID THRU B100-EXIT
015599         IF WS-ID-INVALID
015633             IF WS-NOT-REPLAYING
015667                 ADD 1 TO WS-REJECT-COUNT
015701             END-IF
015735         ELSE
015769             PERFORM H100-CHECK-HOLD THRU H100-EXIT
015803             IF WS-HOLD
015837                 PERFORM H200-HOLD-TRANSACTION THRU H200-EXIT
015871             ELSE IF WS-NOT-REPLAYING
015905                 EVALUATE TRUE
015939                     WHEN PT-ADD
015973                         PERFORM 4000-APPLY-ADD THRU 4000-EXIT
016007                     WHEN PT-ADD-ASSIGN
016041                         PERFORM 7000-APPLY-ASSIGNED-ADD
016075                             THRU 7000-EXIT
016109                     WHEN PT-CHANGE
016143                         PERFORM 5000-APPLY-CHANGE
016177                             THRU 5000-EXIT
016211                     WHEN PT-DELETE
016245                         PERFORM 6000-APPLY-DELETE
016279                             THRU 6000-EXIT
016313                     WHEN PT-REHIRE
016347                         PERFORM 7500-APPLY-REHIRE
016381                             THRU 7500-EXIT
016415                     WHEN OTHER
016449                         DISPLAY "PERSUPD: BAD TRANS CODE ID "
016483                             PT-ID
016517                         ADD 1 TO WS-REJECT-COUNT
016551                 END-EVALUATE
016585             END-IF
016619             END-IF
016653         END-IF
016687         END-IF
016730*        A TRANSACTION AT OR BEFORE THE SKIP POINT NEVER
016740*        ADVANCES THE CHECKPOINT -- A CHECKPOINT TAKEN DURING
016750*        THE RESTART REPLAY WOULD MOVE THE SKIP POINT BACKWARD.
016760         IF WS-CURR-SEQ-NO > WS-SKIP-LIMIT
016800             ADD 1 TO WS-TRANS-SINCE-CKPT
016900             IF WS-TRANS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
016950                     AND NOT WS-MODE-TRIAL
017570     PERFORM 2600-READ-PENDING THRU 2600-EXIT.
017580 2400-EXIT.
017590     EXIT.
017600******************************************************************
017605* HC100-LOAD-PLAN LOADS THE AUTHORIZED HEADCOUNT PLAN (PERSPLAN)
017610* FOR THE CURRENT PERIOD -- PER DEPARTMENT, THE LATEST RECORD AT
017615* OR BEFORE THIS MONTH -- THEN COUNTS THE ACTIVE MASTER RECORDS
017620* BY DEPARTMENT.  THE OPEN IS GUARDED THE WAY DV100'S IS; NO PLAN
017625* FILE, OR NOTHING IN FORCE YET, LEAVES THE TABLE EMPTY AND TURNS
017630* THE OVER-PLAN WARNING OFF FOR THE NIGHT.  THE MASTER WAS JUST
017635* OPENED, SO READ NEXT STARTS FROM THE LOWEST ID.
017640******************************************************************
017645 HC100-LOAD-PLAN.
017650     MOVE WS-TODAY (1:6) TO WS-CURR-PERIOD.
017655     OPEN INPUT PLAN-FILE.
017660     IF WS-HP-STATUS = "00"
017665         PERFORM HC110-READ-PLAN THRU HC110-EXIT
017670         PERFORM HC120-TAKE-PLAN THRU HC120-EXIT
017675             UNTIL WS-HC-EOF
017680         CLOSE PLAN-FILE
017685     END-IF.
017690     IF WS-HC-USED = ZERO
017695         DISPLAY "PERSUPD: NO HEADCOUNT PLAN IN FORCE -- "
017700             "OVER-PLAN WARNINGS ARE OFF"
017705     ELSE
017710         MOVE 'N' TO WS-HC-EOF-SW
017715         PERFORM HC130-READ-MASTER THRU HC130-EXIT
017720         PERFORM HC140-COUNT-ONE THRU HC140-EXIT
017725             UNTIL WS-HC-EOF
017730     END-IF.
017735 HC100-EXIT.
017740     EXIT.
017745 HC110-READ-PLAN.
017750     READ PLAN-FILE
017755         AT END
017760             SET WS-HC-EOF TO TRUE
017765     END-READ.
017770 HC110-EXIT.
017775     EXIT.
017780 HC120-TAKE-PLAN.
017785     IF HP-PERIOD NOT > WS-CURR-PERIOD
017790         MOVE HP-DEPT-CODE TO WS-HC-FIND-CODE
017795         PERFORM HC300-FIND-DEPT THRU HC300-EXIT
017800         IF WS-HC-HIT-SUB > ZERO
017805             IF HP-PERIOD > WS-HC-PERIOD (WS-HC-HIT-SUB)
017810                 MOVE HP-PERIOD TO WS-HC-PERIOD (WS-HC-HIT-SUB)
017815                 MOVE HP-AUTHORIZED TO WS-HC-AUTH (WS-HC-HIT-SUB)
017820             END-IF
017825         ELSE
017830             IF WS-HC-USED < WS-HC-MAX
017835                 ADD 1 TO WS-HC-USED
017840                 MOVE HP-DEPT-CODE TO WS-HC-DEPT (WS-HC-USED)
017845                 MOVE HP-PERIOD TO WS-HC-PERIOD (WS-HC-USED)
017850                 MOVE HP-AUTHORIZED TO WS-HC-AUTH (WS-HC-USED)
017855                 MOVE ZERO TO WS-HC-ACTIVE (WS-HC-USED)
017860             ELSE
017865                 DISPLAY "PERSUPD: PLAN TABLE FULL -- DEPT "
017870                     HP-DEPT-CODE " NOT LOADED, RAISE WS-HC-MAX"
017875             END-IF
017880         END-IF
017885     END-IF.
017890     PERFORM HC110-READ-PLAN THRU HC110-EXIT.
017895 HC120-EXIT.
017900     EXIT.
017905 HC130-READ-MASTER.
017910     READ PERSON-MASTER NEXT RECORD
017915         AT END
017920             SET WS-HC-EOF TO TRUE
017925     END-READ.
017930 HC130-EXIT.
017935     EXIT.
017940 HC140-COUNT-ONE.
017945     IF PM-STATUS-ACTIVE
017950         MOVE PM-DEPT-CODE TO WS-HC-FIND-CODE
017955         PERFORM HC300-FIND-DEPT THRU HC300-EXIT
017960         IF WS-HC-HIT-SUB > ZERO
017965             ADD 1 TO WS-HC-ACTIVE (WS-HC-HIT-SUB)
017970         END-IF
017975     END-IF.
017980     PERFORM HC130-READ-MASTER THRU HC130-EXIT.
017985 HC140-EXIT.
017990     EXIT.
017995******************************************************************
018000* HC200-TRACK-HEADCOUNT KEEPS THE ACTIVE COUNTS CURRENT FROM THE
018005* OLD AND NEW MASTER IMAGES OF AN APPLIED TRANSACTION -- A DELETE
018010* OR A MOVE OUT TAKES ONE OFF THE OLD DEPARTMENT, AN ADD, REHIRE
018015* OR MOVE IN PUTS ONE ON THE NEW.  WHEN SOMEONE NOT ACTIVE BEFORE
018020* (AN ADD OR A REHIRE) LEAVES THE DEPARTMENT OVER ITS AUTHORIZED
018025* COUNT, A WARNING LINE GOES TO THE EXCEPTIONS REPORT.  IT IS NOT
018030* A REJECT -- THE TRANSACTION HAS ALREADY BEEN APPLIED.
018035******************************************************************
018040 HC200-TRACK-HEADCOUNT.
018045     IF WS-HC-USED > ZERO
018050         IF WS-AUD-OLD-STATUS = "A"
018055             MOVE WS-AUD-OLD-DEPT TO WS-HC-FIND-CODE
018060             PERFORM HC300-FIND-DEPT THRU HC300-EXIT
018065             IF WS-HC-HIT-SUB > ZERO
018070                 SUBTRACT 1 FROM WS-HC-ACTIVE (WS-HC-HIT-SUB)
018075             END-IF
018080         END-IF
018085         IF WS-AUD-NEW-STATUS = "A"
018090             PERFORM HC210-COUNT-IN THRU HC210-EXIT
018095         END-IF
018100     END-IF.
018105 HC200-EXIT.
018110     EXIT.
018115 HC210-COUNT-IN.
018120     MOVE WS-AUD-NEW-DEPT TO WS-HC-FIND-CODE.
018125     PERFORM HC300-FIND-DEPT THRU HC300-EXIT.
018130     IF WS-HC-HIT-SUB > ZERO
018135         ADD 1 TO WS-HC-ACTIVE (WS-HC-HIT-SUB)
018140         IF WS-AUD-OLD-STATUS NOT = "A"
018145             AND WS-HC-ACTIVE (WS-HC-HIT-SUB)
018150                 > WS-HC-AUTH (WS-HC-HIT-SUB)
018155             PERFORM HC220-WRITE-WARNING THRU HC220-EXIT
018160         END-IF
018165     END-IF.
018170 HC210-EXIT.
018175     EXIT.
018180 HC220-WRITE-WARNING.
018185     MOVE PT-SEQ-NO TO WS-XW-SEQ-NO.
018190     MOVE PT-ID-X TO WS-XW-ID.
018195     MOVE WS-HC-DEPT (WS-HC-HIT-SUB) TO WS-XW-DEPT.
018200     MOVE WS-HC-ACTIVE (WS-HC-HIT-SUB) TO WS-XW-ACTIVE.
018205     MOVE WS-HC-AUTH (WS-HC-HIT-SUB) TO WS-XW-AUTH.
018210     MOVE WS-XW-LINE-DETAIL TO XC-LINE.
018215     WRITE XC-LINE.
018220     ADD 1 TO WS-OVER-PLAN-COUNT.
018225 HC220-EXIT.
018230     EXIT.
018235******************************************************************
018240* HC300-FIND-DEPT LOOKS WS-HC-FIND-CODE UP IN THE PLAN TABLE AND
018245* SETS WS-HC-HIT-SUB (ZERO = NOT THERE).
018250******************************************************************
018255 HC300-FIND-DEPT.
018260     MOVE ZERO TO WS-HC-HIT-SUB.
018265     PERFORM HC310-MATCH-ONE THRU HC310-EXIT
018270         VARYING WS-HC FROM 1 BY 1
018275         UNTIL WS-HC > WS-HC-USED OR WS-HC-HIT-SUB > ZERO.
018280 HC300-EXIT.
018285     EXIT.
018290 HC310-MATCH-ONE.
018295     IF WS-HC-DEPT (WS-HC) = WS-HC-FIND-CODE
018300         MOVE WS-HC TO WS-HC-HIT-SUB
018305     END-IF.
018310 HC310-EXIT.
018315     EXIT.
018320******************************************************************
018324* HC400-TRIAL-HEADCOUNT BUILDS THE OLD AND NEW MASTER IMAGES A
018328* TRIAL CHANGE, DELETE OR REHIRE WOULD PRODUCE AND HANDS THEM TO
018332* HC200, SO A TRIAL WARNS OF AN OVER-AUTHORIZED DEPARTMENT THE
018336* WAY THE NIGHT RUN WILL.  THE OLD IMAGE COMES FROM THE TRIAL ID
018340* TABLE WHEN THIS TRIAL HAS ALREADY TOUCHED THE ID, ELSE FROM THE
018344* MASTER, WHICH A TRIAL NEVER UPDATES; AN 'N' ADD HAS NO ID AND
018348* NO OLD IMAGE.  IT RUNS BEFORE TB200, SO THE TABLE STILL SHOWS
018352* THE STATE BEFORE THIS TRANSACTION.
018356******************************************************************
018360 HC400-TRIAL-HEADCOUNT.
018364     MOVE SPACES TO WS-AUD-OLD-IMAGE.
018368     MOVE ZERO TO WS-TB-HIT-SUB.
018372     IF PT-ADD-ASSIGN
018376         CONTINUE
018380     ELSE
018384         PERFORM TB100-FIND-TRIAL-ID THRU TB100-EXIT
018388         IF WS-TB-HIT-SUB > ZERO
018392             MOVE WS-TB-STATE (WS-TB-HIT-SUB) TO WS-AUD-OLD-STATUS
018396             MOVE WS-TB-DEPT (WS-TB-HIT-SUB) TO WS-AUD-OLD-DEPT
018400         ELSE
018404             MOVE PT-ID TO PM-ID
018408             READ PERSON-MASTER
018412                 INVALID KEY
018416                     CONTINUE
018420             END-READ
018424             IF WS-PM-STATUS = "00"
018428                 MOVE PM-RECORD TO WS-AUD-OLD-IMAGE
018432             END-IF
018436         END-IF
018440     END-IF.
018456*    A PURGED PERSON COMES BACK FROM THE ARCHIVE IMAGE B300 FOUND
018460     IF PT-REHIRE AND WS-RH-FROM-ARCHIVE AND WS-TB-HIT-SUB = ZERO
018464         MOVE WS-ARC-IMAGE TO WS-AUD-NEW-IMAGE
018468     ELSE
018472         MOVE WS-AUD-OLD-IMAGE TO WS-AUD-NEW-IMAGE
018476     END-IF.
018480     EVALUATE TRUE
018484         WHEN PT-DELETE
018488             MOVE "D" TO WS-AUD-NEW-STATUS
018492         WHEN PT-CHANGE
018496         WHEN PT-ADD-ASSIGN
018500             MOVE "A" TO WS-AUD-NEW-STATUS
018504             MOVE PT-DEPT-CODE TO WS-AUD-NEW-DEPT
018508         WHEN OTHER
018512             MOVE "A" TO WS-AUD-NEW-STATUS
018516             IF PT-DEPT-CODE NOT = SPACES
018520                 MOVE PT-DEPT-CODE TO WS-AUD-NEW-DEPT
018524             END-IF
018528     END-EVALUATE.
018532     PERFORM HC200-TRACK-HEADCOUNT THRU HC200-EXIT.
018536 HC400-EXIT.
018540     EXIT.
018544 2100-READ-PERSON-TRANS.
018548     READ PERSON-TRANS
018552         AT END
018556             SET WS-EOF TO TRUE
018560     END-READ.
018564 2100-EXIT.
018568     EXIT.
018572 2600-READ-PENDING.
018576     READ PENDING-IN
018580         AT END
018584             SET WS-PEND-EOF TO TRUE
018588     END-READ.
018592 2600-EXIT.
018596     EXIT.
018600******************************************************************
018604* Q100-READ-QUEUE READS THE NEXT APPROVAL-QUEUE RECORD.  A QUEUE
018608* THAT COULD NOT BE OPENED WAS SET AT END IN 1000-INITIALIZE.
018612******************************************************************
018616 Q100-READ-QUEUE.
018620     READ APPROVAL-QUEUE-IN INTO AQ-RECORD
018624         AT END
018628             SET WS-AQ-EOF TO TRUE
018632     END-READ.
018636 Q100-EXIT.
018640     EXIT.
018644******************************************************************
018648* Q200-PROCESS-QUEUE TAKES ONE RECORD OFF LAST NIGHT'S QUEUE.  THE
018652* CONTROL RECORD AND EVERY ITEM NUMBER SEEN RAISE THE LAST NUMBER
018656* ISSUED, SO TONIGHT'S HOLDS NUMBER ON FROM IT.  AN ITEM STILL
018660* HELD IS COPIED ACROSS TO TONIGHT'S QUEUE UNCHANGED; A RELEASED
018664* ONE IS APPLIED (Q300) AND LEAVES THE QUEUE.
018668******************************************************************
018672 Q200-PROCESS-QUEUE.
018676     IF AQ-CONTROL
018680         MOVE AQ-RECORD TO AQ-CONTROL-RECORD
018684         IF AQC-LAST-ITEM-NO-X IS NUMERIC
018688                 AND AQC-LAST-ITEM-NO > WS-AQ-LAST-ISSUED
018692             MOVE AQC-LAST-ITEM-NO TO WS-AQ-LAST-ISSUED
018696         END-IF
018700     ELSE
018704         IF AQ-ITEM-NO > WS-AQ-LAST-ISSUED
018708             MOVE AQ-ITEM-NO TO WS-AQ-LAST-ISSUED
018712         END-IF
018716         IF AQ-RELEASED
018720             PERFORM Q300-APPLY-RELEASED THRU Q300-EXIT
018724         ELSE
018728             ADD 1 TO WS-QUEUE-WAITING
018732*            APPROVAL-QUEUE-OUT IS NEVER OPEN ON A TRIAL RUN
018736             IF NOT WS-MODE-TRIAL
018740                 WRITE AQO-RECORD FROM AQ-RECORD
018744             END-IF
018748         END-IF
018752     END-IF.
018756     PERFORM Q100-READ-QUEUE THRU Q100-EXIT.
018760 Q200-EXIT.
018764     EXIT.
018768******************************************************************
018772* Q300-APPLY-RELEASED RUNS A RELEASED ITEM THROUGH 2000 LIKE ANY
018776* OTHER TRANSACTION, WITH THE APPROVER'S ID STANDING BY FOR THE
018780* AUDIT ENTRY.  AN ITEM WITH NO EFFECTIVE DATE OF ITS OWN IS DATED
018784* THE NIGHT IT WAS HELD, SO A RELEASED DELETE CARRIES THE
018788* TERMINATION DATE IT WOULD HAVE HAD, NOT THE RELEASE NIGHT'S.
018792* THE CHECKPOINT TRACKS THE ITEM NUMBER.
018796******************************************************************
018800 Q300-APPLY-RELEASED.
018804     MOVE AQ-TRAN-IMAGE TO PT-RECORD.
018808     MOVE AQ-APPROVER-ID TO WS-APPROVER.
018812     MOVE AQ-ITEM-NO TO WS-CURR-SEQ-NO.
018816     IF PT-EFFECTIVE-DATE-X IS NOT NUMERIC
018820             OR PT-EFFECTIVE-DATE = ZERO
018824         IF AQ-HELD-DATE-X IS NUMERIC
018828             MOVE AQ-HELD-DATE TO PT-EFFECTIVE-DATE
018832         END-IF
018836     END-IF.
018840     ADD 1 TO WS-RELEASED-COUNT.
018844     DISPLAY "PERSUPD: RELEASED ITEM " AQ-ITEM-NO " "
018848         PT-TRANS-CODE " ID " PT-ID-X " APPROVER " AQ-APPROVER-ID.
018852     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT.
018856     MOVE AQ-ITEM-NO TO WS-LAST-QUEUE-ITEM.
018860 Q300-EXIT.
018864     EXIT.
018868******************************************************************
018872* P100-PARK-TRANSACTION WRITES A FUTURE-DATED TRANSACTION TO THE
018876* CARRY-FORWARD PENDING FILE, RENUMBERED 1..N SO THE FILE STAYS
018880* IN SEQUENCE ACROSS NIGHTS, AND SHOWS IT IN THE BACKLOG ON
018884* SYSOUT.  THE CHECKPOINT STILL TRACKS THE ORIGINAL PT-SEQ-NO.
018888******************************************************************
018892 P100-PARK-TRANSACTION.
018896     ADD 1 TO WS-PEND-OUT-SEQ.
018900     IF NOT WS-MODE-TRIAL
018904         MOVE PT-RECORD TO PO-PEND-RECORD
018908         MOVE WS-PEND-OUT-SEQ TO PO-PEND-SEQ-NO
018912*        A RECORD RE-PARKED FROM THE CARRY-FORWARD FILE KEEPS
018916*        THE DATE IT WAS FIRST PARKED, SO PERSPEND CAN SAY HOW
018920*        MANY NIGHTS IT HAS BEEN WAITING.
018924         IF WS-PHASE-PENDING AND WS-CARRY-PARK-DATE > ZERO
018928             MOVE WS-CARRY-PARK-DATE TO PO-PARK-DATE
018932         ELSE
018936             MOVE WS-TODAY TO PO-PARK-DATE
018940         END-IF
018944*        PENDING-OUT IS NEVER OPEN ON A TRIAL RUN
018948         WRITE PO-PEND-RECORD
018952     END-IF.
018956     ADD 1 TO WS-PENDING-COUNT.
018960     DISPLAY "PERSUPD: PENDING " PT-TRANS-CODE " ID " PT-ID-X
018964         " EFFECTIVE " PT-EFFECTIVE-DATE-X.
018968 P100-EXIT.
018972     EXIT.
018976******************************************************************
018980* H100-CHECK-HOLD DECIDES WHETHER THE TRANSACTION IN PT-RECORD
018984* WAITS ON THE APPROVAL QUEUE FOR A SECOND USER INSTEAD OF BEING
018988* APPLIED: EVERY CORRECTION PERSHRIN TRANSLATED FROM HR, EVERY
018992* DELETE, AND EVERY CHANGE WHOSE DEPT CODE DIFFERS FROM THE ONE ON
018996* THE MASTER.  ONLY A TRANSACTION B100 HAS PASSED GETS THIS FAR,
019000* SO A CHANGE OR DELETE IS FOR A LIVE ID ON THE MASTER.
019004* A RELEASED ITEM HAS ALREADY BEEN APPROVED AND IS NEVER HELD.
019008******************************************************************
019012 H100-CHECK-HOLD.
019016     SET WS-NO-HOLD TO TRUE.
019020     MOVE SPACE TO WS-HOLD-REASON.
019024     IF WS-PHASE-QUEUE
019028         CONTINUE
019032     ELSE IF PT-FROM-HR
019036         SET WS-HOLD TO TRUE
019040         MOVE "H" TO WS-HOLD-REASON
019044     ELSE IF PT-ID-X IS NOT NUMERIC
019048         CONTINUE
019052     ELSE IF PT-ID = ZERO
019056         CONTINUE
019060     ELSE IF PT-DELETE
019064         SET WS-HOLD TO TRUE
019068         MOVE "D" TO WS-HOLD-REASON
019072     ELSE IF PT-CHANGE
019076         MOVE PT-ID TO PM-ID
019080         READ PERSON-MASTER
019084             INVALID KEY
019088                 CONTINUE
019092         END-READ
019096         IF WS-PM-STATUS = "00"
019100                 AND PM-DEPT-CODE NOT = PT-DEPT-CODE
019104             SET WS-HOLD TO TRUE
019108             MOVE "P" TO WS-HOLD-REASON
019112         END-IF
019116     END-IF
019120     END-IF
019124     END-IF
019128     END-IF
019132     END-IF
019136     END-IF.
019140 H100-EXIT.
019144     EXIT.
019148******************************************************************
019152* H200-HOLD-TRANSACTION PUTS THE TRANSACTION ON TONIGHT'S QUEUE
019156* UNDER THE NEXT ITEM NUMBER AND SHOWS IT ON SYSOUT.  A TRIAL RUN
019160* COUNTS AND SHOWS THE HOLD BUT WRITES NOTHING.
019164******************************************************************
019168 H200-HOLD-TRANSACTION.
019172     ADD 1 TO WS-AQ-LAST-ISSUED.
019176     IF NOT WS-MODE-TRIAL
019180         MOVE SPACES TO AQ-RECORD
019184         MOVE WS-AQ-LAST-ISSUED TO AQ-ITEM-NO
019188         SET AQ-HELD TO TRUE
019192         MOVE WS-HOLD-REASON TO AQ-HOLD-REASON
019196         MOVE WS-TODAY TO AQ-HELD-DATE
019200         MOVE ZERO TO AQ-RELEASE-DATE
019204         MOVE PT-RECORD TO AQ-TRAN-IMAGE
019208         WRITE AQO-RECORD FROM AQ-RECORD
019212     END-IF.
019216     ADD 1 TO WS-HELD-COUNT.
019220     DISPLAY "PERSUPD: HELD ITEM " WS-AQ-LAST-ISSUED " "
019224         PT-TRANS-CODE " ID " PT-ID-X " REASON " WS-HOLD-REASON.
019228 H200-EXIT.
019232     EXIT.
019236******************************************************************
019240* Q900-WRITE-QUEUE-CONTROL ENDS TONIGHT'S QUEUE WITH THE CONTROL
019244* RECORD CARRYING THE LAST ITEM NUMBER ISSUED.
019248******************************************************************
019252 Q900-WRITE-QUEUE-CONTROL.
019256     MOVE SPACES TO AQ-RECORD.
019260     MOVE ZERO TO AQ-ITEM-NO.
019264     SET AQ-CONTROL TO TRUE.
019268     MOVE AQ-RECORD TO AQ-CONTROL-RECORD.
019272     MOVE WS-AQ-LAST-ISSUED TO AQC-LAST-ITEM-NO.
019276     MOVE WS-TODAY TO AQC-WRITTEN-DATE.
019280     WRITE AQO-RECORD FROM AQ-CONTROL-RECORD.
019284 Q900-EXIT.
019288     EXIT.
019300******************************************************************
019400* R100-WRITE-CHECKPOINT REWRITES THE CHECKPOINT FILE WITH THE
019500* SEQUENCE NUMBER OF THE TRANSACTION JUST APPLIED AND THE
019600* COUNTS SO FAR, SO A RESTARTED RUN KNOWS WHERE TO PICK UP.
019700******************************************************************
019800 R100-WRITE-CHECKPOINT.
019801     IF WS-PHASE-QUEUE
019802         MOVE WS-CURR-SEQ-NO TO CK-QUEUE-LAST-ITEM
019803         MOVE ZERO TO CK-PEND-LAST-SEQ-NO
019804         MOVE ZERO TO CK-LAST-SEQ-NO
019805     ELSE
019806         MOVE WS-LAST-QUEUE-ITEM TO CK-QUEUE-LAST-ITEM
019810     IF WS-PHASE-PENDING
019820         MOVE PT-SEQ-NO TO CK-PEND-LAST-SEQ-NO
019830         MOVE ZERO TO CK-LAST-SEQ-NO
019840     ELSE
019850         MOVE WS-LAST-PEND-SEQ TO CK-PEND-LAST-SEQ-NO
019900         MOVE PT-SEQ-NO TO CK-LAST-SEQ-NO
019910     END-IF
019915     END-IF.
020000     MOVE WS-TODAY TO CK-RUN-DATE.
020100     MOVE WS-ADD-COUNT TO CK-ADD-COUNT.
020200     MOVE WS-CHANGE-COUNT TO CK-CHANGE-COUNT.
020400     MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT.
020500     MOVE WS-ADD-ID-SUM TO CK-ADD-ID-SUM.
020600     MOVE WS-DELETE-ID-SUM TO CK-DELETE-ID-SUM.
020610     MOVE WS-REHIRE-COUNT TO CK-REHIRE-COUNT.
020620     MOVE WS-REHIRE-ID-SUM TO CK-REHIRE-ID-SUM.
020700     OPEN OUTPUT CHECKPOINT-FILE.
020800     WRITE CK-RECORD.
020900     CLOSE CHECKPOINT-FILE.
021000     MOVE ZERO TO WS-TRANS-SINCE-CKPT.
021100 R100-EXIT.
021200     EXIT.
021201******************************************************************
021203* S100-SAVE-INPUTS COPIES THE CARRY-FORWARD PENDING FILE AND THE
021205* APPROVAL QUEUE, RECORD FOR RECORD, TO PERSPNDS AND PERSAPQS
021207* BEFORE EITHER IS PROCESSED.  PERSPNDO AND PERSAPQO ONLY HOLD
021209* WHAT IS LEFT AFTER TONIGHT, AND PERSNITE COPIES THEM OVER THE
021211* INPUT, SO THESE COPIES ARE ALL PERSBACK HAS TO PUT BACK THE
021213* PENDING RECORDS THAT FELL DUE AND THE RELEASED ITEMS APPLIED
021215* IF THE NIGHT IS BACKED OUT.  A RESTART COPIES THEM AFRESH FROM
021217* THE SAME UNCHANGED INPUT.  BOTH INPUTS ARE CLOSED AGAIN AND
021219* REOPENED BY 1000-INITIALIZE FOR THE RUN ITSELF.
021221******************************************************************
021223 S100-SAVE-INPUTS.
021225     OPEN OUTPUT PENDING-SAVE.
021227     OPEN INPUT PENDING-IN.
021229     PERFORM 2600-READ-PENDING THRU 2600-EXIT.
021231     PERFORM S110-COPY-PENDING THRU S110-EXIT
021233         UNTIL WS-PEND-EOF.
021235     CLOSE PENDING-IN.
021237     CLOSE PENDING-SAVE.
021239     MOVE 'N' TO WS-PEND-EOF-SW.
021241     OPEN OUTPUT APPROVAL-QUEUE-SAVE.
021243     OPEN INPUT APPROVAL-QUEUE-IN.
021245     IF WS-AQ-STATUS = "00"
021247         PERFORM S130-READ-QUEUE THRU S130-EXIT
021249         PERFORM S120-COPY-QUEUE THRU S120-EXIT
021251             UNTIL WS-AQ-EOF
021253         CLOSE APPROVAL-QUEUE-IN
021255     END-IF.
021257     CLOSE APPROVAL-QUEUE-SAVE.
021259     MOVE 'N' TO WS-AQ-EOF-SW.
021261 S100-EXIT.
021263     EXIT.
021265 S110-COPY-PENDING.
021267     WRITE PS-PEND-RECORD FROM PI-PEND-RECORD.
021269     PERFORM 2600-READ-PENDING THRU 2600-EXIT.
021271 S110-EXIT.
021273     EXIT.
021275 S120-COPY-QUEUE.
021277     WRITE AQS-RECORD FROM AQI-RECORD.
021279     PERFORM S130-READ-QUEUE THRU S130-EXIT.
021281 S120-EXIT.
021283     EXIT.
021285 S130-READ-QUEUE.
021287     READ APPROVAL-QUEUE-IN
021289         AT END
021291             SET WS-AQ-EOF TO TRUE
021293     END-READ.
021295 S130-EXIT.
021297     EXIT.
021300******************************************************************
021400* R200-CHECK-FOR-RESTART LOOKS FOR A CHECKPOINT LEFT BY A PRIOR
021500* RUN THAT DID NOT FINISH.  IF ONE IS FOUND *AND* IT CARRIES A
022500 R200-CHECK-FOR-RESTART.
022600     MOVE ZERO TO WS-RESTART-SEQ-NO.
022610     MOVE ZERO TO WS-PEND-RESTART-SEQ.
022620     MOVE ZERO TO WS-QUEUE-RESTART-ITEM.
022700     OPEN INPUT CHECKPOINT-FILE.
022800     IF WS-CKPT-STATUS = "00"
022900         READ CHECKPOINT-FILE
023200         END-READ
023300         IF WS-CKPT-STATUS = "00"
023400             AND (CK-LAST-SEQ-NO > ZERO
023450                 OR CK-PEND-LAST-SEQ-NO > ZERO
023460                 OR CK-QUEUE-LAST-ITEM > ZERO)
023500             AND CK-RUN-DATE = WS-TODAY
023600             MOVE CK-LAST-SEQ-NO TO WS-RESTART-SEQ-NO
023610             MOVE CK-PEND-LAST-SEQ-NO TO WS-PEND-RESTART-SEQ
023620             MOVE CK-PEND-LAST-SEQ-NO TO WS-LAST-PEND-SEQ
023630             MOVE CK-QUEUE-LAST-ITEM TO WS-QUEUE-RESTART-ITEM
023640             MOVE CK-QUEUE-LAST-ITEM TO WS-LAST-QUEUE-ITEM
023700             MOVE CK-ADD-COUNT TO WS-ADD-COUNT
023800             MOVE CK-CHANGE-COUNT TO WS-CHANGE-COUNT
023900             MOVE CK-DELETE-COUNT TO WS-DELETE-COUNT
024000             MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
024100             MOVE CK-ADD-ID-SUM TO WS-ADD-ID-SUM
024200             MOVE CK-DELETE-ID-SUM TO WS-DELETE-ID-SUM
024210             MOVE CK-REHIRE-COUNT TO WS-REHIRE-COUNT
024220             MOVE CK-REHIRE-ID-SUM TO WS-REHIRE-ID-SUM
024300             DISPLAY "PERSUPD: RESTARTING AFTER SEQ "
024400                 WS-RESTART-SEQ-NO
024500         END-IF
025700 R300-CLEAR-CHECKPOINT.
025800     MOVE ZERO TO CK-LAST-SEQ-NO.
025850     MOVE ZERO TO CK-PEND-LAST-SEQ-NO.
025860     MOVE ZERO TO CK-QUEUE-LAST-ITEM.
025900     MOVE WS-TODAY TO CK-RUN-DATE.
026000     MOVE ZERO TO CK-ADD-COUNT.
026100     MOVE ZERO TO CK-CHANGE-COUNT.
026300     MOVE ZERO TO CK-REJECT-COUNT.
026400     MOVE ZERO TO CK-ADD-ID-SUM.
026500     MOVE ZERO TO CK-DELETE-ID-SUM.
026510     MOVE ZERO TO CK-REHIRE-COUNT.
026520     MOVE ZERO TO CK-REHIRE-ID-SUM.
026600     OPEN OUTPUT CHECKPOINT-FILE.
026700     WRITE CK-RECORD.
026800     CLOSE CHECKPOINT-FILE.
027400* KEY WHOSE MASTER RECORD IS ALREADY LOGICALLY DELETED (FOR A
027500* CHANGE OR A DELETE), OR AN ADD OR CHANGE CARRYING A NONBLANK
027550* DEPT CODE THE DEPARTMENT REFERENCE FILE DOES NOT KNOW.
027560* A REHIRE IS REJECTED WHEN ITS ID IS STILL ACTIVE, OR IS
027570* NEITHER ON THE MASTER NOR ON THE PURGE ARCHIVE (B300); A
027580* DELETE IS REJECTED FOR A TERMINATION REASON NOT ON THE LIST
027590* IN PERSTRAN.CPY.  REJECTED RECORDS ARE WRITTEN TO THE
027610* EXCEPTIONS REPORT RATHER THAN BEING APPLIED.  ON A TRIAL RUN
027620* THE TRIAL ID TABLE IS CONSULTED FIRST, SO AN ID THE TRIAL HAS
027640* ALREADY ADDED OR DELETED THIS FILE VALIDATES THE WAY IT WILL
030400             MOVE "ID ALREADY DELETED" TO WS-XC-REASON
030500         END-IF
030550         END-IF
030560     ELSE IF PT-REHIRE
030562         PERFORM TB100-FIND-TRIAL-ID THRU TB100-EXIT
030564         IF WS-TB-HIT-SUB > ZERO
030566             IF WS-TB-STATE (WS-TB-HIT-SUB) NOT = "D"
030568                 SET WS-ID-INVALID TO TRUE
030570                 MOVE "ID ALREADY ACTIVE" TO WS-XC-REASON
030572             END-IF
030574         ELSE
030576             PERFORM B300-FIND-REHIRE-SOURCE THRU B300-EXIT
030578         END-IF
030600     END-IF.
030601     IF WS-ID-VALID
030602             AND PT-DELETE
030603             AND NOT PT-TERM-REASON-VALID
030604         SET WS-ID-INVALID TO TRUE
030605         MOVE "INVALID TERM REASON" TO WS-XC-REASON
030606     END-IF.
030610*    A DEPT CODE THE REFERENCE FILE DOES NOT KNOW REJECTS THE
030620*    SAME WAY A BAD ID DOES.  BLANK IS NOT CHECKED -- OLD-LAYOUT
030630*    CARDS AND PRE-DEPT RECORDS CARRY BLANKS -- AND AN EMPTY
030640*    TABLE MEANS THE REFERENCE FILE WAS MISSING, SO THE CHECK
030650*    IS OFF FOR THE NIGHT.
030660     IF WS-ID-VALID
030662             AND (PT-ADD OR PT-ADD-ASSIGN OR PT-CHANGE
030663                 OR PT-REHIRE)
030664             AND PT-DEPT-CODE NOT = SPACES
030666             AND WS-DEPT-USED > ZERO
030668         PERFORM DV200-FIND-DEPT-CODE THRU DV200-EXIT
030684     IF WS-ID-VALID
030686         PERFORM B200-EDIT-DATES THRU B200-EXIT
030688     END-IF.
030690     IF WS-ID-VALID
030692         PERFORM B210-EDIT-TERM-DATE THRU B210-EXIT
030694     END-IF.
030695     IF WS-ID-VALID AND PT-CHANGE
030696         PERFORM B400-CHECK-IMAGE-AGE THRU B400-EXIT
030697     END-IF.
030700     IF WS-ID-INVALID AND WS-NOT-REPLAYING
030800         MOVE PT-SEQ-NO TO WS-XC-SEQ-NO
030900         MOVE PT-ID-X TO WS-XC-ID
031000         MOVE WS-XC-LINE-DETAIL TO XC-LINE
031200     END-IF.
031300 B100-EXIT.
031400     EXIT.
031201******************************************************************
031202* B300-FIND-REHIRE-SOURCE WORKS OUT WHERE A REHIRE COMES BACK
031203* FROM.  A MASTER RECORD WITH STATUS 'D' IS REACTIVATED IN
031204* PLACE; AN ACTIVE ONE REJECTS.  NO MASTER RECORD AT ALL MEANS
031205* PERSPRG PURGED IT, SO THE NEWEST PURGE-ARCHIVE IMAGE FOR THE
031206* ID IS LOOKED UP (A100) AND WRITTEN BACK BY 7500; NOT THERE
031207* EITHER REJECTS.
031208******************************************************************
031209 B300-FIND-REHIRE-SOURCE.
031210     MOVE SPACE TO WS-RH-SOURCE-SW.
031211     MOVE PT-ID TO PM-ID.
031212     READ PERSON-MASTER
031213         INVALID KEY
031214             CONTINUE
031215     END-READ.
031216     IF WS-PM-STATUS = "00"
031217         IF PM-STATUS-DELETED
031218             SET WS-RH-FROM-MASTER TO TRUE
031219         ELSE
031220             SET WS-ID-INVALID TO TRUE
031221             MOVE "ID ALREADY ACTIVE" TO WS-XC-REASON
031222         END-IF
031223     ELSE
031224         PERFORM A100-FIND-ARCHIVE-IMAGE THRU A100-EXIT
031225         IF WS-ARC-HIT
031226             SET WS-RH-FROM-ARCHIVE TO TRUE
031227         ELSE
031228             SET WS-ID-INVALID TO TRUE
031229             MOVE "ID NOT ON MASTER OR ARCHIVE" TO WS-XC-REASON
031230         END-IF
031231     END-IF.
031232 B300-EXIT.
031233     EXIT.
031234******************************************************************
031235* A100-FIND-ARCHIVE-IMAGE READS THE PURGE ARCHIVE END TO END FOR
031236* PT-ID AND KEEPS THE LAST MATCHING IMAGE IN WS-ARC-IMAGE -- THE
031237* SAME ID CAN BE PURGED MORE THAN ONCE AND THE LAST ONE ON THE
031238* FILE IS THE NEWEST (PERSARC.CPY, THE RULE PERSARST USES).
031239* REHIRES ARE RARE, SO ONE PASS PER REHIRE IS CHEAPER THAN
031240* HOLDING THE ARCHIVE IN A TABLE EVERY NIGHT.  THE OPEN IS
031241* GUARDED; A MISSING ARCHIVE IS A MISS.
031242******************************************************************
031243 A100-FIND-ARCHIVE-IMAGE.
031244     MOVE "N" TO WS-ARC-HIT-SW.
031245     MOVE "N" TO WS-AR-EOF-SW.
031246     OPEN INPUT PURGE-ARCHIVE.
031247     IF WS-AR-STATUS = "00"
031248         PERFORM A110-READ-ARCHIVE THRU A110-EXIT
031249         PERFORM A120-MATCH-ARCHIVE THRU A120-EXIT
031250             UNTIL WS-AR-EOF
031251         CLOSE PURGE-ARCHIVE
031252     END-IF.
031253 A100-EXIT.
031254     EXIT.
031255 A110-READ-ARCHIVE.
031256     READ PURGE-ARCHIVE
031257         AT END
031258             SET WS-AR-EOF TO TRUE
031259     END-READ.
031260 A110-EXIT.
031261     EXIT.
031262 A120-MATCH-ARCHIVE.
031263     IF AR-ID = PT-ID
031264         SET WS-ARC-HIT TO TRUE
031265         MOVE AR-MASTER-IMAGE TO WS-ARC-IMAGE
031266     END-IF.
031267     PERFORM A110-READ-ARCHIVE THRU A110-EXIT.
031268 A120-EXIT.
031269     EXIT.
031270******************************************************************
031271* B210-EDIT-TERM-DATE GIVES A DELETE'S TERMINATION DATE, WHEN ONE
031272* IS SUPPLIED, THE B200 CALENDAR EDIT: A REAL DATE FROM 19000101
031273* UP TO THE SAME TWO-YEAR HORIZON AS THE EFFECTIVE DATE.
031274******************************************************************
031275 B210-EDIT-TERM-DATE.
031276     IF PT-DELETE
031277             AND PT-TERM-DATE-X IS NUMERIC
031278             AND PT-TERM-DATE > ZERO
031279         MOVE PT-TERM-DATE TO WS-EDIT-DATE
031280         PERFORM V100-EDIT-DATE THRU V100-EXIT
031281         IF WS-DATE-BAD
031282             SET WS-ID-INVALID TO TRUE
031283             MOVE "INVALID TERM DATE" TO WS-XC-REASON
031284         ELSE
031285             IF PT-TERM-DATE > WS-EFF-HIGH-LIMIT
031286                     OR PT-TERM-DATE < WS-HIRE-LOW-LIMIT
031287                 SET WS-ID-INVALID TO TRUE
031288                 MOVE "TERM DATE OUT OF RANGE" TO WS-XC-REASON
031289             END-IF
031290         END-IF
031291     END-IF.
031292 B210-EXIT.
031293     EXIT.
031301******************************************************************
031302* B200-EDIT-DATES RUNS THE CALENDAR EDITS ON A TRANSACTION THAT
031303* HAS PASSED EVERY OTHER CHECK.  AN EFFECTIVE DATE THAT IS
031304* NUMERIC AND NONZERO MUST BE A REAL CALENDAR DATE NO MORE THAN
031305* TWO YEARS OUT (ZERO, SPACES, OR NON-NUMERIC STILL MEANS APPLY
031306* TONIGHT, SO OLD-LAYOUT CARDS ARE UNTOUCHED).  A HIRE DATE ON
031307* AN ADD, CHANGE, OR REHIRE, WHEN SUPPLIED, MUST BE A REAL DATE
031308* FROM 19000101 TO A YEAR FROM TONIGHT -- AN ADD WITH NO USABLE
031309* HIRE DATE STILL DEFAULTS TO TONIGHT IN 4000, AS EVER.  EACH
031310* FAILURE REJECTS TO PERSEXC WITH A DATE-SPECIFIC REASON.
031311******************************************************************
031326         END-IF
031327     END-IF.
031328     IF WS-ID-VALID
031329             AND PT-CARRIES-HIRE-DATE
031330             AND PT-HIRE-DATE-X IS NUMERIC
031331             AND PT-HIRE-DATE > ZERO
031332         MOVE PT-HIRE-DATE TO WS-EDIT-DATE
031436 TB110-EXIT.
031438     EXIT.
031440******************************************************************
031442* TB200-POST-TRIAL-ID RECORDS THE STATE IN WS-TB-STATE-WK AND
031444* THE DEPARTMENT IN WS-AUD-NEW-DEPT FOR PT-ID, UPDATING THE
031446* EXISTING ENTRY OR ADDING ONE.  A FULL TABLE IS REPORTED
031448* ONCE; UNPOSTED IDS THEN FALL BACK TO MASTER-ONLY VALIDATION
031449* FOR THE REST OF THE TRIAL.
031450******************************************************************
031452 TB200-POST-TRIAL-ID.
031454     PERFORM TB100-FIND-TRIAL-ID THRU TB100-EXIT.
031456     IF WS-TB-HIT-SUB > ZERO
031458         MOVE WS-TB-STATE-WK TO WS-TB-STATE (WS-TB-HIT-SUB)
031459         MOVE WS-AUD-NEW-DEPT TO WS-TB-DEPT (WS-TB-HIT-SUB)
031460     ELSE
031462         IF WS-TB-USED < WS-TB-MAX
031464             ADD 1 TO WS-TB-USED
031466             MOVE PT-ID TO WS-TB-ID (WS-TB-USED)
031468             MOVE WS-TB-STATE-WK TO WS-TB-STATE (WS-TB-USED)
031469             MOVE WS-AUD-NEW-DEPT TO WS-TB-DEPT (WS-TB-USED)
031470         ELSE
031472             IF NOT WS-TB-FULL
031474                 DISPLAY "PERSUPD: TRIAL ID TABLE FULL -- "
031548     EXIT.
031549 4000-APPLY-ADD.
031550     MOVE SPACES TO PM-RECORD.
031560     MOVE ZERO TO PM-TERM-DATE.
031600     MOVE PT-ID TO PM-ID.
031700     MOVE PT-NAME TO PM-NAME.
031800     SET PM-STATUS-ACTIVE TO TRUE.
031980     END-IF.
031985     IF WS-MODE-TRIAL
031990         ADD 1 TO WS-ADD-COUNT
031991         ADD PM-ID TO WS-ADD-ID-SUM
031992         MOVE SPACES TO WS-AUD-OLD-IMAGE
031993         MOVE PM-RECORD TO WS-AUD-NEW-IMAGE
031994         MOVE "A" TO WS-TB-STATE-WK
031995         PERFORM TB200-POST-TRIAL-ID THRU TB200-EXIT
031996         PERFORM HC200-TRACK-HEADCOUNT THRU HC200-EXIT
031998     ELSE
032000     WRITE PM-RECORD
032100         INVALID KEY
033150     END-IF.
033200 4000-EXIT.
033300     EXIT.
033301******************************************************************
033303* B400-CHECK-IMAGE-AGE REFUSES A CHANGE WHOSE IMAGE IS OLDER THAN
033305* THE MASTER RECORD IT WOULD OVERWRITE.  A CHANGE CARRIES THE
033307* WHOLE NAME AND TITLE AS THEY STOOD WHEN IT WAS KEYED (OR, FOR A
033309* PERSREOR MOVE, WHEN THE MOVE WAS BUILT), SO ONE THAT WAITED ON
033311* THE APPROVAL QUEUE OR THE PENDING FILE WOULD PUT BACK WHATEVER
033313* WAS CHANGED IN THE MEANTIME.  WHEN THE MASTER WAS UPDATED ON OR
033315* AFTER THE NIGHT THE ITEM WAS HELD OR PARKED IT IS REJECTED TO
033317* THE RECYCLE FILE, TO BE RE-KEYED AGAINST THE CURRENT RECORD.
033319* THE SAME NIGHT COUNTS -- A CARD LATER IN THAT NIGHT'S FILE IS
033321* NOT IN THE IMAGE EITHER.  A DAILY CARD, A PENDING RECORD PARKED
033323* BEFORE PARK DATES WERE KEPT, AND AN ID THE TRIAL TABLE ANSWERED
033325* FOR ARE NOT CHECKED.
033327******************************************************************
033329 B400-CHECK-IMAGE-AGE.
033331     MOVE ZERO TO WS-IMAGE-DATE.
033333     IF WS-PHASE-QUEUE
033335         IF AQ-HELD-DATE-X IS NUMERIC
033337             MOVE AQ-HELD-DATE TO WS-IMAGE-DATE
033339         END-IF
033341     ELSE IF WS-PHASE-PENDING
033343         MOVE WS-CARRY-PARK-DATE TO WS-IMAGE-DATE
033345     END-IF
033347     END-IF.
033349     IF WS-IMAGE-DATE > ZERO
033351             AND WS-TB-HIT-SUB = ZERO
033353             AND PM-LAST-UPDATED-DATE NOT < WS-IMAGE-DATE
033355         SET WS-ID-INVALID TO TRUE
033357         IF WS-PHASE-QUEUE
033359             MOVE "MASTER UPDATED SINCE HELD" TO WS-XC-REASON
033361         ELSE
033363             MOVE "MASTER UPDATED SINCE PARKED" TO WS-XC-REASON
033365         END-IF
033367     END-IF.
033369 B400-EXIT.
033371     EXIT.
033400 5000-APPLY-CHANGE.
033410*    ON A TRIAL RUN B100 HAS ALREADY VALIDATED THE ID (AGAINST
033420*    THE TRIAL ID TABLE AND THE MASTER), SO THE WOULD-BE CHANGE
033430*    IS COUNTED FROM IT, AND HC400 KEEPS THE HEADCOUNT -- RE-
033440*    READING THE MASTER HERE WOULD MISS AN ID THE TRIAL ADDED.
033450     IF WS-MODE-TRIAL
033460         ADD 1 TO WS-CHANGE-COUNT
033461         PERFORM HC400-TRIAL-HEADCOUNT THRU HC400-EXIT
033462         IF WS-TB-HIT-SUB > ZERO
033463             MOVE WS-AUD-NEW-DEPT TO WS-TB-DEPT (WS-TB-HIT-SUB)
033464         END-IF
033470     ELSE
033500     MOVE PT-ID TO PM-ID
033600     READ PERSON-MASTER
035910*    ON A TRIAL RUN B100 HAS ALREADY VALIDATED THE ID; COUNT
035920*    THE WOULD-BE DELETE AND REMEMBER IT IN THE TRIAL ID TABLE
035930*    SO A SECOND DELETE OR A CHANGE OF THIS ID LATER IN THE
035940*    SAME FILE IS REJECTED THE WAY THE NIGHT RUN WILL.  HC400
035945*    TAKES THE PERSON OFF THEIR DEPARTMENT'S HEADCOUNT.
035950     IF WS-MODE-TRIAL
035960         ADD 1 TO WS-DELETE-COUNT
035970         ADD PT-ID TO WS-DELETE-ID-SUM
035975         PERFORM HC400-TRIAL-HEADCOUNT THRU HC400-EXIT
035980         MOVE "D" TO WS-TB-STATE-WK
035985         PERFORM TB200-POST-TRIAL-ID THRU TB200-EXIT
035990     ELSE
036700         MOVE PM-RECORD TO WS-AUD-OLD-IMAGE
036800         SET PM-STATUS-DELETED TO TRUE
036900         MOVE WS-TODAY TO PM-LAST-UPDATED-DATE
036910         MOVE PT-TERM-REASON TO PM-TERM-REASON
036920         IF PT-TERM-DATE-X IS NUMERIC
036930                 AND PT-TERM-DATE > ZERO
036940             MOVE PT-TERM-DATE TO PM-TERM-DATE
036950         ELSE
036960             IF PT-EFFECTIVE-DATE-X IS NUMERIC
036970                     AND PT-EFFECTIVE-DATE > ZERO
036980                 MOVE PT-EFFECTIVE-DATE TO PM-TERM-DATE
036990             ELSE
036991                 MOVE WS-TODAY TO PM-TERM-DATE
036992             END-IF
036993         END-IF
037000         REWRITE PM-RECORD
037100             INVALID KEY
037200                 DISPLAY "PERSUPD: ID " PT-ID " DEL REWRT FAILED"
038301******************************************************************
038302* 7000-APPLY-ASSIGNED-ADD HANDLES AN ADD THAT ARRIVED WITHOUT AN
038303* ID ('N' TRANSACTION).  THE NEXT FREE PM-ID IS TAKEN FROM THE
038304* PERSISTENT NEXT-ID CONTROL RECORD (PROBED FORWARD PAST ANY KEY
038305* ALREADY ON THE MASTER, SO A HAND-KEYED ID IN THE RANGE ONLY
038306* COSTS A PROBE, NEVER A BOUNCE), MOVED INTO PT-ID, AND THE
038307* NORMAL ADD LOGIC APPLIES IT -- AUDIT IMAGE, CONTROL TOTALS,
038308* AND ID SUM ALL FLOW AS FOR A KEYED ADD.  EACH ASSIGNMENT GOES
038309* ON THE PERSASGR REPORT, THE NEXT-ID RECORD IS REWRITTEN AT
038310* ONCE (SO A MID-RUN FAILURE NEVER REUSES AN ID), AND A
038311* CHECKPOINT IS TAKEN ON THE SPOT -- A REPLAYED KEYED ADD
038312* BOUNCES OFF B100 AS A DUPLICATE, BUT A REPLAYED 'N' CARD WOULD
038313* PROBE TO A FRESH ID AND ADD THE SAME PERSON A SECOND TIME.  A
038314* TRIAL TAKES NO ID, SO ITS ADDIDSUM RUNS LOW.
038315******************************************************************
038316 7000-APPLY-ASSIGNED-ADD.
038317     IF WS-MODE-TRIAL
038318         ADD 1 TO WS-ADD-COUNT
038319         PERFORM HC400-TRIAL-HEADCOUNT THRU HC400-EXIT
038320         DISPLAY "PERSUPD: TRIAL -- SEQ " PT-SEQ-NO
038321             " WOULD BE ASSIGNED THE NEXT FREE ID"
038322     ELSE
038400 N400-EXIT.
038401     EXIT.
038402******************************************************************
038403* 7500-APPLY-REHIRE BRINGS A DELETED OR PURGED PERSON BACK
038404* ACTIVE UNDER THE ORIGINAL PM-ID.  B300 HAS ALREADY SAID WHERE
038405* FROM: A MASTER RECORD WITH STATUS 'D' IS REWRITTEN IN PLACE
038406* (OLD AUDIT IMAGE = THE DELETED RECORD); A PURGED ONE IS
038407* WRITTEN BACK FROM ITS NEWEST ARCHIVE IMAGE (OLD AUDIT IMAGE
038408* BLANK, AS FOR AN ADD -- THE MASTER HAD NO RECORD).  EITHER
038409* WAY 7510 SETS THE RETURNING FIELDS, AND THE REHIRE IS
038410* AUDITED AS TYPE 'R' AND COUNTED ON ITS OWN CONTROL TOTALS.
038411******************************************************************
038412 7500-APPLY-REHIRE.
038413     IF WS-MODE-TRIAL
038414         ADD 1 TO WS-REHIRE-COUNT
038415         ADD PT-ID TO WS-REHIRE-ID-SUM
038416         PERFORM HC400-TRIAL-HEADCOUNT THRU HC400-EXIT
038417         MOVE "A" TO WS-TB-STATE-WK
038418         PERFORM TB200-POST-TRIAL-ID THRU TB200-EXIT
038419     ELSE
038420     IF WS-RH-FROM-ARCHIVE
038421         MOVE WS-ARC-IMAGE TO PM-RECORD
038422         MOVE SPACES TO WS-AUD-OLD-IMAGE
038423         PERFORM 7510-SET-REHIRE-FIELDS THRU 7510-EXIT
038424         WRITE PM-RECORD
038425             INVALID KEY
038426                 DISPLAY "PERSUPD: ID " PT-ID
038427                     " REHIRE REJECTED, DUP KEY"
038428                 ADD 1 TO WS-REJECT-COUNT
038429             NOT INVALID KEY
038430                 PERFORM 7520-COUNT-REHIRE THRU 7520-EXIT
038431         END-WRITE
038432     ELSE
038433         MOVE PT-ID TO PM-ID
038434         READ PERSON-MASTER
038435             INVALID KEY
038436                 DISPLAY "PERSUPD: ID " PT-ID " REHIRE REJECTED"
038437                 ADD 1 TO WS-REJECT-COUNT
038438         END-READ
038439         IF WS-PM-STATUS = "00"
038440             MOVE PM-RECORD TO WS-AUD-OLD-IMAGE
038441             PERFORM 7510-SET-REHIRE-FIELDS THRU 7510-EXIT
038442             REWRITE PM-RECORD
038443                 INVALID KEY
038444                     DISPLAY "PERSUPD: ID " PT-ID
038445                         " REHIRE REWRT FAILED"
038446                     ADD 1 TO WS-REJECT-COUNT
038447                 NOT INVALID KEY
038448                     PERFORM 7520-COUNT-REHIRE THRU 7520-EXIT
038449             END-REWRITE
038450         END-IF
038451     END-IF
038452     END-IF.
038453 7500-EXIT.
038454     EXIT.
038455******************************************************************
038456* 7510-SET-REHIRE-FIELDS MAKES THE RECORD IN PM-RECORD ACTIVE
038457* AGAIN.  THE HIRE DATE IS THE NEW ONE FROM THE CARD (TONIGHT
038458* WHEN NONE IS SUPPLIED, AS FOR AN ADD); NAME, DEPT, AND TITLE
038459* CHANGE ONLY WHERE THE CARD SUPPLIES THEM, SO A BARE REHIRE
038460* CARD BRINGS THE PERSON BACK AS THEY LEFT.  THE TERMINATION
038461* FIELDS ARE CLEARED -- THE AUDIT OLD IMAGE STILL HAS THEM.
038462******************************************************************
038463 7510-SET-REHIRE-FIELDS.
038464     SET PM-STATUS-ACTIVE TO TRUE.
038465     MOVE WS-TODAY TO PM-LAST-UPDATED-DATE.
038466     IF PT-NAME NOT = SPACES
038467         MOVE PT-NAME TO PM-NAME
038468     END-IF.
038469     IF PT-DEPT-CODE NOT = SPACES
038470         MOVE PT-DEPT-CODE TO PM-DEPT-CODE
038471     END-IF.
038472     IF PT-JOB-TITLE NOT = SPACES
038473         MOVE PT-JOB-TITLE TO PM-JOB-TITLE
038474     END-IF.
038475     IF PT-HIRE-DATE-X IS NUMERIC
038476             AND PT-HIRE-DATE > ZERO
038477         MOVE PT-HIRE-DATE TO PM-HIRE-DATE
038478     ELSE
038479         MOVE WS-TODAY TO PM-HIRE-DATE
038480     END-IF.
038481     MOVE ZERO TO PM-TERM-DATE.
038482     MOVE SPACES TO PM-TERM-REASON.
038483 7510-EXIT.
038484     EXIT.
038485 7520-COUNT-REHIRE.
038486     ADD 1 TO WS-REHIRE-COUNT.
038487     ADD PM-ID TO WS-REHIRE-ID-SUM.
038488     MOVE PM-RECORD TO WS-AUD-NEW-IMAGE.
038489     SET AU-TYPE-REHIRE TO TRUE.
038490     PERFORM G100-WRITE-AUDIT THRU G100-EXIT.
038491 7520-EXIT.
038492     EXIT.
038499******************************************************************
038500* G100-WRITE-AUDIT LOGS ONE BEFORE/AFTER IMAGE TO THE AUDIT TRAIL.
038600* CALLERS MOVE THE OLD AND NEW MASTER IMAGES INTO
038700* WS-AUD-OLD-IMAGE AND WS-AUD-NEW-IMAGE AND SET THE APPROPRIATE
039300     MOVE WS-AUD-NEW-IMAGE TO AU-NEW-IMAGE.
039400     MOVE WS-TODAY TO AU-RUN-DATE.
039500     MOVE PT-SEQ-NO TO AU-SEQ-NO.
039550     MOVE WS-APPROVER TO AU-APPROVER-ID.
039600     WRITE AU-RECORD.
039610     PERFORM HC200-TRACK-HEADCOUNT THRU HC200-EXIT.
039700 G100-EXIT.
039800     EXIT.
039900 8000-WRITE-CONTROL-TOTALS.
041110     MOVE "PENDING" TO CT-LABEL.
041120     MOVE WS-PENDING-COUNT TO CT-VALUE.
041130     WRITE CT-LINE-DETAIL.
041140     MOVE "HELD" TO CT-LABEL.
041150     MOVE WS-HELD-COUNT TO CT-VALUE.
041160     WRITE CT-LINE-DETAIL.
041200     MOVE "ADDIDSUM" TO CT-LABEL.
041300     MOVE WS-ADD-ID-SUM TO CT-VALUE.
041400     WRITE CT-LINE-DETAIL.
041500     MOVE "DELIDSUM" TO CT-LABEL.
041600     MOVE WS-DELETE-ID-SUM TO CT-VALUE.
041700     WRITE CT-LINE-DETAIL.
041710     MOVE "REHIRES" TO CT-LABEL.
041720     MOVE WS-REHIRE-COUNT TO CT-VALUE.
041730     WRITE CT-LINE-DETAIL.
041740     MOVE "RHIDSUM" TO CT-LABEL.
041750     MOVE WS-REHIRE-ID-SUM TO CT-VALUE.
041760     WRITE CT-LINE-DETAIL.
041800 8000-EXIT.
041900     EXIT.
041905******************************************************************
042150     END-IF.
042200     CLOSE PERSON-TRANS.
042250     CLOSE PENDING-IN.
042260     IF WS-AQ-OPEN
042270         CLOSE APPROVAL-QUEUE-IN
042280     END-IF.
042300     CLOSE PERSON-MASTER.
042400     CLOSE CONTROL-TOTALS.
042420     IF NOT WS-MODE-TRIAL
042450         CLOSE PENDING-OUT
042452         PERFORM Q900-WRITE-QUEUE-CONTROL THRU Q900-EXIT
042454         CLOSE APPROVAL-QUEUE-OUT
042460         CLOSE AUDIT-LOG
042465         CLOSE RECYCLE-OUT
042467         CLOSE ASSIGN-RPT
042500     CLOSE EXCEPTIONS-RPT.
042650     DISPLAY "PERSUPD: " WS-PENDING-COUNT
042660         " TRANSACTIONS PENDING FOR A FUTURE NIGHT".
042662     DISPLAY "PERSUPD: " WS-RELEASED-COUNT
042664         " RELEASED QUEUE ITEMS TAKEN, " WS-HELD-COUNT
042666         " HELD TONIGHT, " WS-QUEUE-WAITING " STILL WAITING".
042667     IF WS-HC-USED > ZERO
042668         DISPLAY "PERSUPD: " WS-OVER-PLAN-COUNT
042669             " ADDS LEFT A DEPARTMENT OVER PLAN"
042670     END-IF.
042675     IF WS-MODE-TRIAL
042680         DISPLAY "PERSUPD: TRIAL RUN COMPLETE -- NOTHING WAS "
042690             "UPDATED, TOTALS ARE WHAT THE NIGHT RUN WOULD DO"
042695     END-IF.

002300* EVERY PROBLEM FOUND IS DISPLAYED ON SYSOUT FOR THE OPERATOR,
002400* NOT JUST THE FIRST ONE.  A FILE THAT BALANCES IS RECORDED ON
002500* THE PROCESSED-FILE LOG SO A RERUN OF THE SAME FILE IS REFUSED
002600* TOMORROW AS WELL AS TONIGHT.  THE ONE EXCEPTION IS A NIGHT
002601* BACKED OUT BY PERSBACK: ITS LOG ENTRY CARRIES A REOPEN DATE,
002602* AND THE CORRECTED FILE IS ACCEPTED ONCE MORE UNDER THE SAME
002603* SOURCE AND CREATION DATE (ITS HEADER DATE IS THEN THE BACKED
002604* OUT NIGHT'S, NOT TONIGHT'S).
002610*
002620* DETAIL RECORDS ALSO GET THE CALENDAR DATE EDITS PERSUPD'S
002630* B100/B200 ENFORCE AT NIGHT (REAL MONTH AND DAY, LEAP YEARS,
002920*                     WARNINGS (2400/V100/V110) -- THE SAME
002930*                     EDITS PERSUPD NOW REJECTS ON, RUN EARLY
002940*                     AND REPORTED ON SYSOUT.
002950*     10/15/2026 RLM  THE HIRE-DATE WARNING NOW ALSO COVERS THE
002960*                     NEW REHIRE CARD (PT-CARRIES-HIRE-DATE).
002970*     10/15/2026 RLM  A PERSEDLG ENTRY REOPENED BY PERSBACK (THE
002980*                     NIGHT WAS BACKED OUT) NO LONGER REFUSES
002985*                     THE SAME FILE, AND THE RESUBMITTED FILE
002990*                     KEEPS ITS ORIGINAL HEADER CREATION DATE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004700     05  EL-SOURCE                 PIC X(08).
004800     05  EL-CREATE-DATE            PIC 9(08).
004900     05  EL-PROCESS-DATE           PIC 9(08).
004910     05  EL-REOPEN-DATE            PIC 9(08).
004920     05  EL-REOPEN-DATE-X REDEFINES EL-REOPEN-DATE
004930                                   PIC X(08).
005000     05  FILLER                    PIC X(48).
005100 WORKING-STORAGE SECTION.
005200 77  WS-EL-STATUS                  PIC X(02).
005300 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
006000     88  WS-HEADER-FOUND               VALUE 'Y'.
006100 77  WS-TRAILER-SW                 PIC X(01) VALUE 'N'.
006200     88  WS-TRAILER-FOUND              VALUE 'Y'.
006210 77  WS-RESUBMIT-SW                PIC X(01) VALUE 'N'.
006220     88  WS-RESUBMISSION               VALUE 'Y'.
006300 77  WS-REC-COUNT                  PIC 9(08) VALUE ZERO.
006400 77  WS-DETAIL-COUNT               PIC 9(08) VALUE ZERO.
006500 77  WS-ID-HASH                    PIC 9(15) VALUE ZERO.
015112******************************************************************
015114 2400-WARN-BAD-DATES.
015115*    THE HIRE-DATE EDIT ONLY APPLIES WHERE PERSUPD'S B200
015116*    APPLIES IT -- ADDS, CHANGES, AND REHIRES.  A DELETE NEVER
015117*    CARRIES A HIRE DATE ONTO THE MASTER, SO WARNING ON ONE WOULD
015118*    PROMISE A REJECT THE NIGHT RUN NEVER MAKES.
015119     IF PT-CARRIES-HIRE-DATE
015120             AND PT-HIRE-DATE-X IS NUMERIC
015121             AND PT-HIRE-DATE > ZERO
015122         MOVE PT-HIRE-DATE TO WS-EDIT-DATE
015900         DISPLAY "PERSEDIT: NO HEADER RECORD -- FILE REFUSED"
016000         SET WS-FILE-REFUSED TO TRUE
016100     ELSE
016150         PERFORM E200-CHECK-ALREADY-PROCESSED THRU E200-EXIT
016200         IF WS-HDR-DATE NOT = WS-TODAY AND NOT WS-RESUBMISSION
016300             DISPLAY "PERSEDIT: HEADER CREATION DATE "
016400                 WS-HDR-DATE " IS NOT TONIGHTS DATE " WS-TODAY
016500             SET WS-FILE-REFUSED TO TRUE
016600         END-IF
016800     END-IF.
016900     IF NOT WS-TRAILER-FOUND
017000         DISPLAY "PERSEDIT: NO TRAILER RECORD -- TRUNCATED "
018900* AN ENTRY WITH THIS HEADER'S SOURCE AND CREATION DATE.  THE
019000* OPEN IS GUARDED BY FILE STATUS THE SAME WAY PERSRECN GUARDS
019100* ITS SNAPSHOT OPEN, SO A MISSING LOG READS AS AN EMPTY ONE.
019110* A MATCHING ENTRY WITH A REOPEN DATE WAS BACKED OUT AND MARKS
019120* THIS FILE AS A RESUBMISSION; ANY OTHER MATCH REFUSES IT.
019200******************************************************************
019300 E200-CHECK-ALREADY-PROCESSED.
019400     OPEN INPUT EDIT-LOG.
021000 E220-MATCH-EDIT-LOG.
021100     IF EL-SOURCE = WS-HDR-SOURCE
021200             AND EL-CREATE-DATE = WS-HDR-DATE
021210             AND EL-REOPEN-DATE-X IS NUMERIC
021220             AND EL-REOPEN-DATE > ZERO
021230         DISPLAY "PERSEDIT: FILE FROM " WS-HDR-SOURCE
021240             " DATED " WS-HDR-DATE " WAS BACKED OUT ON "
021250             EL-REOPEN-DATE " -- ACCEPTED AS A RESUBMISSION"
021260         SET WS-RESUBMISSION TO TRUE
021270         PERFORM E210-READ-EDIT-LOG THRU E210-EXIT
021280     ELSE
021290     IF EL-SOURCE = WS-HDR-SOURCE
021292             AND EL-CREATE-DATE = WS-HDR-DATE
021300         DISPLAY "PERSEDIT: FILE FROM " WS-HDR-SOURCE
021400             " DATED " WS-HDR-DATE " ALREADY PROCESSED ON "
021500             EL-PROCESS-DATE
021700         SET WS-EL-EOF TO TRUE
021800     ELSE
021900         PERFORM E210-READ-EDIT-LOG THRU E210-EXIT
022000     END-IF
022050     END-IF.
022100 E220-EXIT.
022200     EXIT.
022300******************************************************************

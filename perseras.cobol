000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERSERAS.
000300 AUTHOR.        R MCALLISTER.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900* PERSERAS IS THE PERSONAL-DATA ERASURE JOB FOR A FORMER EMPLOYEE.
001000* THE NAME, JOB TITLE AND HIRE DATE ARE REPLACED BY FIXED MASKED
001100* VALUES -- *ERASED* FOR THE NAME AND TITLE, ZERO (NOT ON FILE)
001200* FOR THE HIRE DATE -- IN EVERY FILE THE SYSTEM KEEPS THAT CARRIES
001300* THEM.  THE ID, THE STATUS, THE DEPARTMENT AND EVERY OTHER DATE
001400* ARE LEFT ALONE AND NO RECORD IS ADDED OR REMOVED, SO RECORD
001500* COUNTS, THE PERSRECN ID SUMS AND THE PERSSCMP MOVEMENT FIGURES
001600* (STATUS AND DEPARTMENT) STILL TIE OUT ACROSS THE ERASURE.  NO
001700* PERSAUDT ENTRY IS WRITTEN -- ONE WOULD CARRY THE NAME AGAIN.
001800*
001900* THE PROGRAM RUNS ONCE PER FILE OR GENERATION, EACH STEP OF
002000* PERSERAS.JCL NAMING WHAT IT IS TO DO ON ITS FIRST SYSIN CARD:
002100*     KIND     IN COLUMNS 1-8
002200*     LABEL    IN COLUMNS 10-53 (THE DATA SET NAME AND GENERATION,
002300*              PRINTED ON THE CERTIFICATE AS GIVEN)
002400* THE KINDS ARE
002500*     CHECK    EDIT THE ERASURE REQUEST (SECOND SYSIN CARD: ID IN
002600*              1-10, LEGAL REFERENCE IN 12-31, AUTHORIZED BY IN
002700*              33-62) AND START THE CERTIFICATE WORK FILE
002800*              PERSERAC.
002900*              REFUSED (RC 8, NOTHING WRITTEN) IF THE ID IS ACTIVE
003000*              ON THE MASTER, OR IS ON NEITHER THE MASTER NOR THE
003100*              PURGE ARCHIVE (PERSARCH).
003200*     MASTER   THE MASTER RECORD, BY KEY (PERSMAST)
003300*     AUDITIDX THE ARCHIVED AUDIT ENTRIES, BY KEY (PERSAUDX)
003400*     ARCHIVE  PERSARC.CPY PURGE ARCHIVE
003500*     AUDIT    PERSAUD.CPY LOG OR AUDITARC GENERATION (BOTH
003600*              IMAGES; A BLANK IMAGE IS LEFT BLANK)
003700*     SNAPSHOT A PERSSNAP MONTH-END GENERATION
003800*     RECYCLE  PERSRCY.CPY RECYCLE FILE
003900*     PENDING  PENDING FILE (OR PENDING.NEW)
004000*     APPROVQ  PERSAPQ.CPY APPROVAL QUEUE (OR APPROVQ.NEW)
004100*     TRANS    PERSTRAN.CPY TRANSACTION FILE (THE DAILY AND
004110*              MERGED FILES, THE RECYCLE RESUBMISSION, AND THE
004120*              PERSKEY INPUT DECK, WHOSE COMMAND CARDS NEVER
004130*              CARRY AN ID IN THE PT-ID COLUMNS)
004200*     HRCORR   PERSHRC.CPY HR CORRECTIONS FILE
004300*     HRFULL   PERSXTR.CPY HR FULL FEED GENERATION
004400*     HRDELTA  PERSXTRD.CPY HR DELTA FEED GENERATION
004500*     ASSIGNED PERSUPD ID-ASSIGNMENT REPORT FILE
004600*              -- ALL OF THESE ON DD PERSERAF, REWRITTEN IN PLACE
004700*     CERT     PRINT THE SIGNED-OFF CERTIFICATE (PERSERAR) FROM
004800*              THE WORK FILE: THE REQUEST, EACH FILE AND
004900*              GENERATION WITH RECORDS READ AND RECORDS MASKED,
005000*              THEN THE SIGN-OFF BLOCK.
005100* EVERY MASKING KIND TAKES THE ID FROM THE WORK FILE'S HEADER, SO
005200* THE ID IS KEYED AND EDITED ONCE, AND ADDS ONE LINE TO IT.
005300*
005400* ON A TRANSACTION IMAGE THE NAME, TITLE AND HIRE DATE ARE MASKED
005500* ONLY WHERE THEY ARE PRESENT; THE TITLE COLUMNS OF A DELETE HOLD
005600* THE TERMINATION DATA AND ARE LEFT.  HEADER AND TRAILER RECORDS
005700* ARE NEVER TOUCHED.  A RECORD ALREADY MASKED IS MASKED AGAIN AND
005800* COUNTED, SO A RERUN OF THE WHOLE JOB GIVES THE SAME CERTIFICATE.
005900*
006000* MODIFICATION HISTORY
006100*     10/15/2026 RLM  INITIAL VERSION
006110*     10/15/2026 RLM  TRANS ALSO MASKS THE PERSKEY INPUT DECK.
006200******************************************************************
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CONTROL-CARDS ASSIGN TO SYSIN
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-CC-STATUS.
006900     SELECT CERT-WORK ASSIGN TO PERSERAC
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-CW-STATUS.
007200     SELECT CERT-RPT ASSIGN TO PERSERAR
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT PERSON-MASTER ASSIGN TO PERSMAST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PM-ID
007800         FILE STATUS IS WS-PM-STATUS.
007900     SELECT AUDIT-INDEX ASSIGN TO PERSAUDX
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS AX-KEY
008300         FILE STATUS IS WS-AX-STATUS.
008400     SELECT PURGE-ARCHIVE ASSIGN TO PERSARCH
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-AR-STATUS.
008700*    EVERY FILE MASKED IN PLACE IS ON PERSERAF; THE KIND CARD
008800*    SAYS WHICH OF THESE LAYOUTS IT IS OPENED UNDER.
008900     SELECT ARCHIVE-FILE ASSIGN TO PERSERAF
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-EF-STATUS.
009200     SELECT AUDIT-FILE ASSIGN TO PERSERAF
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-EF-STATUS.
009500     SELECT SNAPSHOT-FILE ASSIGN TO PERSERAF
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-EF-STATUS.
009800     SELECT RECYCLE-FILE ASSIGN TO PERSERAF
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-EF-STATUS.
010100     SELECT PENDING-FILE ASSIGN TO PERSERAF
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-EF-STATUS.
010400     SELECT QUEUE-FILE ASSIGN TO PERSERAF
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-EF-STATUS.
010700     SELECT TRANS-FILE ASSIGN TO PERSERAF
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-EF-STATUS.
011000     SELECT HR-CORR-FILE ASSIGN TO PERSERAF
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-EF-STATUS.
011300     SELECT HR-FULL-FILE ASSIGN TO PERSERAF
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS WS-EF-STATUS.
011600     SELECT HR-DELTA-FILE ASSIGN TO PERSERAF
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-EF-STATUS.
011900     SELECT ASSIGN-FILE ASSIGN TO PERSERAF
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-EF-STATUS.
012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  CONTROL-CARDS
012500     RECORDING MODE IS F.
012600 01  CC-RECORD.
012700     05  CC-KIND                   PIC X(08).
012800     05  FILLER                    PIC X(01).
012900     05  CC-LABEL                  PIC X(44).
013000     05  FILLER                    PIC X(27).
013100 01  CC-REQUEST-RECORD.
013200     05  CC-ID                     PIC 9(10).
013300     05  CC-ID-X REDEFINES CC-ID   PIC X(10).
013400     05  FILLER                    PIC X(01).
013500     05  CC-LEGAL-REF              PIC X(20).
013600     05  FILLER                    PIC X(01).
013700     05  CC-AUTHORIZER             PIC X(30).
013800     05  FILLER                    PIC X(18).
013900 FD  CERT-WORK
014000     RECORDING MODE IS F.
014100 01  CW-RECORD.
014200     05  CW-TYPE                   PIC X(01).
014300         88  CW-HEADER                 VALUE 'H'.
014400         88  CW-DETAIL                 VALUE 'D'.
014500     05  CW-ID                     PIC 9(10).
014600     05  FILLER                    PIC X(69).
014700 01  CW-HEADER-RECORD.
014800     05  FILLER                    PIC X(11).
014900     05  CWH-LEGAL-REF             PIC X(20).
015000     05  CWH-AUTHORIZER            PIC X(30).
015100     05  CWH-RUN-DATE              PIC 9(08).
015200     05  CWH-FOUND-ON              PIC X(01).
015300         88  CWH-ON-MASTER             VALUE 'M'.
015400         88  CWH-ON-ARCHIVE            VALUE 'A'.
015500     05  FILLER                    PIC X(10).
015600 01  CW-DETAIL-RECORD.
015700     05  FILLER                    PIC X(11).
015800     05  CWD-KIND                  PIC X(08).
015900     05  CWD-LABEL                 PIC X(44).
016000     05  CWD-READ                  PIC 9(08).
016100     05  CWD-MASKED                PIC 9(08).
016200     05  FILLER                    PIC X(01).
016300 FD  CERT-RPT
016400     RECORDING MODE IS F.
016500 01  CR-LINE                       PIC X(132).
016600 FD  PERSON-MASTER.
016700     COPY "persmast.cpy".
016800 FD  AUDIT-INDEX.
016900     COPY "persaudx.cpy".
017000 FD  PURGE-ARCHIVE
017100     RECORDING MODE IS F.
017200 01  PA-RECORD.
017300     05  PA-ID                     PIC 9(10).
017400     05  FILLER                    PIC X(149).
017500 FD  ARCHIVE-FILE
017600     RECORDING MODE IS F.
017700     COPY "persarc.cpy".
017800 FD  AUDIT-FILE
017900     RECORDING MODE IS F.
018000 01  AF-RECORD                     PIC X(337).
018100 FD  SNAPSHOT-FILE
018200     RECORDING MODE IS F.
018300 01  SN-RECORD.
018400     05  SN-ID                     PIC 9(10).
018500     05  SN-NAME                   PIC X(80).
018600     05  FILLER                    PIC X(13).
018700     05  SN-JOB-TITLE              PIC X(30).
018800     05  SN-HIRE-DATE              PIC 9(08).
018900     05  FILLER                    PIC X(10).
019000 FD  RECYCLE-FILE
019100     RECORDING MODE IS F.
019200     COPY "persrcy.cpy".
019300 FD  PENDING-FILE
019400     RECORDING MODE IS F.
019500 01  PF-RECORD.
019600     05  PF-PEND-TRAN              PIC X(150).
019700     05  PF-PARK-DATE              PIC 9(08).
019800 FD  QUEUE-FILE
019900     RECORDING MODE IS F.
020000     COPY "persapq.cpy".
020100 FD  TRANS-FILE
020200     RECORDING MODE IS F.
020300 01  TF-RECORD                     PIC X(150).
020400 FD  HR-CORR-FILE
020500     RECORDING MODE IS F.
020600     COPY "pershrc.cpy".
020700 FD  HR-FULL-FILE
020800     RECORDING MODE IS F.
020900     COPY "persxtr.cpy".
021000 FD  HR-DELTA-FILE
021100     RECORDING MODE IS F.
021200     COPY "persxtrd.cpy".
021300*    PERSUPD'S ID-ASSIGNMENT LINE: SEQUENCE, NAME, 'ASSIGNED', ID.
021400 FD  ASSIGN-FILE
021500     RECORDING MODE IS F.
021600 01  AS-LINE.
021700     05  AS-SEQ-NO                 PIC X(08).
021800     05  FILLER                    PIC X(02).
021900     05  AS-NAME                   PIC X(30).
022000     05  FILLER                    PIC X(02).
022100     05  AS-LITERAL                PIC X(09).
022200     05  AS-ID                     PIC X(10).
022300     05  FILLER                    PIC X(19).
022400 WORKING-STORAGE SECTION.
022500*    TRANSACTION AND AUDIT IMAGES ARE PICKED APART HERE.
022600     COPY "perstran.cpy".
022700     COPY "persaud.cpy".
022800 77  WS-CC-STATUS                  PIC X(02).
022900 77  WS-CW-STATUS                  PIC X(02).
023000 77  WS-PM-STATUS                  PIC X(02).
023100 77  WS-AX-STATUS                  PIC X(02).
023200 77  WS-AR-STATUS                  PIC X(02).
023300 77  WS-EF-STATUS                  PIC X(02).
023400 77  WS-CC-EOF-SW                  PIC X(01) VALUE 'N'.
023500     88  WS-CC-EOF                     VALUE 'Y'.
023600 77  WS-CW-EOF-SW                  PIC X(01) VALUE 'N'.
023700     88  WS-CW-EOF                     VALUE 'Y'.
023800 77  WS-AR-EOF-SW                  PIC X(01) VALUE 'N'.
023900     88  WS-AR-EOF                     VALUE 'Y'.
024000 77  WS-EF-EOF-SW                  PIC X(01) VALUE 'N'.
024100     88  WS-EF-EOF                     VALUE 'Y'.
024200 77  WS-RPT-OPEN-SW                PIC X(01) VALUE 'N'.
024300     88  WS-RPT-OPEN                   VALUE 'Y'.
024400 77  WS-REFUSED-SW                 PIC X(01) VALUE 'N'.
024500     88  WS-REFUSED                    VALUE 'Y'.
024600 77  WS-FOUND-SW                   PIC X(01) VALUE 'N'.
024700     88  WS-FOUND                      VALUE 'Y'.
024800 77  WS-KIND                       PIC X(08).
024900     88  WS-KIND-CHECK                 VALUE 'CHECK'.
025000     88  WS-KIND-CERT                  VALUE 'CERT'.
025100     88  WS-KIND-MASTER                VALUE 'MASTER'.
025200     88  WS-KIND-AUDIT-INDEX           VALUE 'AUDITIDX'.
025300     88  WS-KIND-ARCHIVE               VALUE 'ARCHIVE'.
025400     88  WS-KIND-AUDIT                 VALUE 'AUDIT'.
025500     88  WS-KIND-SNAPSHOT              VALUE 'SNAPSHOT'.
025600     88  WS-KIND-RECYCLE               VALUE 'RECYCLE'.
025700     88  WS-KIND-PENDING               VALUE 'PENDING'.
025800     88  WS-KIND-QUEUE                 VALUE 'APPROVQ'.
025900     88  WS-KIND-TRANS                 VALUE 'TRANS'.
026000     88  WS-KIND-HR-CORR               VALUE 'HRCORR'.
026100     88  WS-KIND-HR-FULL               VALUE 'HRFULL'.
026200     88  WS-KIND-HR-DELTA              VALUE 'HRDELTA'.
026300     88  WS-KIND-ASSIGNED              VALUE 'ASSIGNED'.
026400 77  WS-ERASE-ID                   PIC 9(10) VALUE ZERO.
026500 77  WS-READ-COUNT                 PIC 9(08) VALUE ZERO.
026600 77  WS-MASK-COUNT                 PIC 9(08) VALUE ZERO.
026700 77  WS-LINE-COUNT                 PIC 9(08) VALUE ZERO.
026800 77  WS-TOTAL-READ                 PIC 9(09) VALUE ZERO.
026900 77  WS-TOTAL-MASKED               PIC 9(09) VALUE ZERO.
027000 01  WS-TODAY                      PIC 9(08).
027100 01  WS-LABEL                      PIC X(44).
027200 01  WS-MSG-LINE                   PIC X(80).
027300*    THE MASKED VALUES.  THE HIRE DATE GOES TO ZERO, WHICH EVERY
027400*    REPORT ALREADY SHOWS AS NOT ON FILE.
027500 01  WS-ERASED-NAME                PIC X(80) VALUE "*ERASED*".
027600 01  WS-ERASED-TITLE               PIC X(30) VALUE "*ERASED*".
027700*    THE REQUEST AS EDITED BY THE CHECK STEP, OR AS READ BACK FROM
027800*    THE WORK FILE HEADER BY EVERY LATER STEP.
027900 01  WS-REQUEST.
028000     05  WS-RQ-LEGAL-REF           PIC X(20).
028100     05  WS-RQ-AUTHORIZER          PIC X(30).
028200     05  WS-RQ-RUN-DATE            PIC 9(08).
028300     05  WS-RQ-FOUND-ON            PIC X(01).
028400*    CERTIFICATE LINES.
028500 01  WS-RPT-TITLE.
028600     05  FILLER                    PIC X(40)
028700         VALUE "PERSONAL-DATA ERASURE CERTIFICATE -- ID ".
028800     05  WS-RT-ID                  PIC 9(10).
028900     05  FILLER                    PIC X(82) VALUE SPACES.
029000 01  WS-CHECK-TITLE.
029100     05  FILLER                    PIC X(37)
029200         VALUE "PERSONAL-DATA ERASURE REQUEST CHECK ".
029300     05  FILLER                    PIC X(07) VALUE "RUN OF ".
029400     05  WS-CT-DATE                PIC 9(08).
029500     05  FILLER                    PIC X(80) VALUE SPACES.
029600 01  WS-REQUEST-LINE.
029700     05  WS-RL-LABEL               PIC X(22).
029800     05  WS-RL-VALUE               PIC X(80).
029900     05  FILLER                    PIC X(30) VALUE SPACES.
030000 01  WS-DETAIL-HEAD.
030100     05  FILLER                    PIC X(10) VALUE "KIND".
030200     05  FILLER                    PIC X(46)
030300         VALUE "FILE / GENERATION".
030400     05  FILLER                    PIC X(14)
030500         VALUE "  RECORDS READ".
030600     05  FILLER                    PIC X(16)
030700         VALUE "  RECORDS MASKED".
030800     05  FILLER                    PIC X(46) VALUE SPACES.
030900 01  WS-DETAIL-LINE.
031000     05  WS-DL-KIND                PIC X(08).
031100     05  FILLER                    PIC X(02) VALUE SPACES.
031200     05  WS-DL-LABEL               PIC X(44).
031300     05  FILLER                    PIC X(02) VALUE SPACES.
031400     05  FILLER                    PIC X(04) VALUE SPACES.
031500     05  WS-DL-READ                PIC ZZZZZZZ9.
031600     05  FILLER                    PIC X(02) VALUE SPACES.
031700     05  FILLER                    PIC X(06) VALUE SPACES.
031800     05  WS-DL-MASKED              PIC ZZZZZZZ9.
031900     05  FILLER                    PIC X(48) VALUE SPACES.
032000 01  WS-TOTAL-LINE.
032100     05  FILLER                    PIC X(16)
032200         VALUE "FILES TOUCHED ".
032300     05  WS-TL-FILES               PIC ZZZZ9.
032400     05  FILLER                    PIC X(38) VALUE SPACES.
032500     05  WS-TL-READ                PIC ZZZZZZZZ9.
032600     05  FILLER                    PIC X(07) VALUE SPACES.
032700     05  WS-TL-MASKED              PIC ZZZZZZZZ9.
032800     05  FILLER                    PIC X(48) VALUE SPACES.
032900 01  WS-TEXT-LINE                  PIC X(132).
033000 PROCEDURE DIVISION.
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     IF NOT WS-REFUSED
033400         PERFORM 2000-PROCESS-KIND THRU 2000-EXIT
033500     END-IF.
033600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
033700     PERFORM 9999-EXIT.
033800******************************************************************
033900* 1000-INITIALIZE READS THE KIND CARD.  THE CHECK STEP GOES ON TO
034000* THE REQUEST CARD; EVERY OTHER STEP READS THE REQUEST BACK FROM
034100* THE WORK FILE HEADER THE CHECK STEP WROTE.
034200******************************************************************
034300 1000-INITIALIZE.
034400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
034500     OPEN INPUT CONTROL-CARDS.
034600     IF WS-CC-STATUS NOT = "00"
034700         MOVE "NO SYSIN -- NOTHING DONE" TO WS-MSG-LINE
034800         PERFORM Z100-REFUSE THRU Z100-EXIT
034850     ELSE
034900         PERFORM C100-READ-CARD THRU C100-EXIT
034950         PERFORM 1100-TAKE-KIND-CARD THRU 1100-EXIT
035000         CLOSE CONTROL-CARDS
035050     END-IF.
035100 1000-EXIT.
035150     EXIT.
035200 1100-TAKE-KIND-CARD.
035250     IF WS-CC-EOF
035300         MOVE "NO KIND CARD -- NOTHING DONE" TO WS-MSG-LINE
035350         PERFORM Z100-REFUSE THRU Z100-EXIT
035400     ELSE
035450         MOVE CC-KIND TO WS-KIND
035500         MOVE CC-LABEL TO WS-LABEL
035550         IF WS-KIND-CHECK
035600             PERFORM C200-EDIT-REQUEST THRU C200-EXIT
035650         ELSE IF WS-KIND-CERT OR WS-KIND-MASTER
035700                 OR WS-KIND-AUDIT-INDEX OR WS-KIND-ARCHIVE
035750                 OR WS-KIND-AUDIT OR WS-KIND-SNAPSHOT
035800                 OR WS-KIND-RECYCLE OR WS-KIND-PENDING
035850                 OR WS-KIND-QUEUE OR WS-KIND-TRANS
035900                 OR WS-KIND-HR-CORR OR WS-KIND-HR-FULL
035950                 OR WS-KIND-HR-DELTA OR WS-KIND-ASSIGNED
036000             PERFORM W100-READ-HEADER THRU W100-EXIT
036050         ELSE
036100             MOVE SPACES TO WS-MSG-LINE
036150             STRING "UNKNOWN KIND " WS-KIND " -- NOTHING DONE"
036200                 DELIMITED BY SIZE INTO WS-MSG-LINE
036250             PERFORM Z100-REFUSE THRU Z100-EXIT
036300         END-IF
036350         END-IF
036400     END-IF.
036450     IF NOT WS-REFUSED
036500             AND NOT WS-KIND-CHECK AND NOT WS-KIND-CERT
036550             AND WS-LABEL = SPACES
036600         MOVE "KIND CARD HAS NO LABEL -- NOTHING DONE"
036650             TO WS-MSG-LINE
036700         PERFORM Z100-REFUSE THRU Z100-EXIT
036750     END-IF.
036800 1100-EXIT.
036850     EXIT.
038650 C100-READ-CARD.
038700     PERFORM C110-READ-ONE THRU C110-EXIT.
038750     PERFORM C110-READ-ONE THRU C110-EXIT
038800         UNTIL WS-CC-EOF OR CC-RECORD (1:1) NOT = "*".
038850 C100-EXIT.
038900     EXIT.
038950 C110-READ-ONE.
039000     READ CONTROL-CARDS
039050         AT END
039100             SET WS-CC-EOF TO TRUE
039150     END-READ.
039200 C110-EXIT.
039250     EXIT.
039800******************************************************************
039900* C200-EDIT-REQUEST EDITS THE ERASURE REQUEST CARD AND THE PERSON
040000* IT NAMES.  ANYTHING WRONG REFUSES THE WHOLE JOB: NO WORK FILE
040100* HEADER IS WRITTEN, SO EVERY LATER STEP IS SKIPPED ON THE RETURN
040200* CODE AND, IF RUN, WOULD REFUSE ON ITS OWN.
040300******************************************************************
040400 C200-EDIT-REQUEST.
040500     OPEN OUTPUT CERT-RPT.
040600     SET WS-RPT-OPEN TO TRUE.
040700     MOVE WS-TODAY TO WS-CT-DATE.
040800     WRITE CR-LINE FROM WS-CHECK-TITLE.
040900     PERFORM C100-READ-CARD THRU C100-EXIT.
041000     IF WS-CC-EOF
041100         MOVE "NO ERASURE REQUEST CARD -- NOTHING DONE"
041200             TO WS-MSG-LINE
041300         PERFORM Z100-REFUSE THRU Z100-EXIT
041350     ELSE
041400         PERFORM C210-EDIT-CARD THRU C210-EXIT
041450     END-IF.
041500 C200-EXIT.
041550     EXIT.
041600 C210-EDIT-CARD.
041650     MOVE "REQUEST CARD" TO WS-RL-LABEL.
041700     MOVE CC-RECORD TO WS-RL-VALUE.
041750     WRITE CR-LINE FROM WS-REQUEST-LINE.
041800     IF CC-ID-X IS NOT NUMERIC OR CC-ID = ZERO
041850         MOVE "ID NOT NUMERIC OR ZERO -- NOTHING DONE"
041900             TO WS-MSG-LINE
041950         PERFORM Z100-REFUSE THRU Z100-EXIT
042000     ELSE IF CC-LEGAL-REF = SPACES OR CC-AUTHORIZER = SPACES
042050         MOVE "NO LEGAL REFERENCE OR AUTHORIZER -- NOTHING DONE"
042100             TO WS-MSG-LINE
042150         PERFORM Z100-REFUSE THRU Z100-EXIT
042200     ELSE
042250         MOVE CC-ID TO WS-ERASE-ID
042300         MOVE CC-LEGAL-REF TO WS-RQ-LEGAL-REF
042350         MOVE CC-AUTHORIZER TO WS-RQ-AUTHORIZER
042400         MOVE WS-TODAY TO WS-RQ-RUN-DATE
042450         PERFORM K100-FIND-PERSON THRU K100-EXIT
042500     END-IF
042550     END-IF.
042600 C210-EXIT.
042650     EXIT.
043800******************************************************************
043900* K100-FIND-PERSON LOOKS THE ID UP ON THE MASTER, AND IF IT HAS
044000* BEEN PURGED FROM THERE, ON THE PURGE ARCHIVE.  AN ACTIVE PERSON
044100* IS REFUSED -- ERASURE IS FOR FORMER EMPLOYEES ONLY.
044200******************************************************************
044300 K100-FIND-PERSON.
044400     OPEN INPUT PERSON-MASTER.
044500     IF WS-PM-STATUS NOT = "00"
044600         MOVE "CANNOT OPEN PERSMAST -- NOTHING DONE"
044700             TO WS-MSG-LINE
044800         PERFORM Z100-REFUSE THRU Z100-EXIT
044900     ELSE
045000         PERFORM K105-READ-MASTER THRU K105-EXIT
045100     END-IF.
045200     IF NOT WS-REFUSED AND NOT WS-FOUND
045300         PERFORM K110-SCAN-ARCHIVE THRU K110-EXIT
045400     END-IF.
045500     IF NOT WS-REFUSED AND NOT WS-FOUND
045600         MOVE "ID IS ON NEITHER THE MASTER NOR THE PURGE ARCHIVE"
045700             TO WS-MSG-LINE
045800         PERFORM Z100-REFUSE THRU Z100-EXIT
045900     END-IF.
046000     IF NOT WS-REFUSED
046100         PERFORM K130-ACCEPT-REQUEST THRU K130-EXIT
046200     END-IF.
046300 K100-EXIT.
046400     EXIT.
046500 K105-READ-MASTER.
046600     MOVE WS-ERASE-ID TO PM-ID.
046700     READ PERSON-MASTER
046800         INVALID KEY
046900             CONTINUE
047000     END-READ.
047100     IF WS-PM-STATUS = "00"
047200         SET WS-FOUND TO TRUE
047300         MOVE 'M' TO WS-RQ-FOUND-ON
047400     END-IF.
047500     CLOSE PERSON-MASTER.
047600     IF WS-FOUND AND PM-STATUS-ACTIVE
047700         MOVE "STILL ACTIVE ON THE MASTER -- NOTHING DONE"
047800             TO WS-MSG-LINE
047900         PERFORM Z100-REFUSE THRU Z100-EXIT
048000     END-IF.
048100 K105-EXIT.
048200     EXIT.
048300 K110-SCAN-ARCHIVE.
048400     OPEN INPUT PURGE-ARCHIVE.
048500     IF WS-AR-STATUS = "00"
048600         PERFORM K120-READ-ARCHIVE THRU K120-EXIT
048700             UNTIL WS-AR-EOF OR WS-FOUND
048800         CLOSE PURGE-ARCHIVE
048900     END-IF.
049500 K110-EXIT.
049600     EXIT.
049700 K120-READ-ARCHIVE.
049800     READ PURGE-ARCHIVE
049900         AT END
050000             SET WS-AR-EOF TO TRUE
050100     END-READ.
050200     IF NOT WS-AR-EOF AND PA-ID = WS-ERASE-ID
050300         SET WS-FOUND TO TRUE
050400         MOVE 'A' TO WS-RQ-FOUND-ON
050500     END-IF.
050600 K120-EXIT.
050700     EXIT.
050705 K130-ACCEPT-REQUEST.
050710     PERFORM W200-WRITE-HEADER THRU W200-EXIT.
050715     IF WS-RQ-FOUND-ON = 'M'
050720         MOVE "ACCEPTED -- FORMER EMPLOYEE ON THE MASTER"
050725             TO WS-TEXT-LINE
050730     ELSE
050735         MOVE "ACCEPTED -- PURGED, FOUND ON THE PURGE ARCHIVE"
050740             TO WS-TEXT-LINE
050745     END-IF.
050750     WRITE CR-LINE FROM WS-TEXT-LINE.
050755 K130-EXIT.
050760     EXIT.
050800******************************************************************
050900* 2000-PROCESS-KIND RUNS THE ONE KIND THIS STEP WAS GIVEN AND, FOR
051000* A MASKING KIND, ADDS ITS LINE TO THE CERTIFICATE WORK FILE.
051100******************************************************************
051200 2000-PROCESS-KIND.
051300     EVALUATE TRUE
051400         WHEN WS-KIND-CHECK
051500             CONTINUE
051600         WHEN WS-KIND-CERT
051700             PERFORM P100-PRINT-CERT THRU P100-EXIT
051900         WHEN WS-KIND-MASTER
052000             PERFORM M100-MASK-MASTER THRU M100-EXIT
052100         WHEN WS-KIND-AUDIT-INDEX
052200             PERFORM M200-MASK-AUDIT-INDEX THRU M200-EXIT
052300         WHEN WS-KIND-ARCHIVE
052400             PERFORM M300-MASK-ARCHIVE THRU M300-EXIT
052500         WHEN WS-KIND-AUDIT
052600             PERFORM M400-MASK-AUDIT THRU M400-EXIT
052700         WHEN WS-KIND-SNAPSHOT
052800             PERFORM M500-MASK-SNAPSHOT THRU M500-EXIT
052900         WHEN WS-KIND-RECYCLE
053000             PERFORM M600-MASK-RECYCLE THRU M600-EXIT
053100         WHEN WS-KIND-PENDING
053200             PERFORM M700-MASK-PENDING THRU M700-EXIT
053300         WHEN WS-KIND-QUEUE
053400             PERFORM M800-MASK-QUEUE THRU M800-EXIT
053500         WHEN WS-KIND-TRANS
053600             PERFORM M900-MASK-TRANS THRU M900-EXIT
053700         WHEN WS-KIND-HR-CORR
053800             PERFORM N100-MASK-HR-CORR THRU N100-EXIT
053900         WHEN WS-KIND-HR-FULL
054000             PERFORM N200-MASK-HR-FULL THRU N200-EXIT
054100         WHEN WS-KIND-HR-DELTA
054200             PERFORM N300-MASK-HR-DELTA THRU N300-EXIT
054300         WHEN WS-KIND-ASSIGNED
054400             PERFORM N400-MASK-ASSIGNED THRU N400-EXIT
054500     END-EVALUATE.
054550     IF NOT WS-REFUSED
054600             AND NOT WS-KIND-CHECK AND NOT WS-KIND-CERT
054650         PERFORM W300-WRITE-DETAIL THRU W300-EXIT
054700     END-IF.
054900 2000-EXIT.
055000     EXIT.
055100******************************************************************
055200* M100-MASK-MASTER REWRITES THE ONE MASTER RECORD BY KEY.  A
055300* PERSON PURGED SINCE THE CHECK STEP IS SIMPLY NOT THERE (ZERO).
055400******************************************************************
055500 M100-MASK-MASTER.
055600     OPEN I-O PERSON-MASTER.
055700     IF WS-PM-STATUS NOT = "00"
055800         MOVE "CANNOT OPEN PERSMAST" TO WS-MSG-LINE
055900         PERFORM Z100-REFUSE THRU Z100-EXIT
056000     ELSE
056100         MOVE WS-ERASE-ID TO PM-ID
056200         READ PERSON-MASTER
056300             INVALID KEY
056400                 CONTINUE
056500         END-READ
056600         IF WS-PM-STATUS = "00"
056700             ADD 1 TO WS-READ-COUNT
056800             IF PM-STATUS-ACTIVE
056900                 MOVE "ACTIVE AGAIN SINCE THE CHECK STEP"
057000                     TO WS-MSG-LINE
057100                 PERFORM Z100-REFUSE THRU Z100-EXIT
057200             ELSE
057300                 MOVE WS-ERASED-NAME TO PM-NAME
057400                 MOVE WS-ERASED-TITLE TO PM-JOB-TITLE
057500                 MOVE ZERO TO PM-HIRE-DATE
057600                 REWRITE PM-RECORD
057700                 MOVE WS-PM-STATUS TO WS-EF-STATUS
057800                 PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
057900             END-IF
058000         END-IF
058100         CLOSE PERSON-MASTER
058200     END-IF.
058300 M100-EXIT.
058400     EXIT.
058500******************************************************************
058600* M200-MASK-AUDIT-INDEX REWRITES EVERY ARCHIVED AUDIT ENTRY FILED
058700* UNDER THE ID ON THE AUDITIDX KSDS.  THE AUDITARC GENERATIONS
058800* THEMSELVES ARE MASKED BY AUDIT STEPS OF THEIR OWN.
058900******************************************************************
059000 M200-MASK-AUDIT-INDEX.
059100     OPEN I-O AUDIT-INDEX.
059200     IF WS-AX-STATUS NOT = "00"
059300         MOVE "CANNOT OPEN PERSAUDX" TO WS-MSG-LINE
059400         PERFORM Z100-REFUSE THRU Z100-EXIT
059500     ELSE
059600         MOVE WS-ERASE-ID TO AX-ID
059700         MOVE ZERO TO AX-ROLL-DATE AX-ENTRY-NO
059800         START AUDIT-INDEX KEY IS NOT LESS THAN AX-KEY
059900             INVALID KEY
060000                 SET WS-EF-EOF TO TRUE
060100         END-START
060200         PERFORM M210-NEXT-ENTRY THRU M210-EXIT
060300             UNTIL WS-EF-EOF
060400         CLOSE AUDIT-INDEX
060500     END-IF.
060600 M200-EXIT.
060700     EXIT.
060800 M210-NEXT-ENTRY.
060900     READ AUDIT-INDEX NEXT RECORD
061000         AT END
061100             SET WS-EF-EOF TO TRUE
061200     END-READ.
061300     IF NOT WS-EF-EOF AND AX-ID NOT = WS-ERASE-ID
061400         SET WS-EF-EOF TO TRUE
061500     END-IF.
061600     IF NOT WS-EF-EOF
061700         ADD 1 TO WS-READ-COUNT
061800         MOVE AX-AUDIT-ENTRY TO AU-RECORD
061900         PERFORM E200-ERASE-AUDIT-IMAGES THRU E200-EXIT
062000         MOVE AU-RECORD TO AX-AUDIT-ENTRY
062100         REWRITE AX-RECORD
062200         MOVE WS-AX-STATUS TO WS-EF-STATUS
062300         PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
062400     END-IF.
062500 M210-EXIT.
062600     EXIT.
062700******************************************************************
062800* M300 THROUGH N400 EACH READ ONE SEQUENTIAL FILE ON PERSERAF
062900* END TO END AND REWRITE, IN PLACE, EVERY RECORD FOR THE ID.
063000******************************************************************
063100 M300-MASK-ARCHIVE.
063200     OPEN I-O ARCHIVE-FILE.
063300     IF WS-EF-STATUS NOT = "00"
063400         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
063500     ELSE
063600         PERFORM M310-NEXT-ARCHIVE THRU M310-EXIT
063700             UNTIL WS-EF-EOF
063800         CLOSE ARCHIVE-FILE
063900     END-IF.
064000 M300-EXIT.
064100     EXIT.
064200 M310-NEXT-ARCHIVE.
064300     READ ARCHIVE-FILE
064400         AT END
064500             SET WS-EF-EOF TO TRUE
064550     END-READ.
064600     IF NOT WS-EF-EOF
064650         ADD 1 TO WS-READ-COUNT
064700         IF AR-ID = WS-ERASE-ID
064750             MOVE WS-ERASED-NAME TO AR-NAME
064800             MOVE WS-ERASED-TITLE TO AR-JOB-TITLE
064850             MOVE ZERO TO AR-HIRE-DATE
064900             REWRITE AR-RECORD
064950             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
065000         END-IF
065050     END-IF.
065600 M310-EXIT.
065700     EXIT.
065800 M400-MASK-AUDIT.
065900     OPEN I-O AUDIT-FILE.
066000     IF WS-EF-STATUS NOT = "00"
066100         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
066200     ELSE
066300         PERFORM M410-NEXT-AUDIT THRU M410-EXIT
066400             UNTIL WS-EF-EOF
066500         CLOSE AUDIT-FILE
066600     END-IF.
066700 M400-EXIT.
066800     EXIT.
066900 M410-NEXT-AUDIT.
067000     READ AUDIT-FILE INTO AU-RECORD
067100         AT END
067200             SET WS-EF-EOF TO TRUE
067250     END-READ.
067300     IF NOT WS-EF-EOF
067350         ADD 1 TO WS-READ-COUNT
067400         IF AU-ID = WS-ERASE-ID
067450             PERFORM E200-ERASE-AUDIT-IMAGES THRU E200-EXIT
067500             REWRITE AF-RECORD FROM AU-RECORD
067550             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
067600         END-IF
067650     END-IF.
068100 M410-EXIT.
068200     EXIT.
068300 M500-MASK-SNAPSHOT.
068400     OPEN I-O SNAPSHOT-FILE.
068500     IF WS-EF-STATUS NOT = "00"
068600         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
068700     ELSE
068800         PERFORM M510-NEXT-SNAPSHOT THRU M510-EXIT
068900             UNTIL WS-EF-EOF
069000         CLOSE SNAPSHOT-FILE
069100     END-IF.
069200 M500-EXIT.
069300     EXIT.
069400 M510-NEXT-SNAPSHOT.
069500     READ SNAPSHOT-FILE
069600         AT END
069700             SET WS-EF-EOF TO TRUE
069750     END-READ.
069800     IF NOT WS-EF-EOF
069850         ADD 1 TO WS-READ-COUNT
069900         IF SN-ID = WS-ERASE-ID
069950             MOVE WS-ERASED-NAME TO SN-NAME
070000             MOVE WS-ERASED-TITLE TO SN-JOB-TITLE
070050             MOVE ZERO TO SN-HIRE-DATE
070100             REWRITE SN-RECORD
070150             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
070200         END-IF
070250     END-IF.
070800 M510-EXIT.
070900     EXIT.
071000 M600-MASK-RECYCLE.
071100     OPEN I-O RECYCLE-FILE.
071200     IF WS-EF-STATUS NOT = "00"
071300         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
071400     ELSE
071500         PERFORM M610-NEXT-RECYCLE THRU M610-EXIT
071600             UNTIL WS-EF-EOF
071700         CLOSE RECYCLE-FILE
071800     END-IF.
071900 M600-EXIT.
072000     EXIT.
072100 M610-NEXT-RECYCLE.
072200     READ RECYCLE-FILE
072300         AT END
072400             SET WS-EF-EOF TO TRUE
072450     END-READ.
072500     IF NOT WS-EF-EOF
072550         ADD 1 TO WS-READ-COUNT
072600         MOVE RC-TRAN-IMAGE TO PT-RECORD
072650         IF PT-ID-X = WS-ERASE-ID
072700                 AND NOT PT-HEADER AND NOT PT-TRAILER
072750             PERFORM E100-ERASE-TRAN-IMAGE THRU E100-EXIT
072800             MOVE PT-RECORD TO RC-TRAN-IMAGE
072850             REWRITE RC-RECORD
072900             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
072950         END-IF
073000     END-IF.
073600 M610-EXIT.
073700     EXIT.
073800 M700-MASK-PENDING.
073900     OPEN I-O PENDING-FILE.
074000     IF WS-EF-STATUS NOT = "00"
074100         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
074200     ELSE
074300         PERFORM M710-NEXT-PENDING THRU M710-EXIT
074400             UNTIL WS-EF-EOF
074500         CLOSE PENDING-FILE
074600     END-IF.
074700 M700-EXIT.
074800     EXIT.
074900 M710-NEXT-PENDING.
075000     READ PENDING-FILE
075100         AT END
075200             SET WS-EF-EOF TO TRUE
075250     END-READ.
075300     IF NOT WS-EF-EOF
075350         ADD 1 TO WS-READ-COUNT
075400         MOVE PF-PEND-TRAN TO PT-RECORD
075450         IF PT-ID-X = WS-ERASE-ID
075500                 AND NOT PT-HEADER AND NOT PT-TRAILER
075550             PERFORM E100-ERASE-TRAN-IMAGE THRU E100-EXIT
075600             MOVE PT-RECORD TO PF-PEND-TRAN
075650             REWRITE PF-RECORD
075700             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
075750         END-IF
075800     END-IF.
076400 M710-EXIT.
076500     EXIT.
076600 M800-MASK-QUEUE.
076700     OPEN I-O QUEUE-FILE.
076800     IF WS-EF-STATUS NOT = "00"
076900         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
077000     ELSE
077100         PERFORM M810-NEXT-QUEUE THRU M810-EXIT
077200             UNTIL WS-EF-EOF
077300         CLOSE QUEUE-FILE
077400     END-IF.
077500 M800-EXIT.
077600     EXIT.
077700 M810-NEXT-QUEUE.
077800     READ QUEUE-FILE
077900         AT END
078000             SET WS-EF-EOF TO TRUE
078100     END-READ.
078200     IF NOT WS-EF-EOF
078300         ADD 1 TO WS-READ-COUNT
078400         IF NOT AQ-CONTROL
078500             MOVE AQ-TRAN-IMAGE TO PT-RECORD
078600             IF PT-ID-X = WS-ERASE-ID
078700                 PERFORM E100-ERASE-TRAN-IMAGE THRU E100-EXIT
078800                 MOVE PT-RECORD TO AQ-TRAN-IMAGE
078900                 REWRITE AQ-RECORD
079000                 PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
079100             END-IF
079200         END-IF
079300     END-IF.
079400 M810-EXIT.
079500     EXIT.
079600 M900-MASK-TRANS.
079700     OPEN I-O TRANS-FILE.
079800     IF WS-EF-STATUS NOT = "00"
079900         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
080000     ELSE
080100         PERFORM M910-NEXT-TRANS THRU M910-EXIT
080200             UNTIL WS-EF-EOF
080300         CLOSE TRANS-FILE
080400     END-IF.
080500 M900-EXIT.
080600     EXIT.
080700 M910-NEXT-TRANS.
080800     READ TRANS-FILE INTO PT-RECORD
080900         AT END
081000             SET WS-EF-EOF TO TRUE
081050     END-READ.
081100     IF NOT WS-EF-EOF
081150         ADD 1 TO WS-READ-COUNT
081200         IF PT-ID-X = WS-ERASE-ID
081250                 AND NOT PT-HEADER AND NOT PT-TRAILER
081300             PERFORM E100-ERASE-TRAN-IMAGE THRU E100-EXIT
081350             REWRITE TF-RECORD FROM PT-RECORD
081400             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
081450         END-IF
081500     END-IF.
082000 M910-EXIT.
082100     EXIT.
082200 N100-MASK-HR-CORR.
082300     OPEN I-O HR-CORR-FILE.
082400     IF WS-EF-STATUS NOT = "00"
082500         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
082600     ELSE
082700         PERFORM N110-NEXT-HR-CORR THRU N110-EXIT
082800             UNTIL WS-EF-EOF
082900         CLOSE HR-CORR-FILE
083000     END-IF.
083100 N100-EXIT.
083200     EXIT.
083300 N110-NEXT-HR-CORR.
083400     READ HR-CORR-FILE
083500         AT END
083600             SET WS-EF-EOF TO TRUE
083650     END-READ.
083700     IF NOT WS-EF-EOF
083750         ADD 1 TO WS-READ-COUNT
083800         IF HC-ID-X = WS-ERASE-ID AND NOT HC-HEADER
083850             IF HC-NAME NOT = SPACES
083900                 MOVE WS-ERASED-NAME TO HC-NAME
083950             END-IF
084000             IF HC-JOB-TITLE NOT = SPACES
084050                 MOVE WS-ERASED-TITLE TO HC-JOB-TITLE
084100             END-IF
084150             IF HC-HIRE-DATE-X IS NUMERIC
084200                 MOVE ZERO TO HC-HIRE-DATE
084250             END-IF
084300             REWRITE HC-RECORD
084350             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
084400         END-IF
084450     END-IF.
085300 N110-EXIT.
085400     EXIT.
085500 N200-MASK-HR-FULL.
085600     OPEN I-O HR-FULL-FILE.
085700     IF WS-EF-STATUS NOT = "00"
085800         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
085900     ELSE
086000         PERFORM N210-NEXT-HR-FULL THRU N210-EXIT
086100             UNTIL WS-EF-EOF
086200         CLOSE HR-FULL-FILE
086300     END-IF.
086400 N200-EXIT.
086500     EXIT.
086600 N210-NEXT-HR-FULL.
086700     READ HR-FULL-FILE
086800         AT END
086900             SET WS-EF-EOF TO TRUE
086950     END-READ.
087000     IF NOT WS-EF-EOF
087050         ADD 1 TO WS-READ-COUNT
087100         IF XR-ID = WS-ERASE-ID AND XR-TYPE-PERSON
087150             MOVE WS-ERASED-NAME TO XR-NAME
087200             MOVE WS-ERASED-TITLE TO XR-JOB-TITLE
087250             MOVE ZERO TO XR-HIRE-DATE
087300             REWRITE XR-RECORD
087350             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
087400         END-IF
087450     END-IF.
088000 N210-EXIT.
088100     EXIT.
088200 N300-MASK-HR-DELTA.
088300     OPEN I-O HR-DELTA-FILE.
088400     IF WS-EF-STATUS NOT = "00"
088500         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
088600     ELSE
088700         PERFORM N310-NEXT-HR-DELTA THRU N310-EXIT
088800             UNTIL WS-EF-EOF
088900         CLOSE HR-DELTA-FILE
089000     END-IF.
089100 N300-EXIT.
089200     EXIT.
089300 N310-NEXT-HR-DELTA.
089400     READ HR-DELTA-FILE
089500         AT END
089600             SET WS-EF-EOF TO TRUE
089650     END-READ.
089700     IF NOT WS-EF-EOF
089750         ADD 1 TO WS-READ-COUNT
089800         IF XD-ID = WS-ERASE-ID AND XD-TYPE-PERSON
089850             MOVE WS-ERASED-NAME TO XD-NAME
089900             MOVE WS-ERASED-TITLE TO XD-JOB-TITLE
089950             MOVE ZERO TO XD-HIRE-DATE
090000             REWRITE XD-RECORD
090050             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
090100         END-IF
090150     END-IF.
090700 N310-EXIT.
090800     EXIT.
090900 N400-MASK-ASSIGNED.
091000     OPEN I-O ASSIGN-FILE.
091100     IF WS-EF-STATUS NOT = "00"
091200         PERFORM Z300-OPEN-FAILED THRU Z300-EXIT
091300     ELSE
091400         PERFORM N410-NEXT-ASSIGNED THRU N410-EXIT
091500             UNTIL WS-EF-EOF
091600         CLOSE ASSIGN-FILE
091700     END-IF.
091800 N400-EXIT.
091900     EXIT.
092000 N410-NEXT-ASSIGNED.
092100     READ ASSIGN-FILE
092200         AT END
092300             SET WS-EF-EOF TO TRUE
092350     END-READ.
092400     IF NOT WS-EF-EOF
092450         ADD 1 TO WS-READ-COUNT
092500         IF AS-ID = WS-ERASE-ID AND AS-LITERAL = "ASSIGNED "
092550             MOVE WS-ERASED-NAME TO AS-NAME
092600             REWRITE AS-LINE
092650             PERFORM Z200-CHECK-REWRITE THRU Z200-EXIT
092700         END-IF
092750     END-IF.
093200 N410-EXIT.
093300     EXIT.
093400******************************************************************
093500* E100-ERASE-TRAN-IMAGE MASKS A PERSTRAN.CPY IMAGE IN PT-RECORD.
093600* ONLY FIELDS THAT ARE PRESENT ARE MASKED, SO A BLANK (NO CHANGE)
093700* FIELD STAYS BLANK; THE TITLE COLUMNS OF A DELETE ARE ITS
093800* TERMINATION DATA AND ARE LEFT.
093900******************************************************************
094000 E100-ERASE-TRAN-IMAGE.
094100     IF PT-NAME NOT = SPACES
094200         MOVE WS-ERASED-NAME TO PT-NAME
094300     END-IF.
094400     IF NOT PT-DELETE AND PT-JOB-TITLE NOT = SPACES
094500         MOVE WS-ERASED-TITLE TO PT-JOB-TITLE
094600     END-IF.
094700     IF PT-HIRE-DATE-X IS NUMERIC
094800         MOVE ZERO TO PT-HIRE-DATE
094900     END-IF.
095000 E100-EXIT.
095100     EXIT.
095200******************************************************************
095300* E200-ERASE-AUDIT-IMAGES MASKS BOTH IMAGES OF THE ENTRY IN
095400* AU-RECORD.  A BLANK IMAGE (NO BEFORE IMAGE ON AN ADD, OR A
095500* PERSBACK REMOVAL) STAYS BLANK.
095600******************************************************************
095700 E200-ERASE-AUDIT-IMAGES.
095800     IF AU-OLD-IMAGE NOT = SPACES
095900         MOVE WS-ERASED-NAME TO AU-OLD-NAME
096000         MOVE WS-ERASED-TITLE TO AU-OLD-JOB-TITLE
096100         IF AU-OLD-HIRE-DATE-X NOT = SPACES
096200             MOVE ZERO TO AU-OLD-HIRE-DATE
096300         END-IF
096400     END-IF.
096500     IF AU-NEW-IMAGE NOT = SPACES
096600         MOVE WS-ERASED-NAME TO AU-NEW-NAME
096700         MOVE WS-ERASED-TITLE TO AU-NEW-JOB-TITLE
096800         IF AU-NEW-HIRE-DATE-X NOT = SPACES
096900             MOVE ZERO TO AU-NEW-HIRE-DATE
097000         END-IF
097100     END-IF.
097200 E200-EXIT.
097300     EXIT.
097400******************************************************************
097500* W100-READ-HEADER READS THE REQUEST BACK FROM THE CERTIFICATE
097600* WORK FILE.  NO HEADER MEANS THE CHECK STEP REFUSED OR NEVER RAN.
097700******************************************************************
097800 W100-READ-HEADER.
097900     OPEN INPUT CERT-WORK.
098000     IF WS-CW-STATUS NOT = "00"
098100         MOVE "NO CERTIFICATE WORK FILE -- RUN THE CHECK STEP"
098200             TO WS-MSG-LINE
098300         PERFORM Z100-REFUSE THRU Z100-EXIT
098350     ELSE
098400         PERFORM W110-READ-REQUEST THRU W110-EXIT
098450     END-IF.
098500 W100-EXIT.
098550     EXIT.
098600 W110-READ-REQUEST.
098650     READ CERT-WORK
098700         AT END
098750             SET WS-CW-EOF TO TRUE
098800     END-READ.
098850     IF WS-CW-EOF OR NOT CW-HEADER
098900         MOVE "NO REQUEST ON THE WORK FILE -- RUN THE CHECK STEP"
098950             TO WS-MSG-LINE
099000         PERFORM Z100-REFUSE THRU Z100-EXIT
099050     ELSE
099100         MOVE CW-ID TO WS-ERASE-ID
099150         MOVE CWH-LEGAL-REF TO WS-RQ-LEGAL-REF
099200         MOVE CWH-AUTHORIZER TO WS-RQ-AUTHORIZER
099250         MOVE CWH-RUN-DATE TO WS-RQ-RUN-DATE
099300         MOVE CWH-FOUND-ON TO WS-RQ-FOUND-ON
099350     END-IF.
099400     CLOSE CERT-WORK.
099450 W110-EXIT.
099500     EXIT.
100400 W200-WRITE-HEADER.
100500     OPEN OUTPUT CERT-WORK.
100600     MOVE SPACES TO CW-RECORD.
100700     SET CW-HEADER TO TRUE.
100800     MOVE WS-ERASE-ID TO CW-ID.
100900     MOVE WS-RQ-LEGAL-REF TO CWH-LEGAL-REF.
101000     MOVE WS-RQ-AUTHORIZER TO CWH-AUTHORIZER.
101100     MOVE WS-RQ-RUN-DATE TO CWH-RUN-DATE.
101200     MOVE WS-RQ-FOUND-ON TO CWH-FOUND-ON.
101300     WRITE CW-RECORD.
101400     CLOSE CERT-WORK.
101500 W200-EXIT.
101600     EXIT.
101700 W300-WRITE-DETAIL.
101800     OPEN EXTEND CERT-WORK.
101900     MOVE SPACES TO CW-RECORD.
102000     SET CW-DETAIL TO TRUE.
102100     MOVE WS-ERASE-ID TO CW-ID.
102200     MOVE WS-KIND TO CWD-KIND.
102300     MOVE WS-LABEL TO CWD-LABEL.
102400     MOVE WS-READ-COUNT TO CWD-READ.
102500     MOVE WS-MASK-COUNT TO CWD-MASKED.
102600     WRITE CW-RECORD.
102700     CLOSE CERT-WORK.
102800 W300-EXIT.
102900     EXIT.
103000******************************************************************
103100* P100-PRINT-CERT PRINTS THE CERTIFICATE FROM THE WORK FILE: THE
103200* REQUEST, ONE LINE PER FILE AND GENERATION TOUCHED, THE TOTALS
103300* AND THE SIGN-OFF BLOCK.
103400******************************************************************
103500 P100-PRINT-CERT.
103600     OPEN OUTPUT CERT-RPT.
103700     SET WS-RPT-OPEN TO TRUE.
103800     MOVE WS-ERASE-ID TO WS-RT-ID.
103900     WRITE CR-LINE FROM WS-RPT-TITLE.
104000     MOVE SPACES TO CR-LINE.
104100     WRITE CR-LINE.
104200     MOVE "LEGAL REFERENCE" TO WS-RL-LABEL.
104300     MOVE WS-RQ-LEGAL-REF TO WS-RL-VALUE.
104400     WRITE CR-LINE FROM WS-REQUEST-LINE.
104500     MOVE "AUTHORIZED BY" TO WS-RL-LABEL.
104600     MOVE WS-RQ-AUTHORIZER TO WS-RL-VALUE.
104700     WRITE CR-LINE FROM WS-REQUEST-LINE.
104800     MOVE "ERASURE RUN DATE" TO WS-RL-LABEL.
104900     MOVE WS-RQ-RUN-DATE TO WS-RL-VALUE.
105000     WRITE CR-LINE FROM WS-REQUEST-LINE.
105100     MOVE "FOUND ON" TO WS-RL-LABEL.
105200     IF WS-RQ-FOUND-ON = 'M'
105300         MOVE "MASTER, NOT ACTIVE" TO WS-RL-VALUE
105400     ELSE
105500         MOVE "PURGE ARCHIVE ONLY" TO WS-RL-VALUE
105600     END-IF.
105700     WRITE CR-LINE FROM WS-REQUEST-LINE.
105800     MOVE "MASKED" TO WS-RL-LABEL.
105900     MOVE "NAME, JOB TITLE (*ERASED*), HIRE DATE (ZERO)"
106000         TO WS-RL-VALUE.
106100     WRITE CR-LINE FROM WS-REQUEST-LINE.
106200     MOVE "KEPT" TO WS-RL-LABEL.
106300     MOVE "ID, STATUS, DEPARTMENT, ALL OTHER DATES"
106400         TO WS-RL-VALUE.
106500     WRITE CR-LINE FROM WS-REQUEST-LINE.
106600     MOVE SPACES TO CR-LINE.
106700     WRITE CR-LINE.
106800     WRITE CR-LINE FROM WS-DETAIL-HEAD.
106900     OPEN INPUT CERT-WORK.
107000     PERFORM P110-READ-WORK THRU P110-EXIT.
107100     PERFORM P120-PRINT-DETAIL THRU P120-EXIT
107200         UNTIL WS-CW-EOF.
107300     CLOSE CERT-WORK.
107400     MOVE WS-LINE-COUNT TO WS-TL-FILES.
107500     MOVE WS-TOTAL-READ TO WS-TL-READ.
107600     MOVE WS-TOTAL-MASKED TO WS-TL-MASKED.
107700     WRITE CR-LINE FROM WS-TOTAL-LINE.
107800     IF WS-LINE-COUNT = ZERO
107900         MOVE "NO FILE WAS MASKED -- THIS IS NOT A CERTIFICATE"
108000             TO WS-MSG-LINE
108100         PERFORM Z100-REFUSE THRU Z100-EXIT
108150     ELSE
108200         PERFORM P105-PRINT-SIGN-OFF THRU P105-EXIT
108250     END-IF.
108300 P100-EXIT.
108350     EXIT.
108400 P105-PRINT-SIGN-OFF.
108450     MOVE SPACES TO CR-LINE.
108500     WRITE CR-LINE.
108550     WRITE CR-LINE.
108600     MOVE "ERASURE CARRIED OUT BY  ______________________________"
108650         TO WS-TEXT-LINE.
108700     MOVE "DATE  __________" TO WS-TEXT-LINE (58:16).
108750     WRITE CR-LINE FROM WS-TEXT-LINE.
108800     MOVE SPACES TO CR-LINE.
108850     WRITE CR-LINE.
108900     MOVE "CHECKED FOR LEGAL BY    ______________________________"
108950         TO WS-TEXT-LINE.
109000     MOVE "DATE  __________" TO WS-TEXT-LINE (58:16).
109050     WRITE CR-LINE FROM WS-TEXT-LINE.
109100 P105-EXIT.
109150     EXIT.
109850 P110-READ-WORK.
109900     PERFORM P115-READ-ONE THRU P115-EXIT.
109950     PERFORM P115-READ-ONE THRU P115-EXIT
110000         UNTIL WS-CW-EOF OR CW-DETAIL.
110050 P110-EXIT.
110100     EXIT.
110150 P115-READ-ONE.
110200     READ CERT-WORK
110250         AT END
110300             SET WS-CW-EOF TO TRUE
110350     END-READ.
110400 P115-EXIT.
110450     EXIT.
110900 P120-PRINT-DETAIL.
111000     ADD 1 TO WS-LINE-COUNT.
111100     ADD CWD-READ TO WS-TOTAL-READ.
111200     ADD CWD-MASKED TO WS-TOTAL-MASKED.
111300     MOVE CWD-KIND TO WS-DL-KIND.
111400     MOVE CWD-LABEL TO WS-DL-LABEL.
111500     MOVE CWD-READ TO WS-DL-READ.
111600     MOVE CWD-MASKED TO WS-DL-MASKED.
111700     WRITE CR-LINE FROM WS-DETAIL-LINE.
111800     PERFORM P110-READ-WORK THRU P110-EXIT.
111900 P120-EXIT.
112000     EXIT.
112100******************************************************************
112200* Z100-REFUSE REPORTS WHY THE STEP DID NOTHING AND SETS RC 8, SO
112300* THE JOB'S COND TESTS SKIP EVERY LATER STEP.
112400******************************************************************
112500 Z100-REFUSE.
112600     IF NOT WS-REFUSED
112700         IF WS-RPT-OPEN
112800             MOVE SPACES TO CR-LINE
112900             WRITE CR-LINE
113000             MOVE WS-MSG-LINE TO CR-LINE
113100             WRITE CR-LINE
113200         END-IF
113300         DISPLAY "PERSERAS: " WS-MSG-LINE
113400         SET WS-REFUSED TO TRUE
113500         MOVE 8 TO RETURN-CODE
113600     END-IF.
113700 Z100-EXIT.
113800     EXIT.
113900******************************************************************
114000* Z200-CHECK-REWRITE COUNTS A GOOD REWRITE, OR STOPS THE FILE AND
114100* REFUSES THE STEP ON A BAD ONE (NO CERTIFICATE LINE IS WRITTEN).
114200******************************************************************
114300 Z200-CHECK-REWRITE.
114400     IF WS-EF-STATUS = "00"
114500         ADD 1 TO WS-MASK-COUNT
114600     ELSE
114700         MOVE SPACES TO WS-MSG-LINE
114800         STRING "REWRITE FAILED, STATUS " WS-EF-STATUS
114900             " -- " WS-LABEL
115000             DELIMITED BY SIZE INTO WS-MSG-LINE
115100         PERFORM Z100-REFUSE THRU Z100-EXIT
115200         SET WS-EF-EOF TO TRUE
115300     END-IF.
115400 Z200-EXIT.
115500     EXIT.
115600 Z300-OPEN-FAILED.
115700     MOVE SPACES TO WS-MSG-LINE.
115800     STRING "CANNOT OPEN PERSERAF, STATUS " WS-EF-STATUS
115900         " -- " WS-LABEL
116000         DELIMITED BY SIZE INTO WS-MSG-LINE.
116100     PERFORM Z100-REFUSE THRU Z100-EXIT.
116200 Z300-EXIT.
116300     EXIT.
116400 3000-TERMINATE.
116500     IF WS-RPT-OPEN
116600         CLOSE CERT-RPT
116700     END-IF.
116800     IF NOT WS-REFUSED AND NOT WS-KIND-CHECK
116900             AND NOT WS-KIND-CERT
117000         DISPLAY "PERSERAS: " WS-KIND " " WS-LABEL
117100         DISPLAY "PERSERAS: " WS-READ-COUNT " READ, "
117200             WS-MASK-COUNT " MASKED FOR ID " WS-ERASE-ID
117300     END-IF.
117400 3000-EXIT.
117500     EXIT.
117600 9999-EXIT.
117700     STOP RUN.

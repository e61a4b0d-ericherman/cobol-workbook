001800* "WHEN DID THIS PERSON MOVE TO DEPT 0400" IS NOW A LINE ON THIS
001900* REPORT INSTEAD OF A GUESS.  THE LAST-UPDATED DATE MOVES ON
002000* EVERY APPLY AND IS DELIBERATELY NOT LISTED AS A CHANGED FIELD.
002010* ENTRIES ROLLED OUT OF THE CURRENT LOG BY PERSAROL ARE READ
002020* FIRST, DIRECTLY BY ID FROM THE AUDIT HISTORY INDEX (PERSAUDX),
002030* SO ONLY THE CURRENT LOG IS STILL READ END TO END.
002100*
002200* MODIFICATION HISTORY
002300*     08/08/2026 RLM  INITIAL VERSION
002800*                     THAT CHANGED.  A CHANGE THAT ONLY MOVED
002900*                     SOMEONE BETWEEN DEPARTMENTS USED TO PRINT
003000*                     "SMITH, JOHN -> SMITH, JOHN".
003010*     10/15/2026 RLM  REHIRE ENTRIES (AUDIT TYPE 'R') PRINT AS
003020*                     REHIRE, AND THE NEW TERMINATION DATE AND
003030*                     REASON ARE DIFFED LIKE THE OTHER FIELDS.
003040*     10/15/2026 RLM  ARCHIVED ENTRIES NOW COME FROM THE ID-KEYED
003050*                     AUDIT HISTORY INDEX BUILT BY PERSAROL,
003060*                     AHEAD OF THE CURRENT LOG'S ENTRIES.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
003800         ORGANIZATION IS SEQUENTIAL.
003810     SELECT AUDIT-INDEX ASSIGN TO PERSAUDX
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS AX-KEY
003850         FILE STATUS IS WS-AX-STATUS.
003900     SELECT HISTORY-RPT ASSIGN TO PERSHSTR
004000         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004600 FD  AUDIT-LOG
004700     RECORDING MODE IS F.
004800     COPY "persaud.cpy".
004810 FD  AUDIT-INDEX.
004820     COPY "persaudx.cpy".
004900 FD  HISTORY-RPT
005000     RECORDING MODE IS F.
005100 01  HR-LINE                       PIC X(80).
005200 WORKING-STORAGE SECTION.
005300 77  WS-EOF-SW                     PIC X(01) VALUE 'N'.
005400     88  WS-EOF                        VALUE 'Y'.
005410 77  WS-AX-STATUS                  PIC X(02).
005420 77  WS-AX-EOF-SW                  PIC X(01) VALUE 'N'.
005430     88  WS-AX-EOF                     VALUE 'Y'.
005500 77  WS-TARGET-ID                  PIC 9(10).
005600 77  WS-MATCH-COUNT                PIC 9(08) VALUE ZERO.
005700 77  WS-FIELD-COUNT                PIC 9(04) VALUE ZERO.
010700     MOVE WS-TARGET-ID TO WS-TITLE-ID.
010800     MOVE WS-TITLE-LINE TO HR-LINE.
010900     WRITE HR-LINE.
010950     PERFORM X100-SHOW-ARCHIVED THRU X100-EXIT.
011000     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
011100 1000-EXIT.
011200     EXIT.
012400     END-READ.
012500 2100-EXIT.
012600     EXIT.
012601******************************************************************
012602* X100-SHOW-ARCHIVED STARTS THE AUDIT HISTORY INDEX AT THE TARGET
012603* ID AND PRINTS EACH ARCHIVED ENTRY UNTIL THE ID CHANGES.  THE
012604* INDEX RECORD CARRIES THE WHOLE AUDIT RECORD, WHICH IS MOVED
012605* INTO AU-RECORD SO H200 PRINTS IT EXACTLY AS A CURRENT ONE.  NO
012606* INDEX (NOTHING ROLLED YET) MEANS THE CURRENT LOG IS EVERYTHING.
012607******************************************************************
012608 X100-SHOW-ARCHIVED.
012609     OPEN INPUT AUDIT-INDEX.
012610     IF WS-AX-STATUS = "00"
012611         MOVE WS-TARGET-ID TO AX-ID
012612         MOVE ZERO TO AX-ROLL-DATE
012613         MOVE ZERO TO AX-ENTRY-NO
012614         START AUDIT-INDEX KEY IS NOT < AX-KEY
012615             INVALID KEY
012616                 SET WS-AX-EOF TO TRUE
012617         END-START
012618         IF NOT WS-AX-EOF
012619             PERFORM X110-READ-INDEX THRU X110-EXIT
012620         END-IF
012621         PERFORM X120-TAKE-INDEX THRU X120-EXIT
012622             UNTIL WS-AX-EOF
012623         CLOSE AUDIT-INDEX
012624     ELSE
012625         DISPLAY "PERSHIST: NO AUDIT HISTORY INDEX, STATUS "
012626             WS-AX-STATUS " -- CURRENT LOG ONLY"
012627     END-IF.
012628 X100-EXIT.
012629     EXIT.
012630 X110-READ-INDEX.
012631     READ AUDIT-INDEX NEXT RECORD
012632         AT END
012633             SET WS-AX-EOF TO TRUE
012634         NOT AT END
012635             IF AX-ID NOT = WS-TARGET-ID
012636                 SET WS-AX-EOF TO TRUE
012637             END-IF
012638     END-READ.
012639 X110-EXIT.
012640     EXIT.
012641 X120-TAKE-INDEX.
012642     MOVE AX-AUDIT-ENTRY TO AU-RECORD.
012643     PERFORM H200-PRINT-ENTRY THRU H200-EXIT.
012644     PERFORM X110-READ-INDEX THRU X110-EXIT.
012645 X120-EXIT.
012646     EXIT.
012700******************************************************************
012800* H200-PRINT-ENTRY WRITES THE ENTRY LINE FOR ONE AUDIT RECORD,
012900* THEN ONE LINE PER FIELD WHOSE BEFORE AND AFTER IMAGES DIFFER.
013900             MOVE "CHANGE" TO WS-ENT-TYPE
014000         WHEN AU-TYPE-DELETE
014100             MOVE "DELETE" TO WS-ENT-TYPE
014150         WHEN AU-TYPE-REHIRE
014160             MOVE "REHIRE" TO WS-ENT-TYPE
014200         WHEN OTHER
014300             MOVE "UNKNOWN" TO WS-ENT-TYPE
014400     END-EVALUATE.
019300         MOVE AU-NEW-HIRE-DATE-X TO WS-FLD-NEW
019400         PERFORM H220-WRITE-FIELD-LINE THRU H220-EXIT
019500     END-IF.
019510     IF AU-OLD-TERM-DATE-X NOT = AU-NEW-TERM-DATE-X
019520         MOVE "TERM DATE" TO WS-FLD-LABEL
019530         MOVE AU-OLD-TERM-DATE-X TO WS-FLD-OLD
019540         MOVE AU-NEW-TERM-DATE-X TO WS-FLD-NEW
019550         PERFORM H220-WRITE-FIELD-LINE THRU H220-EXIT
019560     END-IF.
019570     IF AU-OLD-TERM-REASON NOT = AU-NEW-TERM-REASON
019580         MOVE "TERM RSN" TO WS-FLD-LABEL
019590         MOVE AU-OLD-TERM-REASON TO WS-FLD-OLD
019591         MOVE AU-NEW-TERM-REASON TO WS-FLD-NEW
019592         PERFORM H220-WRITE-FIELD-LINE THRU H220-EXIT
019593     END-IF.
019600 H210-EXIT.
019700     EXIT.
019800 H220-WRITE-FIELD-LINE.

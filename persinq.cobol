002400*   - EVERY PURGE-ARCHIVE IMAGE FOR THE ID, WITH ITS PURGE DATE
002500* EACH SECTION PRINTS "NONE" RATHER THAN VANISHING WHEN IT HAS
002600* NOTHING, SO A SHORT REPORT STILL SAYS WHAT WAS CHECKED.
002610* THE AUDIT HISTORY TAKES ENTRIES PERSAROL HAS ROLLED INTO THE
002620* ARCHIVE DIRECTLY BY ID FROM THE AUDIT HISTORY INDEX
002630* (PERSAUDX), THEN THE CURRENT LOG, WHICH IS STILL SCANNED.
002700*
002800* MODIFICATION HISTORY
002900*     09/03/2026 RLM  INITIAL VERSION
002910*     10/15/2026 RLM  REHIRE AUDIT ENTRIES PRINT AS REHIRE.
002920*     10/15/2026 RLM  ARCHIVED AUDIT ENTRIES NOW COME FROM THE
002930*                     ID-KEYED AUDIT HISTORY INDEX BUILT BY
002940*                     PERSAROL, AHEAD OF THE CURRENT LOG'S.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-LOG ASSIGN TO PERSAUDT
004600         ORGANIZATION IS SEQUENTIAL.
004610     SELECT AUDIT-INDEX ASSIGN TO PERSAUDX
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS AX-KEY
004650         FILE STATUS IS WS-AX-STATUS.
004700     SELECT ARCHIVE-FILE ASSIGN TO PERSARCH
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT INQUIRY-RPT ASSIGN TO PERSINQR
007000 FD  AUDIT-LOG
007100     RECORDING MODE IS F.
007200     COPY "persaud.cpy".
007210 FD  AUDIT-INDEX.
007220     COPY "persaudx.cpy".
007300 FD  ARCHIVE-FILE
007400     RECORDING MODE IS F.
007500     COPY "persarc.cpy".
008400     88  WS-EXC-EOF                    VALUE 'Y'.
008500 77  WS-AUD-EOF-SW                 PIC X(01) VALUE 'N'.
008600     88  WS-AUD-EOF                    VALUE 'Y'.
008610 77  WS-AX-STATUS                  PIC X(02).
008620 77  WS-AX-EOF-SW                  PIC X(01) VALUE 'N'.
008630     88  WS-AX-EOF                     VALUE 'Y'.
008700 77  WS-ARC-EOF-SW                 PIC X(01) VALUE 'N'.
008800     88  WS-ARC-EOF                    VALUE 'Y'.
008900 77  WS-PEND-COUNT                 PIC 9(08) VALUE ZERO.
029500******************************************************************
029600* Q400-SHOW-AUDIT LISTS EVERY AUDIT ENTRY FOR THE TARGET ID, ONE
029700* LINE EACH -- TYPE, RUN DATE, SEQUENCE, AND THE NAME AS OF THAT
029800* ENTRY.  PERSHIST PRINTS THE FIELD-BY-FIELD DETAIL.  ARCHIVED
029810* ENTRIES (Q430) PRINT FIRST, THEN THE CURRENT LOG'S.
029900******************************************************************
030000 Q400-SHOW-AUDIT.
030100     MOVE "AUDIT HISTORY" TO WS-SEC-NAME.
030200     PERFORM D100-PRINT-SECTION THRU D100-EXIT.
030250     PERFORM Q430-SHOW-ARCHIVED THRU Q430-EXIT.
030300     PERFORM Q410-READ-AUDIT THRU Q410-EXIT.
030400     PERFORM Q420-MATCH-AUDIT THRU Q420-EXIT
030500         UNTIL WS-AUD-EOF.
031700     EXIT.
031800 Q420-MATCH-AUDIT.
031900     IF AU-ID = WS-TARGET-ID
031950         PERFORM Q440-PRINT-AUDIT THRU Q440-EXIT
034000     END-IF.
034100     PERFORM Q410-READ-AUDIT THRU Q410-EXIT.
034200 Q420-EXIT.
034300     EXIT.
034301*    Q430 STARTS THE AUDIT HISTORY INDEX AT THE TARGET ID AND
034302*    PRINTS EACH ARCHIVED ENTRY UNTIL THE ID CHANGES.  NO INDEX
034303*    (NOTHING ROLLED YET) MEANS THE CURRENT LOG IS EVERYTHING.
034304 Q430-SHOW-ARCHIVED.
034305     OPEN INPUT AUDIT-INDEX.
034306     IF WS-AX-STATUS = "00"
034307         MOVE WS-TARGET-ID TO AX-ID
034308         MOVE ZERO TO AX-ROLL-DATE
034309         MOVE ZERO TO AX-ENTRY-NO
034310         START AUDIT-INDEX KEY IS NOT < AX-KEY
034311             INVALID KEY
034312                 SET WS-AX-EOF TO TRUE
034313         END-START
034314         IF NOT WS-AX-EOF
034315             PERFORM Q431-READ-INDEX THRU Q431-EXIT
034316         END-IF
034317         PERFORM Q432-TAKE-INDEX THRU Q432-EXIT
034318             UNTIL WS-AX-EOF
034319         CLOSE AUDIT-INDEX
034320     END-IF.
034321 Q430-EXIT.
034322     EXIT.
034323 Q431-READ-INDEX.
034324     READ AUDIT-INDEX NEXT RECORD
034325         AT END
034326             SET WS-AX-EOF TO TRUE
034327         NOT AT END
034328             IF AX-ID NOT = WS-TARGET-ID
034329                 SET WS-AX-EOF TO TRUE
034330             END-IF
034331     END-READ.
034332 Q431-EXIT.
034333     EXIT.
034334 Q432-TAKE-INDEX.
034335     MOVE AX-AUDIT-ENTRY TO AU-RECORD.
034336     PERFORM Q440-PRINT-AUDIT THRU Q440-EXIT.
034337     PERFORM Q431-READ-INDEX THRU Q431-EXIT.
034338 Q432-EXIT.
034339     EXIT.
034340 Q440-PRINT-AUDIT.
034341     EVALUATE TRUE
034342         WHEN AU-TYPE-ADD
034343             MOVE "ADD" TO WS-AUD-TYPE
034344         WHEN AU-TYPE-CHANGE
034345             MOVE "CHANGE" TO WS-AUD-TYPE
034346         WHEN AU-TYPE-DELETE
034347             MOVE "DELETE" TO WS-AUD-TYPE
034348         WHEN AU-TYPE-REHIRE
034349             MOVE "REHIRE" TO WS-AUD-TYPE
034350         WHEN OTHER
034351             MOVE "UNKNOWN" TO WS-AUD-TYPE
034352     END-EVALUATE.
034353     MOVE AU-RUN-DATE TO WS-AUD-DATE.
034354     MOVE AU-SEQ-NO TO WS-AUD-SEQ-NO.
034355     IF AU-TYPE-DELETE
034356         MOVE AU-OLD-NAME (1:40) TO WS-AUD-NAME
034357     ELSE
034358         MOVE AU-NEW-NAME (1:40) TO WS-AUD-NAME
034359     END-IF.
034360     MOVE WS-AUD-LINE TO IQ-LINE.
034361     WRITE IQ-LINE.
034362     ADD 1 TO WS-AUD-COUNT.
034363 Q440-EXIT.
034364     EXIT.
034400******************************************************************
034500* Q500-SHOW-ARCHIVE LISTS EVERY PURGE-ARCHIVE IMAGE FOR THE
034600* TARGET ID (THE SAME ID CAN BE PURGED MORE THAN ONCE; THE LAST

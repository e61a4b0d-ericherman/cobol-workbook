000100******************************************************************
000200* PERSAGIX.CPY
000300*
000400* ONE LINE OF THE AUDIT ARCHIVE INDEX, APPENDED BY PERSAROL EACH
000500* TIME IT ROLLS THE CURRENT AUDIT LOG (PROD.PERSON.AUDITLOG) INTO
000600* A NEW GENERATION OF PROD.PERSON.AUDITARC.  THE NEWEST LINE
000700* DESCRIBES GENERATION (0), THE ONE BEFORE IT (-1), AND SO ON.
000800* THE RUN-DATE SPAN TELLS A READER WHICH GENERATIONS A DATE RANGE
000900* NEEDS, AND THE RECORD COUNT LETS A READER OF THE WHOLE GDG (ALL
001000* GENERATIONS CONCATENATED, NEWEST FIRST) FIND WHERE EACH ONE
001100* ENDS.  THE CURRENT LOG HOLDS ONLY RUN DATES AFTER THE NEWEST
001200* LINE'S AG-LAST-RUN-DATE.  READ BY PERSACTY AND PERSASOF.
001300*
001400* MODIFICATION HISTORY
001500*     10/15/2026 RLM  INITIAL VERSION
001600******************************************************************
001700 01  AG-RECORD.
001800     05  AG-ROLL-DATE              PIC 9(08).
001900     05  AG-RECORD-COUNT           PIC 9(08).
002000     05  AG-FIRST-RUN-DATE         PIC 9(08).
002100     05  AG-LAST-RUN-DATE          PIC 9(08).
002200     05  FILLER                    PIC X(48).

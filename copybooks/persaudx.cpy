000100******************************************************************
000200* PERSAUDX.CPY
000300*
000400* ONE RECORD OF THE AUDIT HISTORY INDEX (PROD.PERSON.AUDITIDX), A
000500* VSAM KSDS BUILT BY PERSAROL FROM EVERY AUDIT ENTRY IT ROLLS INTO
000600* THE ARCHIVE.  THE KEY LEADS WITH THE PERSON'S ID, SO ONE
000700* PERSON'S ARCHIVED HISTORY IS A START AND A RUN OF READ NEXTS
000800* INSTEAD OF A PASS OVER EVERY YEAR OF THE AUDIT TRAIL.  WITHIN
000900* AN ID THE ROLLOVER DATE AND THE ENTRY'S POSITION IN ITS
001000* GENERATION KEEP THE ENTRIES IN THE ORDER THEY WERE WRITTEN.
001100* AX-AUDIT-ENTRY IS THE WHOLE PERSAUD.CPY RECORD, UNCHANGED, SO
001200* THE HISTORY SURVIVES THE ARCHIVE GENERATION ROLLING OFF.  THE
001300* CURRENT LOG IS NOT IN THE INDEX UNTIL IT IS ROLLED.  READ BY
001400* PERSHIST AND PERSINQ.  KEYS(27 0), RECORDSIZE 364.
001500*
001600* MODIFICATION HISTORY
001700*     10/15/2026 RLM  INITIAL VERSION
001710*     10/15/2026 RLM  AX-AUDIT-ENTRY IS NOW 337 FOR THE APPROVER
001720*                     ID ADDED TO PERSAUD.CPY (RECORDSIZE 364).
001800******************************************************************
001900 01  AX-RECORD.
002000     05  AX-KEY.
002100         10  AX-ID                 PIC 9(10).
002200         10  AX-ROLL-DATE          PIC 9(08).
002300         10  AX-ENTRY-NO           PIC 9(09).
002400     05  AX-AUDIT-ENTRY            PIC X(337).

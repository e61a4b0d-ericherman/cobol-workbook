000100******************************************************************
000200* PERSSNPX.CPY
000300*
000400* ONE LINE OF THE SNAPSHOT INDEX, APPENDED BY PERSSNAP EACH TIME
000500* IT CUTS A GENERATION OF PROD.PERSON.SNAPSHOT.  THE GENERATIONS
000600* THEMSELVES ARE BARE MASTER IMAGES WITH NOTHING IN THEM TO SAY
000700* WHEN THEY WERE CUT, SO THE INDEX IS WHERE THE CUT DATE LIVES:
000800* THE NEWEST INDEX LINE DESCRIBES GENERATION (0), THE ONE BEFORE
000900* IT (-1), AND SO ON.  THE RECORD COUNT LETS A READER OF THE
001000* WHOLE GDG (ALL GENERATIONS CONCATENATED, NEWEST FIRST) FIND
001100* WHERE EACH GENERATION ENDS AND CHECK THE INDEX IS STILL IN STEP
001200* WITH WHAT IS CATALOGED.  PERSASOF USES IT TO PICK THE LATEST
001300* GENERATION ON OR BEFORE AN AS-OF DATE.
001400*
001500* MODIFICATION HISTORY
001600*     10/15/2026 RLM  INITIAL VERSION
001700******************************************************************
001800 01  SX-RECORD.
001900     05  SX-CUT-DATE               PIC 9(08).
002000     05  SX-RECORD-COUNT           PIC 9(08).
002100     05  SX-ACTIVE-COUNT           PIC 9(08).
002200     05  SX-DELETED-COUNT          PIC 9(08).
002300     05  FILLER                    PIC X(48).

000100******************************************************************
000200* PERSVOLG.CPY
000300*
000400* ONE-RECORD VERDICT FILE WRITTEN BY PERSVOLG, THE PRE-UPDATE
000500* VOLUME GUARD, AND READ BACK BY PERSSUM.  THE GUARD'S REPORT GOES
000600* TO SYSOUT; THIS RECORD CARRIES TONIGHT'S COUNTS, THE ROLLING
000700* AVERAGES THEY WERE HELD AGAINST, AND THE VERDICT ON A PERMANENT
000800* DATA SET (PROD.PERSON.VOLGUARD), REWRITTEN EVERY RUN -- THE SAME
000900* SHAPE AS THE PERSRECN VERDICT (PERSRECV.CPY).  VG-VERDICT IS THE
001000* CODE PERSSUM CARRIES ONTO THE RUN HISTORY AS RH-VOLUME-FLAG.  A
001100* BREACH FLAG IS 'Y' ON EACH COUNT THAT WENT OVER ITS LIMIT.
001200*
001300* MODIFICATION HISTORY
001400*     10/15/2026 RLM  INITIAL VERSION
001500******************************************************************
001600 01  VG-RECORD.
001700     05  VG-RUN-DATE               PIC 9(08).
001800     05  VG-VERDICT                PIC X(01).
001900         88  VG-PASSED                 VALUE 'P'.
002000         88  VG-HELD                   VALUE 'B'.
002100         88  VG-OVERRIDDEN             VALUE 'O'.
002200         88  VG-NO-HISTORY             VALUE 'N'.
002300         88  VG-NOT-CHECKED            VALUE 'E'.
002400     05  VG-NIGHTS-USED            PIC 9(03).
002500     05  VG-THRESHOLD-PCT          PIC 9(05).
002600     05  VG-ADD-COUNT              PIC 9(08).
002700     05  VG-ADD-AVERAGE            PIC 9(08).
002800     05  VG-CHANGE-COUNT           PIC 9(08).
002900     05  VG-CHANGE-AVERAGE         PIC 9(08).
003000     05  VG-DELETE-COUNT           PIC 9(08).
003100     05  VG-DELETE-AVERAGE         PIC 9(08).
003200     05  VG-ADD-BREACH             PIC X(01).
003300     05  VG-CHANGE-BREACH          PIC X(01).
003400     05  VG-DELETE-BREACH          PIC X(01).
003500     05  VG-OVERRIDE-USER          PIC X(08).
003600     05  FILLER                    PIC X(04).

001300*
001400* MODIFICATION HISTORY
001500*     08/22/2026 RLM  INITIAL VERSION
001510*     10/15/2026 RLM  AR-TERM-DATE/AR-TERM-REASON REPLACE THE
001520*                     SPARE FILLER, IN STEP WITH PERSMAST.CPY.
001600******************************************************************
001700 01  AR-RECORD.
001800     05  AR-MASTER-IMAGE.
002300         10  AR-DEPT-CODE          PIC X(04).
002400         10  AR-JOB-TITLE          PIC X(30).
002500         10  AR-HIRE-DATE          PIC 9(08).
002600         10  AR-TERM-DATE          PIC 9(08).
002610         10  AR-TERM-DATE-X REDEFINES AR-TERM-DATE
002620                                   PIC X(08).
002630         10  AR-TERM-REASON        PIC X(02).
002700     05  AR-PURGE-DATE             PIC 9(08).

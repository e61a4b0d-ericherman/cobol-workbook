000100******************************************************************
000200* PERSAPQ.CPY
000300*
000400* APPROVAL QUEUE RECORD (PROD.PERSON.APPROVQ).  PERSUPD HOLDS A
000500* DELETE, A CHANGE THAT MOVES SOMEONE TO ANOTHER DEPARTMENT, AND
000600* EVERY CORRECTION PERSHRIN TRANSLATED FROM HR HERE INSTEAD OF
000700* APPLYING IT, AND WRITES THE QUEUE OUT AFRESH EVERY NIGHT.
000800* PERSAPRV REPORTS THE QUEUE AND TAKES THE RELEASE AND REJECT
000900* CARDS: A RELEASED ITEM IS APPLIED BY THE NEXT NIGHT'S PERSUPD
001000* AHEAD OF THE PENDING AND DAILY FILES AND DROPS OFF THE QUEUE; A
001100* REJECTED ONE GOES TO THE PERSRCY RECYCLE FILE WITH THE REASON
001200* FROM THE CARD.  AQ-TRAN-IMAGE IS THE HELD TRANSACTION WHOLE, IN
001300* THE PERSTRAN.CPY LAYOUT.
001400*
001500* THE LAST RECORD ON THE FILE IS A CONTROL RECORD (AQ-STATUS 'C')
001600* CARRYING THE LAST ITEM NUMBER EVER ISSUED, SO A NUMBER IS NEVER
001700* HANDED OUT TWICE EVEN AFTER THE ITEMS AROUND IT HAVE LEFT THE
001800* QUEUE.  A QUEUE WITH NO CONTROL RECORD (NEWLY ALLOCATED) STARTS
001900* NUMBERING AT 1.  BOTH PROGRAMS REWRITE IT AT THE END.
002000*
002100* MODIFICATION HISTORY
002200*     10/15/2026 RLM  INITIAL VERSION
002300******************************************************************
002400 01  AQ-RECORD.
002500     05  AQ-ITEM-NO                PIC 9(08).
002600     05  AQ-STATUS                 PIC X(01).
002700         88  AQ-CONTROL                VALUE 'C'.
002800         88  AQ-HELD                   VALUE 'H'.
002900         88  AQ-RELEASED               VALUE 'R'.
003000     05  AQ-HOLD-REASON            PIC X(01).
003100         88  AQ-HOLD-HR                VALUE 'H'.
003200         88  AQ-HOLD-DELETE            VALUE 'D'.
003300         88  AQ-HOLD-DEPT              VALUE 'P'.
003400     05  AQ-HELD-DATE              PIC 9(08).
003500     05  AQ-HELD-DATE-X REDEFINES AQ-HELD-DATE
003600                                   PIC X(08).
003700     05  AQ-APPROVER-ID            PIC X(08).
003800     05  AQ-RELEASE-DATE           PIC 9(08).
003900     05  AQ-TRAN-IMAGE             PIC X(150).
004000     05  FILLER                    PIC X(16).
004100 01  AQ-CONTROL-RECORD.
004200     05  FILLER                    PIC X(08).
004300     05  FILLER                    PIC X(01).
004400     05  AQC-LAST-ITEM-NO          PIC 9(08).
004500     05  AQC-LAST-ITEM-NO-X REDEFINES AQC-LAST-ITEM-NO
004600                                   PIC X(08).
004700     05  AQC-WRITTEN-DATE          PIC 9(08).
004800     05  FILLER                    PIC X(175).

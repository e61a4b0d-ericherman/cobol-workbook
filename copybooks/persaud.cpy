002000*                     LENGTH IS NOW 329 (PERSLOAD.JCL); AN
002100*                     EXISTING AUDIT LOG CONVERTS ONCE WITH
002200*                     PERSAUDC.JCL.
002210*     10/15/2026 RLM  THE IMAGES CARRY THE NEW TERMINATION DATE
002220*                     AND REASON OUT OF THEIR SPARE FILLER, IN
002230*                     STEP WITH PERSMAST.CPY, AND AU-TYPE-REHIRE
002240*                     ('R') MARKS A DELETED OR PURGED PERSON
002250*                     BROUGHT BACK UNDER THE SAME ID.  A REHIRE
002260*                     FROM THE MASTER CARRIES THE DELETED RECORD
002270*                     AS ITS OLD IMAGE; A REHIRE FROM THE PURGE
002280*                     ARCHIVE CARRIES A BLANK OLD IMAGE, LIKE AN
002290*                     ADD, BECAUSE THE MASTER HAD NO RECORD.
002291*     10/15/2026 RLM  ADDED AU-APPROVER-ID -- THE USER WHOSE
002292*                     PERSAPRV RELEASE CARD LET A HELD DELETE,
002293*                     DEPT MOVE, OR HR CORRECTION THROUGH.  BLANK
002294*                     ON EVERY ENTRY THAT NEVER SAT ON THE
002295*                     APPROVAL QUEUE.  RECORD LENGTH IS NOW 337
002296*                     (PERSLOAD.JCL); AN EXISTING LOG, AUDIT
002297*                     INDEX, AND ARCHIVE CONVERT WITH PERSAUCV.
002298*     10/15/2026 RLM  AU-FROM-BACKOUT -- A PERSBACK COMPENSATING
002299*                     ENTRY CARRIES 'PERSBACK' AS ITS APPROVER ID.
002300******************************************************************
002400 01  AU-RECORD.
002500     05  AU-ID                     PIC 9(10).
003500         10  AU-OLD-HIRE-DATE      PIC 9(08).
003600         10  AU-OLD-HIRE-DATE-X REDEFINES AU-OLD-HIRE-DATE
003700                                   PIC X(08).
003800         10  AU-OLD-TERM-DATE      PIC 9(08).
003810         10  AU-OLD-TERM-DATE-X REDEFINES AU-OLD-TERM-DATE
003820                                   PIC X(08).
003830         10  AU-OLD-TERM-REASON    PIC X(02).
003900     05  AU-NEW-IMAGE.
004000         10  AU-NEW-ID             PIC 9(10).
004100         10  AU-NEW-NAME           PIC X(80).
004800         10  AU-NEW-HIRE-DATE      PIC 9(08).
004900         10  AU-NEW-HIRE-DATE-X REDEFINES AU-NEW-HIRE-DATE
005000                                   PIC X(08).
005100         10  AU-NEW-TERM-DATE      PIC 9(08).
005110         10  AU-NEW-TERM-DATE-X REDEFINES AU-NEW-TERM-DATE
005120                                   PIC X(08).
005130         10  AU-NEW-TERM-REASON    PIC X(02).
005200     05  AU-CHANGE-TYPE            PIC X(01).
005300         88  AU-TYPE-ADD               VALUE 'A'.
005400         88  AU-TYPE-CHANGE            VALUE 'C'.
005500         88  AU-TYPE-DELETE            VALUE 'D'.
005510         88  AU-TYPE-REHIRE            VALUE 'R'.
005600     05  AU-RUN-DATE               PIC 9(08).
005700     05  AU-SEQ-NO                 PIC 9(08).
005800     05  AU-APPROVER-ID            PIC X(08).
005810         88  AU-FROM-BACKOUT           VALUE 'PERSBACK'.

001100*
001200* MODIFICATION HISTORY
001300*     09/03/2026 RLM  INITIAL VERSION
001310*     10/15/2026 RLM  ADDED RH-HELD-COUNT, THE NIGHT'S APPROVAL-
001320*                     QUEUE HOLDS, OUT OF THE SPARE FILLER.
001330*     10/15/2026 RLM  ADDED RH-VOLUME-FLAG, THE PERSVOLG VOLUME
001340*                     GUARD'S VERDICT (PERSVOLG.CPY VG-VERDICT),
001350*                     AND THE HELD FILE VERDICT FOR A NIGHT THE
001360*                     GUARD STOPPED, OUT OF THE SPARE FILLER.
001400******************************************************************
001500 01  RH-RECORD.
001600     05  RH-RUN-DATE               PIC 9(08).
001800     05  RH-FILE-VERDICT           PIC X(08).
001900         88  RH-FILE-ACCEPTED          VALUE 'ACCEPTED'.
002000         88  RH-FILE-REFUSED           VALUE 'REFUSED'.
002010         88  RH-FILE-HELD              VALUE 'HELD'.
002100     05  FILLER                    PIC X(01).
002200     05  RH-ADD-COUNT              PIC 9(08).
002300     05  FILLER                    PIC X(01).
003400     05  RH-FULL-FEED-COUNT        PIC 9(08).
003500     05  FILLER                    PIC X(01).
003600     05  RH-DELTA-FEED-COUNT       PIC 9(08).
003610     05  FILLER                    PIC X(01).
003620     05  RH-HELD-COUNT             PIC 9(08).
003628     05  FILLER                    PIC X(01).
003636     05  RH-VOLUME-FLAG            PIC X(01).
003644         88  RH-VOLUME-NOT-RUN         VALUE ' '.
003652         88  RH-VOLUME-PASSED          VALUE 'P'.
003660         88  RH-VOLUME-HELD            VALUE 'B'.
003668         88  RH-VOLUME-OVERRIDDEN      VALUE 'O'.
003676         88  RH-VOLUME-NO-HISTORY      VALUE 'N'.
003684         88  RH-VOLUME-NOT-CHECKED     VALUE 'E'.
003700     05  FILLER                    PIC X(26).

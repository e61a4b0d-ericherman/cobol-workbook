001597*                     TRANSACTIONS AS IT REPLAYS, SO THE COUNT
001598*                     REBUILDS ITSELF.  RECORD LENGTH IS NOW 86
001599*                     (PERSLOAD.JCL).
001601*     10/15/2026 RLM  ADDED CK-REHIRE-COUNT AND CK-REHIRE-ID-SUM
001602*                     FOR THE REHIRE TRANSACTION, WHICH PERSRECN
001603*                     BALANCES LIKE AN ADD.  RECORD LENGTH IS NOW
001604*                     109 (PERSLOAD.JCL).  AN EXISTING INSTALL
001605*                     REALLOCATES PROD.PERSON.CHECKPOINT AT 109,
001606*                     EMPTY, AFTER A NIGHT THAT FINISHED CLEAN --
001607*                     AN EMPTY CHECKPOINT IS A CLEAN START.
001608*     10/15/2026 RLM  ADDED CK-QUEUE-LAST-ITEM, THE SKIP POINT FOR
001609*                     THE RELEASED APPROVAL-QUEUE ITEMS PERSUPD
001610*                     NOW APPLIES AHEAD OF THE PENDING FILE.  NO
001611*                     HELD COUNT IS CARRIED -- A RESTART RE-HOLDS
001612*                     AS IT REPLAYS.  RECORD LENGTH IS NOW 117
001613*                     (PERSLOAD.JCL); REALLOCATE AS FOR 109.
001650******************************************************************
001700 01  CK-RECORD.
001800     05  CK-LAST-SEQ-NO            PIC 9(08).
001810     05  CK-PEND-LAST-SEQ-NO       PIC 9(08).
002250     05  CK-REJECT-COUNT           PIC 9(08).
002300     05  CK-ADD-ID-SUM             PIC 9(15).
002400     05  CK-DELETE-ID-SUM          PIC 9(15).
002500     05  CK-REHIRE-COUNT           PIC 9(08).
002600     05  CK-REHIRE-ID-SUM          PIC 9(15).
002700     05  CK-QUEUE-LAST-ITEM        PIC 9(08).

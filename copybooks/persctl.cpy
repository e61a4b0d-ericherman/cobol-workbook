000300*
000400* ONE LINE OF THE CONTROL-TOTALS FILE WRITTEN BY PERSUPD AND READ
000500* BACK BY PERSRECN WHEN IT RECONCILES A NIGHT'S RUN.  CT-LABEL IS
000600* ONE OF ADDS/CHANGES/DELETES/REJECTS/PENDING/ADDIDSUM/DELIDSUM/
000650* REHIRES/RHIDSUM/HELD.
000700* ADDIDSUM, DELIDSUM AND RHIDSUM CARRY THE SUM OF THE PM-ID
000750* VALUES ADDED, DELETED AND REHIRED SO PERSRECN CAN RECONCILE THE
000800* ID-SUM HASH AS WELL AS THE RECORD COUNT -- CT-VALUE IS SIZED TO
000850* HOLD A SUM OF 10-DIGIT IDS, NOT JUST A SMALL TRANSACTION COUNT.
000900* PENDING COUNTS THE FUTURE-DATED TRANSACTIONS PARKED, HELD THE
000950* TRANSACTIONS PUT ON THE APPROVAL QUEUE; PERSRECN IGNORES LABELS
001000* IT DOES NOT RECONCILE.
001100*
001200* MODIFICATION HISTORY
001300*     08/08/2026 RLM  INITIAL VERSION
001610*     08/22/2026 RLM  ADDED THE PENDING LABEL -- THE COUNT OF
001620*                     TRANSACTIONS PARKED FOR A FUTURE NIGHT BY
001630*                     THE EFFECTIVE-DATE SUPPORT IN PERSUPD.
001640*     10/15/2026 RLM  ADDED THE REHIRES AND RHIDSUM LABELS -- THE
001650*                     COUNT AND ID SUM OF DELETED OR PURGED
001660*                     PEOPLE BROUGHT BACK ACTIVE.  PERSRECN ADDS
001670*                     THEM INTO THE EXPECTED END COUNT AND ID SUM
001680*                     THE SAME WAY IT ADDS ADDS AND ADDIDSUM.
001685*     10/15/2026 RLM  ADDED THE HELD LABEL -- THE COUNT OF
001690*                     TRANSACTIONS PERSUPD PUT ON THE APPROVAL
001695*                     QUEUE INSTEAD OF APPLYING.
001700******************************************************************
001800 01  CT-LINE-DETAIL.
001900     05  CT-LABEL                  PIC X(16).

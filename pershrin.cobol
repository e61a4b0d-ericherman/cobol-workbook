003240*                     FRESHNESS CONTROL THE DAILY TRANSACTION
003250*                     FILE GOT, CLOSING THE SAME YESTERDAYS-
003260*                     FILE-RUN-TWICE HOLE FOR THIS INPUT.
003270*     10/15/2026 RLM  A DELETE CARRIES ITS TERMINATION REASON AND
003280*                     DATE WHERE THE JOB TITLE WAS (PERSTRAN.CPY).
003290*                     HR SENDS NEITHER, SO A TRANSLATED DELETE
003291*                     GOES OUT WITH THEM BLANK -- NOT WITH HR'S
003292*                     JOB TITLE READ AS A REASON CODE.
003293*     10/15/2026 RLM  EVERY TRANSLATED CORRECTION IS MARKED
003294*                     PT-FROM-HR (PERSTRAN.CPY) SO PERSUPD HOLDS
003295*                     IT ON THE APPROVAL QUEUE FOR A SECOND
003296*                     USER TO RELEASE THROUGH PERSAPRV INSTEAD
003297*                     OF APPLYING IT THE NIGHT IT ARRIVES.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
020400     MOVE HC-NAME TO PT-NAME.
020500     MOVE HC-DEPT-CODE TO PT-DEPT-CODE.
020600     MOVE HC-JOB-TITLE TO PT-JOB-TITLE.
020610     IF HC-ACTION-DELETE
020620         MOVE SPACES TO PT-TERM-DATA
020630     END-IF.
020700     IF HC-HIRE-DATE-X IS NUMERIC
020800         MOVE HC-HIRE-DATE TO PT-HIRE-DATE
020900     ELSE
021000         MOVE ZERO TO PT-HIRE-DATE
021100     END-IF.
021200     MOVE ZERO TO PT-EFFECTIVE-DATE.
021210     SET PT-FROM-HR TO TRUE.
021300     WRITE PT-RECORD.
021400     ADD 1 TO WS-TRL-COUNT.
021500     ADD HC-ID TO WS-TRL-HASH.

000840*                     INSTEAD OF ASKING HR.  RECORD LENGTH IS NOW
000850*                     151; THE VSAM CLUSTER DEFINITION IN
000860*                     PERSLOAD.JCL CHANGES WITH IT.
000861*     10/15/2026 RLM  ADDED PM-TERM-DATE AND PM-TERM-REASON OUT
000862*                     OF THE SPARE FILLER, SET WHEN A DELETE IS
000863*                     APPLIED AND CLEARED BY A REHIRE.  RECORD
000864*                     LENGTH IS UNCHANGED.  RECORDS WRITTEN
000865*                     BEFORE THE FIELDS EXISTED CARRY SPACES
000866*                     THERE -- TEST PM-TERM-DATE-X IS NUMERIC
000867*                     BEFORE TRUSTING THE DATE.  REASON CODES
000868*                     ARE LISTED IN PERSTRAN.CPY.
000900******************************************************************
001000 01  PM-RECORD.
001100     05  PM-ID                     PIC 9(10).
001610     05  PM-DEPT-CODE              PIC X(04).
001620     05  PM-JOB-TITLE              PIC X(30).
001630     05  PM-HIRE-DATE              PIC 9(08).
001640     05  PM-TERM-DATE              PIC 9(08).
001650     05  PM-TERM-DATE-X REDEFINES PM-TERM-DATE
001660                                   PIC X(08).
001670     05  PM-TERM-REASON            PIC X(02).

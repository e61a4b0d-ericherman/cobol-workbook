001293*                     REPORTING EACH ASSIGNMENT.  THE TRAILER
001294*                     HASH RULE IS UNCHANGED: A BLANK ID HASHES
001295*                     AS ZERO, AS ANY NON-NUMERIC ID ALWAYS HAS.
001296*     10/15/2026 RLM  ADDED PT-REHIRE ('R'), PT-CARRIES-HIRE-DATE,
001297*                     AND PT-TERM-DATA (DELETE REASON AND DATE,
001298*                     OVER THE UNUSED JOB TITLE).  BLANK STILL
001299*                     PASSES.  REASONS RS RT TM LO DC TR OT.
001301*     10/15/2026 RLM  THE LAST FILLER BYTE IS NOW PT-ORIGIN.
001302*                     PERSHRIN SETS IT TO 'H' ON EVERY HR
001303*                     CORRECTION IT TRANSLATES; DATA ENTRY LEAVES
001304*                     IT BLANK.  PERSUPD HOLDS AN HR-ORIGINATED
001305*                     TRANSACTION ON THE APPROVAL QUEUE.
001310******************************************************************
001400 01  PT-RECORD.
001500     05  PT-SEQ-NO                 PIC 9(08).
001600     05  PT-TRANS-CODE             PIC X(01).
001750         88  PT-ADD-ASSIGN             VALUE 'N'.
001800         88  PT-CHANGE                 VALUE 'C'.
001900         88  PT-DELETE                 VALUE 'D'.
001950         88  PT-REHIRE                 VALUE 'R'.
001960         88  PT-CARRIES-HIRE-DATE      VALUES 'A' 'N' 'C' 'R'.
002000         88  PT-HEADER                 VALUE 'H'.
002100         88  PT-TRAILER                VALUE 'T'.
002200     05  PT-ID                     PIC 9(10).
002400     05  PT-NAME                   PIC X(80).
002500     05  PT-DEPT-CODE              PIC X(04).
002600     05  PT-JOB-TITLE              PIC X(30).
002610     05  PT-TERM-DATA REDEFINES PT-JOB-TITLE.
002620         10  PT-TERM-REASON        PIC X(02).
002630             88  PT-TERM-REASON-VALID  VALUES 'RS' 'RT' 'TM'
002640                                       'LO' 'DC' 'TR' 'OT'
002650                                       SPACES.
002660         10  PT-TERM-DATE          PIC 9(08).
002670         10  PT-TERM-DATE-X REDEFINES PT-TERM-DATE
002680                                   PIC X(08).
002690         10  FILLER                PIC X(20).
002700     05  PT-HIRE-DATE              PIC 9(08).
002800     05  PT-HIRE-DATE-X REDEFINES PT-HIRE-DATE
002900                                   PIC X(08).
003000     05  PT-EFFECTIVE-DATE         PIC 9(08).
003100     05  PT-EFFECTIVE-DATE-X REDEFINES PT-EFFECTIVE-DATE
003200                                   PIC X(08).
003300     05  PT-ORIGIN                 PIC X(01).
003310         88  PT-FROM-HR                VALUE 'H'.
003400 01  PT-HEADER-RECORD.
003500     05  FILLER                    PIC X(08).
003600     05  FILLER                    PIC X(01).

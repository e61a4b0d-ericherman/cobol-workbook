000100******************************************************************
000200* PERSPLAN.CPY
000300*
000400* AUTHORIZED HEADCOUNT PLAN RECORD -- ONE RECORD PER DEPARTMENT
000500* AND PLANNING PERIOD (YYYYMM), CARRYING THE NUMBER OF ACTIVE
000600* PEOPLE THE DEPARTMENT IS AUTHORIZED FROM THAT PERIOD ON.  A
000700* RECORD HOLDS UNTIL THE NEXT PERIOD PLANNED FOR THE SAME
000800* DEPARTMENT, SO A DEPARTMENT PLANNED ONCE A YEAR NEEDS ONE
000900* RECORD A YEAR, NOT TWELVE.  THE FILE IS BUILT BY PERSPLAN FROM
001000* A CARD DECK (SEE PERSPLAN.JCL), EVERY DEPT CODE CHECKED AGAINST
001100* THE DEPARTMENT REFERENCE FILE (PERSDEPT.CPY).  IT IS READ BY
001200* PERSPVAR (PLAN VS ACTUAL VARIANCE REPORT) AND BY PERSUPD (THE
001300* OVER-PLAN WARNING ON PERSEXC WHEN AN ADD IS APPLIED).
001400* HP-LOAD-DATE IS THE DATE PERSPLAN WROTE THE RECORD.
001500*
001600* MODIFICATION HISTORY
001700*     10/15/2026 RLM  INITIAL VERSION
001800******************************************************************
001900 01  HP-RECORD.
002000     05  HP-DEPT-CODE              PIC X(04).
002100     05  HP-PERIOD                 PIC 9(06).
002200     05  HP-PERIOD-PARTS REDEFINES HP-PERIOD.
002300         10  HP-PERIOD-YEAR        PIC 9(04).
002400         10  HP-PERIOD-MONTH       PIC 9(02).
002500     05  HP-AUTHORIZED             PIC 9(05).
002600     05  HP-LOAD-DATE              PIC 9(08).
002700     05  FILLER                    PIC X(57).

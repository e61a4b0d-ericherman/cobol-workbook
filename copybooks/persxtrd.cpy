001700*     125-132 XD-HIRE-DATE     NUMERIC, YYYYMMDD, ZERO WHEN
001800*                              NOT ON FILE.
001900*     133-133 XD-ACTION        'A' ADDED / 'C' CHANGED /
002000*                              'D' LOGICALLY DELETED TONIGHT /
002010*                              'R' REHIRED TONIGHT UNDER THE
002020*                              ORIGINAL XD-ID.
002100*     134-134 XD-RECORD-TYPE   'P' = PERSON DELTA DETAIL.
002200*
002300* HEADER RECORD POSITIONS:
003100*
003200* MODIFICATION HISTORY
003300*     08/22/2026 RLM  INITIAL VERSION
003310*     10/15/2026 RLM  ADDED XD-ACTION 'R' (REHIRE).  NO POSITION
003320*                     OR LENGTH CHANGE; HR NOTIFIED OF THE NEW
003330*                     ACTION VALUE BEFORE IT WENT LIVE.
003400******************************************************************
003500 01  XD-RECORD.
003600     05  XD-ID                     PIC 9(10).
004200         88  XD-ACTION-ADD             VALUE 'A'.
004300         88  XD-ACTION-CHANGE          VALUE 'C'.
004400         88  XD-ACTION-DELETE          VALUE 'D'.
004410         88  XD-ACTION-REHIRE          VALUE 'R'.
004500     05  XD-RECORD-TYPE            PIC X(01).
004600         88  XD-TYPE-PERSON            VALUE 'P'.
004700         88  XD-TYPE-HEADER            VALUE 'H'.

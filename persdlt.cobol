002000*     (HR NEVER SAW THE RECORD, THERE IS NOTHING TO TELL THEM)
002100*   - CHANGED (POSSIBLY SEVERAL TIMES) TONIGHT  -> 'C'
002200*   - DELETED TONIGHT (EXISTED BEFORE TONIGHT)  -> 'D'
002210*   - REHIRED TONIGHT, NOT DELETED AGAIN        -> 'R'
002220*   - REHIRED TONIGHT AND DELETED AGAIN         -> SUPPRESSED
002230*     (HR STILL HAS THE PERSON AS DELETED, WHICH IS RIGHT)
002300* FIELD VALUES COME FROM THE MASTER RECORD AS IT STANDS AFTER
002400* THE UPDATE, SO A PERSON CHANGED THREE TIMES GOES OUT ONCE WITH
002500* THE FINAL VALUES.  A MASTER READ THAT MISSES (SHOULD NEVER
003070*                     RE-SEND.  THE LOG OPEN IS GUARDED -- A
003080*                     MISSING LOG COSTS THE LOG LINE, NOT THE
003090*                     FEED.
003091*     10/15/2026 RLM  A PERSON REHIRED TONIGHT (AUDIT TYPE 'R')
003092*                     NOW GOES OUT WITH ACTION 'R' INSTEAD OF
003093*                     LOOKING LIKE A CHANGE, SO HR REACTIVATES
003094*                     THE ORIGINAL ID RATHER THAN EXPECTING A
003095*                     NEW PERSON.  HR WAS NOTIFIED OF THE NEW
003096*                     ACTION VALUE (SEE PERSXTRD.CPY).
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
007100         10  WS-TAB-FIRST-ACT      PIC X(01).
007200         10  WS-TAB-LAST-ACT       PIC X(01).
007300         10  WS-TAB-LAST-NAME      PIC X(80).
007310         10  WS-TAB-REHIRE-SW      PIC X(01).
007400 PROCEDURE DIVISION.
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011590         ELSE
011600             MOVE AU-NEW-NAME TO WS-TAB-LAST-NAME (WS-HIT-SUB)
011610         END-IF
011620         IF AU-TYPE-REHIRE
011630             MOVE "Y" TO WS-TAB-REHIRE-SW (WS-HIT-SUB)
011640         END-IF
011700     ELSE
011800         IF WS-TAB-USED < WS-TAB-MAX
011900             ADD 1 TO WS-TAB-USED
012500                 MOVE AU-NEW-NAME
012520                     TO WS-TAB-LAST-NAME (WS-TAB-USED)
012540             END-IF
012550             IF AU-TYPE-REHIRE
012560                 MOVE "Y" TO WS-TAB-REHIRE-SW (WS-TAB-USED)
012570             ELSE
012580                 MOVE "N" TO WS-TAB-REHIRE-SW (WS-TAB-USED)
012590             END-IF
012600         ELSE
012700             SET WS-TAB-FULL TO TRUE
012800         END-IF
015400 5000-EXIT.
015500     EXIT.
015600 5100-WRITE-ONE-DELTA.
015700     IF (WS-TAB-FIRST-ACT (WS-I) = "A"
015750             OR WS-TAB-FIRST-ACT (WS-I) = "R")
015800             AND WS-TAB-LAST-ACT (WS-I) = "D"
015900         ADD 1 TO WS-SUPPRESS-COUNT
016000     ELSE
016100         IF WS-TAB-FIRST-ACT (WS-I) = "A"
016200             MOVE "A" TO WS-NET-ACTION
016300         ELSE
016310         IF WS-TAB-LAST-ACT (WS-I) NOT = "D"
016320                 AND WS-TAB-REHIRE-SW (WS-I) = "Y"
016330             MOVE "R" TO WS-NET-ACTION
016340         ELSE
016400             MOVE WS-TAB-LAST-ACT (WS-I) TO WS-NET-ACTION
016450         END-IF
016500         END-IF
016600         PERFORM 5200-BUILD-FROM-MASTER THRU 5200-EXIT
016700         MOVE WS-NET-ACTION TO XD-ACTION

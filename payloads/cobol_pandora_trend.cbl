002586*                    SKIP THE GAP CHECK FOR THE RECORD           *
002588*                    FOLLOWING A PAUSE EVENT - A PLANNED         *
002590*                    QUIESCE IS NOT A STALL.                     *
002592*   2026-10-15  DLM  COUNT THE CHECKPOINT-RESTART RECORD TYPE    *
002594*                    'K' AS ZERO CYCLES, LIKE THE OTHER EVENT    *
002596*                    RECORDS.                                    *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
026760             AND PAND-HST-TYPE NOT = 'R'
026770             AND PAND-HST-TYPE NOT = 'T'
026780             AND PAND-HST-TYPE NOT = 'D'
026790             AND PAND-HST-TYPE NOT = 'K'
026800             ADD 1 TO WS-NT-CYCLES (NT-IX)
026805         END-IF
026810     END-IF.

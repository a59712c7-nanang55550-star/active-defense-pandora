003012*                    PER PANDAUD'S "NOT A CYCLE" CONTRACT, SO    *
003013*                    A NIGHT WITH A PAUSE OR PACE EVENT DOES     *
003014*                    NOT CALIBRATE A PADDED AVERAGE.             *
003024*   2026-10-15  DLM  COUNT THE CHECKPOINT-RESTART RECORD TYPE    *
003034*                    'K' AS ZERO CYCLES, LIKE THE OTHER EVENT    *
003044*                    RECORDS.                                    *
003054*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
025560             AND PAND-HST-TYPE NOT = 'R'
025570             AND PAND-HST-TYPE NOT = 'T'
025580             AND PAND-HST-TYPE NOT = 'D'
025590             AND PAND-HST-TYPE NOT = 'K'
025600             ADD 1 TO WS-NT-CYCLES (NT-IX)
025605         END-IF
025610     END-IF.

001206*                    PACE-DEVIATION TOLERANCE (PERCENT) FOR A    *
001207*                    PACED HEARTBEAT.  ZERO OR BLANK MEANS NO    *
001208*                    PACE CHECK.                                 *
001218*   2026-10-15  DLM  PROFILES ARE NOW MAINTAINED THROUGH        *
001228*                    PANDCTLM, WHICH REJECTS ANY VALUE THE       *
001238*                    HEARTBEAT WOULD CLAMP OR IGNORE AND         *
001248*                    JOURNALS EVERY CHANGE (PANDCJN).            *
001258*****************************************************************
001300 01  PAND-CTL-REC.
001310     05  PAND-CTL-JOB-ID        PIC X(08).
001320         88  PAND-CTL-DEFAULT-REC   VALUE '*DEFAULT'.

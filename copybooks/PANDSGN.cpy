000100*****************************************************************
000200*   PANDSGN.CPY                                                 *
000300*   NIGHT SIGN-OFF LEDGER RECORD FOR THE TOXIC-PANDORA          *
000400*   MONITORING PROGRAMS.  ONE RECORD PER BATCH NIGHT, KEYED BY  *
000500*   THE NIGHT DATE.  THE NIGHT CERTIFICATE (PANDCERT) WRITES    *
000600*   THE RECORD WITH THE NIGHT'S OVERALL VERDICT - PASS,         *
000700*   ATTENTION OR FAIL - AND THE CANARY COUNTS BEHIND IT, AND    *
000800*   REFRESHES THEM IF THE NIGHT IS CERTIFIED AGAIN.  THE        *
000900*   SIGN-OFF UTILITY (PANDSIGN) THEN RECORDS WHO SIGNED THE     *
001000*   NIGHT OFF, WHEN, THE VERDICT THEY SIGNED AGAINST AND THEIR  *
001100*   NOTE.  A FAILED NIGHT IS ONLY SIGNED OFF WITH AN OVERRIDE,  *
001200*   AND THEN THE NOTE IS THE OVERRIDE REASON.  A CERTIFIED      *
001300*   ('C') RECORD HAS NOT BEEN SIGNED OFF YET; A SIGNED ('S')    *
001400*   RECORD IS NEVER SIGNED OFF A SECOND TIME.                   *
001500*                                                               *
001600*   MODIFICATION HISTORY                                        *
001700*   DATE       INIT  DESCRIPTION                                 *
001800*   ---------- ----  --------------------------------------     *
001900*   2026-10-15  DLM  ORIGINAL COPYBOOK.                          *
002000*****************************************************************
002100 01  PAND-SGN-REC.
002200     05  PAND-SGN-NIGHT         PIC X(08).
002300     05  PAND-SGN-STATUS        PIC X(01).
002400         88  PAND-SGN-CERTIFIED     VALUE 'C'.
002500         88  PAND-SGN-SIGNED        VALUE 'S'.
002600     05  PAND-SGN-VERDICT       PIC X(01).
002700         88  PAND-SGN-PASS          VALUE 'P'.
002800         88  PAND-SGN-ATTENTION     VALUE 'A'.
002900         88  PAND-SGN-FAIL          VALUE 'F'.
003000     05  PAND-SGN-CERT-STAMP    PIC X(15).
003100     05  PAND-SGN-CERT-RUNS     PIC 9(03).
003200     05  PAND-SGN-CANARIES      PIC 9(03).
003300     05  PAND-SGN-PASS-COUNT    PIC 9(03).
003400     05  PAND-SGN-ATTN-COUNT    PIC 9(03).
003500     05  PAND-SGN-FAIL-COUNT    PIC 9(03).
003600     05  PAND-SGN-SIGNED-VERDICT PIC X(01).
003700     05  PAND-SGN-INITS         PIC X(03).
003800     05  PAND-SGN-SIGN-STAMP    PIC X(15).
003900     05  PAND-SGN-USER-ID       PIC X(08).
004000     05  PAND-SGN-OVERRIDE      PIC X(01).
004100         88  PAND-SGN-OVERRIDDEN    VALUE 'Y'.
004200     05  PAND-SGN-NOTE          PIC X(40).
004300     05  FILLER                 PIC X(12).

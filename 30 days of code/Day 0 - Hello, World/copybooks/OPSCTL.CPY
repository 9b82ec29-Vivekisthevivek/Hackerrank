000400* ONE RECORD PER TUNABLE VALUE AND EFFECTIVE DATE, KEYED ON THE  *
000500* PARAMETER NAME PLUS THE EFFECTIVE DATE, SO A VALUE CAN BE      *
000600* STAGED AHEAD OF THE DATE IT TAKES EFFECT. READ AT              *
000700* INITIALIZATION BY SOLUTION, SOLPURGE, SOLALERT, SOLFIX,        *
000710* SOLINTEG, AND SOLTIME - EACH TAKES THE LATEST RECORD FOR THE   *
000800* PARAMETER DATED ON OR BEFORE THE PROCESS DATE, AND FALLS BACK  *
000900* TO ITS BUILT-IN VALUE (SAYING SO ON ITS REPORT) WHEN THE FILE  *
001000* OR THE PARAMETER IS MISSING. READYCHK READS IT TO CHECK THAT   *
001050* EVERY PARAMETER BELOW HAS A VALUE IN EFFECT TONIGHT.           *
001100* MAINTAINED BY OPSMAINT, WHICH WRITES AN AUDIT LINE PER         *
001200* CHANGE.                                                        *
001300*                                                                *
001400* PARAMETER NAMES IN USE:                                        *
001500*   CKPT-INTERVAL    - SOLUTION CHECKPOINT INTERVAL (RECORDS)    *
001600*   HIST-WINDOW-DAYS - SOLUTION HISTORY TRIM WINDOW (DAYS); ALSO *
001650*                      SOLINTEG'S MESSAGE-WITHOUT-HISTORY WINDOW *
001700*   RETENTION-DAYS   - SOLPURGE RETENTION WINDOW (DAYS)          *
001800*   SWING-PCT        - SOLALERT VOLUME SWING BAND (PERCENT)      *
001900*   RATE-SPIKE-PTS   - SOLALERT REJECT RATE SPIKE (POINTS)       *
002000*   MIN-HISTORY      - SOLALERT MINIMUM RUNS BEFORE JUDGING      *
002100*   ESCALATE-LIMIT   - SOLFIX BOUNCES BEFORE ESCALATION          *
002110*   SLA-CUTOFF-HHMM  - SOLTIME BATCH-WINDOW HANDOFF TIME (HHMM)  *
002120*   TIME-AVG-DAYS    - SOLTIME ROLLING AVERAGE WINDOW (DAYS)     *
002200*----------------------------------------------------------------*
002300*  DATE        INIT  DESCRIPTION                                 *
002400*  09/01/2026  RTH   ORIGINAL LAYOUT FOR THE OPERATIONS          *
002500*                    CONTROL KSDS (KEY 24,0; RECSZ 60).          *
002510*  10/15/2026  RTH   SLA-CUTOFF-HHMM AND TIME-AVG-DAYS FOR THE   *
002520*                    SOLTIME BATCH-WINDOW REPORT.                *
002530*  10/15/2026  RTH   READER LIST NOW NAMES READYCHK AND SOLINTEG.*
002600*----------------------------------------------------------------*
002700 01  OPSCTL-RECORD.
002800     05  OC-KEY.

000100*----------------------------------------------------------------*
000200* RUNCTL.CPY                                                     *
000300* RUN-CONTROL LEDGER RECORD LAYOUT.                              *
000400* ONE RECORD PER STEP PER RUN, KEYED ON THE SCHEDULER'S RUN ID   *
000500* PLUS THE LOGICAL STEP NAME (CUSTLOAD, SOLUTION, SOLRNGA,       *
000600* SOLMERGE, SOLRECON, SOLACK, SOLALERT ...). EACH LEDGERED STEP  *
000700* MARKS ITSELF STARTED WHEN IT BEGINS AND COMPLETED OR FAILED,   *
000800* WITH ITS RETURN CODE, WHEN IT ENDS. ON A RESUBMIT UNDER THE    *
000900* SAME RUN ID A STEP ALREADY COMPLETED IS NOT RUN AGAIN: THE     *
001000* PROGRAM SAYS SO ON ITS REPORT AND ENDS RC 0, AND THE RUNCHK    *
001100* STEP AHEAD OF EACH GDG-PRODUCING STEP ENDS RC 4 SO THE JCL     *
001200* BYPASSES THE STEP BEFORE A NEW GENERATION IS CUT.              *
001300*                                                                *
001400* A STEP IS COMPLETED WHEN IT ENDED NORMALLY BELOW RC 8. A STEP  *
001500* THAT ABENDED IS LEFT STARTED, AND ONE THAT ENDED RC 8 OR OVER  *
001600* IS FAILED; EITHER WAY IT RUNS AGAIN ON THE RESUBMIT AND THE    *
001700* ATTEMPT COUNT GOES UP BY ONE.                                  *
001800*----------------------------------------------------------------*
001900*  DATE        INIT  DESCRIPTION                                 *
002000*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE RUN-CONTROL LEDGER  *
002100*                    KSDS (KEY 16,0; RECSZ 80).                  *
002200*----------------------------------------------------------------*
002300 01  RUNCTL-RECORD.
002400     05  RL-KEY.
002500         10  RL-RUN-ID           PIC X(08).
002600         10  RL-STEP-NAME        PIC X(08).
002700     05  RL-PROGRAM-ID           PIC X(08).
002800     05  RL-STEP-STATUS          PIC X(01).
002900         88  RL-STEP-STARTED                 VALUE 'S'.
003000         88  RL-STEP-COMPLETED               VALUE 'C'.
003100         88  RL-STEP-FAILED                  VALUE 'F'.
003200     05  RL-START-DATE           PIC X(08).
003300     05  RL-START-TIME           PIC X(06).
003400     05  RL-END-DATE             PIC X(08).
003500     05  RL-END-TIME             PIC X(06).
003600     05  RL-RETURN-CODE          PIC 9(04).
003700     05  RL-ATTEMPTS             PIC 9(03).
003800     05  FILLER                  PIC X(20).

000100*----------------------------------------------------------------*
000200* FIXQUE.CPY                                                     *
000300* REJECT CORRECTION QUEUE RECORD LAYOUT - ONE RECORD PER REJECT  *
000400* AN OPERATOR HAS WORKED ON THE SRWK REJECT WORKLIST SCREEN      *
000500* (PROGRAM SOLREJW). THE QUEUE KSDS (PROD.SOLUTION.FIXQUEUE, FCT *
000600* FILE SOLFIXQ) IS KEYED ON THE REJECTING RUN ID PLUS THE        *
000700* MESSAGE KEY, SO EACH REJECT LINE HAS AT MOST ONE DECISION;     *
000800* REWORKING AN ITEM BEFORE SOLFIX RUNS REPLACES THE DECISION.    *
000900* SOLFIX READS THE QUEUE IN PLACE OF THE OLD FIXFILE CARD DECK   *
001000* AND STAMPS EACH ENTRY WITH ITS OUTCOME, SO THE RECORD OF WHO   *
001100* DECIDED WHAT, AND WHEN, STAYS ON FILE.                         *
001200*----------------------------------------------------------------*
001300*  DATE        INIT  DESCRIPTION                                 *
001400*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE ONLINE REJECT       *
001500*                    WORKLIST AND THE SOLFIX QUEUE READ.         *
001510*  10/15/2026  RTH   FQ-CONTENT-REJECT FOR THE REASONS A SENDER  *
001520*                    CORRECTION CANNOT FIX (CONTENT SCREENING).  *
001530*  10/15/2026  RTH   ALSO READ BY SENDMRG, WHICH REFUSES A MERGE *
001540*                    WHILE A QUEUED DECISION NAMES THE OLD ID.   *
001600*----------------------------------------------------------------*
001700 01  FIXQUE-RECORD.
001800     05  FQ-KEY.
001900         10  FQ-RUN-ID           PIC X(08).
002000         10  FQ-SENDER-ID        PIC X(10).
002100         10  FQ-RUN-DATE         PIC X(08).
002200     05  FQ-ACTION               PIC X(01).
002300         88  FQ-CORRECTION                   VALUE 'C'.
002400         88  FQ-WRITE-OFF                    VALUE 'W'.
002500     05  FQ-NEW-SENDER-ID        PIC X(10).
002600     05  FQ-NEW-RUN-DATE         PIC X(08).
002700     05  FQ-REASON               PIC X(02).
002710         88  FQ-CONTENT-REJECT               VALUE '06' THRU '10'.
002800     05  FQ-OPERATOR-ID          PIC X(08).
002900     05  FQ-ENTRY-DATE           PIC X(08).
003000     05  FQ-ENTRY-TIME           PIC X(06).
003100     05  FQ-STATUS               PIC X(01).
003200         88  FQ-QUEUED                       VALUE 'Q'.
003300         88  FQ-APPLIED                      VALUE 'A'.
003400         88  FQ-UNREPAIRABLE                 VALUE 'U'.
003600     05  FQ-APPLIED-DATE         PIC X(08).
003700     05  FILLER                  PIC X(02).

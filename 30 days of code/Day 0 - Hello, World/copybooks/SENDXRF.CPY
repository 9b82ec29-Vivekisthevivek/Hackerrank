000100*----------------------------------------------------------------*
000200* SENDXRF.CPY                                                    *
000300* SENDER ID CROSS-REFERENCE RECORD LAYOUT.                       *
000400* ONE RECORD PER SENDER ID RETIRED BY A MERGER OR A REISSUE,     *
000500* KEYED ON THE OLD SENDER ID AND POINTING AT THE ID ITS MESSAGES *
000600* AND HISTORY WERE RE-KEYED TO. WRITTEN BY SENDMRG; READ BY      *
000700* SOLSTMT AND SOLARCH SO STATEMENTS AND ARCHIVE RETRIEVALS UNDER *
000800* EITHER ID FIND THE FULL HISTORY - THE ARCHIVE GENERATIONS AND  *
000900* OLD EXTRACT/REJECT GENERATIONS STILL CARRY THE OLD ID. A NEW   *
001000* ID MAY ITSELF BE RETIRED LATER, SO READERS FOLLOW THE CHAIN    *
001100* UNTIL THE ID IS NOT ON FILE (THE SURVIVING ID).                *
001200*----------------------------------------------------------------*
001300*  DATE        INIT  DESCRIPTION                                 *
001400*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE SENDER MERGE AND    *
001500*                    RENUMBER UTILITY (KEY 10,0; RECSZ 80).      *
001510*  10/15/2026  RTH   ALSO READ BY SOLINTEG, WHICH RESOLVES THE   *
001520*                    ARCHIVED SENDER IDS BEFORE ITS KEY MATCH.   *
001600*----------------------------------------------------------------*
001700 01  SENDXRF-RECORD.
001800     05  SX-OLD-SENDER-ID        PIC X(10).
001900     05  SX-NEW-SENDER-ID        PIC X(10).
002000     05  SX-MAPPING-TYPE         PIC X(01).
002100         88  SX-NEW-ENTRY                    VALUE 'N'.
002200         88  SX-MERGED-INTO                  VALUE 'M'.
002300     05  SX-EFF-DATE             PIC X(08).
002400     05  SX-RUN-DATE             PIC X(08).
002500     05  SX-USERID               PIC X(08).
002600     05  SX-MSGS-MOVED           PIC 9(07).
002700     05  SX-HIST-MOVED           PIC 9(07).
002800     05  FILLER                  PIC X(21).

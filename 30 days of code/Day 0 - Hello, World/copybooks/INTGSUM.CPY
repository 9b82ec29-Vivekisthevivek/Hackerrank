000100*----------------------------------------------------------------*
000200* INTGSUM.CPY                                                    *
000300* REFERENTIAL INTEGRITY AUDIT SUMMARY RECORD LAYOUT.             *
000400* ONE RECORD PER WEEKLY SOLINTEG RUN, APPENDED TO THE INTEGRITY  *
000500* AUDIT HISTORY (PROD.SOLUTION.INTGHIST, DISP=MOD). CARRIES THE  *
000600* QUARTER THE RUN FELL IN, THE VOLUMES MATCHED, AND THE COUNT OF *
000700* EACH EXCEPTION TYPE, SO SOLINTEG CAN PRINT THE QUARTER-TO-DATE *
000800* SUMMARY THE AUDITORS SIGN OFF. THE EXCEPTION COUNTS ARE ALSO   *
000900* VIEWED AS A TABLE IN EXCEPTION-TYPE ORDER:                     *
001000*   1 - MESSAGES FOR AN EXPIRED, INACTIVE, OR UNKNOWN SENDER     *
001100*   2 - HISTORY POSTING WITH NO MESSAGE (ON FILE OR ARCHIVED)    *
001200*   3 - MESSAGE WITH NO HISTORY POSTING                          *
001300*   4 - HISTORY RUN ID WITH NO AUDIT TRAIL LINE                  *
001400*   5 - MESSAGE ON BOTH THE KSDS AND A SOLPURGE ARCHIVE          *
001500*----------------------------------------------------------------*
001600*  DATE        INIT  DESCRIPTION                                 *
001700*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE WEEKLY INTEGRITY    *
001800*                    AUDIT HISTORY (RECSZ 80).                   *
001900*----------------------------------------------------------------*
002000 01  INTGSUM-RECORD.
002100     05  IS-RUN-DATE             PIC X(08).
002200     05  IS-QUARTER              PIC X(06).
002300     05  IS-MSGS-MATCHED         PIC 9(09).
002400     05  IS-HIST-MATCHED         PIC 9(09).
002500     05  IS-EXCEPTION-COUNTS.
002600         10  IS-EXPIRED-SENDER   PIC 9(07).
002700         10  IS-HIST-NO-MSG      PIC 9(07).
002800         10  IS-MSG-NO-HIST      PIC 9(07).
002900         10  IS-RUN-NO-AUDIT     PIC 9(07).
003000         10  IS-KSDS-AND-ARCH    PIC 9(07).
003100     05  IS-EXCEPTION-TABLE REDEFINES IS-EXCEPTION-COUNTS.
003200         10  IS-EXC-COUNT        PIC 9(07)  OCCURS 5 TIMES.
003300     05  IS-RETURN-CODE          PIC 9(02).
003400     05  FILLER                  PIC X(11).

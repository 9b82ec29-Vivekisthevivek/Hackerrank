000100*----------------------------------------------------------------*
000200* MSGJRNL.CPY                                                    *
000300* MESSAGE FILE BEFORE/AFTER-IMAGE JOURNAL RECORD LAYOUT.         *
000400* WRITTEN BY CUSTLOAD TO THE LODJRN GENERATION - ONE DETAIL      *
000500* RECORD PER FEED TRANSACTION ACTUALLY APPLIED TO THE MESSAGE    *
000600* KSDS, TAGGED WITH THE FEED ID OF ITS BATCH AND THE DATE AND    *
000700* TIME IT WAS LOADED, PLUS ONE TOTALS RECORD PER BATCH WITH      *
000800* THE COUNTS THE BATCH BALANCED TO. READ BY CUSTBACK TO REVERSE  *
000900* ONE BAD BATCH WITHOUT RESTORING THE WHOLE CLUSTER.             *
001000*                                                                *
001100* DETAIL RECORDS CARRY THE WHOLE CUSTMSG RECORD BEFORE AND       *
001200* AFTER THE TRANSACTION: AN ADD HAS A BLANK BEFORE IMAGE, A      *
001300* DELETE A BLANK AFTER IMAGE. JR-SEQUENCE NUMBERS THE APPLIED    *
001400* TRANSACTIONS IN THE ORDER CUSTLOAD APPLIED THEM; THE BATCH     *
001500* TOTALS RECORD CARRIES 9999999 SO A SORT ON THE BATCH KEY AND   *
001600* DESCENDING SEQUENCE (1,22,CH,A,24,7,ZD,D) PUTS THE TOTALS      *
001700* FIRST AND THE DETAILS IN REVERSE APPLICATION ORDER, THE ORDER  *
001800* A BACKOUT MUST UNDO THEM IN.                                   *
001810*                                                                *
001820* THE LOAD TIME (HHMMSS, TAKEN ONCE PER CUSTLOAD RUN) KEEPS A    *
001830* BATCH LOADED AGAIN ON THE SAME DATE (A RERUN AFTER A BACKOUT)  *
001840* APART FROM THE FIRST LOAD WHEN THE SORT READS EVERY            *
001850* GENERATION UNDER THE GDG BASE.                                 *
001900*----------------------------------------------------------------*
002000*  DATE        INIT  DESCRIPTION                                 *
002100*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE CUSTLOAD JOURNAL    *
002200*                    AND THE CUSTBACK FEED BACKOUT (550 BYTES).  *
002210*  10/15/2026  RTH   LOAD TIME ADDED TO THE BATCH KEY SO TWO     *
002220*                    LOADS OF ONE FEED ON ONE DATE STAY APART.   *
002300*----------------------------------------------------------------*
002400 01  MSGJRNL-RECORD.
002500     05  JR-BATCH-KEY.
002600         10  JR-FEED-ID          PIC X(08).
002700         10  JR-LOAD-DATE        PIC X(08).
002710         10  JR-LOAD-TIME        PIC X(06).
002800     05  JR-RECORD-TYPE          PIC X(01).
002900         88  JR-DETAIL-RECORD                VALUE 'D'.
003000         88  JR-TOTALS-RECORD                VALUE 'T'.
003100     05  JR-SEQUENCE             PIC 9(07).
003200     05  JR-ACTION               PIC X(01).
003300         88  JR-ADD-TRAN                     VALUE 'A'.
003400         88  JR-UPDATE-TRAN                  VALUE 'U'.
003500         88  JR-DELETE-TRAN                  VALUE 'D'.
003600     05  JR-FEED-DATE            PIC X(08).
003700     05  JR-BEFORE-IMAGE         PIC X(255).
003800     05  JR-TOTALS-DATA REDEFINES JR-BEFORE-IMAGE.
003900         10  JR-TOT-EXPECTED     PIC 9(07).
004000         10  JR-TOT-DETAILS      PIC 9(07).
004100         10  JR-TOT-APPLIED      PIC 9(07).
004200         10  JR-TOT-REJECTED     PIC 9(07).
004300         10  JR-TOT-BYPASSED     PIC 9(07).
004400         10  JR-TOT-ERROR-SW     PIC X(01).
004500             88  JR-TOT-IN-ERROR             VALUE 'Y'.
004600         10  FILLER              PIC X(219).
004700     05  JR-AFTER-IMAGE          PIC X(255).
004800     05  FILLER                  PIC X(01).

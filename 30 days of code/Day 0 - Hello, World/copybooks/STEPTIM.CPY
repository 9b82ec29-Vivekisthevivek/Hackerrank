000100*----------------------------------------------------------------*
000200* STEPTIM.CPY                                                    *
000300* STEP TIMING LOG RECORD LAYOUT.                                 *
000400* ONE RECORD PER STEP ATTEMPT, KEYED ON THE SCHEDULER'S RUN ID,  *
000500* THE LOGICAL STEP NAME (READYCHK, CUSTLOAD, SOLUTION, SOLRNGA,  *
000600* SOLMERGE, SOLRECON, SOLACK, SOLALERT ...) AND THE START DATE   *
000700* AND TIME, SO A RESUBMITTED STEP ADDS A RECORD RATHER THAN      *
000800* OVERLAYING THE FAILED ATTEMPT. EACH TIMED STEP WRITES ITS      *
000900* RECORD RUNNING WHEN IT BEGINS AND REWRITES IT ENDED, WITH ITS  *
001000* END TIME, RECORD COUNTS AND RETURN CODE, WHEN IT FINISHES. A   *
001100* RECORD LEFT RUNNING IS A STEP STILL IN FLIGHT OR ONE THAT      *
001200* ABENDED. THE CLUSTER IS SHARED BY THE WHOLE NIGHTLY JOB FAMILY *
001300* (THE SPLIT RANGES WRITE TO IT CONCURRENTLY) AND IS READ BY THE *
001400* SOLTIME BATCH-WINDOW REPORT.                                   *
001500*                                                                *
001600* RECORDS IN IS WHAT THE STEP READ AS ITS WORK (TRANSACTIONS,    *
001700* MESSAGES, AUDIT LINES ...); RECORDS OUT IS WHAT IT PRODUCED.   *
001800*----------------------------------------------------------------*
001900*  DATE        INIT  DESCRIPTION                                 *
002000*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE STEP TIMING LOG     *
002100*                    KSDS (KEY 30,0; RECSZ 100).                 *
002200*----------------------------------------------------------------*
002300 01  STEPTIM-RECORD.
002400     05  TL-KEY.
002500         10  TL-RUN-ID           PIC X(08).
002600         10  TL-STEP-NAME        PIC X(08).
002700         10  TL-START-DATE       PIC X(08).
002800         10  TL-START-TIME       PIC X(06).
002900     05  TL-PROGRAM-ID           PIC X(08).
003000     05  TL-STEP-STATUS          PIC X(01).
003100         88  TL-STEP-RUNNING                 VALUE 'R'.
003200         88  TL-STEP-ENDED                   VALUE 'E'.
003300     05  TL-END-DATE             PIC X(08).
003400     05  TL-END-TIME             PIC X(06).
003500     05  TL-RECORDS-IN           PIC 9(09).
003600     05  TL-RECORDS-OUT          PIC 9(09).
003700     05  TL-RETURN-CODE          PIC 9(04).
003800     05  FILLER                  PIC X(25).

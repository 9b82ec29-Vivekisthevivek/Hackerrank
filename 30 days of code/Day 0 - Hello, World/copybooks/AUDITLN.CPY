001220*                    NIGHT'S RUN TIES TO ITS AUDIT LINE BY ID   *
001230*                    INSTEAD OF BY FILE POSITION. LINE IS NOW   *
001240*                    112 BYTES.                                  *
001250*  10/15/2026  RTH   PROCESSING MODE CARRIED IN THE SPARE BYTES  *
001260*                    AFTER THE TIME (F FULL PASS, C CHANGED      *
001270*                    RECORDS ONLY, T TARGETED SENDER) SO         *
001280*                    READERS KNOW WHAT "READ" MEANT FOR THE RUN. *
001290*                    LINES WRITTEN BEFORE THE CHANGE CARRY A     *
001295*                    BLANK MODE AND WERE ALL FULL PASSES.        *
001296*  10/15/2026  RTH   MODE I - INTRADAY URGENT-FEED RUN. THE      *
001297*                    NIGHT'S CONTROL STEPS FOLD THE I LINES      *
001298*                    SINCE THE LAST NIGHTLY LINE INTO TONIGHT.   *
001300*----------------------------------------------------------------*
001400 01  AUDIT-TRAIL-LINE.
001500     05  FILLER                      PIC X(07) VALUE 'RUN ON '.
001600     05  AU-DATE                     PIC X(10) VALUE SPACES.
001700     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  AU-TIME                     PIC X(08) VALUE SPACES.
001900     05  FILLER                      PIC X(01) VALUE SPACE.
001910     05  AU-RUN-MODE                 PIC X(01) VALUE SPACE.
001920         88  AU-FULL-PASS                    VALUE 'F' ' '.
001930         88  AU-CHANGED-ONLY                 VALUE 'C'.
001940         88  AU-TARGETED-RUN                 VALUE 'T'.
001945         88  AU-INTRADAY-RUN                 VALUE 'I'.
001950     05  FILLER                      PIC X(01) VALUE SPACE.
002000     05  FILLER                      PIC X(07) VALUE 'BY: '.
002100     05  AU-USERID                   PIC X(08) VALUE SPACES.
002200     05  FILLER                      PIC X(03) VALUE SPACES.

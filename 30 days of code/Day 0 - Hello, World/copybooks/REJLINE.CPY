001250*  09/01/2026  RTH   ADDED THE RUN ID SO A REJECT TIES TO THE   *
001260*                    RUN THAT PRODUCED IT. LINE IS NOW 92       *
001270*                    BYTES.                                      *
001280*  10/15/2026  RTH   REASONS 06-10 FOR THE SOLUTION CONTENT      *
001290*                    SCREENING (SEE CONTRULE); RJ-CONTENT-REJECT *
001292*                    MARKS THEM FOR READERS THAT ROUTE THEM.     *
001300*----------------------------------------------------------------*
001400 01  REJECT-LISTING-LINE.
001500     05  RJ-SENDER                   PIC X(10).
001610     05  RJ-RUN-DATE                 PIC X(08).
001620     05  FILLER                      PIC X(01) VALUE SPACE.
001700     05  RJ-REASON                   PIC X(02).
001710         88  RJ-CONTENT-REJECT               VALUE '06' THRU '10'.
001800     05  FILLER                      PIC X(01) VALUE SPACE.
001900     05  RJ-TEXT                     PIC X(60).
002000     05  FILLER                      PIC X(01) VALUE SPACE.

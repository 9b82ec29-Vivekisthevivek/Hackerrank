000100*----------------------------------------------------------------*
000200* SOLREJM.CPY                                                    *
000300* SYMBOLIC MAPS FOR THE SRWK REJECT WORKLIST (RJLMAP) AND        *
000400* CORRECTION (RJDMAP) SCREENS IN MAPSET SOLREJM. KEPT IN STEP    *
000500* WITH MAPS/SOLREJ.BMS BY HAND - REGENERATE OR RE-EDIT BOTH      *
000600* TOGETHER WHEN A SCREEN CHANGES.                                *
000700*----------------------------------------------------------------*
000800*  DATE        INIT  DESCRIPTION                                 *
000900*  10/15/2026  RTH   ORIGINAL SYMBOLIC MAPS FOR SRWK.            *
001000*----------------------------------------------------------------*
001100 01  RJLMAPI.
001200     05  FILLER                  PIC X(12).
001300     05  RUNIDL                  PIC S9(04) COMP.
001400     05  RUNIDF                  PIC X(01).
001500     05  RUNIDI                  PIC X(08).
001600     05  SELNOL                  PIC S9(04) COMP.
001700     05  SELNOF                  PIC X(01).
001800     05  SELNOI                  PIC X(02).
001900     05  LSTLIND OCCURS 12 TIMES.
002000         10  LSTLINL             PIC S9(04) COMP.
002100         10  LSTLINF             PIC X(01).
002200         10  LSTLINI             PIC X(79).
002300     05  LMSGL                   PIC S9(04) COMP.
002400     05  LMSGF                   PIC X(01).
002500     05  LMSGI                   PIC X(60).
002600 01  RJLMAPO REDEFINES RJLMAPI.
002700     05  FILLER                  PIC X(12).
002800     05  FILLER                  PIC X(03).
002900     05  RUNIDO                  PIC X(08).
003000     05  FILLER                  PIC X(03).
003100     05  SELNOO                  PIC X(02).
003200     05  LSTLNOD OCCURS 12 TIMES.
003300         10  FILLER              PIC X(03).
003400         10  LSTLINO             PIC X(79).
003500     05  FILLER                  PIC X(03).
003600     05  LMSGO                   PIC X(60).
003700
003800 01  RJDMAPI.
003900     05  FILLER                  PIC X(12).
004000     05  DSENDL                  PIC S9(04) COMP.
004100     05  DSENDF                  PIC X(01).
004200     05  DSENDI                  PIC X(10).
004300     05  DRUNDTL                 PIC S9(04) COMP.
004400     05  DRUNDTF                 PIC X(01).
004500     05  DRUNDTI                 PIC X(08).
004600     05  DRUNIDL                 PIC S9(04) COMP.
004700     05  DRUNIDF                 PIC X(01).
004800     05  DRUNIDI                 PIC X(08).
004900     05  DREASL                  PIC S9(04) COMP.
005000     05  DREASF                  PIC X(01).
005100     05  DREASI                  PIC X(02).
005200     05  DSTATL                  PIC S9(04) COMP.
005300     05  DSTATF                  PIC X(01).
005400     05  DSTATI                  PIC X(50).
005500     05  DTXTD OCCURS 3 TIMES.
005600         10  DTXTL               PIC S9(04) COMP.
005700         10  DTXTF               PIC X(01).
005800         10  DTXTI               PIC X(79).
005900     05  ACTNL                   PIC S9(04) COMP.
006000     05  ACTNF                   PIC X(01).
006100     05  ACTNI                   PIC X(01).
006200     05  NEWSNDL                 PIC S9(04) COMP.
006300     05  NEWSNDF                 PIC X(01).
006400     05  NEWSNDI                 PIC X(10).
006500     05  NEWDTEL                 PIC S9(04) COMP.
006600     05  NEWDTEF                 PIC X(01).
006700     05  NEWDTEI                 PIC X(08).
006800     05  NEWNAML                 PIC S9(04) COMP.
006900     05  NEWNAMF                 PIC X(01).
007000     05  NEWNAMI                 PIC X(30).
007100     05  DWORKL                  PIC S9(04) COMP.
007200     05  DWORKF                  PIC X(01).
007300     05  DWORKI                  PIC X(60).
007400     05  DMSGL                   PIC S9(04) COMP.
007500     05  DMSGF                   PIC X(01).
007600     05  DMSGI                   PIC X(60).
007700 01  RJDMAPO REDEFINES RJDMAPI.
007800     05  FILLER                  PIC X(12).
007900     05  FILLER                  PIC X(03).
008000     05  DSENDO                  PIC X(10).
008100     05  FILLER                  PIC X(03).
008200     05  DRUNDTO                 PIC X(08).
008300     05  FILLER                  PIC X(03).
008400     05  DRUNIDO                 PIC X(08).
008500     05  FILLER                  PIC X(03).
008600     05  DREASO                  PIC X(02).
008700     05  FILLER                  PIC X(03).
008800     05  DSTATO                  PIC X(50).
008900     05  DTXTOD OCCURS 3 TIMES.
009000         10  FILLER              PIC X(03).
009100         10  DTXTO               PIC X(79).
009200     05  FILLER                  PIC X(03).
009300     05  ACTNO                   PIC X(01).
009400     05  FILLER                  PIC X(03).
009500     05  NEWSNDO                 PIC X(10).
009600     05  FILLER                  PIC X(03).
009700     05  NEWDTEO                 PIC X(08).
009800     05  FILLER                  PIC X(03).
009900     05  NEWNAMO                 PIC X(30).
010000     05  FILLER                  PIC X(03).
010100     05  DWORKO                  PIC X(60).
010200     05  FILLER                  PIC X(03).
010300     05  DMSGO                   PIC X(60).

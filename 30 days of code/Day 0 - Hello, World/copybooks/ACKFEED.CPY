001810*  09/01/2026  RTH   ACCEPTED RECORDS NOW SOURCED FROM THE       *
001820*                    CUSTLOAD APPLIED LISTING, ONE PER FEED      *
001830*                    TRANSACTION APPLIED TONIGHT.                *
001840*  10/15/2026  RTH   RUN ID OF THE RUN THAT HANDLED THE          *
001850*                    TRANSACTION CARVED FROM THE SPARE BYTES.    *
001860*                    THE INTRADAY URGENT-FEED RUNS WRITE THEIR   *
001870*                    OWN FEED GENERATIONS, WHICH THE NIGHT'S     *
001880*                    SOLACK FOLDS INTO THE TRANSMITTED FEED      *
001890*                    UNDER THE INTRADAY RUN IDS.                 *
001900*----------------------------------------------------------------*
002000 01  ACKFEED-RECORD.
002100     05  AK-SENDER-ID            PIC X(10).
003000         10  AK-SOURCE           PIC X(01).
003100             88  AK-FROM-LOAD                VALUE 'L'.
003200             88  AK-FROM-RUN                 VALUE 'S'.
003250         10  AK-RUN-ID           PIC X(08).
003300         10  FILLER              PIC X(10).
003400     05  AK-HEADER-DATA REDEFINES AK-DATA.
003500         10  AK-HDR-FEED-ID      PIC X(08).
003600         10  FILLER              PIC X(14).

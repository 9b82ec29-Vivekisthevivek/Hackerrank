000100*----------------------------------------------------------------*
000200* CONTRULE.CPY                                                   *
000300* MESSAGE CONTENT RULE RECORD LAYOUT.                            *
000400* ONE RECORD PER CONTENT RULE, KEYED ON THE RULE TYPE PLUS THE   *
000500* RULE ID. READ AT INITIALIZATION BY SOLUTION, WHICH SCREENS     *
000600* THE MESSAGE TEXT AND RUN DATE OF EVERY DETAIL RECORD AGAINST   *
000700* THE RULES IN EFFECT ON THE PROCESS DATE. MAINTAINED BY         *
000800* RULMAINT, WHICH WRITES AN AUDIT LINE PER CHANGE, SO            *
000900* COMPLIANCE CAN ADD A TERM WITHOUT A PROGRAM CHANGE.            *
001000*                                                                *
001100* RULE TYPES:                                                    *
001200*   T - PROHIBITED TERM. THE RULE ID IS THE TERM ITSELF, UPPER   *
001300*       CASE, LEFT JUSTIFIED. MATCHED ANYWHERE IN THE MESSAGE    *
001400*       TEXT REGARDLESS OF CASE (REASON 10).                     *
001500*   F - FORMAT RULE. THE RULE ID NAMES THE CHECK; A FORMAT RULE  *
001600*       NOT ON FILE STAYS IN FORCE, SO A RECORD IS ONLY NEEDED   *
001700*       TO SWITCH A CHECK OFF (STATUS I) OR BACK ON.             *
001800*         BLANK-TEXT      - TEXT AREA ALL SPACES (REASON 06)     *
001900*         NON-PRINTABLE   - CONTROL OR BINARY BYTES (REASON 07)  *
002000*         RUN-DATE-VALID  - RUN DATE NOT A REAL DATE (REASON 08) *
002100*         RUN-DATE-FUTURE - RUN DATE AFTER THE PROCESS DATE      *
002200*                           (REASON 09)                          *
002300*                                                                *
002400* A RULE TAKES EFFECT ON ITS EFFECTIVE DATE; STATUS I HOLDS IT   *
002500* ON FILE WITHOUT APPLYING IT.                                   *
002600*----------------------------------------------------------------*
002700*  DATE        INIT  DESCRIPTION                                 *
002800*  10/15/2026  RTH   ORIGINAL LAYOUT FOR THE CONTENT RULES       *
002900*                    KSDS (KEY 31,0; RECSZ 80).                  *
003000*----------------------------------------------------------------*
003100 01  CONTRULE-RECORD.
003200     05  CR-KEY.
003300         10  CR-RULE-TYPE        PIC X(01).
003400             88  CR-TERM-RULE                VALUE 'T'.
003500             88  CR-FORMAT-RULE              VALUE 'F'.
003600         10  CR-RULE-ID          PIC X(30).
003700     05  CR-STATUS               PIC X(01).
003800         88  CR-RULE-ACTIVE                  VALUE 'A'.
003900         88  CR-RULE-INACTIVE                VALUE 'I'.
004000     05  CR-EFF-DATE             PIC X(08).
004100     05  CR-UPDATED-BY           PIC X(08).
004200     05  CR-UPDATED-DATE         PIC X(08).
004300     05  FILLER                  PIC X(24).

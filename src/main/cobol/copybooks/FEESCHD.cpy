000100***************************************************************
000200*                                                              *
000300*   FEESCHD  --  TYPE-03 FEE SCHEDULE TABLE                    *
000400*                                                              *
000500*   ONE ENTRY PER SCHEDULED FEE: THE ORIGINATING SOURCE AND    *
000600*   THE FEE CODE CARRIED ON THE TYPE-03 RECORD (TRANS-FEE-     *
000700*   CODE) KEY THE CHARGE THAT SOURCE IS ALLOWED TO LEVY FOR    *
000800*   THAT FEE.  A CHARGE CHANGE IS MADE BY ADDING A NEW ROW     *
000900*   WITH A LATER EFFECTIVE DATE, NOT BY OVERWRITING THE OLD    *
001000*   ONE, SO ITEMS EFFECTIVE BEFORE THE CHANGE STILL VALIDATE   *
001100*   AGAINST THE CHARGE THAT APPLIED ON THEIR DATE.             *
001200*                                                              *
001300*   THE TABLE IS LOADED ON THE FIRST CALL OF ENQ303 FROM THE   *
001400*   FEE-SCHEDULE FILE (SEE ENQ303 SELECT/FD).  FOR A GIVEN     *
001500*   SOURCE AND FEE CODE THE ROW THAT APPLIES IS THE ACTIVE     *
001600*   ROW (FEES-ACTIVE-FLAG = 'Y') WITH THE LATEST EFFECTIVE     *
001700*   DATE NOT LATER THAN THE TRANSACTION'S EFFECTIVE DATE --    *
001800*   THE SAME EFFECTIVE-DATING RULE AS APPRTBL.  A BLANK        *
001900*   FEES-CURRENCY-CODE MEANS THE CHARGE APPLIES IN ANY         *
002000*   CURRENCY.                                                  *
002100*                                                              *
002200*   MODIFICATION HISTORY                                       *
002300*   DATE       INIT  DESCRIPTION                               *
002400*   ---------- ----  ------------------------------------------*
002500*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002600*                                                              *
002700***************************************************************
002800 01  FEES-TABLE-CONTROL.
002900     05  FEES-TABLE-COUNT            PIC 9(04) COMP VALUE ZERO.
003000     05  FEES-MAX-ENTRIES            PIC 9(04) COMP VALUE 500.
003100     05  FEES-TABLE OCCURS 500 TIMES
003200                    INDEXED BY FEES-IDX.
003300         10  FEES-SOURCE             PIC X(08).
003400         10  FEES-FEE-CODE           PIC X(04).
003500         10  FEES-EFFECTIVE-DATE     PIC 9(08).
003600         10  FEES-CURRENCY-CODE      PIC X(03).
003700         10  FEES-CHARGE-AMOUNT      PIC S9(11)V99 COMP-3.
003800         10  FEES-ACTIVE-FLAG        PIC X(01).
003900             88  FEES-IS-ACTIVE          VALUE 'Y'.
004000             88  FEES-IS-INACTIVE        VALUE 'N'.

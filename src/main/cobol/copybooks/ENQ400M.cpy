000100***************************************************************
000200*                                                              *
000300*   ENQ400M  --  SYMBOLIC MAP FOR BMS MAPSET ENQ400M, MAP      *
000400*                ENQ400A (OPEN SUSPENSE BY ACCOUNT)            *
000500*                                                              *
000600*   THE LAYOUT THE BMS ASSEMBLY WITH TYPE=DSECT PRODUCES FROM  *
000700*   THE BMS SOURCE ENQ400M, KEPT HERE SO ENQ400 COMPILES       *
000800*   WITH THE REST OF THE COPYBOOKS.  ANY CHANGE TO THE MAPSET  *
000900*   MUST BE MADE HERE TOO, FIELD FOR FIELD AND IN ORDER.       *
001000*                                                              *
001100*   MODIFICATION HISTORY                                       *
001200*   DATE       INIT  DESCRIPTION                               *
001300*   ---------- ----  ------------------------------------------*
001400*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
001500*                                                              *
001600***************************************************************
001700 01  ENQ400AI.
001800     02  FILLER                  PIC X(12).
001900     02  ACCTL                   COMP PIC S9(04).
002000     02  ACCTF                   PIC X(01).
002100     02  FILLER REDEFINES ACCTF.
002200         03  ACCTA               PIC X(01).
002300     02  ACCTI                   PIC X(06).
002400     02  LN01L                   COMP PIC S9(04).
002500     02  LN01F                   PIC X(01).
002600     02  FILLER REDEFINES LN01F.
002700         03  LN01A               PIC X(01).
002800     02  LN01I                   PIC X(79).
002900     02  LN02L                   COMP PIC S9(04).
003000     02  LN02F                   PIC X(01).
003100     02  FILLER REDEFINES LN02F.
003200         03  LN02A               PIC X(01).
003300     02  LN02I                   PIC X(79).
003400     02  LN03L                   COMP PIC S9(04).
003500     02  LN03F                   PIC X(01).
003600     02  FILLER REDEFINES LN03F.
003700         03  LN03A               PIC X(01).
003800     02  LN03I                   PIC X(79).
003900     02  LN04L                   COMP PIC S9(04).
004000     02  LN04F                   PIC X(01).
004100     02  FILLER REDEFINES LN04F.
004200         03  LN04A               PIC X(01).
004300     02  LN04I                   PIC X(79).
004400     02  LN05L                   COMP PIC S9(04).
004500     02  LN05F                   PIC X(01).
004600     02  FILLER REDEFINES LN05F.
004700         03  LN05A               PIC X(01).
004800     02  LN05I                   PIC X(79).
004900     02  LN06L                   COMP PIC S9(04).
005000     02  LN06F                   PIC X(01).
005100     02  FILLER REDEFINES LN06F.
005200         03  LN06A               PIC X(01).
005300     02  LN06I                   PIC X(79).
005400     02  LN07L                   COMP PIC S9(04).
005500     02  LN07F                   PIC X(01).
005600     02  FILLER REDEFINES LN07F.
005700         03  LN07A               PIC X(01).
005800     02  LN07I                   PIC X(79).
005900     02  LN08L                   COMP PIC S9(04).
006000     02  LN08F                   PIC X(01).
006100     02  FILLER REDEFINES LN08F.
006200         03  LN08A               PIC X(01).
006300     02  LN08I                   PIC X(79).
006400     02  LN09L                   COMP PIC S9(04).
006500     02  LN09F                   PIC X(01).
006600     02  FILLER REDEFINES LN09F.
006700         03  LN09A               PIC X(01).
006800     02  LN09I                   PIC X(79).
006900     02  LN10L                   COMP PIC S9(04).
007000     02  LN10F                   PIC X(01).
007100     02  FILLER REDEFINES LN10F.
007200         03  LN10A               PIC X(01).
007300     02  LN10I                   PIC X(79).
007400     02  LN11L                   COMP PIC S9(04).
007500     02  LN11F                   PIC X(01).
007600     02  FILLER REDEFINES LN11F.
007700         03  LN11A               PIC X(01).
007800     02  LN11I                   PIC X(79).
007900     02  LN12L                   COMP PIC S9(04).
008000     02  LN12F                   PIC X(01).
008100     02  FILLER REDEFINES LN12F.
008200         03  LN12A               PIC X(01).
008300     02  LN12I                   PIC X(79).
008400     02  LN13L                   COMP PIC S9(04).
008500     02  LN13F                   PIC X(01).
008600     02  FILLER REDEFINES LN13F.
008700         03  LN13A               PIC X(01).
008800     02  LN13I                   PIC X(79).
008900     02  LN14L                   COMP PIC S9(04).
009000     02  LN14F                   PIC X(01).
009100     02  FILLER REDEFINES LN14F.
009200         03  LN14A               PIC X(01).
009300     02  LN14I                   PIC X(79).
009400     02  MSGL                    COMP PIC S9(04).
009500     02  MSGF                    PIC X(01).
009600     02  FILLER REDEFINES MSGF.
009700         03  MSGA                PIC X(01).
009800     02  MSGI                    PIC X(79).
009900 01  ENQ400AO REDEFINES ENQ400AI.
010000     02  FILLER                  PIC X(12).
010100     02  FILLER                  PIC X(03).
010200     02  ACCTO                   PIC X(06).
010300     02  FILLER                  PIC X(03).
010400     02  LN01O                   PIC X(79).
010500     02  FILLER                  PIC X(03).
010600     02  LN02O                   PIC X(79).
010700     02  FILLER                  PIC X(03).
010800     02  LN03O                   PIC X(79).
010900     02  FILLER                  PIC X(03).
011000     02  LN04O                   PIC X(79).
011100     02  FILLER                  PIC X(03).
011200     02  LN05O                   PIC X(79).
011300     02  FILLER                  PIC X(03).
011400     02  LN06O                   PIC X(79).
011500     02  FILLER                  PIC X(03).
011600     02  LN07O                   PIC X(79).
011700     02  FILLER                  PIC X(03).
011800     02  LN08O                   PIC X(79).
011900     02  FILLER                  PIC X(03).
012000     02  LN09O                   PIC X(79).
012100     02  FILLER                  PIC X(03).
012200     02  LN10O                   PIC X(79).
012300     02  FILLER                  PIC X(03).
012400     02  LN11O                   PIC X(79).
012500     02  FILLER                  PIC X(03).
012600     02  LN12O                   PIC X(79).
012700     02  FILLER                  PIC X(03).
012800     02  LN13O                   PIC X(79).
012900     02  FILLER                  PIC X(03).
013000     02  LN14O                   PIC X(79).
013100     02  FILLER                  PIC X(03).
013200     02  MSGO                    PIC X(79).

000100***************************************************************
000200*                                                              *
000300*   ENQ390M  --  SYMBOLIC MAP FOR BMS MAPSET ENQ390M, MAP      *
000400*                ENQ390A (ENTITLEMENT POSITION INQUIRY)        *
000500*                                                              *
000600*   THE LAYOUT THE BMS ASSEMBLY WITH TYPE=DSECT PRODUCES FROM  *
000700*   THE BMS SOURCE ENQ390M, KEPT HERE SO ENQ390 COMPILES       *
000800*   WITH THE REST OF THE COPYBOOKS.  ANY CHANGE TO THE MAPSET  *
000900*   MUST BE MADE HERE TOO, FIELD FOR FIELD AND IN ORDER.       *
001000*                                                              *
001100*   MODIFICATION HISTORY                                       *
001200*   DATE       INIT  DESCRIPTION                               *
001300*   ---------- ----  ------------------------------------------*
001400*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
001500*                                                              *
001600***************************************************************
001700 01  ENQ390AI.
001800     02  FILLER                  PIC X(12).
001900     02  SRCEL                   COMP PIC S9(04).
002000     02  SRCEF                   PIC X(01).
002100     02  FILLER REDEFINES SRCEF.
002200         03  SRCEA               PIC X(01).
002300     02  SRCEI                   PIC X(08).
002400     02  ACCTL                   COMP PIC S9(04).
002500     02  ACCTF                   PIC X(01).
002600     02  FILLER REDEFINES ACCTF.
002700         03  ACCTA               PIC X(01).
002800     02  ACCTI                   PIC X(06).
002900     02  ASOFL                   COMP PIC S9(04).
003000     02  ASOFF                   PIC X(01).
003100     02  FILLER REDEFINES ASOFF.
003200         03  ASOFA               PIC X(01).
003300     02  ASOFI                   PIC X(08).
003400     02  STATL                   COMP PIC S9(04).
003500     02  STATF                   PIC X(01).
003600     02  FILLER REDEFINES STATF.
003700         03  STATA               PIC X(01).
003800     02  STATI                   PIC X(06).
003900     02  GRUPL                   COMP PIC S9(04).
004000     02  GRUPF                   PIC X(01).
004100     02  FILLER REDEFINES GRUPF.
004200         03  GRUPA               PIC X(01).
004300     02  GRUPI                   PIC X(08).
004400     02  LCDTL                   COMP PIC S9(04).
004500     02  LCDTF                   PIC X(01).
004600     02  FILLER REDEFINES LCDTF.
004700         03  LCDTA               PIC X(01).
004800     02  LCDTI                   PIC X(10).
004900     02  LIM1L                   COMP PIC S9(04).
005000     02  LIM1F                   PIC X(01).
005100     02  FILLER REDEFINES LIM1F.
005200         03  LIM1A               PIC X(01).
005300     02  LIM1I                   PIC X(79).
005400     02  LIM2L                   COMP PIC S9(04).
005500     02  LIM2F                   PIC X(01).
005600     02  FILLER REDEFINES LIM2F.
005700         03  LIM2A               PIC X(01).
005800     02  LIM2I                   PIC X(79).
005900     02  LIM3L                   COMP PIC S9(04).
006000     02  LIM3F                   PIC X(01).
006100     02  FILLER REDEFINES LIM3F.
006200         03  LIM3A               PIC X(01).
006300     02  LIM3I                   PIC X(79).
006400     02  LIM4L                   COMP PIC S9(04).
006500     02  LIM4F                   PIC X(01).
006600     02  FILLER REDEFINES LIM4F.
006700         03  LIM4A               PIC X(01).
006800     02  LIM4I                   PIC X(79).
006900     02  LIM5L                   COMP PIC S9(04).
007000     02  LIM5F                   PIC X(01).
007100     02  FILLER REDEFINES LIM5F.
007200         03  LIM5A               PIC X(01).
007300     02  LIM5I                   PIC X(79).
007400     02  OW1HL                   COMP PIC S9(04).
007500     02  OW1HF                   PIC X(01).
007600     02  FILLER REDEFINES OW1HF.
007700         03  OW1HA               PIC X(01).
007800     02  OW1HI                   PIC X(79).
007900     02  OW1AL                   COMP PIC S9(04).
008000     02  OW1AF                   PIC X(01).
008100     02  FILLER REDEFINES OW1AF.
008200         03  OW1AA               PIC X(01).
008300     02  OW1AI                   PIC X(79).
008400     02  OW2HL                   COMP PIC S9(04).
008500     02  OW2HF                   PIC X(01).
008600     02  FILLER REDEFINES OW2HF.
008700         03  OW2HA               PIC X(01).
008800     02  OW2HI                   PIC X(79).
008900     02  OW2AL                   COMP PIC S9(04).
009000     02  OW2AF                   PIC X(01).
009100     02  FILLER REDEFINES OW2AF.
009200         03  OW2AA               PIC X(01).
009300     02  OW2AI                   PIC X(79).
009400     02  MSGL                    COMP PIC S9(04).
009500     02  MSGF                    PIC X(01).
009600     02  FILLER REDEFINES MSGF.
009700         03  MSGA                PIC X(01).
009800     02  MSGI                    PIC X(79).
009900 01  ENQ390AO REDEFINES ENQ390AI.
010000     02  FILLER                  PIC X(12).
010100     02  FILLER                  PIC X(03).
010200     02  SRCEO                   PIC X(08).
010300     02  FILLER                  PIC X(03).
010400     02  ACCTO                   PIC X(06).
010500     02  FILLER                  PIC X(03).
010600     02  ASOFO                   PIC X(08).
010700     02  FILLER                  PIC X(03).
010800     02  STATO                   PIC X(06).
010900     02  FILLER                  PIC X(03).
011000     02  GRUPO                   PIC X(08).
011100     02  FILLER                  PIC X(03).
011200     02  LCDTO                   PIC X(10).
011300     02  FILLER                  PIC X(03).
011400     02  LIM1O                   PIC X(79).
011500     02  FILLER                  PIC X(03).
011600     02  LIM2O                   PIC X(79).
011700     02  FILLER                  PIC X(03).
011800     02  LIM3O                   PIC X(79).
011900     02  FILLER                  PIC X(03).
012000     02  LIM4O                   PIC X(79).
012100     02  FILLER                  PIC X(03).
012200     02  LIM5O                   PIC X(79).
012300     02  FILLER                  PIC X(03).
012400     02  OW1HO                   PIC X(79).
012500     02  FILLER                  PIC X(03).
012600     02  OW1AO                   PIC X(79).
012700     02  FILLER                  PIC X(03).
012800     02  OW2HO                   PIC X(79).
012900     02  FILLER                  PIC X(03).
013000     02  OW2AO                   PIC X(79).
013100     02  FILLER                  PIC X(03).
013200     02  MSGO                    PIC X(79).

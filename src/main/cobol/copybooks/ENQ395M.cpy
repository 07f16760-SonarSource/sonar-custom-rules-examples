000100***************************************************************
000200*                                                              *
000300*   ENQ395M  --  SYMBOLIC MAP FOR BMS MAPSET ENQ395M, MAP      *
000400*                ENQ395A (TRANSACTION LIFE INQUIRY)            *
000500*                                                              *
000600*   THE LAYOUT THE BMS ASSEMBLY WITH TYPE=DSECT PRODUCES FROM  *
000700*   THE BMS SOURCE ENQ395M, KEPT HERE SO ENQ395 COMPILES       *
000800*   WITH THE REST OF THE COPYBOOKS.  ANY CHANGE TO THE MAPSET  *
000900*   MUST BE MADE HERE TOO, FIELD FOR FIELD AND IN ORDER.       *
001000*                                                              *
001100*   MODIFICATION HISTORY                                       *
001200*   DATE       INIT  DESCRIPTION                               *
001300*   ---------- ----  ------------------------------------------*
001400*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
001500*                                                              *
001600***************************************************************
001700 01  ENQ395AI.
001800     02  FILLER                  PIC X(12).
001900     02  TKEYL                   COMP PIC S9(04).
002000     02  TKEYF                   PIC X(01).
002100     02  FILLER REDEFINES TKEYF.
002200         03  TKEYA               PIC X(01).
002300     02  TKEYI                   PIC X(10).
002400     02  HIS1L                   COMP PIC S9(04).
002500     02  HIS1F                   PIC X(01).
002600     02  FILLER REDEFINES HIS1F.
002700         03  HIS1A               PIC X(01).
002800     02  HIS1I                   PIC X(68).
002900     02  HIS2L                   COMP PIC S9(04).
003000     02  HIS2F                   PIC X(01).
003100     02  FILLER REDEFINES HIS2F.
003200         03  HIS2A               PIC X(01).
003300     02  HIS2I                   PIC X(68).
003400     02  SUS1L                   COMP PIC S9(04).
003500     02  SUS1F                   PIC X(01).
003600     02  FILLER REDEFINES SUS1F.
003700         03  SUS1A               PIC X(01).
003800     02  SUS1I                   PIC X(68).
003900     02  SUS2L                   COMP PIC S9(04).
004000     02  SUS2F                   PIC X(01).
004100     02  FILLER REDEFINES SUS2F.
004200         03  SUS2A               PIC X(01).
004300     02  SUS2I                   PIC X(68).
004400     02  PENDL                   COMP PIC S9(04).
004500     02  PENDF                   PIC X(01).
004600     02  FILLER REDEFINES PENDF.
004700         03  PENDA               PIC X(01).
004800     02  PENDI                   PIC X(68).
004900     02  WHSEL                   COMP PIC S9(04).
005000     02  WHSEF                   PIC X(01).
005100     02  FILLER REDEFINES WHSEF.
005200         03  WHSEA               PIC X(01).
005300     02  WHSEI                   PIC X(68).
005400     02  HELDL                   COMP PIC S9(04).
005500     02  HELDF                   PIC X(01).
005600     02  FILLER REDEFINES HELDF.
005700         03  HELDA               PIC X(01).
005800     02  HELDI                   PIC X(68).
005900     02  AUD1L                   COMP PIC S9(04).
006000     02  AUD1F                   PIC X(01).
006100     02  FILLER REDEFINES AUD1F.
006200         03  AUD1A               PIC X(01).
006300     02  AUD1I                   PIC X(79).
006400     02  AUD2L                   COMP PIC S9(04).
006500     02  AUD2F                   PIC X(01).
006600     02  FILLER REDEFINES AUD2F.
006700         03  AUD2A               PIC X(01).
006800     02  AUD2I                   PIC X(79).
006900     02  AUD3L                   COMP PIC S9(04).
007000     02  AUD3F                   PIC X(01).
007100     02  FILLER REDEFINES AUD3F.
007200         03  AUD3A               PIC X(01).
007300     02  AUD3I                   PIC X(79).
007400     02  AUD4L                   COMP PIC S9(04).
007500     02  AUD4F                   PIC X(01).
007600     02  FILLER REDEFINES AUD4F.
007700         03  AUD4A               PIC X(01).
007800     02  AUD4I                   PIC X(79).
007900     02  AUD5L                   COMP PIC S9(04).
008000     02  AUD5F                   PIC X(01).
008100     02  FILLER REDEFINES AUD5F.
008200         03  AUD5A               PIC X(01).
008300     02  AUD5I                   PIC X(79).
008400     02  AUD6L                   COMP PIC S9(04).
008500     02  AUD6F                   PIC X(01).
008600     02  FILLER REDEFINES AUD6F.
008700         03  AUD6A               PIC X(01).
008800     02  AUD6I                   PIC X(79).
008900     02  AUD7L                   COMP PIC S9(04).
009000     02  AUD7F                   PIC X(01).
009100     02  FILLER REDEFINES AUD7F.
009200         03  AUD7A               PIC X(01).
009300     02  AUD7I                   PIC X(79).
009400     02  MSGL                    COMP PIC S9(04).
009500     02  MSGF                    PIC X(01).
009600     02  FILLER REDEFINES MSGF.
009700         03  MSGA                PIC X(01).
009800     02  MSGI                    PIC X(79).
009900 01  ENQ395AO REDEFINES ENQ395AI.
010000     02  FILLER                  PIC X(12).
010100     02  FILLER                  PIC X(03).
010200     02  TKEYO                   PIC X(10).
010300     02  FILLER                  PIC X(03).
010400     02  HIS1O                   PIC X(68).
010500     02  FILLER                  PIC X(03).
010600     02  HIS2O                   PIC X(68).
010700     02  FILLER                  PIC X(03).
010800     02  SUS1O                   PIC X(68).
010900     02  FILLER                  PIC X(03).
011000     02  SUS2O                   PIC X(68).
011100     02  FILLER                  PIC X(03).
011200     02  PENDO                   PIC X(68).
011300     02  FILLER                  PIC X(03).
011400     02  WHSEO                   PIC X(68).
011500     02  FILLER                  PIC X(03).
011600     02  HELDO                   PIC X(68).
011700     02  FILLER                  PIC X(03).
011800     02  AUD1O                   PIC X(79).
011900     02  FILLER                  PIC X(03).
012000     02  AUD2O                   PIC X(79).
012100     02  FILLER                  PIC X(03).
012200     02  AUD3O                   PIC X(79).
012300     02  FILLER                  PIC X(03).
012400     02  AUD4O                   PIC X(79).
012500     02  FILLER                  PIC X(03).
012600     02  AUD5O                   PIC X(79).
012700     02  FILLER                  PIC X(03).
012800     02  AUD6O                   PIC X(79).
012900     02  FILLER                  PIC X(03).
013000     02  AUD7O                   PIC X(79).
013100     02  FILLER                  PIC X(03).
013200     02  MSGO                    PIC X(79).

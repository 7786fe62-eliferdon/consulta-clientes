000100*----------------------------------------------------------*
000200* CLIHLDM                                                   *
000300* SYMBOLIC MAP FOR THE CLIHLDM MAP OF THE CLIHLD MAPSET.    *
000400* HAND-BUILT TO MATCH THE BMS MAPSET'S SYMBOLIC-MAP LAYOUT -*
000500* FIELD FOR FIELD WITH BMS/CLIHLD.BMS.                      *
000600* CLIHLDI IS THE INPUT (RECEIVE MAP) VIEW, CLIHLDO THE      *
000700* OUTPUT (SEND MAP) VIEW OVER THE SAME STORAGE.             *
000800*----------------------------------------------------------*
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 RR    ORIGINAL COPYBOOK - MATCHES BMS/CLIHLD.BMS.
001300*
001400*    THE INCLUDING PROGRAM CODES:
001500*        COPY CLIHLDM.
001600*    DIRECTLY IN WORKING-STORAGE - THE MAP SUPPLIES ITS OWN
001700*    01-LEVELS, UNLIKE THE COMMAREA COPYBOOKS IN THIS LIBRARY.
001800 01  CLIHLDI.
001900     02  HLDACTL                  COMP PIC S9(4).
002000     02  HLDACTF                  PICTURE X.
002100     02  FILLER REDEFINES HLDACTF.
002200         03  HLDACTA              PICTURE X.
002300     02  HLDACTI                  PIC X(01).
002400     02  HLDCUIDL                 COMP PIC S9(4).
002500     02  HLDCUIDF                 PICTURE X.
002600     02  FILLER REDEFINES HLDCUIDF.
002700         03  HLDCUIDA             PICTURE X.
002800     02  HLDCUIDI                 PIC X(10).
002900     02  HLDSEQL                  COMP PIC S9(4).
003000     02  HLDSEQF                  PICTURE X.
003100     02  FILLER REDEFINES HLDSEQF.
003200         03  HLDSEQA              PICTURE X.
003300     02  HLDSEQI                  PIC X(09).
003400     02  HLDAMTL                  COMP PIC S9(4).
003500     02  HLDAMTF                  PICTURE X.
003600     02  FILLER REDEFINES HLDAMTF.
003700         03  HLDAMTA              PICTURE X.
003800     02  HLDAMTI                  PIC X(11).
003900     02  HLDTYPL                  COMP PIC S9(4).
004000     02  HLDTYPF                  PICTURE X.
004100     02  FILLER REDEFINES HLDTYPF.
004200         03  HLDTYPA              PICTURE X.
004300     02  HLDTYPI                  PIC X(01).
004400     02  HLDRELL                  COMP PIC S9(4).
004500     02  HLDRELF                  PICTURE X.
004600     02  FILLER REDEFINES HLDRELF.
004700         03  HLDRELA              PICTURE X.
004800     02  HLDRELI                  PIC X(10).
004900     02  HLDRSNL                  COMP PIC S9(4).
005000     02  HLDRSNF                  PICTURE X.
005100     02  FILLER REDEFINES HLDRSNF.
005200         03  HLDRSNA              PICTURE X.
005300     02  HLDRSNI                  PIC X(40).
005400     02  HLDBALL                  COMP PIC S9(4).
005500     02  HLDBALF                  PICTURE X.
005600     02  FILLER REDEFINES HLDBALF.
005700         03  HLDBALA              PICTURE X.
005800     02  HLDBALI                  PIC X(79).
005900     02  HLDRSLTL                 COMP PIC S9(4).
006000     02  HLDRSLTF                 PICTURE X.
006100     02  FILLER REDEFINES HLDRSLTF.
006200         03  HLDRSLTA             PICTURE X.
006300     02  HLDRSLTI                 PIC X(640).
006400     02  HLDMSGL                  COMP PIC S9(4).
006500     02  HLDMSGF                  PICTURE X.
006600     02  FILLER REDEFINES HLDMSGF.
006700         03  HLDMSGA              PICTURE X.
006800     02  HLDMSGI                  PIC X(60).
006900 01  CLIHLDO REDEFINES CLIHLDI.
007000     02  FILLER                   PICTURE X(3).
007100     02  HLDACTO                  PIC X(01).
007200     02  FILLER                   PICTURE X(3).
007300     02  HLDCUIDO                 PIC X(10).
007400     02  FILLER                   PICTURE X(3).
007500     02  HLDSEQO                  PIC X(09).
007600     02  FILLER                   PICTURE X(3).
007700     02  HLDAMTO                  PIC X(11).
007800     02  FILLER                   PICTURE X(3).
007900     02  HLDTYPO                  PIC X(01).
008000     02  FILLER                   PICTURE X(3).
008100     02  HLDRELO                  PIC X(10).
008200     02  FILLER                   PICTURE X(3).
008300     02  HLDRSNO                  PIC X(40).
008400     02  FILLER                   PICTURE X(3).
008500     02  HLDBALO                  PIC X(79).
008600     02  FILLER                   PICTURE X(3).
008700     02  HLDRSLTO                 PIC X(640).
008800     02  FILLER                   PICTURE X(3).
008900     02  HLDMSGO                  PIC X(60).


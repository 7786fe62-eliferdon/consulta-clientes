000100*----------------------------------------------------------*
000200* CLIREJM                                                   *
000300* SYMBOLIC MAP FOR THE CLIREJM MAP OF THE CLIREJ MAPSET.    *
000400* HAND-BUILT TO MATCH THE BMS MAPSET'S SYMBOLIC-MAP LAYOUT -*
000500* FIELD FOR FIELD WITH BMS/CLIREJ.BMS.                      *
000600* CLIREJI IS THE INPUT (RECEIVE MAP) VIEW, CLIREJO THE      *
000700* OUTPUT (SEND MAP) VIEW OVER THE SAME STORAGE.             *
000800*----------------------------------------------------------*
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 RR    ORIGINAL COPYBOOK - MATCHES BMS/CLIREJ.BMS.
001300*
001400*    THE INCLUDING PROGRAM CODES:
001500*        COPY CLIREJM.
001600*    DIRECTLY IN WORKING-STORAGE - THE MAP SUPPLIES ITS OWN
001700*    01-LEVELS, UNLIKE THE COMMAREA COPYBOOKS IN THIS LIBRARY.
001800 01  CLIREJI.
001900     02  REJACTL                  COMP PIC S9(4).
002000     02  REJACTF                  PICTURE X.
002100     02  FILLER REDEFINES REJACTF.
002200         03  REJACTA              PICTURE X.
002300     02  REJACTI                  PIC X(01).
002400     02  REJBRNL                  COMP PIC S9(4).
002500     02  REJBRNF                  PICTURE X.
002600     02  FILLER REDEFINES REJBRNF.
002700         03  REJBRNA              PICTURE X.
002800     02  REJBRNI                  PIC X(03).
002900     02  REJDATL                  COMP PIC S9(4).
003000     02  REJDATF                  PICTURE X.
003100     02  FILLER REDEFINES REJDATF.
003200         03  REJDATA              PICTURE X.
003300     02  REJDATI                  PIC X(10).
003400     02  REJSEQL                  COMP PIC S9(4).
003500     02  REJSEQF                  PICTURE X.
003600     02  FILLER REDEFINES REJSEQF.
003700         03  REJSEQA              PICTURE X.
003800     02  REJSEQI                  PIC X(09).
003900     02  REJCUIDL                 COMP PIC S9(4).
004000     02  REJCUIDF                 PICTURE X.
004100     02  FILLER REDEFINES REJCUIDF.
004200         03  REJCUIDA             PICTURE X.
004300     02  REJCUIDI                 PIC X(10).
004400     02  REJTYPL                  COMP PIC S9(4).
004500     02  REJTYPF                  PICTURE X.
004600     02  FILLER REDEFINES REJTYPF.
004700         03  REJTYPA              PICTURE X.
004800     02  REJTYPI                  PIC X(01).
004900     02  REJAMTL                  COMP PIC S9(4).
005000     02  REJAMTF                  PICTURE X.
005100     02  FILLER REDEFINES REJAMTF.
005200         03  REJAMTA              PICTURE X.
005300     02  REJAMTI                  PIC X(11).
005400     02  REJRSNL                  COMP PIC S9(4).
005500     02  REJRSNF                  PICTURE X.
005600     02  FILLER REDEFINES REJRSNF.
005700         03  REJRSNA              PICTURE X.
005800     02  REJRSNI                  PIC X(40).
005900     02  REJRSLTL                 COMP PIC S9(4).
006000     02  REJRSLTF                 PICTURE X.
006100     02  FILLER REDEFINES REJRSLTF.
006200         03  REJRSLTA             PICTURE X.
006300     02  REJRSLTI                 PIC X(640).
006400     02  REJMSGL                  COMP PIC S9(4).
006500     02  REJMSGF                  PICTURE X.
006600     02  FILLER REDEFINES REJMSGF.
006700         03  REJMSGA              PICTURE X.
006800     02  REJMSGI                  PIC X(60).
006900 01  CLIREJO REDEFINES CLIREJI.
007000     02  FILLER                   PICTURE X(3).
007100     02  REJACTO                  PIC X(01).
007200     02  FILLER                   PICTURE X(3).
007300     02  REJBRNO                  PIC X(03).
007400     02  FILLER                   PICTURE X(3).
007500     02  REJDATO                  PIC X(10).
007600     02  FILLER                   PICTURE X(3).
007700     02  REJSEQO                  PIC X(09).
007800     02  FILLER                   PICTURE X(3).
007900     02  REJCUIDO                 PIC X(10).
008000     02  FILLER                   PICTURE X(3).
008100     02  REJTYPO                  PIC X(01).
008200     02  FILLER                   PICTURE X(3).
008300     02  REJAMTO                  PIC X(11).
008400     02  FILLER                   PICTURE X(3).
008500     02  REJRSNO                  PIC X(40).
008600     02  FILLER                   PICTURE X(3).
008700     02  REJRSLTO                 PIC X(640).
008800     02  FILLER                   PICTURE X(3).
008900     02  REJMSGO                  PIC X(60).


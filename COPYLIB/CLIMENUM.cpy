001200* 08/09/2026 RR    ORIGINAL COPYBOOK - MATCHES BMS/CLIMENU.BMS.
001210* 08/22/2026 RR    ADDED THE BRANCH-ONLY FIELD (CLIBRO) IN
001220*                  STEP WITH THE MAPSET.
001230* 10/15/2026 RR    WIDENED THE RESULT AREA (CLIRSLT) TO 570 IN
001240*                  STEP WITH THE MAPSET.
001300*
001400*    THE INCLUDING PROGRAM CODES:
001410*        COPY CLIMENUM.
003200     02  CLIRSLTF                 PICTURE X.
003300     02  FILLER REDEFINES CLIRSLTF.
003400         03  CLIRSLTA             PICTURE X.
003500     02  CLIRSLTI                 PIC X(570).
003600 01  CLIMENUO REDEFINES CLIMENUI.
003700     02  FILLER                   PICTURE X(3).
003800     02  CLIOPTO                  PIC X(01).
004210     02  FILLER                   PICTURE X(3).
004220     02  CLIBROO                  PIC X(01).
004300     02  FILLER                   PICTURE X(3).
004400     02  CLIRSLTO                 PIC X(570).

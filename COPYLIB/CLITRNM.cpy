001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 09/02/2026 RR    ORIGINAL COPYBOOK - MATCHES BMS/CLITRN.BMS.
001210* 10/15/2026 RR    ADDED THE ORIGINAL-TRANSEQ (TRNREV) AND
001220*                  SUPERVISOR OVERRIDE (TRNSUP) FIELDS IN
001230*                  STEP WITH THE MAPSET.
001300*
001400*    THE INCLUDING PROGRAM CODES:
001410*        COPY CLITRNM.
002800     02  FILLER REDEFINES TRNAMTF.
002900         03  TRNAMTA              PICTURE X.
003000     02  TRNAMTI                  PIC X(11).
003010     02  TRNREVL                  COMP PIC S9(4).
003020     02  TRNREVF                  PICTURE X.
003030     02  FILLER REDEFINES TRNREVF.
003040         03  TRNREVA              PICTURE X.
003050     02  TRNREVI                  PIC X(09).
003060     02  TRNSUPL                  COMP PIC S9(4).
003070     02  TRNSUPF                  PICTURE X.
003080     02  FILLER REDEFINES TRNSUPF.
003090         03  TRNSUPA              PICTURE X.
003095     02  TRNSUPI                  PIC X(03).
003100     02  TRNMSGL                  COMP PIC S9(4).
003200     02  TRNMSGF                  PICTURE X.
003300     02  FILLER REDEFINES TRNMSGF.
004000     02  TRNTYPO                  PIC X(01).
004100     02  FILLER                   PICTURE X(3).
004200     02  TRNAMTO                  PIC X(11).
004210     02  FILLER                   PICTURE X(3).
004220     02  TRNREVO                  PIC X(09).
004230     02  FILLER                   PICTURE X(3).
004240     02  TRNSUPO                  PIC X(03).
004300     02  FILLER                   PICTURE X(3).
004400     02  TRNMSGO                  PIC X(60).

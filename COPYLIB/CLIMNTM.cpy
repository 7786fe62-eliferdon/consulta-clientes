001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 08/22/2026 RR    ORIGINAL COPYBOOK - MATCHES BMS/CLIMNT.BMS.
001250* 10/15/2026 RR    ADDED MNTDLVP - STATEMENT DELIVERY PREFERENCE.
001300*
001400*    THE INCLUDING PROGRAM CODES:
001410*        COPY CLIMNTM.
003800     02  FILLER REDEFINES MNTPHONF.
003900         03  MNTPHONA             PICTURE X.
004000     02  MNTPHONI                 PIC X(15).
004010     02  MNTDLVPL                 COMP PIC S9(4).
004020     02  MNTDLVPF                 PICTURE X.
004030     02  FILLER REDEFINES MNTDLVPF.
004040         03  MNTDLVPA             PICTURE X.
004050     02  MNTDLVPI                 PIC X(01).
004100     02  MNTMSGL                  COMP PIC S9(4).
004200     02  MNTMSGF                  PICTURE X.
004300     02  FILLER REDEFINES MNTMSGF.
005400     02  MNTADDRO                 PIC X(40).
005500     02  FILLER                   PICTURE X(3).
005600     02  MNTPHONO                 PIC X(15).
005610     02  FILLER                   PICTURE X(3).
005620     02  MNTDLVPO                 PIC X(01).
005700     02  FILLER                   PICTURE X(3).
005800     02  MNTMSGO                  PIC X(60).

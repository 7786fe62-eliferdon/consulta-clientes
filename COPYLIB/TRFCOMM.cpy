000100*----------------------------------------------------------*
000200* TRFCOMM                                                   *
000300* COMMAREA FOR THE PROGRAM-TO-PROGRAM ACCOUNT-TO-ACCOUNT    *
000400* TRANSFER SERVICE (TRANSFERENCIASALDO), USED BY THE PHONE- *
000500* BANKING / IVR CHANNEL.  THE CALLER FILLS THE REQUEST SIDE *
000600* AND LINKS; THE SERVICE FILLS THE REPLY SIDE.  NO MAP IS   *
000700* INVOLVED - THE SAME SHAPE AS SALDCOMM.                    *
000800*----------------------------------------------------------*
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT  DESCRIPTION
001200* 10/15/2026 RR    ORIGINAL COPYBOOK.
001210* 10/15/2026 RR    ADDED RETURN CODE 36 - CONTACT-CHANGE
001220*                  COOLING-OFF.
001300*
001400*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL HEADER, E.G.
001500*        01  DFHCOMMAREA.
001600*            COPY TRFCOMM.
001700*
001800*    THE AMOUNT IS UNSIGNED AND MUST BE GREATER THAN ZERO.
001900*    TRF-COMM-FAILED-SIDE TELLS THE CALLER WHICH CUSTOMER A
002000*    CUSTOMER-LEVEL REFUSAL (08, 12, 24, 36) WAS ABOUT - 'F' THE
002100*    PAYING (FROM) CUSTOMER, 'T' THE RECEIVING (TO) ONE.
002200*
002300*    RETURN CODES:
002400*        00 = TRANSFER POSTED AND COMMITTED - BOTH LEGS.
002500*             TRAN-SEQ, FROM-BALANCE, FROM-AVAIL AND
002600*             LIMIT-LEFT RETURNED
002700*        04 = OPERATOR NOT AUTHORIZED TO POST
002800*        08 = CUSTOMER NOT FOUND
002900*        12 = CUSTOMERID FAILED VALIDATION, OR FROM AND TO
003000*             ARE THE SAME CUSTOMER
003100*        16 = AMOUNT NOT GREATER THAN ZERO
003200*        20 = INSUFFICIENT AVAILABLE FUNDS ON THE FROM
003300*             CUSTOMER (LEDGER LESS ACTIVE FUNDS HOLDS)
003400*        24 = ACCOUNT CLOSED OR DORMANT (ANY STATUS OTHER
003500*             THAN ACTIVE)
003600*        28 = OVER THE CHANNEL'S DAILY TRANSFER LIMIT, OR
003700*             NO LIMIT SET UP FOR THE CHANNEL - LIMIT-LEFT
003800*             RETURNED
003900*        32 = DB2 ERROR - NOTHING POSTED
003910*        36 = THE FROM CUSTOMER IS IN A CONTACT-CHANGE
003920*             COOLING-OFF PERIOD AND THE AMOUNT IS AT OR
003930*             OVER ITS LARGE-DEBIT LIMIT - ONLY A
003940*             SUPERVISOR (AUTHLEVEL 'S') OPERATOR MAY
003950*             MOVE IT
004000     05  TRF-COMM-REQUEST.
004100         10  TRF-COMM-FROM-ID         PIC X(10).
004200         10  TRF-COMM-TO-ID           PIC X(10).
004300         10  TRF-COMM-AMOUNT          PIC 9(9)V99 COMP-3.
004400         10  TRF-COMM-CHANNEL-ID      PIC X(04).
004500         10  TRF-COMM-OPERATOR-ID     PIC X(03).
004600     05  TRF-COMM-REPLY.
004700         10  TRF-COMM-RETURN-CODE     PIC X(02).
004800             88  TRF-RC-OK                    VALUE '00'.
004900             88  TRF-RC-NOT-AUTH              VALUE '04'.
005000             88  TRF-RC-NOT-FOUND             VALUE '08'.
005100             88  TRF-RC-INVALID-ID            VALUE '12'.
005200             88  TRF-RC-INVALID-AMOUNT        VALUE '16'.
005300             88  TRF-RC-INSUFF-FUNDS          VALUE '20'.
005400             88  TRF-RC-ACCT-INACTIVE         VALUE '24'.
005500             88  TRF-RC-OVER-LIMIT            VALUE '28'.
005600             88  TRF-RC-DB2-ERROR             VALUE '32'.
005650             88  TRF-RC-COOLING-OFF           VALUE '36'.
005700         10  TRF-COMM-FAILED-SIDE     PIC X(01).
005800         10  TRF-COMM-TRAN-SEQ        PIC S9(09) COMP.
005900         10  TRF-COMM-FROM-BALANCE    PIC S9(9)V99 COMP-3.
006000         10  TRF-COMM-FROM-AVAIL      PIC S9(9)V99 COMP-3.
006100         10  TRF-COMM-LIMIT-LEFT      PIC S9(9)V99 COMP-3.

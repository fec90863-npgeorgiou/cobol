000100******************************************************************
000200*                                                                *
000300*    STMTMSG   -   STATEMENT MESSAGE FILE RECORD LAYOUT          *
000400*                                                                *
000500*    ONE ROW PER MESSAGE ON THE PROD.STATEMENTS.STMTMSG          *
000600*    DATASET, READ BY THE STATEMENT RUN (FOO).  A MESSAGE        *
000700*    PRINTS ON EVERY STATEMENT FROM ITS FIRST CYCLE THROUGH      *
000800*    ITS LAST CYCLE (ZERO = NO END) WHOSE ACCOUNT MATCHES ALL    *
000900*    OF THE TARGETING COLUMNS THAT ARE NOT BLANK - PRODUCT       *
001000*    TYPE (ACCT-MAST-TYPE), STATE, DELIVERY CHANNEL (P/E),       *
001100*    AND ACCOUNT STATUS (O = OVERDRAWN, D = DORMANT).  A ROW     *
001200*    WITH EVERY TARGETING COLUMN BLANK GOES TO ALL ACCOUNTS.     *
001300*    THE TEXT IS THE SAME 80 BYTES THE ARCHIVE NOTICE RECORD     *
001400*    (STMARCH) CARRIES, SO A REPRINT SHOWS IT AS SENT.           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ---------------------------------------    *
001900*    2026-10-15 NPG   INITIAL VERSION.                           *
002000******************************************************************
002100 01  STMT-MESSAGE-RECORD.
002200     05  SMSG-ID                     PIC X(04).
002300     05  SMSG-FIRST-CYCLE            PIC 9(06).
002400     05  SMSG-LAST-CYCLE             PIC 9(06).
002500     05  SMSG-TARGET-TYPE            PIC X(01).
002600     05  SMSG-TARGET-STATE           PIC X(02).
002700     05  SMSG-TARGET-CHANNEL         PIC X(01).
002800         88  SMSG-CHANNEL-ANY        VALUE SPACE.
002900         88  SMSG-CHANNEL-VALID      VALUE SPACE "P" "E".
003000     05  SMSG-TARGET-STATUS          PIC X(01).
003100         88  SMSG-STATUS-ANY         VALUE SPACE.
003200         88  SMSG-STATUS-OVERDRAWN   VALUE "O".
003300         88  SMSG-STATUS-DORMANT     VALUE "D".
003400         88  SMSG-STATUS-VALID       VALUE SPACE "O" "D".
003500     05  SMSG-TEXT                   PIC X(80).
003600     05  FILLER                      PIC X(09).

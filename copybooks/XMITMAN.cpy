000100******************************************************************
000200*                                                                *
000300*    XMITMAN   -   TRANSMISSION MANIFEST RECORD LAYOUT           *
000400*                                                                *
000500*    ONE ROW PER OUTBOUND INTERFACE FILE ON THE CYCLE'S          *
000600*    TRANSMISSION MANIFEST (PROD.STATEMENTS.XMITMAN), WRITTEN    *
000700*    BY THE RELEASE STEP (XMITREL).  THE COUNT AND HASH ARE THE  *
000800*    ONES STAMPED ON THE FILE'S TRAILER.  THE RELEASE FLAG IS Y  *
000900*    ONLY WHEN EVERY FILE OF THE CYCLE PROVED AND NO EARLIER     *
001000*    STEP OR BALANCING PROOF FAILED - A CYCLE IS RELEASED WHOLE  *
001100*    OR NOT AT ALL - AND THE HOLD REASON SAYS WHY IT IS N.  THE  *
001200*    TRANSMISSION SCHEDULER SENDS ONLY FILES FLAGGED Y.  A ROW   *
001250*    IS KEYED BY CYCLE, STATEMENT-DAY GROUP AND FILE ID.         *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ---------------------------------------    *
001700*    2026-10-15 NPG   INITIAL VERSION.                           *
001710*    2026-10-15 NPG   ADDED XMAN-STMT-GROUP.                     *
001800******************************************************************
001900 01  XMIT-MANIFEST-RECORD.
002000     05  XMAN-CYCLE                  PIC 9(06).
002100     05  XMAN-FILE-ID                PIC X(08).
002200     05  XMAN-DESTINATION            PIC X(16).
002300     05  XMAN-RECORD-COUNT           PIC 9(09).
002400     05  XMAN-HASH-TOTAL             PIC S9(13)V99
002500                                     SIGN LEADING SEPARATE
002600                                         CHARACTER.
002700     05  XMAN-HASH-BASIS             PIC X(01).
002800         88  XMAN-HASH-AMOUNT        VALUE "A".
002900         88  XMAN-HASH-ACCOUNT       VALUE "K".
003000     05  XMAN-RELEASE-FLAG           PIC X(01).
003100         88  XMAN-RELEASED           VALUE "Y".
003200         88  XMAN-HELD               VALUE "N".
003300     05  XMAN-HOLD-REASON            PIC X(30).
003400     05  XMAN-RUN-DATE               PIC 9(08).
003450     05  XMAN-STMT-GROUP             PIC X(01).
003500     05  FILLER                      PIC X(04).

000100******************************************************************
000200*                                                                *
000300*    XMITHT    -   TRANSMISSION HEADER/TRAILER RECORD LAYOUTS    *
000400*                                                                *
000500*    THE STANDARD HEADER AND TRAILER THE RELEASE STEP (XMITREL)  *
000600*    WRAPS AROUND EVERY OUTBOUND INTERFACE FILE IT RELEASES.     *
000700*    THE HEADER IS THE FIRST RECORD OF THE TRANSMISSION COPY     *
000800*    AND CARRIES THE FILE ID, STATEMENT CYCLE AND STATEMENT-DAY  *
000850*    GROUP (SPACE FOR A WHOLE-CYCLE RUN); THE TRAILER            *
000900*    IS THE LAST AND CARRIES THE DATA RECORD COUNT (HEADER AND   *
001000*    TRAILER NOT COUNTED) AND THE HASH TOTAL, SO THE RECEIVING   *
001100*    SIDE CAN PROVE IT GOT THE WHOLE FILE.  THE HASH IS THE SUM  *
001200*    OF THE FILE'S AMOUNT FIELD, OR OF ITS ACCOUNT NUMBERS FOR A *
001300*    FILE THAT CARRIES NO AMOUNT - THE MANIFEST (XMITMAN) SAYS   *
001400*    WHICH.  BOTH LAYOUTS ARE 40 BYTES SO THEY FIT THE SHORTEST  *
001500*    OUTBOUND RECORD; IN A LONGER FILE THEY ARE SPACE-FILLED TO  *
001600*    THE FILE'S RECORD LENGTH.                                   *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ---------------------------------------    *
002100*    2026-10-15 NPG   INITIAL VERSION.                           *
002110*    2026-10-15 NPG   ADDED XHDR-STMT-GROUP SO THE GROUP RUNS OF *
002120*                     ONE CYCLE CAN BE TOLD APART.               *
002200******************************************************************
002300 01  XMIT-HEADER-RECORD.
002400     05  XHDR-ID                     PIC X(05).
002500         88  XHDR-HEADER             VALUE "*HDR*".
002600     05  XHDR-FILE-ID                PIC X(08).
002700     05  XHDR-CYCLE                  PIC 9(06).
002800     05  XHDR-CREATE-DATE            PIC 9(08).
002900     05  XHDR-CREATE-TIME            PIC 9(06).
002950     05  XHDR-STMT-GROUP             PIC X(01).
003000     05  FILLER                      PIC X(06).
003100*
003200 01  XMIT-TRAILER-RECORD.
003300     05  XTRL-ID                     PIC X(05).
003400         88  XTRL-TRAILER            VALUE "*TRL*".
003500     05  XTRL-FILE-ID                PIC X(08).
003600     05  XTRL-RECORD-COUNT           PIC 9(09).
003700     05  XTRL-HASH-TOTAL             PIC S9(13)V99
003800                                     SIGN LEADING SEPARATE
003900                                         CHARACTER.
004000     05  FILLER                      PIC X(02).

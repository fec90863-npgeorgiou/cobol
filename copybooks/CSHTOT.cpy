000100******************************************************************
000200*                                                                *
000300*    CSHTOT    -   CASH MONITORING TOTALS RECORD                 *
000400*                                                                *
000500*    ONE RECORD, WRITTEN BY THE CASH MONITORING STEP (CASHMON)   *
000600*    TO THE CSHTOTWK WORK FILE, CARRYING THE CYCLE'S CASH        *
000700*    ACTIVITY TOTALS AND THE COUNT OF CTR CANDIDATES AND         *
000800*    STRUCTURING FLAGS IT RAISED.  THE STATEMENT RUN (FOO) PUTS  *
000900*    THE TWO COUNTS ON THE CONTROL-TOTAL RECORD SO THEY RIDE TO  *
001000*    THE GL TRAILER AND THE CONTROL-TOTAL HISTORY.  STAMPED WITH *
001100*    THE CYCLE SO AN OLD-CYCLE RERUN CANNOT PICK UP A LATER      *
001200*    CYCLE'S COUNTS.                                             *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ---------------------------------------    *
001700*    2026-10-15 NPG   INITIAL VERSION.                           *
001800******************************************************************
001900 01  CSH-TOTAL-RECORD.
002000     05  CSH-CYCLE                   PIC 9(06).
002100     05  CSH-ACCOUNT-COUNT           PIC 9(09).
002200     05  CSH-DAY-COUNT               PIC 9(09).
002300     05  CSH-CTR-COUNT               PIC 9(09).
002400     05  CSH-STRUCT-COUNT            PIC 9(09).
002500     05  CSH-CASH-IN-TOTAL           PIC S9(11)V99
002600                                     SIGN LEADING SEPARATE
002700                                         CHARACTER.
002800     05  CSH-CASH-OUT-TOTAL          PIC S9(11)V99
002900                                     SIGN LEADING SEPARATE
003000                                         CHARACTER.
003100     05  FILLER                      PIC X(10).

000100******************************************************************
000200*                                                                *
000300*    CLUBCHK   -   CLUB PAYOUT OFFICIAL-CHECK REQUEST RECORD     *
000400*                                                                *
000500*    ONE ROW PER CLUB ACCOUNT WHOSE YEAR-END BALANCE THE         *
000600*    POSTING STEP (INTPOST) COULD NOT TRANSFER TO A LINKED       *
000700*    CHECKING ACCOUNT.  THE FILE GOES TO THE OFFICIAL-CHECK      *
000800*    PRINT RUN, WHICH ISSUES A CHECK FOR THE AMOUNT TO THE       *
000900*    NAME AND ADDRESS CARRIED HERE, AS THEY STOOD ON THE         *
001000*    MASTER AT PAYOUT.  THE REASON CODE SAYS WHY NO TRANSFER     *
001100*    WAS MADE:                                                   *
001200*        N - NO CHECKING ACCOUNT LINKED TO THE CLUB              *
001300*        F - THE LINKED ACCOUNT IS NOT ON THE MASTER             *
001400*        T - THE LINKED ACCOUNT IS NOT A CHECKING ACCOUNT, OR    *
001500*            ITS BALANCE IS NOT USABLE                           *
001510*        G - THE LINKED ACCOUNT IS STATEMENTED IN A DIFFERENT    *
001520*            STATEMENT-DAY GROUP FROM THE CLUB                   *
001600*                                                                *
001700*    MODIFICATION HISTORY                                        *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ---------------------------------------    *
002000*    2026-10-15 NPG   INITIAL VERSION.                           *
002010*    2026-10-15 NPG   ADDED REASON G - LINKED ACCOUNT IN ANOTHER *
002020*                     STATEMENT-DAY GROUP.                       *
002100******************************************************************
002200 01  CLUB-CHECK-RECORD.
002300     05  CLBC-ACCOUNT-NUMBER         PIC 9(05).
002400     05  CLBC-PAYOUT-CYCLE           PIC 9(06).
002500     05  CLBC-AMOUNT                 PIC S9(7)V99
002600                                     SIGN LEADING SEPARATE
002700                                         CHARACTER.
002800     05  CLBC-NAME                   PIC X(20).
002900     05  CLBC-STREET                 PIC X(20).
003000     05  CLBC-CITY                   PIC X(12).
003100     05  CLBC-STATE                  PIC X(02).
003200     05  CLBC-ZIP                    PIC X(05).
003300     05  CLBC-REASON                 PIC X(01).
003400         88  CLBC-NO-LINK            VALUE "N".
003500         88  CLBC-LINK-NOT-FOUND     VALUE "F".
003600         88  CLBC-LINK-NOT-CHECKING  VALUE "T".
003610         88  CLBC-LINK-OTHER-GROUP   VALUE "G".
003700     05  FILLER                      PIC X(19).

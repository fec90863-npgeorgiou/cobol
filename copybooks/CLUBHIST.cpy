000100******************************************************************
000200*                                                                *
000300*    CLUBHIST  -   CLUB PAYOUT LEDGER RECORD                     *
000400*                                                                *
000500*    PERMANENT, APPEND-ONLY LEDGER OF EVERY CLUB ACCOUNT         *
000600*    BALANCE THE POSTING STEP (INTPOST) HAS PAID OUT - ONE       *
000700*    ENTRY PER CLUB PAID, WRITTEN AS THE PAYOUT IS DISPOSED      *
000800*    OF: TYPE T FOR A TRANSFER TO THE LINKED CHECKING ACCOUNT    *
000900*    NAMED IN CLBH-TO-ACCOUNT, TYPE C FOR AN OFFICIAL CHECK      *
001000*    (WITH THE CLUBCHK REASON CODE).  ANY ENTRY FOR A YEAR       *
001100*    MEANS THAT YEAR'S PAYOUT HAS BEEN MADE, SO IT IS NEVER      *
001200*    MADE TWICE, AND A PASS-THROUGH RERUN OF THE PAYOUT CYCLE    *
001300*    REBUILDS THE CLUB PAYOUT TRANSACTIONS FROM IT.              *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ---------------------------------------    *
001800*    2026-10-15 NPG   INITIAL VERSION.                           *
001810*    2026-10-15 NPG   ADDED CLBH-STMT-GROUP - THE STATEMENT-DAY  *
001820*                     GROUP OF THE POSTING RUN THAT MADE THE     *
001830*                     PAYOUT (SPACE FOR A WHOLE-CYCLE RUN),      *
001840*                     CARVED FROM THE FILLER.                    *
001900******************************************************************
002000 01  CLUB-HISTORY-RECORD.
002100     05  CLBH-CLUB-ACCOUNT           PIC 9(05).
002200     05  CLBH-PAYOUT-CYCLE           PIC 9(06).
002300     05  FILLER REDEFINES CLBH-PAYOUT-CYCLE.
002400         10  CLBH-PAYOUT-YYYY        PIC 9(04).
002500         10  CLBH-PAYOUT-MM          PIC 9(02).
002600     05  CLBH-DISPOSITION            PIC X(01).
002700         88  CLBH-TRANSFERRED        VALUE "T".
002800         88  CLBH-OFFICIAL-CHECK     VALUE "C".
002900     05  CLBH-TO-ACCOUNT             PIC 9(05).
003000     05  CLBH-AMOUNT                 PIC S9(7)V99
003100                                     SIGN LEADING SEPARATE
003200                                         CHARACTER.
003300     05  CLBH-CHECK-REASON           PIC X(01).
003400     05  CLBH-RUN-DATE               PIC 9(08).
003500     05  CLBH-STMT-GROUP             PIC X(01).
003510     05  FILLER                      PIC X(13).

000100******************************************************************
000200*                                                                *
000300*    CLUBTRAN  -   CLUB PAYOUT TRANSACTION RECORD LAYOUT         *
000400*                                                                *
000500*    ONE ROW PER POSTING THE POSTING STEP (INTPOST) MADE WHEN    *
000600*    IT PAID OUT THE CLUB ACCOUNTS FOR THE YEAR, SORTED BY       *
000700*    ACCOUNT NUMBER (THE ORDER OF THE MASTER IT WAS WRITTEN      *
000800*    FROM): A DEBIT ON EACH CLUB ACCOUNT FOR THE BALANCE PAID    *
000900*    OUT, AND A CREDIT ON THE LINKED CHECKING ACCOUNT FOR EACH   *
001000*    CLUB BALANCE TRANSFERRED INTO IT.  THE SAME SHAPE AS A      *
001100*    POSTED-TRANSACTION ROW (TRANREC) SO THE STATEMENT RUN       *
001200*    (FOO) ITEMIZES IT ALONGSIDE THE ACCOUNT'S OTHER             *
001300*    TRANSACTIONS.  THE TYPE CODE IS ALWAYS P (CLUB PAYOUT).     *
001400*                                                                *
001500*    MODIFICATION HISTORY                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ---------------------------------------    *
001800*    2026-10-15 NPG   INITIAL VERSION.                           *
001900******************************************************************
002000 01  CLUB-PAYOUT-TRAN-RECORD.
002100     05  CLBT-ACCOUNT-NUMBER         PIC 9(05).
002200     05  CLBT-POST-DATE              PIC 9(08).
002300     05  CLBT-AMOUNT                 PIC S9(7)V99
002400                                     SIGN LEADING SEPARATE
002500                                         CHARACTER.
002600     05  CLBT-DESCRIPTION            PIC X(25).
002700     05  CLBT-TYPE-CODE              PIC X(01).
002800         88  CLBT-TYPE-CLUB-PAYOUT   VALUE "P".
002900     05  CLBT-CLUB-ACCOUNT           PIC 9(05).
003000     05  FILLER                      PIC X(26).

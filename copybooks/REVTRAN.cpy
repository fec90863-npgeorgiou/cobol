000100******************************************************************
000200*                                                                *
000300*    REVTRAN   -   FEE-REVERSAL TRANSACTION RECORD LAYOUT        *
000400*                                                                *
000500*    ONE ROW PER OVERDRAFT SERVICE-CHARGE REVERSAL THE POSTING  *
000600*    STEP (INTPOST) APPLIED THIS CYCLE, SORTED BY ACCOUNT       *
000700*    NUMBER (THE ORDER OF THE MASTER IT WAS APPLIED FROM).      *
000800*    THE SAME SHAPE AS A POSTED-TRANSACTION ROW (TRANREC) SO    *
000900*    THE STATEMENT RUN (FOO) ITEMIZES IT ALONGSIDE THE          *
001000*    ACCOUNT'S OTHER TRANSACTIONS; KEPT AS ITS OWN LAYOUT SO    *
001100*    BOTH FILES CAN BE OPEN IN ONE PROGRAM.  THE TYPE CODE IS   *
001200*    ALWAYS R (FEE REVERSAL) AND THE AMOUNT IS A CREDIT.        *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------- ----  ---------------------------------------    *
001700*    2026-10-15 NPG   INITIAL VERSION.                           *
001800******************************************************************
001900 01  REVERSAL-TRAN-RECORD.
002000     05  REVT-ACCOUNT-NUMBER         PIC 9(05).
002100     05  REVT-POST-DATE              PIC 9(08).
002200     05  REVT-AMOUNT                 PIC S9(7)V99
002300                                     SIGN LEADING SEPARATE
002400                                         CHARACTER.
002500     05  REVT-DESCRIPTION            PIC X(25).
002600     05  REVT-TYPE-CODE              PIC X(01).
002700         88  REVT-TYPE-FEE-REVERSAL  VALUE "R".
002800     05  REVT-CHARGE-CYCLE           PIC 9(06).
002900     05  FILLER                      PIC X(25).

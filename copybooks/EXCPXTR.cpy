001400*      E001  ACCOUNT NUMBER NOT NUMERIC      (MASTER IMAGE)    *
001500*      E002  ACCOUNT NUMBER ZERO             (MASTER IMAGE)    *
001600*      E003  BALANCE NOT NUMERIC             (MASTER IMAGE)    *
001610*      E004  ACCOUNT STATUS CODE NOT         (MASTER IMAGE)    *
001620*            VALID                                             *
001630*      E005  STATEMENT GROUP CODE NOT        (MASTER IMAGE)    *
001640*            BLANK OR 1-4                                      *
001700*      E101  TRANSACTION ACCOUNT NOT ON      (TRAN IMAGE)      *
001800*            MASTER                                            *
001900*      E201  CLOSING BALANCE DOES NOT        (MASTER IMAGE)    *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ---------------------------------------    *
002500*    2026-09-02 NPG   INITIAL VERSION.                           *
002510*    2026-10-15 NPG   RECORD IMAGE WIDENED 106 TO 111 FOR THE    *
002520*                     ACCOUNT MASTER'S CLUB PAYOUT LINK, TAKEN   *
002530*                     FROM THE TRAILING FILLER - RECORD LENGTH   *
002540*                     UNCHANGED AT 150.                          *
002550*    2026-10-15 NPG   RECORD IMAGE WIDENED 111 TO 140 FOR THE    *
002560*                     ACCOUNT MASTER'S STATUS CODE, DATE, AND    *
002570*                     REASON - RECORD LENGTH 150 TO 180.  ADDED  *
002580*                     REASON CODE E004.                          *
002586*    2026-10-15 NPG   ADDED REASON CODE E005 (STATEMENT-DAY      *
002592*                     GROUP CODE NOT VALID).                     *
002600******************************************************************
002700 01  EXCP-EXTRACT-RECORD.
002800     05  EXCP-CYCLE                  PIC 9(06).
002900     05  EXCP-ACCOUNT                PIC X(05).
003000     05  EXCP-FIELD                  PIC X(20).
003100     05  EXCP-REASON-CODE            PIC X(04).
003200     05  EXCP-RECORD-IMAGE           PIC X(140).
003300     05  FILLER                      PIC X(05).

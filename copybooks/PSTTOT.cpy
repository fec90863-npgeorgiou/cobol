001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------- ----  ---------------------------------------    *
001600*    2026-09-02 NPG   INITIAL VERSION.                           *
001610*    2026-10-15 NPG   ADDED PST-REVERSAL-TOTAL - THE OVERDRAFT  *
001620*                     SERVICE CHARGES REVERSED OR WAIVED THIS   *
001630*                     CYCLE, WHICH THE JOURNAL BOOKS BACK       *
001640*                     AGAINST SERVICE-CHARGE INCOME (RECORD 40  *
001650*                     TO 54).                                   *
001658*    2026-10-15 NPG   ADDED PST-CLUB-XFER-TOTAL AND              *
001666*                     PST-CLUB-CHECK-TOTAL - THE CLUB ACCOUNT    *
001674*                     BALANCES PAID OUT THIS CYCLE BY TRANSFER   *
001682*                     TO A LINKED CHECKING ACCOUNT AND BY        *
001690*                     OFFICIAL CHECK (RECORD 54 TO 82).          *
001692*    2026-10-15 NPG   ADDED PST-STMT-GROUP - THE STATEMENT-DAY   *
001694*                     GROUP POSTED (SPACE FOR THE WHOLE CYCLE),  *
001696*                     CARVED FROM THE FILLER.  RECORD LENGTH     *
001698*                     UNCHANGED AT 82.                           *
001700******************************************************************
001800 01  PST-TOTAL-RECORD.
001900     05  PST-CYCLE                   PIC 9(06).
002300     05  PST-CHARGE-TOTAL            PIC S9(11)V99
002400                                     SIGN LEADING SEPARATE
002500                                         CHARACTER.
002510     05  PST-REVERSAL-TOTAL          PIC S9(11)V99
002520                                     SIGN LEADING SEPARATE
002530                                         CHARACTER.
002600     05  PST-CLUB-XFER-TOTAL         PIC S9(11)V99
002610                                     SIGN LEADING SEPARATE
002620                                         CHARACTER.
002630     05  PST-CLUB-CHECK-TOTAL        PIC S9(11)V99
002640                                     SIGN LEADING SEPARATE
002650                                         CHARACTER.
002660     05  PST-STMT-GROUP              PIC X(01).
002670     05  FILLER                      PIC X(05).

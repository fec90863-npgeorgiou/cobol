002000*    DATE       INIT  DESCRIPTION                                *
002100*    ---------- ----  ---------------------------------------    *
002200*    2026-09-02 NPG   INITIAL VERSION.                           *
002210*    2026-10-15 NPG   ADDED ARCH-HDR-STMT-GROUP - THE STATEMENT- *
002220*                     DAY GROUP THE ACCOUNT WAS STATEMENTED IN,  *
002230*                     CARVED FROM THE HEADER FILLER.             *
002300******************************************************************
002400 01  STMT-ARCHIVE-RECORD.
002500     05  ARCH-CYCLE                  PIC 9(06).
004000         10  ARCH-HDR-OPEN-BALANCE   PIC S9(7)V99
004100                                     SIGN LEADING SEPARATE
004200                                         CHARACTER.
004300         10  ARCH-HDR-STMT-GROUP     PIC X(01).
004310         10  FILLER                  PIC X(17).
004400     05  FILLER REDEFINES ARCH-DATA.
004500         10  ARCH-DTL-POST-DATE      PIC 9(08).
004600         10  ARCH-DTL-AMOUNT         PIC S9(7)V99

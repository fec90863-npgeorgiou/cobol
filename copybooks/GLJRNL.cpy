001300*    POSTED-TRANSACTION TRAILER DOES) CARRYING THE DEBIT AND    *
001400*    CREDIT TOTALS AND THEIR NET, WHICH MUST BE ZERO.  THE      *
001500*    LAYOUT IS A CONTRACT WITH THE GENERAL LEDGER SYSTEM AND    *
001600*    IS KEPT AS A SHARED COPYBOOK.  THE TRAILER ALSO CARRIES    *
001650*    THE STATEMENT-DAY GROUP (SPACE FOR A WHOLE-CYCLE RUN).     *
001700*                                                                *
001800*    MODIFICATION HISTORY                                        *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ---------------------------------------    *
002100*    2026-09-02 NPG   INITIAL VERSION.                           *
002110*    2026-10-15 NPG   ADDED JRNL-TRLR-STMT-GROUP.                *
002200******************************************************************
002300 01  GL-JOURNAL-RECORD.
002400     05  JRNL-CYCLE                  PIC 9(06).
004200     05  JRNL-TRLR-NET               PIC S9(11)V99
004300                                     SIGN LEADING SEPARATE
004400                                         CHARACTER.
004450     05  JRNL-TRLR-STMT-GROUP        PIC X(01).
004500     05  FILLER                      PIC X(21).

000100******************************************************************
000200*                                                                *
000300*    CHGHIST   -   OVERDRAFT SERVICE-CHARGE LEDGER RECORD        *
000400*                                                                *
000500*    PERMANENT, APPEND-ONLY LEDGER OF EVERY OVERDRAFT SERVICE   *
000600*    CHARGE THE POSTING STEP (INTPOST) ASSESSES AND EVERY       *
000700*    REVERSAL OR WAIVER IT APPLIES AGAINST ONE.  AN ASSESSED    *
000800*    ENTRY (TYPE A) IS WRITTEN FOR EACH CHARGE AS IT POSTS; A   *
000900*    REVERSED ENTRY (TYPE R) IS WRITTEN FOR EACH REVERSAL CARD  *
001000*    APPLIED, CARRYING THE CYCLE OF THE CHARGE IT REVERSES,     *
001100*    THE REASON, AND THE APPROVER.  A REVERSAL CARD IS PROVED   *
001200*    AGAINST THE CHARGE ACTUALLY ASSESSED FOR ITS ACCOUNT AND   *
001300*    CYCLE LESS WHAT HAS ALREADY BEEN REVERSED, SO A CHARGE     *
001400*    CAN NEVER BE GIVEN BACK TWICE.                             *
001500*                                                                *
001600*    MODIFICATION HISTORY                                        *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ---------------------------------------    *
001900*    2026-10-15 NPG   INITIAL VERSION.                           *
001910*    2026-10-15 NPG   ADDED CHGH-STMT-GROUP - THE STATEMENT-DAY  *
001920*                     GROUP OF THE POSTING RUN THAT WROTE THE    *
001930*                     ENTRY (SPACE FOR A WHOLE-CYCLE RUN),       *
001940*                     CARVED FROM THE FILLER.                    *
002000******************************************************************
002100 01  CHARGE-HISTORY-RECORD.
002200     05  CHGH-ACCOUNT                PIC 9(05).
002300     05  CHGH-CHARGE-CYCLE           PIC 9(06).
002400     05  CHGH-POST-CYCLE             PIC 9(06).
002500     05  CHGH-ENTRY-TYPE             PIC X(01).
002600         88  CHGH-ASSESSED           VALUE "A".
002700         88  CHGH-REVERSED           VALUE "R".
002800     05  CHGH-AMOUNT                 PIC S9(7)V99
002900                                     SIGN LEADING SEPARATE
003000                                         CHARACTER.
003100     05  CHGH-REASON                 PIC X(30).
003200     05  CHGH-APPROVER               PIC X(08).
003300     05  CHGH-RUN-DATE               PIC 9(08).
003400     05  CHGH-STMT-GROUP             PIC X(01).
003410     05  FILLER                      PIC X(05).

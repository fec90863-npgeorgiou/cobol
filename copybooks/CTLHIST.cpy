001710*    2026-09-02 NPG   WIDENED HIST-TOTALS 132 TO 150 FOR THE    *
001720*                     DORMANCY BUCKET COUNTS NOW CARRIED ON     *
001730*                     THE CONTROL-TOTAL RECORD.                 *
001740*    2026-10-15 NPG   WIDENED HIST-TOTALS 150 TO 159 FOR THE    *
001750*                     HELD-FOR-BAD-ADDRESS COUNT NOW CARRIED    *
001760*                     ON THE CONTROL-TOTAL RECORD.              *
001770*    2026-10-15 NPG   WIDENED HIST-TOTALS 159 TO 177 FOR THE    *
001780*                     CASH MONITORING COUNTS NOW CARRIED ON     *
001790*                     THE CONTROL-TOTAL RECORD.                 *
001792*    2026-10-15 NPG   WIDENED HIST-TOTALS 177 TO 231 FOR THE    *
001794*                     ACCOUNT STATUS COUNTS NOW CARRIED ON THE  *
001796*                     CONTROL-TOTAL RECORD.                     *
001797*    2026-10-15 NPG   WIDENED HIST-TOTALS 231 TO 232 FOR THE    *
001798*                     STATEMENT-DAY GROUP NOW CARRIED ON THE    *
001799*                     CONTROL-TOTAL RECORD.  A RECORD WRITTEN   *
001800*                     BEFORE THEN READS THE GROUP AS SPACE -    *
001801*                     THE WHOLE CYCLE.                          *
001802******************************************************************
001900 01  CTL-HISTORY-RECORD.
002000     05  HIST-CYCLE                  PIC 9(06).
002100     05  HIST-TOTALS                 PIC X(232).
002200     05  FILLER REDEFINES HIST-TOTALS.
002300         10  HIST-RECORD-COUNT       PIC 9(09).
002400         10  HIST-BALANCE-TOTAL      PIC S9(9)V99
002500                                     SIGN LEADING SEPARATE
002600                                         CHARACTER.
002700         10  HIST-EXCEPTION-COUNT    PIC 9(09).
002800         10  FILLER                  PIC X(201).
002810         10  HIST-STMT-GROUP         PIC X(01).

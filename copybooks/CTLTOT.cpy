001316*                     THRESHOLD) SO THE GL TRAILER AND THE      *
001318*                     CONTROL-TOTAL HISTORY SHOW THE DORMANCY   *
001320*                     TREND CYCLE OVER CYCLE.                   *
001323*    2026-10-15 NPG   ADDED THE HELD-FOR-BAD-ADDRESS COUNT -    *
001326*                     PAPER STATEMENTS DIVERTED TO THE HELD-    *
001329*                     STATEMENT FILE ARE NOT IN THE PAPER       *
001332*                     COUNT, SO ZIPSORT'S PIECE TIE-OUT STILL   *
001335*                     BALANCES.  RECORD LENGTH 150 TO 159.      *
001338*    2026-10-15 NPG   ADDED THE CASH MONITORING COUNTS - CTR    *
001341*                     CANDIDATES AND POSSIBLE-STRUCTURING       *
001344*                     FLAGS RAISED BY CASHMON, PICKED UP BY     *
001347*                     FOO FROM THE CSHTOTWK WORK FILE.  RECORD  *
001350*                     LENGTH 159 TO 177.                        *
001353*    2026-10-15 NPG   ADDED THE ACCOUNT STATUS COUNTS -         *
001356*                     STATEMENTS PRODUCED FOR LEGAL HOLD,       *
001359*                     BANKRUPT, DECEASED, AND FROZEN ACCOUNTS,  *
001362*                     STATUS-CODED RECORDS REJECTED AS          *
001365*                     EXCEPTIONS, AND COLLECTIONS NOTICES       *
001368*                     SUPPRESSED, SO STMTBAL CAN PROVE EVERY    *
001371*                     STATUS-CODED RECORD WAS ACCOUNTED FOR.    *
001374*                     RECORD LENGTH 177 TO 231.                 *
001377*    2026-10-15 NPG   ADDED CTL-STMT-GROUP - THE STATEMENT-DAY  *
001380*                     GROUP THE RUN STATEMENTED (SPACE FOR THE  *
001383*                     WHOLE CYCLE), SO THE PROOF, JOURNAL, AND  *
001386*                     PRESORT STEPS WORK ON THAT GROUP ONLY.    *
001389*                     RECORD LENGTH 231 TO 232.                 *
001392******************************************************************
001400 01  CTL-TOTAL-RECORD.
001500     05  CTL-RECORD-COUNT            PIC 9(09).
001600     05  CTL-BALANCE-TOTAL           PIC S9(9)V99
001840     05  CTL-DORMANCY-COUNTS.
001850         10  CTL-DORM-WARN-COUNT     PIC 9(09).
001860         10  CTL-DORM-ESCH-COUNT     PIC 9(09).
001870     05  CTL-MAIL-HOLD-COUNTS.
001880         10  CTL-HELD-COUNT          PIC 9(09).
001890     05  CTL-CASH-COUNTS.
001900         10  CTL-CASH-CTR-COUNT      PIC 9(09).
001910         10  CTL-CASH-STRUCT-COUNT   PIC 9(09).
001920     05  CTL-STATUS-COUNTS.
001930         10  CTL-STAT-LEGAL-COUNT    PIC 9(09).
001940         10  CTL-STAT-BANKRUPT-COUNT PIC 9(09).
001950         10  CTL-STAT-DECEASED-COUNT PIC 9(09).
001960         10  CTL-STAT-FROZEN-COUNT   PIC 9(09).
001970         10  CTL-STAT-EXCP-COUNT     PIC 9(09).
001980         10  CTL-COLL-SUPPRESS-COUNT PIC 9(09).
001990     05  CTL-STMT-GROUP              PIC X(01).

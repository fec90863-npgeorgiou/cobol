000280*                     CYCLE, TO THE PERMANENT CONTROL-TOTAL     *
000290*                     HISTORY FILE, AND THE TRAILER PRINTS A    *
000300*                     RUN-OVER-RUN COMPARISON - PRIOR CYCLE,    *
000301*                     CURRENT CYCLE, DIFFERENCE, AND PERCENT    *
000302*                     VARIANCE, FLAGGED WHEN THE MOVEMENT       *
000303*                     EXCEEDS THE TOLERANCE - SO GL             *
000304*                     INVESTIGATES BEFORE POSTING.              *
000305*    2026-09-02 NPG   THE TRAILER NOW PRINTS THE DORMANCY       *
000306*                     BUCKET COUNTS (WARNING / ESCHEATMENT)     *
000307*                     CARRIED ON THE WIDENED CONTROL-TOTAL      *
000308*                     RECORD (132 TO 150), SO THE DORMANCY      *
000309*                     TREND SHOWS CYCLE OVER CYCLE THROUGH THE  *
000310*                     HISTORY FILE.                             *
000311*    2026-09-02 NPG   THE RUN NOW CUTS THE GL JOURNAL-ENTRY     *
000312*                     INTERFACE FILE (GLJRNL LAYOUT) THE        *
000313*                     GENERAL LEDGER SYSTEM LOADS DIRECTLY -    *
000314*                     ONE BALANCED DEBIT/CREDIT PAIR PER        *
000315*                     PRODUCT CONTROL ACCOUNT FROM THE          *
000316*                     CONTROL-TOTAL RECORD, PLUS THE INTEREST-  *
000317*                     EXPENSE AND SERVICE-CHARGE-INCOME         *
000318*                     ENTRIES FROM INTPOST'S TOTALS (PASSED ON  *
000319*                     THE NEW PSTTOTWK WORK FILE), EACH         *
000320*                     STAMPED WITH THE CYCLE, ENDING IN A       *
000321*                     PROOF TRAILER THAT NETS TO ZERO.  THE     *
000322*                     TRAILER REPORT PRINTS THE SAME PROOF.     *
000323*    2026-09-02 NPG   THE RUN-OVER-RUN BASELINE NOW SUMS        *
000324*                     EVERY HISTORY RECORD OF THE PRIOR CYCLE   *
000325*                     INSTEAD OF KEEPING ONLY THE LAST ONE      *
000326*                     APPENDED - A SUPPLEMENTAL MAKE-UP BATCH   *
000327*                     APPENDS ITS OWN SMALL RECORD UNDER THE    *
000328*                     SAME CYCLE, AND BASELINING AGAINST THAT   *
000329*                     ALONE FLAGGED A SPURIOUS VARIANCE ON      *
000330*                     EVERY FOLLOWING MONTHLY RUN.              *
000331*    2026-09-02 NPG   THE POSTING-TOTALS RECORD'S CYCLE STAMP   *
000332*                     IS NOW VERIFIED AGAINST THE RUN'S CYCLE   *
000333*                     BEFORE ITS TOTALS GO INTO THE JOURNAL -   *
000334*                     THE WORK FILE IS REWRITTEN EACH CYCLE,    *
000335*                     SO AN OLD-CYCLE RERUN WAS AT RISK OF      *
000336*                     JOURNALING A LATER CYCLE'S INTEREST AND   *
000337*                     CHARGES.  A MISMATCH WARNS AND CUTS NO    *
000338*                     INTEREST/CHARGE ENTRIES.                  *
000339*    2026-10-15 NPG   THE TRAILER NOW PRINTS THE COUNT OF       *
000340*                     PAPER STATEMENTS HELD FOR A BAD ADDRESS,  *
000341*                     CARRIED ON THE WIDENED CONTROL-TOTAL      *
000342*                     RECORD (150 TO 159) - THEY ARE NOT IN     *
000343*                     THE PAPER COUNT ABOVE IT.                 *
000344*    2026-10-15 NPG   OVERDRAFT SERVICE-CHARGE REVERSALS        *
000345*                     APPLIED BY INTPOST (CARRIED ON THE        *
000346*                     WIDENED POSTING-TOTALS RECORD, 40 TO      *
000347*                     54) NOW JOURNAL AS A DEBIT TO SERVICE-    *
000348*                     CHARGE INCOME AGAINST THE CLEARING        *
000349*                     ACCOUNT.                                  *
000350*    2026-10-15 NPG   THE ANNUAL CLUB PAYOUT INTPOST NOW MAKES  *
000351*                     (CARRIED ON THE WIDENED POSTING-TOTALS    *
000352*                     RECORD, 54 TO 82) JOURNALS AS A DEBIT TO  *
000353*                     THE CLUB CONTROL ACCOUNT AGAINST CHECKING *
000354*                     FOR TRANSFERS AND AGAINST A NEW OFFICIAL- *
000355*                     CHECKS-OUTSTANDING ACCOUNT FOR CHECKS.    *
000356*    2026-10-15 NPG   THE CYCLE'S LARGE-CASH MONITORING COUNTS  *
000357*                     (CTR CANDIDATES AND STRUCTURING FLAGS,    *
000358*                     NOW ON THE CONTROL TOTALS RECORD, 159 TO  *
000359*                     177) PRINT ON THE GL TRAILER AND CARRY TO *
000360*                     THE CONTROL-TOTAL HISTORY.                *
000361*    2026-10-15 NPG   CONTROL TOTALS RECORD WIDENED 177 TO 231  *
000362*                     FOR THE ACCOUNT STATUS COUNTS, WHICH      *
000363*                     CARRY THROUGH TO THE CONTROL-TOTAL        *
000364*                     HISTORY WITH THE REST OF THE RECORD.      *
000365*    2026-10-15 NPG   CONTROL TOTALS RECORD WIDENED 231 TO 232  *
000366*                     FOR THE STATEMENT-DAY GROUP.  A GROUP     *
000367*                     RUN HEADS THE TRAILER WITH ITS GROUP,     *
000368*                     AND ITS RUN-OVER-RUN BASELINE IS THE      *
000369*                     SAME GROUP OF THE PRIOR CYCLE.  A         *
000370*                     POSTING-TOTALS RECORD FOR ANOTHER GROUP   *
000371*                     WARNS AND CUTS NO INTEREST/CHARGE         *
000372*                     ENTRIES, AS FOR A CYCLE MISMATCH.         *
000373*    2026-10-15 NPG   THE JOURNAL'S PROOF TRAILER CARRIES THE   *
000374*                     STATEMENT-DAY GROUP FOR THE RELEASE STEP  *
000375*                     TO PROVE.                                 *
000382******************************************************************
000384 IDENTIFICATION DIVISION.
000386 PROGRAM-ID.     GLTRAIL.
001050         10  WS-DATE-MM              PIC 9(02).
001060         10  WS-DATE-DD              PIC 9(02).
001070*
001080 01  WS-SAVED-CTL-RECORD             PIC X(232).
001090 01  FILLER REDEFINES WS-SAVED-CTL-RECORD.
001100     05  WS-CURR-RECORD-COUNT        PIC 9(09).
001110     05  WS-CURR-BALANCE-TOTAL       PIC S9(9)V99
001155     05  WS-CURR-OTHER-TOTAL         PIC S9(9)V99
001156                                     SIGN LEADING SEPARATE
001157                                         CHARACTER.
001159     05  FILLER                      PIC X(117).
001161     05  WS-CURR-STMT-GROUP          PIC X(01).
001163*
001165 01  WS-VARIANCE-FIELDS.
001170     05  WS-VARIANCE-TOLERANCE       PIC 9(03)V99 VALUE 10.00.
001180     05  WS-PRIOR-CYCLE              PIC 9(06) VALUE ZERO.
001190     05  WS-PRIOR-COUNT              PIC 9(09) COMP VALUE ZERO.
001390     05  WS-ELEC-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
001392     05  WS-DORM-WARN-EDIT           PIC ZZZ,ZZZ,ZZ9.
001394     05  WS-DORM-ESCH-EDIT           PIC ZZZ,ZZZ,ZZ9.
001395     05  WS-HELD-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
001396     05  WS-CASH-CTR-EDIT            PIC ZZZ,ZZZ,ZZ9.
001397     05  WS-CASH-STRUCT-EDIT         PIC ZZZ,ZZZ,ZZ9.
001400     05  WS-PRIOR-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
001410     05  WS-PRIOR-BALANCE-EDIT       PIC $$$,$$$,$$9.99-.
001420     05  WS-COUNT-DIFF-EDIT          PIC ZZZ,ZZZ,ZZ9-.
001430     05  WS-BALANCE-DIFF-EDIT        PIC $$$,$$$,$$9.99-.
001431     05  WS-VARIANCE-PCT-EDIT        PIC ZZ9.99-.
001432*
001433 01  WS-JOURNAL-FIELDS.
001434*    GL CONTROL ACCOUNT CODES THE JOURNAL ENTRIES POST TO -
001435*    THE SAME ACCOUNTS THE CLERK USED TO KEY AGAINST.
001436     05  WS-GL-CHECKING-ACCT         PIC X(08) VALUE "10100000".
001437     05  WS-GL-SAVINGS-ACCT          PIC X(08) VALUE "10200000".
001438     05  WS-GL-CLUB-ACCT             PIC X(08) VALUE "10300000".
001439     05  WS-GL-OTHER-ACCT            PIC X(08) VALUE "10900000".
001440     05  WS-GL-CLEARING-ACCT         PIC X(08) VALUE "19990000".
001441     05  WS-GL-INTEXP-ACCT           PIC X(08) VALUE "50100000".
001442     05  WS-GL-SVCINC-ACCT           PIC X(08) VALUE "40100000".
001443     05  WS-GL-OFFCHK-ACCT           PIC X(08) VALUE "21000000".
001452     05  WS-JRNL-AMOUNT              PIC S9(11)V99 COMP
001453                                     VALUE ZERO.
001454     05  WS-JRNL-DR-ACCT             PIC X(08) VALUE SPACES.
001465                                     VALUE ZERO.
001466     05  WS-PST-CHARGE               PIC S9(11)V99 COMP
001467                                     VALUE ZERO.
001468     05  WS-PST-REVERSAL             PIC S9(11)V99 COMP
001469                                     VALUE ZERO.
001470     05  WS-PST-CLUB-XFER            PIC S9(11)V99 COMP
001471                                     VALUE ZERO.
001472     05  WS-PST-CLUB-CHECK           PIC S9(11)V99 COMP
001473                                     VALUE ZERO.
001474     05  WS-PSTTOT-FOUND-SWITCH      PIC X(01) VALUE "N".
001475         88  WS-PSTTOT-FOUND         VALUE "Y".
001476     05  WS-JRNL-DR-EDIT             PIC $$,$$$,$$$,$$9.99-.
001477     05  WS-JRNL-CR-EDIT             PIC $$,$$$,$$$,$$9.99-.
001478     05  WS-JRNL-NET-EDIT            PIC $$,$$$,$$$,$$9.99-.
001479*
001480 PROCEDURE DIVISION.
001481*
001482******************************************************************
001490*    0000-MAINLINE                                               *
001500******************************************************************
001510 0000-MAINLINE.
002600             WS-EXCEPTION-COUNT-EDIT DELIMITED BY SIZE
002610         INTO GL-TRAILER-PRINT-RECORD.
002620     WRITE GL-TRAILER-PRINT-RECORD.
002621     IF WS-CURR-STMT-GROUP NOT = SPACE
002622         MOVE SPACES TO GL-TRAILER-PRINT-RECORD
002623         STRING "***    STATEMENT-DAY GROUP " DELIMITED BY SIZE
002624                 WS-CURR-STMT-GROUP DELIMITED BY SIZE
002625                 " OF CYCLE " DELIMITED BY SIZE
002626                 WS-STMT-CYCLE DELIMITED BY SIZE
002627                 " ONLY" DELIMITED BY SIZE
002628             INTO GL-TRAILER-PRINT-RECORD
002629         WRITE GL-TRAILER-PRINT-RECORD
002630     END-IF.
002631*
002640     MOVE "CHECKING " TO WS-TYPE-LABEL.
002650     MOVE CTL-CHECKING-COUNT TO WS-TYPE-COUNT-EDIT.
002660     MOVE CTL-CHECKING-TOTAL TO WS-TYPE-TOTAL-EDIT.
002949             WS-DORM-ESCH-EDIT DELIMITED BY SIZE
002950         INTO GL-TRAILER-PRINT-RECORD.
002951     WRITE GL-TRAILER-PRINT-RECORD.
002952*
002953     MOVE CTL-HELD-COUNT TO WS-HELD-COUNT-EDIT.
002954     MOVE SPACES TO GL-TRAILER-PRINT-RECORD.
002955     STRING "***    MAIL HOLD HELD FOR BAD ADDRESS: "
002956             DELIMITED BY SIZE
002957             WS-HELD-COUNT-EDIT DELIMITED BY SIZE
002958         INTO GL-TRAILER-PRINT-RECORD.
002959     WRITE GL-TRAILER-PRINT-RECORD.
002960*
002961     MOVE CTL-CASH-CTR-COUNT    TO WS-CASH-CTR-EDIT.
002962     MOVE CTL-CASH-STRUCT-COUNT TO WS-CASH-STRUCT-EDIT.
002963     MOVE SPACES TO GL-TRAILER-PRINT-RECORD.
002964     STRING "***    CASH MONITORING CTR CANDIDATES: "
002965             DELIMITED BY SIZE
002966             WS-CASH-CTR-EDIT DELIMITED BY SIZE
002967             "     STRUCTURING FLAGS: " DELIMITED BY SIZE
002968             WS-CASH-STRUCT-EDIT DELIMITED BY SIZE
002969         INTO GL-TRAILER-PRINT-RECORD.
002970     WRITE GL-TRAILER-PRINT-RECORD.
002971 4000-WRITE-GL-TRAILER-EXIT.
002972     EXIT.
002973*
002980******************************************************************
002990*    4100-WRITE-TYPE-LINE  -  WRITES ONE PER-ACCOUNT-TYPE       *
003000*    TRAILER LINE FROM THE LABEL/COUNT/TOTAL FIELDS SET BY THE  *
003382*    (THE MONTHLY RUN PLUS SUPPLEMENTAL MAKE-UP BATCHES), AND  *
003383*    BASELINING AGAINST ONLY THE LAST-APPENDED RECORD WOULD    *
003384*    COMPARE A WHOLE MONTH AGAINST A HANDFUL OF MAKE-UP        *
003386*    STATEMENTS AND FLAG A SPURIOUS VARIANCE EVERY CYCLE.  A    *
003388*    STATEMENT-DAY GROUP RUN BASELINES AGAINST THE SAME GROUP   *
003390*    OF THE PRIOR CYCLE ONLY; A WHOLE-CYCLE RUN AGAINST EVERY   *
003392*    RECORD OF THE PRIOR CYCLE, WHATEVER ITS GROUP.  A HISTORY  *
003394*    RECORD WRITTEN BEFORE THE GROUP WAS CARRIED READS AS THE   *
003396*    WHOLE CYCLE.                                               *
003398******************************************************************
003400 3100-READ-HISTORY.
003410     READ CTL-HISTORY-FILE
003420         AT END
003430             SET WS-HIST-EOF TO TRUE
003440         NOT AT END
003450             IF HIST-CYCLE < WS-STMT-CYCLE
003453                 AND (WS-CURR-STMT-GROUP = SPACE
003456                   OR HIST-STMT-GROUP = WS-CURR-STMT-GROUP)
003460                 IF HIST-CYCLE > WS-PRIOR-CYCLE
003470                     SET WS-PRIOR-FOUND TO TRUE
003480                     MOVE HIST-CYCLE         TO WS-PRIOR-CYCLE
003630 5000-WRITE-COMPARISON.
003640     MOVE SPACES TO GL-TRAILER-PRINT-RECORD.
003650     WRITE GL-TRAILER-PRINT-RECORD.
003651     IF WS-CURR-STMT-GROUP NOT = SPACE
003652         MOVE SPACES TO GL-TRAILER-PRINT-RECORD
003653         STRING "RUN-OVER-RUN COMPARISON IS FOR STATEMENT-DAY "
003654                 DELIMITED BY SIZE
003655                 "GROUP " DELIMITED BY SIZE
003656                 WS-CURR-STMT-GROUP DELIMITED BY SIZE
003657                 " AGAINST THE SAME GROUP OF THE PRIOR CYCLE"
003658                 DELIMITED BY SIZE
003659             INTO GL-TRAILER-PRINT-RECORD
003660         WRITE GL-TRAILER-PRINT-RECORD
003661     END-IF.
003662     IF NOT WS-PRIOR-FOUND
003670         MOVE SPACES TO GL-TRAILER-PRINT-RECORD
003680         STRING "RUN-OVER-RUN COMPARISON: NO PRIOR CYCLE ON "
003690                 DELIMITED BY SIZE
004640     WRITE CTL-HISTORY-RECORD.
004650     CLOSE CTL-HISTORY-FILE.
004660 6000-APPEND-HISTORY-EXIT.
004661     EXIT.
004662*
004663******************************************************************
004664*    7000-WRITE-JOURNAL  -  CUTS THE GL JOURNAL-ENTRY           *
004665*    INTERFACE FILE - ONE BALANCED DEBIT/CREDIT PAIR PER        *
004666*    PRODUCT CONTROL ACCOUNT FROM THE SAVED CONTROL-TOTAL       *
004667*    RECORD (CLEARING ACCOUNT ON THE OFFSETTING SIDE), PLUS     *
004668*    THE INTEREST-EXPENSE, SERVICE-CHARGE-INCOME,               *
004669*    SERVICE-CHARGE-REVERSAL, AND CLUB-PAYOUT ENTRIES FROM      *
004670*    THE POSTING STEP'S TOTALS - THEN WRITES THE PROOF          *
004671*    TRAILER (STAMPED WITH THE RUN'S STATEMENT-DAY GROUP) AND   *
004672*    PRINTS THE SAME PROOF ON THE GL TRAILER                    *
004680*    REPORT.  A NONZERO NET IS A PROGRAM FAULT AND ENDS THE     *
004681*    RUN WITH CC 8 SO THE FILE IS NEVER LOADED OUT OF           *
004682*    BALANCE.                                                   *
004732         MOVE "SERVICE CHARGE INCOME" TO WS-JRNL-DESC
004733         PERFORM 7200-WRITE-ENTRY-PAIR
004734             THRU 7200-WRITE-ENTRY-PAIR-EXIT
004735         MOVE WS-PST-REVERSAL     TO WS-JRNL-AMOUNT
004736         MOVE WS-GL-SVCINC-ACCT   TO WS-JRNL-DR-ACCT
004737         MOVE WS-GL-CLEARING-ACCT TO WS-JRNL-CR-ACCT
004738         MOVE "SERVICE CHARGE REVERSED" TO WS-JRNL-DESC
004739         PERFORM 7200-WRITE-ENTRY-PAIR
004740             THRU 7200-WRITE-ENTRY-PAIR-EXIT
004741         MOVE WS-PST-CLUB-XFER    TO WS-JRNL-AMOUNT
004742         MOVE WS-GL-CLUB-ACCT     TO WS-JRNL-DR-ACCT
004743         MOVE WS-GL-CHECKING-ACCT TO WS-JRNL-CR-ACCT
004744         MOVE "CLUB PAYOUT TRANSFERRED" TO WS-JRNL-DESC
004745         PERFORM 7200-WRITE-ENTRY-PAIR
004746             THRU 7200-WRITE-ENTRY-PAIR-EXIT
004747         MOVE WS-PST-CLUB-CHECK   TO WS-JRNL-AMOUNT
004748         MOVE WS-GL-CLUB-ACCT     TO WS-JRNL-DR-ACCT
004749         MOVE WS-GL-OFFCHK-ACCT   TO WS-JRNL-CR-ACCT
004750         MOVE "CLUB PAYOUT OFFICIAL CHECKS" TO WS-JRNL-DESC
004751         PERFORM 7200-WRITE-ENTRY-PAIR
004752             THRU 7200-WRITE-ENTRY-PAIR-EXIT
004753     END-IF.
004754*
004755     COMPUTE WS-JRNL-NET =
004756         WS-JRNL-DEBIT-TOTAL - WS-JRNL-CREDIT-TOTAL.
004757     MOVE SPACES TO GL-JOURNAL-TRAILER-RECORD.
004758     SET JRNL-TRAILER TO TRUE.
004759     MOVE WS-JRNL-DEBIT-TOTAL  TO JRNL-TRLR-DEBIT-TOTAL.
004760     MOVE WS-JRNL-CREDIT-TOTAL TO JRNL-TRLR-CREDIT-TOTAL.
004761     MOVE WS-JRNL-NET          TO JRNL-TRLR-NET.
004762     MOVE WS-CURR-STMT-GROUP   TO JRNL-TRLR-STMT-GROUP.
004763     WRITE GL-JOURNAL-TRAILER-RECORD.
004764     CLOSE GL-JOURNAL-FILE.
004765*
004766     MOVE WS-JRNL-DEBIT-TOTAL  TO WS-JRNL-DR-EDIT.
004767     MOVE WS-JRNL-CREDIT-TOTAL TO WS-JRNL-CR-EDIT.
004768     MOVE WS-JRNL-NET          TO WS-JRNL-NET-EDIT.
004769     MOVE SPACES TO GL-TRAILER-PRINT-RECORD.
004770     WRITE GL-TRAILER-PRINT-RECORD.
004771     MOVE SPACES TO GL-TRAILER-PRINT-RECORD.
004772     STRING "GL JOURNAL FILE PROOF - DEBITS: "
004773             DELIMITED BY SIZE
004774             WS-JRNL-DR-EDIT   DELIMITED BY SIZE
004775             "  CREDITS: "     DELIMITED BY SIZE
004776             WS-JRNL-CR-EDIT   DELIMITED BY SIZE
004777             "  NET: "         DELIMITED BY SIZE
004778             WS-JRNL-NET-EDIT  DELIMITED BY SIZE
004779         INTO GL-TRAILER-PRINT-RECORD.
004780     WRITE GL-TRAILER-PRINT-RECORD.
004781     IF WS-JRNL-NET NOT = ZERO
004782         DISPLAY "GLT0019E - GL JOURNAL FILE DOES NOT NET TO "
004783             "ZERO - DO NOT LOAD IT"
004784         MOVE 8 TO RETURN-CODE
004785     END-IF.
004786 7000-WRITE-JOURNAL-EXIT.
004787     EXIT.
004788*
004789******************************************************************
004790*    7100-READ-POSTING-TOTALS  -  PICKS UP THE POSTING STEP'S   *
004791*    INTEREST, CHARGE, AND CHARGE-REVERSAL GRAND TOTALS FROM    *
004792*    THE PSTTOTWK WORK FILE.  A MISSING OR EMPTY FILE (A        *
004793*    STANDALONE RERUN WITHOUT THE POSTING STEP), OR A RECORD    *
004794*    STAMPED WITH A DIFFERENT CYCLE OR STATEMENT-DAY GROUP (THE *
004795*    FILE IS REWRITTEN EVERY RUN, SO AN OLD-CYCLE OR OTHER-     *
004796*    GROUP RERUN WOULD OTHERWISE PICK UP ANOTHER RUN'S TOTALS), *
004797*    MEANS THE JOURNAL CARRIES NO INTEREST OR CHARGE ENTRIES -  *
004798*    WARNED, NOT FATAL.  A RECORD CUT BEFORE THE REVERSAL OR    *
004799*    CLUB-PAYOUT TOTALS WERE CARRIED READS AS NONE OF THEM.     *
004800******************************************************************
004801 7100-READ-POSTING-TOTALS.
004808     OPEN INPUT POSTING-TOTALS-FILE.
004818     IF WS-PSTTOTWK-STATUS NOT = "00"
004828         DISPLAY "GLT0020W - NO POSTING-TOTALS WORK FILE - THE "
004988                 SET WS-PSTTOT-FOUND TO TRUE
004998                 MOVE PST-INTEREST-TOTAL TO WS-PST-INTEREST
005008                 MOVE PST-CHARGE-TOTAL   TO WS-PST-CHARGE
005009                 IF PST-REVERSAL-TOTAL NUMERIC
005010                     MOVE PST-REVERSAL-TOTAL TO WS-PST-REVERSAL
005011                 ELSE
005012                     MOVE ZERO TO WS-PST-REVERSAL
005013                 END-IF
005014                 IF PST-CLUB-XFER-TOTAL NUMERIC
005015                     MOVE PST-CLUB-XFER-TOTAL
005016                         TO WS-PST-CLUB-XFER
005017                 ELSE
005018                     MOVE ZERO TO WS-PST-CLUB-XFER
005019                 END-IF
005020                 IF PST-CLUB-CHECK-TOTAL NUMERIC
005021                     MOVE PST-CLUB-CHECK-TOTAL
005022                         TO WS-PST-CLUB-CHECK
005023                 ELSE
005024                     MOVE ZERO TO WS-PST-CLUB-CHECK
005025                 END-IF
005026             END-IF
005028     END-READ.
005029     IF WS-PSTTOT-FOUND
005030         AND PST-STMT-GROUP NOT = WS-CURR-STMT-GROUP
005031         DISPLAY "GLT0023W - POSTING-TOTALS WORK FILE IS FOR "
005032             "STATEMENT GROUP '" PST-STMT-GROUP "' BUT THIS RUN "
005033             "IS GROUP '" WS-CURR-STMT-GROUP "' - THE JOURNAL "
005034             "CARRIES NO INTEREST OR CHARGE ENTRIES"
005035         MOVE "N" TO WS-PSTTOT-FOUND-SWITCH
005036     END-IF.
005038     CLOSE POSTING-TOTALS-FILE.
005048 7100-READ-POSTING-TOTALS-EXIT.
005058     EXIT.

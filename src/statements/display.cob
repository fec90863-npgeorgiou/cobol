001280*                     TRANEDIT PRE-EDIT STEP) - THE TRAILER IS  *
001290*                     TREATED AS END OF DATA SO IT CAN NEVER    *
001300*                     REPORT AS AN ORPHAN TRANSACTION.          *
001301*    2026-09-02 NPG   EVERY TRANSACTION NOW CARRIES A TYPE     *
001302*                     CODE (TRAN-TYPE-CODE) AND EACH STATEMENT *
001303*                     PRINTS A PER-CATEGORY SUMMARY BOX        *
001304*                     (DEPOSITS, WITHDRAWALS, CHECKS PAID,     *
001305*                     FEES, INTEREST) BETWEEN THE CLOSING-     *
001306*                     BALANCE LINE AND THE TYPE WORDING LINES. *
001307*                     THE SAME SUMMARY RIDES THE E-STATEMENT   *
001308*                     FEED (RECORD WIDENED 256 TO 320) SO THE  *
001309*                     PORTAL SHOWS THE SAME BOX.               *
001310*    2026-09-02 NPG   DORMANCY TRACKING - EACH ACCOUNT IS AGED  *
001311*                     FROM THE NEW ACCT-MAST-LAST-ACT-DATE      *
001312*                     (REFRESHED BY INTPOST WHEN CUSTOMER       *
001313*                     TRANSACTIONS POST) THE WAY THE OVERDRAFT  *
001314*                     IS AGED FROM ACCT-MAST-OD-DATE.  A        *
001315*                     NOTICE PRINTS ON STATEMENTS PAST THE      *
001316*                     WARNING THRESHOLD, ACCOUNTS PAST THE      *
001317*                     REPORTING THRESHOLD CUT A FIXED-LAYOUT    *
001318*                     ESCHEATMENT EXTRACT (ESCHXTR), AND THE    *
001319*                     DORMANCY BUCKET COUNTS RIDE THE CONTROL   *
001320*                     TOTALS SO THE TREND SHOWS CYCLE OVER      *
001321*                     CYCLE.  THE E-STATEMENT FEED CARRIES THE  *
001322*                     DORMANCY LEVEL AS A TAGGED FIELD.         *
001323*    2026-09-02 NPG   EVERY STATEMENT (PAPER AND ELECTRONIC)    *
001324*                     NOW ALSO WRITES A FULL-CONTENT, CYCLE-    *
001325*                     STAMPED RECORD SET TO THE PERMANENT       *
001326*                     STATEMENT ARCHIVE (STMARCH LAYOUT) -      *
001327*                     HEADER WITH NAME/ADDRESS AND OPENING      *
001328*                     BALANCE, ONE DETAIL PER TRANSACTION,      *
001329*                     NOTICE RECORDS, AND A CLOSING TRAILER -   *
001330*                     SO THE REPRINT PROGRAM CAN REPRODUCE A    *
001331*                     PRIOR-CYCLE STATEMENT AS PRINTED, NOT AS  *
001332*                     A ONE-LINE BALANCE SUMMARY.               *
001333*    2026-09-02 NPG   EVERY EXCEPTION NOW ALSO WRITES A FIXED-  *
001334*                     LAYOUT EXTRACT RECORD (EXCPXTR) - CYCLE,  *
001335*                     ACCOUNT, FIELD, REASON CODE, AND THE      *
001336*                     REJECTED RECORD IMAGE - SO THE DATA-      *
001337*                     QUALITY TEAM WORKS THE QUEUE FROM A FILE  *
001338*                     INSTEAD OF RE-KEYING OFF THE PRINTED      *
001339*                     REPORT.                                   *
001340*    2026-09-02 NPG   SUPPLEMENTAL RUN MODE - PARM CARD         *
001341*                     SUPPLEMENTAL SWITCH Y RUNS A MID-MONTH    *
001342*                     MAKE-UP BATCH FOR CORRECTED RECORDS:      *
001343*                     ONLY ACCOUNTS ON THE SUPPLEMENTAL         *
001344*                     REQUEST DECK (SUPPCRD) ARE STATEMENTED,   *
001345*                     A CYCLE ALREADY MARKED COMPLETE IS NOT    *
001346*                     REFUSED, THE RUN-CONTROL RECORDS CARRY    *
001347*                     RUN TYPE S, AND THE BATCH'S COUNTS ADD    *
001348*                     TO THE CYCLE'S CONTROL TOTALS THROUGH     *
001349*                     THE APPEND-ONLY RUN-CONTROL AND CONTROL-  *
001350*                     TOTAL HISTORY FILES.  TRANSACTIONS FOR    *
001351*                     UNSELECTED ACCOUNTS ARE PASSED OVER       *
001352*                     SILENTLY - THEY WERE ALREADY STATEMENTED  *
001353*                     OR REPORTED BY THE MONTHLY RUN.           *
001354*    2026-10-15 NPG   BAD-ADDRESS HOLD - A PAPER STATEMENT FOR  *
001355*                     AN ACCOUNT WHOSE MAIL CAME BACK (ACCT-    *
001356*                     MAST-ADDR-HOLD, SET BY RTNMAIL) IS STILL  *
001357*                     BUILT AND ARCHIVED BUT IS WRITTEN TO THE  *
001358*                     HELD-STATEMENT FILE (HELDSTMT) INSTEAD    *
001359*                     OF THE PRINT FILE AND LISTED ON THE       *
001360*                     HELD-MAIL REPORT (HELDRPT).  HELD         *
001361*                     STATEMENTS ARE COUNTED APART FROM PAPER   *
001362*                     ON THE CHECKPOINT AND CONTROL TOTALS, SO  *
001363*                     THE PAPER COUNT STILL TIES TO THE PIECES  *
001364*                     ZIPSORT FINDS IN THE PRINT FILE.          *
001365*    2026-10-15 NPG   OVERDRAFT SERVICE-CHARGE REVERSALS        *
001366*                     APPLIED BY INTPOST (THE REVTRAN FILE)     *
001367*                     NOW PRINT AS DETAIL LINES ON THE          *
001368*                     STATEMENT, GO TO THE ARCHIVE AS TYPE R    *
001369*                     TRANSACTIONS, AND SHOW AS A FEE-          *
001370*                     REVERSALS LINE IN THE TRANSACTION         *
001371*                     SUMMARY.                                  *
001372*    2026-10-15 NPG   TARGETED STATEMENT MESSAGES - ROWS ON THE *
001373*                     NEW STATEMENT MESSAGE FILE (STMTMSG) IN   *
001374*                     EFFECT FOR THE CYCLE PRINT IN A MESSAGE   *
001375*                     BLOCK ON EVERY STATEMENT WHOSE PRODUCT    *
001376*                     TYPE, STATE, DELIVERY CHANNEL, AND        *
001377*                     OVERDRAWN/DORMANT STATUS MATCH THE ROW'S  *
001378*                     TARGETING.  A RATE TABLE ROW DATED AFTER  *
001379*                     THE CYCLE ADDS AN AUTOMATIC RATE-CHANGE   *
001380*                     NOTICE TO THE PRODUCT'S STATEMENTS FOR    *
001381*                     THE NOTICE PERIOD BEFORE IT TAKES EFFECT  *
001382*                     (PARM-RATE-NOTICE-CYCLES, DEFAULT 2).     *
001383*                     MESSAGES RIDE THE E-STATEMENT FEED AS     *
001384*                     TAGGED MSG RECORDS AND ARE ARCHIVED AS    *
001385*                     NOTICE RECORDS.                           *
001386*    2026-10-15 NPG   CLUB-PAYOUT POSTINGS MADE BY INTPOST (THE *
001387*                     CLUBTRAN FILE) - THE DEBIT THAT EMPTIES A *
001388*                     CLUB ACCOUNT AND THE CREDIT TO ITS LINKED *
001389*                     CHECKING ACCOUNT - NOW PRINT AS DETAIL    *
001390*                     LINES, GO TO THE ARCHIVE AS TYPE P        *
001391*                     TRANSACTIONS, AND SHOW AS A CLUB-PAYOUTS  *
001392*                     LINE IN THE TRANSACTION SUMMARY.          *
001393*    2026-10-15 NPG   THE CYCLE'S LARGE-CASH MONITORING COUNTS  *
001394*                     (CTR CANDIDATES AND POSSIBLE STRUCTURING  *
001395*                     FLAGS, FROM THE NEW CASHMON STEP'S        *
001396*                     CSHTOTWK FILE) NOW CARRY ONTO THE CONTROL *
001397*                     TOTALS RECORD.                            *
001398*    2026-10-15 NPG   ACCOUNT STATUS CODES (ACCT-MAST-STATUS,   *
001399*                     SET BY ACCTMNT).  AN OVERDRAWN ACCOUNT    *
001400*                     UNDER BANKRUPTCY OR A LEGAL HOLD GETS NO  *
001401*                     OVERDRAWN NOTICE AND NO COLLECTIONS       *
001402*                     EXTRACT ROW; THE OVERDRAWN-LISTING SAYS   *
001403*                     WHY.  A DECEASED ACCOUNT'S STATEMENT IS   *
001404*                     ADDRESSED "ESTATE OF" THE NAME.  EVERY    *
001405*                     STATUS-CODED ACCOUNT STATEMENTED IS       *
001406*                     LISTED ON THE NEW ACCOUNT STATUS REPORT   *
001407*                     (STATRPT) WITH WHAT ITS STATUS            *
001408*                     SUPPRESSED.  AN UNKNOWN STATUS CODE IS    *
001409*                     EXCEPTION E004.  THE STATUS COUNTS RIDE   *
001410*                     THE CHECKPOINT (191 TO 245) AND THE       *
001411*                     CONTROL TOTALS (177 TO 231) FOR STMTBAL'S *
001412*                     STATUS PROOF.                             *
001413*    2026-10-15 NPG   STATEMENT-DAY GROUPS.  A GROUP (1-4) ON   *
001414*                     THE PARM CARD STATEMENTS ONLY THE         *
001415*                     ACCOUNTS IN THAT GROUP (BLANK OR BAD      *
001416*                     ACCOUNT CODE = GROUP 1); THE OTHERS, AND  *
001417*                     THEIR TRANSACTIONS, ARE PASSED OVER       *
001418*                     SILENTLY.  NO GROUP IS A WHOLE-CYCLE RUN  *
001419*                     AS BEFORE.  THE DUPLICATE-CYCLE CHECK,    *
001420*                     RUN CONTROL, AND CONTROL TOTALS ARE KEYED *
001421*                     BY CYCLE AND GROUP, AND THE ARCHIVE       *
001422*                     HEADER CARRIES THE GROUP FOR THE MONTH-   *
001423*                     END ROLL-UP.  ORPHAN TRANSACTIONS ARE     *
001424*                     REPORTED BY GROUP 1 ONLY.  A BAD GROUP    *
001425*                     CODE ON THE MASTER IS EXCEPTION E005.     *
001426*    2026-10-15 NPG   THE E-STATEMENT NAME= IS NOW "ESTATE      *
001427*                     OF" THE NAME FOR A DECEASED ACCOUNT,      *
001428*                     AS ON THE PAPER STATEMENT.  THE STATUS    *
001429*                     REPORT'S FROZEN LINE SAYS OVERDRAFT       *
001430*                     CHARGES WERE NOT ASSESSED ONLY WHEN THE   *
001431*                     ACCOUNT IS OVERDRAWN, OTHERWISE THAT      *
001432*                     CHARGES ARE BLOCKED WHILE FROZEN.         *
001438******************************************************************
001439 IDENTIFICATION DIVISION.
001440 PROGRAM-ID.     FOO.
002159                                 FILE STATUS IS
002160                                     WS-SUPPCRD-STATUS.
002161*
002162     SELECT HELD-STATEMENT-FILE ASSIGN TO HELDSTMT
002163                                 ORGANIZATION IS LINE SEQUENTIAL
002164                                 FILE STATUS IS
002165                                     WS-HELDSTMT-STATUS.
002166*
002167     SELECT HELD-MAIL-RPT       ASSIGN TO HELDRPT
002168                                 ORGANIZATION IS LINE SEQUENTIAL
002169                                 FILE STATUS IS
002170                                     WS-HELDRPT-STATUS.
002171*
002172     SELECT FEE-REVERSAL-FILE   ASSIGN TO REVTRAN
002173                                 ORGANIZATION IS LINE SEQUENTIAL
002174                                 FILE STATUS IS
002175                                     WS-REVTRAN-STATUS.
002176*
002177     SELECT STMT-MESSAGE-FILE   ASSIGN TO STMTMSG
002178                                 ORGANIZATION IS LINE SEQUENTIAL
002179                                 FILE STATUS IS
002180                                     WS-STMTMSG-STATUS.
002181*
002182     SELECT CLUB-PAYOUT-TRAN-FILE ASSIGN TO CLUBTRAN
002183                                 ORGANIZATION IS LINE SEQUENTIAL
002184                                 FILE STATUS IS
002185                                     WS-CLUBTRAN-STATUS.
002186*
002187     SELECT CASH-TOTAL-FILE     ASSIGN TO CSHTOTWK
002188                                 ORGANIZATION IS LINE SEQUENTIAL
002189                                 FILE STATUS IS
002190                                     WS-CSHTOTWK-STATUS.
002191*
002192     SELECT STATUS-RPT          ASSIGN TO STATRPT
002193                                 ORGANIZATION IS LINE SEQUENTIAL
002194                                 FILE STATUS IS
002195                                     WS-STATRPT-STATUS.
002196*
002197 DATA DIVISION.
002198 FILE SECTION.
002199*
002200 FD  ACCOUNT-MASTER.
002201     COPY ACCTREC.
002210*
002220 FD  STATEMENT-FILE.
002230 01  STATEMENT-PRINT-RECORD          PIC X(132).
002652     05  CHKPT-DORMANCY-COUNTS.
002654         10  CHKPT-DORM-WARN-COUNT   PIC 9(09).
002656         10  CHKPT-DORM-ESCH-COUNT   PIC 9(09).
002657     05  CHKPT-MAIL-HOLD-COUNTS.
002658         10  CHKPT-HELD-COUNT        PIC 9(09).
002659     05  CHKPT-STATUS-COUNTS.
002660         10  CHKPT-STAT-LEGAL-COUNT  PIC 9(09).
002661         10  CHKPT-STAT-BANKRUPT-COUNT
002662                                     PIC 9(09).
002663         10  CHKPT-STAT-DECEASED-COUNT
002664                                     PIC 9(09).
002665         10  CHKPT-STAT-FROZEN-COUNT PIC 9(09).
002666         10  CHKPT-STAT-EXCP-COUNT   PIC 9(09).
002667         10  CHKPT-COLL-SUPPRESS-COUNT
002668                                     PIC 9(09).
002669*
002670 FD  EXCEPTION-RPT.
002680 01  EXCEPTION-PRINT-RECORD          PIC X(132).
002690*
002810*
002820 FD  ESTMT-FEED-FILE.
002830 01  ESTMT-FEED-RECORD               PIC X(320).
002831*
002832 FD  HELD-STATEMENT-FILE.
002833 01  HELD-STMT-RECORD                PIC X(132).
002834*
002835 FD  HELD-MAIL-RPT.
002836 01  HELD-MAIL-PRINT-RECORD          PIC X(132).
002837*
002838 FD  FEE-REVERSAL-FILE.
002839     COPY REVTRAN.
002840*
002841 FD  STMT-MESSAGE-FILE.
002842     COPY STMTMSG.
002843*
002844 FD  CLUB-PAYOUT-TRAN-FILE.
002845     COPY CLUBTRAN.
002846*
002847 FD  CASH-TOTAL-FILE.
002848     COPY CSHTOT.
002849*
002850 FD  STATUS-RPT.
002851 01  STATUS-PRINT-RECORD             PIC X(132).
002852*
002853 FD  RATE-TABLE-FILE.
002860     COPY RATEREC.
002862*
002864 FD  ESCHEAT-EXTRACT.
003036     05  WS-STMARCH-STATUS           PIC X(02) VALUE "00".
003037     05  WS-EXCPXTRC-STATUS          PIC X(02) VALUE "00".
003038     05  WS-SUPPCRD-STATUS           PIC X(02) VALUE "00".
003039     05  WS-HELDSTMT-STATUS          PIC X(02) VALUE "00".
003040     05  WS-HELDRPT-STATUS           PIC X(02) VALUE "00".
003041     05  WS-REVTRAN-STATUS           PIC X(02) VALUE "00".
003042     05  WS-STMTMSG-STATUS           PIC X(02) VALUE "00".
003043     05  WS-CLUBTRAN-STATUS          PIC X(02) VALUE "00".
003044     05  WS-CSHTOTWK-STATUS          PIC X(02) VALUE "00".
003045     05  WS-STATRPT-STATUS           PIC X(02) VALUE "00".
003046*
003050 01  WS-SWITCHES.
003060     05  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE "N".
003070         88  WS-RUNCTL-EOF           VALUE "Y".
003314         88  WS-SUPPCRD-EOF          VALUE "Y".
003315     05  WS-SELECTED-SWITCH          PIC X(01) VALUE "N".
003316         88  WS-ACCT-SELECTED        VALUE "Y".
003317     05  WS-HELD-MAIL-SWITCH         PIC X(01) VALUE "N".
003318         88  WS-MAIL-HELD            VALUE "Y".
003319     05  WS-FEEREV-EOF-SWITCH        PIC X(01) VALUE "N".
003320         88  WS-FEEREV-EOF           VALUE "Y".
003321     05  WS-STMTMSG-EOF-SWITCH       PIC X(01) VALUE "N".
003322         88  WS-STMTMSG-EOF          VALUE "Y".
003323     05  WS-CLUBTRAN-EOF-SWITCH      PIC X(01) VALUE "N".
003324         88  WS-CLUBTRAN-EOF         VALUE "Y".
003325     05  WS-COLL-SUPPRESS-SWITCH     PIC X(01) VALUE "N".
003326         88  WS-COLL-SUPPRESSED      VALUE "Y".
003327     05  WS-IN-GROUP-SWITCH          PIC X(01) VALUE "Y".
003328         88  WS-ACCT-IN-GROUP        VALUE "Y".
003329*
003330 01  WS-CHECKPOINT-FIELDS.
003340     05  WS-CKPT-INTERVAL            PIC 9(05) COMP VALUE 1.
003350     05  WS-SINCE-CKPT               PIC 9(05) COMP VALUE ZERO.
003400     05  WS-BALANCE-TOTAL            PIC S9(9)V99 COMP VALUE ZERO.
003410     05  WS-EXCEPTION-COUNT          PIC 9(09) COMP VALUE ZERO.
003420     05  WS-ORPHAN-COUNT             PIC 9(09) COMP VALUE ZERO.
003425     05  WS-OTHER-GROUP-COUNT        PIC 9(09) COMP VALUE ZERO.
003430*
003440 01  WS-TYPE-COUNTERS.
003450     05  WS-CHECKING-COUNT           PIC 9(09) COMP VALUE ZERO.
003760     05  WS-OD-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
003770*
003780 01  WS-CHANNEL-COUNTERS.
003781     05  WS-PAPER-COUNT              PIC 9(09) COMP VALUE ZERO.
003782     05  WS-ELEC-COUNT               PIC 9(09) COMP VALUE ZERO.
003783     05  WS-HELD-COUNT               PIC 9(09) COMP VALUE ZERO.
003784     05  WS-HELD-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
003785     05  WS-CASH-CTR-COUNT           PIC 9(09) COMP VALUE ZERO.
003786     05  WS-CASH-STRUCT-COUNT        PIC 9(09) COMP VALUE ZERO.
003787     05  WS-RTN-REASON-TEXT          PIC X(30) VALUE SPACES.
003788*
003789 01  WS-ACCT-STATUS-FIELDS.
003790     05  WS-STAT-LEGAL-COUNT         PIC 9(09) COMP VALUE ZERO.
003791     05  WS-STAT-BANKRUPT-COUNT      PIC 9(09) COMP VALUE ZERO.
003792     05  WS-STAT-DECEASED-COUNT      PIC 9(09) COMP VALUE ZERO.
003793     05  WS-STAT-FROZEN-COUNT        PIC 9(09) COMP VALUE ZERO.
003794     05  WS-STAT-EXCP-COUNT          PIC 9(09) COMP VALUE ZERO.
003795     05  WS-COLL-SUPPRESS-COUNT      PIC 9(09) COMP VALUE ZERO.
003796     05  WS-STAT-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
003797     05  WS-STATUS-NAME              PIC X(12) VALUE SPACES.
003798     05  WS-STATUS-ACTION            PIC X(45) VALUE SPACES.
003801*
003802 01  WS-DORMANCY-FIELDS.
003803*    MONTHS WITHOUT CUSTOMER ACTIVITY BEFORE THE STATEMENT
003870                                     SIGN LEADING SEPARATE
003880                                         CHARACTER.
003890     05  WS-ESTMT-ODFLAG             PIC X(01) VALUE "N".
003900     05  WS-NAME-WORK                PIC X(32) VALUE SPACES.
003910     05  WS-ESTMT-DEP-COUNT          PIC 9(03) VALUE ZERO.
003920     05  WS-ESTMT-DEP-AMT            PIC S9(9)V99
003930                                     SIGN LEADING SEPARATE
004250     05  WS-INT-TOTAL                PIC S9(9)V99 COMP VALUE ZERO.
004260     05  WS-OTHCAT-COUNT             PIC 9(05) COMP VALUE ZERO.
004270     05  WS-OTHCAT-TOTAL             PIC S9(9)V99 COMP VALUE ZERO.
004272     05  WS-FEEREV-COUNT             PIC 9(05) COMP VALUE ZERO.
004274     05  WS-FEEREV-TOTAL             PIC S9(9)V99 COMP VALUE ZERO.
004276     05  WS-CLBPAY-COUNT             PIC 9(05) COMP VALUE ZERO.
004278     05  WS-CLBPAY-TOTAL             PIC S9(9)V99 COMP VALUE ZERO.
004280     05  WS-SUMM-COUNT-EDIT          PIC ZZ9.
004290     05  WS-SUMM-AMT-EDIT            PIC $$,$$$,$$9.99-.
004300*
004500     05  FILLER REDEFINES WS-STMT-CYCLE.
004510         10  WS-STMT-CYCLE-YYYY      PIC 9(04).
004520         10  WS-STMT-CYCLE-MM        PIC 9(02).
004522     05  WS-STMT-GROUP               PIC X(01) VALUE SPACE.
004524         88  WS-WHOLE-CYCLE-RUN      VALUE SPACE.
004526     05  WS-ACCT-GROUP               PIC X(01) VALUE SPACE.
004530     05  WS-STMT-DATE-EDIT.
004540         10  WS-STMT-DATE-MM         PIC 9(02).
004550         10  FILLER                  PIC X(01) VALUE "/".
004850         10  WS-RATE-TBL-CYCLE       PIC 9(06).
004860         10  WS-RATE-TBL-RATE        PIC V9(05).
004870         10  WS-RATE-TBL-CHARGE      PIC 9(03)V99.
004871*
004872 01  WS-RATE-NOTICE-FIELDS.
004873*    STATEMENT CYCLES AHEAD OF A RATE TABLE CHANGE THE ADVANCE
004874*    NOTICE PRINTS - THE PARM CARD MAY SET A LONGER PERIOD.
004875     05  WS-RATE-NOTICE-CYCLES       PIC 9(03) COMP VALUE 2.
004876     05  WS-CYCLES-AHEAD             PIC S9(05) COMP VALUE ZERO.
004877     05  WS-NEXT-EFF-CYCLE           PIC 9(06) VALUE ZERO.
004878     05  FILLER REDEFINES WS-NEXT-EFF-CYCLE.
004879         10  WS-NEXT-EFF-YYYY        PIC 9(04).
004880         10  WS-NEXT-EFF-MM          PIC 9(02).
004881     05  WS-NEXT-RATE                PIC V9(05) VALUE ZERO.
004882     05  WS-NEXT-CHARGE              PIC 9(03)V99 VALUE ZERO.
004883*
004884 01  WS-STMT-MESSAGE-FIELDS.
004885     05  WS-MSG-COUNT                PIC 9(03) COMP VALUE ZERO.
004886     05  WS-MSG-SUB                  PIC 9(03) COMP VALUE ZERO.
004887     05  WS-ACCT-MSG-COUNT           PIC 9(03) COMP VALUE ZERO.
004888     05  WS-ACCT-MSG-SUB             PIC 9(03) COMP VALUE ZERO.
004889     05  WS-MSG-WORK-TEXT            PIC X(80) VALUE SPACES.
004890*
004891 01  WS-STMT-MESSAGE-TABLE.
004892     05  WS-MSG-ENTRY                OCCURS 50 TIMES.
004893         10  WS-MSG-TBL-TYPE         PIC X(01).
004894         10  WS-MSG-TBL-STATE        PIC X(02).
004895         10  WS-MSG-TBL-CHANNEL      PIC X(01).
004896         10  WS-MSG-TBL-STATUS       PIC X(01).
004897         10  WS-MSG-TBL-TEXT         PIC X(80).
004898*
004899 01  WS-ACCT-MESSAGE-TABLE.
004900     05  WS-ACCT-MSG-TEXT            OCCURS 10 TIMES
004901                                     PIC X(80).
004902*
004903 PROCEDURE DIVISION.
004904*
004910******************************************************************
004920*    0000-MAINLINE                                               *
004930******************************************************************
005300         DISPLAY "FOO0024I - NO STATEMENT CYCLE ON THE PARM "
005310             "CARD, USING THE CURRENT DATE: " WS-STMT-CYCLE
005320     END-IF.
005321*
005322*    A STATEMENT-DAY GROUP ON THE PARM CARD LIMITS THE RUN TO
005323*    THAT GROUP'S ACCOUNTS.  A SUPPLEMENTAL BATCH STATEMENTS
005324*    WHATEVER IS ON ITS REQUEST DECK, SO IT IGNORES THE GROUP.
005325     IF WS-SUPPLEMENTAL
005326         AND NOT WS-WHOLE-CYCLE-RUN
005327         DISPLAY "FOO0062W - STATEMENT GROUP " WS-STMT-GROUP
005328             " IGNORED ON A SUPPLEMENTAL BATCH"
005329         MOVE SPACE TO WS-STMT-GROUP
005330     END-IF.
005331     IF NOT WS-WHOLE-CYCLE-RUN
005332         IF WS-STMT-GROUP < "1" OR WS-STMT-GROUP > "4"
005333             DISPLAY "FOO0059E - STATEMENT GROUP " WS-STMT-GROUP
005334                 " ON THE PARM CARD IS NOT 1-4"
005335             GO TO 9900-ABEND
005336         END-IF
005337         DISPLAY "FOO0060I - STATEMENTING GROUP " WS-STMT-GROUP
005338             " OF CYCLE " WS-STMT-CYCLE " ONLY"
005339     END-IF.
005340     MOVE WS-STMT-CYCLE-MM   TO WS-STMT-DATE-MM.
005341     MOVE WS-STMT-CYCLE-YYYY TO WS-STMT-DATE-YYYY.
005350*
005360     PERFORM 1400-CHECK-RUN-CONTROL
005370         THRU 1400-CHECK-RUN-CONTROL-EXIT.
005390         THRU 1450-WRITE-RUN-START-EXIT.
005400     PERFORM 1600-LOAD-RATE-TABLE
005410         THRU 1600-LOAD-RATE-TABLE-EXIT.
005411     PERFORM 1650-LOAD-STMT-MESSAGES
005412         THRU 1650-LOAD-STMT-MESSAGES-EXIT.
005413     IF NOT WS-SUPPLEMENTAL
005414         PERFORM 1680-LOAD-CASH-TOTALS
005415             THRU 1680-LOAD-CASH-TOTALS-EXIT
005416     END-IF.
005420*
005430     IF WS-RESTART-RUN
005440         OPEN EXTEND STATEMENT-FILE
006153     ELSE
006154         OPEN OUTPUT ESTMT-FEED-FILE
006155     END-IF.
006156     IF WS-ESTMTFD-STATUS NOT = "00"
006157         DISPLAY "FOO0030E - CANNOT OPEN ESTMT-FEED-FILE, "
006158             "STATUS " WS-ESTMTFD-STATUS
006159         GO TO 9900-ABEND
006160     END-IF.
006161*
006162     IF WS-RESTART-RUN
006163         OPEN EXTEND HELD-STATEMENT-FILE
006164     ELSE
006165         OPEN OUTPUT HELD-STATEMENT-FILE
006166     END-IF.
006167     IF WS-HELDSTMT-STATUS NOT = "00"
006168         DISPLAY "FOO0044E - CANNOT OPEN HELD-STATEMENT-FILE, "
006169             "STATUS " WS-HELDSTMT-STATUS
006170         GO TO 9900-ABEND
006171     END-IF.
006172*
006173     IF WS-RESTART-RUN
006174         OPEN EXTEND HELD-MAIL-RPT
006175     ELSE
006176         OPEN OUTPUT HELD-MAIL-RPT
006177     END-IF.
006178     IF WS-HELDRPT-STATUS NOT = "00"
006179         DISPLAY "FOO0045E - CANNOT OPEN HELD-MAIL-RPT, "
006180             "STATUS " WS-HELDRPT-STATUS
006181         GO TO 9900-ABEND
006182     END-IF.
006183     IF NOT WS-RESTART-RUN
006184         MOVE SPACES TO HELD-MAIL-PRINT-RECORD
006185         STRING "HELD-MAIL REPORT - PAPER STATEMENTS HELD FOR "
006186                 DELIMITED BY SIZE
006187                 "BAD ADDRESS, CYCLE " DELIMITED BY SIZE
006188                 WS-STMT-CYCLE         DELIMITED BY SIZE
006189             INTO HELD-MAIL-PRINT-RECORD
006190         WRITE HELD-MAIL-PRINT-RECORD
006191         MOVE SPACES TO HELD-MAIL-PRINT-RECORD
006192         WRITE HELD-MAIL-PRINT-RECORD
006193     END-IF.
006194*
006195     IF WS-RESTART-RUN
006196         OPEN EXTEND STATUS-RPT
006197     ELSE
006198         OPEN OUTPUT STATUS-RPT
006199     END-IF.
006200     IF WS-STATRPT-STATUS NOT = "00"
006201         DISPLAY "FOO0057E - CANNOT OPEN STATUS-RPT, "
006202             "STATUS " WS-STATRPT-STATUS
006203         GO TO 9900-ABEND
006204     END-IF.
006205     IF NOT WS-RESTART-RUN
006206         MOVE SPACES TO STATUS-PRINT-RECORD
006207         STRING "ACCOUNT STATUS REPORT - NORMAL PROCESSING "
006208                 DELIMITED BY SIZE
006209                 "SUPPRESSED BY ACCOUNT STATUS, CYCLE "
006210                 DELIMITED BY SIZE
006211                 WS-STMT-CYCLE         DELIMITED BY SIZE
006212             INTO STATUS-PRINT-RECORD
006213         WRITE STATUS-PRINT-RECORD
006214         MOVE SPACES TO STATUS-PRINT-RECORD
006215         WRITE STATUS-PRINT-RECORD
006216         MOVE SPACES TO STATUS-PRINT-RECORD
006217         STRING "ACCT   NAME                  STATUS        "
006218                 DELIMITED BY SIZE
006219                 "SINCE     REASON                "
006220                 DELIMITED BY SIZE
006221                 "ACTION TAKEN"        DELIMITED BY SIZE
006222             INTO STATUS-PRINT-RECORD
006223         WRITE STATUS-PRINT-RECORD
006224     END-IF.
006225     PERFORM 2200-READ-TRANSACTION
006230         THRU 2200-READ-TRANSACTION-EXIT.
006231*
006232*    THE FEE-REVERSAL FILE IS OPTIONAL - A RUN WITHOUT IT (A
006233*    STANDALONE RERUN, OR A CYCLE BEFORE REVERSALS WERE POSTED)
006234*    SIMPLY ITEMIZES NONE.
006235     OPEN INPUT FEE-REVERSAL-FILE.
006236     IF WS-REVTRAN-STATUS NOT = "00"
006237         DISPLAY "FOO0047W - NO FEE-REVERSAL FILE, STATUS "
006238             WS-REVTRAN-STATUS " - NO OVERDRAFT-CHARGE REVERSALS "
006239             "WILL BE ITEMIZED"
006240         SET WS-FEEREV-EOF TO TRUE
006241     ELSE
006242         PERFORM 2210-READ-FEE-REVERSAL
006243             THRU 2210-READ-FEE-REVERSAL-EXIT
006244     END-IF.
006245*
006246*    THE CLUB-PAYOUT FILE IS OPTIONAL IN THE SAME WAY - IT ONLY
006247*    CARRIES POSTINGS IN THE CYCLE THE CLUB ACCOUNTS PAY OUT.
006248     OPEN INPUT CLUB-PAYOUT-TRAN-FILE.
006249     IF WS-CLUBTRAN-STATUS NOT = "00"
006250         DISPLAY "FOO0053W - NO CLUB-PAYOUT FILE, STATUS "
006251             WS-CLUBTRAN-STATUS " - NO CLUB PAYOUTS WILL BE "
006252             "ITEMIZED"
006253         SET WS-CLUBTRAN-EOF TO TRUE
006254     ELSE
006255         PERFORM 2220-READ-CLUB-PAYOUT
006256             THRU 2220-READ-CLUB-PAYOUT-EXIT
006257     END-IF.
006258*
006259     IF WS-RESTART-RUN
006260         PERFORM 1300-LOAD-LAST-CHECKPOINT
006270             THRU 1300-LOAD-LAST-CHECKPOINT-EXIT
006280         OPEN EXTEND CHECKPOINT-FILE
006902             IF PARM-SUPPLEMENTAL = "Y"
006904                 MOVE "Y" TO WS-SUPPLEMENTAL-SWITCH
006906             END-IF
006907             IF PARM-STMT-GROUP NOT = SPACE
006908                 MOVE PARM-STMT-GROUP TO WS-STMT-GROUP
006909             END-IF
006910             IF PARM-RATE-NOTICE-CYCLES NUMERIC
006911                 AND PARM-RATE-NOTICE-CYCLES NOT = ZERO
006912                 MOVE PARM-RATE-NOTICE-CYCLES
006913                     TO WS-RATE-NOTICE-CYCLES
006914             END-IF
006915             IF PARM-CKPT-INTERVAL NOT = ZERO
006920                 AND PARM-CKPT-INTERVAL NOT = 1
006930                 DISPLAY "FOO0020W - PARM CARD REQUESTED A "
006940                     "CHECKPOINT INTERVAL OTHER THAN 1, "
007480             MOVE CHKPT-ELEC-COUNT      TO WS-ELEC-COUNT
007482             MOVE CHKPT-DORM-WARN-COUNT TO WS-DORM-WARN-COUNT
007484             MOVE CHKPT-DORM-ESCH-COUNT TO WS-DORM-ESCH-COUNT
007485             MOVE CHKPT-HELD-COUNT      TO WS-HELD-COUNT
007486             MOVE CHKPT-STAT-LEGAL-COUNT
007487                                        TO WS-STAT-LEGAL-COUNT
007488             MOVE CHKPT-STAT-BANKRUPT-COUNT
007489                                        TO WS-STAT-BANKRUPT-COUNT
007490             MOVE CHKPT-STAT-DECEASED-COUNT
007491                                        TO WS-STAT-DECEASED-COUNT
007492             MOVE CHKPT-STAT-FROZEN-COUNT
007493                                        TO WS-STAT-FROZEN-COUNT
007494             MOVE CHKPT-STAT-EXCP-COUNT TO WS-STAT-EXCP-COUNT
007495             MOVE CHKPT-COLL-SUPPRESS-COUNT
007496                                        TO WS-COLL-SUPPRESS-COUNT
007497     END-READ.
007500 1310-READ-CHECKPOINT-EXIT.
007510     EXIT.
007520*
007590*    DOUBLE-STATEMENTING A MONTH.  A RESTART RUN IS ALWAYS      *
007600*    ALLOWED - ITS CYCLE IS BY DEFINITION NOT COMPLETE - AND    *
007601*    SO IS A SUPPLEMENTAL MAKE-UP BATCH, WHOSE WHOLE POINT IS   *
007604*    TO ADD TO A CYCLE ALREADY STATEMENTED.  ON A STATEMENT-DAY *
007607*    GROUP RUN THE TEST IS FOR THAT GROUP OF THE CYCLE.         *
007610******************************************************************
007620 1400-CHECK-RUN-CONTROL.
007630     OPEN INPUT RUN-CONTROL-FILE.
007770                 " IS ALREADY MARKED COMPLETE - PROCEEDING "
007780                 "ON THE PARM CARD RERUN OVERRIDE"
007790         ELSE
007793             IF WS-WHOLE-CYCLE-RUN
007796                 DISPLAY "FOO0027E - CYCLE " WS-STMT-CYCLE
007799                     " IS ALREADY MARKED COMPLETE ON THE RUN-"
007802                     "CONTROL FILE - FRESH RUN REFUSED.  ADD THE "
007805                     "RERUN OVERRIDE TO THE PARM CARD TO RERUN."
007808             ELSE
007811                 DISPLAY "FOO0027E - CYCLE " WS-STMT-CYCLE
007814                     " GROUP " WS-STMT-GROUP
007817                     " IS ALREADY MARKED COMPLETE ON THE RUN-"
007820                     "CONTROL FILE - FRESH RUN REFUSED.  ADD THE "
007823                     "RERUN OVERRIDE TO THE PARM CARD TO RERUN."
007826             END-IF
007840             GO TO 9910-REFUSE-RUN
007850         END-IF
007860     END-IF.
007890*
007900******************************************************************
007910*    1410-READ-RUN-CONTROL  -  READS ONE RUN-CONTROL RECORD     *
007913*    AND REMEMBERS WHETHER THIS CYCLE IS MARKED COMPLETE.  A    *
007916*    GROUP RUN IS DONE WHEN ITS OWN GROUP OR A WHOLE-CYCLE RUN  *
007919*    HAS COMPLETED - A SUPPLEMENTAL BATCH DOES NOT COUNT.  A    *
007922*    WHOLE-CYCLE RUN IS DONE WHEN ANY RUN OF THE CYCLE HAS      *
007925*    COMPLETED, AS BEFORE.                                      *
007930******************************************************************
007940 1410-READ-RUN-CONTROL.
007950     READ RUN-CONTROL-FILE
007980         NOT AT END
007990             IF RUNC-CYCLE = WS-STMT-CYCLE
008000                 AND RUNC-COMPLETED
008002                 IF WS-WHOLE-CYCLE-RUN
008004                     SET WS-CYCLE-DONE TO TRUE
008006                 ELSE
008008                     IF NOT RUNC-SUPPLEMENTAL-RUN
008010                         AND (RUNC-STMT-GROUP = WS-STMT-GROUP
008012                           OR RUNC-WHOLE-CYCLE)
008014                         SET WS-CYCLE-DONE TO TRUE
008016                     END-IF
008018                 END-IF
008020             END-IF
008030     END-READ.
008040 1410-READ-RUN-CONTROL-EXIT.
008110*    RESTART, COMPLETED FLAG N.  THE MATCHING COMPLETED         *
008120*    RECORD IS WRITTEN BY 8200-WRITE-RUN-COMPLETE ONLY WHEN     *
008130*    THE RUN FINISHES, SO AN ABENDED RUN LEAVES A VISIBLE       *
008136*    START WITH NO COMPLETION ON THE AUDIT TRAIL.  BOTH         *
008142*    RECORDS CARRY THE RUN'S STATEMENT-DAY GROUP.               *
008150******************************************************************
008160 1450-WRITE-RUN-START.
008170     MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
008400     MOVE ZEROS TO RUNC-RECORD-COUNT.
008410     MOVE ZEROS TO RUNC-BALANCE-TOTAL.
008420     MOVE ZEROS TO RUNC-EXCEPTION-COUNT.
008425     MOVE WS-STMT-GROUP TO RUNC-STMT-GROUP.
008430     WRITE RUN-CONTROL-RECORD.
008440 1450-WRITE-RUN-START-EXIT.
008450     EXIT.
008910     END-IF.
008920     IF WS-RATE-COUNT >= 50
008930         DISPLAY "FOO0035E - MORE THAN 50 RATE TABLE ROWS"
008931         GO TO 9900-ABEND
008932     END-IF.
008933     ADD 1 TO WS-RATE-COUNT.
008934     MOVE RATE-PRODUCT-TYPE     TO WS-RATE-TBL-TYPE
008935                                     (WS-RATE-COUNT).
008936     MOVE RATE-EFFECTIVE-CYCLE  TO WS-RATE-TBL-CYCLE
008937                                     (WS-RATE-COUNT).
008938     MOVE RATE-MONTHLY-INT      TO WS-RATE-TBL-RATE
008939                                     (WS-RATE-COUNT).
008940     MOVE RATE-OVERDRAFT-CHARGE TO WS-RATE-TBL-CHARGE
008941                                     (WS-RATE-COUNT).
008942 1610-READ-RATE-TABLE-EXIT.
008943     EXIT.
008944*
008945******************************************************************
008946*    1650-LOAD-STMT-MESSAGES  -  LOADS THE STATEMENT MESSAGE    *
008947*    FILE ROWS IN EFFECT FOR THE STATEMENT CYCLE INTO THE       *
008948*    WORKING TABLE.  THE FILE IS OPTIONAL - A CYCLE WITH NO     *
008949*    MESSAGES TO SEND NEEDS NO FILE, AND THE AUTOMATIC RATE-    *
008950*    CHANGE NOTICES DO NOT DEPEND ON IT.                        *
008951******************************************************************
008952 1650-LOAD-STMT-MESSAGES.
008953     OPEN INPUT STMT-MESSAGE-FILE.
008954     IF WS-STMTMSG-STATUS NOT = "00"
008955         DISPLAY "FOO0048I - NO STATEMENT MESSAGE FILE, STATUS "
008956             WS-STMTMSG-STATUS " - ONLY RATE-CHANGE NOTICES "
008957             "WILL PRINT"
008958         GO TO 1650-LOAD-STMT-MESSAGES-EXIT
008959     END-IF.
008960     PERFORM 1660-READ-STMT-MESSAGE
008961         THRU 1660-READ-STMT-MESSAGE-EXIT
008962         UNTIL WS-STMTMSG-EOF.
008963     CLOSE STMT-MESSAGE-FILE.
008964     DISPLAY "FOO0051I - STATEMENT MESSAGES IN EFFECT FOR CYCLE "
008965         WS-STMT-CYCLE ": " WS-MSG-COUNT.
008966 1650-LOAD-STMT-MESSAGES-EXIT.
008967     EXIT.
008968*
008969******************************************************************
008970*    1660-READ-STMT-MESSAGE  -  READS ONE MESSAGE FILE ROW AND  *
008971*    KEEPS IT IF THE STATEMENT CYCLE FALLS IN ITS CYCLE RANGE.  *
008972*    A ROW WITH A NON-NUMERIC CYCLE, AN UNKNOWN CHANNEL OR      *
008973*    STATUS CODE, OR NO TEXT IS DROPPED WITH A WARNING RATHER   *
008974*    THAN STOPPING THE RUN, AS IS A ROW PAST THE 50-ENTRY       *
008975*    LIMIT.                                                     *
008976******************************************************************
008977 1660-READ-STMT-MESSAGE.
008978     READ STMT-MESSAGE-FILE
008979         AT END
008980             SET WS-STMTMSG-EOF TO TRUE
008981             GO TO 1660-READ-STMT-MESSAGE-EXIT
008982     END-READ.
008983     IF SMSG-FIRST-CYCLE NOT NUMERIC
008984         OR SMSG-LAST-CYCLE NOT NUMERIC
008985         OR NOT SMSG-CHANNEL-VALID
008986         OR NOT SMSG-STATUS-VALID
008987         OR SMSG-TEXT = SPACES
008988         DISPLAY "FOO0049W - STATEMENT MESSAGE " SMSG-ID
008989             " IS INVALID, MESSAGE DROPPED"
008990         GO TO 1660-READ-STMT-MESSAGE-EXIT
008991     END-IF.
008992     IF SMSG-FIRST-CYCLE > WS-STMT-CYCLE
008993         GO TO 1660-READ-STMT-MESSAGE-EXIT
008994     END-IF.
008995     IF SMSG-LAST-CYCLE NOT = ZERO
008996         AND SMSG-LAST-CYCLE < WS-STMT-CYCLE
008997         GO TO 1660-READ-STMT-MESSAGE-EXIT
008998     END-IF.
008999     IF WS-MSG-COUNT >= 50
009000         DISPLAY "FOO0050W - MORE THAN 50 STATEMENT MESSAGES IN "
009001             "EFFECT, MESSAGE DROPPED: " SMSG-ID
009002         GO TO 1660-READ-STMT-MESSAGE-EXIT
009003     END-IF.
009004     ADD 1 TO WS-MSG-COUNT.
009005     MOVE SMSG-TARGET-TYPE    TO WS-MSG-TBL-TYPE (WS-MSG-COUNT).
009006     MOVE SMSG-TARGET-STATE   TO WS-MSG-TBL-STATE (WS-MSG-COUNT).
009007     MOVE SMSG-TARGET-CHANNEL TO WS-MSG-TBL-CHANNEL
009008                                     (WS-MSG-COUNT).
009009     MOVE SMSG-TARGET-STATUS  TO WS-MSG-TBL-STATUS
009010                                     (WS-MSG-COUNT).
009011     MOVE SMSG-TEXT           TO WS-MSG-TBL-TEXT (WS-MSG-COUNT).
009012 1660-READ-STMT-MESSAGE-EXIT.
009013     EXIT.
009014*
009015******************************************************************
009016*    1680-LOAD-CASH-TOTALS  -  PICKS UP THE CYCLE'S LARGE-      *
009017*    CASH MONITORING COUNTS FROM THE CSHTOTWK RECORD THE        *
009018*    CASHMON STEP WROTE, FOR THE CONTROL TOTALS.  A MISSING OR  *
009019*    EMPTY FILE, OR ONE LEFT FROM ANOTHER CYCLE, IS A WARNING - *
009020*    THE STATEMENTS DO NOT DEPEND ON IT - AND THE COUNTS CARRY  *
009021*    AS ZERO.  A SUPPLEMENTAL RUN DOES NOT MONITOR CASH, SO IT  *
009022*    SKIPS THIS.                                                *
009023******************************************************************
009024 1680-LOAD-CASH-TOTALS.
009025     OPEN INPUT CASH-TOTAL-FILE.
009026     IF WS-CSHTOTWK-STATUS NOT = "00"
009027         DISPLAY "FOO0054W - NO CASH MONITORING TOTALS FILE, "
009028             "STATUS " WS-CSHTOTWK-STATUS " - CASH COUNTS WILL "
009029             "CARRY AS ZERO"
009030         GO TO 1680-LOAD-CASH-TOTALS-EXIT
009031     END-IF.
009032     READ CASH-TOTAL-FILE
009033         AT END
009034             DISPLAY "FOO0055W - CASH MONITORING TOTALS FILE IS "
009035                 "EMPTY - CASH COUNTS WILL CARRY AS ZERO"
009036         NOT AT END
009037             IF CSH-CYCLE NOT = WS-STMT-CYCLE
009038                 DISPLAY "FOO0056W - CASH MONITORING TOTALS ARE "
009039                     "FOR CYCLE " CSH-CYCLE ", NOT " WS-STMT-CYCLE
009040                     " - CASH COUNTS WILL CARRY AS ZERO"
009041             ELSE
009042                 IF CSH-CTR-COUNT NUMERIC
009043                     MOVE CSH-CTR-COUNT TO WS-CASH-CTR-COUNT
009044                 END-IF
009045                 IF CSH-STRUCT-COUNT NUMERIC
009046                     MOVE CSH-STRUCT-COUNT TO WS-CASH-STRUCT-COUNT
009047                 END-IF
009048             END-IF
009049     END-READ.
009050     CLOSE CASH-TOTAL-FILE.
009051 1680-LOAD-CASH-TOTALS-EXIT.
009060     EXIT.
009061*
009062******************************************************************
009690     EXIT.
009700*
009710******************************************************************
009716*    2150-VALIDATE-ACCOUNT  -  CHECKS THE ACCOUNT NUMBER,        *
009722*    BALANCE, AND ACCOUNT STATUS CODE JUST READ FOR SANE         *
009728*    VALUES.  A RECORD THAT FAILS ANY TEST IS WRITTEN TO THE     *
009734*    EXCEPTION REPORT.  2050-READ-NEXT-ACCOUNT IS WHAT ACTUALLY  *
009740*    SKIPS TO THE NEXT RECORD - THIS PARAGRAPH ONLY VALIDATES    *
009746*    THE ONE JUST READ.  A RECORD IN ANOTHER STATEMENT-DAY GROUP *
009752*    IS NOT VALIDATED HERE - ITS OWN GROUP'S RUN DOES THAT.  A   *
009758*    STATEMENT GROUP CODE OTHER THAN BLANK OR 1-4 IS AN          *
009764*    EXCEPTION IN GROUP 1.                                       *
009770******************************************************************
009780 2150-VALIDATE-ACCOUNT.
009790     MOVE "N" TO WS-BAD-RECORD-SWITCH.
009800     MOVE ACCT-MAST-ID TO WS-EXCP-ACCOUNT.
009801     PERFORM 2170-CHECK-ACCOUNT-GROUP
009802         THRU 2170-CHECK-ACCOUNT-GROUP-EXIT.
009803     IF NOT WS-ACCT-IN-GROUP
009804         GO TO 2150-VALIDATE-ACCOUNT-EXIT
009805     END-IF.
009810*
009820     IF ACCT-MAST-ID NOT NUMERIC
009830         MOVE "ACCT-MAST-ID"        TO WS-EXCP-FIELD
009990         PERFORM 2160-WRITE-EXCEPTION
010000       THRU 2160-WRITE-EXCEPTION-EXIT
010010     END-IF.
010011*
010012     IF NOT ACCT-STAT-VALID
010013         MOVE "ACCT-MAST-STATUS"    TO WS-EXCP-FIELD
010014         MOVE "ACCOUNT STATUS CODE IS NOT VALID" TO WS-EXCP-REASON
010015         MOVE "E004" TO WS-EXCP-REASON-CODE
010016         PERFORM 2160-WRITE-EXCEPTION
010017             THRU 2160-WRITE-EXCEPTION-EXIT
010018     END-IF.
010019*
010020     IF ACCT-MAST-STMT-GROUP NOT = SPACE
010021         AND NOT ACCT-STMT-GROUP-VALID
010022         MOVE "ACCT-MAST-STMT-GROUP" TO WS-EXCP-FIELD
010023         MOVE "STATEMENT GROUP IS NOT 1-4" TO WS-EXCP-REASON
010024         MOVE "E005" TO WS-EXCP-REASON-CODE
010025         PERFORM 2160-WRITE-EXCEPTION
010026             THRU 2160-WRITE-EXCEPTION-EXIT
010027     END-IF.
010028*
010030     IF NOT WS-BAD-RECORD
010040         MOVE ACCT-MAST-ID      TO BAR1
010050         MOVE ACCT-MAST-BALANCE TO BAR2
010170*    EXCEPTION COUNT MOVES ONCE PER BAD RECORD, NOT ONCE PER    *
010180*    REASON LINE, SO IT STAYS A COUNT OF REJECTED RECORDS THE   *
010190*    BALANCING PROOFS AND THE TOLERANCE GATE CAN ADD TO THE     *
010195*    STATEMENT COUNT.  A REJECTED RECORD CARRYING AN ACCOUNT    *
010200*    STATUS IS COUNTED AGAIN ON ITS OWN FOR STMTBAL'S STATUS    *
010205*    PROOF.                                                     *
010210******************************************************************
010220 2160-WRITE-EXCEPTION.
010230     IF NOT WS-SKIPPING-AHEAD
010240         IF NOT WS-BAD-RECORD
010250             ADD 1 TO WS-EXCEPTION-COUNT
010252             IF NOT ACCT-STAT-NORMAL
010254                 ADD 1 TO WS-STAT-EXCP-COUNT
010256             END-IF
010260         END-IF
010270         MOVE SPACES TO EXCEPTION-PRINT-RECORD
010280         STRING "ACCOUNT: "   DELIMITED BY SIZE
010390     EXIT.
010400*
010410******************************************************************
010411*    2170-CHECK-ACCOUNT-GROUP  -  SETTLES THE STATEMENT-DAY      *
010412*    GROUP OF THE RECORD JUST READ - ITS OWN CODE WHEN 1-4,      *
010413*    OTHERWISE GROUP 1, THE SAME RULE THE POSTING STEP USES -    *
010414*    AND WHETHER THIS RUN STATEMENTS IT.  A WHOLE-CYCLE RUN      *
010415*    (AND A SUPPLEMENTAL BATCH) TAKES EVERY GROUP.  ON A GROUP   *
010416*    RUN A RECORD IN ANOTHER GROUP IS PASSED OVER SILENTLY, AS   *
010417*    A BAD RECORD WOULD BE BUT WITH NO EXCEPTION, AND ITS        *
010418*    TRANSACTIONS ARE CONSUMED WITH IT SO THEY ARE NOT TAKEN     *
010419*    FOR ORPHANS.  ITS OWN GROUP'S RUN STATEMENTS IT.            *
010420******************************************************************
010421 2170-CHECK-ACCOUNT-GROUP.
010422     MOVE "Y" TO WS-IN-GROUP-SWITCH.
010423     IF ACCT-STMT-GROUP-VALID
010424         MOVE ACCT-MAST-STMT-GROUP TO WS-ACCT-GROUP
010425     ELSE
010426         MOVE "1" TO WS-ACCT-GROUP
010427     END-IF.
010428     IF WS-WHOLE-CYCLE-RUN
010429         OR WS-ACCT-GROUP = WS-STMT-GROUP
010430         GO TO 2170-CHECK-ACCOUNT-GROUP-EXIT
010431     END-IF.
010432     MOVE "N" TO WS-IN-GROUP-SWITCH.
010433     MOVE "Y" TO WS-BAD-RECORD-SWITCH.
010434     ADD 1 TO WS-OTHER-GROUP-COUNT.
010435     IF ACCT-MAST-ID NUMERIC
010436         PERFORM 2250-HANDLE-ORPHAN-TRAN
010437             THRU 2250-HANDLE-ORPHAN-TRAN-EXIT
010438             UNTIL WS-TRAN-EOF
010439                OR TRAN-ACCOUNT-NUMBER NOT < ACCT-MAST-ID
010440         PERFORM 2200-READ-TRANSACTION
010441             THRU 2200-READ-TRANSACTION-EXIT
010442             UNTIL WS-TRAN-EOF
010443                OR TRAN-ACCOUNT-NUMBER NOT = ACCT-MAST-ID
010444     END-IF.
010445 2170-CHECK-ACCOUNT-GROUP-EXIT.
010446     EXIT.
010447*
010448******************************************************************
010449*    2200-READ-TRANSACTION  -  READS ONE POSTED-TRANSACTION      *
010450*    RECORD.  THE FILE IS SORTED BY ACCOUNT NUMBER, SO THE MAIN  *
010451*    LOOP CAN MATCH IT AGAINST THE ACCOUNT MASTER BALANCE-LINE   *
010452*    STYLE - NO TRANSACTION IS EVER RE-READ.  THE BATCH          *
010460*    TRAILER THE POSTING SYSTEM SUPPLIES (ALREADY PROVED BY      *
010470*    THE TRANEDIT PRE-EDIT STEP) IS TREATED AS END OF DATA.      *
010480******************************************************************
010590     EXIT.
010600*
010610******************************************************************
010611*    2210-READ-FEE-REVERSAL  -  READS ONE OVERDRAFT-CHARGE       *
010612*    REVERSAL WRITTEN BY THE POSTING STEP.  THE FILE IS IN       *
010613*    ACCOUNT ORDER, SO IT IS MATCHED AGAINST THE MASTER THE      *
010614*    SAME WAY AS THE POSTED-TRANSACTION FILE.                    *
010615******************************************************************
010616 2210-READ-FEE-REVERSAL.
010617     READ FEE-REVERSAL-FILE
010618         AT END
010619             SET WS-FEEREV-EOF TO TRUE
010620     END-READ.
010621 2210-READ-FEE-REVERSAL-EXIT.
010622     EXIT.
010623*
010624******************************************************************
010625*    2220-READ-CLUB-PAYOUT  -  READS ONE CLUB-PAYOUT POSTING     *
010626*    WRITTEN BY THE POSTING STEP.  THE FILE IS IN ACCOUNT        *
010627*    ORDER, SO IT IS MATCHED AGAINST THE MASTER THE SAME WAY     *
010628*    AS THE FEE-REVERSAL FILE.                                   *
010629******************************************************************
010630 2220-READ-CLUB-PAYOUT.
010631     READ CLUB-PAYOUT-TRAN-FILE
010632         AT END
010633             SET WS-CLUBTRAN-EOF TO TRUE
010634     END-READ.
010635 2220-READ-CLUB-PAYOUT-EXIT.
010636     EXIT.
010637*
010638******************************************************************
010639*    2250-HANDLE-ORPHAN-TRAN  -  DISPOSES OF ONE TRANSACTION     *
010640*    WHOSE ACCOUNT IS NOT ON THE MASTER (OR NOT YET REACHED AT   *
010641*    END OF MASTERS).  ON A RESTART RUN, TRANSACTIONS FOR        *
010650*    ACCOUNTS AT OR BEFORE THE LAST CHECKPOINT WERE ALREADY      *
010660*    STATEMENTED OR REPORTED BY THE RUN THAT WROTE THE           *
010670*    CHECKPOINT, SO THEY ARE DISCARDED WITHOUT RE-REPORTING.     *
010680*    ANYTHING ELSE IS A POSTING ERROR AND GOES TO THE EXCEPTION  *
010685*    REPORT - ONCE A CYCLE.  THE TRANSACTION FILE HOLDS THE      *
010690*    WHOLE CYCLE, SO ON A STATEMENT-DAY GROUP RUN ONLY GROUP 1   *
010695*    REPORTS THEM.                                               *
010700******************************************************************
010710 2250-HANDLE-ORPHAN-TRAN.
010715     IF WS-SUPPLEMENTAL
010720         OR (WS-RESTART-RUN
010730         AND TRAN-ACCOUNT-NUMBER NOT > WS-LAST-CKPT-ACCOUNT)
010733         OR (NOT WS-WHOLE-CYCLE-RUN
010736         AND WS-STMT-GROUP NOT = "1")
010740         CONTINUE
010750     ELSE
010760         ADD 1 TO WS-ORPHAN-COUNT
011225*    4000-WRITE-STATEMENT  -  BUILDS AND WRITES ONE CUSTOMER     *
011227*    STATEMENT TO THE 132-COLUMN PRINT FILE - THE ACCOUNT LINE,  *
011230*    AN OPENING-BALANCE LINE, ONE DETAIL LINE PER TRANSACTION    *
011239*    POSTED TO THE ACCOUNT THIS CYCLE (INCLUDING ANY OVERDRAFT   *
011248*    CHARGE REVERSAL THE POSTING STEP APPLIED), AND A CLOSING-   *
011257*    BALANCE LINE.  THE OPENING BALANCE IS DERIVED BY BACKING    *
011266*    THE NET OF THE CYCLE'S TRANSACTIONS OUT OF THE MASTER       *
011275*    BALANCE, AND THE CLOSING BALANCE IS RE-ACCUMULATED ACROSS   *
011284*    THE DETAIL LINES AND CROSS-FOOTED AGAINST BAR2 - A          *
011293*    MISMATCH GOES TO THE EXCEPTION REPORT.  TRANSACTIONS        *
011302*    SORTED AHEAD OF THIS ACCOUNT WITH NO MASTER RECORD ARE      *
011311*    DISPOSED OF AS POSTING ERRORS FIRST.                        *
011320******************************************************************
011330 4000-WRITE-STATEMENT.
011340     PERFORM 2250-HANDLE-ORPHAN-TRAN
011420     MOVE ZERO TO WS-CHK-COUNT    WS-CHK-TOTAL.
011430     MOVE ZERO TO WS-FEE-TOTAL    WS-INT-TOTAL.
011440     MOVE ZERO TO WS-OTHCAT-COUNT WS-OTHCAT-TOTAL.
011443     MOVE ZERO TO WS-FEEREV-COUNT WS-FEEREV-TOTAL.
011446     MOVE ZERO TO WS-CLBPAY-COUNT WS-CLBPAY-TOTAL.
011450     PERFORM 4020-LOAD-ACCOUNT-TRANS
011460         THRU 4020-LOAD-ACCOUNT-TRANS-EXIT
011470         UNTIL WS-TRAN-EOF
011480            OR TRAN-ACCOUNT-NUMBER NOT = BAR1.
011481     PERFORM 4022-LOAD-FEE-REVERSAL
011482         THRU 4022-LOAD-FEE-REVERSAL-EXIT
011483         UNTIL WS-FEEREV-EOF
011484            OR REVT-ACCOUNT-NUMBER > BAR1.
011485     PERFORM 4023-LOAD-CLUB-PAYOUT
011486         THRU 4023-LOAD-CLUB-PAYOUT-EXIT
011487         UNTIL WS-CLUBTRAN-EOF
011488            OR CLBT-ACCOUNT-NUMBER > BAR1.
011490     COMPUTE WS-OPENING-BALANCE = BAR2 - WS-TRAN-NET.
011492     PERFORM 4120-AGE-DORMANCY
011494         THRU 4120-AGE-DORMANCY-EXIT.
011496     PERFORM 4500-SELECT-MESSAGES
011498         THRU 4500-SELECT-MESSAGES-EXIT.
011500*
011510     MOVE SPACES TO WS-NOTICE-TEXT.
011515     MOVE "N" TO WS-COLL-SUPPRESS-SWITCH.
011520     IF ACCT-DELIV-ELECTRONIC
011530         ADD 1 TO WS-ELEC-COUNT
011540         IF BAR3
011580         PERFORM 4300-WRITE-ESTMT-FEED
011590             THRU 4300-WRITE-ESTMT-FEED-EXIT
011600     ELSE
011601*        A PAPER STATEMENT FOR AN ACCOUNT UNDER A BAD-ADDRESS HOLD
011602*        IS BUILT AS USUAL BUT WRITTEN TO THE HELD-STATEMENT FILE,
011603*        AND COUNTED AS HELD RATHER THAN AS A PAPER PIECE.
011604         IF ACCT-ADDR-HELD
011605             MOVE "Y" TO WS-HELD-MAIL-SWITCH
011606             ADD 1 TO WS-HELD-COUNT
011607             PERFORM 4016-WRITE-HELD-MAIL-LINE
011608                 THRU 4016-WRITE-HELD-MAIL-LINE-EXIT
011609         ELSE
011610             MOVE "N" TO WS-HELD-MAIL-SWITCH
011611             ADD 1 TO WS-PAPER-COUNT
011612         END-IF
011620         PERFORM 4001-WRITE-PAPER-STATEMENT
011630             THRU 4001-WRITE-PAPER-STATEMENT-EXIT
011635         MOVE "N" TO WS-HELD-MAIL-SWITCH
011640     END-IF.
011650     PERFORM 4200-WRITE-EXTRACT THRU 4200-WRITE-EXTRACT-EXIT.
011652     PERFORM 4400-WRITE-ARCHIVE-SET
011654         THRU 4400-WRITE-ARCHIVE-SET-EXIT.
011655     IF NOT ACCT-STAT-NORMAL
011656         PERFORM 4600-WRITE-STATUS-LINE
011657             THRU 4600-WRITE-STATUS-LINE-EXIT
011658     END-IF.
011660 4000-WRITE-STATEMENT-EXIT.
011670     EXIT.
011680*
011700*    4001-WRITE-PAPER-STATEMENT  -  THE PRINTED STATEMENT FOR   *
011710*    A PAPER-DELIVERY ACCOUNT - HEADING, ACCOUNT AND OPENING-   *
011720*    BALANCE LINES, TRANSACTION DETAIL, CLOSING BALANCE WITH    *
011726*    THE CROSS-FOOT CHECK, THE TYPE-SPECIFIC LINES, THE         *
011732*    OVERDRAWN AND DORMANCY NOTICES, AND THE MESSAGE BLOCK      *
011738*    (RATE-CHANGE NOTICES AND MESSAGE FILE ROWS).  ELECTRONIC   *
011744*    ACCOUNTS BYPASS ALL OF THIS AND GO TO THE E-STATEMENT      *
011750*    FEED INSTEAD.                                              *
011760******************************************************************
011770 4001-WRITE-PAPER-STATEMENT.
011780*
012821         PERFORM 4010-WRITE-STMT-LINE
012822             THRU 4010-WRITE-STMT-LINE-EXIT
012823     END-IF.
012824*
012825     IF WS-ACCT-MSG-COUNT > ZERO
012826         MOVE SPACES TO WS-STMT-DETAIL-LINE
012827         PERFORM 4010-WRITE-STMT-LINE
012828             THRU 4010-WRITE-STMT-LINE-EXIT
012829         MOVE "  IMPORTANT INFORMATION ABOUT YOUR ACCOUNT"
012830             TO WS-STMT-DETAIL-LINE
012831         PERFORM 4010-WRITE-STMT-LINE
012832             THRU 4010-WRITE-STMT-LINE-EXIT
012833         PERFORM 4540-WRITE-MESSAGE-LINE
012834             THRU 4540-WRITE-MESSAGE-LINE-EXIT
012835             VARYING WS-ACCT-MSG-SUB FROM 1 BY 1
012836             UNTIL WS-ACCT-MSG-SUB > WS-ACCT-MSG-COUNT
012837     END-IF.
012838 4001-WRITE-PAPER-STATEMENT-EXIT.
012839     EXIT.
012840*
012850******************************************************************
012860*    4005-WRITE-STMT-HEADING  -  WRITES THE STATEMENT HEADING    *
013000             "                    "  DELIMITED BY SIZE
013010             WS-STMT-TITLE DELIMITED BY SIZE
013020         INTO STATEMENT-PRINT-RECORD.
013026     PERFORM 4015-PUT-STMT-RECORD
013032         THRU 4015-PUT-STMT-RECORD-EXIT.
013040*
013050     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013060     STRING "STATEMENT DATE: " DELIMITED BY SIZE
013100             "     PAGE: "     DELIMITED BY SIZE
013110             WS-PAGE-EDIT      DELIMITED BY SIZE
013120         INTO STATEMENT-PRINT-RECORD.
013126     PERFORM 4015-PUT-STMT-RECORD
013132         THRU 4015-PUT-STMT-RECORD-EXIT.
013140*
013150     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013156     PERFORM 4015-PUT-STMT-RECORD
013162         THRU 4015-PUT-STMT-RECORD-EXIT.
013170*
013180     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013184     IF ACCT-STAT-DECEASED
013188         STRING "     ESTATE OF "  DELIMITED BY SIZE
013192                 ACCT-MAST-NAME    DELIMITED BY SIZE
013196             INTO STATEMENT-PRINT-RECORD
013200     ELSE
013204         STRING "     "            DELIMITED BY SIZE
013208                 ACCT-MAST-NAME    DELIMITED BY SIZE
013212             INTO STATEMENT-PRINT-RECORD
013216     END-IF.
013220     PERFORM 4015-PUT-STMT-RECORD
013224         THRU 4015-PUT-STMT-RECORD-EXIT.
013230*
013240     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013250     STRING "     "            DELIMITED BY SIZE
013260             ACCT-MAST-STREET  DELIMITED BY SIZE
013270         INTO STATEMENT-PRINT-RECORD.
013276     PERFORM 4015-PUT-STMT-RECORD
013282         THRU 4015-PUT-STMT-RECORD-EXIT.
013290*
013300     MOVE ACCT-MAST-CITY TO WS-CITY-WORK.
013310     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013360             " "               DELIMITED BY SIZE
013370             ACCT-MAST-ZIP     DELIMITED BY SIZE
013380         INTO STATEMENT-PRINT-RECORD.
013386     PERFORM 4015-PUT-STMT-RECORD
013392         THRU 4015-PUT-STMT-RECORD-EXIT.
013400*
013410     MOVE SPACES TO STATEMENT-PRINT-RECORD.
013416     PERFORM 4015-PUT-STMT-RECORD
013422         THRU 4015-PUT-STMT-RECORD-EXIT.
013430     MOVE 7 TO WS-LINE-COUNT.
013440 4005-WRITE-STMT-HEADING-EXIT.
013450     EXIT.
013570             THRU 4005-WRITE-STMT-HEADING-EXIT
013580     END-IF.
013590     MOVE WS-STMT-DETAIL-LINE TO STATEMENT-PRINT-RECORD.
013596     PERFORM 4015-PUT-STMT-RECORD
013602         THRU 4015-PUT-STMT-RECORD-EXIT.
013610     ADD 1 TO WS-LINE-COUNT.
013620     MOVE SPACES TO WS-STMT-DETAIL-LINE.
013630 4010-WRITE-STMT-LINE-EXIT.
013631     EXIT.
013632*
013633******************************************************************
013634*    4015-PUT-STMT-RECORD  -  WRITES ONE STATEMENT PRINT LINE.   *
013635*    A STATEMENT FOR AN ACCOUNT UNDER A BAD-ADDRESS HOLD GOES TO *
013636*    THE HELD-STATEMENT FILE INSTEAD OF THE PRINT FILE, SO IT IS *
013637*    KEPT BUT NOT MAILED TO AN ADDRESS THE POST OFFICE HAS       *
013638*    ALREADY SENT BACK.                                          *
013639******************************************************************
013640 4015-PUT-STMT-RECORD.
013641     IF WS-MAIL-HELD
013642         WRITE HELD-STMT-RECORD FROM STATEMENT-PRINT-RECORD
013643     ELSE
013644         WRITE STATEMENT-PRINT-RECORD
013645     END-IF.
013646 4015-PUT-STMT-RECORD-EXIT.
013647     EXIT.
013648*
013649******************************************************************
013650*    4016-WRITE-HELD-MAIL-LINE  -  LISTS ONE HELD STATEMENT ON   *
013651*    THE HELD-MAIL REPORT WITH THE ADDRESS ON FILE AND THE       *
013652*    RETURN REASON THE MAIL ROOM KEYED.                          *
013653******************************************************************
013654 4016-WRITE-HELD-MAIL-LINE.
013655     MOVE "OTHER" TO WS-RTN-REASON-TEXT.
013656     IF ACCT-MAST-RTN-REASON = "A"
013657         MOVE "ATTEMPTED - NOT KNOWN" TO WS-RTN-REASON-TEXT
013658     END-IF.
013659     IF ACCT-MAST-RTN-REASON = "N"
013660         MOVE "NO SUCH ADDRESS" TO WS-RTN-REASON-TEXT
013661     END-IF.
013662     IF ACCT-MAST-RTN-REASON = "F"
013663         MOVE "FORWARDING ORDER EXPIRED" TO WS-RTN-REASON-TEXT
013664     END-IF.
013665     IF ACCT-MAST-RTN-REASON = "M"
013666         MOVE "MOVED, LEFT NO ADDRESS" TO WS-RTN-REASON-TEXT
013667     END-IF.
013668     IF ACCT-MAST-RTN-REASON = "R"
013669         MOVE "REFUSED" TO WS-RTN-REASON-TEXT
013670     END-IF.
013671     IF ACCT-MAST-RTN-REASON = "U"
013672         MOVE "UNABLE TO FORWARD" TO WS-RTN-REASON-TEXT
013673     END-IF.
013674     MOVE SPACES TO HELD-MAIL-PRINT-RECORD.
013675     STRING "ACCOUNT: "          DELIMITED BY SIZE
013676             BAR1                 DELIMITED BY SIZE
013677             "  "                 DELIMITED BY SIZE
013678             ACCT-MAST-NAME       DELIMITED BY SIZE
013679             "  "                 DELIMITED BY SIZE
013680             ACCT-MAST-STREET     DELIMITED BY SIZE
013681             "  "                 DELIMITED BY SIZE
013682             ACCT-MAST-ZIP        DELIMITED BY SIZE
013683             "  RETURNED: "       DELIMITED BY SIZE
013684             ACCT-MAST-RTN-REASON DELIMITED BY SIZE
013685             " - "                DELIMITED BY SIZE
013686             WS-RTN-REASON-TEXT   DELIMITED BY "  "
013687         INTO HELD-MAIL-PRINT-RECORD.
013688     WRITE HELD-MAIL-PRINT-RECORD.
013689 4016-WRITE-HELD-MAIL-LINE-EXIT.
013690     EXIT.
013691*
013692******************************************************************
013693*    4020-LOAD-ACCOUNT-TRANS  -  LOADS ONE POSTED TRANSACTION    *
013694*    FOR THE CURRENT ACCOUNT INTO THE WORKING TABLE AND ROLLS    *
013695*    ITS AMOUNT INTO THE CYCLE NET, SO THE OPENING BALANCE CAN   *
013700*    BE DERIVED BEFORE ANY DETAIL LINE IS PRINTED.               *
013710******************************************************************
013720 4020-LOAD-ACCOUNT-TRANS.
013860     PERFORM 2200-READ-TRANSACTION
013870         THRU 2200-READ-TRANSACTION-EXIT.
013880 4020-LOAD-ACCOUNT-TRANS-EXIT.
013881     EXIT.
013882*
013883******************************************************************
013884*    4022-LOAD-FEE-REVERSAL  -  LOADS ONE OVERDRAFT-CHARGE       *
013885*    REVERSAL THE POSTING STEP APPLIED TO THE CURRENT ACCOUNT    *
013886*    INTO THE WORKING TABLE AS A TYPE R TRANSACTION, AFTER THE   *
013887*    ACCOUNT'S POSTED TRANSACTIONS (IT IS DATED THE LAST DAY OF  *
013888*    THE CYCLE), AND ROLLS IT INTO THE CYCLE NET.  A REVERSAL    *
013889*    FOR AN ACCOUNT NOT BEING STATEMENTED (SKIPPED ON A RESTART  *
013890*    OR NOT SELECTED ON A SUPPLEMENTAL RUN) IS PASSED OVER.      *
013891******************************************************************
013892 4022-LOAD-FEE-REVERSAL.
013893     IF REVT-ACCOUNT-NUMBER = BAR1
013894         AND WS-TRAN-COUNT >= 999
013895         DISPLAY "FOO0022E - MORE THAN 999 TRANSACTIONS FOR "
013896             "ACCOUNT " BAR1
013897         GO TO 9900-ABEND
013898     END-IF.
013899     IF REVT-ACCOUNT-NUMBER = BAR1
013900         ADD 1 TO WS-TRAN-COUNT
013901         MOVE REVT-POST-DATE
013902             TO WS-TRAN-TBL-DATE (WS-TRAN-COUNT)
013903         MOVE REVT-AMOUNT
013904             TO WS-TRAN-TBL-AMOUNT (WS-TRAN-COUNT)
013905         MOVE REVT-DESCRIPTION
013906             TO WS-TRAN-TBL-DESC (WS-TRAN-COUNT)
013907         MOVE REVT-TYPE-CODE
013908             TO WS-TRAN-TBL-TYPE (WS-TRAN-COUNT)
013909         ADD REVT-AMOUNT TO WS-TRAN-NET
013910         ADD 1           TO WS-FEEREV-COUNT
013911         ADD REVT-AMOUNT TO WS-FEEREV-TOTAL
013912     END-IF.
013913     PERFORM 2210-READ-FEE-REVERSAL
013914         THRU 2210-READ-FEE-REVERSAL-EXIT.
013915 4022-LOAD-FEE-REVERSAL-EXIT.
013916     EXIT.
013917*
013918******************************************************************
013919*    4023-LOAD-CLUB-PAYOUT  -  LOADS ONE CLUB-PAYOUT POSTING     *
013920*    THE POSTING STEP MADE TO THE CURRENT ACCOUNT (THE DEBIT     *
013921*    THAT EMPTIED A CLUB ACCOUNT, OR THE CREDIT A LINKED         *
013922*    CHECKING ACCOUNT RECEIVED) INTO THE WORKING TABLE AS A      *
013923*    TYPE P TRANSACTION AND ROLLS IT INTO THE CYCLE NET, THE     *
013924*    SAME WAY AS A FEE REVERSAL.  A POSTING FOR AN ACCOUNT NOT   *
013925*    BEING STATEMENTED IS PASSED OVER.                           *
013926******************************************************************
013927 4023-LOAD-CLUB-PAYOUT.
013928     IF CLBT-ACCOUNT-NUMBER = BAR1
013929         AND WS-TRAN-COUNT >= 999
013930         DISPLAY "FOO0022E - MORE THAN 999 TRANSACTIONS FOR "
013931             "ACCOUNT " BAR1
013932         GO TO 9900-ABEND
013933     END-IF.
013934     IF CLBT-ACCOUNT-NUMBER = BAR1
013935         ADD 1 TO WS-TRAN-COUNT
013936         MOVE CLBT-POST-DATE
013937             TO WS-TRAN-TBL-DATE (WS-TRAN-COUNT)
013938         MOVE CLBT-AMOUNT
013939             TO WS-TRAN-TBL-AMOUNT (WS-TRAN-COUNT)
013940         MOVE CLBT-DESCRIPTION
013941             TO WS-TRAN-TBL-DESC (WS-TRAN-COUNT)
013942         MOVE CLBT-TYPE-CODE
013943             TO WS-TRAN-TBL-TYPE (WS-TRAN-COUNT)
013944         ADD CLBT-AMOUNT TO WS-TRAN-NET
013945         ADD 1           TO WS-CLBPAY-COUNT
013946         ADD CLBT-AMOUNT TO WS-CLBPAY-TOTAL
013947     END-IF.
013948     PERFORM 2220-READ-CLUB-PAYOUT
013949         THRU 2220-READ-CLUB-PAYOUT-EXIT.
013950 4023-LOAD-CLUB-PAYOUT-EXIT.
013951     EXIT.
013952*
013953******************************************************************
013954*    4025-ACCUMULATE-CATEGORY  -  ROLLS THE TRANSACTION JUST     *
013955*    LOADED INTO THE PER-CATEGORY COUNT AND TOTAL FOR ITS TYPE   *
013956*    CODE, FOR THE TRANSACTION SUMMARY BOX ON THE STATEMENT      *
013957*    AND THE E-STATEMENT FEED.  AN UNRECOGNIZED OR BLANK TYPE    *
013960*    CODE LANDS IN THE "OTHER" BUCKET RATHER THAN REJECTING      *
013970*    THE TRANSACTION.                                            *
013980******************************************************************
014610*    WITHDRAWALS, AND CHECKS PAID WITH COUNT AND TOTAL, AND      *
014620*    THE FEE AND INTEREST TOTALS - SO A CUSTOMER CAN ANSWER      *
014630*    "HOW MUCH DID I DEPOSIT THIS MONTH" WITHOUT ADDING UP       *
014635*    DETAIL LINES.  THE FEE-REVERSAL LINE PRINTS ONLY WHEN AN    *
014640*    OVERDRAFT CHARGE WAS REVERSED THIS CYCLE, THE CLUB-PAYOUT   *
014645*    LINE ONLY WHEN A CLUB BALANCE WAS PAID OUT OF OR INTO THE   *
014650*    ACCOUNT, AND THE "OTHER" BUCKET (UNRECOGNIZED TYPE CODES)   *
014655*    ONLY WHEN IT IS NOT EMPTY.                                  *
014660******************************************************************
014670 4035-WRITE-TRAN-SUMMARY.
014680     MOVE SPACES TO WS-STMT-DETAIL-LINE.
015110         INTO WS-STMT-DETAIL-LINE.
015120     PERFORM 4010-WRITE-STMT-LINE
015130         THRU 4010-WRITE-STMT-LINE-EXIT.
015131*
015132     IF WS-FEEREV-COUNT > ZERO
015133         MOVE WS-FEEREV-COUNT TO WS-SUMM-COUNT-EDIT
015134         MOVE WS-FEEREV-TOTAL TO WS-SUMM-AMT-EDIT
015135         MOVE SPACES TO WS-STMT-DETAIL-LINE
015136         STRING "  FEE REVERSALS:   " DELIMITED BY SIZE
015137                 WS-SUMM-COUNT-EDIT   DELIMITED BY SIZE
015138                 "   "                DELIMITED BY SIZE
015139                 WS-SUMM-AMT-EDIT     DELIMITED BY SIZE
015140             INTO WS-STMT-DETAIL-LINE
015141         PERFORM 4010-WRITE-STMT-LINE
015142             THRU 4010-WRITE-STMT-LINE-EXIT
015143     END-IF.
015144*
015145     IF WS-CLBPAY-COUNT > ZERO
015146         MOVE WS-CLBPAY-COUNT TO WS-SUMM-COUNT-EDIT
015147         MOVE WS-CLBPAY-TOTAL TO WS-SUMM-AMT-EDIT
015148         MOVE SPACES TO WS-STMT-DETAIL-LINE
015149         STRING "  CLUB PAYOUTS:    " DELIMITED BY SIZE
015150                 WS-SUMM-COUNT-EDIT   DELIMITED BY SIZE
015151                 "   "                DELIMITED BY SIZE
015152                 WS-SUMM-AMT-EDIT     DELIMITED BY SIZE
015153             INTO WS-STMT-DETAIL-LINE
015154         PERFORM 4010-WRITE-STMT-LINE
015155             THRU 4010-WRITE-STMT-LINE-EXIT
015156     END-IF.
015157*
015158     MOVE WS-INT-TOTAL TO WS-SUMM-AMT-EDIT.
015160     MOVE SPACES TO WS-STMT-DETAIL-LINE.
015170     STRING "  INTEREST:              " DELIMITED BY SIZE
015180             WS-SUMM-AMT-EDIT     DELIMITED BY SIZE
015880 4100-WRITE-OVERDRAWN-NOTICE.
015890     PERFORM 4110-AGE-OVERDRAFT
015900         THRU 4110-AGE-OVERDRAFT-EXIT.
015901     IF ACCT-STAT-NO-COLLECTIONS
015902         PERFORM 4140-SUPPRESS-COLLECTIONS
015903             THRU 4140-SUPPRESS-COLLECTIONS-EXIT
015904         GO TO 4100-WRITE-OVERDRAWN-NOTICE-EXIT
015905     END-IF.
015910*
015920     IF NOT ACCT-DELIV-ELECTRONIC
015930         MOVE SPACES TO WS-STMT-DETAIL-LINE
016774     EXIT.
016775*
016776******************************************************************
016777*    4140-SUPPRESS-COLLECTIONS  -  AN OVERDRAWN ACCOUNT UNDER    *
016778*    BANKRUPTCY OR A LEGAL HOLD GETS NO OVERDRAWN NOTICE ON ITS  *
016779*    STATEMENT OR E-STATEMENT AND NO COLLECTIONS EXTRACT ROW.    *
016780*    THE OVERDRAFT IS STILL AGED AND COUNTED, AND THE OVERDRAWN- *
016781*    LISTING CARRIES A LINE SAYING THE NOTICE WAS SUPPRESSED AND *
016782*    WHY.                                                        *
016783******************************************************************
016784 4140-SUPPRESS-COLLECTIONS.
016785     MOVE "Y" TO WS-COLL-SUPPRESS-SWITCH.
016786     ADD 1 TO WS-COLL-SUPPRESS-COUNT.
016787     PERFORM 4610-NAME-STATUS THRU 4610-NAME-STATUS-EXIT.
016788     MOVE SPACES TO OVERDRAWN-PRINT-RECORD.
016789     STRING "*** NOTICE SUPPRESSED *** ACCOUNT " DELIMITED BY SIZE
016790             BAR1                   DELIMITED BY SIZE
016791             " LEVEL "              DELIMITED BY SIZE
016792             WS-NOTICE-LEVEL        DELIMITED BY SIZE
016793             " OVERDRAWN NOTICE AND COLLECTIONS ROW NOT SENT - "
016794                                    DELIMITED BY SIZE
016795             WS-STATUS-NAME         DELIMITED BY "  "
016796         INTO OVERDRAWN-PRINT-RECORD.
016797     WRITE OVERDRAWN-PRINT-RECORD.
016798     MOVE SPACES TO WS-NOTICE-TEXT.
016799 4140-SUPPRESS-COLLECTIONS-EXIT.
016800     EXIT.
016801*
016802******************************************************************
016803*    4200-WRITE-EXTRACT  -  WRITES ONE ROW TO THE MACHINE-       *
016804*    READABLE STATEMENT EXTRACT FILE FOR THE ARCHIVAL/IMAGING    *
016805*    SYSTEM - ACCOUNT NUMBER, BALANCE, AND OVERDRAWN FLAG.       *
016806******************************************************************
016807 4200-WRITE-EXTRACT.
016808     MOVE SPACES TO STMT-EXTRACT-RECORD.
016809     MOVE BAR1 TO EXTR-ACCOUNT-NUMBER.
016810     MOVE BAR2 TO EXTR-BALANCE.
016811     IF BAR3
016820         MOVE "Y" TO EXTR-OVERDRAWN-FLAG
016830     ELSE
016840         MOVE "N" TO EXTR-OVERDRAWN-FLAG
016980*    COUNT AND TOTAL, WITHDRAWAL COUNT AND TOTAL (CHECKS PAID   *
016990*    FOLD INTO THE WITHDRAWAL BUCKET ON THE FEED), THE FEE      *
017000*    TOTAL, AND THE DORMANCY LEVEL (N/W/E) FROM THE AGING.      *
017002*    EACH STATEMENT MESSAGE THEN FOLLOWS AS ITS OWN TAGGED      *
017004*    RECORD (4310) - THE STATEMENT RECORD HAS NO ROOM LEFT.     *
017006*    A DECEASED ACCOUNT'S NAME GOES OUT "ESTATE OF" THE NAME,   *
017008*    AS ON THE PAPER STATEMENT.                                 *
017010******************************************************************
017020 4300-WRITE-ESTMT-FEED.
017030     MOVE WS-OPENING-BALANCE TO WS-ESTMT-OPEN-AMT.
017120     ELSE
017130         MOVE "N" TO WS-ESTMT-ODFLAG
017140     END-IF.
017142     MOVE SPACES TO WS-NAME-WORK.
017144     IF ACCT-STAT-DECEASED
017146         STRING "ESTATE OF "      DELIMITED BY SIZE
017148                 ACCT-MAST-NAME   DELIMITED BY SIZE
017150             INTO WS-NAME-WORK
017152     ELSE
017154         MOVE ACCT-MAST-NAME TO WS-NAME-WORK
017156     END-IF.
017160     MOVE SPACES TO ESTMT-FEED-RECORD.
017170     STRING "ACCT="            DELIMITED BY SIZE
017180             BAR1              DELIMITED BY SIZE
017422             "|DORMANT="       DELIMITED BY SIZE
017424             WS-DORM-LEVEL     DELIMITED BY SIZE
017430             "|"               DELIMITED BY SIZE
017431         INTO ESTMT-FEED-RECORD.
017432     WRITE ESTMT-FEED-RECORD.
017433     PERFORM 4310-WRITE-ESTMT-MESSAGE
017434         THRU 4310-WRITE-ESTMT-MESSAGE-EXIT
017435         VARYING WS-ACCT-MSG-SUB FROM 1 BY 1
017436         UNTIL WS-ACCT-MSG-SUB > WS-ACCT-MSG-COUNT.
017437 4300-WRITE-ESTMT-FEED-EXIT.
017438     EXIT.
017439*
017440******************************************************************
017441*    4310-WRITE-ESTMT-MESSAGE  -  WRITES ONE STATEMENT MESSAGE  *
017442*    TO THE E-STATEMENT FEED AS ITS OWN TAGGED RECORD (ACCT,    *
017443*    CYCLE, MSG), FOLLOWING THE ACCOUNT'S STATEMENT RECORD.     *
017444******************************************************************
017445 4310-WRITE-ESTMT-MESSAGE.
017446     MOVE SPACES TO ESTMT-FEED-RECORD.
017447     STRING "ACCT="            DELIMITED BY SIZE
017448             BAR1              DELIMITED BY SIZE
017449             "|CYCLE="         DELIMITED BY SIZE
017450             WS-STMT-CYCLE     DELIMITED BY SIZE
017451             "|MSG="           DELIMITED BY SIZE
017452             WS-ACCT-MSG-TEXT (WS-ACCT-MSG-SUB)
017453                               DELIMITED BY "  "
017454             "|"               DELIMITED BY SIZE
017455         INTO ESTMT-FEED-RECORD.
017456     WRITE ESTMT-FEED-RECORD.
017457 4310-WRITE-ESTMT-MESSAGE-EXIT.
017458     EXIT.
017459*
017460******************************************************************
017461*    4400-WRITE-ARCHIVE-SET  -  WRITES THE FULL-CONTENT,        *
017462*    CYCLE-STAMPED ARCHIVE RECORD SET FOR THE STATEMENT JUST    *
017463*    PRODUCED - HEADER, ONE DETAIL PER TRANSACTION, A NOTICE    *
017464*    RECORD PER NOTICE CARRIED, AND THE CLOSING TRAILER.        *
017465*    WRITTEN FOR EVERY DELIVERY CHANNEL - THE ARCHIVE IS THE    *
017466*    SYSTEM OF RECORD FOR WHAT THE CUSTOMER WAS TOLD,           *
017467*    WHETHER ON PAPER OR THROUGH THE PORTAL.  THE HEADER        *
017468*    CARRIES THE STATEMENT-DAY GROUP THE ACCOUNT WAS            *
017469*    STATEMENTED IN, FOR THE MONTH-END ROLL-UP (STMTROLL).      *
017470******************************************************************
017471 4400-WRITE-ARCHIVE-SET.
017472     MOVE SPACES TO STMT-ARCHIVE-RECORD.
017473     MOVE WS-STMT-CYCLE      TO ARCH-CYCLE.
017474     MOVE BAR1               TO ARCH-ACCOUNT.
017475     MOVE "H"                TO ARCH-RECORD-TYPE.
017476     MOVE ACCT-MAST-NAME     TO ARCH-HDR-NAME.
017477     MOVE ACCT-MAST-STREET   TO ARCH-HDR-STREET.
017478     MOVE ACCT-MAST-CITY     TO ARCH-HDR-CITY.
017479     MOVE ACCT-MAST-STATE    TO ARCH-HDR-STATE.
017480     MOVE ACCT-MAST-ZIP      TO ARCH-HDR-ZIP.
017481     MOVE ACCT-MAST-TYPE     TO ARCH-HDR-TYPE.
017482     MOVE WS-OPENING-BALANCE TO ARCH-HDR-OPEN-BALANCE.
017483     MOVE WS-ACCT-GROUP      TO ARCH-HDR-STMT-GROUP.
017484     WRITE STMT-ARCHIVE-RECORD.
017485*
017486     PERFORM 4410-WRITE-ARCHIVE-DETAIL
017487         THRU 4410-WRITE-ARCHIVE-DETAIL-EXIT
017488         VARYING WS-TRAN-SUB FROM 1 BY 1
017489         UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
017490*
017491     IF WS-NOTICE-TEXT NOT = SPACES
017492         MOVE SPACES TO STMT-ARCHIVE-RECORD
017493         MOVE WS-STMT-CYCLE  TO ARCH-CYCLE
017494         MOVE BAR1           TO ARCH-ACCOUNT
017495         MOVE "N"            TO ARCH-RECORD-TYPE
017496         MOVE WS-NOTICE-TEXT TO ARCH-NTC-TEXT
017497         WRITE STMT-ARCHIVE-RECORD
017498     END-IF.
017499     IF NOT WS-DORM-NONE
017500         MOVE SPACES TO STMT-ARCHIVE-RECORD
017501         MOVE WS-STMT-CYCLE       TO ARCH-CYCLE
017502         MOVE BAR1                TO ARCH-ACCOUNT
017503         MOVE "N"                 TO ARCH-RECORD-TYPE
017504         MOVE WS-DORM-NOTICE-TEXT TO ARCH-NTC-TEXT
017505         WRITE STMT-ARCHIVE-RECORD
017506     END-IF.
017507     PERFORM 4420-WRITE-ARCHIVE-MESSAGE
017508         THRU 4420-WRITE-ARCHIVE-MESSAGE-EXIT
017509         VARYING WS-ACCT-MSG-SUB FROM 1 BY 1
017510         UNTIL WS-ACCT-MSG-SUB > WS-ACCT-MSG-COUNT.
017516*
017517     MOVE SPACES TO STMT-ARCHIVE-RECORD.
017518     MOVE WS-STMT-CYCLE TO ARCH-CYCLE.
017551     EXIT.
017552*
017553******************************************************************
017554*    4420-WRITE-ARCHIVE-MESSAGE  -  WRITES ONE ARCHIVE NOTICE   *
017555*    RECORD FOR A STATEMENT MESSAGE CARRIED ON THE STATEMENT,   *
017556*    SO A REPRINT SHOWS THE MESSAGES THE CUSTOMER WAS SENT.     *
017557******************************************************************
017558 4420-WRITE-ARCHIVE-MESSAGE.
017559     MOVE SPACES TO STMT-ARCHIVE-RECORD.
017560     MOVE WS-STMT-CYCLE TO ARCH-CYCLE.
017561     MOVE BAR1          TO ARCH-ACCOUNT.
017562     MOVE "N"           TO ARCH-RECORD-TYPE.
017563     MOVE WS-ACCT-MSG-TEXT (WS-ACCT-MSG-SUB) TO ARCH-NTC-TEXT.
017564     WRITE STMT-ARCHIVE-RECORD.
017565 4420-WRITE-ARCHIVE-MESSAGE-EXIT.
017566     EXIT.
017567*
017568******************************************************************
017569*    4500-SELECT-MESSAGES  -  BUILDS THE LIST OF MESSAGES THE   *
017570*    CURRENT STATEMENT CARRIES - FIRST ANY AUTOMATIC RATE-      *
017571*    CHANGE ADVANCE NOTICE FOR THE ACCOUNT'S PRODUCT, THEN      *
017572*    EVERY MESSAGE FILE ROW IN EFFECT THIS CYCLE WHOSE          *
017573*    TARGETING MATCHES THE ACCOUNT.  THE SAME LIST PRINTS ON    *
017574*    THE PAPER STATEMENT, RIDES THE E-STATEMENT FEED, AND IS    *
017575*    ARCHIVED, SO EVERY CHANNEL SAYS THE SAME THING.            *
017576******************************************************************
017577 4500-SELECT-MESSAGES.
017578     MOVE ZERO TO WS-ACCT-MSG-COUNT.
017579     PERFORM 4510-CHECK-RATE-CHANGE
017580         THRU 4510-CHECK-RATE-CHANGE-EXIT.
017581     PERFORM 4520-CHECK-MESSAGE-ENTRY
017582         THRU 4520-CHECK-MESSAGE-ENTRY-EXIT
017583         VARYING WS-MSG-SUB FROM 1 BY 1
017584         UNTIL WS-MSG-SUB > WS-MSG-COUNT.
017585 4500-SELECT-MESSAGES-EXIT.
017586     EXIT.
017587*
017588******************************************************************
017589*    4510-CHECK-RATE-CHANGE  -  FINDS THE NEXT RATE TABLE ROW   *
017590*    FOR THE ACCOUNT'S PRODUCT DATED AFTER THE STATEMENT        *
017591*    CYCLE.  WHEN IT TAKES EFFECT WITHIN THE NOTICE PERIOD      *
017592*    (WS-RATE-NOTICE-CYCLES), A NOTICE IS ADDED FOR THE         *
017593*    INTEREST RATE AND/OR THE OVERDRAFT SERVICE CHARGE,         *
017594*    WHICHEVER DIFFERS FROM THE ROW IN FORCE TODAY - A FUTURE   *
017595*    ROW THAT CHANGES NOTHING GIVES NO NOTICE.                  *
017596******************************************************************
017597 4510-CHECK-RATE-CHANGE.
017598     MOVE ZERO TO WS-NEXT-EFF-CYCLE.
017599     PERFORM 4515-CHECK-FUTURE-RATE
017600         THRU 4515-CHECK-FUTURE-RATE-EXIT
017601         VARYING WS-RATE-SUB FROM 1 BY 1
017602         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
017603     IF WS-NEXT-EFF-CYCLE = ZERO
017604         GO TO 4510-CHECK-RATE-CHANGE-EXIT
017605     END-IF.
017606     COMPUTE WS-CYCLES-AHEAD =
017607         ((WS-NEXT-EFF-YYYY * 12) + WS-NEXT-EFF-MM)
017608       - ((WS-STMT-CYCLE-YYYY * 12) + WS-STMT-CYCLE-MM).
017609     IF WS-CYCLES-AHEAD > WS-RATE-NOTICE-CYCLES
017610         GO TO 4510-CHECK-RATE-CHANGE-EXIT
017611     END-IF.
017612*
017613     MOVE ZERO TO WS-RATE-IN-FORCE.
017614     MOVE ZERO TO WS-CHARGE-IN-FORCE.
017615     PERFORM 4040-FIND-RATE-IN-FORCE
017616         THRU 4040-FIND-RATE-IN-FORCE-EXIT.
017617     MOVE WS-NEXT-EFF-MM   TO WS-STMT-DATE-MM.
017618     MOVE WS-NEXT-EFF-YYYY TO WS-STMT-DATE-YYYY.
017619     IF WS-NEXT-RATE NOT = WS-RATE-IN-FORCE
017620         COMPUTE WS-RATE-PCT = WS-NEXT-RATE * 100
017621         MOVE WS-RATE-PCT TO WS-RATE-PCT-EDIT
017622         MOVE SPACES TO WS-MSG-WORK-TEXT
017623         STRING "RATE CHANGE: FROM THE " DELIMITED BY SIZE
017624                 WS-STMT-DATE-EDIT      DELIMITED BY SIZE
017625                 " CYCLE YOUR INTEREST RATE WILL BE "
017626                                        DELIMITED BY SIZE
017627                 WS-RATE-PCT-EDIT       DELIMITED BY SIZE
017628                 " PCT/MONTH"           DELIMITED BY SIZE
017629             INTO WS-MSG-WORK-TEXT
017630         PERFORM 4530-ADD-ACCT-MESSAGE
017631             THRU 4530-ADD-ACCT-MESSAGE-EXIT
017632     END-IF.
017633     IF WS-NEXT-CHARGE NOT = WS-CHARGE-IN-FORCE
017634         MOVE WS-NEXT-CHARGE TO WS-CHARGE-CONST-EDIT
017635         MOVE SPACES TO WS-MSG-WORK-TEXT
017636         STRING "RATE CHANGE: FROM THE " DELIMITED BY SIZE
017637                 WS-STMT-DATE-EDIT      DELIMITED BY SIZE
017638                 " CYCLE THE OVERDRAFT SERVICE CHARGE IS "
017639                                        DELIMITED BY SIZE
017640                 WS-CHARGE-CONST-EDIT   DELIMITED BY SIZE
017641             INTO WS-MSG-WORK-TEXT
017642         PERFORM 4530-ADD-ACCT-MESSAGE
017643             THRU 4530-ADD-ACCT-MESSAGE-EXIT
017644     END-IF.
017645     MOVE WS-STMT-CYCLE-MM   TO WS-STMT-DATE-MM.
017646     MOVE WS-STMT-CYCLE-YYYY TO WS-STMT-DATE-YYYY.
017647 4510-CHECK-RATE-CHANGE-EXIT.
017648     EXIT.
017649*
017650******************************************************************
017651*    4515-CHECK-FUTURE-RATE  -  KEEPS ONE RATE TABLE ENTRY AS   *
017652*    THE NEXT CHANGE IF ITS TYPE MATCHES AND ITS EFFECTIVE      *
017653*    CYCLE IS THE EARLIEST SEEN THAT IS AFTER THE STATEMENT     *
017654*    CYCLE.                                                     *
017655******************************************************************
017656 4515-CHECK-FUTURE-RATE.
017657     IF WS-RATE-TBL-TYPE (WS-RATE-SUB) = ACCT-MAST-TYPE
017658         AND WS-RATE-TBL-CYCLE (WS-RATE-SUB) > WS-STMT-CYCLE
017659         AND (WS-NEXT-EFF-CYCLE = ZERO
017660           OR WS-RATE-TBL-CYCLE (WS-RATE-SUB) < WS-NEXT-EFF-CYCLE)
017661         MOVE WS-RATE-TBL-CYCLE (WS-RATE-SUB)
017662             TO WS-NEXT-EFF-CYCLE
017663         MOVE WS-RATE-TBL-RATE (WS-RATE-SUB)
017664             TO WS-NEXT-RATE
017665         MOVE WS-RATE-TBL-CHARGE (WS-RATE-SUB)
017666             TO WS-NEXT-CHARGE
017667     END-IF.
017668 4515-CHECK-FUTURE-RATE-EXIT.
017669     EXIT.
017670*
017671******************************************************************
017672*    4520-CHECK-MESSAGE-ENTRY  -  ADDS ONE MESSAGE FILE ROW TO  *
017673*    THE STATEMENT IF THE ACCOUNT MATCHES EVERY TARGETING       *
017674*    COLUMN THE ROW FILLS IN - PRODUCT TYPE, STATE, DELIVERY    *
017675*    CHANNEL, AND STATUS (OVERDRAWN OR DORMANT).  A BLANK       *
017676*    COLUMN MATCHES EVERY ACCOUNT.                              *
017677******************************************************************
017678 4520-CHECK-MESSAGE-ENTRY.
017679     IF WS-MSG-TBL-TYPE (WS-MSG-SUB) NOT = SPACE
017680         AND WS-MSG-TBL-TYPE (WS-MSG-SUB) NOT = ACCT-MAST-TYPE
017681         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017682     END-IF.
017683     IF WS-MSG-TBL-STATE (WS-MSG-SUB) NOT = SPACES
017684         AND WS-MSG-TBL-STATE (WS-MSG-SUB) NOT = ACCT-MAST-STATE
017685         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017686     END-IF.
017687     IF WS-MSG-TBL-CHANNEL (WS-MSG-SUB) = "E"
017688         AND NOT ACCT-DELIV-ELECTRONIC
017689         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017690     END-IF.
017691     IF WS-MSG-TBL-CHANNEL (WS-MSG-SUB) = "P"
017692         AND ACCT-DELIV-ELECTRONIC
017693         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017694     END-IF.
017695     IF WS-MSG-TBL-STATUS (WS-MSG-SUB) = "O"
017696         AND NOT BAR3
017697         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017698     END-IF.
017699     IF WS-MSG-TBL-STATUS (WS-MSG-SUB) = "D"
017700         AND WS-DORM-NONE
017701         GO TO 4520-CHECK-MESSAGE-ENTRY-EXIT
017702     END-IF.
017703     MOVE WS-MSG-TBL-TEXT (WS-MSG-SUB) TO WS-MSG-WORK-TEXT.
017704     PERFORM 4530-ADD-ACCT-MESSAGE
017705         THRU 4530-ADD-ACCT-MESSAGE-EXIT.
017706 4520-CHECK-MESSAGE-ENTRY-EXIT.
017707     EXIT.
017708*
017709******************************************************************
017710*    4530-ADD-ACCT-MESSAGE  -  ADDS WS-MSG-WORK-TEXT TO THE     *
017711*    CURRENT STATEMENT'S MESSAGE LIST.  PAST THE 10-MESSAGE     *
017712*    LIMIT THE MESSAGE IS DROPPED WITH A WARNING.               *
017713******************************************************************
017714 4530-ADD-ACCT-MESSAGE.
017715     IF WS-ACCT-MSG-COUNT >= 10
017716         DISPLAY "FOO0052W - MORE THAN 10 MESSAGES FOR ACCOUNT "
017717             BAR1 ", MESSAGE DROPPED: " WS-MSG-WORK-TEXT
017718         GO TO 4530-ADD-ACCT-MESSAGE-EXIT
017719     END-IF.
017720     ADD 1 TO WS-ACCT-MSG-COUNT.
017721     MOVE WS-MSG-WORK-TEXT
017722         TO WS-ACCT-MSG-TEXT (WS-ACCT-MSG-COUNT).
017723 4530-ADD-ACCT-MESSAGE-EXIT.
017724     EXIT.
017725*
017726******************************************************************
017727*    4540-WRITE-MESSAGE-LINE  -  PRINTS ONE LINE OF THE PAPER   *
017728*    STATEMENT'S MESSAGE BLOCK.                                 *
017729******************************************************************
017730 4540-WRITE-MESSAGE-LINE.
017731     MOVE SPACES TO WS-STMT-DETAIL-LINE.
017732     STRING "    " DELIMITED BY SIZE
017733             WS-ACCT-MSG-TEXT (WS-ACCT-MSG-SUB) DELIMITED BY SIZE
017734         INTO WS-STMT-DETAIL-LINE.
017735     PERFORM 4010-WRITE-STMT-LINE
017736         THRU 4010-WRITE-STMT-LINE-EXIT.
017737 4540-WRITE-MESSAGE-LINE-EXIT.
017738     EXIT.
017739*
017740******************************************************************
017741*    4600-WRITE-STATUS-LINE  -  LISTS ONE STATEMENTED ACCOUNT    *
017742*    CARRYING AN ACCOUNT STATUS ON THE ACCOUNT STATUS REPORT -   *
017743*    THE STATUS WITH ITS EFFECTIVE DATE AND REASON, AND WHAT     *
017744*    THE STATUS DID TO THE ACCOUNT'S NORMAL PROCESSING THIS      *
017745*    CYCLE - AND COUNTS IT UNDER ITS STATUS FOR THE CONTROL      *
017746*    TOTALS.                                                     *
017747******************************************************************
017748 4600-WRITE-STATUS-LINE.
017749     PERFORM 4610-NAME-STATUS THRU 4610-NAME-STATUS-EXIT.
017750     IF ACCT-STAT-NO-COLLECTIONS
017751         IF ACCT-STAT-LEGAL-HOLD
017752             ADD 1 TO WS-STAT-LEGAL-COUNT
017753         ELSE
017754             ADD 1 TO WS-STAT-BANKRUPT-COUNT
017755         END-IF
017756         IF WS-COLL-SUPPRESSED
017757             MOVE "COLLECTIONS NOTICE AND EXTRACT SUPPRESSED"
017758                 TO WS-STATUS-ACTION
017759         ELSE
017760             MOVE "NOT OVERDRAWN - NO COLLECTIONS ACTIVITY"
017761                 TO WS-STATUS-ACTION
017762         END-IF
017763     ELSE
017764         IF ACCT-STAT-DECEASED
017765             ADD 1 TO WS-STAT-DECEASED-COUNT
017766             MOVE "STATEMENT ADDRESSED TO THE ESTATE"
017767                 TO WS-STATUS-ACTION
017768         ELSE
017769             ADD 1 TO WS-STAT-FROZEN-COUNT
017770             MOVE "OVERDRAFT CHARGES NOT ASSESSED WHILE FROZEN"
017771                 TO WS-STATUS-ACTION
017772             IF BAR2 NOT < ZERO
017773                 MOVE "CHARGES BLOCKED WHILE FROZEN"
017774                     TO WS-STATUS-ACTION
017775             END-IF
017776         END-IF
017777     END-IF.
017778*
017779     MOVE SPACES TO STATUS-PRINT-RECORD.
017780     STRING BAR1                    DELIMITED BY SIZE
017781             "  "                    DELIMITED BY SIZE
017782             ACCT-MAST-NAME          DELIMITED BY SIZE
017783             "  "                    DELIMITED BY SIZE
017784             WS-STATUS-NAME          DELIMITED BY SIZE
017785             "  "                    DELIMITED BY SIZE
017786             ACCT-MAST-STATUS-DATE   DELIMITED BY SIZE
017787             "  "                    DELIMITED BY SIZE
017788             ACCT-MAST-STATUS-REASON DELIMITED BY SIZE
017789             "  "                    DELIMITED BY SIZE
017790             WS-STATUS-ACTION        DELIMITED BY SIZE
017791         INTO STATUS-PRINT-RECORD.
017792     WRITE STATUS-PRINT-RECORD.
017793 4600-WRITE-STATUS-LINE-EXIT.
017794     EXIT.
017795*
017796******************************************************************
017797*    4610-NAME-STATUS  -  SETS WS-STATUS-NAME FROM THE ACCOUNT   *
017798*    STATUS CODE FOR THE REPORT AND LISTING LINES.               *
017799******************************************************************
017800 4610-NAME-STATUS.
017801     IF ACCT-STAT-LEGAL-HOLD
017802         MOVE "LEGAL HOLD"   TO WS-STATUS-NAME
017803     ELSE
017804         IF ACCT-STAT-BANKRUPT
017805             MOVE "BANKRUPTCY"   TO WS-STATUS-NAME
017806         ELSE
017807             IF ACCT-STAT-DECEASED
017808                 MOVE "DECEASED"     TO WS-STATUS-NAME
017809             ELSE
017810                 MOVE "FROZEN"       TO WS-STATUS-NAME
017811             END-IF
017812         END-IF
017813     END-IF.
017814 4610-NAME-STATUS-EXIT.
017815     EXIT.
017816*
017817******************************************************************
017818*    5000-WRITE-CHECKPOINT  -  LOGS THE MOST RECENTLY PROCESSED  *
017819*    ACCOUNT, AND THE RECORD COUNT/BALANCE TOTAL/EXCEPTION COUNT *
017820*    AS OF THAT ACCOUNT, TO THE CHECKPOINT FILE SO A FAILED RUN  *
017821*    CAN RESTART WITHOUT REPROCESSING THE WHOLE PORTFOLIO.       *
017822******************************************************************
017823 5000-WRITE-CHECKPOINT.
017824     MOVE BAR1               TO CHKPT-LAST-ACCOUNT.
017825     MOVE WS-RECORD-COUNT    TO CHKPT-RECORD-COUNT.
017826     MOVE WS-BALANCE-TOTAL   TO CHKPT-BALANCE-TOTAL.
017827     MOVE WS-EXCEPTION-COUNT TO CHKPT-EXCEPTION-COUNT.
017828     MOVE WS-CHECKING-COUNT  TO CHKPT-CHECKING-COUNT.
017829     MOVE WS-CHECKING-TOTAL  TO CHKPT-CHECKING-TOTAL.
017830     MOVE WS-SAVINGS-COUNT   TO CHKPT-SAVINGS-COUNT.
017831     MOVE WS-SAVINGS-TOTAL   TO CHKPT-SAVINGS-TOTAL.
017832     MOVE WS-CLUB-COUNT      TO CHKPT-CLUB-COUNT.
017833     MOVE WS-CLUB-TOTAL      TO CHKPT-CLUB-TOTAL.
017834     MOVE WS-OTHER-COUNT     TO CHKPT-OTHER-COUNT.
017835     MOVE WS-OTHER-TOTAL     TO CHKPT-OTHER-TOTAL.
017836     MOVE WS-OD-CYCLE1-COUNT TO CHKPT-OD-CYCLE1-COUNT.
017837     MOVE WS-OD-CYCLE2-COUNT TO CHKPT-OD-CYCLE2-COUNT.
017838     MOVE WS-OD-CYCLE3-COUNT TO CHKPT-OD-CYCLE3-COUNT.
017839     MOVE WS-PAPER-COUNT     TO CHKPT-PAPER-COUNT.
017840     MOVE WS-ELEC-COUNT      TO CHKPT-ELEC-COUNT.
017841     MOVE WS-DORM-WARN-COUNT TO CHKPT-DORM-WARN-COUNT.
017842     MOVE WS-DORM-ESCH-COUNT TO CHKPT-DORM-ESCH-COUNT.
017843     MOVE WS-HELD-COUNT      TO CHKPT-HELD-COUNT.
017844     MOVE WS-STAT-LEGAL-COUNT    TO CHKPT-STAT-LEGAL-COUNT.
017845     MOVE WS-STAT-BANKRUPT-COUNT TO CHKPT-STAT-BANKRUPT-COUNT.
017846     MOVE WS-STAT-DECEASED-COUNT TO CHKPT-STAT-DECEASED-COUNT.
017847     MOVE WS-STAT-FROZEN-COUNT   TO CHKPT-STAT-FROZEN-COUNT.
017848     MOVE WS-STAT-EXCP-COUNT     TO CHKPT-STAT-EXCP-COUNT.
017849     MOVE WS-COLL-SUPPRESS-COUNT TO CHKPT-COLL-SUPPRESS-COUNT.
017850     WRITE CHECKPOINT-RECORD.
017851 5000-WRITE-CHECKPOINT-EXIT.
017852     EXIT.
017853*
017854******************************************************************
017855*    8000-WRITE-TRAILER  -  WRITES THE CONTROL-TOTAL WORK        *
017856*    RECORD (RECORD COUNT, SUM OF BAR2, AND EXCEPTION COUNT)     *
017857*    THAT THE GLTRAIL BALANCING STEP PICKS UP TO PRODUCE THE GL  *
017858*    TRAILER REPORT.                                             *
017859******************************************************************
017860 8000-WRITE-TRAILER.
017861     MOVE WS-RECORD-COUNT    TO CTL-RECORD-COUNT.
017862     MOVE WS-BALANCE-TOTAL   TO CTL-BALANCE-TOTAL.
017863     MOVE WS-EXCEPTION-COUNT TO CTL-EXCEPTION-COUNT.
017870     MOVE WS-CHECKING-COUNT  TO CTL-CHECKING-COUNT.
017880     MOVE WS-CHECKING-TOTAL  TO CTL-CHECKING-TOTAL.
017890     MOVE WS-SAVINGS-COUNT   TO CTL-SAVINGS-COUNT.
017960     MOVE WS-ELEC-COUNT      TO CTL-ELEC-COUNT.
017962     MOVE WS-DORM-WARN-COUNT TO CTL-DORM-WARN-COUNT.
017964     MOVE WS-DORM-ESCH-COUNT TO CTL-DORM-ESCH-COUNT.
017965     MOVE WS-HELD-COUNT      TO CTL-HELD-COUNT.
017966     MOVE WS-CASH-CTR-COUNT  TO CTL-CASH-CTR-COUNT.
017967     MOVE WS-CASH-STRUCT-COUNT TO CTL-CASH-STRUCT-COUNT.
017968     MOVE WS-STAT-LEGAL-COUNT    TO CTL-STAT-LEGAL-COUNT.
017969     MOVE WS-STAT-BANKRUPT-COUNT TO CTL-STAT-BANKRUPT-COUNT.
017970     MOVE WS-STAT-DECEASED-COUNT TO CTL-STAT-DECEASED-COUNT.
017971     MOVE WS-STAT-FROZEN-COUNT   TO CTL-STAT-FROZEN-COUNT.
017972     MOVE WS-STAT-EXCP-COUNT     TO CTL-STAT-EXCP-COUNT.
017973     MOVE WS-COLL-SUPPRESS-COUNT TO CTL-COLL-SUPPRESS-COUNT.
017974     MOVE WS-STMT-GROUP          TO CTL-STMT-GROUP.
017975     WRITE CTL-TOTAL-RECORD.
017980     IF WS-ORPHAN-COUNT > ZERO
017990         DISPLAY "FOO0023I - " WS-ORPHAN-COUNT " POSTED "
018000             "TRANSACTIONS HAD NO MASTER ACCOUNT AND WERE "
018010             "WRITTEN TO THE EXCEPTION REPORT"
018020     END-IF.
018021     IF WS-OTHER-GROUP-COUNT > ZERO
018022         DISPLAY "FOO0061I - " WS-OTHER-GROUP-COUNT " MASTER "
018023             "RECORDS ARE IN OTHER STATEMENT-DAY GROUPS AND WERE "
018024             "PASSED OVER"
018025     END-IF.
018030     PERFORM 8100-WRITE-AGING-SUMMARY
018040         THRU 8100-WRITE-AGING-SUMMARY-EXIT.
018042     PERFORM 8150-WRITE-HELD-MAIL-FOOT
018044         THRU 8150-WRITE-HELD-MAIL-FOOT-EXIT.
018046     PERFORM 8160-WRITE-STATUS-FOOT
018048         THRU 8160-WRITE-STATUS-FOOT-EXIT.
018050     PERFORM 8200-WRITE-RUN-COMPLETE
018060         THRU 8200-WRITE-RUN-COMPLETE-EXIT.
018070 8000-WRITE-TRAILER-EXIT.
018380     WRITE OVERDRAWN-PRINT-RECORD.
018390 8100-WRITE-AGING-SUMMARY-EXIT.
018400     EXIT.
018401*
018402******************************************************************
018403*    8150-WRITE-HELD-MAIL-FOOT  -  WRITES THE COUNT OF PAPER     *
018404*    STATEMENTS HELD FOR A BAD ADDRESS TO THE FOOT OF THE        *
018405*    HELD-MAIL REPORT.  THE SAME COUNT RIDES THE CONTROL TOTALS  *
018406*    SO ZIPSORT CAN SHOW WHY THE PRINT FILE IS SHORT OF THE      *
018407*    PAPER ACCOUNTS ON THE MASTER.                               *
018408******************************************************************
018409 8150-WRITE-HELD-MAIL-FOOT.
018410     MOVE SPACES TO HELD-MAIL-PRINT-RECORD.
018411     WRITE HELD-MAIL-PRINT-RECORD.
018412     MOVE WS-HELD-COUNT TO WS-HELD-COUNT-EDIT.
018413     MOVE SPACES TO HELD-MAIL-PRINT-RECORD.
018414     STRING "STATEMENTS HELD FOR BAD ADDRESS:  "
018415             DELIMITED BY SIZE
018416             WS-HELD-COUNT-EDIT DELIMITED BY SIZE
018417         INTO HELD-MAIL-PRINT-RECORD.
018418     WRITE HELD-MAIL-PRINT-RECORD.
018419     IF WS-HELD-COUNT > ZERO
018420         DISPLAY "FOO0046I - " WS-HELD-COUNT " PAPER STATEMENTS "
018421             "HELD FOR BAD ADDRESS - SEE THE HELD-MAIL REPORT"
018422     END-IF.
018423 8150-WRITE-HELD-MAIL-FOOT-EXIT.
018424     EXIT.
018425*
018426******************************************************************
018427*    8160-WRITE-STATUS-FOOT  -  WRITES THE STATEMENTED COUNT     *
018428*    FOR EACH ACCOUNT STATUS, THE COLLECTIONS NOTICES SUPPRESSED *
018429*    FOR BANKRUPTCY OR LEGAL HOLD, AND THE STATUS-CODED RECORDS  *
018430*    REJECTED AS EXCEPTIONS TO THE FOOT OF THE ACCOUNT STATUS    *
018431*    REPORT.  THE SAME COUNTS RIDE THE CONTROL TOTALS SO STMTBAL *
018432*    CAN PROVE EVERY STATUS-CODED MASTER RECORD WAS ACCOUNTED    *
018433*    FOR.                                                        *
018434******************************************************************
018435 8160-WRITE-STATUS-FOOT.
018436     MOVE SPACES TO STATUS-PRINT-RECORD.
018437     WRITE STATUS-PRINT-RECORD.
018438     MOVE WS-STAT-LEGAL-COUNT TO WS-STAT-COUNT-EDIT.
018439     MOVE SPACES TO STATUS-PRINT-RECORD.
018440     STRING "LEGAL HOLD ACCOUNTS STATEMENTED:     "
018441             DELIMITED BY SIZE
018442             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018443         INTO STATUS-PRINT-RECORD.
018444     WRITE STATUS-PRINT-RECORD.
018445     MOVE WS-STAT-BANKRUPT-COUNT TO WS-STAT-COUNT-EDIT.
018446     MOVE SPACES TO STATUS-PRINT-RECORD.
018447     STRING "BANKRUPTCY ACCOUNTS STATEMENTED:     "
018448             DELIMITED BY SIZE
018449             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018450         INTO STATUS-PRINT-RECORD.
018451     WRITE STATUS-PRINT-RECORD.
018452     MOVE WS-STAT-DECEASED-COUNT TO WS-STAT-COUNT-EDIT.
018453     MOVE SPACES TO STATUS-PRINT-RECORD.
018454     STRING "DECEASED ACCOUNTS STATEMENTED:       "
018455             DELIMITED BY SIZE
018456             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018457         INTO STATUS-PRINT-RECORD.
018458     WRITE STATUS-PRINT-RECORD.
018459     MOVE WS-STAT-FROZEN-COUNT TO WS-STAT-COUNT-EDIT.
018460     MOVE SPACES TO STATUS-PRINT-RECORD.
018461     STRING "FROZEN ACCOUNTS STATEMENTED:         "
018462             DELIMITED BY SIZE
018463             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018464         INTO STATUS-PRINT-RECORD.
018465     WRITE STATUS-PRINT-RECORD.
018466     MOVE WS-COLL-SUPPRESS-COUNT TO WS-STAT-COUNT-EDIT.
018467     MOVE SPACES TO STATUS-PRINT-RECORD.
018468     STRING "COLLECTIONS NOTICES SUPPRESSED:      "
018469             DELIMITED BY SIZE
018470             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018471         INTO STATUS-PRINT-RECORD.
018472     WRITE STATUS-PRINT-RECORD.
018473     MOVE WS-STAT-EXCP-COUNT TO WS-STAT-COUNT-EDIT.
018474     MOVE SPACES TO STATUS-PRINT-RECORD.
018475     STRING "STATUS-CODED RECORDS IN EXCEPTION:   "
018476             DELIMITED BY SIZE
018477             WS-STAT-COUNT-EDIT DELIMITED BY SIZE
018478         INTO STATUS-PRINT-RECORD.
018479     WRITE STATUS-PRINT-RECORD.
018480     IF WS-COLL-SUPPRESS-COUNT > ZERO
018481         DISPLAY "FOO0058I - " WS-COLL-SUPPRESS-COUNT
018482             " COLLECTIONS NOTICES SUPPRESSED BY ACCOUNT STATUS "
018483             "- SEE THE ACCOUNT STATUS REPORT"
018484     END-IF.
018485 8160-WRITE-STATUS-FOOT-EXIT.
018486     EXIT.
018487*
018488******************************************************************
018489*    8200-WRITE-RUN-COMPLETE  -  APPENDS THE COMPLETED RUN-     *
018490*    CONTROL RECORD - CYCLE, DATE/TIME, FRESH OR RESTART,       *
018491*    COMPLETED FLAG Y, AND THE FINAL RECORD COUNT, BALANCE      *
018492*    TOTAL, AND EXCEPTION COUNT - CLOSING OUT THE AUDIT TRAIL   *
018493*    FOR THE CYCLE.                                             *
018494******************************************************************
018495 8200-WRITE-RUN-COMPLETE.
018500     MOVE SPACES TO RUN-CONTROL-RECORD.
018510     MOVE WS-STMT-CYCLE TO RUNC-CYCLE.
018520     ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD.
018620     MOVE WS-RECORD-COUNT    TO RUNC-RECORD-COUNT.
018630     MOVE WS-BALANCE-TOTAL   TO RUNC-BALANCE-TOTAL.
018640     MOVE WS-EXCEPTION-COUNT TO RUNC-EXCEPTION-COUNT.
018645     MOVE WS-STMT-GROUP      TO RUNC-STMT-GROUP.
018650     WRITE RUN-CONTROL-RECORD.
018660 8200-WRITE-RUN-COMPLETE-EXIT.
018670     EXIT.
019538     CLOSE EXCEPTION-EXTRACT.
019540     CLOSE RUN-CONTROL-FILE.
019550     CLOSE ESTMT-FEED-FILE.
019551     CLOSE HELD-STATEMENT-FILE.
019552     CLOSE HELD-MAIL-RPT.
019553     CLOSE FEE-REVERSAL-FILE.
019554     CLOSE CLUB-PAYOUT-TRAN-FILE.
019555     CLOSE STATUS-RPT.
019560 9000-TERMINATE-EXIT.
019570     EXIT.
019580*

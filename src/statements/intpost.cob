000660*                     FROM THE POSTED-TRANSACTION FILE (THE     *
000670*                     SAME SORTED TRANFILE FOO ITEMIZES FROM),  *
000680*                     INSTEAD OF THE MONTH-END SNAPSHOT - A     *
000681*                     DEPOSIT HELD 29 DAYS NO LONGER EARNS      *
000682*                     NOTHING AND A DAY-30 DEPOSIT NO LONGER    *
000683*                     EARNS A FULL MONTH.  THE REGISTER SHOWS   *
000684*                     THE AVERAGE BALANCE USED SO GL AND THE    *
000685*                     DISPUTE DESK CAN VERIFY THE CALCULATION.  *
000686*                     THE OVERDRAFT CHARGE STILL KEYS OFF THE   *
000687*                     MONTH-END BALANCE.                        *
000688*    2026-09-02 NPG   EACH CYCLE'S INTEREST NOW ALSO ROLLS      *
000689*                     INTO ACCT-MAST-INT-YTD ON THE MASTER      *
000690*                     (RECORD 88 TO 98) SO THE YEAR-END TAX     *
000691*                     EXTRACT RUN (YEND1099) CAN REPORT         *
000692*                     INTEREST PAID PER ACCOUNT WITHOUT         *
000693*                     RECONSTRUCTING IT FROM TWELVE REGISTERS.  *
000694*    2026-09-02 NPG   REFRESH ACCT-MAST-LAST-ACT-DATE (RECORD   *
000695*                     98 TO 106) WITH THE LATEST CUSTOMER-      *
000696*                     INITIATED POST DATE (DEPOSIT,             *
000697*                     WITHDRAWAL, CHECK PAID) IN THE CYCLE -    *
000698*                     BANK-INITIATED FEES AND INTEREST DO NOT   *
000699*                     COUNT AS ACTIVITY - SO THE STATEMENT RUN  *
000700*                     CAN AGE THE ACCOUNT FOR DORMANCY.         *
000701*    2026-09-02 NPG   THE INTEREST AND CHARGE GRAND TOTALS ARE  *
000702*                     NOW ALSO WRITTEN TO THE PSTTOTWK WORK     *
000703*                     FILE (PSTTOT LAYOUT) FOR THE GL           *
000704*                     BALANCING STEP, WHICH CUTS THE JOURNAL-   *
000705*                     ENTRY INTERFACE FILE FROM THEM - NO MORE  *
000706*                     KEYING THE REGISTER TOTALS INTO GL BY     *
000707*                     HAND.                                     *
000708*    2026-09-02 NPG   A PASS-THROUGH RERUN (CYCLE ALREADY       *
000709*                     MARKED COMPLETE) NO LONGER TOUCHES THE    *
000710*                     POSTING-TOTALS WORK FILE - OPENING IT     *
000711*                     OUTPUT WAS TRUNCATING THE REAL TOTALS TO  *
000712*                     A ZERO RECORD AND THE GL JOURNAL LOST     *
000713*                     ITS INTEREST AND CHARGE ENTRIES.          *
000714*    2026-10-15 NPG   OVERDRAFT SERVICE-CHARGE REVERSALS AND    *
000715*                     WAIVERS.  A REVERSAL CARD DECK (REVCARD:  *
000716*                     ACCOUNT, CHARGE CYCLE, AMOUNT, REASON,    *
000717*                     APPROVER) IS APPLIED AS THE MASTER        *
000718*                     POSTS.  EVERY CHARGE ASSESSED AND EVERY   *
000719*                     REVERSAL APPLIED IS RECORDED ON A         *
000720*                     PERMANENT CHARGE LEDGER (CHGHIST), AND A  *
000721*                     CARD IS PROVED AGAINST THE CHARGE         *
000722*                     ACTUALLY ASSESSED FOR ITS CYCLE LESS      *
000723*                     WHAT HAS ALREADY BEEN GIVEN BACK.         *
000724*                     APPLIED REVERSALS PRINT ON THE REGISTER,  *
000725*                     GO TO THE STATEMENT RUN AS TYPE R         *
000726*                     TRANSACTIONS (REVTRAN), AND ARE TOTALLED  *
000727*                     ON PSTTOTWK FOR THE GL JOURNAL.           *
000728*                     REJECTED CARDS ARE LISTED ON THEIR OWN    *
000729*                     EXCEPTION LISTING (REVEXCP) AND SET       *
000730*                     CONDITION CODE 4.                         *
000731*    2026-10-15 NPG   CLUB ACCOUNT ANNUAL PAYOUT.  IN THE       *
000732*                     PAYOUT MONTH (PARM CARD, DEFAULT          *
000733*                     NOVEMBER) EACH CLUB ACCOUNT'S POSTED      *
000734*                     BALANCE IS PAID OUT AND THE CLUB ZEROED   *
000735*                     FOR THE NEW YEAR.  THE POSTED MASTER GOES *
000736*                     TO A WORK FILE FIRST, AND A SECOND PASS   *
000737*                     CREDITS EACH LINKED CHECKING ACCOUNT      *
000738*                     (ACCT-MAST-CLUB-LINK); A CLUB WITH NO     *
000739*                     USABLE LINK GOES TO THE OFFICIAL-CHECK    *
000740*                     FILE (CLUBCHK).  BOTH SIDES GO TO THE     *
000741*                     STATEMENT RUN AS TYPE P TRANSACTIONS      *
000742*                     (CLUBTRAN).  EVERY PAYOUT IS RECORDED ON  *
000743*                     A PERMANENT CLUB LEDGER (CLUBHIST) THAT   *
000744*                     STOPS A SECOND PAYOUT IN THE SAME YEAR    *
000745*                     AND LETS A PASS-THROUGH RERUN REBUILD     *
000746*                     CLUBTRAN.  THE TRANSFER AND CHECK TOTALS  *
000747*                     GO ON PSTTOTWK FOR THE GL JOURNAL, AND A  *
000748*                     CLUB PAYOUT REGISTER (PAYREG) LISTS EVERY *
000749*                     CLUB PAID AND HOW.                        *
000750*    2026-10-15 NPG   A FROZEN ACCOUNT (ACCT-MAST-STATUS F) IS  *
000751*                     NOT ASSESSED THE OVERDRAFT SERVICE        *
000752*                     CHARGE.  INTEREST STILL ACCRUES.  THE     *
000753*                     REGISTER FLAGS EACH CHARGE NOT ASSESSED   *
000754*                     AND COUNTS THEM AT THE FOOT.  NEW-MASTER  *
000755*                     RECORD WIDENED 111 TO 140 FOR THE STATUS. *
000756*    2026-10-15 NPG   STATEMENT-DAY GROUPS.  WHEN THE PARM      *
000757*                     CARD NAMES A GROUP (1-4) ONLY THAT        *
000758*                     GROUP'S ACCOUNTS ARE POSTED - EVERY       *
000759*                     OTHER RECORD PASSES THROUGH UNPOSTED      *
000760*                     WITH ITS TRANSACTIONS STEPPED OVER, AND   *
000761*                     A REVERSAL CARD FOR ONE IS REJECTED, TO   *
000762*                     BE RESUBMITTED ON ITS OWN GROUP'S DAY.    *
000763*                     THE COMPLETED-CYCLE CHECK, THE CLUB       *
000764*                     PAYOUT'S ONCE-A-YEAR GUARD, AND THE CLUB  *
000765*                     LEDGER ARE KEYED BY GROUP, AND A CLUB     *
000766*                     LINKED TO AN ACCOUNT IN ANOTHER GROUP IS  *
000767*                     PAID BY OFFICIAL CHECK.  A BLANK GROUP    *
000768*                     POSTS THE WHOLE CYCLE AS BEFORE.          *
000769*    2026-10-15 NPG   THE CHARGE LEDGER NOW CARRIES THE GROUP   *
000770*                     OF THE RUN THAT WROTE EACH ENTRY.  A      *
000771*                     PASS-THROUGH RERUN CARRIES ONLY ITS OWN   *
000772*                     GROUP'S REVERSALS (OR A WHOLE-CYCLE       *
000773*                     RUN'S), AND WRITES THEM AS THE MASTER     *
000774*                     GOES BY, SO THE FEE-REVERSAL FILE IS IN   *
000775*                     ACCOUNT ORDER.                            *
000782******************************************************************
000784 IDENTIFICATION DIVISION.
000787 PROGRAM-ID.     INTPOST.
001246                                 FILE STATUS IS
001247                                     WS-PSTTOTWK-STATUS.
001250*
001251     SELECT REVERSAL-CARD-FILE  ASSIGN TO REVCARD
001252                                 ORGANIZATION IS LINE SEQUENTIAL
001253                                 FILE STATUS IS
001254                                     WS-REVCARD-STATUS.
001255*
001256     SELECT CHARGE-HISTORY-FILE ASSIGN TO CHGHIST
001257                                 ORGANIZATION IS LINE SEQUENTIAL
001258                                 FILE STATUS IS
001259                                     WS-CHGHIST-STATUS.
001260*
001261     SELECT REVERSAL-TRAN-FILE  ASSIGN TO REVTRAN
001262                                 ORGANIZATION IS LINE SEQUENTIAL
001263                                 FILE STATUS IS
001264                                     WS-REVTRAN-STATUS.
001265*
001266     SELECT REVERSAL-EXCP-RPT   ASSIGN TO REVEXCP
001267                                 ORGANIZATION IS LINE SEQUENTIAL
001268                                 FILE STATUS IS
001269                                     WS-REVEXCP-STATUS.
001270*
001271     SELECT CLUB-WORK-FILE      ASSIGN TO CLUBWK
001272                                 ORGANIZATION IS LINE SEQUENTIAL
001273                                 FILE STATUS IS
001274                                     WS-CLUBWK-STATUS.
001275*
001276     SELECT CLUB-TRAN-FILE      ASSIGN TO CLUBTRAN
001277                                 ORGANIZATION IS LINE SEQUENTIAL
001278                                 FILE STATUS IS
001279                                     WS-CLUBTRAN-STATUS.
001280*
001281     SELECT CLUB-CHECK-FILE     ASSIGN TO CLUBCHK
001282                                 ORGANIZATION IS LINE SEQUENTIAL
001283                                 FILE STATUS IS
001284                                     WS-CLUBCHK-STATUS.
001285*
001286     SELECT CLUB-HISTORY-FILE   ASSIGN TO CLUBHIST
001287                                 ORGANIZATION IS LINE SEQUENTIAL
001288                                 FILE STATUS IS
001289                                     WS-CLUBHIST-STATUS.
001290*
001291     SELECT CLUB-PAYOUT-RPT     ASSIGN TO PAYREG
001292                                 ORGANIZATION IS LINE SEQUENTIAL
001293                                 FILE STATUS IS
001294                                     WS-PAYREG-STATUS.
001295*
001296 DATA DIVISION.
001297 FILE SECTION.
001298*
001299 FD  OLD-ACCOUNT-MASTER.
001300     COPY ACCTREC.
001310*
001320 FD  NEW-ACCOUNT-MASTER.
001330 01  NEW-MASTER-RECORD               PIC X(140).
001340*
001350 FD  POSTING-REGISTER.
001360 01  REGISTER-PRINT-RECORD           PIC X(132).
001484 FD  POSTING-TOTALS-FILE.
001486     COPY PSTTOT.
001490*
001491 FD  REVERSAL-CARD-FILE.
001492 01  REVERSAL-CARD-RECORD.
001493     05  REVC-ACCOUNT                PIC X(05).
001494     05  REVC-CYCLE                  PIC X(06).
001495     05  REVC-AMOUNT                 PIC X(07).
001496     05  REVC-AMOUNT-NUM REDEFINES REVC-AMOUNT
001497                                     PIC 9(05)V99.
001498     05  REVC-REASON                 PIC X(30).
001499     05  REVC-APPROVER               PIC X(08).
001500     05  FILLER                      PIC X(24).
001501*
001502 FD  CHARGE-HISTORY-FILE.
001503     COPY CHGHIST.
001504*
001505 FD  REVERSAL-TRAN-FILE.
001506     COPY REVTRAN.
001507*
001508 FD  REVERSAL-EXCP-RPT.
001509 01  REVERSAL-EXCP-RECORD            PIC X(132).
001510*
001511 FD  CLUB-WORK-FILE.
001512 01  CLUB-WORK-RECORD                PIC X(140).
001513*
001514 FD  CLUB-TRAN-FILE.
001515     COPY CLUBTRAN.
001516*
001517 FD  CLUB-CHECK-FILE.
001518     COPY CLUBCHK.
001519*
001520 FD  CLUB-HISTORY-FILE.
001521     COPY CLUBHIST.
001522*
001523 FD  CLUB-PAYOUT-RPT.
001524 01  CLUB-PAYOUT-RECORD              PIC X(132).
001525*
001526 WORKING-STORAGE SECTION.
001527*
001528 01  WS-FILE-STATUSES.
001530     05  WS-OLDMAST-STATUS           PIC X(02) VALUE "00".
001540     05  WS-NEWMAST-STATUS           PIC X(02) VALUE "00".
001550     05  WS-PSTGREG-STATUS           PIC X(02) VALUE "00".
001580     05  WS-RATETBL-STATUS           PIC X(02) VALUE "00".
001590     05  WS-TRANFILE-STATUS          PIC X(02) VALUE "00".
001592     05  WS-PSTTOTWK-STATUS          PIC X(02) VALUE "00".
001593     05  WS-REVCARD-STATUS           PIC X(02) VALUE "00".
001594     05  WS-CHGHIST-STATUS           PIC X(02) VALUE "00".
001595     05  WS-REVTRAN-STATUS           PIC X(02) VALUE "00".
001596     05  WS-REVEXCP-STATUS           PIC X(02) VALUE "00".
001597     05  WS-CLUBWK-STATUS            PIC X(02) VALUE "00".
001598     05  WS-CLUBTRAN-STATUS          PIC X(02) VALUE "00".
001599     05  WS-CLUBCHK-STATUS           PIC X(02) VALUE "00".
001600     05  WS-CLUBHIST-STATUS          PIC X(02) VALUE "00".
001601     05  WS-PAYREG-STATUS            PIC X(02) VALUE "00".
001602*
001610 01  WS-SWITCHES.
001620     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001630         88  WS-EOF                  VALUE "Y".
001710         88  WS-RATE-FOUND           VALUE "Y".
001720     05  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
001730         88  WS-TRAN-EOF             VALUE "Y".
001731     05  WS-REVCARD-EOF-SWITCH       PIC X(01) VALUE "N".
001732         88  WS-REVCARD-EOF          VALUE "Y".
001733     05  WS-CHGHIST-EOF-SWITCH       PIC X(01) VALUE "N".
001734         88  WS-CHGHIST-EOF          VALUE "Y".
001735     05  WS-PAYOUT-RUN-SWITCH        PIC X(01) VALUE "N".
001736         88  WS-CLUB-PAYOUT-RUN      VALUE "Y".
001737     05  WS-YEAR-PAID-SWITCH         PIC X(01) VALUE "N".
001738         88  WS-CLUB-YEAR-PAID       VALUE "Y".
001739     05  WS-CLUBWK-EOF-SWITCH        PIC X(01) VALUE "N".
001740         88  WS-CLUBWK-EOF           VALUE "Y".
001741     05  WS-CLUBHIST-EOF-SWITCH      PIC X(01) VALUE "N".
001742         88  WS-CLUBHIST-EOF         VALUE "Y".
001743     05  WS-CLB-TAKEN-SWITCH         PIC X(01) VALUE "N".
001744         88  WS-CLB-TAKEN            VALUE "Y".
001745     05  WS-CLB-CREDIT-SWITCH        PIC X(01) VALUE "N".
001746         88  WS-CLB-CREDITED         VALUE "Y".
001747     05  WS-FROZEN-SKIP-SWITCH       PIC X(01) VALUE "N".
001748         88  WS-FROZEN-SKIPPED       VALUE "Y".
001749     05  WS-IN-GROUP-SWITCH          PIC X(01) VALUE "Y".
001750         88  WS-ACCT-IN-GROUP        VALUE "Y".
001751*
001752 01  WS-RATE-TABLE-FIELDS.
001760     05  WS-RATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001770     05  WS-RATE-SUB                 PIC 9(03) COMP VALUE ZERO.
001780     05  WS-BEST-EFF-CYCLE           PIC 9(06) VALUE ZERO.
002160     05  WS-POSTED-COUNT             PIC 9(09) COMP VALUE ZERO.
002170     05  WS-BYPASS-COUNT             PIC 9(09) COMP VALUE ZERO.
002180     05  WS-PASSTHRU-COUNT           PIC 9(09) COMP VALUE ZERO.
002183     05  WS-FROZEN-SKIP-COUNT        PIC 9(09) COMP VALUE ZERO.
002186     05  WS-OTHER-GROUP-COUNT        PIC 9(09) COMP VALUE ZERO.
002190     05  WS-OLD-BALANCE-TOTAL        PIC S9(11)V99 COMP
002200                                     VALUE ZERO.
002210     05  WS-INTEREST-TOTAL           PIC S9(11)V99 COMP
002240                                     VALUE ZERO.
002250     05  WS-NEW-BALANCE-TOTAL        PIC S9(11)V99 COMP
002260                                     VALUE ZERO.
002261*
002262 01  WS-REVERSAL-FIELDS.
002263     05  WS-REV-COUNT                PIC 9(03) COMP VALUE ZERO.
002264     05  WS-REV-SUB                  PIC 9(03) COMP VALUE ZERO.
002265     05  WS-REV-SUB2                 PIC 9(03) COMP VALUE ZERO.
002266     05  WS-REV-REMAINING            PIC S9(7)V99 COMP VALUE ZERO.
002267     05  WS-REV-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
002268     05  WS-REV-APPLIED-COUNT        PIC 9(09) COMP VALUE ZERO.
002269     05  WS-REV-REJECTED-COUNT       PIC 9(09) COMP VALUE ZERO.
002270     05  WS-REV-REBUILT-COUNT        PIC 9(09) COMP VALUE ZERO.
002271     05  WS-REVERSAL-TOTAL           PIC S9(11)V99 COMP
002272                                     VALUE ZERO.
002273     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002274     05  WS-REVT-ACCOUNT             PIC 9(05) VALUE ZERO.
002275     05  WS-REVT-CHARGE-CYCLE        PIC 9(06) VALUE ZERO.
002276     05  WS-REVT-AMOUNT              PIC S9(7)V99 COMP VALUE ZERO.
002277*
002278 01  WS-REVERSAL-TABLE.
002279     05  WS-REV-ENTRY                OCCURS 200 TIMES.
002280         10  WS-REV-TBL-RAW-ID       PIC X(05).
002281         10  WS-REV-TBL-RAW-CYCLE    PIC X(06).
002282         10  WS-REV-TBL-RAW-AMOUNT   PIC X(07).
002283         10  WS-REV-TBL-ACCOUNT      PIC 9(05).
002284         10  WS-REV-TBL-CYCLE        PIC 9(06).
002285         10  WS-REV-TBL-AMOUNT       PIC S9(7)V99 COMP.
002286         10  WS-REV-TBL-REASON       PIC X(30).
002287         10  WS-REV-TBL-APPROVER     PIC X(08).
002288         10  WS-REV-TBL-ASSESSED     PIC S9(7)V99 COMP.
002289         10  WS-REV-TBL-REVERSED     PIC S9(7)V99 COMP.
002290         10  WS-REV-TBL-STATUS       PIC X(01).
002291             88  WS-REV-PENDING      VALUE "P".
002292             88  WS-REV-APPLIED      VALUE "A".
002293             88  WS-REV-REJECTED     VALUE "X".
002294             88  WS-REV-CARRIED      VALUE "C".
002295         10  WS-REV-TBL-REJECT-TEXT  PIC X(50).
002296*
002297 01  WS-CLUB-PAYOUT-FIELDS.
002298     05  WS-CLUB-PAYOUT-MONTH        PIC 9(02) VALUE 11.
002299     05  WS-CLB-COUNT                PIC 9(03) COMP VALUE ZERO.
002300     05  WS-CLB-SUB                  PIC 9(03) COMP VALUE ZERO.
002301     05  WS-CLB-XFER-COUNT           PIC 9(09) COMP VALUE ZERO.
002302     05  WS-CLB-CHECK-COUNT          PIC 9(09) COMP VALUE ZERO.
002303     05  WS-CLB-XFER-TOTAL           PIC S9(11)V99 COMP
002304                                     VALUE ZERO.
002305     05  WS-CLB-CHECK-TOTAL          PIC S9(11)V99 COMP
002306                                     VALUE ZERO.
002307     05  WS-CLBT-ACCOUNT             PIC 9(05) VALUE ZERO.
002308     05  WS-CLBT-AMOUNT              PIC S9(7)V99 COMP VALUE ZERO.
002309     05  WS-CLBT-DESCRIPTION         PIC X(25) VALUE SPACES.
002310     05  WS-CLB-REASON-TEXT          PIC X(40) VALUE SPACES.
002311*
002312 01  WS-CLUB-PAYOUT-TABLE.
002313     05  WS-CLB-ENTRY                OCCURS 999 TIMES.
002314         10  WS-CLB-TBL-ACCOUNT      PIC 9(05).
002315         10  WS-CLB-TBL-LINK         PIC X(05).
002316         10  WS-CLB-TBL-AMOUNT       PIC S9(7)V99 COMP.
002317         10  WS-CLB-TBL-NAME         PIC X(20).
002318         10  WS-CLB-TBL-STREET       PIC X(20).
002319         10  WS-CLB-TBL-CITY         PIC X(12).
002320         10  WS-CLB-TBL-STATE        PIC X(02).
002321         10  WS-CLB-TBL-ZIP          PIC X(05).
002322         10  WS-CLB-TBL-STATUS       PIC X(01).
002323             88  WS-CLB-PENDING      VALUE "P".
002324             88  WS-CLB-TRANSFERRED  VALUE "T".
002325             88  WS-CLB-BY-CHECK     VALUE "C".
002326         10  WS-CLB-TBL-TO-ACCOUNT   PIC 9(05).
002327         10  WS-CLB-TBL-REASON       PIC X(01).
002328*
002329 01  WS-HEADING-FIELDS.
002330     05  WS-STMT-CYCLE               PIC 9(06) VALUE ZERO.
002331     05  FILLER REDEFINES WS-STMT-CYCLE.
002332         10  WS-STMT-CYCLE-YYYY      PIC 9(04).
002333         10  WS-STMT-CYCLE-MM        PIC 9(02).
002334     05  WS-STMT-GROUP               PIC X(01) VALUE SPACE.
002335         88  WS-WHOLE-CYCLE-RUN      VALUE SPACE.
002336     05  WS-ACCT-GROUP               PIC X(01) VALUE SPACE.
002337     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
002340     05  FILLER REDEFINES WS-DATE-YMD.
002350         10  WS-DATE-YYYY            PIC 9(04).
002360         10  WS-DATE-MM              PIC 9(02).
002440     05  WS-NEW-BALANCE-EDIT         PIC $$,$$$,$$9.99-.
002450     05  WS-TOTAL-EDIT               PIC $$,$$$,$$$,$$9.99-.
002460     05  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
002462     05  WS-REV-ASSESSED-EDIT        PIC $$,$$$,$$9.99-.
002464     05  WS-REV-REVERSED-EDIT        PIC $$,$$$,$$9.99-.
002466     05  WS-CLB-AMOUNT-EDIT          PIC $$,$$$,$$9.99-.
002470*
002480 PROCEDURE DIVISION.
002490*
002580         PERFORM 2300-SKIP-ORPHAN-TRAN
002590             THRU 2300-SKIP-ORPHAN-TRAN-EXIT
002600             UNTIL WS-TRAN-EOF
002601         PERFORM 7000-DISPOSE-REVERSAL
002602             THRU 7000-DISPOSE-REVERSAL-EXIT
002603             VARYING WS-REV-SUB FROM 1 BY 1
002604             UNTIL WS-REV-SUB > WS-REV-COUNT
002605         IF WS-CLUB-PAYOUT-RUN
002606             PERFORM 5000-COMPLETE-CLUB-PAYOUT
002607                 THRU 5000-COMPLETE-CLUB-PAYOUT-EXIT
002608         END-IF
002610     END-IF.
002612     PERFORM 7100-WRITE-REVERSAL-EXCEPTIONS
002614         THRU 7100-WRITE-REVERSAL-EXCEPTIONS-EXIT.
002616     PERFORM 7200-WRITE-PAYOUT-TOTALS
002618         THRU 7200-WRITE-PAYOUT-TOTALS-EXIT.
002620     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
002630     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002640     STOP RUN.
002980         DISPLAY "INT0015I - NO STATEMENT CYCLE ON THE PARM "
002990             "CARD, USING THE CURRENT DATE: " WS-STMT-CYCLE
003000     END-IF.
003001*
003002*    A GROUP RUN POSTS ONLY THAT DAY'S ACCOUNTS.  A GROUP THAT
003003*    IS NOT 1-4 STOPS THE STEP - POSTING THE WHOLE CYCLE BY
003004*    MISTAKE WOULD CHARGE THE OTHER GROUPS BEFORE THEIR DAY.
003005     IF NOT WS-WHOLE-CYCLE-RUN
003006         IF WS-STMT-GROUP < "1" OR WS-STMT-GROUP > "4"
003007             DISPLAY "INT0046E - STATEMENT GROUP " WS-STMT-GROUP
003008                 " ON THE PARM CARD IS NOT 1-4 - NOTHING POSTED"
003009             GO TO 9900-ABEND
003010         END-IF
003011         DISPLAY "INT0047I - POSTING STATEMENT GROUP "
003012             WS-STMT-GROUP " OF CYCLE " WS-STMT-CYCLE
003013     END-IF.
003014     PERFORM 1400-CHECK-RUN-CONTROL
003020         THRU 1400-CHECK-RUN-CONTROL-EXIT.
003030     PERFORM 1600-LOAD-RATE-TABLE
003040         THRU 1600-LOAD-RATE-TABLE-EXIT.
003093             GO TO 9900-ABEND
003094         END-IF
003095     END-IF.
003096     PERFORM 1800-LOAD-REVERSALS THRU 1800-LOAD-REVERSALS-EXIT.
003097     PERFORM 1900-SET-UP-CLUB-PAYOUT
003098         THRU 1900-SET-UP-CLUB-PAYOUT-EXIT.
003099*
003100     OPEN INPUT TRANSACTION-FILE.
003110     IF WS-TRANFILE-STATUS NOT = "00"
003120         DISPLAY "INT0021E - CANNOT OPEN TRANSACTION-FILE, "
003270*    CYCLE FALLS BACK TO THE CURRENT DATE IN 1000-INITIALIZE,    *
003280*    THE SAME FALLBACK FOO AND GLTRAIL MAKE, SO THE OD DATES     *
003290*    STAMPED BELOW AND THE REGISTER HEADING ALWAYS CARRY A       *
003293*    REAL CYCLE.  THE CLUB PAYOUT MONTH IS TAKEN WHEN IT IS A    *
003296*    MONTH (01-12); OTHERWISE IT STAYS AT NOVEMBER, SO THE       *
003299*    CLUBS ARE PAID IN TIME FOR DECEMBER SHOPPING.  THE          *
003302*    STATEMENT-DAY GROUP IS TAKEN AS PUNCHED AND EDITED IN       *
003305*    1000-INITIALIZE.                                            *
003310******************************************************************
003320 1200-READ-PARM-CARD.
003330     OPEN INPUT PARM-CARD-FILE.
003430             IF PARM-STMT-CYCLE NUMERIC
003440                 MOVE PARM-STMT-CYCLE TO WS-STMT-CYCLE
003450             END-IF
003451             IF PARM-CLUB-PAYOUT-MONTH NUMERIC
003452                 AND PARM-CLUB-PAYOUT-MONTH >= 01
003453                 AND PARM-CLUB-PAYOUT-MONTH <= 12
003454                 MOVE PARM-CLUB-PAYOUT-MONTH
003455                     TO WS-CLUB-PAYOUT-MONTH
003456             END-IF
003457             IF PARM-STMT-GROUP NOT = SPACE
003458                 MOVE PARM-STMT-GROUP TO WS-STMT-GROUP
003459             END-IF
003460     END-READ.
003470     CLOSE PARM-CARD-FILE.
003480 1200-READ-PARM-CARD-EXIT.
003500*
003510******************************************************************
003520*    1400-CHECK-RUN-CONTROL  -  SCANS THE RUN-CONTROL FILE FOR  *
003527*    A COMPLETED RECORD FOR THIS CYCLE (AND, ON A GROUP RUN,    *
003534*    THIS STATEMENT-DAY GROUP).  A CYCLE ALREADY MARKED         *
003541*    COMPLETE HAS ALREADY HAD ITS INTEREST AND CHARGES          *
003550*    POSTED - THE RUN STILL ROLLS A NEW MASTER GENERATION SO    *
003560*    THE JOB STREAM'S GDG REFERENCES LINE UP, BUT EVERY RECORD  *
003570*    PASSES THROUGH UNPOSTED.  A MISSING FILE MEANS THE CYCLE   *
003690         UNTIL WS-RUNCTL-EOF.
003700     CLOSE RUN-CONTROL-FILE.
003710     IF WS-CYCLE-DONE
003713         IF WS-WHOLE-CYCLE-RUN
003716             DISPLAY "INT0017W - CYCLE " WS-STMT-CYCLE
003719                 " IS ALREADY MARKED COMPLETE - PASSING THE "
003722                 "MASTER THROUGH UNPOSTED, NOTHING WILL BE "
003725                 "POSTED TWICE"
003728         ELSE
003731             DISPLAY "INT0017W - CYCLE " WS-STMT-CYCLE
003734                 " GROUP " WS-STMT-GROUP
003737                 " IS ALREADY MARKED COMPLETE - PASSING THE "
003740                 "MASTER THROUGH UNPOSTED, NOTHING WILL BE "
003743                 "POSTED TWICE"
003746         END-IF
003760     END-IF.
003770 1400-CHECK-RUN-CONTROL-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810*    1410-READ-RUN-CONTROL  -  READS ONE RUN-CONTROL RECORD     *
003812*    AND REMEMBERS WHETHER THIS CYCLE IS MARKED COMPLETE.  A    *
003814*    GROUP RUN IS DONE WHEN ITS OWN GROUP OR A WHOLE-CYCLE RUN  *
003816*    HAS COMPLETED - A SUPPLEMENTAL BATCH STATEMENTS ONLY ITS   *
003818*    REQUEST DECK AND POSTS NOTHING, SO IT DOES NOT COUNT.  A   *
003820*    WHOLE-CYCLE RUN IS DONE WHEN ANY RUN OF THE CYCLE HAS      *
003822*    COMPLETED, AS BEFORE.                                      *
003830******************************************************************
003840 1410-READ-RUN-CONTROL.
003850     READ RUN-CONTROL-FILE
003880         NOT AT END
003890             IF RUNC-CYCLE = WS-STMT-CYCLE
003900                 AND RUNC-COMPLETED
003902                 IF WS-WHOLE-CYCLE-RUN
003904                     SET WS-CYCLE-DONE TO TRUE
003906                 ELSE
003908                     IF NOT RUNC-SUPPLEMENTAL-RUN
003910                         AND (RUNC-STMT-GROUP = WS-STMT-GROUP
003912                           OR RUNC-WHOLE-CYCLE)
003914                         SET WS-CYCLE-DONE TO TRUE
003916                     END-IF
003918                 END-IF
003920             END-IF
003930     END-READ.
003940 1410-READ-RUN-CONTROL-EXIT.
004380         DISPLAY "INT0019E - RATE TABLE ROW FOR PRODUCT TYPE "
004390             RATE-PRODUCT-TYPE " IS NOT NUMERIC"
004400         GO TO 9900-ABEND
004401     END-IF.
004402     IF WS-RATE-COUNT >= 50
004403         DISPLAY "INT0019E - MORE THAN 50 RATE TABLE ROWS"
004404         GO TO 9900-ABEND
004405     END-IF.
004406     ADD 1 TO WS-RATE-COUNT.
004407     MOVE RATE-PRODUCT-TYPE     TO WS-RATE-TBL-TYPE
004408                                     (WS-RATE-COUNT).
004409     MOVE RATE-EFFECTIVE-CYCLE  TO WS-RATE-TBL-CYCLE
004410                                     (WS-RATE-COUNT).
004411     MOVE RATE-MONTHLY-INT      TO WS-RATE-TBL-RATE
004412                                     (WS-RATE-COUNT).
004413     MOVE RATE-OVERDRAFT-CHARGE TO WS-RATE-TBL-CHARGE
004414                                     (WS-RATE-COUNT).
004415 1610-READ-RATE-TABLE-EXIT.
004416     EXIT.
004417*
004418******************************************************************
004419*    1700-SET-DAYS-IN-MONTH  -  WORKS OUT THE NUMBER OF DAYS    *
004420*    IN THE STATEMENT CYCLE MONTH FOR THE AVERAGE-DAILY-        *
004421*    BALANCE WEIGHTING.  FEBRUARY OF A YEAR DIVISIBLE BY FOUR   *
004422*    COUNTS 29 DAYS - GOOD FOR EVERY YEAR THIS SIDE OF 2100.    *
004423******************************************************************
004424 1700-SET-DAYS-IN-MONTH.
004425     IF WS-STMT-CYCLE-MM = 02
004426         DIVIDE WS-STMT-CYCLE-YYYY BY 4
004427             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004428         IF WS-LEAP-REM = ZERO
004429             MOVE 29 TO WS-DAYS-IN-MONTH
004430         ELSE
004431             MOVE 28 TO WS-DAYS-IN-MONTH
004432         END-IF
004433     ELSE
004434         IF WS-STMT-CYCLE-MM = 04 OR 06 OR 09 OR 11
004435             MOVE 30 TO WS-DAYS-IN-MONTH
004436         ELSE
004437             MOVE 31 TO WS-DAYS-IN-MONTH
004438         END-IF
004439     END-IF.
004440 1700-SET-DAYS-IN-MONTH-EXIT.
004441     EXIT.
004442*
004443******************************************************************
004444*    1800-LOAD-REVERSALS  -  OPENS THE REVERSAL EXCEPTION        *
004445*    LISTING AND THE FEE-REVERSAL TRANSACTION FILE, LOADS THE    *
004446*    SERVICE-CHARGE REVERSAL CARD DECK, PICKS UP FROM THE        *
004447*    CHARGE LEDGER WHAT EACH CARD'S ACCOUNT WAS CHARGED AND HAS  *
004448*    HAD REVERSED FOR THE CYCLE THE CARD NAMES, AND OPENS THE    *
004449*    LEDGER FOR APPEND.  ON A PASS-THROUGH RERUN NO CARD IS      *
004450*    READ - THE DECK MAY ALREADY HAVE BEEN APPLIED BY THE RUN    *
004451*    THAT POSTED THE CYCLE - AND THE FEE-REVERSAL FILE IS        *
004452*    REBUILT FROM THE LEDGER INSTEAD, SO THE STATEMENTS STILL    *
004453*    ITEMIZE THE CYCLE'S REVERSALS.                              *
004454******************************************************************
004455 1800-LOAD-REVERSALS.
004456     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004457     OPEN OUTPUT REVERSAL-EXCP-RPT.
004458     IF WS-REVEXCP-STATUS NOT = "00"
004459         DISPLAY "INT0025E - CANNOT OPEN REVERSAL-EXCP-RPT, "
004460             "STATUS " WS-REVEXCP-STATUS
004461         GO TO 9900-ABEND
004462     END-IF.
004463     MOVE SPACES TO REVERSAL-EXCP-RECORD.
004464     STRING "OD SERVICE-CHARGE REVERSAL EXCEPTIONS"
004465             DELIMITED BY SIZE
004466             "     CYCLE: " DELIMITED BY SIZE
004467             WS-STMT-CYCLE  DELIMITED BY SIZE
004468         INTO REVERSAL-EXCP-RECORD.
004469     WRITE REVERSAL-EXCP-RECORD.
004470     MOVE SPACES TO REVERSAL-EXCP-RECORD.
004471     WRITE REVERSAL-EXCP-RECORD.
004472*
004473     OPEN OUTPUT REVERSAL-TRAN-FILE.
004474     IF WS-REVTRAN-STATUS NOT = "00"
004475         DISPLAY "INT0026E - CANNOT OPEN REVERSAL-TRAN-FILE, "
004476             "STATUS " WS-REVTRAN-STATUS
004477         GO TO 9900-ABEND
004478     END-IF.
004479*
004480     IF WS-CYCLE-DONE
004481         PERFORM 1850-REBUILD-REVERSAL-TRANS
004482             THRU 1850-REBUILD-REVERSAL-TRANS-EXIT
004483         MOVE SPACES TO REVERSAL-EXCP-RECORD
004484         STRING "*** CYCLE ALREADY MARKED COMPLETE - REVERSAL "
004485                 DELIMITED BY SIZE
004486                 "CARDS NOT READ, NONE APPLIED ***"
004487                 DELIMITED BY SIZE
004488             INTO REVERSAL-EXCP-RECORD
004489         WRITE REVERSAL-EXCP-RECORD
004490         DISPLAY "INT0027W - CYCLE " WS-STMT-CYCLE " IS ALREADY "
004491             "POSTED - REVERSAL CARDS NOT READ, "
004492             WS-REV-REBUILT-COUNT " REVERSALS CARRIED FROM THE "
004493             "CHARGE LEDGER"
004494         GO TO 1800-LOAD-REVERSALS-EXIT
004495     END-IF.
004496*
004497     OPEN INPUT REVERSAL-CARD-FILE.
004498     IF WS-REVCARD-STATUS NOT = "00"
004499         DISPLAY "INT0028I - NO SERVICE-CHARGE REVERSAL CARDS "
004500             "PRESENT"
004501     ELSE
004502         PERFORM 1810-LOAD-REVERSAL-CARD
004503             THRU 1810-LOAD-REVERSAL-CARD-EXIT
004504             UNTIL WS-REVCARD-EOF
004505         CLOSE REVERSAL-CARD-FILE
004506     END-IF.
004507     IF WS-REV-COUNT > ZERO
004508         PERFORM 1830-SCAN-CHARGE-LEDGER
004509             THRU 1830-SCAN-CHARGE-LEDGER-EXIT
004510     END-IF.
004511*
004512*    THE CHARGE LEDGER IS PERMANENT AND APPEND-ONLY, LIKE THE
004513*    RUN-CONTROL FILE - CREATED ON THE FIRST CYCLE EVER.
004514     OPEN EXTEND CHARGE-HISTORY-FILE.
004515     IF WS-CHGHIST-STATUS = "35"
004516         OPEN OUTPUT CHARGE-HISTORY-FILE
004517     END-IF.
004518     IF WS-CHGHIST-STATUS NOT = "00"
004519         DISPLAY "INT0029E - CANNOT OPEN CHARGE-HISTORY-FILE, "
004520             "STATUS " WS-CHGHIST-STATUS
004521         GO TO 9900-ABEND
004522     END-IF.
004523 1800-LOAD-REVERSALS-EXIT.
004524     EXIT.
004525*
004526******************************************************************
004527*    1810-LOAD-REVERSAL-CARD  -  READS ONE REVERSAL CARD AND     *
004528*    LOADS IT INTO THE TABLE.  CARDS FAILING THE FIELD EDITS -   *
004529*    NON-NUMERIC OR ZERO ACCOUNT, A CYCLE THAT IS NOT A YYYYMM   *
004530*    MONTH OR IS AFTER THE CYCLE BEING POSTED, A NON-NUMERIC OR  *
004531*    ZERO AMOUNT, NO REASON, OR NO APPROVER - ARE KEPT IN THE    *
004532*    TABLE MARKED REJECTED SO THE EXCEPTION LISTING ACCOUNTS     *
004533*    FOR EVERY CARD.  A CARD PAST THE 200-ENTRY TABLE LIMIT IS   *
004534*    LISTED AS REJECTED ON THE SPOT.                             *
004535******************************************************************
004536 1810-LOAD-REVERSAL-CARD.
004537     READ REVERSAL-CARD-FILE
004538         AT END
004539             SET WS-REVCARD-EOF TO TRUE
004540             GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004541     END-READ.
004542     ADD 1 TO WS-REV-READ-COUNT.
004543     IF WS-REV-COUNT >= 200
004544         DISPLAY "INT0030W - MORE THAN 200 REVERSAL CARDS, CARD "
004545             "REJECTED: " REVC-ACCOUNT " " REVC-CYCLE
004546         ADD 1 TO WS-REV-REJECTED-COUNT
004547         MOVE SPACES TO REVERSAL-EXCP-RECORD
004548         STRING "ACCOUNT: "   DELIMITED BY SIZE
004549                 REVC-ACCOUNT  DELIMITED BY SIZE
004550                 "  CYCLE: "   DELIMITED BY SIZE
004551                 REVC-CYCLE    DELIMITED BY SIZE
004552                 "  *** REJECTED - MORE THAN 200 CARDS IN THE "
004553                               DELIMITED BY SIZE
004554                 "DECK, RESUBMIT NEXT CYCLE ***"
004555                               DELIMITED BY SIZE
004556             INTO REVERSAL-EXCP-RECORD
004557         WRITE REVERSAL-EXCP-RECORD
004558         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004559     END-IF.
004560     ADD 1 TO WS-REV-COUNT.
004561     MOVE REVC-ACCOUNT  TO WS-REV-TBL-RAW-ID (WS-REV-COUNT).
004562     MOVE REVC-CYCLE    TO WS-REV-TBL-RAW-CYCLE (WS-REV-COUNT).
004563     MOVE REVC-AMOUNT   TO WS-REV-TBL-RAW-AMOUNT (WS-REV-COUNT).
004564     MOVE REVC-REASON   TO WS-REV-TBL-REASON (WS-REV-COUNT).
004565     MOVE REVC-APPROVER TO WS-REV-TBL-APPROVER (WS-REV-COUNT).
004566     MOVE ZERO   TO WS-REV-TBL-ACCOUNT (WS-REV-COUNT).
004567     MOVE ZERO   TO WS-REV-TBL-CYCLE (WS-REV-COUNT).
004568     MOVE ZERO   TO WS-REV-TBL-AMOUNT (WS-REV-COUNT).
004569     MOVE ZERO   TO WS-REV-TBL-ASSESSED (WS-REV-COUNT).
004570     MOVE ZERO   TO WS-REV-TBL-REVERSED (WS-REV-COUNT).
004571     MOVE "X"    TO WS-REV-TBL-STATUS (WS-REV-COUNT).
004572     MOVE SPACES TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT).
004573*
004574     IF REVC-ACCOUNT NOT NUMERIC
004575         MOVE "ACCOUNT NUMBER IS NOT NUMERIC"
004576             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004577         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004578     END-IF.
004579     MOVE REVC-ACCOUNT TO WS-REV-TBL-ACCOUNT (WS-REV-COUNT).
004580     IF WS-REV-TBL-ACCOUNT (WS-REV-COUNT) = ZERO
004581         MOVE "ACCOUNT NUMBER IS ZERO"
004582             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004583         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004584     END-IF.
004585     IF REVC-CYCLE NOT NUMERIC
004586         OR REVC-CYCLE (5:2) < "01"
004587         OR REVC-CYCLE (5:2) > "12"
004588         MOVE "CYCLE IS NOT A YYYYMM MONTH"
004589             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004590         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004591     END-IF.
004592     MOVE REVC-CYCLE TO WS-REV-TBL-CYCLE (WS-REV-COUNT).
004593     IF WS-REV-TBL-CYCLE (WS-REV-COUNT) > WS-STMT-CYCLE
004594         MOVE "CYCLE IS AFTER THE CYCLE BEING POSTED"
004595             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004596         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004597     END-IF.
004598     IF REVC-AMOUNT NOT NUMERIC
004599         MOVE "AMOUNT IS NOT NUMERIC"
004600             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004601         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004602     END-IF.
004603     IF REVC-AMOUNT-NUM = ZERO
004604         MOVE "AMOUNT IS ZERO"
004605             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004606         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004607     END-IF.
004608     MOVE REVC-AMOUNT-NUM TO WS-REV-TBL-AMOUNT (WS-REV-COUNT).
004609     IF REVC-REASON = SPACES
004610         MOVE "NO REASON GIVEN"
004611             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004612         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004613     END-IF.
004614     IF REVC-APPROVER = SPACES
004615         MOVE "NO APPROVER GIVEN"
004616             TO WS-REV-TBL-REJECT-TEXT (WS-REV-COUNT)
004617         GO TO 1810-LOAD-REVERSAL-CARD-EXIT
004618     END-IF.
004619     MOVE "P" TO WS-REV-TBL-STATUS (WS-REV-COUNT).
004620 1810-LOAD-REVERSAL-CARD-EXIT.
004621     EXIT.
004622*
004623******************************************************************
004624*    1830-SCAN-CHARGE-LEDGER  -  PASSES THE CHARGE LEDGER ONCE,  *
004625*    ROLLING EVERY ASSESSED AND REVERSED ENTRY INTO THE CARDS    *
004626*    FOR THE SAME ACCOUNT AND CHARGE CYCLE.  NO LEDGER YET (THE  *
004627*    FIRST CYCLE EVER) MEANS ONLY A CHARGE ASSESSED BY THIS RUN  *
004628*    CAN BE REVERSED.                                            *
004629******************************************************************
004630 1830-SCAN-CHARGE-LEDGER.
004631     OPEN INPUT CHARGE-HISTORY-FILE.
004632     IF WS-CHGHIST-STATUS NOT = "00"
004633         DISPLAY "INT0032I - NO CHARGE LEDGER ON RECORD - ONLY "
004634             "CHARGES ASSESSED THIS CYCLE CAN BE REVERSED"
004635         GO TO 1830-SCAN-CHARGE-LEDGER-EXIT
004636     END-IF.
004637     PERFORM 1840-READ-CHARGE-LEDGER
004638         THRU 1840-READ-CHARGE-LEDGER-EXIT
004639         UNTIL WS-CHGHIST-EOF.
004640     CLOSE CHARGE-HISTORY-FILE.
004641 1830-SCAN-CHARGE-LEDGER-EXIT.
004642     EXIT.
004643*
004644******************************************************************
004645*    1840-READ-CHARGE-LEDGER  -  READS ONE LEDGER ENTRY AND      *
004646*    MATCHES IT AGAINST THE CARD TABLE.  AN ENTRY WITH A         *
004647*    NON-NUMERIC KEY OR AMOUNT IS STEPPED OVER.                  *
004648******************************************************************
004649 1840-READ-CHARGE-LEDGER.
004650     READ CHARGE-HISTORY-FILE
004651         AT END
004652             SET WS-CHGHIST-EOF TO TRUE
004653             GO TO 1840-READ-CHARGE-LEDGER-EXIT
004654     END-READ.
004655     IF CHGH-ACCOUNT NOT NUMERIC
004656         OR CHGH-CHARGE-CYCLE NOT NUMERIC
004657         OR CHGH-AMOUNT NOT NUMERIC
004658         GO TO 1840-READ-CHARGE-LEDGER-EXIT
004659     END-IF.
004660     PERFORM 1845-MATCH-LEDGER-ENTRY
004661         THRU 1845-MATCH-LEDGER-ENTRY-EXIT
004662         VARYING WS-REV-SUB FROM 1 BY 1
004663         UNTIL WS-REV-SUB > WS-REV-COUNT.
004664 1840-READ-CHARGE-LEDGER-EXIT.
004665     EXIT.
004666*
004667******************************************************************
004668*    1845-MATCH-LEDGER-ENTRY  -  ADDS THE LEDGER ENTRY JUST READ *
004669*    TO ONE PENDING CARD'S ASSESSED OR ALREADY-REVERSED AMOUNT   *
004670*    WHEN THE ACCOUNT AND CHARGE CYCLE MATCH.                    *
004671******************************************************************
004672 1845-MATCH-LEDGER-ENTRY.
004673     IF NOT WS-REV-PENDING (WS-REV-SUB)
004674         OR WS-REV-TBL-ACCOUNT (WS-REV-SUB) NOT = CHGH-ACCOUNT
004675         OR WS-REV-TBL-CYCLE (WS-REV-SUB) NOT = CHGH-CHARGE-CYCLE
004676         GO TO 1845-MATCH-LEDGER-ENTRY-EXIT
004677     END-IF.
004678     IF CHGH-ASSESSED
004679         ADD CHGH-AMOUNT TO WS-REV-TBL-ASSESSED (WS-REV-SUB)
004680     END-IF.
004681     IF CHGH-REVERSED
004682         ADD CHGH-AMOUNT TO WS-REV-TBL-REVERSED (WS-REV-SUB)
004683     END-IF.
004684 1845-MATCH-LEDGER-ENTRY-EXIT.
004685     EXIT.
004686*
004687******************************************************************
004688*    1850-REBUILD-REVERSAL-TRANS  -  ON A PASS-THROUGH RERUN,    *
004689*    LOADS THE REVERSALS THE RUN THAT POSTED THIS CYCLE (AND     *
004690*    THIS STATEMENT-DAY GROUP) LEFT ON THE CHARGE LEDGER INTO    *
004691*    THE REVERSAL TABLE, MARKED CARRIED.  THE FEE-REVERSAL       *
004692*    TRANSACTIONS ARE WRITTEN FROM THE TABLE AS THE MASTER GOES  *
004693*    BY (3470), SO THEY COME OUT IN ACCOUNT ORDER WHATEVER ORDER *
004694*    THE LEDGER HOLDS THEM IN, AND THE RERUN'S STATEMENTS        *
004695*    ITEMIZE THE SAME REVERSALS.                                 *
004696******************************************************************
004697 1850-REBUILD-REVERSAL-TRANS.
004698     OPEN INPUT CHARGE-HISTORY-FILE.
004699     IF WS-CHGHIST-STATUS NOT = "00"
004700         DISPLAY "INT0033I - NO CHARGE LEDGER ON RECORD, NO "
004701             "REVERSALS TO CARRY"
004702         GO TO 1850-REBUILD-REVERSAL-TRANS-EXIT
004703     END-IF.
004704     PERFORM 1860-CARRY-LEDGER-REVERSAL
004705         THRU 1860-CARRY-LEDGER-REVERSAL-EXIT
004706         UNTIL WS-CHGHIST-EOF.
004707     CLOSE CHARGE-HISTORY-FILE.
004708 1850-REBUILD-REVERSAL-TRANS-EXIT.
004709     EXIT.
004710*
004711******************************************************************
004712*    1860-CARRY-LEDGER-REVERSAL  -  READS ONE LEDGER ENTRY AND,  *
004713*    WHEN IT IS A REVERSAL POSTED IN THIS CYCLE BY A RUN OF THIS *
004714*    GROUP (ANY GROUP ON A WHOLE-CYCLE RUN; A WHOLE-CYCLE ENTRY  *
004715*    ON A GROUP RUN), ADDS IT TO THE TABLE AS A CARRIED ENTRY.   *
004716******************************************************************
004717 1860-CARRY-LEDGER-REVERSAL.
004718     READ CHARGE-HISTORY-FILE
004719         AT END
004720             SET WS-CHGHIST-EOF TO TRUE
004721             GO TO 1860-CARRY-LEDGER-REVERSAL-EXIT
004722     END-READ.
004723     IF NOT CHGH-REVERSED
004724         OR CHGH-POST-CYCLE NOT = WS-STMT-CYCLE
004725         OR CHGH-ACCOUNT NOT NUMERIC
004726         OR CHGH-AMOUNT NOT NUMERIC
004727         GO TO 1860-CARRY-LEDGER-REVERSAL-EXIT
004728     END-IF.
004729     IF NOT WS-WHOLE-CYCLE-RUN
004730         AND CHGH-STMT-GROUP NOT = SPACE
004731         AND CHGH-STMT-GROUP NOT = WS-STMT-GROUP
004732         GO TO 1860-CARRY-LEDGER-REVERSAL-EXIT
004733     END-IF.
004734     IF WS-REV-COUNT >= 200
004735         DISPLAY "INT0048E - MORE THAN 200 REVERSALS ON THE "
004736             "CHARGE LEDGER FOR CYCLE " WS-STMT-CYCLE
004737         GO TO 9900-ABEND
004738     END-IF.
004739     ADD 1 TO WS-REV-COUNT.
004740     MOVE SPACES TO WS-REV-ENTRY (WS-REV-COUNT).
004741     MOVE CHGH-ACCOUNT      TO WS-REV-TBL-ACCOUNT (WS-REV-COUNT).
004742     MOVE CHGH-CHARGE-CYCLE TO WS-REV-TBL-CYCLE (WS-REV-COUNT).
004743     MOVE CHGH-AMOUNT       TO WS-REV-TBL-AMOUNT (WS-REV-COUNT).
004744     MOVE ZERO              TO WS-REV-TBL-ASSESSED (WS-REV-COUNT).
004745     MOVE ZERO              TO WS-REV-TBL-REVERSED (WS-REV-COUNT).
004746     MOVE "C"               TO WS-REV-TBL-STATUS (WS-REV-COUNT).
004747     ADD 1 TO WS-REV-REBUILT-COUNT.
004748 1860-CARRY-LEDGER-REVERSAL-EXIT.
004749     EXIT.
004750*
004751******************************************************************
004752*    1900-SET-UP-CLUB-PAYOUT  -  OPENS THE CLUB PAYOUT REGISTER, *
004753*    TRANSACTION FILE, AND OFFICIAL-CHECK FILE (WRITTEN EVERY    *
004754*    CYCLE, EMPTY WHEN NOTHING IS PAID, SO THE JOB STREAM'S      *
004755*    GENERATIONS LINE UP) AND DECIDES WHETHER THIS RUN PAYS OUT  *
004756*    THE CLUB ACCOUNTS: ONLY IN THE PAYOUT MONTH, AND ONLY IF    *
004757*    THE CLUB LEDGER SHOWS NO PAYOUT YET THIS YEAR (FOR THIS     *
004758*    STATEMENT-DAY GROUP ON A GROUP RUN).  ON A                  *
004759*    PASS-THROUGH RERUN NOTHING IS PAID - THE LEDGER ENTRIES     *
004760*    FOR THE CYCLE ARE LOADED INSTEAD SO THE PAYOUT              *
004761*    TRANSACTIONS CAN BE REBUILT.  NO OFFICIAL-CHECK REQUEST IS  *
004762*    EVER REBUILT - THE FIRST RUN'S CHECKS MAY ALREADY BE CUT.   *
004763******************************************************************
004764 1900-SET-UP-CLUB-PAYOUT.
004765     OPEN OUTPUT CLUB-PAYOUT-RPT.
004766     IF WS-PAYREG-STATUS NOT = "00"
004767         DISPLAY "INT0034E - CANNOT OPEN CLUB-PAYOUT-RPT, "
004768             "STATUS " WS-PAYREG-STATUS
004769         GO TO 9900-ABEND
004770     END-IF.
004771     MOVE SPACES TO CLUB-PAYOUT-RECORD.
004772     STRING "CLUB ACCOUNT PAYOUT REGISTER" DELIMITED BY SIZE
004773             "     CYCLE: " DELIMITED BY SIZE
004774             WS-STMT-CYCLE  DELIMITED BY SIZE
004775         INTO CLUB-PAYOUT-RECORD.
004776     WRITE CLUB-PAYOUT-RECORD.
004777     MOVE SPACES TO CLUB-PAYOUT-RECORD.
004778     WRITE CLUB-PAYOUT-RECORD.
004779     MOVE SPACES TO CLUB-PAYOUT-RECORD.
004780     STRING "CLUB ACCT            AMOUNT  DISPOSITION"
004781             DELIMITED BY SIZE
004782         INTO CLUB-PAYOUT-RECORD.
004783     WRITE CLUB-PAYOUT-RECORD.
004784*
004785     OPEN OUTPUT CLUB-TRAN-FILE.
004786     IF WS-CLUBTRAN-STATUS NOT = "00"
004787         DISPLAY "INT0035E - CANNOT OPEN CLUB-TRAN-FILE, "
004788             "STATUS " WS-CLUBTRAN-STATUS
004789         GO TO 9900-ABEND
004790     END-IF.
004791     OPEN OUTPUT CLUB-CHECK-FILE.
004792     IF WS-CLUBCHK-STATUS NOT = "00"
004793         DISPLAY "INT0036E - CANNOT OPEN CLUB-CHECK-FILE, "
004794             "STATUS " WS-CLUBCHK-STATUS
004795         GO TO 9900-ABEND
004796     END-IF.
004797*
004798     IF WS-CYCLE-DONE
004799         PERFORM 1910-SCAN-CLUB-LEDGER
004800             THRU 1910-SCAN-CLUB-LEDGER-EXIT
004801         MOVE WS-CLB-COUNT TO WS-COUNT-EDIT
004802         MOVE SPACES TO CLUB-PAYOUT-RECORD
004803         STRING "*** CYCLE ALREADY MARKED COMPLETE - NO PAYOUT "
004804                 DELIMITED BY SIZE
004805                 "MADE, PAYOUTS CARRIED FROM THE CLUB LEDGER: "
004806                 DELIMITED BY SIZE
004807                 WS-COUNT-EDIT DELIMITED BY SIZE
004808                 " ***" DELIMITED BY SIZE
004809             INTO CLUB-PAYOUT-RECORD
004810         WRITE CLUB-PAYOUT-RECORD
004811         GO TO 1900-SET-UP-CLUB-PAYOUT-EXIT
004812     END-IF.
004813     IF WS-STMT-CYCLE-MM NOT = WS-CLUB-PAYOUT-MONTH
004814         MOVE SPACES TO CLUB-PAYOUT-RECORD
004815         STRING "*** NOT THE CLUB PAYOUT CYCLE (PAYOUT MONTH "
004816                 DELIMITED BY SIZE
004817                 WS-CLUB-PAYOUT-MONTH DELIMITED BY SIZE
004818                 ") - NO PAYOUT MADE ***" DELIMITED BY SIZE
004819             INTO CLUB-PAYOUT-RECORD
004820         WRITE CLUB-PAYOUT-RECORD
004821         GO TO 1900-SET-UP-CLUB-PAYOUT-EXIT
004822     END-IF.
004823     PERFORM 1910-SCAN-CLUB-LEDGER
004824         THRU 1910-SCAN-CLUB-LEDGER-EXIT.
004825     IF WS-CLUB-YEAR-PAID
004826         DISPLAY "INT0038W - THE CLUB LEDGER ALREADY SHOWS A "
004827             "PAYOUT FOR " WS-STMT-CYCLE-YYYY " - NO CLUB "
004828             "PAYOUT MADE THIS RUN"
004829         MOVE SPACES TO CLUB-PAYOUT-RECORD
004830         STRING "*** CLUB PAYOUT FOR " DELIMITED BY SIZE
004831                 WS-STMT-CYCLE-YYYY    DELIMITED BY SIZE
004832                 " ALREADY MADE ON THE CLUB LEDGER - NO PAYOUT "
004833                                       DELIMITED BY SIZE
004834                 "MADE ***"            DELIMITED BY SIZE
004835             INTO CLUB-PAYOUT-RECORD
004836         WRITE CLUB-PAYOUT-RECORD
004837         GO TO 1900-SET-UP-CLUB-PAYOUT-EXIT
004838     END-IF.
004839*
004840     SET WS-CLUB-PAYOUT-RUN TO TRUE.
004841     OPEN OUTPUT CLUB-WORK-FILE.
004842     IF WS-CLUBWK-STATUS NOT = "00"
004843         DISPLAY "INT0039E - CANNOT OPEN CLUB-WORK-FILE, "
004844             "STATUS " WS-CLUBWK-STATUS
004845         GO TO 9900-ABEND
004846     END-IF.
004847*    THE CLUB LEDGER IS PERMANENT AND APPEND-ONLY, LIKE THE
004848*    CHARGE LEDGER - CREATED ON THE FIRST PAYOUT EVER.
004849     OPEN EXTEND CLUB-HISTORY-FILE.
004850     IF WS-CLUBHIST-STATUS = "35"
004851         OPEN OUTPUT CLUB-HISTORY-FILE
004852     END-IF.
004853     IF WS-CLUBHIST-STATUS NOT = "00"
004854         DISPLAY "INT0040E - CANNOT OPEN CLUB-HISTORY-FILE, "
004855             "STATUS " WS-CLUBHIST-STATUS
004856         GO TO 9900-ABEND
004857     END-IF.
004858     DISPLAY "INT0041I - CYCLE " WS-STMT-CYCLE " IS THE CLUB "
004859         "PAYOUT CYCLE - CLUB BALANCES WILL BE PAID OUT".
004860 1900-SET-UP-CLUB-PAYOUT-EXIT.
004861     EXIT.
004862*
004863******************************************************************
004864*    1910-SCAN-CLUB-LEDGER  -  PASSES THE CLUB LEDGER ONCE.  NO  *
004865*    LEDGER YET MEANS NO CLUB HAS EVER BEEN PAID OUT.            *
004866******************************************************************
004867 1910-SCAN-CLUB-LEDGER.
004868     OPEN INPUT CLUB-HISTORY-FILE.
004869     IF WS-CLUBHIST-STATUS NOT = "00"
004870         DISPLAY "INT0037I - NO CLUB PAYOUT LEDGER ON RECORD"
004871         GO TO 1910-SCAN-CLUB-LEDGER-EXIT
004872     END-IF.
004873     PERFORM 1920-READ-CLUB-LEDGER
004874         THRU 1920-READ-CLUB-LEDGER-EXIT
004875         UNTIL WS-CLUBHIST-EOF.
004876     CLOSE CLUB-HISTORY-FILE.
004877 1910-SCAN-CLUB-LEDGER-EXIT.
004878     EXIT.
004879*
004880******************************************************************
004881*    1920-READ-CLUB-LEDGER  -  READS ONE LEDGER ENTRY, NOTES ANY *
004882*    PAYOUT ALREADY MADE IN THE CYCLE'S YEAR (ON A GROUP RUN,    *
004883*    FOR THIS GROUP OR BY A WHOLE-CYCLE RUN), AND ON A           *
004884*    PASS-THROUGH RERUN LOADS THE CYCLE'S OWN ENTRIES INTO THE   *
004885*    PAYOUT TABLE AS THEY WERE DISPOSED OF.                      *
004886******************************************************************
004887 1920-READ-CLUB-LEDGER.
004888     READ CLUB-HISTORY-FILE
004889         AT END
004890             SET WS-CLUBHIST-EOF TO TRUE
004891             GO TO 1920-READ-CLUB-LEDGER-EXIT
004892     END-READ.
004893     IF CLBH-PAYOUT-CYCLE NOT NUMERIC
004894         OR CLBH-CLUB-ACCOUNT NOT NUMERIC
004895         OR CLBH-AMOUNT NOT NUMERIC
004896         GO TO 1920-READ-CLUB-LEDGER-EXIT
004897     END-IF.
004898     IF CLBH-PAYOUT-YYYY = WS-STMT-CYCLE-YYYY
004899         AND (WS-WHOLE-CYCLE-RUN
004900           OR CLBH-STMT-GROUP = SPACE
004901           OR CLBH-STMT-GROUP = WS-STMT-GROUP)
004902         SET WS-CLUB-YEAR-PAID TO TRUE
004903     END-IF.
004904     IF NOT WS-CYCLE-DONE
004905         OR CLBH-PAYOUT-CYCLE NOT = WS-STMT-CYCLE
004906         GO TO 1920-READ-CLUB-LEDGER-EXIT
004907     END-IF.
004908     IF NOT WS-WHOLE-CYCLE-RUN
004909         AND CLBH-STMT-GROUP NOT = SPACE
004910         AND CLBH-STMT-GROUP NOT = WS-STMT-GROUP
004911         GO TO 1920-READ-CLUB-LEDGER-EXIT
004912     END-IF.
004913     IF WS-CLB-COUNT >= 999
004914         DISPLAY "INT0043E - MORE THAN 999 CLUB PAYOUTS ON THE "
004915             "CLUB LEDGER FOR CYCLE " WS-STMT-CYCLE
004916         GO TO 9900-ABEND
004917     END-IF.
004918     ADD 1 TO WS-CLB-COUNT.
004919     MOVE CLBH-CLUB-ACCOUNT TO WS-CLB-TBL-ACCOUNT (WS-CLB-COUNT).
004920     MOVE SPACES            TO WS-CLB-TBL-LINK (WS-CLB-COUNT).
004921     MOVE CLBH-AMOUNT       TO WS-CLB-TBL-AMOUNT (WS-CLB-COUNT).
004922     MOVE CLBH-DISPOSITION  TO WS-CLB-TBL-STATUS (WS-CLB-COUNT).
004923     MOVE CLBH-TO-ACCOUNT TO WS-CLB-TBL-TO-ACCOUNT (WS-CLB-COUNT).
004924     MOVE CLBH-CHECK-REASON TO WS-CLB-TBL-REASON (WS-CLB-COUNT).
004925 1920-READ-CLUB-LEDGER-EXIT.
004926     EXIT.
004927*
004928******************************************************************
004929*    1500-WRITE-REGISTER-HEADING  -  WRITES THE POSTING          *
004930*    REGISTER TITLE (WITH THE STATEMENT-DAY GROUP ON A GROUP     *
004931*    RUN) AND COLUMN HEADINGS.                                   *
004932******************************************************************
004933 1500-WRITE-REGISTER-HEADING.
004934     MOVE SPACES TO REGISTER-PRINT-RECORD.
004935     STRING "INTEREST AND SERVICE-CHARGE POSTING REGISTER"
004936             DELIMITED BY SIZE
004937             "     CYCLE: " DELIMITED BY SIZE
004938             WS-STMT-CYCLE  DELIMITED BY SIZE
004939         INTO REGISTER-PRINT-RECORD.
004940     WRITE REGISTER-PRINT-RECORD.
004941     IF NOT WS-WHOLE-CYCLE-RUN
004942         MOVE SPACES TO REGISTER-PRINT-RECORD
004943         STRING "STATEMENT-DAY GROUP " DELIMITED BY SIZE
004944                 WS-STMT-GROUP         DELIMITED BY SIZE
004945                 " ONLY - ACCOUNTS IN OTHER GROUPS PASS THROUGH "
004946                                       DELIMITED BY SIZE
004947                 "UNPOSTED"            DELIMITED BY SIZE
004948             INTO REGISTER-PRINT-RECORD
004949         WRITE REGISTER-PRINT-RECORD
004950     END-IF.
004951     MOVE SPACES TO REGISTER-PRINT-RECORD.
004960     WRITE REGISTER-PRINT-RECORD.
004970     MOVE SPACES TO REGISTER-PRINT-RECORD.
004980     STRING "ACCOUNT       OLD BALANCE    AVG BALANCE"
005150*
005160******************************************************************
005170*    2000-PROCESS-ACCOUNTS  -  POSTS ONE MASTER RECORD AND       *
005173*    READS THE NEXT.  ON A GROUP RUN A RECORD IN ANOTHER         *
005176*    STATEMENT-DAY GROUP IS NOT POSTED - ITS TRANSACTIONS ARE    *
005179*    STEPPED OVER (THEY ARE NOT ORPHANS), ANY REVERSAL CARD FOR  *
005182*    IT IS REJECTED, AND IT PASSES THROUGH TO THE NEW MASTER     *
005185*    AS IT STANDS.                                               *
005190******************************************************************
005200 2000-PROCESS-ACCOUNTS.
005210     ADD 1 TO WS-READ-COUNT.
005220     MOVE ZERO TO WS-TRAN-COUNT.
005230     MOVE ZERO TO WS-TRAN-NET.
005235     MOVE ZERO TO WS-LATEST-ACT-DATE.
005236     PERFORM 2050-CHECK-ACCOUNT-GROUP
005237         THRU 2050-CHECK-ACCOUNT-GROUP-EXIT.
005240     IF NOT WS-CYCLE-DONE
005250         AND ACCT-MAST-ID NUMERIC
005260         MOVE ACCT-MAST-ID TO WS-CURR-ACCOUNT
005280             THRU 2300-SKIP-ORPHAN-TRAN-EXIT
005290             UNTIL WS-TRAN-EOF
005300                OR TRAN-ACCOUNT-NUMBER NOT < WS-CURR-ACCOUNT
005303         IF WS-ACCT-IN-GROUP
005306             PERFORM 2400-LOAD-ACCOUNT-TRANS
005309                 THRU 2400-LOAD-ACCOUNT-TRANS-EXIT
005312                 UNTIL WS-TRAN-EOF
005315                    OR TRAN-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT
005318         ELSE
005321             PERFORM 2200-READ-TRANSACTION
005324                 THRU 2200-READ-TRANSACTION-EXIT
005327                 UNTIL WS-TRAN-EOF
005330                    OR TRAN-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT
005333         END-IF
005342         IF WS-LATEST-ACT-DATE > ZERO
005344             MOVE WS-LATEST-ACT-DATE TO ACCT-MAST-LAST-ACT-DATE
005346         END-IF
005350     END-IF.
005360     IF WS-CYCLE-DONE
005370         ADD 1 TO WS-PASSTHRU-COUNT
005371         IF WS-REV-COUNT > ZERO
005372             AND ACCT-MAST-ID NUMERIC
005373             PERFORM 3470-WRITE-CARRIED-REVERSAL
005374                 THRU 3470-WRITE-CARRIED-REVERSAL-EXIT
005375                 VARYING WS-REV-SUB FROM 1 BY 1
005376                 UNTIL WS-REV-SUB > WS-REV-COUNT
005377         END-IF
005380     ELSE
005385         IF NOT WS-ACCT-IN-GROUP
005390             ADD 1 TO WS-OTHER-GROUP-COUNT
005395             PERFORM 3460-REJECT-OTHER-GROUP-REV
005400                 THRU 3460-REJECT-OTHER-GROUP-REV-EXIT
005405                 VARYING WS-REV-SUB FROM 1 BY 1
005410                 UNTIL WS-REV-SUB > WS-REV-COUNT
005420         ELSE
005423             IF ACCT-MAST-BALANCE NUMERIC
005426                 PERFORM 3000-POST-ACCOUNT
005429                     THRU 3000-POST-ACCOUNT-EXIT
005432             ELSE
005435                 ADD 1 TO WS-BYPASS-COUNT
005438                 PERFORM 4100-WRITE-BYPASS-LINE
005441                     THRU 4100-WRITE-BYPASS-LINE-EXIT
005444                 PERFORM 3450-REJECT-BYPASSED-REVERSAL
005447                     THRU 3450-REJECT-BYPASSED-REVERSAL-EXIT
005450                     VARYING WS-REV-SUB FROM 1 BY 1
005453                     UNTIL WS-REV-SUB > WS-REV-COUNT
005456             END-IF
005460         END-IF
005470     END-IF.
005471*
005472*    ON THE CLUB PAYOUT CYCLE THE POSTED RECORD GOES TO THE
005473*    CLUB WORK FILE FOR THE SECOND (CREDITING) PASS.  ON A
005474*    PASS-THROUGH RERUN OF A PAYOUT CYCLE THE PAYOUT
005475*    TRANSACTIONS ARE REBUILT FROM THE CLUB LEDGER AS THE
005476*    MASTER GOES BY.
005477     IF WS-CLUB-PAYOUT-RUN
005478         WRITE CLUB-WORK-RECORD FROM ACCT-MASTER-RECORD
005479     ELSE
005480         IF WS-CLB-COUNT > ZERO
005481             AND ACCT-MAST-ID NUMERIC
005482             PERFORM 5300-WRITE-CLUB-TRANS
005483                 THRU 5300-WRITE-CLUB-TRANS-EXIT
005484         END-IF
005485         WRITE NEW-MASTER-RECORD FROM ACCT-MASTER-RECORD
005486     END-IF.
005490     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
005500 2000-PROCESS-ACCOUNTS-EXIT.
005501     EXIT.
005502*
005503******************************************************************
005504*    2050-CHECK-ACCOUNT-GROUP  -  SETTLES WHETHER THE RECORD IN  *
005505*    HAND IS POSTED BY THIS RUN.  EVERY RECORD IS ON A WHOLE-    *
005506*    CYCLE RUN; ON A GROUP RUN ONLY A RECORD WHOSE STATEMENT-DAY *
005507*    GROUP IS THIS RUN'S.  A RECORD WITH NO GROUP, OR A CODE     *
005508*    OTHER THAN 1-4, BELONGS TO GROUP 1 - THE SAME RULE THE      *
005509*    STATEMENT RUN USES, SO EVERY ACCOUNT POSTS ON THE DAY IT IS *
005510*    STATEMENTED.                                                *
005511******************************************************************
005512 2050-CHECK-ACCOUNT-GROUP.
005513     MOVE "Y" TO WS-IN-GROUP-SWITCH.
005514     IF WS-WHOLE-CYCLE-RUN
005515         GO TO 2050-CHECK-ACCOUNT-GROUP-EXIT
005516     END-IF.
005517     IF ACCT-STMT-GROUP-VALID
005518         MOVE ACCT-MAST-STMT-GROUP TO WS-ACCT-GROUP
005519     ELSE
005520         MOVE "1" TO WS-ACCT-GROUP
005521     END-IF.
005522     IF WS-ACCT-GROUP NOT = WS-STMT-GROUP
005523         MOVE "N" TO WS-IN-GROUP-SWITCH
005524     END-IF.
005525 2050-CHECK-ACCOUNT-GROUP-EXIT.
005526     EXIT.
005527*
005530******************************************************************
005540*    2100-READ-ACCOUNT  -  READS ONE OLD-MASTER RECORD.          *
005550******************************************************************
006280*    ACCOUNT'S AVERAGE DAILY BALANCE ACROSS THE CYCLE (DERIVED   *
006290*    FROM THE POSTED TRANSACTIONS BY 3200-COMPUTE-AVG-BALANCE)   *
006300*    AND ASSESSES THE OVERDRAFT SERVICE CHARGE ON A NEGATIVE     *
006303*    MONTH-END BALANCE (NOT ON A FROZEN ACCOUNT), APPLIES ANY    *
006306*    SERVICE-CHARGE REVERSAL CARDS FOR THE ACCOUNT, UPDATES THE  *
006309*    BALANCE IN THE MASTER RECORD AREA, AND WRITES THE REGISTER  *
006312*    DETAIL LINE (AND ONE LINE PER REVERSAL APPLIED, OR THE      *
006315*    FROZEN-ACCOUNT FLAG).  ON THE CLUB PAYOUT CYCLE A           *
006318*    CLUB ACCOUNT'S POSTED BALANCE IS THEN TAKEN FOR PAYOUT,     *
006321*    SO THE NEW-BALANCE TOTAL CARRIES THE CLUB AT ZERO.          *
006330******************************************************************
006340 3000-POST-ACCOUNT.
006350     ADD 1 TO WS-POSTED-COUNT.
006360     MOVE ACCT-MAST-BALANCE TO WS-OLD-BALANCE.
006370     MOVE ZERO TO WS-INTEREST-AMOUNT.
006380     MOVE ZERO TO WS-CHARGE-AMOUNT.
006383     MOVE "N"  TO WS-CLB-TAKEN-SWITCH.
006386     MOVE "N"  TO WS-FROZEN-SKIP-SWITCH.
006390     PERFORM 3500-FIND-RATE-IN-FORCE
006400         THRU 3500-FIND-RATE-IN-FORCE-EXIT.
006410     PERFORM 3200-COMPUTE-AVG-BALANCE
006479         END-IF
006480     END-IF.
006490     IF WS-OLD-BALANCE < ZERO
006493         IF ACCT-STAT-FROZEN
006496             MOVE "Y" TO WS-FROZEN-SKIP-SWITCH
006499             ADD 1 TO WS-FROZEN-SKIP-COUNT
006502         ELSE
006505             MOVE WS-CHARGE-IN-FORCE TO WS-CHARGE-AMOUNT
006508             SUBTRACT WS-CHARGE-AMOUNT FROM ACCT-MAST-BALANCE
006511         END-IF
006520     END-IF.
006521     IF WS-CHARGE-AMOUNT > ZERO
006522         PERFORM 3300-RECORD-CHARGE-ASSESSED
006523             THRU 3300-RECORD-CHARGE-ASSESSED-EXIT
006524     END-IF.
006525     PERFORM 3400-APPLY-REVERSAL
006526         THRU 3400-APPLY-REVERSAL-EXIT
006527         VARYING WS-REV-SUB FROM 1 BY 1
006528         UNTIL WS-REV-SUB > WS-REV-COUNT.
006530*
006540     IF ACCT-MAST-BALANCE < ZERO
006550         IF ACCT-MAST-OD-DATE NUMERIC
006620     ELSE
006630         MOVE ZEROS TO ACCT-MAST-OD-DATE
006640     END-IF.
006641     IF WS-CLUB-PAYOUT-RUN
006642         AND ACCT-TYPE-CLUB
006643         AND ACCT-MAST-BALANCE > ZERO
006644         PERFORM 3600-TAKE-CLUB-PAYOUT
006645             THRU 3600-TAKE-CLUB-PAYOUT-EXIT
006646     END-IF.
006650*
006660     ADD WS-OLD-BALANCE      TO WS-OLD-BALANCE-TOTAL.
006670     ADD WS-INTEREST-AMOUNT  TO WS-INTEREST-TOTAL.
006700*
006710     PERFORM 4000-WRITE-REGISTER-LINE
006720         THRU 4000-WRITE-REGISTER-LINE-EXIT.
006721     IF WS-FROZEN-SKIPPED
006722         PERFORM 4050-WRITE-FROZEN-LINE
006723             THRU 4050-WRITE-FROZEN-LINE-EXIT
006724     END-IF.
006725     IF WS-REV-APPLIED-COUNT > ZERO
006726         PERFORM 4200-WRITE-REVERSAL-LINE
006727             THRU 4200-WRITE-REVERSAL-LINE-EXIT
006728             VARYING WS-REV-SUB FROM 1 BY 1
006729             UNTIL WS-REV-SUB > WS-REV-COUNT
006730     END-IF.
006731     IF WS-CLB-TAKEN
006732         PERFORM 4300-WRITE-PAYOUT-LINE
006733             THRU 4300-WRITE-PAYOUT-LINE-EXIT
006734     END-IF.
006735 3000-POST-ACCOUNT-EXIT.
006740     EXIT.
006750*
006760******************************************************************
007200         (WS-TRAN-TBL-AMOUNT (WS-TRAN-SUB) * WS-DAYS-REMAIN).
007210 3210-WEIGHT-TRANSACTION-EXIT.
007220     EXIT.
007221*
007222******************************************************************
007223*    3300-RECORD-CHARGE-ASSESSED  -  APPENDS THE OVERDRAFT       *
007224*    CHARGE JUST ASSESSED TO THE CHARGE LEDGER, SO A LATER       *
007225*    REVERSAL CARD CAN BE PROVED AGAINST IT.                     *
007226******************************************************************
007227 3300-RECORD-CHARGE-ASSESSED.
007228     MOVE SPACES TO CHARGE-HISTORY-RECORD.
007229     MOVE ACCT-MAST-ID       TO CHGH-ACCOUNT.
007230     MOVE WS-STMT-CYCLE      TO CHGH-CHARGE-CYCLE.
007231     MOVE WS-STMT-CYCLE      TO CHGH-POST-CYCLE.
007232     MOVE "A"                TO CHGH-ENTRY-TYPE.
007233     MOVE WS-CHARGE-AMOUNT   TO CHGH-AMOUNT.
007234     MOVE "OVERDRAFT SERVICE CHARGE" TO CHGH-REASON.
007235     MOVE WS-RUN-DATE        TO CHGH-RUN-DATE.
007236     MOVE WS-STMT-GROUP      TO CHGH-STMT-GROUP.
007237     WRITE CHARGE-HISTORY-RECORD.
007238 3300-RECORD-CHARGE-ASSESSED-EXIT.
007239     EXIT.
007240*
007241******************************************************************
007242*    3400-APPLY-REVERSAL  -  APPLIES ONE PENDING REVERSAL CARD   *
007243*    FOR THE ACCOUNT BEING POSTED.  THE CARD IS PROVED AGAINST   *
007244*    THE CHARGE ASSESSED FOR ITS ACCOUNT AND CYCLE - FROM THE    *
007245*    LEDGER, PLUS THE CHARGE JUST ASSESSED WHEN THE CARD NAMES   *
007246*    THIS CYCLE - LESS WHAT HAS ALREADY BEEN REVERSED, IN        *
007247*    EARLIER CYCLES OR BY AN EARLIER CARD IN THIS DECK.  A CARD  *
007248*    WITH NO CHARGE TO REVERSE, OR FOR MORE THAN IS LEFT, IS     *
007249*    REJECTED.                                                   *
007250*    AN APPLIED CARD CREDITS THE BALANCE AHEAD OF THE OD-DATE    *
007251*    LOGIC, SO A REVERSAL THAT BRINGS THE ACCOUNT BACK TO ZERO   *
007252*    OR BETTER CLEARS THE OVERDRAFT LIKE ANY OTHER CREDIT.       *
007253******************************************************************
007254 3400-APPLY-REVERSAL.
007255     IF NOT WS-REV-PENDING (WS-REV-SUB)
007256         OR WS-REV-TBL-ACCOUNT (WS-REV-SUB) NOT = ACCT-MAST-ID
007257         GO TO 3400-APPLY-REVERSAL-EXIT
007258     END-IF.
007259     IF WS-REV-TBL-CYCLE (WS-REV-SUB) = WS-STMT-CYCLE
007260         ADD WS-CHARGE-AMOUNT TO WS-REV-TBL-ASSESSED (WS-REV-SUB)
007261     END-IF.
007262     IF WS-REV-TBL-ASSESSED (WS-REV-SUB) = ZERO
007263         MOVE "X" TO WS-REV-TBL-STATUS (WS-REV-SUB)
007264         MOVE "NO OVERDRAFT CHARGE ASSESSED FOR THAT CYCLE"
007265             TO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
007266         GO TO 3400-APPLY-REVERSAL-EXIT
007267     END-IF.
007268     COMPUTE WS-REV-REMAINING =
007269         WS-REV-TBL-ASSESSED (WS-REV-SUB)
007270         - WS-REV-TBL-REVERSED (WS-REV-SUB).
007271     IF WS-REV-TBL-AMOUNT (WS-REV-SUB) > WS-REV-REMAINING
007272         MOVE "X" TO WS-REV-TBL-STATUS (WS-REV-SUB)
007273         MOVE "AMOUNT IS MORE THAN THE CHARGE LEFT TO REVERSE"
007274             TO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
007275         GO TO 3400-APPLY-REVERSAL-EXIT
007276     END-IF.
007277*
007278     MOVE "A" TO WS-REV-TBL-STATUS (WS-REV-SUB).
007279     ADD 1 TO WS-REV-APPLIED-COUNT.
007280     ADD WS-REV-TBL-AMOUNT (WS-REV-SUB) TO ACCT-MAST-BALANCE.
007281     ADD WS-REV-TBL-AMOUNT (WS-REV-SUB) TO WS-REVERSAL-TOTAL.
007282     PERFORM 3410-ROLL-REVERSED
007283         THRU 3410-ROLL-REVERSED-EXIT
007284         VARYING WS-REV-SUB2 FROM 1 BY 1
007285         UNTIL WS-REV-SUB2 > WS-REV-COUNT.
007286*
007287     MOVE SPACES TO CHARGE-HISTORY-RECORD.
007288     MOVE ACCT-MAST-ID       TO CHGH-ACCOUNT.
007289     MOVE WS-REV-TBL-CYCLE (WS-REV-SUB) TO CHGH-CHARGE-CYCLE.
007290     MOVE WS-STMT-CYCLE      TO CHGH-POST-CYCLE.
007291     MOVE "R"                TO CHGH-ENTRY-TYPE.
007292     MOVE WS-REV-TBL-AMOUNT (WS-REV-SUB) TO CHGH-AMOUNT.
007293     MOVE WS-REV-TBL-REASON (WS-REV-SUB) TO CHGH-REASON.
007294     MOVE WS-REV-TBL-APPROVER (WS-REV-SUB) TO CHGH-APPROVER.
007295     MOVE WS-STMT-GROUP      TO CHGH-STMT-GROUP.
007296     MOVE WS-RUN-DATE        TO CHGH-RUN-DATE.
007297     WRITE CHARGE-HISTORY-RECORD.
007298*
007299     MOVE ACCT-MAST-ID                  TO WS-REVT-ACCOUNT.
007300     MOVE WS-REV-TBL-CYCLE (WS-REV-SUB)  TO WS-REVT-CHARGE-CYCLE.
007301     MOVE WS-REV-TBL-AMOUNT (WS-REV-SUB) TO WS-REVT-AMOUNT.
007302     PERFORM 3430-WRITE-REVERSAL-TRAN
007303         THRU 3430-WRITE-REVERSAL-TRAN-EXIT.
007304 3400-APPLY-REVERSAL-EXIT.
007305     EXIT.
007306*
007307******************************************************************
007308*    3410-ROLL-REVERSED  -  ADDS THE REVERSAL JUST APPLIED TO    *
007309*    THE ALREADY-REVERSED AMOUNT OF EVERY CARD FOR THE SAME      *
007310*    ACCOUNT AND CYCLE, SO A SECOND CARD AGAINST THE SAME CHARGE *
007311*    IS PROVED AGAINST WHAT IS LEFT.                             *
007312******************************************************************
007313 3410-ROLL-REVERSED.
007314     IF WS-REV-TBL-ACCOUNT (WS-REV-SUB2)
007315             = WS-REV-TBL-ACCOUNT (WS-REV-SUB)
007316         AND WS-REV-TBL-CYCLE (WS-REV-SUB2)
007317             = WS-REV-TBL-CYCLE (WS-REV-SUB)
007318         ADD WS-REV-TBL-AMOUNT (WS-REV-SUB)
007319             TO WS-REV-TBL-REVERSED (WS-REV-SUB2)
007320     END-IF.
007321 3410-ROLL-REVERSED-EXIT.
007322     EXIT.
007323*
007324******************************************************************
007325*    3430-WRITE-REVERSAL-TRAN  -  WRITES ONE FEE-REVERSAL        *
007326*    TRANSACTION FOR THE STATEMENT RUN TO ITEMIZE, POSTED ON     *
007327*    THE LAST DAY OF THE CYCLE AND DESCRIBED WITH THE CYCLE OF   *
007328*    THE CHARGE IT GIVES BACK.                                   *
007329******************************************************************
007330 3430-WRITE-REVERSAL-TRAN.
007331     MOVE SPACES TO REVERSAL-TRAN-RECORD.
007332     MOVE WS-REVT-ACCOUNT TO REVT-ACCOUNT-NUMBER.
007333     COMPUTE REVT-POST-DATE =
007334         (WS-STMT-CYCLE * 100) + WS-DAYS-IN-MONTH.
007335     MOVE WS-REVT-AMOUNT  TO REVT-AMOUNT.
007336     STRING "OD CHARGE REVERSAL " DELIMITED BY SIZE
007337             WS-REVT-CHARGE-CYCLE  DELIMITED BY SIZE
007338         INTO REVT-DESCRIPTION.
007339     MOVE "R"                  TO REVT-TYPE-CODE.
007340     MOVE WS-REVT-CHARGE-CYCLE TO REVT-CHARGE-CYCLE.
007341     WRITE REVERSAL-TRAN-RECORD.
007342 3430-WRITE-REVERSAL-TRAN-EXIT.
007343     EXIT.
007344*
007345******************************************************************
007346*    3450-REJECT-BYPASSED-REVERSAL  -  REJECTS A PENDING         *
007347*    REVERSAL CARD FOR AN ACCOUNT PASSED THROUGH UNPOSTED        *
007348*    BECAUSE ITS BALANCE IS NOT NUMERIC - THERE IS NO BALANCE    *
007349*    TO CREDIT UNTIL THE MASTER IS REPAIRED.                     *
007350******************************************************************
007351 3450-REJECT-BYPASSED-REVERSAL.
007352     IF WS-REV-PENDING (WS-REV-SUB)
007353         AND WS-REV-TBL-ACCOUNT (WS-REV-SUB) = ACCT-MAST-ID
007354         MOVE "X" TO WS-REV-TBL-STATUS (WS-REV-SUB)
007355         MOVE "ACCOUNT BALANCE NOT NUMERIC - NOT POSTED"
007356             TO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
007357     END-IF.
007358 3450-REJECT-BYPASSED-REVERSAL-EXIT.
007359     EXIT.
007360*
007361******************************************************************
007362*    3460-REJECT-OTHER-GROUP-REV  -  REJECTS A PENDING REVERSAL  *
007363*    CARD FOR AN ACCOUNT IN ANOTHER STATEMENT-DAY GROUP, WHICH   *
007364*    THIS RUN DOES NOT POST.  THE CARD IS RESUBMITTED WITH THAT  *
007365*    GROUP'S RUN SO THE CREDIT IS ON THE ACCOUNT'S STATEMENT.    *
007366******************************************************************
007367 3460-REJECT-OTHER-GROUP-REV.
007368     IF WS-REV-PENDING (WS-REV-SUB)
007369         AND WS-REV-TBL-ACCOUNT (WS-REV-SUB) = ACCT-MAST-ID
007370         MOVE "X" TO WS-REV-TBL-STATUS (WS-REV-SUB)
007371         MOVE SPACES TO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
007372         STRING "ACCOUNT IS IN STATEMENT GROUP " DELIMITED BY SIZE
007373                 WS-ACCT-GROUP                   DELIMITED BY SIZE
007374                 " - RESUBMIT THEN"              DELIMITED BY SIZE
007375             INTO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
007376     END-IF.
007377 3460-REJECT-OTHER-GROUP-REV-EXIT.
007378     EXIT.
007379*
007380******************************************************************
007381*    3470-WRITE-CARRIED-REVERSAL  -  ON A PASS-THROUGH RERUN,    *
007382*    WRITES THE FEE-REVERSAL TRANSACTION FOR ONE REVERSAL        *
007383*    CARRIED FROM THE CHARGE LEDGER WHEN IT IS FOR THE ACCOUNT   *
007384*    GOING BY.                                                   *
007385******************************************************************
007386 3470-WRITE-CARRIED-REVERSAL.
007387     IF NOT WS-REV-CARRIED (WS-REV-SUB)
007388         OR WS-REV-TBL-ACCOUNT (WS-REV-SUB) NOT = ACCT-MAST-ID
007389         GO TO 3470-WRITE-CARRIED-REVERSAL-EXIT
007390     END-IF.
007391     MOVE WS-REV-TBL-ACCOUNT (WS-REV-SUB) TO WS-REVT-ACCOUNT.
007392     MOVE WS-REV-TBL-CYCLE (WS-REV-SUB)   TO WS-REVT-CHARGE-CYCLE.
007393     MOVE WS-REV-TBL-AMOUNT (WS-REV-SUB)  TO WS-REVT-AMOUNT.
007394     PERFORM 3430-WRITE-REVERSAL-TRAN
007395         THRU 3430-WRITE-REVERSAL-TRAN-EXIT.
007396 3470-WRITE-CARRIED-REVERSAL-EXIT.
007397     EXIT.
007398*
007399******************************************************************
007400*    3500-FIND-RATE-IN-FORCE  -  PICKS THE RATE TABLE ENTRY IN  *
007401*    FORCE FOR THE CURRENT ACCOUNT'S PRODUCT TYPE AND THE       *
007402*    STATEMENT CYCLE - THE MATCHING-TYPE ENTRY WITH THE         *
007403*    HIGHEST EFFECTIVE CYCLE NOT AFTER THE STATEMENT CYCLE.     *
007404*    A PRODUCT WITH NO RATE IN FORCE IS AN ABEND - THE TABLE    *
007405*    IS INCOMPLETE AND MUST BE FIXED BEFORE POSTING.            *
007406******************************************************************
007407 3500-FIND-RATE-IN-FORCE.
007408     MOVE "N"  TO WS-RATE-FOUND-SWITCH.
007409     MOVE ZERO TO WS-BEST-EFF-CYCLE.
007410     PERFORM 3510-CHECK-RATE-ENTRY
007411         THRU 3510-CHECK-RATE-ENTRY-EXIT
007412         VARYING WS-RATE-SUB FROM 1 BY 1
007413         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
007414     IF NOT WS-RATE-FOUND
007415         DISPLAY "INT0020E - NO RATE IN FORCE FOR PRODUCT TYPE "
007416             ACCT-MAST-TYPE " AND CYCLE " WS-STMT-CYCLE
007420         GO TO 9900-ABEND
007430     END-IF.
007440 3500-FIND-RATE-IN-FORCE-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007691*    3600-TAKE-CLUB-PAYOUT  -  ON THE PAYOUT CYCLE, TAKES A      *
007692*    CLUB ACCOUNT'S WHOLE POSTED BALANCE (THIS CYCLE'S INTEREST  *
007693*    INCLUDED) INTO THE PAYOUT TABLE WITH ITS LINK AND MAILING   *
007694*    ADDRESS, AND ZEROES THE CLUB FOR THE NEW CLUB YEAR.  WHERE  *
007695*    THE MONEY GOES IS SETTLED ON THE COPY PASS.                 *
007696******************************************************************
007697 3600-TAKE-CLUB-PAYOUT.
007698     IF WS-CLB-COUNT >= 999
007699         DISPLAY "INT0043E - MORE THAN 999 CLUB ACCOUNTS TO PAY "
007700             "OUT, ACCOUNT " ACCT-MAST-ID
007701         GO TO 9900-ABEND
007702     END-IF.
007703     ADD 1 TO WS-CLB-COUNT.
007704     MOVE ACCT-MAST-ID      TO WS-CLB-TBL-ACCOUNT (WS-CLB-COUNT).
007705     MOVE ACCT-MAST-CLUB-LINK TO WS-CLB-TBL-LINK (WS-CLB-COUNT).
007706     MOVE ACCT-MAST-BALANCE TO WS-CLB-TBL-AMOUNT (WS-CLB-COUNT).
007707     MOVE ACCT-MAST-NAME    TO WS-CLB-TBL-NAME (WS-CLB-COUNT).
007708     MOVE ACCT-MAST-STREET  TO WS-CLB-TBL-STREET (WS-CLB-COUNT).
007709     MOVE ACCT-MAST-CITY    TO WS-CLB-TBL-CITY (WS-CLB-COUNT).
007710     MOVE ACCT-MAST-STATE   TO WS-CLB-TBL-STATE (WS-CLB-COUNT).
007711     MOVE ACCT-MAST-ZIP     TO WS-CLB-TBL-ZIP (WS-CLB-COUNT).
007712     MOVE "P"               TO WS-CLB-TBL-STATUS (WS-CLB-COUNT).
007713     MOVE ZERO          TO WS-CLB-TBL-TO-ACCOUNT (WS-CLB-COUNT).
007714     MOVE SPACE             TO WS-CLB-TBL-REASON (WS-CLB-COUNT).
007715     MOVE ZERO TO ACCT-MAST-BALANCE.
007716     SET WS-CLB-TAKEN TO TRUE.
007717 3600-TAKE-CLUB-PAYOUT-EXIT.
007718     EXIT.
007719*
007720******************************************************************
007721*    4000-WRITE-REGISTER-LINE  -  FORMATS AND WRITES ONE         *
007722*    POSTING REGISTER DETAIL LINE.                               *
007723******************************************************************
007730 4000-WRITE-REGISTER-LINE.
007740     MOVE WS-OLD-BALANCE     TO WS-OLD-BALANCE-EDIT.
007750     MOVE WS-AVG-BALANCE     TO WS-AVG-BALANCE-EDIT.
007920     WRITE REGISTER-PRINT-RECORD.
007930 4000-WRITE-REGISTER-LINE-EXIT.
007940     EXIT.
007941*
007942******************************************************************
007943*    4050-WRITE-FROZEN-LINE  -  FLAGS, UNDER ITS DETAIL LINE, A  *
007944*    FROZEN ACCOUNT THAT ENDED THE CYCLE OVERDRAWN AND WAS NOT   *
007945*    ASSESSED THE OVERDRAFT SERVICE CHARGE.                      *
007946******************************************************************
007947 4050-WRITE-FROZEN-LINE.
007948     MOVE SPACES TO REGISTER-PRINT-RECORD.
007949     STRING "        OD SERVICE CHARGE NOT ASSESSED - ACCOUNT "
007950                                         DELIMITED BY SIZE
007951             "FROZEN SINCE "             DELIMITED BY SIZE
007952             ACCT-MAST-STATUS-DATE       DELIMITED BY SIZE
007953             "  "                        DELIMITED BY SIZE
007954             ACCT-MAST-STATUS-REASON     DELIMITED BY SIZE
007955         INTO REGISTER-PRINT-RECORD.
007956     WRITE REGISTER-PRINT-RECORD.
007957 4050-WRITE-FROZEN-LINE-EXIT.
007958     EXIT.
007959*
007960******************************************************************
007961*    4100-WRITE-BYPASS-LINE  -  FLAGS A MASTER RECORD PASSED     *
007962*    THROUGH UNPOSTED BECAUSE ITS BALANCE IS NOT NUMERIC.        *
007963******************************************************************
007964 4100-WRITE-BYPASS-LINE.
007965     MOVE SPACES TO REGISTER-PRINT-RECORD.
007966     STRING ACCT-MAST-ID DELIMITED BY SIZE
007967             "    *** BALANCE NOT NUMERIC - PASSED THROUGH "
007968             DELIMITED BY SIZE
007969             "UNPOSTED ***" DELIMITED BY SIZE
007970         INTO REGISTER-PRINT-RECORD.
007971     WRITE REGISTER-PRINT-RECORD.
007972 4100-WRITE-BYPASS-LINE-EXIT.
007973     EXIT.
007974*
007975******************************************************************
007976*    4200-WRITE-REVERSAL-LINE  -  WRITES THE REGISTER LINE FOR   *
007977*    ONE REVERSAL APPLIED TO THE ACCOUNT JUST POSTED, UNDER ITS  *
007978*    DETAIL LINE - THE CYCLE OF THE CHARGE REVERSED, THE AMOUNT  *
007979*    AS A CREDIT IN THE CHARGE COLUMN, THE APPROVER, AND THE     *
007980*    REASON.                                                     *
007981******************************************************************
007982 4200-WRITE-REVERSAL-LINE.
007983     IF NOT WS-REV-APPLIED (WS-REV-SUB)
007984         OR WS-REV-TBL-ACCOUNT (WS-REV-SUB) NOT = ACCT-MAST-ID
007985         GO TO 4200-WRITE-REVERSAL-LINE-EXIT
007986     END-IF.
007987     COMPUTE WS-CHARGE-EDIT =
007988         ZERO - WS-REV-TBL-AMOUNT (WS-REV-SUB).
007989     MOVE SPACES TO REGISTER-PRINT-RECORD.
007990     STRING "        OD CHARGE REVERSAL FOR CYCLE "
007991                                             DELIMITED BY SIZE
007992             WS-REV-TBL-CYCLE (WS-REV-SUB)    DELIMITED BY SIZE
007993             "             "                 DELIMITED BY SIZE
007994             WS-CHARGE-EDIT                  DELIMITED BY SIZE
007995             "  APPROVER: "                  DELIMITED BY SIZE
007996             WS-REV-TBL-APPROVER (WS-REV-SUB) DELIMITED BY SIZE
007997             "  "                            DELIMITED BY SIZE
007998             WS-REV-TBL-REASON (WS-REV-SUB)   DELIMITED BY SIZE
007999         INTO REGISTER-PRINT-RECORD.
008000     WRITE REGISTER-PRINT-RECORD.
008001 4200-WRITE-REVERSAL-LINE-EXIT.
008002     EXIT.
008003*
008004******************************************************************
008005*    4300-WRITE-PAYOUT-LINE  -  WRITES THE REGISTER LINE FOR A   *
008006*    CLUB ACCOUNT PAID OUT THIS CYCLE, UNDER ITS DETAIL LINE -   *
008007*    THE BALANCE TAKEN OUT OF THE CLUB.  WHERE IT WENT IS ON     *
008008*    THE CLUB PAYOUT REGISTER.                                   *
008009******************************************************************
008010 4300-WRITE-PAYOUT-LINE.
008011     COMPUTE WS-CHARGE-EDIT =
008012         ZERO - WS-CLB-TBL-AMOUNT (WS-CLB-COUNT).
008013     MOVE SPACES TO REGISTER-PRINT-RECORD.
008014     STRING "        CLUB YEAR-END PAYOUT"  DELIMITED BY SIZE
008015             "                      "        DELIMITED BY SIZE
008016             WS-CHARGE-EDIT                 DELIMITED BY SIZE
008017             "  SEE THE CLUB PAYOUT REGISTER" DELIMITED BY SIZE
008018         INTO REGISTER-PRINT-RECORD.
008019     WRITE REGISTER-PRINT-RECORD.
008020 4300-WRITE-PAYOUT-LINE-EXIT.
008021     EXIT.
008022*
008023******************************************************************
008024*    5000-COMPLETE-CLUB-PAYOUT  -  ON THE PAYOUT CYCLE THE       *
008025*    POSTED MASTER WAS WRITTEN TO THE CLUB WORK FILE, WITH EACH  *
008026*    CLUB'S BALANCE TAKEN INTO THE PAYOUT TABLE.  A CLUB'S       *
008027*    LINKED CHECKING ACCOUNT MAY FALL BEFORE OR AFTER IT ON THE  *
008028*    MASTER, SO THE CREDITS CAN ONLY BE MADE ON A SECOND PASS:   *
008029*    THE WORK FILE IS COPIED TO THE NEW MASTER GENERATION,       *
008030*    CREDITING EACH CHECKING ACCOUNT WITH THE CLUBS LINKED TO    *
008031*    IT AND WRITING THE PAYOUT TRANSACTIONS IN MASTER ORDER.     *
008032*    EVERY CLUB STILL UNPAID AFTER THE COPY GOES BY OFFICIAL     *
008033*    CHECK.                                                      *
008034******************************************************************
008035 5000-COMPLETE-CLUB-PAYOUT.
008036     CLOSE CLUB-WORK-FILE.
008037     OPEN INPUT CLUB-WORK-FILE.
008038     IF WS-CLUBWK-STATUS NOT = "00"
008039         DISPLAY "INT0045E - CANNOT REOPEN CLUB-WORK-FILE, "
008040             "STATUS " WS-CLUBWK-STATUS
008041         GO TO 9900-ABEND
008042     END-IF.
008043     PERFORM 5100-READ-CLUB-WORK THRU 5100-READ-CLUB-WORK-EXIT.
008044     PERFORM 5200-COPY-CLUB-WORK THRU 5200-COPY-CLUB-WORK-EXIT
008045         UNTIL WS-CLUBWK-EOF.
008046     CLOSE CLUB-WORK-FILE.
008047     PERFORM 5500-DISPOSE-CLUB-PAYOUT
008048         THRU 5500-DISPOSE-CLUB-PAYOUT-EXIT
008049         VARYING WS-CLB-SUB FROM 1 BY 1
008050         UNTIL WS-CLB-SUB > WS-CLB-COUNT.
008051 5000-COMPLETE-CLUB-PAYOUT-EXIT.
008052     EXIT.
008053*
008054******************************************************************
008055*    5100-READ-CLUB-WORK  -  READS ONE POSTED MASTER RECORD BACK *
008056*    FROM THE CLUB WORK FILE INTO THE MASTER RECORD AREA.        *
008057******************************************************************
008058 5100-READ-CLUB-WORK.
008059     READ CLUB-WORK-FILE INTO ACCT-MASTER-RECORD
008060         AT END
008061             SET WS-CLUBWK-EOF TO TRUE
008062     END-READ.
008063 5100-READ-CLUB-WORK-EXIT.
008064     EXIT.
008065*
008066******************************************************************
008067*    5200-COPY-CLUB-WORK  -  CREDITS THE RECORD WITH ANY CLUB    *
008068*    PAYOUTS LINKED TO IT, WRITES ITS PAYOUT TRANSACTIONS, AND   *
008069*    COPIES IT TO THE NEW MASTER GENERATION.  A CREDIT THAT      *
008070*    BRINGS AN OVERDRAWN ACCOUNT BACK TO ZERO OR BETTER CLEARS   *
008071*    THE OVERDRAFT LIKE ANY OTHER CREDIT.                        *
008072******************************************************************
008073 5200-COPY-CLUB-WORK.
008074     IF ACCT-MAST-ID NUMERIC
008075         PERFORM 2050-CHECK-ACCOUNT-GROUP
008076             THRU 2050-CHECK-ACCOUNT-GROUP-EXIT
008077         MOVE "N" TO WS-CLB-CREDIT-SWITCH
008078         PERFORM 5210-APPLY-CLUB-CREDIT
008079             THRU 5210-APPLY-CLUB-CREDIT-EXIT
008080             VARYING WS-CLB-SUB FROM 1 BY 1
008081             UNTIL WS-CLB-SUB > WS-CLB-COUNT
008082         IF WS-CLB-CREDITED
008083             AND ACCT-MAST-BALANCE NOT < ZERO
008084             MOVE ZEROS TO ACCT-MAST-OD-DATE
008085         END-IF
008086         PERFORM 5300-WRITE-CLUB-TRANS
008087             THRU 5300-WRITE-CLUB-TRANS-EXIT
008088     END-IF.
008089     WRITE NEW-MASTER-RECORD FROM ACCT-MASTER-RECORD.
008090     PERFORM 5100-READ-CLUB-WORK THRU 5100-READ-CLUB-WORK-EXIT.
008091 5200-COPY-CLUB-WORK-EXIT.
008092     EXIT.
008093*
008094******************************************************************
008095*    5210-APPLY-CLUB-CREDIT  -  TRANSFERS ONE PENDING CLUB       *
008096*    PAYOUT LINKED TO THIS RECORD INTO IT, WHEN THE RECORD IS A  *
008097*    CHECKING ACCOUNT WITH A USABLE BALANCE, AND ENTERS THE      *
008098*    TRANSFER ON THE CLUB LEDGER.  A LINK TO ANY OTHER KIND OF   *
008099*    ACCOUNT, OR TO AN ACCOUNT IN ANOTHER STATEMENT-DAY GROUP    *
008100*    (WHOSE STATEMENT WOULD NOT CARRY THE CREDIT), IS NOTED SO   *
008101*    THE OFFICIAL CHECK CARRIES THE RIGHT REASON.                *
008102******************************************************************
008103 5210-APPLY-CLUB-CREDIT.
008104     IF NOT WS-CLB-PENDING (WS-CLB-SUB)
008105         OR WS-CLB-TBL-LINK (WS-CLB-SUB) NOT = ACCT-MAST-ID
008106         GO TO 5210-APPLY-CLUB-CREDIT-EXIT
008107     END-IF.
008108     IF NOT ACCT-TYPE-CHECKING
008109         OR ACCT-MAST-BALANCE NOT NUMERIC
008110         MOVE "T" TO WS-CLB-TBL-REASON (WS-CLB-SUB)
008111         GO TO 5210-APPLY-CLUB-CREDIT-EXIT
008112     END-IF.
008113     IF NOT WS-ACCT-IN-GROUP
008114         MOVE "G" TO WS-CLB-TBL-REASON (WS-CLB-SUB)
008115         GO TO 5210-APPLY-CLUB-CREDIT-EXIT
008116     END-IF.
008117     MOVE "T"          TO WS-CLB-TBL-STATUS (WS-CLB-SUB).
008118     MOVE ACCT-MAST-ID TO WS-CLB-TBL-TO-ACCOUNT (WS-CLB-SUB).
008119     SET WS-CLB-CREDITED TO TRUE.
008120     ADD WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO ACCT-MAST-BALANCE.
008121     ADD WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO WS-NEW-BALANCE-TOTAL.
008122     ADD WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO WS-CLB-XFER-TOTAL.
008123     ADD 1 TO WS-CLB-XFER-COUNT.
008124     PERFORM 5400-WRITE-CLUB-LEDGER
008125         THRU 5400-WRITE-CLUB-LEDGER-EXIT.
008126 5210-APPLY-CLUB-CREDIT-EXIT.
008127     EXIT.
008128*
008129******************************************************************
008130*    5300-WRITE-CLUB-TRANS  -  WRITES THE CLUB PAYOUT            *
008131*    TRANSACTIONS FOR THE RECORD IN HAND: THE DEBIT IF IT IS A   *
008132*    CLUB PAID OUT, AND A CREDIT FOR EACH CLUB TRANSFERRED INTO  *
008133*    IT.  DRIVEN FROM THE MASTER PASS SO THE FILE COMES OUT IN   *
008134*    ACCOUNT ORDER FOR THE STATEMENT RUN'S MERGE - BOTH ON THE   *
008135*    PAYOUT RUN AND WHEN A PASS-THROUGH RERUN REBUILDS THE FILE  *
008136*    FROM THE CLUB LEDGER.                                       *
008137******************************************************************
008138 5300-WRITE-CLUB-TRANS.
008139     PERFORM 5310-WRITE-CLUB-TRAN-PAIR
008140         THRU 5310-WRITE-CLUB-TRAN-PAIR-EXIT
008141         VARYING WS-CLB-SUB FROM 1 BY 1
008142         UNTIL WS-CLB-SUB > WS-CLB-COUNT.
008143 5300-WRITE-CLUB-TRANS-EXIT.
008144     EXIT.
008145*
008146******************************************************************
008147*    5310-WRITE-CLUB-TRAN-PAIR  -  WRITES WHICHEVER SIDE OF ONE  *
008148*    PAYOUT TABLE ENTRY BELONGS TO THE RECORD IN HAND.           *
008149******************************************************************
008150 5310-WRITE-CLUB-TRAN-PAIR.
008151     IF WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) = ACCT-MAST-ID
008152         MOVE ACCT-MAST-ID TO WS-CLBT-ACCOUNT
008153         COMPUTE WS-CLBT-AMOUNT =
008154             ZERO - WS-CLB-TBL-AMOUNT (WS-CLB-SUB)
008155         MOVE "CLUB YEAR-END PAYOUT" TO WS-CLBT-DESCRIPTION
008156         PERFORM 5320-WRITE-CLUB-TRAN
008157             THRU 5320-WRITE-CLUB-TRAN-EXIT
008158     END-IF.
008159     IF WS-CLB-TRANSFERRED (WS-CLB-SUB)
008160         AND WS-CLB-TBL-TO-ACCOUNT (WS-CLB-SUB) = ACCT-MAST-ID
008161         MOVE ACCT-MAST-ID TO WS-CLBT-ACCOUNT
008162         MOVE WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO WS-CLBT-AMOUNT
008163         MOVE SPACES TO WS-CLBT-DESCRIPTION
008164         STRING "CLUB PAYOUT FROM "  DELIMITED BY SIZE
008165                 WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) DELIMITED BY SIZE
008166             INTO WS-CLBT-DESCRIPTION
008167         PERFORM 5320-WRITE-CLUB-TRAN
008168             THRU 5320-WRITE-CLUB-TRAN-EXIT
008169     END-IF.
008170 5310-WRITE-CLUB-TRAN-PAIR-EXIT.
008171     EXIT.
008172*
008173******************************************************************
008174*    5320-WRITE-CLUB-TRAN  -  WRITES ONE CLUB PAYOUT TRANSACTION *
008175*    FOR THE STATEMENT RUN TO ITEMIZE, POSTED ON THE LAST DAY OF *
008176*    THE CYCLE LIKE THE FEE REVERSALS.                           *
008177******************************************************************
008178 5320-WRITE-CLUB-TRAN.
008179     MOVE SPACES TO CLUB-PAYOUT-TRAN-RECORD.
008180     MOVE WS-CLBT-ACCOUNT TO CLBT-ACCOUNT-NUMBER.
008181     COMPUTE CLBT-POST-DATE =
008182         (WS-STMT-CYCLE * 100) + WS-DAYS-IN-MONTH.
008183     MOVE WS-CLBT-AMOUNT      TO CLBT-AMOUNT.
008184     MOVE WS-CLBT-DESCRIPTION TO CLBT-DESCRIPTION.
008185     MOVE "P"                 TO CLBT-TYPE-CODE.
008186     MOVE WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) TO CLBT-CLUB-ACCOUNT.
008187     WRITE CLUB-PAYOUT-TRAN-RECORD.
008188 5320-WRITE-CLUB-TRAN-EXIT.
008189     EXIT.
008190*
008191******************************************************************
008192*    5400-WRITE-CLUB-LEDGER  -  APPENDS THE DISPOSITION OF ONE   *
008193*    PAYOUT TABLE ENTRY TO THE PERMANENT CLUB LEDGER.            *
008194******************************************************************
008195 5400-WRITE-CLUB-LEDGER.
008196     MOVE SPACES TO CLUB-HISTORY-RECORD.
008197     MOVE WS-CLB-TBL-ACCOUNT (WS-CLB-SUB)    TO CLBH-CLUB-ACCOUNT.
008198     MOVE WS-STMT-CYCLE                      TO CLBH-PAYOUT-CYCLE.
008199     MOVE WS-CLB-TBL-STATUS (WS-CLB-SUB)     TO CLBH-DISPOSITION.
008200     MOVE WS-CLB-TBL-TO-ACCOUNT (WS-CLB-SUB) TO CLBH-TO-ACCOUNT.
008201     MOVE WS-CLB-TBL-AMOUNT (WS-CLB-SUB)     TO CLBH-AMOUNT.
008202     MOVE WS-CLB-TBL-REASON (WS-CLB-SUB)     TO CLBH-CHECK-REASON.
008203     MOVE WS-RUN-DATE                        TO CLBH-RUN-DATE.
008204     MOVE WS-STMT-GROUP                      TO CLBH-STMT-GROUP.
008205     WRITE CLUB-HISTORY-RECORD.
008206 5400-WRITE-CLUB-LEDGER-EXIT.
008207     EXIT.
008208*
008209******************************************************************
008210*    5500-DISPOSE-CLUB-PAYOUT  -  AFTER THE COPY, SENDS EVERY    *
008211*    CLUB STILL PENDING TO THE OFFICIAL-CHECK FILE WITH THE NAME *
008212*    AND ADDRESS TAKEN AT PAYOUT AND THE REASON NO TRANSFER WAS  *
008213*    MADE (NO LINK, LINK NOT ON THE MASTER, OR LINK NOT A        *
008214*    USABLE CHECKING ACCOUNT), ENTERS IT ON THE CLUB LEDGER,     *
008215*    AND LISTS EVERY CLUB PAID ON THE CLUB PAYOUT REGISTER.      *
008216******************************************************************
008217 5500-DISPOSE-CLUB-PAYOUT.
008218     IF WS-CLB-PENDING (WS-CLB-SUB)
008219         PERFORM 5510-ISSUE-OFFICIAL-CHECK
008220             THRU 5510-ISSUE-OFFICIAL-CHECK-EXIT
008221     END-IF.
008222     MOVE WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO WS-CLB-AMOUNT-EDIT.
008223     MOVE SPACES TO CLUB-PAYOUT-RECORD.
008224     IF WS-CLB-TRANSFERRED (WS-CLB-SUB)
008225         STRING WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) DELIMITED BY SIZE
008226                 "      "                        DELIMITED BY SIZE
008227                 WS-CLB-AMOUNT-EDIT              DELIMITED BY SIZE
008228                 "  TRANSFERRED TO CHECKING ACCOUNT "
008229                                                 DELIMITED BY SIZE
008230                 WS-CLB-TBL-TO-ACCOUNT (WS-CLB-SUB)
008231                                                 DELIMITED BY SIZE
008232             INTO CLUB-PAYOUT-RECORD
008233     ELSE
008234         IF WS-CLB-TBL-REASON (WS-CLB-SUB) = "N"
008235             MOVE "NO CHECKING ACCOUNT LINKED"
008236                 TO WS-CLB-REASON-TEXT
008237         ELSE
008238             IF WS-CLB-TBL-REASON (WS-CLB-SUB) = "F"
008239                 MOVE "LINKED ACCOUNT NOT ON THE MASTER"
008240                     TO WS-CLB-REASON-TEXT
008241             ELSE
008242                 IF WS-CLB-TBL-REASON (WS-CLB-SUB) = "G"
008243                     MOVE "LINKED ACCOUNT IN ANOTHER GROUP"
008244                         TO WS-CLB-REASON-TEXT
008245                 ELSE
008246                     MOVE "LINKED ACCOUNT NOT USABLE CHECKING"
008247                         TO WS-CLB-REASON-TEXT
008248                 END-IF
008249             END-IF
008250         END-IF
008251         STRING WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) DELIMITED BY SIZE
008252                 "      "                        DELIMITED BY SIZE
008253                 WS-CLB-AMOUNT-EDIT              DELIMITED BY SIZE
008254                 "  OFFICIAL CHECK - "           DELIMITED BY SIZE
008255                 WS-CLB-REASON-TEXT              DELIMITED BY "  "
008256                 "  LINK: "                      DELIMITED BY SIZE
008257                 WS-CLB-TBL-LINK (WS-CLB-SUB)    DELIMITED BY SIZE
008258             INTO CLUB-PAYOUT-RECORD
008259     END-IF.
008260     WRITE CLUB-PAYOUT-RECORD.
008261 5500-DISPOSE-CLUB-PAYOUT-EXIT.
008262     EXIT.
008263*
008264******************************************************************
008265*    5510-ISSUE-OFFICIAL-CHECK  -  WORKS OUT WHY NO TRANSFER WAS *
008266*    MADE FOR ONE PENDING CLUB, WRITES ITS OFFICIAL-CHECK        *
008267*    REQUEST, AND ENTERS IT ON THE CLUB LEDGER.                  *
008268******************************************************************
008269 5510-ISSUE-OFFICIAL-CHECK.
008270     MOVE "C" TO WS-CLB-TBL-STATUS (WS-CLB-SUB).
008271     IF WS-CLB-TBL-LINK (WS-CLB-SUB) = SPACES
008272         MOVE "N" TO WS-CLB-TBL-REASON (WS-CLB-SUB)
008273     ELSE
008274         IF WS-CLB-TBL-REASON (WS-CLB-SUB) NOT = "T"
008275            AND WS-CLB-TBL-REASON (WS-CLB-SUB) NOT = "G"
008276             MOVE "F" TO WS-CLB-TBL-REASON (WS-CLB-SUB)
008277         END-IF
008278     END-IF.
008279     MOVE SPACES TO CLUB-CHECK-RECORD.
008280     MOVE WS-CLB-TBL-ACCOUNT (WS-CLB-SUB) TO CLBC-ACCOUNT-NUMBER.
008281     MOVE WS-STMT-CYCLE                   TO CLBC-PAYOUT-CYCLE.
008282     MOVE WS-CLB-TBL-AMOUNT (WS-CLB-SUB)  TO CLBC-AMOUNT.
008283     MOVE WS-CLB-TBL-NAME (WS-CLB-SUB)    TO CLBC-NAME.
008284     MOVE WS-CLB-TBL-STREET (WS-CLB-SUB)  TO CLBC-STREET.
008285     MOVE WS-CLB-TBL-CITY (WS-CLB-SUB)    TO CLBC-CITY.
008286     MOVE WS-CLB-TBL-STATE (WS-CLB-SUB)   TO CLBC-STATE.
008287     MOVE WS-CLB-TBL-ZIP (WS-CLB-SUB)     TO CLBC-ZIP.
008288     MOVE WS-CLB-TBL-REASON (WS-CLB-SUB)  TO CLBC-REASON.
008289     WRITE CLUB-CHECK-RECORD.
008290     ADD WS-CLB-TBL-AMOUNT (WS-CLB-SUB) TO WS-CLB-CHECK-TOTAL.
008291     ADD 1 TO WS-CLB-CHECK-COUNT.
008292     PERFORM 5400-WRITE-CLUB-LEDGER
008293         THRU 5400-WRITE-CLUB-LEDGER-EXIT.
008294 5510-ISSUE-OFFICIAL-CHECK-EXIT.
008295     EXIT.
008296*
008297******************************************************************
008298*    7000-DISPOSE-REVERSAL  -  REJECTS ONE REVERSAL CARD STILL   *
008299*    PENDING AFTER THE WHOLE MASTER HAS POSTED - ITS ACCOUNT IS  *
008300*    NOT ON THE MASTER (CLOSED, OR MIS-KEYED).                   *
008301******************************************************************
008302 7000-DISPOSE-REVERSAL.
008303     IF WS-REV-PENDING (WS-REV-SUB)
008304         MOVE "X" TO WS-REV-TBL-STATUS (WS-REV-SUB)
008305         MOVE "ACCOUNT NOT ON THE MASTER"
008306             TO WS-REV-TBL-REJECT-TEXT (WS-REV-SUB)
008307     END-IF.
008308 7000-DISPOSE-REVERSAL-EXIT.
008309     EXIT.
008310*
008311******************************************************************
008312*    7100-WRITE-REVERSAL-EXCEPTIONS  -  LISTS EVERY REJECTED     *
008313*    REVERSAL CARD ON THE REVERSAL EXCEPTION LISTING, IN DECK    *
008314*    ORDER, WITH THE REASON, AND FOOTS THE LISTING WITH THE      *
008315*    CARDS READ, APPLIED, AND REJECTED.  ANY REJECTION ENDS THE  *
008316*    STEP WITH CONDITION CODE 4 SO IT IS NOT MISSED - THE        *
008317*    CUSTOMER WAS PROMISED MONEY BACK AND DID NOT GET IT.        *
008318******************************************************************
008319 7100-WRITE-REVERSAL-EXCEPTIONS.
008320     PERFORM 7110-WRITE-REJECTED-CARD
008321         THRU 7110-WRITE-REJECTED-CARD-EXIT
008322         VARYING WS-REV-SUB FROM 1 BY 1
008323         UNTIL WS-REV-SUB > WS-REV-COUNT.
008324*
008325     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008326     WRITE REVERSAL-EXCP-RECORD.
008327     MOVE WS-REV-READ-COUNT TO WS-COUNT-EDIT.
008328     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008329     STRING "REVERSAL CARDS READ:     " DELIMITED BY SIZE
008330             WS-COUNT-EDIT              DELIMITED BY SIZE
008331         INTO REVERSAL-EXCP-RECORD.
008332     WRITE REVERSAL-EXCP-RECORD.
008333     MOVE WS-REV-APPLIED-COUNT TO WS-COUNT-EDIT.
008334     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008335     STRING "REVERSAL CARDS APPLIED:  " DELIMITED BY SIZE
008336             WS-COUNT-EDIT              DELIMITED BY SIZE
008337         INTO REVERSAL-EXCP-RECORD.
008338     WRITE REVERSAL-EXCP-RECORD.
008339     MOVE WS-REV-REJECTED-COUNT TO WS-COUNT-EDIT.
008340     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008341     STRING "REVERSAL CARDS REJECTED: " DELIMITED BY SIZE
008342             WS-COUNT-EDIT              DELIMITED BY SIZE
008343         INTO REVERSAL-EXCP-RECORD.
008344     WRITE REVERSAL-EXCP-RECORD.
008345*
008346     IF WS-REV-REJECTED-COUNT > ZERO
008347         DISPLAY "INT0031W - " WS-REV-REJECTED-COUNT " SERVICE-"
008348             "CHARGE REVERSAL CARDS REJECTED - SEE THE REVERSAL "
008349             "EXCEPTION LISTING"
008350         MOVE 4 TO RETURN-CODE
008351     END-IF.
008352 7100-WRITE-REVERSAL-EXCEPTIONS-EXIT.
008353     EXIT.
008354*
008355******************************************************************
008356*    7110-WRITE-REJECTED-CARD  -  WRITES THE TWO EXCEPTION       *
008357*    LISTING LINES FOR ONE REJECTED REVERSAL CARD - THE CARD AS  *
008358*    PUNCHED, THEN THE REASON - AND COUNTS IT.                   *
008359******************************************************************
008360 7110-WRITE-REJECTED-CARD.
008361     IF NOT WS-REV-REJECTED (WS-REV-SUB)
008362         GO TO 7110-WRITE-REJECTED-CARD-EXIT
008363     END-IF.
008364     ADD 1 TO WS-REV-REJECTED-COUNT.
008365     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008366     STRING "ACCOUNT: "  DELIMITED BY SIZE
008367             WS-REV-TBL-RAW-ID (WS-REV-SUB)     DELIMITED BY SIZE
008368             "  CYCLE: " DELIMITED BY SIZE
008369             WS-REV-TBL-RAW-CYCLE (WS-REV-SUB)  DELIMITED BY SIZE
008370             "  AMOUNT: " DELIMITED BY SIZE
008371             WS-REV-TBL-RAW-AMOUNT (WS-REV-SUB) DELIMITED BY SIZE
008372             "  APPROVER: " DELIMITED BY SIZE
008373             WS-REV-TBL-APPROVER (WS-REV-SUB)   DELIMITED BY SIZE
008374             "  REASON: " DELIMITED BY SIZE
008375             WS-REV-TBL-REASON (WS-REV-SUB)     DELIMITED BY SIZE
008376         INTO REVERSAL-EXCP-RECORD.
008377     WRITE REVERSAL-EXCP-RECORD.
008378     MOVE SPACES TO REVERSAL-EXCP-RECORD.
008379     IF WS-REV-TBL-ASSESSED (WS-REV-SUB) > ZERO
008380         MOVE WS-REV-TBL-ASSESSED (WS-REV-SUB)
008381             TO WS-REV-ASSESSED-EDIT
008382         MOVE WS-REV-TBL-REVERSED (WS-REV-SUB)
008383             TO WS-REV-REVERSED-EDIT
008384         STRING "         *** REJECTED - " DELIMITED BY SIZE
008385             WS-REV-TBL-REJECT-TEXT (WS-REV-SUB) DELIMITED BY "  "
008386             " ***  CHARGED: " DELIMITED BY SIZE
008387             WS-REV-ASSESSED-EDIT DELIMITED BY SIZE
008388             "  REVERSED: " DELIMITED BY SIZE
008389             WS-REV-REVERSED-EDIT DELIMITED BY SIZE
008390             INTO REVERSAL-EXCP-RECORD
008391     ELSE
008392         STRING "         *** REJECTED - " DELIMITED BY SIZE
008393             WS-REV-TBL-REJECT-TEXT (WS-REV-SUB) DELIMITED BY "  "
008394             " ***" DELIMITED BY SIZE
008395             INTO REVERSAL-EXCP-RECORD
008396     END-IF.
008397     WRITE REVERSAL-EXCP-RECORD.
008398 7110-WRITE-REJECTED-CARD-EXIT.
008399     EXIT.
008400*
008401******************************************************************
008402*    7200-WRITE-PAYOUT-TOTALS  -  FOOTS THE CLUB PAYOUT          *
008403*    REGISTER ON THE PAYOUT CYCLE WITH THE CLUBS PAID AND HOW    *
008404*    MANY AND HOW MUCH WENT BY TRANSFER AND BY OFFICIAL CHECK.   *
008405*    IN ANY OTHER CYCLE THE REGISTER CARRIES ONLY THE NOTE       *
008406*    WRITTEN WHEN IT WAS OPENED.                                 *
008407******************************************************************
008408 7200-WRITE-PAYOUT-TOTALS.
008409     IF NOT WS-CLUB-PAYOUT-RUN
008410         GO TO 7200-WRITE-PAYOUT-TOTALS-EXIT
008411     END-IF.
008412     MOVE SPACES TO CLUB-PAYOUT-RECORD.
008413     WRITE CLUB-PAYOUT-RECORD.
008414     MOVE WS-CLB-COUNT TO WS-COUNT-EDIT.
008415     MOVE SPACES TO CLUB-PAYOUT-RECORD.
008416     STRING "CLUB ACCOUNTS PAID OUT:  " DELIMITED BY SIZE
008417             WS-COUNT-EDIT              DELIMITED BY SIZE
008418         INTO CLUB-PAYOUT-RECORD.
008419     WRITE CLUB-PAYOUT-RECORD.
008420     MOVE WS-CLB-XFER-COUNT TO WS-COUNT-EDIT.
008421     MOVE WS-CLB-XFER-TOTAL TO WS-TOTAL-EDIT.
008422     MOVE SPACES TO CLUB-PAYOUT-RECORD.
008423     STRING "PAID BY TRANSFER:        " DELIMITED BY SIZE
008424             WS-COUNT-EDIT              DELIMITED BY SIZE
008425             "  "                       DELIMITED BY SIZE
008426             WS-TOTAL-EDIT              DELIMITED BY SIZE
008427         INTO CLUB-PAYOUT-RECORD.
008428     WRITE CLUB-PAYOUT-RECORD.
008429     MOVE WS-CLB-CHECK-COUNT TO WS-COUNT-EDIT.
008430     MOVE WS-CLB-CHECK-TOTAL TO WS-TOTAL-EDIT.
008431     MOVE SPACES TO CLUB-PAYOUT-RECORD.
008432     STRING "PAID BY OFFICIAL CHECK:  " DELIMITED BY SIZE
008433             WS-COUNT-EDIT              DELIMITED BY SIZE
008434             "  "                       DELIMITED BY SIZE
008435             WS-TOTAL-EDIT              DELIMITED BY SIZE
008436         INTO CLUB-PAYOUT-RECORD.
008437     WRITE CLUB-PAYOUT-RECORD.
008438     DISPLAY "INT0042I - CLUB PAYOUT MADE FOR " WS-CLB-COUNT
008439         " CLUB ACCOUNTS - " WS-CLB-XFER-COUNT " BY TRANSFER, "
008440         WS-CLB-CHECK-COUNT " BY OFFICIAL CHECK".
008441 7200-WRITE-PAYOUT-TOTALS-EXIT.
008442     EXIT.
008443*
008444******************************************************************
008445*    8000-WRITE-TOTALS  -  WRITES THE GRAND-TOTAL BLOCK GL       *
008446*    TIES THE RUN TO - RECORD COUNTS AND THE OLD-BALANCE,        *
008447*    INTEREST, CHARGE, REVERSAL, CLUB PAYOUT (ON THE PAYOUT      *
008448*    CYCLE), AND NEW-BALANCE TOTALS.                             *
008449******************************************************************
008450 8000-WRITE-TOTALS.
008451     MOVE SPACES TO REGISTER-PRINT-RECORD.
008452     WRITE REGISTER-PRINT-RECORD.
008453*
008454     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
008455     MOVE SPACES TO REGISTER-PRINT-RECORD.
008456     STRING "RECORDS READ:     " DELIMITED BY SIZE
008457             WS-COUNT-EDIT       DELIMITED BY SIZE
008458         INTO REGISTER-PRINT-RECORD.
008459     WRITE REGISTER-PRINT-RECORD.
008460*
008461     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
008462     MOVE SPACES TO REGISTER-PRINT-RECORD.
008463     STRING "RECORDS POSTED:   " DELIMITED BY SIZE
008464             WS-COUNT-EDIT       DELIMITED BY SIZE
008465         INTO REGISTER-PRINT-RECORD.
008466     WRITE REGISTER-PRINT-RECORD.
008467*
008468     MOVE WS-BYPASS-COUNT TO WS-COUNT-EDIT.
008469     MOVE SPACES TO REGISTER-PRINT-RECORD.
008470     STRING "RECORDS BYPASSED: " DELIMITED BY SIZE
008471             WS-COUNT-EDIT       DELIMITED BY SIZE
008472         INTO REGISTER-PRINT-RECORD.
008473     WRITE REGISTER-PRINT-RECORD.
008474*
008475     IF WS-PASSTHRU-COUNT > ZERO
008476         MOVE WS-PASSTHRU-COUNT TO WS-COUNT-EDIT
008477         MOVE SPACES TO REGISTER-PRINT-RECORD
008478         STRING "RECORDS PASSED THROUGH UNPOSTED: "
008479                 DELIMITED BY SIZE
008480                 WS-COUNT-EDIT DELIMITED BY SIZE
008481             INTO REGISTER-PRINT-RECORD
008482         WRITE REGISTER-PRINT-RECORD
008490     END-IF.
008491*
008492     IF WS-FROZEN-SKIP-COUNT > ZERO
008493         MOVE WS-FROZEN-SKIP-COUNT TO WS-COUNT-EDIT
008494         MOVE SPACES TO REGISTER-PRINT-RECORD
008495         STRING "CHARGES NOT ASSESSED (FROZEN): "
008496                 DELIMITED BY SIZE
008497                 WS-COUNT-EDIT DELIMITED BY SIZE
008498             INTO REGISTER-PRINT-RECORD
008499         WRITE REGISTER-PRINT-RECORD
008500     END-IF.
008501*
008502     IF WS-OTHER-GROUP-COUNT > ZERO
008503         MOVE WS-OTHER-GROUP-COUNT TO WS-COUNT-EDIT
008504         MOVE SPACES TO REGISTER-PRINT-RECORD
008505         STRING "ACCOUNTS IN OTHER STATEMENT GROUPS: "
008506                 DELIMITED BY SIZE
008507                 WS-COUNT-EDIT DELIMITED BY SIZE
008508             INTO REGISTER-PRINT-RECORD
008509         WRITE REGISTER-PRINT-RECORD
008510     END-IF.
008511*
008512     MOVE WS-OLD-BALANCE-TOTAL TO WS-TOTAL-EDIT.
008520     MOVE SPACES TO REGISTER-PRINT-RECORD.
008530     STRING "OLD BALANCE TOTAL: " DELIMITED BY SIZE
008540             WS-TOTAL-EDIT        DELIMITED BY SIZE
008680             WS-TOTAL-EDIT        DELIMITED BY SIZE
008690         INTO REGISTER-PRINT-RECORD.
008700     WRITE REGISTER-PRINT-RECORD.
008701*
008702     MOVE WS-REVERSAL-TOTAL TO WS-TOTAL-EDIT.
008703     MOVE SPACES TO REGISTER-PRINT-RECORD.
008704     STRING "REVERSAL TOTAL:    " DELIMITED BY SIZE
008705             WS-TOTAL-EDIT        DELIMITED BY SIZE
008706         INTO REGISTER-PRINT-RECORD.
008707     WRITE REGISTER-PRINT-RECORD.
008708*
008709     IF WS-REV-APPLIED-COUNT > ZERO
008710         OR WS-REV-REJECTED-COUNT > ZERO
008711         MOVE WS-REV-APPLIED-COUNT TO WS-COUNT-EDIT
008712         MOVE SPACES TO REGISTER-PRINT-RECORD
008713         STRING "REVERSALS APPLIED:  " DELIMITED BY SIZE
008714                 WS-COUNT-EDIT         DELIMITED BY SIZE
008715             INTO REGISTER-PRINT-RECORD
008716         WRITE REGISTER-PRINT-RECORD
008717         MOVE WS-REV-REJECTED-COUNT TO WS-COUNT-EDIT
008718         MOVE SPACES TO REGISTER-PRINT-RECORD
008719         STRING "REVERSALS REJECTED: " DELIMITED BY SIZE
008720                 WS-COUNT-EDIT         DELIMITED BY SIZE
008721                 "  - SEE THE REVERSAL EXCEPTION LISTING"
008722                                       DELIMITED BY SIZE
008723             INTO REGISTER-PRINT-RECORD
008724         WRITE REGISTER-PRINT-RECORD
008725     END-IF.
008726*
008727     IF WS-CLUB-PAYOUT-RUN
008728         MOVE WS-CLB-XFER-TOTAL TO WS-TOTAL-EDIT
008729         MOVE SPACES TO REGISTER-PRINT-RECORD
008730         STRING "CLUB XFER TOTAL:   " DELIMITED BY SIZE
008731                 WS-TOTAL-EDIT        DELIMITED BY SIZE
008732                 "  - CLUB BALANCES TRANSFERRED TO CHECKING"
008733                                      DELIMITED BY SIZE
008734             INTO REGISTER-PRINT-RECORD
008735         WRITE REGISTER-PRINT-RECORD
008736         MOVE WS-CLB-CHECK-TOTAL TO WS-TOTAL-EDIT
008737         MOVE SPACES TO REGISTER-PRINT-RECORD
008738         STRING "CLUB CHECK TOTAL:  " DELIMITED BY SIZE
008739                 WS-TOTAL-EDIT        DELIMITED BY SIZE
008740                 "  - CLUB BALANCES PAID BY OFFICIAL CHECK"
008741                                      DELIMITED BY SIZE
008742             INTO REGISTER-PRINT-RECORD
008743         WRITE REGISTER-PRINT-RECORD
008744     END-IF.
008745*
008746     MOVE WS-NEW-BALANCE-TOTAL TO WS-TOTAL-EDIT.
008747     MOVE SPACES TO REGISTER-PRINT-RECORD.
008748     STRING "NEW BALANCE TOTAL: " DELIMITED BY SIZE
008750             WS-TOTAL-EDIT        DELIMITED BY SIZE
008760         INTO REGISTER-PRINT-RECORD.
008770     WRITE REGISTER-PRINT-RECORD.
008835         MOVE WS-STMT-CYCLE     TO PST-CYCLE
008836         MOVE WS-INTEREST-TOTAL TO PST-INTEREST-TOTAL
008837         MOVE WS-CHARGE-TOTAL   TO PST-CHARGE-TOTAL
008838         MOVE WS-REVERSAL-TOTAL TO PST-REVERSAL-TOTAL
008839         MOVE WS-CLB-XFER-TOTAL  TO PST-CLUB-XFER-TOTAL
008840         MOVE WS-CLB-CHECK-TOTAL TO PST-CLUB-CHECK-TOTAL
008841         MOVE WS-STMT-GROUP      TO PST-STMT-GROUP
008842         WRITE PST-TOTAL-RECORD
008843     END-IF.
008844 8000-WRITE-TOTALS-EXIT.
008850     EXIT.
008860*
008870******************************************************************
008932     IF NOT WS-CYCLE-DONE
008934         CLOSE POSTING-TOTALS-FILE
008936     END-IF.
008937     CLOSE REVERSAL-TRAN-FILE.
008938     CLOSE REVERSAL-EXCP-RPT.
008939     IF NOT WS-CYCLE-DONE
008940         CLOSE CHARGE-HISTORY-FILE
008941     END-IF.
008942     CLOSE CLUB-TRAN-FILE.
008943     CLOSE CLUB-CHECK-FILE.
008944     CLOSE CLUB-PAYOUT-RPT.
008945     IF WS-CLUB-PAYOUT-RUN
008946         CLOSE CLUB-HISTORY-FILE
008947     END-IF.
008948     CLOSE POSTING-REGISTER.
008950 9000-TERMINATE-EXIT.
008960     EXIT.
008970*

000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  CASHMON                                        *
000040*                                                                *
000050*    LARGE-CASH MONITORING STEP.  RUNS AHEAD OF THE POSTING      *
000060*    STEP IN THE STMTRUN JOB STREAM AND SCANS THE POSTED-        *
000070*    TRANSACTION FILE (PROD.POSTED.TRANS) FOR REPORTABLE CASH    *
000080*    ACTIVITY UNDER THE BANK SECRECY ACT:                        *
000090*                                                                *
000100*      1. CASH DEPOSITS (TYPE D) AND CASH WITHDRAWALS (TYPE W)   *
000110*         ARE AGGREGATED PER ACCOUNT PER BUSINESS DAY (POST      *
000120*         DATE) - CASH IN AND CASH OUT SEPARATELY, AS A CTR      *
000130*         AGGREGATES THEM.                                       *
000140*      2. ANY DAY WHOSE CASH IN OR CASH OUT COMES TO MORE THAN   *
000150*         THE CURRENCY-REPORTING THRESHOLD IS A CTR CANDIDATE.   *
000160*      3. A RUN OF CONSECUTIVE BUSINESS DAYS (WEEKENDS DO NOT    *
000170*         BREAK A RUN) ON WHICH THE ACCOUNT'S CASH DEPOSITS EACH *
000180*         CAME TO JUST UNDER THE THRESHOLD - AT OR ABOVE THE     *
000190*         STRUCTURING FLOOR BUT NOT OVER THE THRESHOLD - IS      *
000200*         FLAGGED AS POSSIBLE STRUCTURING ONCE IT REACHES THE    *
000210*         CONFIGURED NUMBER OF DAYS.                             *
000220*                                                                *
000230*    EACH CANDIDATE GOES TO THE FIXED-LAYOUT CTR CANDIDATE       *
000240*    EXTRACT (CTRXTR) WITH THE ACCOUNT'S NAME/ADDRESS BLOCK FROM *
000250*    THE MASTER, AND TO THE COMPLIANCE REVIEW REPORT.  THE       *
000260*    CYCLE'S COUNTS GO TO THE CSHTOTWK WORK FILE, WHICH THE      *
000270*    STATEMENT RUN (FOO) CARRIES ONTO THE CONTROL TOTALS.  THE   *
000280*    THRESHOLD, FLOOR, AND DAY COUNT COME FROM THE PARM CARD     *
000290*    (DEFAULTS 10000, 8000, AND 3).  THE FILE HOLDS ONE CYCLE,   *
000300*    SO A RUN OF DAYS IS ONLY SEEN WITHIN THE MONTH.             *
000310*                                                                *
000320*    RETURN-CODE 0  -  SCAN COMPLETE.                            *
000330*    RETURN-CODE 4  -  SCAN COMPLETE, BUT CASH RECORDS WERE      *
000340*                      SKIPPED AS UNUSABLE OR A CANDIDATE'S      *
000350*                      ACCOUNT IS NOT ON THE MASTER - SEE THE    *
000360*                      REVIEW REPORT.                            *
000370*    RETURN-CODE 16 -  FILE ERROR.                               *
000380*                                                                *
000390*    MODIFICATION HISTORY                                        *
000400*    DATE       INIT  DESCRIPTION                                *
000410*    ---------- ----  ---------------------------------------    *
000420*    2026-10-15 NPG   INITIAL VERSION.                           *
000421*    2026-10-15 NPG   STATEMENT-DAY GROUPS.  A GROUP ON THE      *
000422*                     PARM CARD LIMITS THE REVIEW TO THAT        *
000423*                     GROUP'S ACCOUNTS (BLANK OR BAD MASTER      *
000424*                     CODE, OR NOT ON THE MASTER, IS GROUP 1),   *
000425*                     SO THE SAME CYCLE FILE SCANNED ON EACH     *
000426*                     STATEMENT DAY WRITES EACH ROW ONCE.        *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     CASHMON.
000460 AUTHOR.         N P GEORGIOU.
000470 INSTALLATION.   RETAIL BANKING SYSTEMS.
000480 DATE-WRITTEN.   2026-10-15.
000490 DATE-COMPILED.  2026-10-15.
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    IBM-370.
000540 OBJECT-COMPUTER.    IBM-370.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT TRANSACTION-FILE    ASSIGN TO TRANFILE
000590                                 ORGANIZATION IS LINE SEQUENTIAL
000600                                 FILE STATUS IS
000610                                     WS-TRANFILE-STATUS.
000620*
000630     SELECT ACCOUNT-MASTER      ASSIGN TO ACCTMAST
000640                                 ORGANIZATION IS LINE SEQUENTIAL
000650                                 FILE STATUS IS
000660                                     WS-ACCTMAST-STATUS.
000670*
000680     SELECT PARM-CARD-FILE      ASSIGN TO PARMCARD
000690                                 ORGANIZATION IS LINE SEQUENTIAL
000700                                 FILE STATUS IS
000710                                     WS-PARMCARD-STATUS.
000720*
000730     SELECT CTR-EXTRACT-FILE    ASSIGN TO CTRXTRC
000740                                 ORGANIZATION IS LINE SEQUENTIAL
000750                                 FILE STATUS IS
000760                                     WS-CTRXTRC-STATUS.
000770*
000780     SELECT CASH-TOTAL-FILE     ASSIGN TO CSHTOTWK
000790                                 ORGANIZATION IS LINE SEQUENTIAL
000800                                 FILE STATUS IS
000810                                     WS-CSHTOTWK-STATUS.
000820*
000830     SELECT CASH-REVIEW-RPT     ASSIGN TO CSHRPT
000840                                 ORGANIZATION IS LINE SEQUENTIAL
000850                                 FILE STATUS IS
000860                                     WS-CSHRPT-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900*
000910 FD  TRANSACTION-FILE.
000920     COPY TRANREC.
000930*
000940 FD  ACCOUNT-MASTER.
000950     COPY ACCTREC.
000960*
000970 FD  PARM-CARD-FILE.
000980     COPY PARMCRD.
000990*
001000 FD  CTR-EXTRACT-FILE.
001010     COPY CTRXTR.
001020*
001030 FD  CASH-TOTAL-FILE.
001040     COPY CSHTOT.
001050*
001060 FD  CASH-REVIEW-RPT.
001070 01  CASH-REVIEW-RECORD              PIC X(132).
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110 01  WS-FILE-STATUSES.
001120     05  WS-TRANFILE-STATUS          PIC X(02) VALUE "00".
001130     05  WS-ACCTMAST-STATUS          PIC X(02) VALUE "00".
001140     05  WS-PARMCARD-STATUS          PIC X(02) VALUE "00".
001150     05  WS-CTRXTRC-STATUS           PIC X(02) VALUE "00".
001160     05  WS-CSHTOTWK-STATUS          PIC X(02) VALUE "00".
001170     05  WS-CSHRPT-STATUS            PIC X(02) VALUE "00".
001180*
001190 01  WS-SWITCHES.
001200     05  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE "N".
001210         88  WS-TRAN-EOF             VALUE "Y".
001220     05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE "N".
001230         88  WS-MAST-EOF             VALUE "Y".
001240     05  WS-MAST-FOUND-SWITCH        PIC X(01) VALUE "N".
001250         88  WS-MAST-FOUND           VALUE "Y".
001260     05  WS-ACCT-CASH-SWITCH         PIC X(01) VALUE "N".
001270         88  WS-ACCT-HAS-CASH        VALUE "Y".
001273     05  WS-IN-GROUP-SWITCH          PIC X(01) VALUE "Y".
001276         88  WS-ACCT-IN-GROUP        VALUE "Y".
001280*
001290*    MONITORING SETTINGS - PROGRAM DEFAULTS, OVERRIDDEN BY THE
001300*    PARM CARD WHEN ITS FIELD IS NUMERIC AND NOT ZERO.
001310 01  WS-SETTINGS.
001320     05  WS-CASH-THRESHOLD           PIC 9(07) VALUE 10000.
001330     05  WS-STRUCT-FLOOR             PIC 9(07) VALUE 8000.
001340     05  WS-STRUCT-DAYS              PIC 9(02) VALUE 3.
001350*
001360 01  WS-COUNTERS.
001370     05  WS-TRAN-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
001380     05  WS-CASH-TRAN-COUNT          PIC 9(09) COMP VALUE ZERO.
001390     05  WS-SKIPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
001400     05  WS-ACCOUNT-COUNT            PIC 9(09) COMP VALUE ZERO.
001410     05  WS-DAY-COUNT                PIC 9(09) COMP VALUE ZERO.
001420     05  WS-CTR-COUNT                PIC 9(09) COMP VALUE ZERO.
001430     05  WS-STRUCT-COUNT             PIC 9(09) COMP VALUE ZERO.
001440     05  WS-NO-MASTER-COUNT          PIC 9(09) COMP VALUE ZERO.
001445     05  WS-OTHER-GROUP-COUNT        PIC 9(09) COMP VALUE ZERO.
001450     05  WS-CASH-IN-TOTAL            PIC S9(11)V99 COMP
001460                                     VALUE ZERO.
001470     05  WS-CASH-OUT-TOTAL           PIC S9(11)V99 COMP
001480                                     VALUE ZERO.
001490*
001500 01  WS-CYCLE-FIELDS.
001510     05  WS-STMT-CYCLE               PIC 9(06) VALUE ZERO.
001520     05  FILLER REDEFINES WS-STMT-CYCLE.
001530         10  WS-STMT-CYCLE-YYYY      PIC 9(04).
001540         10  WS-STMT-CYCLE-MM        PIC 9(02).
001542     05  WS-STMT-GROUP               PIC X(01) VALUE SPACE.
001544         88  WS-WHOLE-CYCLE-RUN      VALUE SPACE.
001546     05  WS-ACCT-GROUP               PIC X(01) VALUE SPACE.
001550     05  WS-TRAN-CYCLE               PIC 9(06) VALUE ZERO.
001560     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
001570     05  FILLER REDEFINES WS-DATE-YMD.
001580         10  WS-DATE-YYYY            PIC 9(04).
001590         10  WS-DATE-MM              PIC 9(02).
001600         10  WS-DATE-DD              PIC 9(02).
001610*
001620*    DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE - 0 IS
001630*    SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY).
001640 01  WS-CALENDAR-FIELDS.
001650     05  WS-Z-MONTH                  PIC 9(02) COMP VALUE ZERO.
001660     05  WS-Z-YEAR                   PIC 9(04) COMP VALUE ZERO.
001670     05  WS-Z-CENTURY                PIC 9(02) COMP VALUE ZERO.
001680     05  WS-Z-YEAR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
001690     05  WS-Z-TERM-1                 PIC 9(04) COMP VALUE ZERO.
001700     05  WS-Z-TERM-2                 PIC 9(04) COMP VALUE ZERO.
001710     05  WS-Z-TERM-3                 PIC 9(04) COMP VALUE ZERO.
001720     05  WS-Z-SUM                    PIC 9(04) COMP VALUE ZERO.
001730     05  WS-Z-QUOT                   PIC 9(04) COMP VALUE ZERO.
001740     05  WS-FIRST-WEEKDAY            PIC 9(01) COMP VALUE ZERO.
001750     05  WS-WEEKDAY                  PIC 9(01) COMP VALUE ZERO.
001760     05  WS-BUSDAY-NUMBER            PIC 9(02) COMP VALUE ZERO.
001770*
001780*    BUSINESS-DAY NUMBER OF EACH DAY OF THE CYCLE MONTH - THE
001790*    COUNT OF WEEKDAYS FROM THE 1ST UP TO AND INCLUDING THE DAY.
001800*    A SATURDAY OR SUNDAY CARRIES THE FRIDAY BEFORE IT, SO TWO
001810*    DAYS ARE CONSECUTIVE BUSINESS DAYS WHEN THEIR NUMBERS
001820*    DIFFER BY NO MORE THAN ONE.
001830 01  WS-CALENDAR-TABLE.
001840     05  WS-CAL-BUSDAY               PIC 9(02) COMP
001850                                     OCCURS 31 TIMES.
001860*
001870*    ONE ACCOUNT'S CASH, AGGREGATED BY DAY OF THE CYCLE MONTH.
001880 01  WS-DAY-TABLE.
001890     05  WS-DAY-ENTRY                OCCURS 31 TIMES.
001900         10  WS-DAY-IN-TOTAL         PIC S9(9)V99 COMP.
001910         10  WS-DAY-IN-COUNT         PIC 9(05) COMP.
001920         10  WS-DAY-OUT-TOTAL        PIC S9(9)V99 COMP.
001930         10  WS-DAY-OUT-COUNT        PIC 9(05) COMP.
001940*
001950 01  WS-ACCOUNT-FIELDS.
001960     05  WS-CURR-ACCOUNT             PIC 9(05) VALUE ZERO.
001970     05  WS-CURR-ACCOUNT-X REDEFINES WS-CURR-ACCOUNT
001980                                     PIC X(05).
001990     05  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
002000     05  WS-RUN-DAYS                 PIC 9(02) COMP VALUE ZERO.
002010     05  WS-RUN-FIRST-DAY            PIC 9(02) COMP VALUE ZERO.
002020     05  WS-RUN-LAST-DAY             PIC 9(02) COMP VALUE ZERO.
002030     05  WS-RUN-IN-TOTAL             PIC S9(9)V99 COMP
002040                                     VALUE ZERO.
002050     05  WS-RUN-IN-COUNT             PIC 9(05) COMP VALUE ZERO.
002060*
002070 01  WS-EDIT-FIELDS.
002080     05  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
002090     05  WS-DAYS-EDIT                PIC Z9.
002100     05  WS-TRAN-COUNT-EDIT          PIC ZZ9.
002110     05  WS-TRAN-COUNT-EDIT-2        PIC ZZ9.
002120     05  WS-AMOUNT-EDIT              PIC $$$,$$$,$$9.99-.
002130     05  WS-AMOUNT-EDIT-2            PIC $$$,$$$,$$9.99-.
002140     05  WS-TOTAL-EDIT               PIC $$,$$$,$$$,$$9.99-.
002150     05  WS-THRESHOLD-EDIT           PIC $$,$$$,$$9.
002160     05  WS-FLOOR-EDIT               PIC $$,$$$,$$9.
002170     05  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
002180     05  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
002190     05  WS-SKIP-REASON              PIC X(40) VALUE SPACES.
002200*
002210 PROCEDURE DIVISION.
002220*
002230******************************************************************
002240*    0000-MAINLINE                                               *
002250******************************************************************
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002280     PERFORM 2000-PROCESS-ACCOUNT
002290         THRU 2000-PROCESS-ACCOUNT-EXIT
002300         UNTIL WS-TRAN-EOF.
002310     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
002320     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002330     IF WS-SKIPPED-COUNT > ZERO
002340         OR WS-NO-MASTER-COUNT > ZERO
002350         MOVE 4 TO RETURN-CODE
002360     END-IF.
002370     STOP RUN.
002380*
002390******************************************************************
002400*    1000-INITIALIZE  -  OPENS THE FILES, PICKS UP THE CYCLE     *
002410*    AND THE MONITORING SETTINGS FROM THE PARM CARD (THE CYCLE   *
002420*    FALLING BACK TO THE CURRENT DATE AS THE OTHER STEPS DO),    *
002430*    BUILDS THE BUSINESS-DAY CALENDAR FOR THE CYCLE MONTH,       *
002440*    WRITES THE REPORT HEADING, AND PRIMES BOTH READ LOOPS.      *
002450******************************************************************
002460 1000-INITIALIZE.
002470     OPEN INPUT TRANSACTION-FILE.
002480     IF WS-TRANFILE-STATUS NOT = "00"
002490         DISPLAY "CSM0010E - CANNOT OPEN TRANSACTION-FILE, "
002500             "STATUS " WS-TRANFILE-STATUS
002510         GO TO 9900-ABEND
002520     END-IF.
002530*
002540     OPEN INPUT ACCOUNT-MASTER.
002550     IF WS-ACCTMAST-STATUS NOT = "00"
002560         DISPLAY "CSM0011E - CANNOT OPEN ACCOUNT-MASTER, STATUS "
002570             WS-ACCTMAST-STATUS
002580         GO TO 9900-ABEND
002590     END-IF.
002600*
002610     OPEN OUTPUT CTR-EXTRACT-FILE.
002620     IF WS-CTRXTRC-STATUS NOT = "00"
002630         DISPLAY "CSM0012E - CANNOT OPEN CTR-EXTRACT-FILE, "
002640             "STATUS " WS-CTRXTRC-STATUS
002650         GO TO 9900-ABEND
002660     END-IF.
002670*
002680     OPEN OUTPUT CASH-REVIEW-RPT.
002690     IF WS-CSHRPT-STATUS NOT = "00"
002700         DISPLAY "CSM0013E - CANNOT OPEN CASH-REVIEW-RPT, STATUS "
002710             WS-CSHRPT-STATUS
002720         GO TO 9900-ABEND
002730     END-IF.
002740*
002750     OPEN OUTPUT CASH-TOTAL-FILE.
002760     IF WS-CSHTOTWK-STATUS NOT = "00"
002770         DISPLAY "CSM0014E - CANNOT OPEN CASH-TOTAL-FILE, STATUS "
002780             WS-CSHTOTWK-STATUS
002790         GO TO 9900-ABEND
002800     END-IF.
002810*
002820     PERFORM 1200-READ-PARM-CARD THRU 1200-READ-PARM-CARD-EXIT.
002830     IF WS-STMT-CYCLE = ZERO
002840         ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD
002850         COMPUTE WS-STMT-CYCLE =
002860             (WS-DATE-YYYY * 100) + WS-DATE-MM
002870         DISPLAY "CSM0015I - NO STATEMENT CYCLE ON THE PARM "
002880             "CARD, USING THE CURRENT DATE: " WS-STMT-CYCLE
002890     END-IF.
002891     IF NOT WS-WHOLE-CYCLE-RUN
002892         AND (WS-STMT-GROUP < "1" OR WS-STMT-GROUP > "4")
002893         DISPLAY "CSM0022E - STATEMENT GROUP " WS-STMT-GROUP
002894             " ON THE PARM CARD IS NOT 1-4"
002895         GO TO 9900-ABEND
002896     END-IF.
002900     PERFORM 1500-BUILD-CALENDAR THRU 1500-BUILD-CALENDAR-EXIT.
002910*
002920     MOVE WS-CASH-THRESHOLD TO WS-THRESHOLD-EDIT.
002930     MOVE WS-STRUCT-FLOOR   TO WS-FLOOR-EDIT.
002940     MOVE WS-STRUCT-DAYS    TO WS-DAYS-EDIT.
002950     MOVE SPACES TO CASH-REVIEW-RECORD.
002960     STRING "CASH ACTIVITY COMPLIANCE REVIEW" DELIMITED BY SIZE
002970             "     CYCLE: "   DELIMITED BY SIZE
002980             WS-STMT-CYCLE    DELIMITED BY SIZE
002990         INTO CASH-REVIEW-RECORD.
003000     WRITE CASH-REVIEW-RECORD.
003001     IF NOT WS-WHOLE-CYCLE-RUN
003002         MOVE SPACES TO CASH-REVIEW-RECORD
003003         STRING "STATEMENT-DAY GROUP " DELIMITED BY SIZE
003004                 WS-STMT-GROUP         DELIMITED BY SIZE
003005                 " ONLY"               DELIMITED BY SIZE
003006             INTO CASH-REVIEW-RECORD
003007         WRITE CASH-REVIEW-RECORD
003008     END-IF.
003010     MOVE SPACES TO CASH-REVIEW-RECORD.
003020     STRING "CTR THRESHOLD: "    DELIMITED BY SIZE
003030             WS-THRESHOLD-EDIT   DELIMITED BY SIZE
003040             "   STRUCTURING: "  DELIMITED BY SIZE
003050             WS-DAYS-EDIT        DELIMITED BY SIZE
003060             " OR MORE CONSECUTIVE BUSINESS DAYS OF CASH IN FROM "
003070                                 DELIMITED BY SIZE
003080             WS-FLOOR-EDIT       DELIMITED BY SIZE
003090             " UP TO THE THRESHOLD" DELIMITED BY SIZE
003100         INTO CASH-REVIEW-RECORD.
003110     WRITE CASH-REVIEW-RECORD.
003120     MOVE SPACES TO CASH-REVIEW-RECORD.
003130     WRITE CASH-REVIEW-RECORD.
003140     MOVE SPACES TO CASH-REVIEW-RECORD.
003150     STRING "FLAG         ACCOUNT  DATES                    DAYS"
003160                                 DELIMITED BY SIZE
003170             "          CASH IN ITEMS"  DELIMITED BY SIZE
003180             "         CASH OUT ITEMS"  DELIMITED BY SIZE
003190             "  NAME"                   DELIMITED BY SIZE
003200         INTO CASH-REVIEW-RECORD.
003210     WRITE CASH-REVIEW-RECORD.
003220     MOVE SPACES TO CASH-REVIEW-RECORD.
003230     WRITE CASH-REVIEW-RECORD.
003240*
003250     PERFORM 2300-READ-MASTER THRU 2300-READ-MASTER-EXIT.
003260     PERFORM 2100-READ-TRANSACTION
003270         THRU 2100-READ-TRANSACTION-EXIT.
003280 1000-INITIALIZE-EXIT.
003290     EXIT.
003300*
003310******************************************************************
003320*    1200-READ-PARM-CARD  -  PICKS UP THE STATEMENT CYCLE AND    *
003330*    THE MONITORING SETTINGS FROM THE SAME PARM CARD THE OTHER   *
003340*    STEPS READ.  A MISSING CARD OR FIELD IS NOT AN ERROR - THE  *
003350*    PROGRAM DEFAULTS STAND.  A STRUCTURING FLOOR NOT BELOW THE  *
003360*    THRESHOLD WOULD NEVER FLAG ANYTHING, SO IT IS IGNORED.      *
003370******************************************************************
003380 1200-READ-PARM-CARD.
003390     OPEN INPUT PARM-CARD-FILE.
003400     IF WS-PARMCARD-STATUS NOT = "00"
003410         DISPLAY "CSM0016I - NO PARM CARD PRESENT"
003420         GO TO 1200-READ-PARM-CARD-EXIT
003430     END-IF.
003440     READ PARM-CARD-FILE
003450         AT END
003460             DISPLAY "CSM0017I - PARM CARD FILE IS EMPTY"
003470         NOT AT END
003480             IF PARM-STMT-CYCLE NUMERIC
003490                 MOVE PARM-STMT-CYCLE TO WS-STMT-CYCLE
003500             END-IF
003510             IF PARM-CASH-THRESHOLD NUMERIC
003520                 AND PARM-CASH-THRESHOLD NOT = ZERO
003530                 MOVE PARM-CASH-THRESHOLD TO WS-CASH-THRESHOLD
003540             END-IF
003550             IF PARM-STRUCT-FLOOR NUMERIC
003560                 AND PARM-STRUCT-FLOOR NOT = ZERO
003570                 MOVE PARM-STRUCT-FLOOR TO WS-STRUCT-FLOOR
003580             END-IF
003590             IF PARM-STRUCT-DAYS NUMERIC
003600                 AND PARM-STRUCT-DAYS NOT = ZERO
003610                 MOVE PARM-STRUCT-DAYS TO WS-STRUCT-DAYS
003620             END-IF
003622             IF PARM-STMT-GROUP NOT = SPACE
003624                 MOVE PARM-STMT-GROUP TO WS-STMT-GROUP
003626             END-IF
003630     END-READ.
003640     CLOSE PARM-CARD-FILE.
003650     IF WS-STRUCT-FLOOR NOT < WS-CASH-THRESHOLD
003660         DISPLAY "CSM0018W - STRUCTURING FLOOR " WS-STRUCT-FLOOR
003670             " IS NOT BELOW THE THRESHOLD " WS-CASH-THRESHOLD
003680             " - USING 80 PERCENT OF THE THRESHOLD"
003690         COMPUTE WS-STRUCT-FLOOR = WS-CASH-THRESHOLD * 8 / 10
003700     END-IF.
003710 1200-READ-PARM-CARD-EXIT.
003720     EXIT.
003730*
003740******************************************************************
003750*    1500-BUILD-CALENDAR  -  WORKS OUT THE DAY OF THE WEEK OF    *
003760*    THE 1ST OF THE CYCLE MONTH (ZELLER'S CONGRUENCE, WITH       *
003770*    JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND 14 OF THE     *
003780*    YEAR BEFORE) AND FROM IT NUMBERS THE BUSINESS DAYS OF THE   *
003790*    MONTH.  BANK HOLIDAYS ARE NOT KNOWN HERE AND COUNT AS       *
003800*    BUSINESS DAYS.                                              *
003810******************************************************************
003820 1500-BUILD-CALENDAR.
003830     MOVE WS-STMT-CYCLE-MM   TO WS-Z-MONTH.
003840     MOVE WS-STMT-CYCLE-YYYY TO WS-Z-YEAR.
003850     IF WS-Z-MONTH < 3
003860         ADD 12 TO WS-Z-MONTH
003870         SUBTRACT 1 FROM WS-Z-YEAR
003880     END-IF.
003890     DIVIDE WS-Z-YEAR BY 100
003900         GIVING WS-Z-CENTURY REMAINDER WS-Z-YEAR-OF-CENT.
003910     COMPUTE WS-Z-TERM-1 = 13 * (WS-Z-MONTH + 1).
003920     DIVIDE WS-Z-TERM-1 BY 5 GIVING WS-Z-TERM-1.
003930     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-TERM-2.
003940     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-TERM-3.
003950     COMPUTE WS-Z-SUM = 1 + WS-Z-TERM-1 + WS-Z-YEAR-OF-CENT
003960                      + WS-Z-TERM-2 + WS-Z-TERM-3
003970                      + (5 * WS-Z-CENTURY).
003980     DIVIDE WS-Z-SUM BY 7
003990         GIVING WS-Z-QUOT REMAINDER WS-FIRST-WEEKDAY.
004000     MOVE ZERO TO WS-BUSDAY-NUMBER.
004010     PERFORM 1510-NUMBER-BUSINESS-DAY
004020         THRU 1510-NUMBER-BUSINESS-DAY-EXIT
004030         VARYING WS-DAY-SUB FROM 1 BY 1
004040         UNTIL WS-DAY-SUB > 31.
004050 1500-BUILD-CALENDAR-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090*    1510-NUMBER-BUSINESS-DAY  -  NUMBERS ONE DAY OF THE MONTH.  *
004100*    A WEEKDAY ADVANCES THE BUSINESS-DAY COUNT; A SATURDAY OR    *
004110*    SUNDAY TAKES THE COUNT AS IT STANDS.                        *
004120******************************************************************
004130 1510-NUMBER-BUSINESS-DAY.
004140     COMPUTE WS-Z-SUM = WS-FIRST-WEEKDAY + WS-DAY-SUB - 1.
004150     DIVIDE WS-Z-SUM BY 7
004160         GIVING WS-Z-QUOT REMAINDER WS-WEEKDAY.
004170     IF WS-WEEKDAY > 1
004180         ADD 1 TO WS-BUSDAY-NUMBER
004190     END-IF.
004200     MOVE WS-BUSDAY-NUMBER TO WS-CAL-BUSDAY (WS-DAY-SUB).
004210 1510-NUMBER-BUSINESS-DAY-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250*    2000-PROCESS-ACCOUNT  -  AGGREGATES ALL OF ONE ACCOUNT'S    *
004260*    CASH TRANSACTIONS BY DAY (THE FILE IS IN ACCOUNT ORDER),    *
004270*    THEN - IF THE ACCOUNT HAD ANY CASH - CHECKS EACH DAY FOR A  *
004280*    CTR CANDIDATE AND THE MONTH FOR A STRUCTURING RUN.  ON A    *
004290*    STATEMENT-DAY GROUP RUN AN ACCOUNT IN ANOTHER GROUP IS      *
004300*    PASSED OVER - ITS OWN GROUP'S RUN REVIEWS IT - SO NO ROW IS *
004302*    WRITTEN TWICE IN A CYCLE.  A RECORD WITH A NON-NUMERIC      *
004304*    ACCOUNT IS SKIPPED AND COUNTED (BY GROUP 1 ONLY ON A GROUP  *
004306*    RUN).                                                       *
004310******************************************************************
004320 2000-PROCESS-ACCOUNT.
004330     IF TRAN-ACCOUNT-NUMBER NOT NUMERIC
004340         IF (TRAN-TYPE-DEPOSIT OR TRAN-TYPE-WITHDRAWAL)
004345             AND (WS-WHOLE-CYCLE-RUN OR WS-STMT-GROUP = "1")
004350             MOVE "ACCOUNT NUMBER IS NOT NUMERIC"
004360                 TO WS-SKIP-REASON
004370             PERFORM 2250-WRITE-SKIPPED-LINE
004380                 THRU 2250-WRITE-SKIPPED-LINE-EXIT
004390         END-IF
004400         PERFORM 2100-READ-TRANSACTION
004410             THRU 2100-READ-TRANSACTION-EXIT
004420         GO TO 2000-PROCESS-ACCOUNT-EXIT
004430     END-IF.
004440*
004450     MOVE TRAN-ACCOUNT-NUMBER TO WS-CURR-ACCOUNT.
004460     PERFORM 2400-FIND-MASTER THRU 2400-FIND-MASTER-EXIT.
004470     PERFORM 2450-CHECK-ACCOUNT-GROUP
004480         THRU 2450-CHECK-ACCOUNT-GROUP-EXIT.
004490     IF NOT WS-ACCT-IN-GROUP
004500         ADD 1 TO WS-OTHER-GROUP-COUNT
004510         PERFORM 2100-READ-TRANSACTION
004520             THRU 2100-READ-TRANSACTION-EXIT
004530             UNTIL WS-TRAN-EOF
004540                OR TRAN-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT
004550         GO TO 2000-PROCESS-ACCOUNT-EXIT
004560     END-IF.
004570     MOVE "N" TO WS-ACCT-CASH-SWITCH.
004580     PERFORM 2010-CLEAR-DAY
004590         THRU 2010-CLEAR-DAY-EXIT
004600         VARYING WS-DAY-SUB FROM 1 BY 1
004601         UNTIL WS-DAY-SUB > 31.
004602     PERFORM 2200-ACCUMULATE-TRAN
004603         THRU 2200-ACCUMULATE-TRAN-EXIT
004604         UNTIL WS-TRAN-EOF
004605            OR TRAN-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT.
004606     IF NOT WS-ACCT-HAS-CASH
004607         GO TO 2000-PROCESS-ACCOUNT-EXIT
004608     END-IF.
004609*
004610     ADD 1 TO WS-ACCOUNT-COUNT.
004611     MOVE ZERO TO WS-RUN-DAYS.
004620     PERFORM 3000-CHECK-DAY
004630         THRU 3000-CHECK-DAY-EXIT
004640         VARYING WS-DAY-SUB FROM 1 BY 1
004650         UNTIL WS-DAY-SUB > 31.
004660     PERFORM 3200-CLOSE-RUN THRU 3200-CLOSE-RUN-EXIT.
004670 2000-PROCESS-ACCOUNT-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*    2010-CLEAR-DAY  -  ZEROES ONE DAY OF THE ACCOUNT'S TABLE.   *
004720******************************************************************
004730 2010-CLEAR-DAY.
004740     MOVE ZERO TO WS-DAY-IN-TOTAL  (WS-DAY-SUB)
004750                  WS-DAY-IN-COUNT  (WS-DAY-SUB)
004760                  WS-DAY-OUT-TOTAL (WS-DAY-SUB)
004770                  WS-DAY-OUT-COUNT (WS-DAY-SUB).
004780 2010-CLEAR-DAY-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820*    2100-READ-TRANSACTION  -  READS ONE POSTED-TRANSACTION      *
004830*    RECORD.  THE POSTING SYSTEM'S BATCH TRAILER IS END OF DATA  *
004840*    (TRANEDIT PROVES THE FILE AGAINST IT).                      *
004850******************************************************************
004860 2100-READ-TRANSACTION.
004870     READ TRANSACTION-FILE
004880         AT END
004890             SET WS-TRAN-EOF TO TRUE
004900         NOT AT END
004910             IF TRAN-TRAILER
004920                 SET WS-TRAN-EOF TO TRUE
004930             ELSE
004940                 ADD 1 TO WS-TRAN-READ-COUNT
004950             END-IF
004960     END-READ.
004970 2100-READ-TRANSACTION-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010*    2200-ACCUMULATE-TRAN  -  ADDS ONE CASH DEPOSIT OR CASH      *
005020*    WITHDRAWAL INTO ITS DAY OF THE ACCOUNT'S TABLE AND READS    *
005030*    THE NEXT RECORD.  OTHER TYPES (CHECKS PAID, FEES,           *
005040*    INTEREST) ARE NOT CASH AND PASS BY.  AMOUNTS ARE ADDED AS   *
005050*    SIGNED (A WITHDRAWAL POSTS NEGATIVE), SO A CORRECTION       *
005060*    POSTED THE SAME DAY NETS OFF.  A CASH RECORD WITH A NON-    *
005070*    NUMERIC AMOUNT OR DATE, OR A DATE OUTSIDE THE CYCLE, IS     *
005080*    SKIPPED AND LISTED.                                         *
005090******************************************************************
005100 2200-ACCUMULATE-TRAN.
005110     IF NOT TRAN-TYPE-DEPOSIT
005120         AND NOT TRAN-TYPE-WITHDRAWAL
005130         GO TO 2200-ACCUMULATE-TRAN-READ
005140     END-IF.
005150     IF TRAN-AMOUNT NOT NUMERIC
005160         MOVE "AMOUNT IS NOT NUMERIC" TO WS-SKIP-REASON
005170         PERFORM 2250-WRITE-SKIPPED-LINE
005180             THRU 2250-WRITE-SKIPPED-LINE-EXIT
005190         GO TO 2200-ACCUMULATE-TRAN-READ
005200     END-IF.
005210     IF TRAN-POST-DATE NOT NUMERIC
005220         MOVE "POST DATE IS NOT NUMERIC" TO WS-SKIP-REASON
005230         PERFORM 2250-WRITE-SKIPPED-LINE
005240             THRU 2250-WRITE-SKIPPED-LINE-EXIT
005250         GO TO 2200-ACCUMULATE-TRAN-READ
005260     END-IF.
005270     MOVE TRAN-POST-DATE TO WS-DATE-YMD.
005280     COMPUTE WS-TRAN-CYCLE = (WS-DATE-YYYY * 100) + WS-DATE-MM.
005290     IF WS-TRAN-CYCLE NOT = WS-STMT-CYCLE
005300         OR WS-DATE-DD < 1
005310         OR WS-DATE-DD > 31
005320         MOVE "POST DATE OUTSIDE THE STATEMENT CYCLE"
005330             TO WS-SKIP-REASON
005340         PERFORM 2250-WRITE-SKIPPED-LINE
005350             THRU 2250-WRITE-SKIPPED-LINE-EXIT
005360         GO TO 2200-ACCUMULATE-TRAN-READ
005370     END-IF.
005380*
005390     SET WS-ACCT-HAS-CASH TO TRUE.
005400     ADD 1 TO WS-CASH-TRAN-COUNT.
005410     IF TRAN-TYPE-DEPOSIT
005420         ADD TRAN-AMOUNT TO WS-DAY-IN-TOTAL (WS-DATE-DD)
005430         ADD 1           TO WS-DAY-IN-COUNT (WS-DATE-DD)
005440         ADD TRAN-AMOUNT TO WS-CASH-IN-TOTAL
005450     ELSE
005460         SUBTRACT TRAN-AMOUNT FROM WS-DAY-OUT-TOTAL (WS-DATE-DD)
005470         ADD 1                TO   WS-DAY-OUT-COUNT (WS-DATE-DD)
005480         SUBTRACT TRAN-AMOUNT FROM WS-CASH-OUT-TOTAL
005490     END-IF.
005500 2200-ACCUMULATE-TRAN-READ.
005510     PERFORM 2100-READ-TRANSACTION
005520         THRU 2100-READ-TRANSACTION-EXIT.
005530 2200-ACCUMULATE-TRAN-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    2250-WRITE-SKIPPED-LINE  -  LISTS ONE CASH RECORD THAT      *
005580*    COULD NOT BE AGGREGATED, WITH THE REASON SET BY THE         *
005590*    CALLER, AND COUNTS IT.  THE ACCOUNT COLUMNS PRINT THROUGH   *
005600*    THEIR ALPHANUMERIC (TRLR-ID) VIEW SO A NON-NUMERIC ACCOUNT  *
005610*    STILL PRINTS AS RECEIVED.                                   *
005620******************************************************************
005630 2250-WRITE-SKIPPED-LINE.
005640     ADD 1 TO WS-SKIPPED-COUNT.
005650     MOVE SPACES TO CASH-REVIEW-RECORD.
005660     STRING "*** SKIPPED  " DELIMITED BY SIZE
005670             TRLR-ID         DELIMITED BY SIZE
005680             "    POST DATE: " DELIMITED BY SIZE
005690             TRAN-POST-DATE  DELIMITED BY SIZE
005700             "  REASON: "    DELIMITED BY SIZE
005710             WS-SKIP-REASON  DELIMITED BY SIZE
005720         INTO CASH-REVIEW-RECORD.
005730     WRITE CASH-REVIEW-RECORD.
005740 2250-WRITE-SKIPPED-LINE-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780*    2300-READ-MASTER  -  READS ONE ACCOUNT MASTER RECORD.       *
005790******************************************************************
005800 2300-READ-MASTER.
005810     READ ACCOUNT-MASTER
005820         AT END
005830             SET WS-MAST-EOF TO TRUE
005840     END-READ.
005850 2300-READ-MASTER-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890*    2400-FIND-MASTER  -  ADVANCES THE MASTER (ALSO IN ACCOUNT   *
005900*    ORDER) TO THE CURRENT ACCOUNT FOR ITS NAME/ADDRESS BLOCK.   *
005910******************************************************************
005920 2400-FIND-MASTER.
005930     PERFORM 2300-READ-MASTER
005940         THRU 2300-READ-MASTER-EXIT
005950         UNTIL WS-MAST-EOF
005960            OR ACCT-MAST-ID NOT < WS-CURR-ACCOUNT-X.
005970     IF NOT WS-MAST-EOF
005980         AND ACCT-MAST-ID = WS-CURR-ACCOUNT-X
005990         SET WS-MAST-FOUND TO TRUE
006000     ELSE
006010         MOVE "N" TO WS-MAST-FOUND-SWITCH
006020     END-IF.
006030 2400-FIND-MASTER-EXIT.
006040     EXIT.
006050*
006051******************************************************************
006052*    2450-CHECK-ACCOUNT-GROUP  -  ON A STATEMENT-DAY GROUP RUN,  *
006053*    SETTLES WHETHER THE CURRENT ACCOUNT IS IN THIS RUN'S GROUP  *
006054*    - ITS MASTER CODE WHEN 1-4, OTHERWISE GROUP 1, THE RULE THE *
006055*    POSTING AND STATEMENT STEPS USE.  AN ACCOUNT NOT ON THE     *
006056*    MASTER IS TAKEN BY GROUP 1, SO ITS ROWS ARE WRITTEN ONCE A  *
006057*    CYCLE.  EVERY ACCOUNT IS IN A WHOLE-CYCLE RUN.              *
006058******************************************************************
006059 2450-CHECK-ACCOUNT-GROUP.
006060     MOVE "Y" TO WS-IN-GROUP-SWITCH.
006061     IF WS-WHOLE-CYCLE-RUN
006062         GO TO 2450-CHECK-ACCOUNT-GROUP-EXIT
006063     END-IF.
006064     MOVE "1" TO WS-ACCT-GROUP.
006065     IF WS-MAST-FOUND
006066         AND ACCT-STMT-GROUP-VALID
006067         MOVE ACCT-MAST-STMT-GROUP TO WS-ACCT-GROUP
006068     END-IF.
006069     IF WS-ACCT-GROUP NOT = WS-STMT-GROUP
006070         MOVE "N" TO WS-IN-GROUP-SWITCH
006071     END-IF.
006072 2450-CHECK-ACCOUNT-GROUP-EXIT.
006073     EXIT.
006074*
006075******************************************************************
006076*    3000-CHECK-DAY  -  CHECKS ONE DAY OF THE ACCOUNT'S CASH.    *
006080*    CASH IN OR CASH OUT OVER THE THRESHOLD WRITES A CTR         *
006090*    CANDIDATE.  CASH IN FROM THE STRUCTURING FLOOR UP TO THE    *
006100*    THRESHOLD IS A JUST-UNDER DAY: ONE ON THE NEXT BUSINESS     *
006110*    DAY AFTER THE LAST EXTENDS THE CURRENT RUN, ANY OTHER       *
006120*    CLOSES IT AND STARTS A NEW ONE.                             *
006130******************************************************************
006140 3000-CHECK-DAY.
006150     IF WS-DAY-IN-COUNT (WS-DAY-SUB) = ZERO
006160         AND WS-DAY-OUT-COUNT (WS-DAY-SUB) = ZERO
006170         GO TO 3000-CHECK-DAY-EXIT
006180     END-IF.
006190     ADD 1 TO WS-DAY-COUNT.
006200*
006210     IF WS-DAY-IN-TOTAL (WS-DAY-SUB) > WS-CASH-THRESHOLD
006220         OR WS-DAY-OUT-TOTAL (WS-DAY-SUB) > WS-CASH-THRESHOLD
006230         PERFORM 3100-WRITE-CTR-ROW
006240             THRU 3100-WRITE-CTR-ROW-EXIT
006250     END-IF.
006260*
006270     IF WS-DAY-IN-TOTAL (WS-DAY-SUB) < WS-STRUCT-FLOOR
006280         OR WS-DAY-IN-TOTAL (WS-DAY-SUB) > WS-CASH-THRESHOLD
006290         GO TO 3000-CHECK-DAY-EXIT
006300     END-IF.
006310     IF WS-RUN-DAYS > ZERO
006320         AND WS-CAL-BUSDAY (WS-DAY-SUB) NOT >
006330             WS-CAL-BUSDAY (WS-RUN-LAST-DAY) + 1
006340         ADD 1 TO WS-RUN-DAYS
006350     ELSE
006360         PERFORM 3200-CLOSE-RUN THRU 3200-CLOSE-RUN-EXIT
006370         MOVE 1          TO WS-RUN-DAYS
006380         MOVE WS-DAY-SUB TO WS-RUN-FIRST-DAY
006390         MOVE ZERO       TO WS-RUN-IN-TOTAL WS-RUN-IN-COUNT
006400     END-IF.
006410     MOVE WS-DAY-SUB TO WS-RUN-LAST-DAY.
006420     ADD WS-DAY-IN-TOTAL (WS-DAY-SUB) TO WS-RUN-IN-TOTAL.
006430     ADD WS-DAY-IN-COUNT (WS-DAY-SUB) TO WS-RUN-IN-COUNT.
006440 3000-CHECK-DAY-EXIT.
006450     EXIT.
006460*
006470******************************************************************
006480*    3100-WRITE-CTR-ROW  -  WRITES ONE CTR CANDIDATE ROW (TYPE   *
006490*    C) FOR THE DAY, WITH BOTH OF THE DAY'S CASH TOTALS AND A    *
006500*    FLAG ON EACH SIDE THAT IS OVER, AND LISTS IT.               *
006510******************************************************************
006520 3100-WRITE-CTR-ROW.
006530     MOVE SPACES TO CTR-EXTRACT-RECORD.
006540     SET CTRX-CTR-CANDIDATE TO TRUE.
006550     COMPUTE WS-FIRST-DATE = (WS-STMT-CYCLE * 100) + WS-DAY-SUB.
006560     MOVE WS-FIRST-DATE TO WS-LAST-DATE.
006570     MOVE 1 TO CTRX-DAY-COUNT.
006580     MOVE WS-DAY-IN-TOTAL  (WS-DAY-SUB) TO CTRX-CASH-IN-TOTAL.
006590     MOVE WS-DAY-IN-COUNT  (WS-DAY-SUB) TO CTRX-CASH-IN-COUNT.
006600     MOVE WS-DAY-OUT-TOTAL (WS-DAY-SUB) TO CTRX-CASH-OUT-TOTAL.
006610     MOVE WS-DAY-OUT-COUNT (WS-DAY-SUB) TO CTRX-CASH-OUT-COUNT.
006620     MOVE "N" TO CTRX-IN-OVER-FLAG CTRX-OUT-OVER-FLAG.
006630     IF WS-DAY-IN-TOTAL (WS-DAY-SUB) > WS-CASH-THRESHOLD
006640         SET CTRX-IN-OVER TO TRUE
006650     END-IF.
006660     IF WS-DAY-OUT-TOTAL (WS-DAY-SUB) > WS-CASH-THRESHOLD
006670         SET CTRX-OUT-OVER TO TRUE
006680     END-IF.
006690     PERFORM 3400-WRITE-EXTRACT-ROW
006700         THRU 3400-WRITE-EXTRACT-ROW-EXIT.
006710     ADD 1 TO WS-CTR-COUNT.
006720 3100-WRITE-CTR-ROW-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760*    3200-CLOSE-RUN  -  ENDS THE CURRENT RUN OF JUST-UNDER       *
006770*    DAYS.  A RUN OF AT LEAST THE CONFIGURED NUMBER OF DAYS      *
006780*    WRITES A POSSIBLE-STRUCTURING ROW (TYPE S) CARRYING THE     *
006790*    RUN'S DATES, DAY COUNT, AND CASH-IN TOTALS, AND LISTS IT.   *
006800******************************************************************
006810 3200-CLOSE-RUN.
006820     IF WS-RUN-DAYS < WS-STRUCT-DAYS
006830         MOVE ZERO TO WS-RUN-DAYS
006840         GO TO 3200-CLOSE-RUN-EXIT
006850     END-IF.
006860     MOVE SPACES TO CTR-EXTRACT-RECORD.
006870     SET CTRX-STRUCTURING TO TRUE.
006880     COMPUTE WS-FIRST-DATE =
006890         (WS-STMT-CYCLE * 100) + WS-RUN-FIRST-DAY.
006900     COMPUTE WS-LAST-DATE =
006910         (WS-STMT-CYCLE * 100) + WS-RUN-LAST-DAY.
006920     MOVE WS-RUN-DAYS     TO CTRX-DAY-COUNT.
006930     MOVE WS-RUN-IN-TOTAL TO CTRX-CASH-IN-TOTAL.
006940     MOVE WS-RUN-IN-COUNT TO CTRX-CASH-IN-COUNT.
006950     MOVE ZERO TO CTRX-CASH-OUT-TOTAL CTRX-CASH-OUT-COUNT.
006960     MOVE "N" TO CTRX-IN-OVER-FLAG CTRX-OUT-OVER-FLAG.
006970     PERFORM 3400-WRITE-EXTRACT-ROW
006980         THRU 3400-WRITE-EXTRACT-ROW-EXIT.
006990     ADD 1 TO WS-STRUCT-COUNT.
007000     MOVE ZERO TO WS-RUN-DAYS.
007010 3200-CLOSE-RUN-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    3400-WRITE-EXTRACT-ROW  -  COMPLETES THE EXTRACT ROW SET UP *
007060*    BY THE CALLER WITH THE CYCLE, ACCOUNT, DATES, AND THE       *
007070*    NAME/ADDRESS BLOCK FROM THE MASTER (BLANK, AND FLAGGED, FOR *
007080*    AN ACCOUNT NOT ON THE MASTER), WRITES IT, AND PRINTS ITS    *
007090*    REVIEW LINE.                                                *
007100******************************************************************
007110 3400-WRITE-EXTRACT-ROW.
007120     MOVE WS-STMT-CYCLE   TO CTRX-CYCLE.
007130     MOVE WS-CURR-ACCOUNT TO CTRX-ACCOUNT-NUMBER.
007140     MOVE WS-FIRST-DATE   TO CTRX-FIRST-DATE.
007150     MOVE WS-LAST-DATE    TO CTRX-LAST-DATE.
007160     IF WS-MAST-FOUND
007170         MOVE "Y"              TO CTRX-MASTER-FLAG
007180         MOVE ACCT-MAST-TYPE   TO CTRX-ACCT-TYPE
007190         MOVE ACCT-MAST-NAME   TO CTRX-NAME
007200         MOVE ACCT-MAST-STREET TO CTRX-STREET
007210         MOVE ACCT-MAST-CITY   TO CTRX-CITY
007220         MOVE ACCT-MAST-STATE  TO CTRX-STATE
007230         MOVE ACCT-MAST-ZIP    TO CTRX-ZIP
007240     ELSE
007250         SET CTRX-NOT-ON-MASTER TO TRUE
007260         ADD 1 TO WS-NO-MASTER-COUNT
007270     END-IF.
007280     WRITE CTR-EXTRACT-RECORD.
007290*
007300     MOVE CTRX-DAY-COUNT      TO WS-DAYS-EDIT.
007310     MOVE CTRX-CASH-IN-TOTAL  TO WS-AMOUNT-EDIT.
007320     MOVE CTRX-CASH-IN-COUNT  TO WS-TRAN-COUNT-EDIT.
007330     MOVE CTRX-CASH-OUT-TOTAL TO WS-AMOUNT-EDIT-2.
007340     MOVE CTRX-CASH-OUT-COUNT TO WS-TRAN-COUNT-EDIT-2.
007350     MOVE SPACES TO CASH-REVIEW-RECORD.
007360     IF CTRX-CTR-CANDIDATE
007370         STRING "CTR          " DELIMITED BY SIZE
007380                 CTRX-ACCOUNT-NUMBER DELIMITED BY SIZE
007390                 "    "          DELIMITED BY SIZE
007400                 CTRX-FIRST-DATE DELIMITED BY SIZE
007410                 "                   " DELIMITED BY SIZE
007420             INTO CASH-REVIEW-RECORD
007430     ELSE
007440         STRING "STRUCTURING  " DELIMITED BY SIZE
007450                 CTRX-ACCOUNT-NUMBER DELIMITED BY SIZE
007460                 "    "          DELIMITED BY SIZE
007470                 CTRX-FIRST-DATE DELIMITED BY SIZE
007480                 " TO "          DELIMITED BY SIZE
007490                 CTRX-LAST-DATE  DELIMITED BY SIZE
007500                 "       "       DELIMITED BY SIZE
007510             INTO CASH-REVIEW-RECORD
007520     END-IF.
007530     MOVE WS-DAYS-EDIT         TO CASH-REVIEW-RECORD (50:2).
007540     MOVE WS-AMOUNT-EDIT       TO CASH-REVIEW-RECORD (54:15).
007550     MOVE WS-TRAN-COUNT-EDIT   TO CASH-REVIEW-RECORD (71:3).
007560     MOVE WS-AMOUNT-EDIT-2     TO CASH-REVIEW-RECORD (76:15).
007570     MOVE WS-TRAN-COUNT-EDIT-2 TO CASH-REVIEW-RECORD (93:3).
007580     IF WS-MAST-FOUND
007590         MOVE CTRX-NAME TO CASH-REVIEW-RECORD (98:20)
007600     ELSE
007610         MOVE "*** NOT ON MASTER ***"
007620             TO CASH-REVIEW-RECORD (98:21)
007630     END-IF.
007640     WRITE CASH-REVIEW-RECORD.
007650 3400-WRITE-EXTRACT-ROW-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690*    8000-WRITE-TOTALS  -  WRITES THE REVIEW REPORT SUMMARY      *
007700*    BLOCK AND THE CYCLE'S CASH MONITORING TOTALS RECORD FOR     *
007710*    THE CONTROL TOTALS.                                         *
007720******************************************************************
007730 8000-WRITE-TOTALS.
007740     MOVE SPACES TO CASH-REVIEW-RECORD.
007750     WRITE CASH-REVIEW-RECORD.
007760     IF WS-CTR-COUNT = ZERO
007770         AND WS-STRUCT-COUNT = ZERO
007780         MOVE SPACES TO CASH-REVIEW-RECORD
007790         STRING "*** NO REPORTABLE CASH ACTIVITY THIS CYCLE ***"
007800                 DELIMITED BY SIZE
007810             INTO CASH-REVIEW-RECORD
007820         WRITE CASH-REVIEW-RECORD
007830         MOVE SPACES TO CASH-REVIEW-RECORD
007840         WRITE CASH-REVIEW-RECORD
007850     END-IF.
007860*
007870     MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT.
007880     MOVE SPACES TO CASH-REVIEW-RECORD.
007890     STRING "TRANSACTIONS READ:         " DELIMITED BY SIZE
007900             WS-COUNT-EDIT DELIMITED BY SIZE
007910         INTO CASH-REVIEW-RECORD.
007920     WRITE CASH-REVIEW-RECORD.
007930     MOVE WS-CASH-TRAN-COUNT TO WS-COUNT-EDIT.
007940     MOVE SPACES TO CASH-REVIEW-RECORD.
007950     STRING "CASH TRANSACTIONS:         " DELIMITED BY SIZE
007960             WS-COUNT-EDIT DELIMITED BY SIZE
007970         INTO CASH-REVIEW-RECORD.
007980     WRITE CASH-REVIEW-RECORD.
007990     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT.
008000     MOVE SPACES TO CASH-REVIEW-RECORD.
008010     STRING "ACCOUNTS WITH CASH:        " DELIMITED BY SIZE
008020             WS-COUNT-EDIT DELIMITED BY SIZE
008030         INTO CASH-REVIEW-RECORD.
008040     WRITE CASH-REVIEW-RECORD.
008050     MOVE WS-DAY-COUNT TO WS-COUNT-EDIT.
008060     MOVE SPACES TO CASH-REVIEW-RECORD.
008070     STRING "ACCOUNT-DAYS WITH CASH:    " DELIMITED BY SIZE
008080             WS-COUNT-EDIT DELIMITED BY SIZE
008090         INTO CASH-REVIEW-RECORD.
008100     WRITE CASH-REVIEW-RECORD.
008110     MOVE WS-CASH-IN-TOTAL TO WS-TOTAL-EDIT.
008120     MOVE SPACES TO CASH-REVIEW-RECORD.
008130     STRING "CASH IN TOTAL:        " DELIMITED BY SIZE
008140             WS-TOTAL-EDIT DELIMITED BY SIZE
008150         INTO CASH-REVIEW-RECORD.
008160     WRITE CASH-REVIEW-RECORD.
008170     MOVE WS-CASH-OUT-TOTAL TO WS-TOTAL-EDIT.
008180     MOVE SPACES TO CASH-REVIEW-RECORD.
008190     STRING "CASH OUT TOTAL:       " DELIMITED BY SIZE
008200             WS-TOTAL-EDIT DELIMITED BY SIZE
008210         INTO CASH-REVIEW-RECORD.
008220     WRITE CASH-REVIEW-RECORD.
008230     MOVE WS-CTR-COUNT TO WS-COUNT-EDIT.
008240     MOVE SPACES TO CASH-REVIEW-RECORD.
008250     STRING "CTR CANDIDATES:            " DELIMITED BY SIZE
008260             WS-COUNT-EDIT DELIMITED BY SIZE
008270         INTO CASH-REVIEW-RECORD.
008280     WRITE CASH-REVIEW-RECORD.
008290     MOVE WS-STRUCT-COUNT TO WS-COUNT-EDIT.
008300     MOVE SPACES TO CASH-REVIEW-RECORD.
008310     STRING "POSSIBLE STRUCTURING:      " DELIMITED BY SIZE
008320             WS-COUNT-EDIT DELIMITED BY SIZE
008330         INTO CASH-REVIEW-RECORD.
008340     WRITE CASH-REVIEW-RECORD.
008350     MOVE WS-NO-MASTER-COUNT TO WS-COUNT-EDIT.
008360     MOVE SPACES TO CASH-REVIEW-RECORD.
008370     STRING "ROWS NOT ON MASTER:        " DELIMITED BY SIZE
008380             WS-COUNT-EDIT DELIMITED BY SIZE
008390         INTO CASH-REVIEW-RECORD.
008400     WRITE CASH-REVIEW-RECORD.
008401     IF NOT WS-WHOLE-CYCLE-RUN
008402         MOVE WS-OTHER-GROUP-COUNT TO WS-COUNT-EDIT
008403         MOVE SPACES TO CASH-REVIEW-RECORD
008404         STRING "ACCOUNTS IN OTHER GROUPS:  " DELIMITED BY SIZE
008405                 WS-COUNT-EDIT DELIMITED BY SIZE
008406             INTO CASH-REVIEW-RECORD
008407         WRITE CASH-REVIEW-RECORD
008408     END-IF.
008410     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
008420     MOVE SPACES TO CASH-REVIEW-RECORD.
008430     STRING "CASH RECORDS SKIPPED:      " DELIMITED BY SIZE
008440             WS-COUNT-EDIT DELIMITED BY SIZE
008450         INTO CASH-REVIEW-RECORD.
008460     WRITE CASH-REVIEW-RECORD.
008470*
008480     MOVE SPACES TO CSH-TOTAL-RECORD.
008490     MOVE WS-STMT-CYCLE     TO CSH-CYCLE.
008500     MOVE WS-ACCOUNT-COUNT  TO CSH-ACCOUNT-COUNT.
008510     MOVE WS-DAY-COUNT      TO CSH-DAY-COUNT.
008520     MOVE WS-CTR-COUNT      TO CSH-CTR-COUNT.
008530     MOVE WS-STRUCT-COUNT   TO CSH-STRUCT-COUNT.
008540     MOVE WS-CASH-IN-TOTAL  TO CSH-CASH-IN-TOTAL.
008550     MOVE WS-CASH-OUT-TOTAL TO CSH-CASH-OUT-TOTAL.
008560     WRITE CSH-TOTAL-RECORD.
008570*
008580     DISPLAY "CSM0019I - CYCLE " WS-STMT-CYCLE " CTR CANDIDATES: "
008590         WS-CTR-COUNT " POSSIBLE STRUCTURING: " WS-STRUCT-COUNT.
008600     IF WS-SKIPPED-COUNT > ZERO
008610         DISPLAY "CSM0020W - " WS-SKIPPED-COUNT " CASH RECORDS "
008620             "COULD NOT BE AGGREGATED - SEE THE REVIEW REPORT"
008630     END-IF.
008640     IF WS-NO-MASTER-COUNT > ZERO
008650         DISPLAY "CSM0021W - " WS-NO-MASTER-COUNT " CANDIDATE "
008660             "ROWS ARE FOR ACCOUNTS NOT ON THE MASTER"
008670     END-IF.
008680 8000-WRITE-TOTALS-EXIT.
008690     EXIT.
008700*
008710******************************************************************
008720*    9000-TERMINATE  -  CLOSES ALL FILES.                        *
008730******************************************************************
008740 9000-TERMINATE.
008750     CLOSE TRANSACTION-FILE.
008760     CLOSE ACCOUNT-MASTER.
008770     CLOSE CTR-EXTRACT-FILE.
008780     CLOSE CASH-TOTAL-FILE.
008790     CLOSE CASH-REVIEW-RPT.
008800 9000-TERMINATE-EXIT.
008810     EXIT.
008820*
008830******************************************************************
008840*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
008850******************************************************************
008860 9900-ABEND.
008870     MOVE 16 TO RETURN-CODE.
008880     STOP RUN.
008890*
008900 END PROGRAM CASHMON.

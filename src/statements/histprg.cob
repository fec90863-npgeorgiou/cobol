000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  HISTPRG                                        *
000040*                                                                *
000050*    RETENTION AND PURGE OF THE APPEND-ONLY HISTORY FILES.       *
000060*    THE STATEMENT ARCHIVE (STMARCH), THE CONTROL-TOTAL          *
000068*    HISTORY (CTLHIST), THE RUN-CONTROL TRAIL (RUNCTL), THE      *
000076*    OVERDRAFT CHARGE LEDGER (CHGHIST), AND THE CLUB PAYOUT      *
000084*    LEDGER (CLUBHIST) ARE ALL EXTENDED BY EVERY CYCLE AND       *
000092*    NEVER SHRINK.  THIS RUN ROLLS EACH ONE TO A NEW COPY        *
000100*    HOLDING ONLY THE RECORDS WHOSE CYCLE FALLS INSIDE THAT      *
000108*    FILE'S RETENTION PERIOD, AND WRITES EVERY OTHER RECORD TO A *
000116*    PURGE FILE ON TAPE, SO NOTHING IS LOST - IT IS ONLY TAKEN   *
000124*    OFF DISK.  THE JOB'S NEXT STEP RENAMES THE NEW COPIES OVER  *
000132*    THE OLD FILES.                                              *
000140*                                                                *
000150*    THE RETENTION CARD (PRGCARD) GIVES THE AS-OF CYCLE AND THE  *
000160*    RETENTION IN MONTHS FOR EACH FILE.  A FILE KEEPS EVERY      *
000170*    CYCLE FROM (AS-OF CYCLE - MONTHS + 1) ON - 84 MONTHS AS OF  *
000180*    202610 KEEPS 201911 THROUGH 202610.  BLANK OR ZERO FIELDS   *
000190*    TAKE THE DEFAULTS - THE CURRENT MONTH, 84 MONTHS FOR THE    *
000196*    ARCHIVE, THE CONTROL-TOTAL HISTORY AND THE CLUB LEDGER, 24  *
000202*    FOR RUN CONTROL AND THE CHARGE LEDGER.                      *
000210*    A RETENTION UNDER 12 MONTHS IS REFUSED - THE STATEMENT RUN  *
000215*    AND THE GL BALANCING STEP BOTH READ BACK PRIOR CYCLES, AND  *
000220*    THE CLUB PAYOUT'S ONCE-A-YEAR GUARD READS BACK THE WHOLE    *
000225*    PAYOUT YEAR.                                                *
000230*    RECORDS WITH AN UNREADABLE CYCLE ARE KEPT, NEVER PURGED.    *
000240*    THE YEAR-END TAX RUN'S RUN-CONTROL RECORDS (CYCLE YYYY00)   *
000250*    AGE WITH THE YEAR THEY CLOSE.                               *
000251*                                                                *
000252*    THE CHARGE LEDGER AGES BY THE CYCLE AN ENTRY WAS POSTED IN. *
000253*    A REVERSAL IS ALWAYS POSTED IN OR AFTER THE CYCLE OF THE    *
000254*    CHARGE IT GIVES BACK, SO EVERY CHARGE STILL INSIDE THE      *
000255*    RETENTION KEEPS ITS ASSESSED ENTRY AND ALL ITS REVERSALS,   *
000256*    AND THE POSTING STEP PROVES A REVERSAL CARD AGAINST IT AS   *
000257*    BEFORE.  A CARD FOR A CHARGE ALREADY PURGED FINDS NOTHING   *
000258*    ASSESSED AND IS REJECTED - IT CAN NEVER BE PAID TWICE.  THE *
000259*    CLUB LEDGER AGES BY PAYOUT CYCLE.                           *
000260*                                                                *
000270*    THE RUN IS REFUSED WHILE ANY CYCLE ON THE RUN-CONTROL       *
000280*    TRAIL IS STARTED BUT NOT COMPLETED - A STATEMENT RUN IN     *
000290*    FLIGHT OR AWAITING RESTART STILL NEEDS ITS FILES AS THEY    *
000300*    STAND.  THE OPEN CYCLES ARE LISTED ON SYSOUT.               *
000310*                                                                *
000320*    THE PURGE REPORT SHOWS, FOR EACH FILE, THE RECORDS KEPT     *
000330*    AND PURGED PER CYCLE AND IN TOTAL.                          *
000340*                                                                *
000350*    RETURN-CODE 0   -  ROLLED CLEANLY.                          *
000360*    RETURN-CODE 4   -  ROLLED, BUT SOME RECORDS HAD NO READABLE *
000370*                       CYCLE AND WERE KEPT - SEE THE REPORT.    *
000380*    RETURN-CODE 12  -  REFUSED (OPEN CYCLE OR BAD CARD) -       *
000390*                       NOTHING WAS ROLLED.                      *
000400*                                                                *
000410*    MODIFICATION HISTORY                                        *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    ---------- ----  ---------------------------------------    *
000440*    2026-10-15 NPG   INITIAL VERSION.                           *
000443*    2026-10-15 NPG   CONTROL-TOTAL HISTORY RECORD WIDENED 165   *
000444*                     TO 183 FOR THE CASH MONITORING COUNTS.     *
000445*    2026-10-15 NPG   CONTROL-TOTAL HISTORY RECORD WIDENED 183   *
000446*                     TO 237 FOR THE ACCOUNT STATUS COUNTS.      *
000447*    2026-10-15 NPG   CONTROL-TOTAL HISTORY RECORD WIDENED 237   *
000448*                     TO 238 FOR THE STATEMENT-DAY GROUP.  THE   *
000449*                     OPEN-CYCLE CHECK NOW PAIRS START AND       *
000450*                     COMPLETED RUN-CONTROL RECORDS BY CYCLE AND *
000451*                     GROUP, SO ONE GROUP'S FAILED RUN IS NOT    *
000452*                     HIDDEN BY ANOTHER GROUP COMPLETING.        *
000453*    2026-10-15 NPG   THE OVERDRAFT CHARGE LEDGER (CHGHIST, 24   *
000454*                     MONTHS BY POST CYCLE) AND THE CLUB PAYOUT  *
000455*                     LEDGER (CLUBHIST, 84 MONTHS BY PAYOUT      *
000456*                     CYCLE) ARE NOW ROLLED TOO, WITH THEIR OWN  *
000457*                     RETENTION FIELDS ON THE CARD.              *
000458******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     HISTPRG.
000480 AUTHOR.         N P GEORGIOU.
000490 INSTALLATION.   RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.  2026-10-15.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PURGE-CARD-FILE     ASSIGN TO PRGCARD
000610                                 ORGANIZATION IS LINE SEQUENTIAL
000620                                 FILE STATUS IS
000630                                     WS-PRGCARD-STATUS.
000640*
000650     SELECT STATEMENT-ARCHIVE   ASSIGN TO STMARCH
000660                                 ORGANIZATION IS LINE SEQUENTIAL
000670                                 FILE STATUS IS
000680                                     WS-STMARCH-STATUS.
000690*
000700     SELECT ARCHIVE-KEPT-FILE   ASSIGN TO NEWARCH
000710                                 ORGANIZATION IS LINE SEQUENTIAL
000720                                 FILE STATUS IS
000730                                     WS-NEWARCH-STATUS.
000740*
000750     SELECT ARCHIVE-PURGE-FILE  ASSIGN TO ARCHPRG
000760                                 ORGANIZATION IS LINE SEQUENTIAL
000770                                 FILE STATUS IS
000780                                     WS-ARCHPRG-STATUS.
000790*
000800     SELECT CTL-HISTORY-FILE    ASSIGN TO CTLHIST
000810                                 ORGANIZATION IS LINE SEQUENTIAL
000820                                 FILE STATUS IS
000830                                     WS-CTLHIST-STATUS.
000840*
000850     SELECT CTLHIST-KEPT-FILE   ASSIGN TO NEWCHIST
000860                                 ORGANIZATION IS LINE SEQUENTIAL
000870                                 FILE STATUS IS
000880                                     WS-NEWCHIST-STATUS.
000890*
000900     SELECT CTLHIST-PURGE-FILE  ASSIGN TO CHISTPRG
000910                                 ORGANIZATION IS LINE SEQUENTIAL
000920                                 FILE STATUS IS
000930                                     WS-CHISTPRG-STATUS.
000940*
000950     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000960                                 ORGANIZATION IS LINE SEQUENTIAL
000970                                 FILE STATUS IS
000980                                     WS-RUNCTL-STATUS.
000990*
001000     SELECT RUNCTL-KEPT-FILE    ASSIGN TO NEWRUNC
001010                                 ORGANIZATION IS LINE SEQUENTIAL
001020                                 FILE STATUS IS
001030                                     WS-NEWRUNC-STATUS.
001040*
001050     SELECT RUNCTL-PURGE-FILE   ASSIGN TO RUNCPRG
001060                                 ORGANIZATION IS LINE SEQUENTIAL
001070                                 FILE STATUS IS
001080                                     WS-RUNCPRG-STATUS.
001081*
001082     SELECT CHARGE-HISTORY-FILE ASSIGN TO CHGHIST
001083                                 ORGANIZATION IS LINE SEQUENTIAL
001084                                 FILE STATUS IS
001085                                     WS-CHGHIST-STATUS.
001086*
001087     SELECT CHGHIST-KEPT-FILE   ASSIGN TO NEWCHGH
001088                                 ORGANIZATION IS LINE SEQUENTIAL
001089                                 FILE STATUS IS
001090                                     WS-NEWCHGH-STATUS.
001091*
001092     SELECT CHGHIST-PURGE-FILE  ASSIGN TO CHGHPRG
001093                                 ORGANIZATION IS LINE SEQUENTIAL
001094                                 FILE STATUS IS
001095                                     WS-CHGHPRG-STATUS.
001096*
001097     SELECT CLUB-HISTORY-FILE   ASSIGN TO CLUBHIST
001098                                 ORGANIZATION IS LINE SEQUENTIAL
001099                                 FILE STATUS IS
001100                                     WS-CLUBHIST-STATUS.
001101*
001102     SELECT CLUBHIST-KEPT-FILE  ASSIGN TO NEWCLBH
001103                                 ORGANIZATION IS LINE SEQUENTIAL
001104                                 FILE STATUS IS
001105                                     WS-NEWCLBH-STATUS.
001106*
001107     SELECT CLUBHIST-PURGE-FILE ASSIGN TO CLBHPRG
001108                                 ORGANIZATION IS LINE SEQUENTIAL
001109                                 FILE STATUS IS
001110                                     WS-CLBHPRG-STATUS.
001111*
001112     SELECT PURGE-REPORT        ASSIGN TO PRGRPT
001113                                 ORGANIZATION IS LINE SEQUENTIAL
001120                                 FILE STATUS IS
001130                                     WS-PRGRPT-STATUS.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170*
001180 FD  PURGE-CARD-FILE.
001190 01  PURGE-CARD-RECORD.
001200     05  PRGC-ASOF-CYCLE             PIC X(06).
001210     05  PRGC-ARCH-MONTHS            PIC X(03).
001220     05  PRGC-CHIST-MONTHS           PIC X(03).
001230     05  PRGC-RUNC-MONTHS            PIC X(03).
001235     05  PRGC-CHGH-MONTHS            PIC X(03).
001240     05  PRGC-CLBH-MONTHS            PIC X(03).
001245     05  FILLER                      PIC X(59).
001250*
001260 FD  STATEMENT-ARCHIVE.
001270     COPY STMARCH.
001280*
001290 FD  ARCHIVE-KEPT-FILE.
001300 01  ARCHIVE-KEPT-RECORD             PIC X(100).
001310*
001320 FD  ARCHIVE-PURGE-FILE.
001330 01  ARCHIVE-PURGE-RECORD            PIC X(100).
001340*
001350 FD  CTL-HISTORY-FILE.
001360     COPY CTLHIST.
001370*
001380 FD  CTLHIST-KEPT-FILE.
001390 01  CTLHIST-KEPT-RECORD             PIC X(238).
001400*
001410 FD  CTLHIST-PURGE-FILE.
001420 01  CTLHIST-PURGE-RECORD            PIC X(238).
001430*
001440 FD  RUN-CONTROL-FILE.
001450     COPY RUNCTL.
001460*
001470 FD  RUNCTL-KEPT-FILE.
001480 01  RUNCTL-KEPT-RECORD              PIC X(60).
001490*
001500 FD  RUNCTL-PURGE-FILE.
001510 01  RUNCTL-PURGE-RECORD             PIC X(60).
001511*
001512 FD  CHARGE-HISTORY-FILE.
001513     COPY CHGHIST.
001514*
001515 FD  CHGHIST-KEPT-FILE.
001516 01  CHGHIST-KEPT-RECORD             PIC X(80).
001517*
001518 FD  CHGHIST-PURGE-FILE.
001519 01  CHGHIST-PURGE-RECORD            PIC X(80).
001520*
001521 FD  CLUB-HISTORY-FILE.
001522     COPY CLUBHIST.
001523*
001524 FD  CLUBHIST-KEPT-FILE.
001525 01  CLUBHIST-KEPT-RECORD            PIC X(50).
001526*
001527 FD  CLUBHIST-PURGE-FILE.
001528 01  CLUBHIST-PURGE-RECORD           PIC X(50).
001529*
001530 FD  PURGE-REPORT.
001540 01  PURGE-PRINT-RECORD              PIC X(132).
001550*
001560 WORKING-STORAGE SECTION.
001570*
001580 01  WS-FILE-STATUSES.
001590     05  WS-PRGCARD-STATUS           PIC X(02) VALUE "00".
001600     05  WS-STMARCH-STATUS           PIC X(02) VALUE "00".
001610     05  WS-NEWARCH-STATUS           PIC X(02) VALUE "00".
001620     05  WS-ARCHPRG-STATUS           PIC X(02) VALUE "00".
001630     05  WS-CTLHIST-STATUS           PIC X(02) VALUE "00".
001640     05  WS-NEWCHIST-STATUS          PIC X(02) VALUE "00".
001650     05  WS-CHISTPRG-STATUS          PIC X(02) VALUE "00".
001660     05  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001670     05  WS-NEWRUNC-STATUS           PIC X(02) VALUE "00".
001680     05  WS-RUNCPRG-STATUS           PIC X(02) VALUE "00".
001681     05  WS-CHGHIST-STATUS           PIC X(02) VALUE "00".
001682     05  WS-NEWCHGH-STATUS           PIC X(02) VALUE "00".
001683     05  WS-CHGHPRG-STATUS           PIC X(02) VALUE "00".
001684     05  WS-CLUBHIST-STATUS          PIC X(02) VALUE "00".
001685     05  WS-NEWCLBH-STATUS           PIC X(02) VALUE "00".
001686     05  WS-CLBHPRG-STATUS           PIC X(02) VALUE "00".
001690     05  WS-PRGRPT-STATUS            PIC X(02) VALUE "00".
001700*
001710 01  WS-SWITCHES.
001720     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001730         88  WS-EOF                  VALUE "Y".
001740     05  WS-CARD-BAD-SWITCH          PIC X(01) VALUE "N".
001750         88  WS-CARD-BAD             VALUE "Y".
001760     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001770         88  WS-FOUND                VALUE "Y".
001780*
001790*    RETENTION IN MONTHS PER FILE AND THE FIRST CYCLE EACH FILE
001800*    KEEPS.  A RECORD WHOSE CYCLE IS BELOW ITS FILE'S CUTOFF IS
001810*    PURGED.
001820 01  WS-RETENTION-FIELDS.
001830     05  WS-ASOF-CYCLE               PIC 9(06) VALUE ZERO.
001840     05  FILLER REDEFINES WS-ASOF-CYCLE.
001850         10  WS-ASOF-YYYY            PIC 9(04).
001860         10  WS-ASOF-MM              PIC 9(02).
001870     05  WS-ARCH-MONTHS              PIC 9(03) VALUE 084.
001880     05  WS-CHIST-MONTHS             PIC 9(03) VALUE 084.
001890     05  WS-RUNC-MONTHS              PIC 9(03) VALUE 024.
001893     05  WS-CHGH-MONTHS              PIC 9(03) VALUE 024.
001896     05  WS-CLBH-MONTHS              PIC 9(03) VALUE 084.
001900     05  WS-ARCH-CUTOFF              PIC 9(06) VALUE ZERO.
001910     05  WS-CHIST-CUTOFF             PIC 9(06) VALUE ZERO.
001920     05  WS-RUNC-CUTOFF              PIC 9(06) VALUE ZERO.
001923     05  WS-CHGH-CUTOFF              PIC 9(06) VALUE ZERO.
001926     05  WS-CLBH-CUTOFF              PIC 9(06) VALUE ZERO.
001930     05  WS-MIN-MONTHS               PIC 9(03) VALUE 012.
001940*
001950 01  WS-CUTOFF-WORK.
001960     05  WS-CUT-MONTHS               PIC 9(03) VALUE ZERO.
001970     05  WS-CUT-INDEX                PIC 9(07) COMP VALUE ZERO.
001980     05  WS-CUT-YYYY                 PIC 9(04) VALUE ZERO.
001990     05  WS-CUT-MM-REM               PIC 9(02) VALUE ZERO.
002000     05  WS-CUT-CYCLE                PIC 9(06) VALUE ZERO.
002010     05  FILLER REDEFINES WS-CUT-CYCLE.
002020         10  WS-CUT-CYCLE-YYYY       PIC 9(04).
002030         10  WS-CUT-CYCLE-MM         PIC 9(02).
002040*
002050 01  WS-DATE-WORK.
002060     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
002070     05  FILLER REDEFINES WS-DATE-YMD.
002080         10  WS-DATE-YYYYMM          PIC 9(06).
002090         10  WS-DATE-DD              PIC 9(02).
002100*
002110*    CYCLES STARTED ON THE RUN-CONTROL TRAIL WITH NO COMPLETION
002120*    BEHIND THEM.  A START RECORD ADDS ITS CYCLE AND STATEMENT-DAY
002130*    GROUP; A COMPLETED RECORD FOR THE SAME CYCLE AND GROUP TAKES
002135*    IT OUT AGAIN.
002140 01  WS-OPEN-CYCLE-TABLE.
002150     05  WS-OPEN-COUNT               PIC 9(03) COMP VALUE ZERO.
002160     05  WS-OPEN-SUB                 PIC 9(03) COMP VALUE ZERO.
002170     05  WS-OPEN-OVERFLOW            PIC 9(09) COMP VALUE ZERO.
002180     05  WS-OPEN-ENTRY               OCCURS 50 TIMES.
002190         10  WS-OPEN-CYCLE           PIC X(06).
002195         10  WS-OPEN-GROUP           PIC X(01).
002200*
002210*    PER-CYCLE TALLY FOR THE FILE BEING ROLLED - REUSED FOR EACH
002220*    FILE IN TURN.  CYCLES ARE LISTED IN THE ORDER FIRST MET,
002230*    WHICH ON AN APPEND-ONLY FILE IS CYCLE ORDER.  CYCLES PAST
002240*    THE TABLE LIMIT ARE COUNTED IN THE FILE TOTALS ONLY.
002250 01  WS-CYCLE-TABLE.
002260     05  WS-CYC-COUNT                PIC 9(03) COMP VALUE ZERO.
002270     05  WS-CYC-SUB                  PIC 9(03) COMP VALUE ZERO.
002280     05  WS-CYC-HIT                  PIC 9(03) COMP VALUE ZERO.
002290     05  WS-CYC-ENTRY                OCCURS 600 TIMES.
002300         10  WS-CYC-CYCLE            PIC X(06).
002310         10  WS-CYC-KEPT             PIC 9(09) COMP.
002320         10  WS-CYC-PURGED           PIC 9(09) COMP.
002330*
002340 01  WS-TALLY-FIELDS.
002350     05  WS-TALLY-CYCLE              PIC X(06) VALUE SPACES.
002360     05  WS-TALLY-DISP               PIC X(01) VALUE SPACE.
002370         88  WS-TALLY-KEPT           VALUE "K".
002380         88  WS-TALLY-PURGED         VALUE "P".
002390     05  WS-FILE-READ                PIC 9(09) COMP VALUE ZERO.
002400     05  WS-FILE-KEPT                PIC 9(09) COMP VALUE ZERO.
002410     05  WS-FILE-PURGED              PIC 9(09) COMP VALUE ZERO.
002420     05  WS-FILE-UNDATED             PIC 9(09) COMP VALUE ZERO.
002430     05  WS-FILE-UNTABLED            PIC 9(09) COMP VALUE ZERO.
002440     05  WS-FILE-TITLE               PIC X(40) VALUE SPACES.
002450     05  WS-FILE-MONTHS              PIC 9(03) VALUE ZERO.
002460     05  WS-FILE-CUTOFF              PIC 9(06) VALUE ZERO.
002470*
002480 01  WS-RUN-TOTALS.
002490     05  WS-TOTAL-READ               PIC 9(09) COMP VALUE ZERO.
002500     05  WS-TOTAL-KEPT               PIC 9(09) COMP VALUE ZERO.
002510     05  WS-TOTAL-PURGED             PIC 9(09) COMP VALUE ZERO.
002520     05  WS-TOTAL-UNDATED            PIC 9(09) COMP VALUE ZERO.
002530*
002540 01  WS-EDIT-FIELDS.
002550     05  WS-KEPT-EDIT                PIC ZZZ,ZZZ,ZZ9.
002560     05  WS-PURGED-EDIT              PIC ZZZ,ZZZ,ZZ9.
002570     05  WS-READ-EDIT                PIC ZZZ,ZZZ,ZZ9.
002580*
002590 PROCEDURE DIVISION.
002600*
002610******************************************************************
002620*    0000-MAINLINE                                               *
002630******************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002660     PERFORM 2000-ROLL-ARCHIVE THRU 2000-ROLL-ARCHIVE-EXIT.
002670     PERFORM 3000-ROLL-CTLHIST THRU 3000-ROLL-CTLHIST-EXIT.
002680     PERFORM 4000-ROLL-RUNCTL THRU 4000-ROLL-RUNCTL-EXIT.
002683     PERFORM 5000-ROLL-CHGHIST THRU 5000-ROLL-CHGHIST-EXIT.
002686     PERFORM 5200-ROLL-CLUBHIST THRU 5200-ROLL-CLUBHIST-EXIT.
002690     PERFORM 8000-WRITE-RUN-TOTALS
002700         THRU 8000-WRITE-RUN-TOTALS-EXIT.
002710     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002720     IF WS-TOTAL-UNDATED > ZERO
002730         MOVE 4 TO RETURN-CODE
002740     END-IF.
002750     STOP RUN.
002760*
002770******************************************************************
002780*    1000-INITIALIZE  -  READS AND EDITS THE RETENTION CARD,     *
002790*    WORKS OUT EACH FILE'S CUTOFF CYCLE, REFUSES THE RUN IF A    *
002800*    CYCLE IS OPEN ON THE RUN-CONTROL TRAIL, THEN OPENS THE      *
002810*    OUTPUTS AND WRITES THE REPORT HEADING.  NOTHING IS WRITTEN  *
002820*    UNTIL EVERY CHECK HAS PASSED.                               *
002830******************************************************************
002840 1000-INITIALIZE.
002850     ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD.
002860     PERFORM 1100-READ-PURGE-CARD THRU 1100-READ-PURGE-CARD-EXIT.
002870     IF WS-CARD-BAD
002880         GO TO 9910-REFUSE-RUN
002890     END-IF.
002900*
002910     MOVE WS-ARCH-MONTHS TO WS-CUT-MONTHS.
002920     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT.
002930     MOVE WS-CUT-CYCLE TO WS-ARCH-CUTOFF.
002940     MOVE WS-CHIST-MONTHS TO WS-CUT-MONTHS.
002950     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT.
002960     MOVE WS-CUT-CYCLE TO WS-CHIST-CUTOFF.
002970     MOVE WS-RUNC-MONTHS TO WS-CUT-MONTHS.
002980     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT.
002990     MOVE WS-CUT-CYCLE TO WS-RUNC-CUTOFF.
002991     MOVE WS-CHGH-MONTHS TO WS-CUT-MONTHS.
002992     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT.
002993     MOVE WS-CUT-CYCLE TO WS-CHGH-CUTOFF.
002994     MOVE WS-CLBH-MONTHS TO WS-CUT-MONTHS.
002995     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT.
002996     MOVE WS-CUT-CYCLE TO WS-CLBH-CUTOFF.
003000*
003010     PERFORM 1300-CHECK-OPEN-CYCLES
003020         THRU 1300-CHECK-OPEN-CYCLES-EXIT.
003030     IF WS-OPEN-COUNT > ZERO
003040         OR WS-OPEN-OVERFLOW > ZERO
003050         PERFORM 1350-LIST-OPEN-CYCLE
003060             THRU 1350-LIST-OPEN-CYCLE-EXIT
003070             VARYING WS-OPEN-SUB FROM 1 BY 1
003080             UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
003090         DISPLAY "HPG0012E - RUN-CONTROL SHOWS A CYCLE STARTED "
003100             "BUT NOT COMPLETED - PURGE REFUSED, NOTHING ROLLED"
003110         GO TO 9910-REFUSE-RUN
003120     END-IF.
003130*
003140     OPEN OUTPUT PURGE-REPORT.
003150     IF WS-PRGRPT-STATUS NOT = "00"
003160         DISPLAY "HPG0013E - CANNOT OPEN PURGE-REPORT, "
003170             "STATUS " WS-PRGRPT-STATUS
003180         GO TO 9900-ABEND
003190     END-IF.
003200     MOVE SPACES TO PURGE-PRINT-RECORD.
003210     STRING "HISTORY FILE RETENTION AND PURGE REPORT - AS OF "
003220             DELIMITED BY SIZE
003230             "CYCLE " DELIMITED BY SIZE
003240             WS-ASOF-CYCLE DELIMITED BY SIZE
003250         INTO PURGE-PRINT-RECORD.
003260     WRITE PURGE-PRINT-RECORD.
003270     MOVE SPACES TO PURGE-PRINT-RECORD.
003280     WRITE PURGE-PRINT-RECORD.
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310*
003320******************************************************************
003330*    1100-READ-PURGE-CARD  -  READS THE RETENTION CARD.  A       *
003340*    MISSING OR EMPTY CARD FILE, AND ANY BLANK OR ZERO FIELD,    *
003350*    TAKES THE DEFAULTS.  A FIELD THAT IS NEITHER BLANK NOR      *
003360*    NUMERIC, AN AS-OF MONTH OUTSIDE 01-12, OR A RETENTION       *
003370*    UNDER THE MINIMUM MARKS THE CARD BAD AND THE RUN IS         *
003380*    REFUSED.                                                    *
003390******************************************************************
003400 1100-READ-PURGE-CARD.
003410     MOVE WS-DATE-YYYYMM TO WS-ASOF-CYCLE.
003420     OPEN INPUT PURGE-CARD-FILE.
003430     IF WS-PRGCARD-STATUS NOT = "00"
003440         DISPLAY "HPG0010I - NO RETENTION CARD, DEFAULTS USED"
003450         GO TO 1100-READ-PURGE-CARD-EXIT
003460     END-IF.
003470     READ PURGE-CARD-FILE
003480         AT END
003490             DISPLAY "HPG0010I - NO RETENTION CARD, DEFAULTS USED"
003500             CLOSE PURGE-CARD-FILE
003510             GO TO 1100-READ-PURGE-CARD-EXIT
003520     END-READ.
003530     CLOSE PURGE-CARD-FILE.
003540*
003550     IF PRGC-ASOF-CYCLE NOT = SPACES
003560         IF PRGC-ASOF-CYCLE NUMERIC
003570             IF PRGC-ASOF-CYCLE NOT = "000000"
003580                 MOVE PRGC-ASOF-CYCLE TO WS-ASOF-CYCLE
003590             END-IF
003600         ELSE
003610             SET WS-CARD-BAD TO TRUE
003620         END-IF
003630     END-IF.
003640     IF WS-ASOF-MM < 01 OR WS-ASOF-MM > 12
003650         SET WS-CARD-BAD TO TRUE
003660     END-IF.
003670*
003680     IF PRGC-ARCH-MONTHS NOT = SPACES
003690         IF PRGC-ARCH-MONTHS NUMERIC
003700             IF PRGC-ARCH-MONTHS NOT = "000"
003710                 MOVE PRGC-ARCH-MONTHS TO WS-ARCH-MONTHS
003720             END-IF
003730         ELSE
003740             SET WS-CARD-BAD TO TRUE
003750         END-IF
003760     END-IF.
003770     IF PRGC-CHIST-MONTHS NOT = SPACES
003780         IF PRGC-CHIST-MONTHS NUMERIC
003790             IF PRGC-CHIST-MONTHS NOT = "000"
003800                 MOVE PRGC-CHIST-MONTHS TO WS-CHIST-MONTHS
003810             END-IF
003820         ELSE
003830             SET WS-CARD-BAD TO TRUE
003840         END-IF
003850     END-IF.
003860     IF PRGC-RUNC-MONTHS NOT = SPACES
003870         IF PRGC-RUNC-MONTHS NUMERIC
003880             IF PRGC-RUNC-MONTHS NOT = "000"
003890                 MOVE PRGC-RUNC-MONTHS TO WS-RUNC-MONTHS
003900             END-IF
003910         ELSE
003920             SET WS-CARD-BAD TO TRUE
003930         END-IF
003940     END-IF.
003941     IF PRGC-CHGH-MONTHS NOT = SPACES
003942         IF PRGC-CHGH-MONTHS NUMERIC
003943             IF PRGC-CHGH-MONTHS NOT = "000"
003944                 MOVE PRGC-CHGH-MONTHS TO WS-CHGH-MONTHS
003945             END-IF
003946         ELSE
003947             SET WS-CARD-BAD TO TRUE
003948         END-IF
003949     END-IF.
003950     IF PRGC-CLBH-MONTHS NOT = SPACES
003951         IF PRGC-CLBH-MONTHS NUMERIC
003952             IF PRGC-CLBH-MONTHS NOT = "000"
003953                 MOVE PRGC-CLBH-MONTHS TO WS-CLBH-MONTHS
003954             END-IF
003955         ELSE
003956             SET WS-CARD-BAD TO TRUE
003957         END-IF
003958     END-IF.
003959     IF WS-CARD-BAD
003960         DISPLAY "HPG0011E - RETENTION CARD IS NOT NUMERIC OR "
003970             "THE AS-OF MONTH IS NOT 01-12 - PURGE REFUSED"
003980         GO TO 1100-READ-PURGE-CARD-EXIT
003990     END-IF.
004000*
004010     IF WS-ARCH-MONTHS < WS-MIN-MONTHS
004020         OR WS-CHIST-MONTHS < WS-MIN-MONTHS
004030         OR WS-RUNC-MONTHS < WS-MIN-MONTHS
004033         OR WS-CHGH-MONTHS < WS-MIN-MONTHS
004036         OR WS-CLBH-MONTHS < WS-MIN-MONTHS
004040         SET WS-CARD-BAD TO TRUE
004050         DISPLAY "HPG0011E - A RETENTION PERIOD IS UNDER "
004060             WS-MIN-MONTHS " MONTHS - PURGE REFUSED"
004070     END-IF.
004080 1100-READ-PURGE-CARD-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    1200-COMPUTE-CUTOFF  -  WORKS OUT THE FIRST CYCLE KEPT FOR  *
004130*    A RETENTION OF WS-CUT-MONTHS, COUNTING THE AS-OF CYCLE AS   *
004140*    THE FIRST MONTH.  THE CYCLE IS TURNED INTO A MONTH COUNT    *
004150*    (YEAR TIMES 12 PLUS MONTH LESS ONE), STEPPED BACK, AND      *
004160*    TURNED BACK INTO YYYYMM.                                    *
004170******************************************************************
004180 1200-COMPUTE-CUTOFF.
004190     COMPUTE WS-CUT-INDEX = WS-ASOF-YYYY * 12 + WS-ASOF-MM - 1
004200                          - WS-CUT-MONTHS + 1.
004210     DIVIDE WS-CUT-INDEX BY 12 GIVING WS-CUT-YYYY
004220         REMAINDER WS-CUT-MM-REM.
004230     MOVE WS-CUT-YYYY TO WS-CUT-CYCLE-YYYY.
004240     COMPUTE WS-CUT-CYCLE-MM = WS-CUT-MM-REM + 1.
004250 1200-COMPUTE-CUTOFF-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*    1300-CHECK-OPEN-CYCLES  -  PASSES THE RUN-CONTROL TRAIL     *
004300*    AND BUILDS THE LIST OF CYCLES STARTED BUT NOT COMPLETED.    *
004310*    A MISSING TRAIL ABENDS THE RUN - IT CANNOT BE ROLLED.       *
004320******************************************************************
004330 1300-CHECK-OPEN-CYCLES.
004340     OPEN INPUT RUN-CONTROL-FILE.
004350     IF WS-RUNCTL-STATUS NOT = "00"
004360         DISPLAY "HPG0014E - CANNOT OPEN RUN-CONTROL-FILE, "
004370             "STATUS " WS-RUNCTL-STATUS
004380         GO TO 9900-ABEND
004390     END-IF.
004400     MOVE "N" TO WS-EOF-SWITCH.
004410     PERFORM 1310-SCAN-RUN-CONTROL
004420         THRU 1310-SCAN-RUN-CONTROL-EXIT
004430         UNTIL WS-EOF.
004440     CLOSE RUN-CONTROL-FILE.
004450 1300-CHECK-OPEN-CYCLES-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490*    1310-SCAN-RUN-CONTROL  -  READS ONE RUN-CONTROL RECORD.  A  *
004500*    START RECORD OPENS ITS CYCLE AND GROUP; A COMPLETED RECORD  *
004505*    FOR THE SAME CYCLE AND GROUP CLOSES IT.                     *
004510******************************************************************
004520 1310-SCAN-RUN-CONTROL.
004530     READ RUN-CONTROL-FILE
004540         AT END
004550             SET WS-EOF TO TRUE
004560             GO TO 1310-SCAN-RUN-CONTROL-EXIT
004570     END-READ.
004580     MOVE "N" TO WS-FOUND-SWITCH.
004590     PERFORM 1320-FIND-OPEN-CYCLE THRU 1320-FIND-OPEN-CYCLE-EXIT
004600         VARYING WS-OPEN-SUB FROM 1 BY 1
004610         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
004620            OR WS-FOUND.
004630     IF RUNC-COMPLETED
004640         IF WS-FOUND
004650             PERFORM 1330-CLOSE-OPEN-CYCLE
004660                 THRU 1330-CLOSE-OPEN-CYCLE-EXIT
004670         END-IF
004680     ELSE
004690         IF NOT WS-FOUND
004700             IF WS-OPEN-COUNT < 50
004710                 ADD 1 TO WS-OPEN-COUNT
004720                 MOVE RUNC-CYCLE TO WS-OPEN-CYCLE (WS-OPEN-COUNT)
004723                 MOVE RUNC-STMT-GROUP
004726                     TO WS-OPEN-GROUP (WS-OPEN-COUNT)
004730             ELSE
004740                 ADD 1 TO WS-OPEN-OVERFLOW
004750             END-IF
004760         END-IF
004770     END-IF.
004780 1310-SCAN-RUN-CONTROL-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820*    1320-FIND-OPEN-CYCLE  -  TESTS ONE OPEN-CYCLE ENTRY AGAINST *
004830*    THE RUN-CONTROL RECORD JUST READ.  ON A HIT THE VARYING     *
004840*    STILL STEPS THE SUBSCRIPT ONCE, SO 1330 BACKS IT UP.        *
004850******************************************************************
004860 1320-FIND-OPEN-CYCLE.
004870     IF WS-OPEN-CYCLE (WS-OPEN-SUB) = RUNC-CYCLE
004875         AND WS-OPEN-GROUP (WS-OPEN-SUB) = RUNC-STMT-GROUP
004880         SET WS-FOUND TO TRUE
004890     END-IF.
004900 1320-FIND-OPEN-CYCLE-EXIT.
004910     EXIT.
004920*
004930******************************************************************
004940*    1330-CLOSE-OPEN-CYCLE  -  DROPS THE MATCHED CYCLE FROM THE  *
004950*    OPEN LIST BY MOVING THE LAST ENTRY INTO ITS PLACE.          *
004960******************************************************************
004970 1330-CLOSE-OPEN-CYCLE.
004980     SUBTRACT 1 FROM WS-OPEN-SUB.
004990     MOVE WS-OPEN-ENTRY (WS-OPEN-COUNT)
005000         TO WS-OPEN-ENTRY (WS-OPEN-SUB).
005010     SUBTRACT 1 FROM WS-OPEN-COUNT.
005020 1330-CLOSE-OPEN-CYCLE-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060*    1350-LIST-OPEN-CYCLE  -  NAMES ONE OPEN CYCLE ON SYSOUT.    *
005070******************************************************************
005080 1350-LIST-OPEN-CYCLE.
005090     IF WS-OPEN-GROUP (WS-OPEN-SUB) = SPACE
005100         DISPLAY "HPG0015E - CYCLE " WS-OPEN-CYCLE (WS-OPEN-SUB)
005101             " IS STARTED BUT NOT COMPLETED ON THE RUN-CONTROL "
005102             "TRAIL"
005103     ELSE
005104         DISPLAY "HPG0015E - CYCLE " WS-OPEN-CYCLE (WS-OPEN-SUB)
005105             " STATEMENT GROUP " WS-OPEN-GROUP (WS-OPEN-SUB)
005106             " IS STARTED BUT NOT COMPLETED ON THE RUN-CONTROL "
005107             "TRAIL"
005108     END-IF.
005110 1350-LIST-OPEN-CYCLE-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150*    2000-ROLL-ARCHIVE  -  ROLLS THE STATEMENT ARCHIVE: EVERY    *
005160*    RECORD IS COPIED TO THE NEW ARCHIVE OR TO THE PURGE TAPE BY *
005170*    ITS CYCLE, THEN THE FILE'S SECTION OF THE REPORT IS         *
005180*    WRITTEN.                                                    *
005190******************************************************************
005200 2000-ROLL-ARCHIVE.
005210     OPEN INPUT STATEMENT-ARCHIVE.
005220     IF WS-STMARCH-STATUS NOT = "00"
005230         DISPLAY "HPG0016E - CANNOT OPEN STATEMENT-ARCHIVE, "
005240             "STATUS " WS-STMARCH-STATUS
005250         GO TO 9900-ABEND
005260     END-IF.
005270     OPEN OUTPUT ARCHIVE-KEPT-FILE.
005280     IF WS-NEWARCH-STATUS NOT = "00"
005290         DISPLAY "HPG0017E - CANNOT OPEN ARCHIVE-KEPT-FILE, "
005300             "STATUS " WS-NEWARCH-STATUS
005310         GO TO 9900-ABEND
005320     END-IF.
005330     OPEN OUTPUT ARCHIVE-PURGE-FILE.
005340     IF WS-ARCHPRG-STATUS NOT = "00"
005350         DISPLAY "HPG0018E - CANNOT OPEN ARCHIVE-PURGE-FILE, "
005360             "STATUS " WS-ARCHPRG-STATUS
005370         GO TO 9900-ABEND
005380     END-IF.
005390*
005400     MOVE "STATEMENT ARCHIVE (STMARCH)" TO WS-FILE-TITLE.
005410     MOVE WS-ARCH-MONTHS TO WS-FILE-MONTHS.
005420     MOVE WS-ARCH-CUTOFF TO WS-FILE-CUTOFF.
005430     PERFORM 6000-RESET-FILE-TALLY
005440         THRU 6000-RESET-FILE-TALLY-EXIT.
005450     PERFORM 2100-ROLL-ARCHIVE-RECORD
005460         THRU 2100-ROLL-ARCHIVE-RECORD-EXIT
005470         UNTIL WS-EOF.
005480     CLOSE STATEMENT-ARCHIVE.
005490     CLOSE ARCHIVE-KEPT-FILE.
005500     CLOSE ARCHIVE-PURGE-FILE.
005510     PERFORM 7000-WRITE-FILE-REPORT
005520         THRU 7000-WRITE-FILE-REPORT-EXIT.
005530 2000-ROLL-ARCHIVE-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570*    2100-ROLL-ARCHIVE-RECORD  -  READS ONE ARCHIVE RECORD AND   *
005580*    WRITES IT TO THE NEW ARCHIVE OR THE PURGE TAPE.             *
005590******************************************************************
005600 2100-ROLL-ARCHIVE-RECORD.
005610     READ STATEMENT-ARCHIVE
005620         AT END
005630             SET WS-EOF TO TRUE
005640             GO TO 2100-ROLL-ARCHIVE-RECORD-EXIT
005650     END-READ.
005660     MOVE ARCH-CYCLE TO WS-TALLY-CYCLE.
005670     PERFORM 6100-DISPOSE-RECORD THRU 6100-DISPOSE-RECORD-EXIT.
005680     IF WS-TALLY-PURGED
005690         WRITE ARCHIVE-PURGE-RECORD FROM STMT-ARCHIVE-RECORD
005700     ELSE
005710         WRITE ARCHIVE-KEPT-RECORD FROM STMT-ARCHIVE-RECORD
005720     END-IF.
005730 2100-ROLL-ARCHIVE-RECORD-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*    3000-ROLL-CTLHIST  -  ROLLS THE CONTROL-TOTAL HISTORY THE   *
005780*    SAME WAY.                                                   *
005790******************************************************************
005800 3000-ROLL-CTLHIST.
005810     OPEN INPUT CTL-HISTORY-FILE.
005820     IF WS-CTLHIST-STATUS NOT = "00"
005830         DISPLAY "HPG0019E - CANNOT OPEN CTL-HISTORY-FILE, "
005840             "STATUS " WS-CTLHIST-STATUS
005850         GO TO 9900-ABEND
005860     END-IF.
005870     OPEN OUTPUT CTLHIST-KEPT-FILE.
005880     IF WS-NEWCHIST-STATUS NOT = "00"
005890         DISPLAY "HPG0020E - CANNOT OPEN CTLHIST-KEPT-FILE, "
005900             "STATUS " WS-NEWCHIST-STATUS
005910         GO TO 9900-ABEND
005920     END-IF.
005930     OPEN OUTPUT CTLHIST-PURGE-FILE.
005940     IF WS-CHISTPRG-STATUS NOT = "00"
005950         DISPLAY "HPG0021E - CANNOT OPEN CTLHIST-PURGE-FILE, "
005960             "STATUS " WS-CHISTPRG-STATUS
005970         GO TO 9900-ABEND
005980     END-IF.
005990*
006000     MOVE "CONTROL-TOTAL HISTORY (CTLHIST)" TO WS-FILE-TITLE.
006010     MOVE WS-CHIST-MONTHS TO WS-FILE-MONTHS.
006020     MOVE WS-CHIST-CUTOFF TO WS-FILE-CUTOFF.
006030     PERFORM 6000-RESET-FILE-TALLY
006040         THRU 6000-RESET-FILE-TALLY-EXIT.
006050     PERFORM 3100-ROLL-CTLHIST-RECORD
006060         THRU 3100-ROLL-CTLHIST-RECORD-EXIT
006070         UNTIL WS-EOF.
006080     CLOSE CTL-HISTORY-FILE.
006090     CLOSE CTLHIST-KEPT-FILE.
006100     CLOSE CTLHIST-PURGE-FILE.
006110     PERFORM 7000-WRITE-FILE-REPORT
006120         THRU 7000-WRITE-FILE-REPORT-EXIT.
006130 3000-ROLL-CTLHIST-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    3100-ROLL-CTLHIST-RECORD  -  READS ONE CONTROL-TOTAL        *
006180*    HISTORY RECORD AND WRITES IT TO THE NEW COPY OR THE TAPE.   *
006190******************************************************************
006200 3100-ROLL-CTLHIST-RECORD.
006210     READ CTL-HISTORY-FILE
006220         AT END
006230             SET WS-EOF TO TRUE
006240             GO TO 3100-ROLL-CTLHIST-RECORD-EXIT
006250     END-READ.
006260     MOVE HIST-CYCLE TO WS-TALLY-CYCLE.
006270     PERFORM 6100-DISPOSE-RECORD THRU 6100-DISPOSE-RECORD-EXIT.
006280     IF WS-TALLY-PURGED
006290         WRITE CTLHIST-PURGE-RECORD FROM CTL-HISTORY-RECORD
006300     ELSE
006310         WRITE CTLHIST-KEPT-RECORD FROM CTL-HISTORY-RECORD
006320     END-IF.
006330 3100-ROLL-CTLHIST-RECORD-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*    4000-ROLL-RUNCTL  -  ROLLS THE RUN-CONTROL TRAIL THE SAME   *
006380*    WAY.  IT WAS ALREADY PASSED ONCE FOR THE OPEN-CYCLE CHECK.  *
006390******************************************************************
006400 4000-ROLL-RUNCTL.
006410     OPEN INPUT RUN-CONTROL-FILE.
006420     IF WS-RUNCTL-STATUS NOT = "00"
006430         DISPLAY "HPG0014E - CANNOT OPEN RUN-CONTROL-FILE, "
006440             "STATUS " WS-RUNCTL-STATUS
006450         GO TO 9900-ABEND
006460     END-IF.
006470     OPEN OUTPUT RUNCTL-KEPT-FILE.
006480     IF WS-NEWRUNC-STATUS NOT = "00"
006490         DISPLAY "HPG0022E - CANNOT OPEN RUNCTL-KEPT-FILE, "
006500             "STATUS " WS-NEWRUNC-STATUS
006510         GO TO 9900-ABEND
006520     END-IF.
006530     OPEN OUTPUT RUNCTL-PURGE-FILE.
006540     IF WS-RUNCPRG-STATUS NOT = "00"
006550         DISPLAY "HPG0023E - CANNOT OPEN RUNCTL-PURGE-FILE, "
006560             "STATUS " WS-RUNCPRG-STATUS
006570         GO TO 9900-ABEND
006580     END-IF.
006590*
006600     MOVE "RUN-CONTROL TRAIL (RUNCTL)" TO WS-FILE-TITLE.
006610     MOVE WS-RUNC-MONTHS TO WS-FILE-MONTHS.
006620     MOVE WS-RUNC-CUTOFF TO WS-FILE-CUTOFF.
006630     PERFORM 6000-RESET-FILE-TALLY
006640         THRU 6000-RESET-FILE-TALLY-EXIT.
006650     PERFORM 4100-ROLL-RUNCTL-RECORD
006660         THRU 4100-ROLL-RUNCTL-RECORD-EXIT
006670         UNTIL WS-EOF.
006680     CLOSE RUN-CONTROL-FILE.
006690     CLOSE RUNCTL-KEPT-FILE.
006700     CLOSE RUNCTL-PURGE-FILE.
006710     PERFORM 7000-WRITE-FILE-REPORT
006720         THRU 7000-WRITE-FILE-REPORT-EXIT.
006730 4000-ROLL-RUNCTL-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770*    4100-ROLL-RUNCTL-RECORD  -  READS ONE RUN-CONTROL RECORD    *
006780*    AND WRITES IT TO THE NEW COPY OR THE TAPE.                  *
006790******************************************************************
006800 4100-ROLL-RUNCTL-RECORD.
006810     READ RUN-CONTROL-FILE
006820         AT END
006830             SET WS-EOF TO TRUE
006840             GO TO 4100-ROLL-RUNCTL-RECORD-EXIT
006850     END-READ.
006860     MOVE RUNC-CYCLE TO WS-TALLY-CYCLE.
006870     PERFORM 6100-DISPOSE-RECORD THRU 6100-DISPOSE-RECORD-EXIT.
006880     IF WS-TALLY-PURGED
006890         WRITE RUNCTL-PURGE-RECORD FROM RUN-CONTROL-RECORD
006900     ELSE
006910         WRITE RUNCTL-KEPT-RECORD FROM RUN-CONTROL-RECORD
006920     END-IF.
006930 4100-ROLL-RUNCTL-RECORD-EXIT.
006940     EXIT.
006941*
006942******************************************************************
006943*    5000-ROLL-CHGHIST  -  ROLLS THE OVERDRAFT CHARGE LEDGER THE *
006944*    SAME WAY, AGED BY THE CYCLE EACH ENTRY WAS POSTED IN.       *
006945******************************************************************
006946 5000-ROLL-CHGHIST.
006947     OPEN INPUT CHARGE-HISTORY-FILE.
006948     IF WS-CHGHIST-STATUS NOT = "00"
006949         DISPLAY "HPG0026E - CANNOT OPEN CHARGE-HISTORY-FILE, "
006950             "STATUS " WS-CHGHIST-STATUS
006951         GO TO 9900-ABEND
006952     END-IF.
006953     OPEN OUTPUT CHGHIST-KEPT-FILE.
006954     IF WS-NEWCHGH-STATUS NOT = "00"
006955         DISPLAY "HPG0027E - CANNOT OPEN CHGHIST-KEPT-FILE, "
006956             "STATUS " WS-NEWCHGH-STATUS
006957         GO TO 9900-ABEND
006958     END-IF.
006959     OPEN OUTPUT CHGHIST-PURGE-FILE.
006960     IF WS-CHGHPRG-STATUS NOT = "00"
006961         DISPLAY "HPG0028E - CANNOT OPEN CHGHIST-PURGE-FILE, "
006962             "STATUS " WS-CHGHPRG-STATUS
006963         GO TO 9900-ABEND
006964     END-IF.
006965*
006966     MOVE "OVERDRAFT CHARGE LEDGER (CHGHIST)" TO WS-FILE-TITLE.
006967     MOVE WS-CHGH-MONTHS TO WS-FILE-MONTHS.
006968     MOVE WS-CHGH-CUTOFF TO WS-FILE-CUTOFF.
006969     PERFORM 6000-RESET-FILE-TALLY
006970         THRU 6000-RESET-FILE-TALLY-EXIT.
006971     PERFORM 5100-ROLL-CHGHIST-RECORD
006972         THRU 5100-ROLL-CHGHIST-RECORD-EXIT
006973         UNTIL WS-EOF.
006974     CLOSE CHARGE-HISTORY-FILE.
006975     CLOSE CHGHIST-KEPT-FILE.
006976     CLOSE CHGHIST-PURGE-FILE.
006977     PERFORM 7000-WRITE-FILE-REPORT
006978         THRU 7000-WRITE-FILE-REPORT-EXIT.
006979 5000-ROLL-CHGHIST-EXIT.
006980     EXIT.
006981*
006982******************************************************************
006983*    5100-ROLL-CHGHIST-RECORD  -  READS ONE CHARGE LEDGER ENTRY  *
006984*    AND WRITES IT TO THE NEW COPY OR THE TAPE.                  *
006985******************************************************************
006986 5100-ROLL-CHGHIST-RECORD.
006987     READ CHARGE-HISTORY-FILE
006988         AT END
006989             SET WS-EOF TO TRUE
006990             GO TO 5100-ROLL-CHGHIST-RECORD-EXIT
006991     END-READ.
006992     MOVE CHGH-POST-CYCLE TO WS-TALLY-CYCLE.
006993     PERFORM 6100-DISPOSE-RECORD THRU 6100-DISPOSE-RECORD-EXIT.
006994     IF WS-TALLY-PURGED
006995         WRITE CHGHIST-PURGE-RECORD FROM CHARGE-HISTORY-RECORD
006996     ELSE
006997         WRITE CHGHIST-KEPT-RECORD FROM CHARGE-HISTORY-RECORD
006998     END-IF.
006999 5100-ROLL-CHGHIST-RECORD-EXIT.
007000     EXIT.
007001*
007002******************************************************************
007003*    5200-ROLL-CLUBHIST  -  ROLLS THE CLUB PAYOUT LEDGER THE     *
007004*    SAME WAY, AGED BY PAYOUT CYCLE.                             *
007005******************************************************************
007006 5200-ROLL-CLUBHIST.
007007     OPEN INPUT CLUB-HISTORY-FILE.
007008     IF WS-CLUBHIST-STATUS NOT = "00"
007009         DISPLAY "HPG0029E - CANNOT OPEN CLUB-HISTORY-FILE, "
007010             "STATUS " WS-CLUBHIST-STATUS
007011         GO TO 9900-ABEND
007012     END-IF.
007013     OPEN OUTPUT CLUBHIST-KEPT-FILE.
007014     IF WS-NEWCLBH-STATUS NOT = "00"
007015         DISPLAY "HPG0030E - CANNOT OPEN CLUBHIST-KEPT-FILE, "
007016             "STATUS " WS-NEWCLBH-STATUS
007017         GO TO 9900-ABEND
007018     END-IF.
007019     OPEN OUTPUT CLUBHIST-PURGE-FILE.
007020     IF WS-CLBHPRG-STATUS NOT = "00"
007021         DISPLAY "HPG0031E - CANNOT OPEN CLUBHIST-PURGE-FILE, "
007022             "STATUS " WS-CLBHPRG-STATUS
007023         GO TO 9900-ABEND
007024     END-IF.
007025*
007026     MOVE "CLUB PAYOUT LEDGER (CLUBHIST)" TO WS-FILE-TITLE.
007027     MOVE WS-CLBH-MONTHS TO WS-FILE-MONTHS.
007028     MOVE WS-CLBH-CUTOFF TO WS-FILE-CUTOFF.
007029     PERFORM 6000-RESET-FILE-TALLY
007030         THRU 6000-RESET-FILE-TALLY-EXIT.
007031     PERFORM 5300-ROLL-CLUBHIST-RECORD
007032         THRU 5300-ROLL-CLUBHIST-RECORD-EXIT
007033         UNTIL WS-EOF.
007034     CLOSE CLUB-HISTORY-FILE.
007035     CLOSE CLUBHIST-KEPT-FILE.
007036     CLOSE CLUBHIST-PURGE-FILE.
007037     PERFORM 7000-WRITE-FILE-REPORT
007038         THRU 7000-WRITE-FILE-REPORT-EXIT.
007039 5200-ROLL-CLUBHIST-EXIT.
007040     EXIT.
007041*
007042******************************************************************
007043*    5300-ROLL-CLUBHIST-RECORD  -  READS ONE CLUB LEDGER ENTRY   *
007044*    AND WRITES IT TO THE NEW COPY OR THE TAPE.                  *
007045******************************************************************
007046 5300-ROLL-CLUBHIST-RECORD.
007047     READ CLUB-HISTORY-FILE
007048         AT END
007049             SET WS-EOF TO TRUE
007050             GO TO 5300-ROLL-CLUBHIST-RECORD-EXIT
007051     END-READ.
007052     MOVE CLBH-PAYOUT-CYCLE TO WS-TALLY-CYCLE.
007053     PERFORM 6100-DISPOSE-RECORD THRU 6100-DISPOSE-RECORD-EXIT.
007054     IF WS-TALLY-PURGED
007055         WRITE CLUBHIST-PURGE-RECORD FROM CLUB-HISTORY-RECORD
007056     ELSE
007057         WRITE CLUBHIST-KEPT-RECORD FROM CLUB-HISTORY-RECORD
007058     END-IF.
007059 5300-ROLL-CLUBHIST-RECORD-EXIT.
007060     EXIT.
007061*
007062******************************************************************
007063*    6000-RESET-FILE-TALLY  -  CLEARS THE PER-CYCLE TABLE AND    *
007064*    THE FILE COUNTS BEFORE A FILE IS ROLLED.                    *
007065******************************************************************
007066 6000-RESET-FILE-TALLY.
007067     MOVE "N"  TO WS-EOF-SWITCH.
007068     MOVE ZERO TO WS-CYC-COUNT.
007069     MOVE ZERO TO WS-CYC-HIT.
007070     MOVE ZERO TO WS-FILE-READ.
007071     MOVE ZERO TO WS-FILE-KEPT.
007072     MOVE ZERO TO WS-FILE-PURGED.
007073     MOVE ZERO TO WS-FILE-UNDATED.
007080     MOVE ZERO TO WS-FILE-UNTABLED.
007090 6000-RESET-FILE-TALLY-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*    6100-DISPOSE-RECORD  -  DECIDES WHETHER THE RECORD JUST     *
007140*    READ IS KEPT OR PURGED AND COUNTS IT, BY FILE AND BY CYCLE. *
007150*    A CYCLE THAT IS NOT NUMERIC CANNOT BE AGED, SO THE RECORD   *
007160*    IS KEPT AND COUNTED AS UNDATED.                             *
007170******************************************************************
007180 6100-DISPOSE-RECORD.
007190     ADD 1 TO WS-FILE-READ.
007200     MOVE "K" TO WS-TALLY-DISP.
007210     IF WS-TALLY-CYCLE NOT NUMERIC
007220         ADD 1 TO WS-FILE-UNDATED
007230     ELSE
007240         IF WS-TALLY-CYCLE < WS-FILE-CUTOFF
007250             MOVE "P" TO WS-TALLY-DISP
007260         END-IF
007270     END-IF.
007280     IF WS-TALLY-PURGED
007290         ADD 1 TO WS-FILE-PURGED
007300     ELSE
007310         ADD 1 TO WS-FILE-KEPT
007320     END-IF.
007330*
007340*    RECORDS OF ONE CYCLE ARRIVE TOGETHER, SO THE LAST CYCLE HIT
007350*    IS TRIED BEFORE THE TABLE IS SEARCHED.
007360     IF WS-CYC-HIT > ZERO
007370         IF WS-CYC-CYCLE (WS-CYC-HIT) = WS-TALLY-CYCLE
007380             GO TO 6100-DISPOSE-RECORD-COUNT
007390         END-IF
007400     END-IF.
007410     MOVE "N" TO WS-FOUND-SWITCH.
007420     PERFORM 6200-FIND-CYCLE THRU 6200-FIND-CYCLE-EXIT
007430         VARYING WS-CYC-SUB FROM 1 BY 1
007440         UNTIL WS-CYC-SUB > WS-CYC-COUNT
007450            OR WS-FOUND.
007460     IF NOT WS-FOUND
007470         IF WS-CYC-COUNT < 600
007480             ADD 1 TO WS-CYC-COUNT
007490             MOVE WS-CYC-COUNT   TO WS-CYC-HIT
007500             MOVE WS-TALLY-CYCLE TO WS-CYC-CYCLE (WS-CYC-HIT)
007510             MOVE ZERO           TO WS-CYC-KEPT (WS-CYC-HIT)
007520             MOVE ZERO           TO WS-CYC-PURGED (WS-CYC-HIT)
007530         ELSE
007540             ADD 1 TO WS-FILE-UNTABLED
007550             GO TO 6100-DISPOSE-RECORD-EXIT
007560         END-IF
007570     END-IF.
007580 6100-DISPOSE-RECORD-COUNT.
007590     IF WS-TALLY-PURGED
007600         ADD 1 TO WS-CYC-PURGED (WS-CYC-HIT)
007610     ELSE
007620         ADD 1 TO WS-CYC-KEPT (WS-CYC-HIT)
007630     END-IF.
007640 6100-DISPOSE-RECORD-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680*    6200-FIND-CYCLE  -  TESTS ONE CYCLE-TABLE ENTRY AGAINST THE *
007690*    RECORD'S CYCLE AND REMEMBERS THE ENTRY ON A HIT.            *
007700******************************************************************
007710 6200-FIND-CYCLE.
007720     IF WS-CYC-CYCLE (WS-CYC-SUB) = WS-TALLY-CYCLE
007730         SET WS-FOUND TO TRUE
007740         MOVE WS-CYC-SUB TO WS-CYC-HIT
007750     END-IF.
007760 6200-FIND-CYCLE-EXIT.
007770     EXIT.
007780*
007790******************************************************************
007800*    7000-WRITE-FILE-REPORT  -  WRITES ONE FILE'S SECTION OF THE *
007810*    PURGE REPORT - THE RETENTION APPLIED, A LINE PER CYCLE, AND *
007820*    THE FILE TOTALS - AND ADDS THE FILE INTO THE RUN TOTALS.    *
007830******************************************************************
007840 7000-WRITE-FILE-REPORT.
007850     MOVE SPACES TO PURGE-PRINT-RECORD.
007860     STRING "FILE: " DELIMITED BY SIZE
007870             WS-FILE-TITLE DELIMITED BY "  "
007880             "   RETENTION: " DELIMITED BY SIZE
007890             WS-FILE-MONTHS DELIMITED BY SIZE
007900             " MONTHS   KEEPING CYCLE " DELIMITED BY SIZE
007910             WS-FILE-CUTOFF DELIMITED BY SIZE
007920             " AND LATER" DELIMITED BY SIZE
007930         INTO PURGE-PRINT-RECORD.
007940     WRITE PURGE-PRINT-RECORD.
007950     MOVE SPACES TO PURGE-PRINT-RECORD.
007960     STRING "    CYCLE           KEPT       PURGED"
007970             DELIMITED BY SIZE
007980         INTO PURGE-PRINT-RECORD.
007990     WRITE PURGE-PRINT-RECORD.
008000     PERFORM 7100-WRITE-CYCLE-LINE THRU 7100-WRITE-CYCLE-LINE-EXIT
008010         VARYING WS-CYC-SUB FROM 1 BY 1
008020         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
008030     IF WS-FILE-UNTABLED > ZERO
008040         MOVE WS-FILE-UNTABLED TO WS-READ-EDIT
008050         MOVE SPACES TO PURGE-PRINT-RECORD
008060         STRING "    RECORDS IN CYCLES PAST THE 600-CYCLE LIST: "
008070                 DELIMITED BY SIZE
008080                 WS-READ-EDIT DELIMITED BY SIZE
008090             INTO PURGE-PRINT-RECORD
008100         WRITE PURGE-PRINT-RECORD
008110     END-IF.
008120*
008130     MOVE WS-FILE-READ   TO WS-READ-EDIT.
008140     MOVE WS-FILE-KEPT   TO WS-KEPT-EDIT.
008150     MOVE WS-FILE-PURGED TO WS-PURGED-EDIT.
008160     MOVE SPACES TO PURGE-PRINT-RECORD.
008170     STRING "    FILE TOTAL - READ " DELIMITED BY SIZE
008180             WS-READ-EDIT DELIMITED BY SIZE
008190             "   KEPT " DELIMITED BY SIZE
008200             WS-KEPT-EDIT DELIMITED BY SIZE
008210             "   PURGED " DELIMITED BY SIZE
008220             WS-PURGED-EDIT DELIMITED BY SIZE
008230         INTO PURGE-PRINT-RECORD.
008240     WRITE PURGE-PRINT-RECORD.
008250     IF WS-FILE-UNDATED > ZERO
008260         MOVE WS-FILE-UNDATED TO WS-READ-EDIT
008270         MOVE SPACES TO PURGE-PRINT-RECORD
008280         STRING "    *** RECORDS WITH NO READABLE CYCLE, KEPT: "
008290                 DELIMITED BY SIZE
008300                 WS-READ-EDIT DELIMITED BY SIZE
008310                 " ***" DELIMITED BY SIZE
008320             INTO PURGE-PRINT-RECORD
008330         WRITE PURGE-PRINT-RECORD
008340         DISPLAY "HPG0024W - " WS-FILE-UNDATED " RECORDS WITH NO "
008350             "READABLE CYCLE KEPT - SEE THE PURGE REPORT"
008360     END-IF.
008370     MOVE SPACES TO PURGE-PRINT-RECORD.
008380     WRITE PURGE-PRINT-RECORD.
008390*
008400     ADD WS-FILE-READ    TO WS-TOTAL-READ.
008410     ADD WS-FILE-KEPT    TO WS-TOTAL-KEPT.
008420     ADD WS-FILE-PURGED  TO WS-TOTAL-PURGED.
008430     ADD WS-FILE-UNDATED TO WS-TOTAL-UNDATED.
008440 7000-WRITE-FILE-REPORT-EXIT.
008450     EXIT.
008460*
008470******************************************************************
008480*    7100-WRITE-CYCLE-LINE  -  WRITES THE KEPT AND PURGED COUNTS *
008490*    FOR ONE CYCLE OF THE FILE.                                  *
008500******************************************************************
008510 7100-WRITE-CYCLE-LINE.
008520     MOVE WS-CYC-KEPT (WS-CYC-SUB)   TO WS-KEPT-EDIT.
008530     MOVE WS-CYC-PURGED (WS-CYC-SUB) TO WS-PURGED-EDIT.
008540     MOVE SPACES TO PURGE-PRINT-RECORD.
008550     STRING "    " DELIMITED BY SIZE
008560             WS-CYC-CYCLE (WS-CYC-SUB) DELIMITED BY SIZE
008570             "  " DELIMITED BY SIZE
008580             WS-KEPT-EDIT DELIMITED BY SIZE
008590             "  " DELIMITED BY SIZE
008600             WS-PURGED-EDIT DELIMITED BY SIZE
008610         INTO PURGE-PRINT-RECORD.
008620     WRITE PURGE-PRINT-RECORD.
008630 7100-WRITE-CYCLE-LINE-EXIT.
008640     EXIT.
008650*
008660******************************************************************
008670*    8000-WRITE-RUN-TOTALS  -  WRITES THE TOTALS ACROSS ALL      *
008680*    FIVE FILES AND ECHOES THEM TO SYSOUT.                       *
008690******************************************************************
008700 8000-WRITE-RUN-TOTALS.
008710     MOVE WS-TOTAL-READ   TO WS-READ-EDIT.
008720     MOVE WS-TOTAL-KEPT   TO WS-KEPT-EDIT.
008730     MOVE WS-TOTAL-PURGED TO WS-PURGED-EDIT.
008740     MOVE SPACES TO PURGE-PRINT-RECORD.
008750     STRING "ALL FILES - READ " DELIMITED BY SIZE
008760             WS-READ-EDIT DELIMITED BY SIZE
008770             "   KEPT " DELIMITED BY SIZE
008780             WS-KEPT-EDIT DELIMITED BY SIZE
008790             "   PURGED TO TAPE " DELIMITED BY SIZE
008800             WS-PURGED-EDIT DELIMITED BY SIZE
008810         INTO PURGE-PRINT-RECORD.
008820     WRITE PURGE-PRINT-RECORD.
008830     DISPLAY "HPG0025I - HISTORY FILES ROLLED - " WS-TOTAL-KEPT
008840         " RECORDS KEPT, " WS-TOTAL-PURGED " PURGED TO TAPE".
008850 8000-WRITE-RUN-TOTALS-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890*    9000-TERMINATE  -  CLOSES THE REPORT.  EACH HISTORY FILE    *
008900*    AND ITS OUTPUTS WERE CLOSED WHEN IT FINISHED ROLLING.       *
008910******************************************************************
008920 9000-TERMINATE.
008930     CLOSE PURGE-REPORT.
008940 9000-TERMINATE-EXIT.
008950     EXIT.
008960*
008970******************************************************************
008980*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
008990******************************************************************
009000 9900-ABEND.
009010     MOVE 16 TO RETURN-CODE.
009020     STOP RUN.
009030*
009040******************************************************************
009050*    9910-REFUSE-RUN  -  OPEN CYCLE OR BAD RETENTION CARD.  THE  *
009060*    RUN ENDS BEFORE ANY OUTPUT IS WRITTEN, WITH CONDITION CODE  *
009070*    12 SO THE RENAME STEP DOES NOT RUN.                         *
009080******************************************************************
009090 9910-REFUSE-RUN.
009100     MOVE 12 TO RETURN-CODE.
009110     STOP RUN.
009120*
009130 END PROGRAM HISTPRG.

000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  STMTROLL                                       *
000040*                                                                *
000050*    MONTH-END STATEMENT ROLL-UP.  THE CYCLE IS STATEMENTED IN   *
000060*    STATEMENT-DAY GROUPS SPREAD THROUGH THE MONTH (ACCT-MAST-   *
000070*    STMT-GROUP, 1-4), EACH GROUP BY ITS OWN RUN OF THE JOB      *
000080*    STREAM.  ONCE THE LAST GROUP HAS RUN, THIS PROGRAM PROVES   *
000090*    FROM THE FILES THEMSELVES THAT EVERY ACCOUNT ON THE MASTER  *
000100*    WAS STATEMENTED EXACTLY ONCE ACROSS ALL THE GROUPS:         *
000110*                                                                *
000120*      1. THE RUN-CONTROL TRAIL MUST SHOW A COMPLETED RUN FOR    *
000130*         EVERY GROUP OF THE CYCLE (OR A WHOLE-CYCLE RUN).       *
000140*      2. THE CYCLE'S STATEMENT HEADERS ON THE ARCHIVE ARE       *
000150*         SORTED BY ACCOUNT AND MATCHED AGAINST THE CURRENT      *
000160*         ACCOUNT MASTER.  EVERY MASTER ACCOUNT MUST HAVE ONE    *
000170*         STATEMENT - NONE OR TWO OR MORE IS LISTED.  A          *
000180*         STATEMENTED ACCOUNT NO LONGER ON THE MASTER (CLOSED    *
000190*         SINCE ITS GROUP RAN) IS LISTED AS A WARNING.           *
000200*      3. THE ARCHIVED STATEMENT COUNT MUST EQUAL THE COUNTS     *
000210*         ON THE CYCLE'S COMPLETED RUN-CONTROL RECORDS,          *
000220*         SUPPLEMENTAL MAKE-UP BATCHES INCLUDED.                 *
000230*                                                                *
000240*    A MASTER ACCOUNT THAT FAILS THE STATEMENT RUN'S OWN EDITS   *
000250*    (BAD ACCOUNT NUMBER OR BALANCE, UNKNOWN STATUS OR GROUP     *
000260*    CODE) WAS REJECTED TO THE EXCEPTION EXTRACT, NOT MISSED -   *
000270*    IT IS LISTED AS A WARNING UNTIL A MAKE-UP BATCH             *
000280*    STATEMENTS IT.  AN ACCOUNT OPENED AFTER ITS GROUP RAN,      *
000290*    OR MOVED TO ANOTHER GROUP MID-MONTH, SHOWS AS NOT           *
000300*    STATEMENTED OR STATEMENTED TWICE AND NEEDS A LOOK.          *
000310*                                                                *
000320*    RETURN-CODE 0  -  PROVED - EVERY ACCOUNT STATEMENTED ONCE.  *
000330*    RETURN-CODE 4  -  PROVED WITH WARNINGS - SEE THE REPORT.    *
000340*    RETURN-CODE 8  -  NOT PROVED - A GROUP DID NOT COMPLETE,    *
000350*                      AN ACCOUNT WAS MISSED OR STATEMENTED      *
000360*                      MORE THAN ONCE, OR THE COUNTS DISAGREE.   *
000370*    RETURN-CODE 16 -  FILE ERROR.                               *
000380*                                                                *
000390*    MODIFICATION HISTORY                                        *
000400*    DATE       INIT  DESCRIPTION                                *
000410*    ---------- ----  ---------------------------------------    *
000420*    2026-10-15 NPG   INITIAL VERSION.                           *
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     STMTROLL.
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
000580     SELECT PARM-CARD-FILE      ASSIGN TO PARMCARD
000590                                 ORGANIZATION IS LINE SEQUENTIAL
000600                                 FILE STATUS IS
000610                                     WS-PARMCARD-STATUS.
000620*
000630     SELECT ACCOUNT-MASTER      ASSIGN TO ACCTMAST
000640                                 ORGANIZATION IS LINE SEQUENTIAL
000650                                 FILE STATUS IS
000660                                     WS-ACCTMAST-STATUS.
000670*
000680     SELECT STATEMENT-ARCHIVE   ASSIGN TO STMARCH
000690                                 ORGANIZATION IS LINE SEQUENTIAL
000700                                 FILE STATUS IS
000710                                     WS-STMARCH-STATUS.
000720*
000730     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000740                                 ORGANIZATION IS LINE SEQUENTIAL
000750                                 FILE STATUS IS
000760                                     WS-RUNCTL-STATUS.
000770*
000780     SELECT ROLLUP-RPT          ASSIGN TO ROLLRPT
000790                                 ORGANIZATION IS LINE SEQUENTIAL
000800                                 FILE STATUS IS
000810                                     WS-ROLLRPT-STATUS.
000820*
000830     SELECT SORT-FILE           ASSIGN TO SORTWK01.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880 FD  PARM-CARD-FILE.
000890     COPY PARMCRD.
000900*
000910 FD  ACCOUNT-MASTER.
000920     COPY ACCTREC.
000930*
000940 FD  STATEMENT-ARCHIVE.
000950     COPY STMARCH.
000960*
000970 FD  RUN-CONTROL-FILE.
000980     COPY RUNCTL.
000990*
001000 FD  ROLLUP-RPT.
001010 01  ROLLUP-PRINT-RECORD             PIC X(132).
001020*
001030 SD  SORT-FILE.
001040 01  SORT-RECORD.
001050     05  SORT-ACCOUNT                PIC 9(05).
001060     05  SORT-GROUP                  PIC X(01).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01  WS-FILE-STATUSES.
001110     05  WS-PARMCARD-STATUS          PIC X(02) VALUE "00".
001120     05  WS-ACCTMAST-STATUS          PIC X(02) VALUE "00".
001130     05  WS-STMARCH-STATUS           PIC X(02) VALUE "00".
001140     05  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
001150     05  WS-ROLLRPT-STATUS           PIC X(02) VALUE "00".
001160*
001170 01  WS-SWITCHES.
001180     05  WS-RUNC-EOF-SWITCH          PIC X(01) VALUE "N".
001190         88  WS-RUNC-EOF             VALUE "Y".
001200     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
001210         88  WS-ARCH-EOF             VALUE "Y".
001220     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001230         88  WS-SORT-EOF             VALUE "Y".
001240     05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE "N".
001250         88  WS-MAST-EOF             VALUE "Y".
001260     05  WS-EDIT-FAIL-SWITCH         PIC X(01) VALUE "N".
001270         88  WS-EDIT-FAIL            VALUE "Y".
001280     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
001290         88  WS-WARNING              VALUE "Y".
001300     05  WS-NOT-PROVED-SWITCH        PIC X(01) VALUE "N".
001310         88  WS-NOT-PROVED           VALUE "Y".
001320*
001330 01  WS-CYCLE-FIELDS.
001340     05  WS-STMT-CYCLE               PIC 9(06) VALUE ZERO.
001350     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
001360     05  FILLER REDEFINES WS-DATE-YMD.
001370         10  WS-DATE-YYYY            PIC 9(04).
001380         10  WS-DATE-MM              PIC 9(02).
001390         10  WS-DATE-DD              PIC 9(02).
001400*
001410 01  WS-COUNTERS.
001420     05  WS-WHOLE-RUN-COUNT          PIC 9(09) COMP VALUE ZERO.
001430     05  WS-SUPP-RUN-COUNT           PIC 9(09) COMP VALUE ZERO.
001440     05  WS-RUNC-STMT-COUNT          PIC 9(09) COMP VALUE ZERO.
001450     05  WS-ARCH-STMT-COUNT          PIC 9(09) COMP VALUE ZERO.
001460     05  WS-ARCH-BAD-COUNT           PIC 9(09) COMP VALUE ZERO.
001470     05  WS-NOT-ON-MAST-COUNT        PIC 9(09) COMP VALUE ZERO.
001480     05  WS-LISTED-COUNT             PIC 9(09) COMP VALUE ZERO.
001490     05  WS-TOT-MAST-COUNT           PIC 9(09) COMP VALUE ZERO.
001500     05  WS-TOT-ONCE-COUNT           PIC 9(09) COMP VALUE ZERO.
001510     05  WS-TOT-MISSING-COUNT        PIC 9(09) COMP VALUE ZERO.
001520     05  WS-TOT-EDIT-COUNT           PIC 9(09) COMP VALUE ZERO.
001530     05  WS-TOT-MULTI-COUNT          PIC 9(09) COMP VALUE ZERO.
001540*
001550*    ONE ENTRY PER STATEMENT-DAY GROUP, SUBSCRIPTED BY THE GROUP
001560*    CODE ITSELF.  THE RUN COUNT IS THE COMPLETED NON-SUPPLEMENTAL
001570*    RUNS OF THE CYCLE FOR THAT GROUP ON THE RUN-CONTROL TRAIL.
001580 01  WS-GROUP-TABLE.
001590     05  WS-GRP-ENTRY                OCCURS 4 TIMES.
001600         10  WS-GRP-RUN-COUNT        PIC 9(09) COMP.
001610         10  WS-GRP-MAST-COUNT       PIC 9(09) COMP.
001620         10  WS-GRP-ONCE-COUNT       PIC 9(09) COMP.
001630         10  WS-GRP-MISSING-COUNT    PIC 9(09) COMP.
001640         10  WS-GRP-EDIT-COUNT       PIC 9(09) COMP.
001650         10  WS-GRP-MULTI-COUNT      PIC 9(09) COMP.
001660*
001670 01  WS-GROUP-FIELDS.
001680     05  WS-GRP-SUB                  PIC 9(01) VALUE ZERO.
001690     05  WS-GROUP-CODE               PIC X(01) VALUE SPACE.
001700     05  FILLER REDEFINES WS-GROUP-CODE.
001710         10  WS-GROUP-NUM            PIC 9(01).
001720*
001730*    MATCH KEYS.  END OF FILE ON EITHER SIDE IS A KEY ABOVE ANY
001740*    ACCOUNT NUMBER; A NON-NUMERIC MASTER ACCOUNT NUMBER KEYS AS
001750*    ZERO, SO IT NEVER MATCHES A STATEMENT.
001760 01  WS-MATCH-FIELDS.
001770     05  WS-ARCH-KEY                 PIC 9(06) VALUE ZERO.
001780     05  WS-MAST-KEY                 PIC 9(06) VALUE ZERO.
001790     05  WS-CURR-KEY                 PIC 9(06) VALUE ZERO.
001800     05  WS-CURR-ARCH-GROUP          PIC X(01) VALUE SPACE.
001810     05  WS-STMT-TIMES               PIC 9(05) COMP VALUE ZERO.
001820*
001830 01  WS-LIST-FIELDS.
001840     05  WS-LIST-ACCOUNT             PIC X(05) VALUE SPACES.
001850     05  WS-LIST-GROUP               PIC X(01) VALUE SPACE.
001860     05  WS-LIST-TEXT                PIC X(70) VALUE SPACES.
001870*
001880 01  WS-EDIT-FIELDS.
001890     05  WS-COUNT-EDIT-1             PIC ZZZ,ZZZ,ZZ9.
001900     05  WS-COUNT-EDIT-2             PIC ZZZ,ZZZ,ZZ9.
001910     05  WS-COUNT-EDIT-3             PIC ZZZ,ZZZ,ZZ9.
001920     05  WS-COUNT-EDIT-4             PIC ZZZ,ZZZ,ZZ9.
001930     05  WS-COUNT-EDIT-5             PIC ZZZ,ZZZ,ZZ9.
001940     05  WS-TIMES-EDIT               PIC ZZZZ9.
001950     05  WS-TIMES-LEAD               PIC 9(02) COMP VALUE ZERO.
001960     05  WS-RUN-STATUS-TEXT          PIC X(13) VALUE SPACES.
001970*
001980 PROCEDURE DIVISION.
001990*
002000******************************************************************
002010*    0000-MAINLINE                                               *
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002050     PERFORM 2000-SCAN-RUN-CONTROL
002060         THRU 2000-SCAN-RUN-CONTROL-EXIT.
002070     SORT SORT-FILE
002080         ON ASCENDING KEY SORT-ACCOUNT
002090         INPUT PROCEDURE IS 3000-RELEASE-HEADERS
002100                       THRU 3000-RELEASE-HEADERS-EXIT
002110         OUTPUT PROCEDURE IS 4000-MATCH-MASTER
002120                        THRU 4000-MATCH-MASTER-EXIT.
002130     PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002150     IF WS-NOT-PROVED
002160         MOVE 8 TO RETURN-CODE
002170     ELSE
002180         IF WS-WARNING
002190             MOVE 4 TO RETURN-CODE
002200         END-IF
002210     END-IF.
002220     STOP RUN.
002230*
002240******************************************************************
002250*    1000-INITIALIZE  -  OPENS THE FILES, PICKS UP THE CYCLE     *
002260*    FROM THE PARM CARD (FALLING BACK TO THE CURRENT DATE AS     *
002270*    THE OTHER STEPS DO), AND WRITES THE REPORT TITLE.           *
002280******************************************************************
002290 1000-INITIALIZE.
002300     OPEN INPUT ACCOUNT-MASTER.
002310     IF WS-ACCTMAST-STATUS NOT = "00"
002320         DISPLAY "ROL0010E - CANNOT OPEN ACCOUNT-MASTER, STATUS "
002330             WS-ACCTMAST-STATUS
002340         GO TO 9900-ABEND
002350     END-IF.
002360*
002370     OPEN INPUT STATEMENT-ARCHIVE.
002380     IF WS-STMARCH-STATUS NOT = "00"
002390         DISPLAY "ROL0011E - CANNOT OPEN STATEMENT-ARCHIVE, "
002400             "STATUS " WS-STMARCH-STATUS
002410         GO TO 9900-ABEND
002420     END-IF.
002430*
002440     OPEN INPUT RUN-CONTROL-FILE.
002450     IF WS-RUNCTL-STATUS NOT = "00"
002460         DISPLAY "ROL0012E - CANNOT OPEN RUN-CONTROL-FILE, "
002470             "STATUS " WS-RUNCTL-STATUS
002480         GO TO 9900-ABEND
002490     END-IF.
002500*
002510     OPEN OUTPUT ROLLUP-RPT.
002520     IF WS-ROLLRPT-STATUS NOT = "00"
002530         DISPLAY "ROL0013E - CANNOT OPEN ROLLUP-RPT, STATUS "
002540             WS-ROLLRPT-STATUS
002550         GO TO 9900-ABEND
002560     END-IF.
002570*
002580     PERFORM 1200-READ-PARM-CARD THRU 1200-READ-PARM-CARD-EXIT.
002590     IF WS-STMT-CYCLE = ZERO
002600         ACCEPT WS-DATE-YMD FROM DATE YYYYMMDD
002610         COMPUTE WS-STMT-CYCLE =
002620             (WS-DATE-YYYY * 100) + WS-DATE-MM
002630         DISPLAY "ROL0014I - NO STATEMENT CYCLE ON THE PARM "
002640             "CARD, USING THE CURRENT DATE: " WS-STMT-CYCLE
002650     END-IF.
002660*
002670     INITIALIZE WS-GROUP-TABLE.
002680     MOVE SPACES TO ROLLUP-PRINT-RECORD.
002690     STRING "MONTH-END STATEMENT ROLL-UP - CYCLE "
002700             DELIMITED BY SIZE
002710             WS-STMT-CYCLE DELIMITED BY SIZE
002720         INTO ROLLUP-PRINT-RECORD.
002730     WRITE ROLLUP-PRINT-RECORD.
002740     MOVE SPACES TO ROLLUP-PRINT-RECORD.
002750     WRITE ROLLUP-PRINT-RECORD.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*
002790******************************************************************
002800*    1200-READ-PARM-CARD  -  PICKS UP THE STATEMENT CYCLE FROM   *
002810*    THE SAME PARM CARD THE STATEMENT RUN READS.  THE GROUP ON   *
002820*    THE CARD IS IGNORED - THE ROLL-UP COVERS EVERY GROUP.  A    *
002830*    MISSING CARD IS NOT AN ERROR.                               *
002840******************************************************************
002850 1200-READ-PARM-CARD.
002860     OPEN INPUT PARM-CARD-FILE.
002870     IF WS-PARMCARD-STATUS NOT = "00"
002880         DISPLAY "ROL0015I - NO PARM CARD PRESENT"
002890         GO TO 1200-READ-PARM-CARD-EXIT
002900     END-IF.
002910     READ PARM-CARD-FILE
002920         AT END
002930             DISPLAY "ROL0016I - PARM CARD FILE IS EMPTY"
002940         NOT AT END
002950             IF PARM-STMT-CYCLE NUMERIC
002960                 MOVE PARM-STMT-CYCLE TO WS-STMT-CYCLE
002970             END-IF
002980     END-READ.
002990     CLOSE PARM-CARD-FILE.
003000 1200-READ-PARM-CARD-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    2000-SCAN-RUN-CONTROL  -  PASSES THE RUN-CONTROL TRAIL AND  *
003050*    TALLIES THE CYCLE'S COMPLETED RUNS - PER GROUP, WHOLE-      *
003060*    CYCLE, AND SUPPLEMENTAL - WITH THEIR STATEMENT COUNTS.      *
003070*    START RECORDS AND OTHER CYCLES ARE PASSED OVER.             *
003080******************************************************************
003090 2000-SCAN-RUN-CONTROL.
003100     PERFORM 2100-READ-RUN-CONTROL
003110         THRU 2100-READ-RUN-CONTROL-EXIT
003120         UNTIL WS-RUNC-EOF.
003130     CLOSE RUN-CONTROL-FILE.
003140 2000-SCAN-RUN-CONTROL-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180*    2100-READ-RUN-CONTROL  -  READS AND TALLIES ONE RUN-        *
003190*    CONTROL RECORD.                                             *
003200******************************************************************
003210 2100-READ-RUN-CONTROL.
003220     READ RUN-CONTROL-FILE
003230         AT END
003240             SET WS-RUNC-EOF TO TRUE
003250             GO TO 2100-READ-RUN-CONTROL-EXIT
003260     END-READ.
003270     IF RUNC-CYCLE NOT = WS-STMT-CYCLE
003280         OR NOT RUNC-COMPLETED
003290         GO TO 2100-READ-RUN-CONTROL-EXIT
003300     END-IF.
003310     ADD RUNC-RECORD-COUNT TO WS-RUNC-STMT-COUNT.
003320     IF RUNC-SUPPLEMENTAL-RUN
003330         ADD 1 TO WS-SUPP-RUN-COUNT
003340         GO TO 2100-READ-RUN-CONTROL-EXIT
003350     END-IF.
003360     IF RUNC-WHOLE-CYCLE
003370         ADD 1 TO WS-WHOLE-RUN-COUNT
003380         GO TO 2100-READ-RUN-CONTROL-EXIT
003390     END-IF.
003400     IF RUNC-STMT-GROUP NOT < "1" AND RUNC-STMT-GROUP NOT > "4"
003410         MOVE RUNC-STMT-GROUP TO WS-GROUP-CODE
003420         MOVE WS-GROUP-NUM TO WS-GRP-SUB
003430         ADD 1 TO WS-GRP-RUN-COUNT (WS-GRP-SUB)
003440     END-IF.
003450 2100-READ-RUN-CONTROL-EXIT.
003460     EXIT.
003470*
003480******************************************************************
003490*    3000-RELEASE-HEADERS  -  SORT INPUT PROCEDURE.  PASSES THE  *
003500*    STATEMENT ARCHIVE AND RELEASES THE ACCOUNT AND GROUP OF     *
003510*    EVERY STATEMENT HEADER OF THE CYCLE - ONE PER STATEMENT.    *
003520******************************************************************
003530 3000-RELEASE-HEADERS.
003540     PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT.
003550     PERFORM 3200-RELEASE-HEADER THRU 3200-RELEASE-HEADER-EXIT
003560         UNTIL WS-ARCH-EOF.
003570 3000-RELEASE-HEADERS-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610*    3100-READ-ARCHIVE  -  READS ONE STATEMENT ARCHIVE RECORD.   *
003620******************************************************************
003630 3100-READ-ARCHIVE.
003640     READ STATEMENT-ARCHIVE
003650         AT END
003660             SET WS-ARCH-EOF TO TRUE
003670     END-READ.
003680 3100-READ-ARCHIVE-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720*    3200-RELEASE-HEADER  -  RELEASES THE RECORD JUST READ IF IT *
003730*    IS A HEADER OF THE CYCLE.  A HEADER WITH NO NUMERIC         *
003740*    ACCOUNT CANNOT BE MATCHED AND FAILS THE ROLL-UP.            *
003750******************************************************************
003760 3200-RELEASE-HEADER.
003770     IF ARCH-TYPE-HEADER
003780         AND ARCH-CYCLE NUMERIC
003790         AND ARCH-CYCLE = WS-STMT-CYCLE
003800         ADD 1 TO WS-ARCH-STMT-COUNT
003810         IF ARCH-ACCOUNT NUMERIC
003820             MOVE ARCH-ACCOUNT        TO SORT-ACCOUNT
003830             MOVE ARCH-HDR-STMT-GROUP TO SORT-GROUP
003840             RELEASE SORT-RECORD
003850         ELSE
003860             ADD 1 TO WS-ARCH-BAD-COUNT
003870         END-IF
003880     END-IF.
003890     PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT.
003900 3200-RELEASE-HEADER-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940*    4000-MATCH-MASTER  -  SORT OUTPUT PROCEDURE.  MATCHES THE   *
003950*    SORTED STATEMENT HEADERS AGAINST THE ACCOUNT MASTER,        *
003960*    BALANCE-LINE STYLE, LISTING EVERY ACCOUNT NOT STATEMENTED   *
003970*    EXACTLY ONCE.                                               *
003980******************************************************************
003990 4000-MATCH-MASTER.
004000     MOVE SPACES TO ROLLUP-PRINT-RECORD.
004010     STRING "ACCOUNTS NOT STATEMENTED EXACTLY ONCE"
004020             DELIMITED BY SIZE
004030         INTO ROLLUP-PRINT-RECORD.
004040     WRITE ROLLUP-PRINT-RECORD.
004050     MOVE SPACES TO ROLLUP-PRINT-RECORD.
004060     STRING "ACCOUNT  GROUP  CONDITION" DELIMITED BY SIZE
004070         INTO ROLLUP-PRINT-RECORD.
004080     WRITE ROLLUP-PRINT-RECORD.
004090*
004100     PERFORM 4100-RETURN-HEADER THRU 4100-RETURN-HEADER-EXIT.
004110     PERFORM 4200-READ-MASTER THRU 4200-READ-MASTER-EXIT.
004120     PERFORM 4300-MATCH-ACCOUNT THRU 4300-MATCH-ACCOUNT-EXIT
004130         UNTIL WS-SORT-EOF AND WS-MAST-EOF.
004140*
004150     IF WS-LISTED-COUNT = ZERO
004160         MOVE SPACES TO ROLLUP-PRINT-RECORD
004170         STRING "  NONE" DELIMITED BY SIZE
004180             INTO ROLLUP-PRINT-RECORD
004190         WRITE ROLLUP-PRINT-RECORD
004200     END-IF.
004210 4000-MATCH-MASTER-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250*    4100-RETURN-HEADER  -  RETURNS THE NEXT SORTED STATEMENT    *
004260*    HEADER AND SETS ITS MATCH KEY.                              *
004270******************************************************************
004280 4100-RETURN-HEADER.
004290     RETURN SORT-FILE
004300         AT END
004310             SET WS-SORT-EOF TO TRUE
004320     END-RETURN.
004330     IF WS-SORT-EOF
004340         MOVE 999999 TO WS-ARCH-KEY
004350     ELSE
004360         MOVE SORT-ACCOUNT TO WS-ARCH-KEY
004370     END-IF.
004380 4100-RETURN-HEADER-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420*    4200-READ-MASTER  -  READS THE NEXT ACCOUNT MASTER RECORD   *
004430*    AND SETS ITS MATCH KEY.                                     *
004440******************************************************************
004450 4200-READ-MASTER.
004460     READ ACCOUNT-MASTER
004470         AT END
004480             SET WS-MAST-EOF TO TRUE
004490     END-READ.
004500     IF WS-MAST-EOF
004510         MOVE 999999 TO WS-MAST-KEY
004520     ELSE
004530         IF ACCT-MAST-ID NUMERIC
004540             MOVE ACCT-MAST-ID TO WS-MAST-KEY
004550         ELSE
004560             MOVE ZERO TO WS-MAST-KEY
004570         END-IF
004580     END-IF.
004590 4200-READ-MASTER-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630*    4300-MATCH-ACCOUNT  -  ONE STEP OF THE MATCH.  A MASTER     *
004640*    ACCOUNT BELOW THE NEXT STATEMENT WAS NOT STATEMENTED.       *
004650*    OTHERWISE THE STATEMENTS FOR THE NEXT ACCOUNT ARE           *
004660*    COUNTED, AND THAT ACCOUNT IS EITHER THE MASTER ACCOUNT OR   *
004670*    ONE NO LONGER ON THE MASTER.                                *
004680******************************************************************
004690 4300-MATCH-ACCOUNT.
004700     IF WS-MAST-KEY < WS-ARCH-KEY
004710         PERFORM 4400-MASTER-ONLY THRU 4400-MASTER-ONLY-EXIT
004720         PERFORM 4200-READ-MASTER THRU 4200-READ-MASTER-EXIT
004730         GO TO 4300-MATCH-ACCOUNT-EXIT
004740     END-IF.
004750*
004760     MOVE WS-ARCH-KEY TO WS-CURR-KEY.
004770     MOVE SORT-GROUP  TO WS-CURR-ARCH-GROUP.
004780     MOVE ZERO TO WS-STMT-TIMES.
004790     PERFORM 4350-COUNT-STATEMENT THRU 4350-COUNT-STATEMENT-EXIT
004800         UNTIL WS-SORT-EOF
004810            OR WS-ARCH-KEY NOT = WS-CURR-KEY.
004820     IF WS-MAST-KEY = WS-CURR-KEY
004830         PERFORM 4500-MATCHED THRU 4500-MATCHED-EXIT
004840         PERFORM 4200-READ-MASTER THRU 4200-READ-MASTER-EXIT
004850     ELSE
004860         PERFORM 4600-ARCHIVE-ONLY THRU 4600-ARCHIVE-ONLY-EXIT
004870     END-IF.
004880 4300-MATCH-ACCOUNT-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*    4350-COUNT-STATEMENT  -  COUNTS ONE STATEMENT FOR THE       *
004930*    ACCOUNT BEING MATCHED AND RETURNS THE NEXT.                 *
004940******************************************************************
004950 4350-COUNT-STATEMENT.
004960     ADD 1 TO WS-STMT-TIMES.
004970     PERFORM 4100-RETURN-HEADER THRU 4100-RETURN-HEADER-EXIT.
004980 4350-COUNT-STATEMENT-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020*    4400-MASTER-ONLY  -  A MASTER ACCOUNT WITH NO STATEMENT.    *
005030*    ONE THAT FAILS THE STATEMENT RUN'S EDITS WAS REJECTED TO    *
005040*    THE EXCEPTION EXTRACT (A WARNING); ANY OTHER WAS MISSED.    *
005050******************************************************************
005060 4400-MASTER-ONLY.
005070     PERFORM 4700-SET-MASTER-GROUP
005080         THRU 4700-SET-MASTER-GROUP-EXIT.
005090     PERFORM 4800-CHECK-EDITS THRU 4800-CHECK-EDITS-EXIT.
005100     MOVE ACCT-MAST-ID  TO WS-LIST-ACCOUNT.
005110     MOVE WS-GROUP-CODE TO WS-LIST-GROUP.
005120     IF WS-EDIT-FAIL
005130         ADD 1 TO WS-GRP-EDIT-COUNT (WS-GRP-SUB)
005140         SET WS-WARNING TO TRUE
005150         MOVE SPACES TO WS-LIST-TEXT
005160         STRING "NOT STATEMENTED - FAILS THE STATEMENT EDITS, "
005170                 DELIMITED BY SIZE
005180                 "SEE THE EXCEPTION EXTRACT" DELIMITED BY SIZE
005190             INTO WS-LIST-TEXT
005200     ELSE
005210         ADD 1 TO WS-GRP-MISSING-COUNT (WS-GRP-SUB)
005220         SET WS-NOT-PROVED TO TRUE
005230         MOVE "NOT STATEMENTED" TO WS-LIST-TEXT
005240     END-IF.
005250     PERFORM 4900-WRITE-LIST-LINE THRU 4900-WRITE-LIST-LINE-EXIT.
005260 4400-MASTER-ONLY-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300*    4500-MATCHED  -  A MASTER ACCOUNT WITH ONE OR MORE          *
005310*    STATEMENTS.  MORE THAN ONE FAILS THE ROLL-UP.               *
005320******************************************************************
005330 4500-MATCHED.
005340     PERFORM 4700-SET-MASTER-GROUP
005350         THRU 4700-SET-MASTER-GROUP-EXIT.
005360     IF WS-STMT-TIMES = 1
005370         ADD 1 TO WS-GRP-ONCE-COUNT (WS-GRP-SUB)
005380         GO TO 4500-MATCHED-EXIT
005390     END-IF.
005400     ADD 1 TO WS-GRP-MULTI-COUNT (WS-GRP-SUB).
005410     SET WS-NOT-PROVED TO TRUE.
005420     MOVE ACCT-MAST-ID  TO WS-LIST-ACCOUNT.
005430     MOVE WS-GROUP-CODE TO WS-LIST-GROUP.
005440     PERFORM 4850-EDIT-TIMES THRU 4850-EDIT-TIMES-EXIT.
005450     MOVE SPACES TO WS-LIST-TEXT.
005460     STRING "STATEMENTED " DELIMITED BY SIZE
005470             WS-TIMES-EDIT (WS-TIMES-LEAD + 1:) DELIMITED BY SIZE
005480             " TIMES" DELIMITED BY SIZE
005490         INTO WS-LIST-TEXT.
005500     PERFORM 4900-WRITE-LIST-LINE THRU 4900-WRITE-LIST-LINE-EXIT.
005510 4500-MATCHED-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550*    4600-ARCHIVE-ONLY  -  A STATEMENTED ACCOUNT THAT IS NO      *
005560*    LONGER ON THE MASTER - CLOSED SINCE ITS GROUP RAN.  ONE     *
005570*    STATEMENT IS A WARNING; MORE THAN ONE FAILS THE ROLL-UP.    *
005580*    THE GROUP SHOWN IS THE ONE IT WAS STATEMENTED IN.           *
005590******************************************************************
005600 4600-ARCHIVE-ONLY.
005610     ADD 1 TO WS-NOT-ON-MAST-COUNT.
005620     MOVE WS-CURR-KEY (2:5)  TO WS-LIST-ACCOUNT.
005630     MOVE WS-CURR-ARCH-GROUP TO WS-LIST-GROUP.
005640     MOVE SPACES TO WS-LIST-TEXT.
005650     IF WS-STMT-TIMES = 1
005660         SET WS-WARNING TO TRUE
005670         MOVE "STATEMENTED - NOT ON THE ACCOUNT MASTER"
005680             TO WS-LIST-TEXT
005690     ELSE
005700         SET WS-NOT-PROVED TO TRUE
005710         PERFORM 4850-EDIT-TIMES THRU 4850-EDIT-TIMES-EXIT
005720         STRING "STATEMENTED " DELIMITED BY SIZE
005730                 WS-TIMES-EDIT (WS-TIMES-LEAD + 1:)
005740                 DELIMITED BY SIZE
005750                 " TIMES - NOT ON THE ACCOUNT MASTER"
005760                 DELIMITED BY SIZE
005770             INTO WS-LIST-TEXT
005780     END-IF.
005790     PERFORM 4900-WRITE-LIST-LINE THRU 4900-WRITE-LIST-LINE-EXIT.
005800 4600-ARCHIVE-ONLY-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*    4700-SET-MASTER-GROUP  -  SETS THE MASTER ACCOUNT'S         *
005850*    STATEMENT-DAY GROUP AND ITS TABLE SUBSCRIPT AND COUNTS THE  *
005860*    ACCOUNT UNDER IT - A VALID GROUP CODE, ELSE GROUP 1,        *
005870*    EXACTLY AS THE STATEMENT RUN SELECTS IT.                    *
005880******************************************************************
005890 4700-SET-MASTER-GROUP.
005900     IF ACCT-STMT-GROUP-VALID
005910         MOVE ACCT-MAST-STMT-GROUP TO WS-GROUP-CODE
005920     ELSE
005930         MOVE "1" TO WS-GROUP-CODE
005940     END-IF.
005950     MOVE WS-GROUP-NUM TO WS-GRP-SUB.
005960     ADD 1 TO WS-GRP-MAST-COUNT (WS-GRP-SUB).
005970 4700-SET-MASTER-GROUP-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    4800-CHECK-EDITS  -  APPLIES THE STATEMENT RUN'S OWN        *
006020*    MASTER-RECORD EDITS (EXCEPTIONS E001-E005).  A RECORD       *
006030*    THAT FAILS ANY OF THEM IS NEVER STATEMENTED.                *
006040******************************************************************
006050 4800-CHECK-EDITS.
006060     MOVE "N" TO WS-EDIT-FAIL-SWITCH.
006070     IF ACCT-MAST-ID NOT NUMERIC
006080         OR ACCT-MAST-ID = "00000"
006090         OR ACCT-MAST-BALANCE NOT NUMERIC
006100         OR NOT ACCT-STAT-VALID
006110         SET WS-EDIT-FAIL TO TRUE
006120     END-IF.
006130     IF ACCT-MAST-STMT-GROUP NOT = SPACE
006140         AND NOT ACCT-STMT-GROUP-VALID
006150         SET WS-EDIT-FAIL TO TRUE
006160     END-IF.
006170 4800-CHECK-EDITS-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210*    4850-EDIT-TIMES  -  EDITS THE STATEMENT COUNT FOR THE       *
006220*    LISTING AND COUNTS ITS LEADING BLANKS SO THE CALLER PRINTS  *
006230*    THE DIGITS ONLY.                                            *
006240******************************************************************
006250 4850-EDIT-TIMES.
006260     MOVE WS-STMT-TIMES TO WS-TIMES-EDIT.
006270     MOVE ZERO TO WS-TIMES-LEAD.
006280     INSPECT WS-TIMES-EDIT TALLYING WS-TIMES-LEAD
006290         FOR LEADING SPACES.
006300 4850-EDIT-TIMES-EXIT.
006310     EXIT.
006320*
006330******************************************************************
006340*    4900-WRITE-LIST-LINE  -  WRITES ONE LISTING LINE FROM THE   *
006350*    ACCOUNT, GROUP, AND TEXT SET BY THE CALLER.                 *
006360******************************************************************
006370 4900-WRITE-LIST-LINE.
006380     ADD 1 TO WS-LISTED-COUNT.
006390     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006400     STRING WS-LIST-ACCOUNT DELIMITED BY SIZE
006410             "    " DELIMITED BY SIZE
006420             WS-LIST-GROUP DELIMITED BY SIZE
006430             "      " DELIMITED BY SIZE
006440             WS-LIST-TEXT DELIMITED BY SIZE
006450         INTO ROLLUP-PRINT-RECORD.
006460     WRITE ROLLUP-PRINT-RECORD.
006470 4900-WRITE-LIST-LINE-EXIT.
006480     EXIT.
006490*
006500******************************************************************
006510*    5000-WRITE-SUMMARY  -  PRINTS THE PER-GROUP SUMMARY WITH    *
006520*    EACH GROUP'S RUN-CONTROL STATUS, THE TOTALS, THE ARCHIVE-   *
006530*    TO-RUN-CONTROL COUNT PROOF, AND THE ROLL-UP VERDICT.        *
006540******************************************************************
006550 5000-WRITE-SUMMARY.
006560     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006570     WRITE ROLLUP-PRINT-RECORD.
006580     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006590     STRING "GROUP  RUN STATUS       MASTER ACCTS   STMTD ONCE"
006600             DELIMITED BY SIZE
006610             "    NOT STMTD   EDIT FAILS     MULTIPLE"
006620             DELIMITED BY SIZE
006630         INTO ROLLUP-PRINT-RECORD.
006640     WRITE ROLLUP-PRINT-RECORD.
006650     PERFORM 5100-WRITE-GROUP-LINE THRU 5100-WRITE-GROUP-LINE-EXIT
006660         VARYING WS-GRP-SUB FROM 1 BY 1
006670         UNTIL WS-GRP-SUB > 4.
006680*
006690     MOVE WS-TOT-MAST-COUNT    TO WS-COUNT-EDIT-1.
006700     MOVE WS-TOT-ONCE-COUNT    TO WS-COUNT-EDIT-2.
006710     MOVE WS-TOT-MISSING-COUNT TO WS-COUNT-EDIT-3.
006720     MOVE WS-TOT-EDIT-COUNT    TO WS-COUNT-EDIT-4.
006730     MOVE WS-TOT-MULTI-COUNT   TO WS-COUNT-EDIT-5.
006740     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006750     STRING "TOTAL                    " DELIMITED BY SIZE
006760             WS-COUNT-EDIT-1 DELIMITED BY SIZE
006770             "  " DELIMITED BY SIZE
006780             WS-COUNT-EDIT-2 DELIMITED BY SIZE
006790             "  " DELIMITED BY SIZE
006800             WS-COUNT-EDIT-3 DELIMITED BY SIZE
006810             "  " DELIMITED BY SIZE
006820             WS-COUNT-EDIT-4 DELIMITED BY SIZE
006830             "  " DELIMITED BY SIZE
006840             WS-COUNT-EDIT-5 DELIMITED BY SIZE
006850         INTO ROLLUP-PRINT-RECORD.
006860     WRITE ROLLUP-PRINT-RECORD.
006870*
006880     MOVE WS-WHOLE-RUN-COUNT   TO WS-COUNT-EDIT-1.
006890     MOVE WS-SUPP-RUN-COUNT    TO WS-COUNT-EDIT-2.
006900     MOVE WS-NOT-ON-MAST-COUNT TO WS-COUNT-EDIT-3.
006910     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006920     WRITE ROLLUP-PRINT-RECORD.
006930     MOVE SPACES TO ROLLUP-PRINT-RECORD.
006940     STRING "WHOLE-CYCLE RUNS COMPLETED: " DELIMITED BY SIZE
006950             WS-COUNT-EDIT-1 DELIMITED BY SIZE
006960             "   SUPPLEMENTAL BATCHES COMPLETED: "
006970             DELIMITED BY SIZE
006980             WS-COUNT-EDIT-2 DELIMITED BY SIZE
006990         INTO ROLLUP-PRINT-RECORD.
007000     WRITE ROLLUP-PRINT-RECORD.
007010     MOVE SPACES TO ROLLUP-PRINT-RECORD.
007020     STRING "STATEMENTED ACCOUNTS NOT ON THE MASTER: "
007030             DELIMITED BY SIZE
007040             WS-COUNT-EDIT-3 DELIMITED BY SIZE
007050         INTO ROLLUP-PRINT-RECORD.
007060     WRITE ROLLUP-PRINT-RECORD.
007070*
007080     IF WS-ARCH-BAD-COUNT > ZERO
007090         SET WS-NOT-PROVED TO TRUE
007100         MOVE WS-ARCH-BAD-COUNT TO WS-COUNT-EDIT-1
007110         MOVE SPACES TO ROLLUP-PRINT-RECORD
007120         STRING "ARCHIVED STATEMENTS WITH NO NUMERIC ACCOUNT: "
007130                 DELIMITED BY SIZE
007140                 WS-COUNT-EDIT-1 DELIMITED BY SIZE
007150             INTO ROLLUP-PRINT-RECORD
007160         WRITE ROLLUP-PRINT-RECORD
007170         DISPLAY "ROL0017W - " WS-ARCH-BAD-COUNT " ARCHIVED "
007180             "STATEMENT HEADERS HAVE NO NUMERIC ACCOUNT"
007190     END-IF.
007200*
007210     MOVE WS-ARCH-STMT-COUNT TO WS-COUNT-EDIT-1.
007220     MOVE WS-RUNC-STMT-COUNT TO WS-COUNT-EDIT-2.
007230     MOVE SPACES TO ROLLUP-PRINT-RECORD.
007240     IF WS-ARCH-STMT-COUNT = WS-RUNC-STMT-COUNT
007250         STRING "ARCHIVED STATEMENTS: " DELIMITED BY SIZE
007260                 WS-COUNT-EDIT-1 DELIMITED BY SIZE
007270                 "   RUN-CONTROL STATEMENT COUNT: "
007280                 DELIMITED BY SIZE
007290                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
007300                 "   IN BALANCE" DELIMITED BY SIZE
007310             INTO ROLLUP-PRINT-RECORD
007320     ELSE
007330         SET WS-NOT-PROVED TO TRUE
007340         STRING "ARCHIVED STATEMENTS: " DELIMITED BY SIZE
007350                 WS-COUNT-EDIT-1 DELIMITED BY SIZE
007360                 "   RUN-CONTROL STATEMENT COUNT: "
007370                 DELIMITED BY SIZE
007380                 WS-COUNT-EDIT-2 DELIMITED BY SIZE
007390                 "   *** OUT OF BALANCE ***" DELIMITED BY SIZE
007400             INTO ROLLUP-PRINT-RECORD
007410     END-IF.
007420     WRITE ROLLUP-PRINT-RECORD.
007430*
007440     MOVE SPACES TO ROLLUP-PRINT-RECORD.
007450     WRITE ROLLUP-PRINT-RECORD.
007460     MOVE SPACES TO ROLLUP-PRINT-RECORD.
007470     IF WS-NOT-PROVED
007480         STRING "*** ROLL-UP NOT PROVED - SEE ABOVE ***"
007490                 DELIMITED BY SIZE
007500             INTO ROLLUP-PRINT-RECORD
007510         DISPLAY "ROL0020E - CYCLE " WS-STMT-CYCLE " ROLL-UP NOT "
007520             "PROVED, SEE THE ROLL-UP REPORT"
007530     ELSE
007540         IF WS-WARNING
007550             STRING "ROLL-UP PROVED WITH WARNINGS - SEE ABOVE"
007560                     DELIMITED BY SIZE
007570                 INTO ROLLUP-PRINT-RECORD
007580             DISPLAY "ROL0019W - CYCLE " WS-STMT-CYCLE " ROLL-UP "
007590                 "PROVED WITH WARNINGS, SEE THE ROLL-UP REPORT"
007600         ELSE
007610             STRING "ROLL-UP PROVED - EVERY ACCOUNT STATEMENTED "
007620                     DELIMITED BY SIZE
007630                     "EXACTLY ONCE" DELIMITED BY SIZE
007640                 INTO ROLLUP-PRINT-RECORD
007650             DISPLAY "ROL0018I - CYCLE " WS-STMT-CYCLE " ROLL-UP "
007660                 "PROVED"
007670         END-IF
007680     END-IF.
007690     WRITE ROLLUP-PRINT-RECORD.
007700 5000-WRITE-SUMMARY-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740*    5100-WRITE-GROUP-LINE  -  PRINTS ONE GROUP'S LINE AND ADDS  *
007750*    IT TO THE TOTALS.  A GROUP WITH NO COMPLETED RUN FOR THE    *
007760*    CYCLE, AND NO WHOLE-CYCLE RUN TO COVER IT, FAILS THE        *
007770*    ROLL-UP.                                                    *
007780******************************************************************
007790 5100-WRITE-GROUP-LINE.
007800     IF WS-GRP-RUN-COUNT (WS-GRP-SUB) > ZERO
007810         MOVE "COMPLETED    " TO WS-RUN-STATUS-TEXT
007820     ELSE
007830         IF WS-WHOLE-RUN-COUNT > ZERO
007840             MOVE "WHOLE CYCLE  " TO WS-RUN-STATUS-TEXT
007850         ELSE
007860             MOVE "NOT COMPLETED" TO WS-RUN-STATUS-TEXT
007870             SET WS-NOT-PROVED TO TRUE
007880             DISPLAY "ROL0021W - CYCLE " WS-STMT-CYCLE " GROUP "
007890                 WS-GRP-SUB " HAS NO COMPLETED STATEMENT RUN"
007900         END-IF
007910     END-IF.
007920     ADD WS-GRP-MAST-COUNT (WS-GRP-SUB)    TO WS-TOT-MAST-COUNT.
007930     ADD WS-GRP-ONCE-COUNT (WS-GRP-SUB)    TO WS-TOT-ONCE-COUNT.
007940     ADD WS-GRP-MISSING-COUNT (WS-GRP-SUB)
007950         TO WS-TOT-MISSING-COUNT.
007960     ADD WS-GRP-EDIT-COUNT (WS-GRP-SUB)    TO WS-TOT-EDIT-COUNT.
007970     ADD WS-GRP-MULTI-COUNT (WS-GRP-SUB)   TO WS-TOT-MULTI-COUNT.
007980     MOVE WS-GRP-MAST-COUNT (WS-GRP-SUB)    TO WS-COUNT-EDIT-1.
007990     MOVE WS-GRP-ONCE-COUNT (WS-GRP-SUB)    TO WS-COUNT-EDIT-2.
008000     MOVE WS-GRP-MISSING-COUNT (WS-GRP-SUB) TO WS-COUNT-EDIT-3.
008010     MOVE WS-GRP-EDIT-COUNT (WS-GRP-SUB)    TO WS-COUNT-EDIT-4.
008020     MOVE WS-GRP-MULTI-COUNT (WS-GRP-SUB)   TO WS-COUNT-EDIT-5.
008030     MOVE SPACES TO ROLLUP-PRINT-RECORD.
008040     STRING "  " DELIMITED BY SIZE
008050             WS-GRP-SUB DELIMITED BY SIZE
008060             "    " DELIMITED BY SIZE
008070             WS-RUN-STATUS-TEXT DELIMITED BY SIZE
008080             "     " DELIMITED BY SIZE
008090             WS-COUNT-EDIT-1 DELIMITED BY SIZE
008100             "  " DELIMITED BY SIZE
008110             WS-COUNT-EDIT-2 DELIMITED BY SIZE
008120             "  " DELIMITED BY SIZE
008130             WS-COUNT-EDIT-3 DELIMITED BY SIZE
008140             "  " DELIMITED BY SIZE
008150             WS-COUNT-EDIT-4 DELIMITED BY SIZE
008160             "  " DELIMITED BY SIZE
008170             WS-COUNT-EDIT-5 DELIMITED BY SIZE
008180         INTO ROLLUP-PRINT-RECORD.
008190     WRITE ROLLUP-PRINT-RECORD.
008200 5100-WRITE-GROUP-LINE-EXIT.
008210     EXIT.
008220*
008230******************************************************************
008240*    9000-TERMINATE  -  CLOSES THE FILES.                        *
008250******************************************************************
008260 9000-TERMINATE.
008270     CLOSE ACCOUNT-MASTER.
008280     CLOSE STATEMENT-ARCHIVE.
008290     CLOSE ROLLUP-RPT.
008300 9000-TERMINATE-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
008350******************************************************************
008360 9900-ABEND.
008370     MOVE 16 TO RETURN-CODE.
008380     STOP RUN.
008390*
008400 END PROGRAM STMTROLL.

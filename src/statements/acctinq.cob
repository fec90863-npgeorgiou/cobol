000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  ACCTINQ                                        *
000040*                                                                *
000050*    ON-REQUEST ACCOUNT INQUIRY.  DRIVEN BY AN INQUIRY CARD      *
000060*    FILE - EACH CARD CARRIES EITHER AN ACCOUNT NUMBER OR A      *
000070*    NAME SEARCH (THE LEADING CHARACTERS OF ACCT-MAST-NAME),     *
000080*    AND OPTIONALLY HOW MANY PRIOR CYCLES TO SUMMARIZE.  THE     *
000090*    ACCOUNT IS READ BY KEY FROM THE INDEXED COPY OF THE         *
000100*    ACCOUNT MASTER (RELOADED BY ACCTIDX AFTER EVERY NEW         *
000110*    GENERATION) - BY ACCT-MAST-ID, OR BY THE ACCT-MAST-NAME     *
000120*    ALTERNATE KEY FOR A NAME SEARCH - SO NO LOOKUP PASSES THE   *
000130*    WHOLE MASTER.  FOR EVERY ACCOUNT FOUND THE INQUIRY REPORT   *
000140*    SHOWS THE CURRENT MASTER FIELDS (NAME/ADDRESS, BALANCE,     *
000150*    TYPE, DELIVERY CODE, FIRST-OVERDRAWN DATE, INTEREST PAID    *
000160*    YTD, LAST-ACTIVITY DATE) AND A SUMMARY OF ITS MOST RECENT   *
000170*    STATEMENT CYCLES FROM THE STATEMENT ARCHIVE (STMARCH) -     *
000180*    OPENING AND CLOSING BALANCE, TRANSACTION COUNT, AND THE     *
000190*    OVERDRAWN FLAG.  THE ARCHIVE IS READ ONCE, FRONT TO BACK,   *
000200*    FOR THE WHOLE CARD DECK.  THE PROGRAM TOUCHES NO MONTHLY    *
000210*    OUTPUT, SO IT CAN RUN ANY DAY OF THE MONTH.                 *
000220*                                                                *
000230*    RETURN-CODE 0  -  EVERY INQUIRY FOUND.                      *
000240*    RETURN-CODE 4  -  ONE OR MORE INQUIRIES NOT FOUND.          *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------- ----  ---------------------------------------    *
000290*    2026-10-15 NPG   INITIAL VERSION.                           *
000292*    2026-10-15 NPG   SAVED MASTER IMAGE WIDENED 106 TO 111 FOR  *
000294*                     THE CLUB PAYOUT LINK NOW CARRIED ON THE    *
000296*                     ACCOUNT MASTER.                            *
000297*    2026-10-15 NPG   SAVED MASTER IMAGE WIDENED 111 TO 140 FOR  *
000298*                     THE ACCOUNT STATUS CODE, DATE, AND REASON  *
000299*                     NOW CARRIED ON THE ACCOUNT MASTER.         *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     ACCTINQ.
000330 AUTHOR.         N P GEORGIOU.
000340 INSTALLATION.   RETAIL BANKING SYSTEMS.
000350 DATE-WRITTEN.   2026-10-15.
000360 DATE-COMPILED.  2026-10-15.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INQUIRY-CARD-FILE   ASSIGN TO INQCARD
000460                                 ORGANIZATION IS LINE SEQUENTIAL
000470                                 FILE STATUS IS
000480                                     WS-INQCARD-STATUS.
000490*
000500     SELECT INDEXED-MASTER      ASSIGN TO ACCTKSDS
000510                                 ORGANIZATION IS INDEXED
000520                                 ACCESS MODE IS DYNAMIC
000530                                 RECORD KEY IS ACCT-MAST-ID
000540                                 ALTERNATE RECORD KEY IS
000550                                     ACCT-MAST-NAME
000560                                     WITH DUPLICATES
000570                                 FILE STATUS IS
000580                                     WS-ACCTKSDS-STATUS.
000590*
000600     SELECT STATEMENT-ARCHIVE   ASSIGN TO STMARCH
000610                                 ORGANIZATION IS LINE SEQUENTIAL
000620                                 FILE STATUS IS
000630                                     WS-STMARCH-STATUS.
000640*
000650     SELECT INQUIRY-RPT         ASSIGN TO INQRPT
000660                                 ORGANIZATION IS LINE SEQUENTIAL
000670                                 FILE STATUS IS
000680                                     WS-INQRPT-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  INQUIRY-CARD-FILE.
000740 01  INQUIRY-CARD-RECORD.
000750     05  INQC-ACCOUNT                PIC X(05).
000760     05  INQC-NAME                   PIC X(20).
000770     05  INQC-CYCLES                 PIC X(02).
000780     05  FILLER                      PIC X(53).
000790*
000800 FD  INDEXED-MASTER.
000810     COPY ACCTREC.
000820*
000830 FD  STATEMENT-ARCHIVE.
000840     COPY STMARCH.
000850*
000860 FD  INQUIRY-RPT.
000870 01  INQUIRY-PRINT-RECORD            PIC X(132).
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910 01  WS-FILE-STATUSES.
000920     05  WS-INQCARD-STATUS           PIC X(02) VALUE "00".
000930     05  WS-ACCTKSDS-STATUS          PIC X(02) VALUE "00".
000940     05  WS-STMARCH-STATUS           PIC X(02) VALUE "00".
000950     05  WS-INQRPT-STATUS            PIC X(02) VALUE "00".
000960*
000970 01  WS-SWITCHES.
000980     05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
000990         88  WS-CARD-EOF             VALUE "Y".
001000     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
001010         88  WS-ARCH-EOF             VALUE "Y".
001020     05  WS-STMARCH-OPEN-SWITCH      PIC X(01) VALUE "N".
001030         88  WS-STMARCH-OPEN         VALUE "Y".
001040     05  WS-NAME-SCAN-SWITCH         PIC X(01) VALUE "N".
001050         88  WS-NAME-SCAN-DONE       VALUE "Y".
001060     05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE "N".
001070         88  WS-CARD-FOUND           VALUE "Y".
001080*
001090 01  WS-INQUIRY-FIELDS.
001100*    CYCLES SUMMARIZED WHEN THE CARD DOES NOT ASK FOR A COUNT,
001110*    AND THE MOST ANY CARD MAY ASK FOR.
001120     05  WS-DEFAULT-CYCLES           PIC 9(02) VALUE 6.
001130     05  WS-MAX-CYCLES               PIC 9(02) VALUE 12.
001140*    MOST ACCOUNTS ONE NAME-SEARCH CARD MAY RETURN.
001150     05  WS-MAX-NAME-MATCHES         PIC 9(03) VALUE 20.
001160     05  WS-CARD-CYCLES              PIC 9(02) VALUE ZERO.
001170     05  WS-SEARCH-LEN               PIC 9(03) COMP VALUE ZERO.
001180     05  WS-NAME-MATCHES             PIC 9(03) COMP VALUE ZERO.
001190     05  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
001200     05  WS-FOUND-COUNT              PIC 9(03) COMP VALUE ZERO.
001210     05  WS-NOTFOUND-COUNT           PIC 9(03) COMP VALUE ZERO.
001220     05  WS-INQ-COUNT                PIC 9(03) COMP VALUE ZERO.
001230     05  WS-INQ-SUB                  PIC 9(03) COMP VALUE ZERO.
001240     05  WS-HIST-SUB                 PIC 9(02) COMP VALUE ZERO.
001250     05  WS-HIST-NEXT                PIC 9(02) COMP VALUE ZERO.
001260*
001270*    ONE ENTRY PER ACCOUNT FOUND (OR PER CARD NOT FOUND), IN
001280*    CARD ORDER.  THE MASTER IMAGE IS HELD UNTIL THE ARCHIVE
001290*    PASS HAS FILLED THE CYCLE HISTORY, THEN THE WHOLE BLOCK
001300*    PRINTS TOGETHER.  THE HISTORY IS KEPT OLDEST FIRST; ONCE
001310*    FULL, EACH NEWER CYCLE SHIFTS THE OLDEST OUT.
001320 01  WS-INQUIRY-TABLE.
001330     05  WS-INQ-ENTRY                OCCURS 100 TIMES.
001340         10  WS-INQ-STATUS           PIC X(01).
001350             88  WS-INQ-FOUND        VALUE "F".
001360             88  WS-INQ-NOT-FOUND    VALUE "N".
001370         10  WS-INQ-SEARCH           PIC X(25).
001380         10  WS-INQ-ACCOUNT          PIC X(05).
001390         10  WS-INQ-CYCLES           PIC 9(02).
001400         10  WS-INQ-MASTER-IMAGE     PIC X(140).
001410         10  WS-INQ-PEND-OPEN        PIC S9(7)V99 COMP.
001420         10  WS-INQ-HIST-COUNT       PIC 9(02) COMP.
001430         10  WS-INQ-HIST             OCCURS 12 TIMES.
001440             15  WS-INQ-HIST-CYCLE   PIC 9(06).
001450             15  WS-INQ-HIST-OPEN    PIC S9(7)V99 COMP.
001460             15  WS-INQ-HIST-CLOSE   PIC S9(7)V99 COMP.
001470             15  WS-INQ-HIST-TRANS   PIC 9(03).
001480             15  WS-INQ-HIST-OD      PIC X(01).
001490*
001500 01  WS-EDIT-FIELDS.
001510     05  WS-BALANCE-EDIT             PIC $$,$$$,$$9.99-.
001520     05  WS-OPEN-EDIT                PIC $$,$$$,$$9.99-.
001530     05  WS-CLOSE-EDIT               PIC $$,$$$,$$9.99-.
001540     05  WS-COUNT-EDIT               PIC ZZ9.
001550     05  WS-TYPE-TEXT                PIC X(10).
001560     05  WS-DELIV-TEXT               PIC X(12).
001570     05  WS-OD-DATE-TEXT             PIC X(10).
001580     05  WS-ACT-DATE-TEXT            PIC X(10).
001590*
001600 01  WS-DATE-WORK.
001610     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
001620     05  FILLER REDEFINES WS-DATE-YMD.
001630         10  WS-DATE-YYYY            PIC 9(04).
001640         10  WS-DATE-MM              PIC 9(02).
001650         10  WS-DATE-DD              PIC 9(02).
001660     05  WS-DATE-EDIT.
001670         10  WS-DATE-EDIT-MM         PIC 9(02).
001680         10  FILLER                  PIC X(01) VALUE "/".
001690         10  WS-DATE-EDIT-DD         PIC 9(02).
001700         10  FILLER                  PIC X(01) VALUE "/".
001710         10  WS-DATE-EDIT-YYYY       PIC 9(04).
001720*
001730 01  WS-CITY-WORK                    PIC X(14) VALUE SPACES.
001740*
001750 PROCEDURE DIVISION.
001760*
001770******************************************************************
001780*    0000-MAINLINE                                               *
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001820     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
001830         UNTIL WS-CARD-EOF.
001840     PERFORM 3000-SCAN-ARCHIVE THRU 3000-SCAN-ARCHIVE-EXIT.
001850     PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT.
001860     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001870     IF WS-NOTFOUND-COUNT > ZERO
001880         MOVE 4 TO RETURN-CODE
001890     END-IF.
001900     STOP RUN.
001910*
001920******************************************************************
001930*    1000-INITIALIZE  -  OPENS THE CARD FILE, THE INDEXED        *
001940*    MASTER, AND THE REPORT.  THE STMARCH ARCHIVE IS OPENED      *
001950*    LATER, BY 3000-SCAN-ARCHIVE, AND IS OPTIONAL.               *
001960******************************************************************
001970 1000-INITIALIZE.
001980     OPEN INPUT INQUIRY-CARD-FILE.
001990     IF WS-INQCARD-STATUS NOT = "00"
002000         DISPLAY "INQ0010E - CANNOT OPEN INQUIRY-CARD-FILE, "
002010             "STATUS " WS-INQCARD-STATUS
002020         GO TO 9900-ABEND
002030     END-IF.
002040*
002050     OPEN INPUT INDEXED-MASTER.
002060     IF WS-ACCTKSDS-STATUS NOT = "00"
002070         DISPLAY "INQ0011E - CANNOT OPEN INDEXED-MASTER, STATUS "
002080             WS-ACCTKSDS-STATUS
002090         GO TO 9900-ABEND
002100     END-IF.
002110*
002120     OPEN OUTPUT INQUIRY-RPT.
002130     IF WS-INQRPT-STATUS NOT = "00"
002140         DISPLAY "INQ0012E - CANNOT OPEN INQUIRY-RPT, STATUS "
002150             WS-INQRPT-STATUS
002160         GO TO 9900-ABEND
002170     END-IF.
002180 1000-INITIALIZE-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220*    2000-PROCESS-CARD  -  READS ONE INQUIRY CARD AND LOOKS THE  *
002230*    ACCOUNT UP.  A NUMERIC ACCOUNT NUMBER IS A DIRECT KEYED     *
002240*    READ; OTHERWISE A NON-BLANK NAME IS A NAME SEARCH.  A CARD  *
002250*    WITH NEITHER IS DROPPED WITH A MESSAGE.  BLANK, ZERO, OR    *
002260*    NON-NUMERIC CYCLE COLUMNS TAKE THE DEFAULT CYCLE COUNT,     *
002270*    AND A COUNT PAST THE MAXIMUM IS CUT BACK TO IT.             *
002280******************************************************************
002290 2000-PROCESS-CARD.
002300     READ INQUIRY-CARD-FILE
002310         AT END
002320             SET WS-CARD-EOF TO TRUE
002330             GO TO 2000-PROCESS-CARD-EXIT
002340     END-READ.
002350     ADD 1 TO WS-CARD-COUNT.
002360     MOVE WS-DEFAULT-CYCLES TO WS-CARD-CYCLES.
002370     IF INQC-CYCLES NUMERIC
002380         AND INQC-CYCLES NOT = ZERO
002390         MOVE INQC-CYCLES TO WS-CARD-CYCLES
002400     END-IF.
002410     IF WS-CARD-CYCLES > WS-MAX-CYCLES
002420         MOVE WS-MAX-CYCLES TO WS-CARD-CYCLES
002430     END-IF.
002440*
002450     IF INQC-ACCOUNT NUMERIC
002460         PERFORM 2100-LOOKUP-ACCOUNT
002470             THRU 2100-LOOKUP-ACCOUNT-EXIT
002480     ELSE
002490         IF INQC-NAME NOT = SPACES
002500             PERFORM 2200-SEARCH-NAME
002510                 THRU 2200-SEARCH-NAME-EXIT
002520         ELSE
002530             DISPLAY "INQ0013W - INQUIRY CARD HAS NEITHER A "
002540                 "NUMERIC ACCOUNT NOR A NAME, CARD DROPPED"
002550         END-IF
002560     END-IF.
002570 2000-PROCESS-CARD-EXIT.
002580     EXIT.
002590*
002600******************************************************************
002610*    2100-LOOKUP-ACCOUNT  -  READS ONE ACCOUNT DIRECTLY BY ITS   *
002620*    ACCOUNT NUMBER FROM THE INDEXED MASTER.                     *
002630******************************************************************
002640 2100-LOOKUP-ACCOUNT.
002650     MOVE INQC-ACCOUNT TO ACCT-MAST-ID.
002660     READ INDEXED-MASTER
002670         KEY IS ACCT-MAST-ID
002680         INVALID KEY
002690             PERFORM 2400-ADD-NOT-FOUND
002700                 THRU 2400-ADD-NOT-FOUND-EXIT
002710         NOT INVALID KEY
002720             PERFORM 2300-ADD-FOUND
002730                 THRU 2300-ADD-FOUND-EXIT
002740     END-READ.
002750 2100-LOOKUP-ACCOUNT-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790*    2200-SEARCH-NAME  -  POSITIONS ON THE ACCT-MAST-NAME        *
002800*    ALTERNATE KEY AT THE SEARCH TEXT AND READS FORWARD WHILE    *
002810*    THE NAME STILL BEGINS WITH IT, SO "SMITH" FINDS EVERY       *
002820*    ACCOUNT WHOSE NAME STARTS "SMITH".  THE SEARCH TEXT ENDS    *
002830*    AT THE FIRST DOUBLE SPACE.  NO MORE THAN THE NAME-MATCH     *
002840*    LIMIT IS RETURNED PER CARD - A SEARCH THAT BROAD NEEDS A    *
002850*    LONGER NAME, AND A MESSAGE SAYS SO.                         *
002860******************************************************************
002870 2200-SEARCH-NAME.
002880     MOVE ZERO TO WS-SEARCH-LEN.
002890     INSPECT INQC-NAME TALLYING WS-SEARCH-LEN
002900         FOR CHARACTERS BEFORE INITIAL "  ".
002910     MOVE ZERO TO WS-NAME-MATCHES.
002920     MOVE "N"  TO WS-NAME-SCAN-SWITCH.
002930     MOVE "N"  TO WS-CARD-FOUND-SWITCH.
002940     MOVE INQC-NAME TO ACCT-MAST-NAME.
002950     START INDEXED-MASTER
002960         KEY IS NOT LESS THAN ACCT-MAST-NAME
002970         INVALID KEY
002980             SET WS-NAME-SCAN-DONE TO TRUE
002990     END-START.
003000     PERFORM 2210-READ-NEXT-NAME
003010         THRU 2210-READ-NEXT-NAME-EXIT
003020         UNTIL WS-NAME-SCAN-DONE.
003030     IF NOT WS-CARD-FOUND
003040         PERFORM 2400-ADD-NOT-FOUND
003050             THRU 2400-ADD-NOT-FOUND-EXIT
003060     END-IF.
003070 2200-SEARCH-NAME-EXIT.
003080     EXIT.
003090*
003100******************************************************************
003110*    2210-READ-NEXT-NAME  -  READS THE NEXT RECORD IN NAME       *
003120*    ORDER AND KEEPS IT IF ITS NAME STILL BEGINS WITH THE        *
003130*    SEARCH TEXT; THE FIRST NAME THAT DOES NOT ENDS THE SCAN.    *
003140******************************************************************
003150 2210-READ-NEXT-NAME.
003160     READ INDEXED-MASTER NEXT RECORD
003170         AT END
003180             SET WS-NAME-SCAN-DONE TO TRUE
003190             GO TO 2210-READ-NEXT-NAME-EXIT
003200     END-READ.
003210     IF ACCT-MAST-NAME (1:WS-SEARCH-LEN)
003220         NOT = INQC-NAME (1:WS-SEARCH-LEN)
003230         SET WS-NAME-SCAN-DONE TO TRUE
003240         GO TO 2210-READ-NEXT-NAME-EXIT
003250     END-IF.
003260     IF WS-NAME-MATCHES >= WS-MAX-NAME-MATCHES
003270         DISPLAY "INQ0014W - NAME SEARCH " INQC-NAME
003280             " MATCHES MORE THAN " WS-MAX-NAME-MATCHES
003290             " ACCOUNTS, REMAINDER NOT SHOWN"
003300         SET WS-NAME-SCAN-DONE TO TRUE
003310         GO TO 2210-READ-NEXT-NAME-EXIT
003320     END-IF.
003330     ADD 1 TO WS-NAME-MATCHES.
003340     SET WS-CARD-FOUND TO TRUE.
003350     PERFORM 2300-ADD-FOUND THRU 2300-ADD-FOUND-EXIT.
003360 2210-READ-NEXT-NAME-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400*    2300-ADD-FOUND  -  ADDS THE ACCOUNT JUST READ TO THE        *
003410*    INQUIRY TABLE, HOLDING ITS MASTER IMAGE FOR THE REPORT.     *
003420*    AN ENTRY PAST THE 100-ENTRY LIMIT IS DROPPED WITH A         *
003430*    MESSAGE SO A MIS-STACKED DECK CANNOT OVERRUN STORAGE.       *
003440******************************************************************
003450 2300-ADD-FOUND.
003460     IF WS-INQ-COUNT >= 100
003470         DISPLAY "INQ0015W - MORE THAN 100 INQUIRY ENTRIES, "
003480             "ACCOUNT NOT SHOWN: " ACCT-MAST-ID
003490         GO TO 2300-ADD-FOUND-EXIT
003500     END-IF.
003510     ADD 1 TO WS-INQ-COUNT.
003520     ADD 1 TO WS-FOUND-COUNT.
003530     MOVE "F"                TO WS-INQ-STATUS (WS-INQ-COUNT).
003540     MOVE INQUIRY-CARD-RECORD TO WS-INQ-SEARCH (WS-INQ-COUNT).
003550     MOVE ACCT-MAST-ID       TO WS-INQ-ACCOUNT (WS-INQ-COUNT).
003560     MOVE WS-CARD-CYCLES     TO WS-INQ-CYCLES (WS-INQ-COUNT).
003570     MOVE ACCT-MASTER-RECORD TO WS-INQ-MASTER-IMAGE
003580                                 (WS-INQ-COUNT).
003590     MOVE ZERO               TO WS-INQ-PEND-OPEN (WS-INQ-COUNT).
003600     MOVE ZERO               TO WS-INQ-HIST-COUNT (WS-INQ-COUNT).
003610 2300-ADD-FOUND-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003650*    2400-ADD-NOT-FOUND  -  ADDS A NOT-FOUND ENTRY FOR THE CARD  *
003660*    SO THE REPORT ACCOUNTS FOR IT IN CARD ORDER.                *
003670******************************************************************
003680 2400-ADD-NOT-FOUND.
003690     ADD 1 TO WS-NOTFOUND-COUNT.
003700     IF WS-INQ-COUNT >= 100
003710         DISPLAY "INQ0015W - MORE THAN 100 INQUIRY ENTRIES, "
003720             "NOT-FOUND CARD NOT SHOWN: " INQC-ACCOUNT " "
003730             INQC-NAME
003740         GO TO 2400-ADD-NOT-FOUND-EXIT
003750     END-IF.
003760     ADD 1 TO WS-INQ-COUNT.
003770     MOVE "N"                TO WS-INQ-STATUS (WS-INQ-COUNT).
003780     MOVE INQUIRY-CARD-RECORD TO WS-INQ-SEARCH (WS-INQ-COUNT).
003790     MOVE SPACES             TO WS-INQ-ACCOUNT (WS-INQ-COUNT).
003800     MOVE ZERO               TO WS-INQ-HIST-COUNT (WS-INQ-COUNT).
003810 2400-ADD-NOT-FOUND-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    3000-SCAN-ARCHIVE  -  ONE FRONT-TO-BACK PASS OF THE         *
003860*    STATEMENT ARCHIVE, COLLECTING THE CYCLE SUMMARY FOR EVERY   *
003870*    ACCOUNT IN THE INQUIRY TABLE.  ONLY THE HEADER (OPENING     *
003880*    BALANCE) AND TRAILER (CLOSING BALANCE, TRANSACTION COUNT,   *
003890*    OVERDRAWN FLAG) OF EACH RECORD SET ARE NEEDED.  THE DD IS   *
003900*    OPTIONAL - WITH NOTHING MOUNTED THE REPORT SHOWS THE        *
003910*    MASTER FIELDS ONLY.                                         *
003920******************************************************************
003930 3000-SCAN-ARCHIVE.
003940     IF WS-FOUND-COUNT = ZERO
003950         GO TO 3000-SCAN-ARCHIVE-EXIT
003960     END-IF.
003970     OPEN INPUT STATEMENT-ARCHIVE.
003980     IF WS-STMARCH-STATUS NOT = "00"
003990         DISPLAY "INQ0016I - NO STATEMENT ARCHIVE MOUNTED, CYCLE "
004000             "HISTORY WILL NOT BE SHOWN"
004010         GO TO 3000-SCAN-ARCHIVE-EXIT
004020     END-IF.
004030     SET WS-STMARCH-OPEN TO TRUE.
004040     PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT.
004050     PERFORM 3200-PROCESS-ARCHIVE-RECORD
004060         THRU 3200-PROCESS-ARCHIVE-RECORD-EXIT
004070         UNTIL WS-ARCH-EOF.
004080 3000-SCAN-ARCHIVE-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    3100-READ-ARCHIVE  -  READS ONE ARCHIVE RECORD.             *
004130******************************************************************
004140 3100-READ-ARCHIVE.
004150     READ STATEMENT-ARCHIVE
004160         AT END
004170             SET WS-ARCH-EOF TO TRUE
004180     END-READ.
004190 3100-READ-ARCHIVE-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*    3200-PROCESS-ARCHIVE-RECORD  -  OFFERS A HEADER OR TRAILER  *
004240*    RECORD TO EVERY INQUIRY ENTRY; DETAIL AND NOTICE RECORDS    *
004250*    ARE PASSED OVER.                                            *
004260******************************************************************
004270 3200-PROCESS-ARCHIVE-RECORD.
004280     IF ARCH-TYPE-HEADER OR ARCH-TYPE-TRAILER
004290         PERFORM 3300-APPLY-ARCHIVE-RECORD
004300             THRU 3300-APPLY-ARCHIVE-RECORD-EXIT
004310             VARYING WS-INQ-SUB FROM 1 BY 1
004320             UNTIL WS-INQ-SUB > WS-INQ-COUNT
004330     END-IF.
004340     PERFORM 3100-READ-ARCHIVE THRU 3100-READ-ARCHIVE-EXIT.
004350 3200-PROCESS-ARCHIVE-RECORD-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*    3300-APPLY-ARCHIVE-RECORD  -  FOR AN ENTRY WHOSE ACCOUNT    *
004400*    MATCHES, A HEADER HOLDS THE OPENING BALANCE AND A TRAILER   *
004410*    FILES THE CYCLE INTO THE ENTRY'S HISTORY.  THE ARCHIVE IS   *
004420*    APPENDED IN CYCLE ORDER, SO A TRAILER FOR THE SAME CYCLE    *
004430*    AS THE NEWEST ENTRY (A SUPPLEMENTAL OR OVERRIDE RERUN)      *
004440*    REPLACES IT; A NEWER CYCLE IS ADDED, SHIFTING THE OLDEST    *
004450*    OUT ONCE THE CARD'S CYCLE COUNT IS REACHED.                 *
004460******************************************************************
004470 3300-APPLY-ARCHIVE-RECORD.
004480     IF NOT WS-INQ-FOUND (WS-INQ-SUB)
004490         OR WS-INQ-ACCOUNT (WS-INQ-SUB) NOT = ARCH-ACCOUNT
004500         GO TO 3300-APPLY-ARCHIVE-RECORD-EXIT
004510     END-IF.
004520     IF ARCH-TYPE-HEADER
004530         MOVE ARCH-HDR-OPEN-BALANCE
004540             TO WS-INQ-PEND-OPEN (WS-INQ-SUB)
004550         GO TO 3300-APPLY-ARCHIVE-RECORD-EXIT
004560     END-IF.
004570*
004580     MOVE WS-INQ-HIST-COUNT (WS-INQ-SUB) TO WS-HIST-NEXT.
004590     IF WS-HIST-NEXT > ZERO
004600         AND WS-INQ-HIST-CYCLE (WS-INQ-SUB, WS-HIST-NEXT)
004610             = ARCH-CYCLE
004620         CONTINUE
004630     ELSE
004640         IF WS-HIST-NEXT < WS-INQ-CYCLES (WS-INQ-SUB)
004650             ADD 1 TO WS-HIST-NEXT
004660             MOVE WS-HIST-NEXT TO WS-INQ-HIST-COUNT (WS-INQ-SUB)
004670         ELSE
004680             PERFORM 3310-SHIFT-HISTORY
004690                 THRU 3310-SHIFT-HISTORY-EXIT
004700                 VARYING WS-HIST-SUB FROM 2 BY 1
004710                 UNTIL WS-HIST-SUB > WS-HIST-NEXT
004720         END-IF
004730     END-IF.
004740     MOVE ARCH-CYCLE
004750         TO WS-INQ-HIST-CYCLE (WS-INQ-SUB, WS-HIST-NEXT).
004760     MOVE WS-INQ-PEND-OPEN (WS-INQ-SUB)
004770         TO WS-INQ-HIST-OPEN (WS-INQ-SUB, WS-HIST-NEXT).
004780     MOVE ARCH-TRL-CLOSE-BALANCE
004790         TO WS-INQ-HIST-CLOSE (WS-INQ-SUB, WS-HIST-NEXT).
004800     MOVE ARCH-TRL-TRAN-COUNT
004810         TO WS-INQ-HIST-TRANS (WS-INQ-SUB, WS-HIST-NEXT).
004820     MOVE ARCH-TRL-OD-FLAG
004830         TO WS-INQ-HIST-OD (WS-INQ-SUB, WS-HIST-NEXT).
004840 3300-APPLY-ARCHIVE-RECORD-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*    3310-SHIFT-HISTORY  -  MOVES ONE HISTORY SLOT DOWN BY ONE,  *
004890*    DROPPING THE OLDEST CYCLE TO MAKE ROOM AT THE END.          *
004900******************************************************************
004910 3310-SHIFT-HISTORY.
004920     MOVE WS-INQ-HIST (WS-INQ-SUB, WS-HIST-SUB)
004930         TO WS-INQ-HIST (WS-INQ-SUB, WS-HIST-SUB - 1).
004940 3310-SHIFT-HISTORY-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980*    5000-WRITE-REPORT  -  WRITES THE INQUIRY REPORT - ONE       *
004990*    BLOCK PER TABLE ENTRY IN CARD ORDER - AND THE CARD,         *
005000*    FOUND, AND NOT-FOUND COUNTS.                                *
005010******************************************************************
005020 5000-WRITE-REPORT.
005030     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005040     STRING "ACCOUNT INQUIRY REPORT" DELIMITED BY SIZE
005050         INTO INQUIRY-PRINT-RECORD.
005060     WRITE INQUIRY-PRINT-RECORD.
005070     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005080     WRITE INQUIRY-PRINT-RECORD.
005090     PERFORM 5100-WRITE-ENTRY THRU 5100-WRITE-ENTRY-EXIT
005100         VARYING WS-INQ-SUB FROM 1 BY 1
005110         UNTIL WS-INQ-SUB > WS-INQ-COUNT.
005120*
005130     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
005140     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005150     STRING "INQUIRY CARDS READ:   " DELIMITED BY SIZE
005160             WS-COUNT-EDIT DELIMITED BY SIZE
005170         INTO INQUIRY-PRINT-RECORD.
005180     WRITE INQUIRY-PRINT-RECORD.
005190     MOVE WS-FOUND-COUNT TO WS-COUNT-EDIT.
005200     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005210     STRING "ACCOUNTS SHOWN:       " DELIMITED BY SIZE
005220             WS-COUNT-EDIT DELIMITED BY SIZE
005230         INTO INQUIRY-PRINT-RECORD.
005240     WRITE INQUIRY-PRINT-RECORD.
005250     MOVE WS-NOTFOUND-COUNT TO WS-COUNT-EDIT.
005260     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005270     STRING "INQUIRIES NOT FOUND:  " DELIMITED BY SIZE
005280             WS-COUNT-EDIT DELIMITED BY SIZE
005290         INTO INQUIRY-PRINT-RECORD.
005300     WRITE INQUIRY-PRINT-RECORD.
005310 5000-WRITE-REPORT-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    5100-WRITE-ENTRY  -  WRITES ONE INQUIRY BLOCK.  A FOUND     *
005360*    ENTRY PRINTS THE MASTER FIELDS FROM ITS HELD IMAGE AND      *
005370*    THEN ITS CYCLE HISTORY, NEWEST CYCLE FIRST; A NOT-FOUND     *
005380*    ENTRY PRINTS THE CARD THAT FOUND NOTHING.                   *
005390******************************************************************
005400 5100-WRITE-ENTRY.
005410     IF WS-INQ-NOT-FOUND (WS-INQ-SUB)
005420         MOVE SPACES TO INQUIRY-PRINT-RECORD
005430         STRING "INQUIRY: " DELIMITED BY SIZE
005440                 WS-INQ-SEARCH (WS-INQ-SUB) DELIMITED BY SIZE
005450                 "  *** NOT FOUND ***" DELIMITED BY SIZE
005460             INTO INQUIRY-PRINT-RECORD
005470         WRITE INQUIRY-PRINT-RECORD
005480         MOVE SPACES TO INQUIRY-PRINT-RECORD
005490         WRITE INQUIRY-PRINT-RECORD
005500         GO TO 5100-WRITE-ENTRY-EXIT
005510     END-IF.
005520*
005530     MOVE WS-INQ-MASTER-IMAGE (WS-INQ-SUB) TO ACCT-MASTER-RECORD.
005540     PERFORM 5200-WRITE-MASTER-FIELDS
005550         THRU 5200-WRITE-MASTER-FIELDS-EXIT.
005560*
005570     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005580     IF WS-INQ-HIST-COUNT (WS-INQ-SUB) = ZERO
005590         STRING "     NO ARCHIVED STATEMENTS ON FILE"
005600                 DELIMITED BY SIZE
005610             INTO INQUIRY-PRINT-RECORD
005620         WRITE INQUIRY-PRINT-RECORD
005630     ELSE
005640         MOVE WS-INQ-HIST-COUNT (WS-INQ-SUB) TO WS-COUNT-EDIT
005650         STRING "     STATEMENT HISTORY - LAST " DELIMITED BY SIZE
005660                 WS-COUNT-EDIT DELIMITED BY SIZE
005670                 " CYCLE(S) ON THE ARCHIVE" DELIMITED BY SIZE
005680             INTO INQUIRY-PRINT-RECORD
005690         WRITE INQUIRY-PRINT-RECORD
005700         MOVE SPACES TO INQUIRY-PRINT-RECORD
005710         STRING "       CYCLE    OPENING BALANCE  "
005720                 DELIMITED BY SIZE
005730                 "  CLOSING BALANCE   TRANS  OVERDRAWN"
005740                 DELIMITED BY SIZE
005750             INTO INQUIRY-PRINT-RECORD
005760         WRITE INQUIRY-PRINT-RECORD
005770         PERFORM 5300-WRITE-HISTORY-LINE
005780             THRU 5300-WRITE-HISTORY-LINE-EXIT
005790             VARYING WS-HIST-SUB FROM WS-INQ-HIST-COUNT
005800                 (WS-INQ-SUB) BY -1
005810             UNTIL WS-HIST-SUB < 1
005820     END-IF.
005830     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005840     WRITE INQUIRY-PRINT-RECORD.
005850 5100-WRITE-ENTRY-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890*    5200-WRITE-MASTER-FIELDS  -  WRITES THE ACCOUNT HEADING,    *
005900*    NAME/ADDRESS BLOCK, AND CURRENT MASTER FIELDS FOR THE       *
005910*    ACCOUNT NOW IN THE RECORD AREA.  ZERO DATES PRINT AS NONE.  *
005920******************************************************************
005930 5200-WRITE-MASTER-FIELDS.
005940     MOVE SPACES TO INQUIRY-PRINT-RECORD.
005950     STRING "ACCOUNT: " DELIMITED BY SIZE
005960             ACCT-MAST-ID DELIMITED BY SIZE
005970             "     INQUIRY: " DELIMITED BY SIZE
005980             WS-INQ-SEARCH (WS-INQ-SUB) DELIMITED BY SIZE
005990         INTO INQUIRY-PRINT-RECORD.
006000     WRITE INQUIRY-PRINT-RECORD.
006010     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006020     STRING "     " DELIMITED BY SIZE
006030             ACCT-MAST-NAME DELIMITED BY SIZE
006040         INTO INQUIRY-PRINT-RECORD.
006050     WRITE INQUIRY-PRINT-RECORD.
006060     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006070     STRING "     " DELIMITED BY SIZE
006080             ACCT-MAST-STREET DELIMITED BY SIZE
006090         INTO INQUIRY-PRINT-RECORD.
006100     WRITE INQUIRY-PRINT-RECORD.
006110     MOVE ACCT-MAST-CITY TO WS-CITY-WORK.
006120     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006130     STRING "     " DELIMITED BY SIZE
006140             WS-CITY-WORK DELIMITED BY "  "
006150             ", " DELIMITED BY SIZE
006160             ACCT-MAST-STATE DELIMITED BY SIZE
006170             " " DELIMITED BY SIZE
006180             ACCT-MAST-ZIP DELIMITED BY SIZE
006190         INTO INQUIRY-PRINT-RECORD.
006200     WRITE INQUIRY-PRINT-RECORD.
006210*
006220     IF ACCT-TYPE-CHECKING
006230         MOVE "CHECKING"   TO WS-TYPE-TEXT
006240     ELSE
006250         IF ACCT-TYPE-SAVINGS
006260             MOVE "SAVINGS"    TO WS-TYPE-TEXT
006270         ELSE
006280             IF ACCT-TYPE-CLUB
006290                 MOVE "CLUB"       TO WS-TYPE-TEXT
006300             ELSE
006310                 MOVE "OTHER"      TO WS-TYPE-TEXT
006320             END-IF
006330         END-IF
006340     END-IF.
006350     IF ACCT-DELIV-ELECTRONIC
006360         MOVE "ELECTRONIC" TO WS-DELIV-TEXT
006370     ELSE
006380         MOVE "PAPER"      TO WS-DELIV-TEXT
006390     END-IF.
006400     MOVE ACCT-MAST-BALANCE TO WS-BALANCE-EDIT.
006410     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006420     STRING "     BALANCE: " DELIMITED BY SIZE
006430             WS-BALANCE-EDIT DELIMITED BY SIZE
006440             "   TYPE: " DELIMITED BY SIZE
006450             ACCT-MAST-TYPE DELIMITED BY SIZE
006460             " " DELIMITED BY SIZE
006470             WS-TYPE-TEXT DELIMITED BY SIZE
006480             "   DELIVERY: " DELIMITED BY SIZE
006490             ACCT-MAST-DELIVERY DELIMITED BY SIZE
006500             " " DELIMITED BY SIZE
006510             WS-DELIV-TEXT DELIMITED BY SIZE
006520         INTO INQUIRY-PRINT-RECORD.
006530     WRITE INQUIRY-PRINT-RECORD.
006540*
006550     MOVE "NONE" TO WS-OD-DATE-TEXT.
006560     IF ACCT-MAST-OD-DATE NUMERIC
006570         AND ACCT-MAST-OD-DATE > ZERO
006580         MOVE ACCT-MAST-OD-DATE TO WS-DATE-YMD
006590         MOVE WS-DATE-MM   TO WS-DATE-EDIT-MM
006600         MOVE WS-DATE-DD   TO WS-DATE-EDIT-DD
006610         MOVE WS-DATE-YYYY TO WS-DATE-EDIT-YYYY
006620         MOVE WS-DATE-EDIT TO WS-OD-DATE-TEXT
006630     END-IF.
006640     MOVE "NONE" TO WS-ACT-DATE-TEXT.
006650     IF ACCT-MAST-LAST-ACT-DATE NUMERIC
006660         AND ACCT-MAST-LAST-ACT-DATE > ZERO
006670         MOVE ACCT-MAST-LAST-ACT-DATE TO WS-DATE-YMD
006680         MOVE WS-DATE-MM   TO WS-DATE-EDIT-MM
006690         MOVE WS-DATE-DD   TO WS-DATE-EDIT-DD
006700         MOVE WS-DATE-YYYY TO WS-DATE-EDIT-YYYY
006710         MOVE WS-DATE-EDIT TO WS-ACT-DATE-TEXT
006720     END-IF.
006730     MOVE ACCT-MAST-INT-YTD TO WS-BALANCE-EDIT.
006740     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006750     STRING "     FIRST OVERDRAWN: " DELIMITED BY SIZE
006760             WS-OD-DATE-TEXT DELIMITED BY SIZE
006770             "   INTEREST YTD: " DELIMITED BY SIZE
006780             WS-BALANCE-EDIT DELIMITED BY SIZE
006790             "   LAST ACTIVITY: " DELIMITED BY SIZE
006800             WS-ACT-DATE-TEXT DELIMITED BY SIZE
006810         INTO INQUIRY-PRINT-RECORD.
006820     WRITE INQUIRY-PRINT-RECORD.
006830 5200-WRITE-MASTER-FIELDS-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870*    5300-WRITE-HISTORY-LINE  -  WRITES ONE CYCLE SUMMARY LINE   *
006880*    FROM THE ENTRY'S HISTORY.                                   *
006890******************************************************************
006900 5300-WRITE-HISTORY-LINE.
006910     MOVE WS-INQ-HIST-OPEN (WS-INQ-SUB, WS-HIST-SUB)
006920         TO WS-OPEN-EDIT.
006930     MOVE WS-INQ-HIST-CLOSE (WS-INQ-SUB, WS-HIST-SUB)
006940         TO WS-CLOSE-EDIT.
006950     MOVE WS-INQ-HIST-TRANS (WS-INQ-SUB, WS-HIST-SUB)
006960         TO WS-COUNT-EDIT.
006970     MOVE SPACES TO INQUIRY-PRINT-RECORD.
006980     STRING "       " DELIMITED BY SIZE
006990             WS-INQ-HIST-CYCLE (WS-INQ-SUB, WS-HIST-SUB)
007000             DELIMITED BY SIZE
007010             "   " DELIMITED BY SIZE
007020             WS-OPEN-EDIT DELIMITED BY SIZE
007030             "   " DELIMITED BY SIZE
007040             WS-CLOSE-EDIT DELIMITED BY SIZE
007050             "    " DELIMITED BY SIZE
007060             WS-COUNT-EDIT DELIMITED BY SIZE
007070             "      " DELIMITED BY SIZE
007080             WS-INQ-HIST-OD (WS-INQ-SUB, WS-HIST-SUB)
007090             DELIMITED BY SIZE
007100         INTO INQUIRY-PRINT-RECORD.
007110     WRITE INQUIRY-PRINT-RECORD.
007120 5300-WRITE-HISTORY-LINE-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160*    9000-TERMINATE  -  CLOSES ALL FILES.                        *
007170******************************************************************
007180 9000-TERMINATE.
007190     CLOSE INQUIRY-CARD-FILE.
007200     CLOSE INDEXED-MASTER.
007210     IF WS-STMARCH-OPEN
007220         CLOSE STATEMENT-ARCHIVE
007230     END-IF.
007240     CLOSE INQUIRY-RPT.
007250 9000-TERMINATE-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
007300******************************************************************
007310 9900-ABEND.
007320     MOVE 16 TO RETURN-CODE.
007330     STOP RUN.
007340*
007350 END PROGRAM ACCTINQ.

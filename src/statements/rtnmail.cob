000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  RTNMAIL                                        *
000040*                                                                *
000050*    RETURNED-MAIL PROCESSING.  THE MAIL ROOM KEYS ONE CARD      *
000060*    PER STATEMENT THE POST OFFICE SENT BACK - ACCOUNT, THE      *
000070*    CYCLE OF THE RETURNED STATEMENT, AND THE RETURN REASON      *
000080*    FROM THE CARRIER'S ENDORSEMENT - INTO THE RTNMAIL FILE.     *
000090*    READS THE CURRENT ACCOUNT MASTER AND WRITES A NEW ONE THE   *
000100*    WAY ACCTMNT DOES, SETTING THE BAD-ADDRESS HOLD AND THE      *
000110*    RETURN REASON ON EVERY ACCOUNT WITH A GOOD CARD.  WHILE     *
000120*    THE HOLD IS ON, FOO DIVERTS THE ACCOUNT'S PAPER STATEMENT   *
000130*    TO THE HELD-STATEMENT FILE INSTEAD OF THE PRINT FILE.  AN   *
000140*    ACCTMNT CHANGE CARD WITH A NEW ADDRESS CLEARS THE HOLD.     *
000150*    EVERY CARD, APPLIED OR REJECTED, IS ACCOUNTED FOR ON THE    *
000160*    RETURNED-MAIL REGISTER.                                     *
000170*                                                                *
000180*    RETURN REASON CODES -                                       *
000190*        A  ATTEMPTED - NOT KNOWN                                *
000200*        N  NO SUCH ADDRESS / NUMBER                             *
000210*        F  FORWARDING ORDER EXPIRED                             *
000220*        M  MOVED, LEFT NO ADDRESS                               *
000230*        R  REFUSED                                              *
000240*        U  UNABLE TO FORWARD                                    *
000250*        O  OTHER / ILLEGIBLE                                    *
000260*                                                                *
000270*    RETURN-CODE 0  -  EVERY CARD APPLIED.                       *
000280*    RETURN-CODE 4  -  ONE OR MORE CARDS REJECTED - READ THE     *
000290*                      RETURNED-MAIL REGISTER BEFORE THE CYCLE   *
000300*                      RUNS.                                     *
000310*                                                                *
000320*    MODIFICATION HISTORY                                        *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------- ----  ---------------------------------------    *
000350*    2026-10-15 NPG   INITIAL VERSION.                           *
000352*    2026-10-15 NPG   NEW-MASTER RECORD WIDENED 106 TO 111 FOR   *
000354*                     THE CLUB PAYOUT LINK NOW CARRIED ON THE    *
000356*                     ACCOUNT MASTER.                            *
000357*    2026-10-15 NPG   NEW-MASTER RECORD WIDENED 111 TO 140 FOR   *
000358*                     THE ACCOUNT STATUS CODE, DATE, AND REASON  *
000359*                     NOW CARRIED ON THE ACCOUNT MASTER.         *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     RTNMAIL.
000390 AUTHOR.         N P GEORGIOU.
000400 INSTALLATION.   RETAIL BANKING SYSTEMS.
000410 DATE-WRITTEN.   2026-10-15.
000420 DATE-COMPILED.  2026-10-15.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RETURN-CARD-FILE    ASSIGN TO RTNMAIL
000520                                 ORGANIZATION IS LINE SEQUENTIAL
000530                                 FILE STATUS IS
000540                                     WS-RTNMAIL-STATUS.
000550*
000560     SELECT OLD-ACCOUNT-MASTER  ASSIGN TO OLDMAST
000570                                 ORGANIZATION IS LINE SEQUENTIAL
000580                                 FILE STATUS IS
000590                                     WS-OLDMAST-STATUS.
000600*
000610     SELECT NEW-ACCOUNT-MASTER  ASSIGN TO NEWMAST
000620                                 ORGANIZATION IS LINE SEQUENTIAL
000630                                 FILE STATUS IS
000640                                     WS-NEWMAST-STATUS.
000650*
000660     SELECT RETURN-REGISTER     ASSIGN TO RTNREG
000670                                 ORGANIZATION IS LINE SEQUENTIAL
000680                                 FILE STATUS IS
000690                                     WS-RTNREG-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*
000740 FD  RETURN-CARD-FILE.
000750 01  RETURN-CARD-RECORD.
000760     05  RTNC-ACCOUNT                PIC X(05).
000770     05  RTNC-CYCLE                  PIC X(06).
000780     05  RTNC-REASON                 PIC X(01).
000790         88  RTNC-REASON-VALID       VALUE "A" "N" "F" "M"
000800                                           "R" "U" "O".
000810     05  FILLER                      PIC X(68).
000820*
000830 FD  OLD-ACCOUNT-MASTER.
000840     COPY ACCTREC.
000850*
000860 FD  NEW-ACCOUNT-MASTER.
000870 01  NEW-MASTER-RECORD               PIC X(140).
000880*
000890 FD  RETURN-REGISTER.
000900 01  REGISTER-PRINT-RECORD           PIC X(132).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  WS-FILE-STATUSES.
000950     05  WS-RTNMAIL-STATUS           PIC X(02) VALUE "00".
000960     05  WS-OLDMAST-STATUS           PIC X(02) VALUE "00".
000970     05  WS-NEWMAST-STATUS           PIC X(02) VALUE "00".
000980     05  WS-RTNREG-STATUS            PIC X(02) VALUE "00".
000990*
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001020         88  WS-EOF                  VALUE "Y".
001030     05  WS-CARD-EOF-SWITCH          PIC X(01) VALUE "N".
001040         88  WS-CARD-EOF             VALUE "Y".
001050*
001060 01  WS-CARD-FIELDS.
001070     05  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
001080     05  WS-CARD-SUB                 PIC 9(03) COMP VALUE ZERO.
001090     05  WS-APPLIED-COUNT            PIC 9(03) COMP VALUE ZERO.
001100     05  WS-REJECTED-COUNT           PIC 9(03) COMP VALUE ZERO.
001110     05  WS-HELD-TOTAL               PIC 9(09) COMP VALUE ZERO.
001120*
001130 01  WS-CARD-TABLE.
001140     05  WS-CARD-ENTRY               OCCURS 500 TIMES.
001150         10  WS-CARD-ACCOUNT         PIC 9(05).
001160         10  WS-CARD-RAW-ID          PIC X(05).
001170         10  WS-CARD-CYCLE           PIC X(06).
001180         10  WS-CARD-RTN-CODE        PIC X(01).
001190         10  WS-CARD-STATUS          PIC X(01).
001200             88  WS-CARD-UNAPPLIED   VALUE "N".
001210             88  WS-CARD-APPLIED     VALUE "A".
001220             88  WS-CARD-REJECTED    VALUE "R".
001230         10  WS-CARD-REASON          PIC X(40).
001240*
001250 01  WS-EDIT-FIELDS.
001260     05  WS-COUNT-EDIT               PIC ZZ9.
001270     05  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.
001280*
001290 PROCEDURE DIVISION.
001300*
001310******************************************************************
001320*    0000-MAINLINE                                               *
001330******************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001360     PERFORM 2000-PROCESS-MASTERS THRU 2000-PROCESS-MASTERS-EXIT
001370         UNTIL WS-EOF.
001380     PERFORM 7000-DISPOSE-UNMATCHED
001390         THRU 7000-DISPOSE-UNMATCHED-EXIT
001400         VARYING WS-CARD-SUB FROM 1 BY 1
001410         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
001420     PERFORM 8000-WRITE-REGISTER THRU 8000-WRITE-REGISTER-EXIT.
001430     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001440     IF WS-REJECTED-COUNT > ZERO
001450         MOVE 4 TO RETURN-CODE
001460     END-IF.
001470     STOP RUN.
001480*
001490******************************************************************
001500*    1000-INITIALIZE  -  OPENS THE FILES, LOADS AND EDITS THE    *
001510*    RETURNED-MAIL CARDS INTO THE WORKING TABLE, WRITES THE      *
001520*    REGISTER HEADING, AND PRIMES THE MASTER READ LOOP.          *
001530******************************************************************
001540 1000-INITIALIZE.
001550     OPEN INPUT RETURN-CARD-FILE.
001560     IF WS-RTNMAIL-STATUS NOT = "00"
001570         DISPLAY "RTN0010E - CANNOT OPEN RETURN-CARD-FILE, "
001580             "STATUS " WS-RTNMAIL-STATUS
001590         GO TO 9900-ABEND
001600     END-IF.
001610*
001620     OPEN INPUT OLD-ACCOUNT-MASTER.
001630     IF WS-OLDMAST-STATUS NOT = "00"
001640         DISPLAY "RTN0011E - CANNOT OPEN OLD-ACCOUNT-MASTER, "
001650             "STATUS " WS-OLDMAST-STATUS
001660         GO TO 9900-ABEND
001670     END-IF.
001680*
001690     OPEN OUTPUT NEW-ACCOUNT-MASTER.
001700     IF WS-NEWMAST-STATUS NOT = "00"
001710         DISPLAY "RTN0012E - CANNOT OPEN NEW-ACCOUNT-MASTER, "
001720             "STATUS " WS-NEWMAST-STATUS
001730         GO TO 9900-ABEND
001740     END-IF.
001750*
001760     OPEN OUTPUT RETURN-REGISTER.
001770     IF WS-RTNREG-STATUS NOT = "00"
001780         DISPLAY "RTN0013E - CANNOT OPEN RETURN-REGISTER, "
001790             "STATUS " WS-RTNREG-STATUS
001800         GO TO 9900-ABEND
001810     END-IF.
001820*
001830     PERFORM 1100-LOAD-RETURN-CARD
001840         THRU 1100-LOAD-RETURN-CARD-EXIT
001850         UNTIL WS-CARD-EOF.
001860     CLOSE RETURN-CARD-FILE.
001870     IF WS-CARD-COUNT = ZERO
001880         DISPLAY "RTN0014I - NO RETURNED-MAIL CARDS PRESENT, "
001890             "MASTER ROLLS FORWARD UNCHANGED"
001900     END-IF.
001910*
001920     MOVE SPACES TO REGISTER-PRINT-RECORD.
001930     STRING "RETURNED-MAIL REGISTER" DELIMITED BY SIZE
001940         INTO REGISTER-PRINT-RECORD.
001950     WRITE REGISTER-PRINT-RECORD.
001960     MOVE SPACES TO REGISTER-PRINT-RECORD.
001970     WRITE REGISTER-PRINT-RECORD.
001980*
001990     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
002000 1000-INITIALIZE-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040*    1100-LOAD-RETURN-CARD  -  READS ONE RETURNED-MAIL CARD AND  *
002050*    LOADS IT INTO THE TABLE.  CARDS FAILING THE FIELD EDITS -   *
002060*    NON-NUMERIC OR ZERO ACCOUNT, A CYCLE THAT IS NOT A YYYYMM   *
002070*    MONTH, OR A RETURN REASON NOT IN THE CODE LIST - ARE KEPT   *
002080*    IN THE TABLE MARKED REJECTED SO THE REGISTER ACCOUNTS FOR   *
002090*    EVERY CARD.  CARDS PAST THE 500-ENTRY TABLE LIMIT ARE       *
002100*    DROPPED WITH A MESSAGE.                                     *
002110******************************************************************
002120 1100-LOAD-RETURN-CARD.
002130     READ RETURN-CARD-FILE
002140         AT END
002150             SET WS-CARD-EOF TO TRUE
002160             GO TO 1100-LOAD-RETURN-CARD-EXIT
002170     END-READ.
002180     IF WS-CARD-COUNT >= 500
002190         DISPLAY "RTN0015W - MORE THAN 500 RETURNED-MAIL CARDS, "
002200             "CARD DROPPED: " RTNC-ACCOUNT " " RTNC-CYCLE
002210         GO TO 1100-LOAD-RETURN-CARD-EXIT
002220     END-IF.
002230     ADD 1 TO WS-CARD-COUNT.
002240     MOVE ZEROS        TO WS-CARD-ACCOUNT (WS-CARD-COUNT).
002250     MOVE RTNC-ACCOUNT TO WS-CARD-RAW-ID (WS-CARD-COUNT).
002260     MOVE RTNC-CYCLE   TO WS-CARD-CYCLE (WS-CARD-COUNT).
002270     MOVE RTNC-REASON  TO WS-CARD-RTN-CODE (WS-CARD-COUNT).
002280     MOVE "N"          TO WS-CARD-STATUS (WS-CARD-COUNT).
002290     MOVE SPACES       TO WS-CARD-REASON (WS-CARD-COUNT).
002300*
002310     IF RTNC-ACCOUNT NOT NUMERIC
002320         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002330         MOVE "ACCOUNT NUMBER IS NOT NUMERIC"
002340             TO WS-CARD-REASON (WS-CARD-COUNT)
002350         GO TO 1100-LOAD-RETURN-CARD-EXIT
002360     END-IF.
002370     MOVE RTNC-ACCOUNT TO WS-CARD-ACCOUNT (WS-CARD-COUNT).
002380     IF WS-CARD-ACCOUNT (WS-CARD-COUNT) = ZERO
002390         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002400         MOVE "ACCOUNT NUMBER IS ZERO"
002410             TO WS-CARD-REASON (WS-CARD-COUNT)
002420         GO TO 1100-LOAD-RETURN-CARD-EXIT
002430     END-IF.
002440     IF RTNC-CYCLE NOT NUMERIC
002450         OR RTNC-CYCLE (5:2) < "01"
002460         OR RTNC-CYCLE (5:2) > "12"
002470         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002480         MOVE "CYCLE IS NOT A YYYYMM MONTH"
002490             TO WS-CARD-REASON (WS-CARD-COUNT)
002500         GO TO 1100-LOAD-RETURN-CARD-EXIT
002510     END-IF.
002520     IF NOT RTNC-REASON-VALID
002530         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002540         MOVE "RETURN REASON IS NOT A, N, F, M, R, U, OR O"
002550             TO WS-CARD-REASON (WS-CARD-COUNT)
002560     END-IF.
002570 1100-LOAD-RETURN-CARD-EXIT.
002580     EXIT.
002590*
002600******************************************************************
002610*    2000-PROCESS-MASTERS  -  APPLIES EVERY CARD FOR ONE MASTER  *
002620*    RECORD AND ROLLS IT TO THE NEW GENERATION.  A MASTER        *
002630*    RECORD WITH A NON-NUMERIC ACCOUNT NUMBER PASSES THROUGH     *
002640*    UNTOUCHED - FOO'S VALIDATION ALREADY REPORTS IT.            *
002650******************************************************************
002660 2000-PROCESS-MASTERS.
002670     IF ACCT-MAST-ID NUMERIC
002680         PERFORM 2200-APPLY-MATCHING-CARDS
002690             THRU 2200-APPLY-MATCHING-CARDS-EXIT
002700             VARYING WS-CARD-SUB FROM 1 BY 1
002710             UNTIL WS-CARD-SUB > WS-CARD-COUNT
002720     END-IF.
002730     IF ACCT-ADDR-HELD
002740         ADD 1 TO WS-HELD-TOTAL
002750     END-IF.
002760     WRITE NEW-MASTER-RECORD FROM ACCT-MASTER-RECORD.
002770     PERFORM 2100-READ-ACCOUNT THRU 2100-READ-ACCOUNT-EXIT.
002780 2000-PROCESS-MASTERS-EXIT.
002790     EXIT.
002800*
002810******************************************************************
002820*    2100-READ-ACCOUNT  -  READS ONE OLD-MASTER RECORD.          *
002830******************************************************************
002840 2100-READ-ACCOUNT.
002850     READ OLD-ACCOUNT-MASTER
002860         AT END
002870             SET WS-EOF TO TRUE
002880     END-READ.
002890 2100-READ-ACCOUNT-EXIT.
002900     EXIT.
002910*
002920******************************************************************
002930*    2200-APPLY-MATCHING-CARDS  -  SETS THE BAD-ADDRESS HOLD     *
002940*    FOR ONE CARD WHOSE ACCOUNT MATCHES THE MASTER RECORD JUST   *
002950*    READ.  A LATER CARD FOR THE SAME ACCOUNT REPLACES THE       *
002960*    RETURN REASON, SO THE MASTER CARRIES THE MOST RECENT ONE.   *
002970*    THE REGISTER NOTES A HOLD ALREADY IN PLACE AND AN ACCOUNT   *
002980*    THAT TAKES E-STATEMENTS, WHOSE RETURNED PIECE WAS A NOTICE  *
002990*    RATHER THAN A STATEMENT.                                    *
003000******************************************************************
003010 2200-APPLY-MATCHING-CARDS.
003020     IF NOT WS-CARD-UNAPPLIED (WS-CARD-SUB)
003030         OR WS-CARD-ACCOUNT (WS-CARD-SUB) NOT = ACCT-MAST-ID
003040         GO TO 2200-APPLY-MATCHING-CARDS-EXIT
003050     END-IF.
003060     IF ACCT-ADDR-HELD
003070         MOVE "ALREADY HELD - RETURN REASON UPDATED"
003080             TO WS-CARD-REASON (WS-CARD-SUB)
003090     ELSE
003100         IF ACCT-DELIV-ELECTRONIC
003110             MOVE "ACCOUNT TAKES E-STATEMENTS"
003120                 TO WS-CARD-REASON (WS-CARD-SUB)
003130         END-IF
003140     END-IF.
003150     MOVE "Y" TO ACCT-MAST-ADDR-HOLD.
003160     MOVE WS-CARD-RTN-CODE (WS-CARD-SUB)
003170         TO ACCT-MAST-RTN-REASON.
003180     MOVE "A" TO WS-CARD-STATUS (WS-CARD-SUB).
003190     ADD 1 TO WS-APPLIED-COUNT.
003200 2200-APPLY-MATCHING-CARDS-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240*    7000-DISPOSE-UNMATCHED  -  REJECTS ONE CARD STILL           *
003250*    UNAPPLIED AFTER THE WHOLE MASTER HAS ROLLED - THE ACCOUNT   *
003260*    IS NOT ON THE MASTER (CLOSED SINCE THE STATEMENT WENT OUT,  *
003270*    OR MIS-KEYED).                                              *
003280******************************************************************
003290 7000-DISPOSE-UNMATCHED.
003300     IF WS-CARD-UNAPPLIED (WS-CARD-SUB)
003310         MOVE "R" TO WS-CARD-STATUS (WS-CARD-SUB)
003320         MOVE "ACCOUNT NOT ON THE MASTER"
003330             TO WS-CARD-REASON (WS-CARD-SUB)
003340     END-IF.
003350 7000-DISPOSE-UNMATCHED-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390*    8000-WRITE-REGISTER  -  WRITES ONE REGISTER LINE PER CARD   *
003400*    - APPLIED OR REJECTED WITH THE REASON - AND THE APPLIED/    *
003410*    REJECTED COUNTS AND THE NUMBER OF ACCOUNTS NOW UNDER A      *
003420*    BAD-ADDRESS HOLD AT THE FOOT.                               *
003430******************************************************************
003440 8000-WRITE-REGISTER.
003450     PERFORM 8100-WRITE-CARD-LINE
003460         THRU 8100-WRITE-CARD-LINE-EXIT
003470         VARYING WS-CARD-SUB FROM 1 BY 1
003480         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
003490*
003500     MOVE SPACES TO REGISTER-PRINT-RECORD.
003510     WRITE REGISTER-PRINT-RECORD.
003520     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
003530     MOVE SPACES TO REGISTER-PRINT-RECORD.
003540     STRING "CARDS APPLIED:  " DELIMITED BY SIZE
003550             WS-COUNT-EDIT     DELIMITED BY SIZE
003560         INTO REGISTER-PRINT-RECORD.
003570     WRITE REGISTER-PRINT-RECORD.
003580     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
003590     MOVE SPACES TO REGISTER-PRINT-RECORD.
003600     STRING "CARDS REJECTED: " DELIMITED BY SIZE
003610             WS-COUNT-EDIT     DELIMITED BY SIZE
003620         INTO REGISTER-PRINT-RECORD.
003630     WRITE REGISTER-PRINT-RECORD.
003640     MOVE WS-HELD-TOTAL TO WS-TOTAL-EDIT.
003650     MOVE SPACES TO REGISTER-PRINT-RECORD.
003660     STRING "ACCOUNTS NOW HELD FOR BAD ADDRESS: "
003670                               DELIMITED BY SIZE
003680             WS-TOTAL-EDIT     DELIMITED BY SIZE
003690         INTO REGISTER-PRINT-RECORD.
003700     WRITE REGISTER-PRINT-RECORD.
003710     IF WS-REJECTED-COUNT > ZERO
003720         DISPLAY "RTN0016W - " WS-REJECTED-COUNT " RETURNED-MAIL "
003730             "CARDS REJECTED - REVIEW THE REGISTER BEFORE THE "
003740             "CYCLE RUNS"
003750     END-IF.
003760 8000-WRITE-REGISTER-EXIT.
003770     EXIT.
003780*
003790******************************************************************
003800*    8100-WRITE-CARD-LINE  -  WRITES THE REGISTER LINE FOR ONE   *
003810*    CARD AND COUNTS IT AS REJECTED WHEN IT IS.  THE APPLIED     *
003820*    COUNT MOVES AT THE POINT OF APPLICATION.                    *
003830******************************************************************
003840 8100-WRITE-CARD-LINE.
003850     MOVE SPACES TO REGISTER-PRINT-RECORD.
003860     IF WS-CARD-REJECTED (WS-CARD-SUB)
003870         ADD 1 TO WS-REJECTED-COUNT
003880         STRING "ACCOUNT: " DELIMITED BY SIZE
003890             WS-CARD-RAW-ID (WS-CARD-SUB) DELIMITED BY SIZE
003900             "  CYCLE: " DELIMITED BY SIZE
003910             WS-CARD-CYCLE (WS-CARD-SUB) DELIMITED BY SIZE
003920             "  REASON: " DELIMITED BY SIZE
003930             WS-CARD-RTN-CODE (WS-CARD-SUB) DELIMITED BY SIZE
003940             "  *** REJECTED - " DELIMITED BY SIZE
003950             WS-CARD-REASON (WS-CARD-SUB) DELIMITED BY "  "
003960             " ***" DELIMITED BY SIZE
003970             INTO REGISTER-PRINT-RECORD
003980     ELSE
003990         IF WS-CARD-REASON (WS-CARD-SUB) NOT = SPACES
004000             STRING "ACCOUNT: " DELIMITED BY SIZE
004010                 WS-CARD-RAW-ID (WS-CARD-SUB) DELIMITED BY SIZE
004020                 "  CYCLE: " DELIMITED BY SIZE
004030                 WS-CARD-CYCLE (WS-CARD-SUB) DELIMITED BY SIZE
004040                 "  REASON: " DELIMITED BY SIZE
004050                 WS-CARD-RTN-CODE (WS-CARD-SUB) DELIMITED BY SIZE
004060                 "  HELD - " DELIMITED BY SIZE
004070                 WS-CARD-REASON (WS-CARD-SUB) DELIMITED BY "  "
004080                 INTO REGISTER-PRINT-RECORD
004090         ELSE
004100             STRING "ACCOUNT: " DELIMITED BY SIZE
004110                 WS-CARD-RAW-ID (WS-CARD-SUB) DELIMITED BY SIZE
004120                 "  CYCLE: " DELIMITED BY SIZE
004130                 WS-CARD-CYCLE (WS-CARD-SUB) DELIMITED BY SIZE
004140                 "  REASON: " DELIMITED BY SIZE
004150                 WS-CARD-RTN-CODE (WS-CARD-SUB) DELIMITED BY SIZE
004160                 "  HELD" DELIMITED BY SIZE
004170                 INTO REGISTER-PRINT-RECORD
004180         END-IF
004190     END-IF.
004200     WRITE REGISTER-PRINT-RECORD.
004210 8100-WRITE-CARD-LINE-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250*    9000-TERMINATE  -  CLOSES ALL FILES.                        *
004260******************************************************************
004270 9000-TERMINATE.
004280     CLOSE OLD-ACCOUNT-MASTER.
004290     CLOSE NEW-ACCOUNT-MASTER.
004300     CLOSE RETURN-REGISTER.
004310 9000-TERMINATE-EXIT.
004320     EXIT.
004330*
004340******************************************************************
004350*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
004360******************************************************************
004370 9900-ABEND.
004380     MOVE 16 TO RETURN-CODE.
004390     STOP RUN.
004400*
004410 END PROGRAM RTNMAIL.

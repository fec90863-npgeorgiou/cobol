000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  XMITREL                                        *
000040*                                                                *
000050*    TRANSMISSION RELEASE STEP.  THE LAST STEP OF THE STMTRUN    *
000060*    JOB STREAM, AFTER THE BALANCING PROOF (STMTBAL) AND THE     *
000067*    PRESORT (ZIPSORT), AND OF THE SUPPRUN MAKE-UP BATCH.  IT    *
000074*    PROVES AND STAMPS EVERY OUTBOUND INTERFACE FILE THE CYCLE   *
000081*    SENDS:                                                      *
000090*                                                                *
000100*      CLLXTRC  - COLLECTIONS EXTRACT      (HASH: BALANCE)       *
000110*      ESCHXTRC - UNCLAIMED PROPERTY       (HASH: BALANCE)       *
000120*      ESTMTFD  - E-STATEMENT PORTAL FEED  (HASH: CLOSING BAL)   *
000130*      GLJRNL   - GENERAL LEDGER JOURNAL   (HASH: ENTRY AMOUNT)  *
000140*      PRTSORT  - PRINT VENDOR FILE        (HASH: ACCOUNT NO.)   *
000150*      EXCPXTRC - DATA-QUALITY EXCEPTIONS  (HASH: ACCOUNT NO.)   *
000151*      CTRXTRC  - CTR CANDIDATE EXTRACT    (HASH: CASH IN)       *
000152*      CLUBCHK  - CLUB OFFICIAL CHECKS     (HASH: CHECK AMOUNT)  *
000153*                                                                *
000154*    A SUPPLEMENTAL BATCH (THE PARM CARD'S SUPPLEMENTAL SWITCH   *
000155*    IS Y) CUTS NO PRTSORT, CTRXTRC OR CLUBCHK.  THOSE THREE ARE *
000156*    NOT CUT - NOT PROVED, STAMPED OR OPENED, AND GIVEN NO       *
000157*    MANIFEST ROW - AND ANY GROUP ON THE CARD IS IGNORED, AS     *
000158*    FOO IGNORES IT.                                             *
000160*                                                                *
000170*    EACH FILE IS READ ONCE TO PROVE IT - ITS RECORDS CARRY      *
000180*    THE PARM-CARD CYCLE WHERE THE LAYOUT HAS ONE, AMOUNTS ARE   *
000190*    NUMERIC, AND THE GL JOURNAL'S OWN PROOF TRAILER IS THERE    *
000200*    AND AGREES - AND TO COUNT AND HASH IT.  THEN, ONLY IF       *
000210*    EVERY FILE PROVED AND THE RELEASE CARD SAYS RELEASE, EACH   *
000220*    IS COPIED TO ITS TRANSMISSION GENERATION BETWEEN A          *
000225*    STANDARD HEADER (FILE ID, CYCLE, STATEMENT-DAY GROUP) AND   *
000230*    TRAILER (RECORD COUNT, HASH TOTAL) - SEE XMITHT.  THE       *
000235*    TRANSMISSION MANIFEST (XMITMAN) GETS ONE ROW PER FILE WITH  *
000240*    ITS GROUP, COUNT, HASH, AND WHETHER IT IS RELEASED, AND THE *
000245*    RELEASE REPORT PRINTS THE SAME.                             *
000250*                                                                *
000255*    THE GROUP COMES FROM THE PARM CARD - SPACE FOR A            *
000260*    WHOLE-CYCLE RUN, 1-4 FOR A STATEMENT-DAY GROUP RUN - SO THE *
000265*    GROUP RUNS OF ONE CYCLE, AND A RESEND, CAN BE TOLD APART.   *
000270*    THE GL JOURNAL'S PROOF TRAILER MUST CARRY THE SAME GROUP.   *
000280*                                                                *
000290*    THE RELEASE CARD (RELCARD) IS SET BY THE JOB STREAM: IT     *
000300*    READS RELEASE ONLY WHEN NO EARLIER STEP OR BALANCING PROOF  *
000310*    ENDED CC 8 OR MORE OR ABENDED.  ANYTHING ELSE - HOLD, AN    *
000320*    EMPTY OR MISSING CARD - HOLDS THE WHOLE CYCLE.  A CYCLE IS  *
000330*    RELEASED WHOLE OR NOT AT ALL; A HELD CYCLE'S TRANSMISSION   *
000340*    GENERATIONS ARE LEFT EMPTY, WITH NO HEADER, SO NOTHING      *
000350*    PARTIAL CAN BE SENT EVEN BY MISTAKE.                        *
000360*                                                                *
000370*    RETURN-CODE 0  -  EVERY FILE PROVED AND RELEASED.           *
000380*    RETURN-CODE 8  -  A FILE FAILED ITS PROOF - NOTHING         *
000390*                      RELEASED.  SEE THE RELEASE REPORT.        *
000400*    RETURN-CODE 12 -  RELEASE REFUSED - AN EARLIER STEP OR      *
000410*                      PROOF FAILED.  NOTHING RELEASED.          *
000416*    RETURN-CODE 16 -  FILE ERROR, OR A BAD GROUP ON THE PARM    *
000422*                      CARD.                                     *
000430*                                                                *
000440*    MODIFICATION HISTORY                                        *
000450*    DATE       INIT  DESCRIPTION                                *
000460*    ---------- ----  ---------------------------------------    *
000470*    2026-10-15 NPG   INITIAL VERSION.                           *
000472*    2026-10-15 NPG   XEXCP WIDENED 150 TO 180 WITH THE          *
000474*                     EXCEPTION EXTRACT, WHICH NOW CARRIES THE   *
000476*                     140-BYTE ACCOUNT MASTER IMAGE.             *
000478*    2026-10-15 NPG   THE STATEMENT-DAY GROUP FROM THE PARM CARD *
000480*                     GOES ON THE TRANSMISSION HEADER, THE       *
000482*                     MANIFEST ROW AND THE REPORT HEADING, AND   *
000484*                     THE GL JOURNAL TRAILER MUST CARRY IT.      *
000485*    2026-10-15 NPG   ADDED THE CTR EXTRACT (CTRXTRC) AND THE    *
000486*                     CLUB OFFICIAL-CHECK FILE (CLUBCHK) TO THE  *
000487*                     FILES RELEASED, AND THE SUPPLEMENTAL       *
000488*                     BATCH, WHICH CUTS ONLY FIVE OF THE EIGHT.  *
000489******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     XMITREL.
000510 AUTHOR.         N P GEORGIOU.
000520 INSTALLATION.   RETAIL BANKING SYSTEMS.
000530 DATE-WRITTEN.   2026-10-15.
000540 DATE-COMPILED.  2026-10-15.
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PARM-CARD-FILE      ASSIGN TO PARMCARD
000640                                 ORGANIZATION IS LINE SEQUENTIAL
000650                                 FILE STATUS IS
000660                                     WS-PARMCARD-STATUS.
000670*
000680     SELECT RELEASE-CARD-FILE   ASSIGN TO RELCARD
000690                                 ORGANIZATION IS LINE SEQUENTIAL
000700                                 FILE STATUS IS
000710                                     WS-RELCARD-STATUS.
000720*
000730     SELECT COLL-EXTRACT-FILE   ASSIGN TO CLLXTRC
000740                                 ORGANIZATION IS LINE SEQUENTIAL
000750                                 FILE STATUS IS
000760                                     WS-CLLXTRC-STATUS.
000770*
000780     SELECT ESCH-EXTRACT-FILE   ASSIGN TO ESCHXTRC
000790                                 ORGANIZATION IS LINE SEQUENTIAL
000800                                 FILE STATUS IS
000810                                     WS-ESCHXTRC-STATUS.
000820*
000830     SELECT ESTMT-FEED-FILE     ASSIGN TO ESTMTFD
000840                                 ORGANIZATION IS LINE SEQUENTIAL
000850                                 FILE STATUS IS
000860                                     WS-ESTMTFD-STATUS.
000870*
000880     SELECT GL-JOURNAL-FILE     ASSIGN TO GLJRNL
000890                                 ORGANIZATION IS LINE SEQUENTIAL
000900                                 FILE STATUS IS
000910                                     WS-GLJRNL-STATUS.
000920*
000930     SELECT PRESORTED-FILE      ASSIGN TO PRTSORT
000940                                 ORGANIZATION IS LINE SEQUENTIAL
000950                                 FILE STATUS IS
000960                                     WS-PRTSORT-STATUS.
000970*
000980     SELECT EXCP-EXTRACT-FILE   ASSIGN TO EXCPXTRC
000990                                 ORGANIZATION IS LINE SEQUENTIAL
001000                                 FILE STATUS IS
001010                                     WS-EXCPXTRC-STATUS.
001011*
001012     SELECT CTR-EXTRACT-FILE    ASSIGN TO CTRXTRC
001013                                 ORGANIZATION IS LINE SEQUENTIAL
001014                                 FILE STATUS IS
001015                                     WS-CTRXTRC-STATUS.
001016*
001017     SELECT CLUB-CHECK-FILE     ASSIGN TO CLUBCHK
001018                                 ORGANIZATION IS LINE SEQUENTIAL
001019                                 FILE STATUS IS
001020                                     WS-CLUBCHK-STATUS.
001021*
001030     SELECT XMIT-COLL-FILE      ASSIGN TO XCOLL
001040                                 ORGANIZATION IS LINE SEQUENTIAL
001050                                 FILE STATUS IS
001060                                     WS-XCOLL-STATUS.
001070*
001080     SELECT XMIT-ESCH-FILE      ASSIGN TO XESCH
001090                                 ORGANIZATION IS LINE SEQUENTIAL
001100                                 FILE STATUS IS
001110                                     WS-XESCH-STATUS.
001120*
001130     SELECT XMIT-ESTMT-FILE     ASSIGN TO XESTMT
001140                                 ORGANIZATION IS LINE SEQUENTIAL
001150                                 FILE STATUS IS
001160                                     WS-XESTMT-STATUS.
001170*
001180     SELECT XMIT-GLJRNL-FILE    ASSIGN TO XGLJRNL
001190                                 ORGANIZATION IS LINE SEQUENTIAL
001200                                 FILE STATUS IS
001210                                     WS-XGLJRNL-STATUS.
001220*
001230     SELECT XMIT-PRTSORT-FILE   ASSIGN TO XPRTSORT
001240                                 ORGANIZATION IS LINE SEQUENTIAL
001250                                 FILE STATUS IS
001260                                     WS-XPRTSORT-STATUS.
001270*
001280     SELECT XMIT-EXCP-FILE      ASSIGN TO XEXCP
001290                                 ORGANIZATION IS LINE SEQUENTIAL
001300                                 FILE STATUS IS
001310                                     WS-XEXCP-STATUS.
001311*
001312     SELECT XMIT-CTR-FILE       ASSIGN TO XCTR
001313                                 ORGANIZATION IS LINE SEQUENTIAL
001314                                 FILE STATUS IS
001315                                     WS-XCTR-STATUS.
001316*
001317     SELECT XMIT-CLUB-FILE      ASSIGN TO XCLUB
001318                                 ORGANIZATION IS LINE SEQUENTIAL
001319                                 FILE STATUS IS
001320                                     WS-XCLUB-STATUS.
001321*
001330     SELECT MANIFEST-FILE       ASSIGN TO XMITMAN
001340                                 ORGANIZATION IS LINE SEQUENTIAL
001350                                 FILE STATUS IS
001360                                     WS-XMITMAN-STATUS.
001370*
001380     SELECT RELEASE-RPT         ASSIGN TO XMITRPT
001390                                 ORGANIZATION IS LINE SEQUENTIAL
001400                                 FILE STATUS IS
001410                                     WS-XMITRPT-STATUS.
001420*
001430 DATA DIVISION.
001440 FILE SECTION.
001450*
001460 FD  PARM-CARD-FILE.
001470     COPY PARMCRD.
001480*
001490 FD  RELEASE-CARD-FILE.
001500 01  RELEASE-CARD-RECORD.
001510     05  RELC-ACTION                 PIC X(07).
001520         88  RELC-RELEASE            VALUE "RELEASE".
001530     05  FILLER                      PIC X(73).
001540*
001550 FD  COLL-EXTRACT-FILE.
001560     COPY COLLXTR.
001570*
001580 FD  ESCH-EXTRACT-FILE.
001590     COPY ESCHXTR.
001600*
001610 FD  ESTMT-FEED-FILE.
001620 01  ESTMT-FEED-RECORD               PIC X(320).
001630*
001640 FD  GL-JOURNAL-FILE.
001650     COPY GLJRNL.
001660*
001670 FD  PRESORTED-FILE.
001680 01  PRESORTED-PRINT-RECORD          PIC X(132).
001690*
001700 FD  EXCP-EXTRACT-FILE.
001710     COPY EXCPXTR.
001720*
001721 FD  CTR-EXTRACT-FILE.
001722     COPY CTRXTR.
001723*
001724 FD  CLUB-CHECK-FILE.
001725     COPY CLUBCHK.
001726*
001730 FD  XMIT-COLL-FILE.
001740 01  XMIT-COLL-RECORD                PIC X(40).
001750*
001760 FD  XMIT-ESCH-FILE.
001770 01  XMIT-ESCH-RECORD                PIC X(90).
001780*
001790 FD  XMIT-ESTMT-FILE.
001800 01  XMIT-ESTMT-RECORD               PIC X(320).
001810*
001820 FD  XMIT-GLJRNL-FILE.
001830 01  XMIT-GLJRNL-RECORD              PIC X(70).
001840*
001850 FD  XMIT-PRTSORT-FILE.
001860 01  XMIT-PRTSORT-RECORD             PIC X(132).
001870*
001880 FD  XMIT-EXCP-FILE.
001890 01  XMIT-EXCP-RECORD                PIC X(180).
001900*
001901 FD  XMIT-CTR-FILE.
001902 01  XMIT-CTR-RECORD                 PIC X(140).
001903*
001904 FD  XMIT-CLUB-FILE.
001905 01  XMIT-CLUB-RECORD                PIC X(100).
001906*
001910 FD  MANIFEST-FILE.
001920     COPY XMITMAN.
001930*
001940 FD  RELEASE-RPT.
001950 01  RELEASE-PRINT-RECORD            PIC X(132).
001960*
001970 WORKING-STORAGE SECTION.
001980*
001990 01  WS-FILE-STATUSES.
002000     05  WS-PARMCARD-STATUS          PIC X(02) VALUE "00".
002010     05  WS-RELCARD-STATUS           PIC X(02) VALUE "00".
002020     05  WS-CLLXTRC-STATUS           PIC X(02) VALUE "00".
002030     05  WS-ESCHXTRC-STATUS          PIC X(02) VALUE "00".
002040     05  WS-ESTMTFD-STATUS           PIC X(02) VALUE "00".
002050     05  WS-GLJRNL-STATUS            PIC X(02) VALUE "00".
002060     05  WS-PRTSORT-STATUS           PIC X(02) VALUE "00".
002070     05  WS-EXCPXTRC-STATUS          PIC X(02) VALUE "00".
002073     05  WS-CTRXTRC-STATUS           PIC X(02) VALUE "00".
002076     05  WS-CLUBCHK-STATUS           PIC X(02) VALUE "00".
002080     05  WS-XCOLL-STATUS             PIC X(02) VALUE "00".
002090     05  WS-XESCH-STATUS             PIC X(02) VALUE "00".
002100     05  WS-XESTMT-STATUS            PIC X(02) VALUE "00".
002110     05  WS-XGLJRNL-STATUS           PIC X(02) VALUE "00".
002120     05  WS-XPRTSORT-STATUS          PIC X(02) VALUE "00".
002130     05  WS-XEXCP-STATUS             PIC X(02) VALUE "00".
002133     05  WS-XCTR-STATUS              PIC X(02) VALUE "00".
002136     05  WS-XCLUB-STATUS             PIC X(02) VALUE "00".
002140     05  WS-XMITMAN-STATUS           PIC X(02) VALUE "00".
002150     05  WS-XMITRPT-STATUS           PIC X(02) VALUE "00".
002160*
002170 01  WS-SWITCHES.
002180     05  WS-IN-EOF-SWITCH            PIC X(01) VALUE "N".
002190         88  WS-IN-EOF               VALUE "Y".
002200     05  WS-GATE-SWITCH              PIC X(01) VALUE "N".
002210         88  WS-GATE-OPEN            VALUE "Y".
002220     05  WS-PROOF-SWITCH             PIC X(01) VALUE "Y".
002230         88  WS-ALL-PROVED           VALUE "Y".
002240     05  WS-JRNL-TRLR-SWITCH         PIC X(01) VALUE "N".
002250         88  WS-JRNL-TRLR-SEEN       VALUE "Y".
002253     05  WS-SUPPLEMENTAL-SWITCH      PIC X(01) VALUE "N".
002256         88  WS-SUPPLEMENTAL-RUN     VALUE "Y".
002260*
002270*    THE OUTBOUND FILES, IN MANIFEST ORDER.  THE SUBSCRIPT OF
002277*    EACH IS FIXED - 1 COLLECTIONS THROUGH 8 CLUB CHECKS - AND
002284*    THE PROVE AND STAMP PARAGRAPHS ARE NUMBERED TO MATCH.  THE
002291*    LAST COLUMN IS N FOR A FILE A SUPPLEMENTAL RUN DOES NOT CUT.
002300 01  WS-FILE-NAMES-DATA.
002307     05  FILLER                      PIC X(26)
002314                 VALUE "CLLXTRC COLLECTIONS     AY".
002321     05  FILLER                      PIC X(26)
002328                 VALUE "ESCHXTRCUNCLAIMED PROP  AY".
002335     05  FILLER                      PIC X(26)
002342                 VALUE "ESTMTFD CUSTOMER PORTAL AY".
002349     05  FILLER                      PIC X(26)
002356                 VALUE "GLJRNL  GENERAL LEDGER  AY".
002363     05  FILLER                      PIC X(26)
002370                 VALUE "PRTSORT PRINT VENDOR    KN".
002377     05  FILLER                      PIC X(26)
002384                 VALUE "EXCPXTRCDATA QUALITY    KY".
002391     05  FILLER                      PIC X(26)
002398                 VALUE "CTRXTRC BSA COMPLIANCE  AN".
002405     05  FILLER                      PIC X(26)
002412                 VALUE "CLUBCHK OFFICIAL CHECKS AN".
002430 01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-DATA.
002440     05  WS-FN-ENTRY                 OCCURS 8 TIMES.
002450         10  WS-FN-ID                PIC X(08).
002460         10  WS-FN-DEST              PIC X(16).
002470         10  WS-FN-BASIS             PIC X(01).
002473         10  WS-FN-SUPP-SWITCH       PIC X(01).
002476             88  WS-FN-MONTHLY-ONLY  VALUE "N".
002480*
002490 01  WS-FILE-TABLE.
002500     05  WS-XF-ENTRY                 OCCURS 8 TIMES.
002510         10  WS-XF-COUNT             PIC 9(09) COMP.
002520         10  WS-XF-HASH              PIC S9(13)V99 COMP.
002530         10  WS-XF-PROOF             PIC X(01).
002540             88  WS-XF-PROVED        VALUE "P".
002550             88  WS-XF-FAILED        VALUE "F".
002555             88  WS-XF-NOT-CUT       VALUE "X".
002560         10  WS-XF-REASON            PIC X(30).
002570*
002580 01  WS-COUNTERS.
002590     05  WS-SUB                      PIC 9(02) COMP VALUE ZERO.
002600     05  WS-FAILED-COUNT             PIC 9(02) COMP VALUE ZERO.
002605     05  WS-CUT-COUNT                PIC 9(02) COMP VALUE ZERO.
002610     05  WS-RELEASED-COUNT           PIC 9(02) COMP VALUE ZERO.
002620     05  WS-JRNL-DEBIT-TOTAL         PIC S9(11)V99 COMP
002630                                     VALUE ZERO.
002640     05  WS-JRNL-CREDIT-TOTAL        PIC S9(11)V99 COMP
002650                                     VALUE ZERO.
002660*
002670 01  WS-CYCLE-FIELDS.
002680     05  WS-STMT-CYCLE               PIC 9(06) VALUE ZERO.
002683     05  WS-STMT-GROUP               PIC X(01) VALUE SPACE.
002686         88  WS-WHOLE-CYCLE-RUN      VALUE SPACE.
002690     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002700     05  WS-DATE-YMD                 PIC 9(08) VALUE ZERO.
002710     05  FILLER REDEFINES WS-DATE-YMD.
002720         10  WS-DATE-YYYY            PIC 9(04).
002730         10  WS-DATE-MM              PIC 9(02).
002740         10  WS-DATE-DD              PIC 9(02).
002750     05  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
002760     05  FILLER REDEFINES WS-RUN-TIME.
002770         10  WS-RUN-HHMMSS           PIC 9(06).
002780         10  FILLER                  PIC 9(02).
002790*
002800*    THE E-STATEMENT FEED IS TAGGED TEXT.  EVERY RECORD STARTS
002810*    ACCT=NNNNN|CYCLE=YYYYMM; A STATEMENT RECORD (NOT A MESSAGE
002820*    RECORD) ALSO CARRIES |CLOSEBAL= FOLLOWED BY THE UNEDITED
002830*    11-BYTE CLOSING BALANCE.
002840 01  WS-ESTMT-SCAN.
002850     05  WS-SCAN-FIELDS              PIC 9(02) COMP VALUE ZERO.
002860     05  WS-SCAN-HEAD                PIC X(320) VALUE SPACES.
002870     05  WS-SCAN-TAIL                PIC X(320) VALUE SPACES.
002880     05  WS-SCAN-CLOSE-X             PIC X(11) VALUE SPACES.
002890     05  WS-SCAN-CLOSE-AMT REDEFINES WS-SCAN-CLOSE-X
002900                                     PIC S9(9)V99.
002910     05  WS-SCAN-CYCLE-X             PIC X(06) VALUE SPACES.
002920     05  WS-SCAN-CYCLE REDEFINES WS-SCAN-CYCLE-X
002930                                     PIC 9(06).
002940*
002950*    THE STATEMENT RUN'S PAGE HEADING HAS FIXED COLUMNS -
002960*    ACCOUNT IN 38-42 AND THE EDITED PAGE NUMBER IN 54-56 (SEE
002970*    ZIPSORT).  THE FIRST PAGE OF EACH STATEMENT ADDS ITS
002980*    ACCOUNT NUMBER TO THE PRINT FILE'S HASH.
002990 01  WS-HEADING-SCAN.
003000     05  WS-SCAN-LINE                PIC X(132) VALUE SPACES.
003010     05  FILLER REDEFINES WS-SCAN-LINE.
003020         10  WS-SCAN-LABEL           PIC X(16).
003030         10  FILLER                  PIC X(21).
003040         10  WS-SCAN-ACCOUNT         PIC X(05).
003050         10  WS-SCAN-ACCOUNT-9 REDEFINES WS-SCAN-ACCOUNT
003060                                     PIC 9(05).
003070         10  FILLER                  PIC X(11).
003080         10  WS-SCAN-PAGE            PIC X(03).
003090         10  FILLER                  PIC X(76).
003100*
003110 01  WS-EXCP-ACCOUNT-FIELDS.
003120     05  WS-EXCP-ACCOUNT-X           PIC X(05) VALUE SPACES.
003130     05  WS-EXCP-ACCOUNT-9 REDEFINES WS-EXCP-ACCOUNT-X
003140                                     PIC 9(05).
003150*
003160     COPY XMITHT.
003170*
003180 01  WS-EDIT-FIELDS.
003190     05  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
003200     05  WS-HASH-EDIT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003210     05  WS-BASIS-TEXT               PIC X(12) VALUE SPACES.
003220     05  WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
003225     05  WS-GROUP-TEXT               PIC X(03) VALUE SPACES.
003230     05  WS-HOLD-REASON              PIC X(30) VALUE SPACES.
003240*
003250 PROCEDURE DIVISION.
003260*
003270******************************************************************
003280*    0000-MAINLINE                                               *
003290******************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003320     IF WS-GATE-OPEN
003330         PERFORM 2100-PROVE-COLL THRU 2100-PROVE-COLL-EXIT
003340         PERFORM 2200-PROVE-ESCH THRU 2200-PROVE-ESCH-EXIT
003350         PERFORM 2300-PROVE-ESTMT THRU 2300-PROVE-ESTMT-EXIT
003360         PERFORM 2400-PROVE-GLJRNL THRU 2400-PROVE-GLJRNL-EXIT
003370         PERFORM 2500-PROVE-PRTSORT THRU 2500-PROVE-PRTSORT-EXIT
003380         PERFORM 2600-PROVE-EXCP THRU 2600-PROVE-EXCP-EXIT
003383         PERFORM 2700-PROVE-CTR THRU 2700-PROVE-CTR-EXIT
003386         PERFORM 2800-PROVE-CLUB THRU 2800-PROVE-CLUB-EXIT
003390     END-IF.
003400     PERFORM 3000-DECIDE-RELEASE THRU 3000-DECIDE-RELEASE-EXIT.
003410     IF WS-GATE-OPEN AND WS-ALL-PROVED
003420         PERFORM 4100-STAMP-COLL THRU 4100-STAMP-COLL-EXIT
003430         PERFORM 4200-STAMP-ESCH THRU 4200-STAMP-ESCH-EXIT
003440         PERFORM 4300-STAMP-ESTMT THRU 4300-STAMP-ESTMT-EXIT
003450         PERFORM 4400-STAMP-GLJRNL THRU 4400-STAMP-GLJRNL-EXIT
003460         PERFORM 4500-STAMP-PRTSORT THRU 4500-STAMP-PRTSORT-EXIT
003470         PERFORM 4600-STAMP-EXCP THRU 4600-STAMP-EXCP-EXIT
003473         PERFORM 4700-STAMP-CTR THRU 4700-STAMP-CTR-EXIT
003476         PERFORM 4800-STAMP-CLUB THRU 4800-STAMP-CLUB-EXIT
003480     ELSE
003490         PERFORM 4900-EMPTY-XMIT-FILES
003500             THRU 4900-EMPTY-XMIT-FILES-EXIT
003510     END-IF.
003520     PERFORM 5000-WRITE-MANIFEST THRU 5000-WRITE-MANIFEST-EXIT.
003530     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
003540     IF NOT WS-GATE-OPEN
003550         MOVE 12 TO RETURN-CODE
003560     ELSE
003570         IF NOT WS-ALL-PROVED
003580             MOVE 8 TO RETURN-CODE
003590         END-IF
003600     END-IF.
003610     STOP RUN.
003620*
003630******************************************************************
003640*    1000-INITIALIZE  -  OPENS THE MANIFEST AND THE REPORT,      *
003650*    PICKS UP THE CYCLE FROM THE PARM CARD (FALLING BACK TO THE  *
003657*    CURRENT DATE AS THE OTHER STEPS DO), THE STATEMENT-DAY      *
003664*    GROUP AND THE SUPPLEMENTAL SWITCH, READS THE RELEASE CARD,  *
003671*    AND CLEARS THE FILE TABLE.                                  *
003680******************************************************************
003690 1000-INITIALIZE.
003700     OPEN OUTPUT MANIFEST-FILE.
003710     IF WS-XMITMAN-STATUS NOT = "00"
003720         DISPLAY "XMR0010E - CANNOT OPEN MANIFEST-FILE, STATUS "
003730             WS-XMITMAN-STATUS
003740         GO TO 9900-ABEND
003750     END-IF.
003760*
003770     OPEN OUTPUT RELEASE-RPT.
003780     IF WS-XMITRPT-STATUS NOT = "00"
003790         DISPLAY "XMR0011E - CANNOT OPEN RELEASE-RPT, STATUS "
003800             WS-XMITRPT-STATUS
003810         GO TO 9900-ABEND
003820     END-IF.
003830*
003840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003850     ACCEPT WS-RUN-TIME FROM TIME.
003860     PERFORM 1200-READ-PARM-CARD THRU 1200-READ-PARM-CARD-EXIT.
003870     IF WS-STMT-CYCLE = ZERO
003880         MOVE WS-RUN-DATE TO WS-DATE-YMD
003890         COMPUTE WS-STMT-CYCLE =
003900             (WS-DATE-YYYY * 100) + WS-DATE-MM
003910         DISPLAY "XMR0012I - NO STATEMENT CYCLE ON THE PARM "
003920             "CARD, USING THE CURRENT DATE: " WS-STMT-CYCLE
003921     END-IF.
003922     IF WS-SUPPLEMENTAL-RUN
003923         AND NOT WS-WHOLE-CYCLE-RUN
003924         DISPLAY "XMR0029W - STATEMENT GROUP " WS-STMT-GROUP
003925             " IGNORED ON A SUPPLEMENTAL BATCH"
003926         MOVE SPACE TO WS-STMT-GROUP
003927     END-IF.
003931     IF NOT WS-WHOLE-CYCLE-RUN
003932         AND (WS-STMT-GROUP < "1" OR WS-STMT-GROUP > "4")
003933         DISPLAY "XMR0028E - STATEMENT GROUP " WS-STMT-GROUP
003934             " ON THE PARM CARD IS NOT 1-4"
003935         GO TO 9900-ABEND
003936     END-IF.
003940     PERFORM 1300-READ-RELEASE-CARD
003950         THRU 1300-READ-RELEASE-CARD-EXIT.
003960*
003970     PERFORM 1400-CLEAR-FILE-ENTRY
003980         THRU 1400-CLEAR-FILE-ENTRY-EXIT
003990         VARYING WS-SUB FROM 1 BY 1
004000         UNTIL WS-SUB > 8.
004010 1000-INITIALIZE-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    1200-READ-PARM-CARD  -  PICKS UP THE STATEMENT CYCLE,       *
004060*    GROUP AND SUPPLEMENTAL SWITCH FROM THE SAME PARM CARD THE   *
004070*    OTHER STEPS READ.  A MISSING CARD IS NOT AN ERROR.          *
004080******************************************************************
004090 1200-READ-PARM-CARD.
004100     OPEN INPUT PARM-CARD-FILE.
004110     IF WS-PARMCARD-STATUS NOT = "00"
004120         DISPLAY "XMR0013I - NO PARM CARD PRESENT"
004130         GO TO 1200-READ-PARM-CARD-EXIT
004140     END-IF.
004150     READ PARM-CARD-FILE
004160         AT END
004170             DISPLAY "XMR0014I - PARM CARD FILE IS EMPTY"
004180         NOT AT END
004190             IF PARM-STMT-CYCLE NUMERIC
004200                 MOVE PARM-STMT-CYCLE TO WS-STMT-CYCLE
004202             END-IF
004204             IF PARM-STMT-GROUP NOT = SPACE
004206                 MOVE PARM-STMT-GROUP TO WS-STMT-GROUP
004207             END-IF
004208             IF PARM-SUPPLEMENTAL = "Y"
004209                 SET WS-SUPPLEMENTAL-RUN TO TRUE
004210             END-IF
004220     END-READ.
004230     CLOSE PARM-CARD-FILE.
004240 1200-READ-PARM-CARD-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280*    1300-READ-RELEASE-CARD  -  THE GATE.  ONLY A CARD READING   *
004290*    RELEASE OPENS IT; A HOLD CARD, AN EMPTY OR MISSING CARD,    *
004300*    OR ANYTHING ELSE KEEPS IT SHUT.                             *
004310******************************************************************
004320 1300-READ-RELEASE-CARD.
004330     OPEN INPUT RELEASE-CARD-FILE.
004340     IF WS-RELCARD-STATUS NOT = "00"
004350         DISPLAY "XMR0015W - NO RELEASE CARD - THE CYCLE IS HELD"
004360         GO TO 1300-READ-RELEASE-CARD-EXIT
004370     END-IF.
004380     READ RELEASE-CARD-FILE
004390         AT END
004400             DISPLAY "XMR0016W - RELEASE CARD FILE IS EMPTY - "
004410                 "THE CYCLE IS HELD"
004420         NOT AT END
004430             IF RELC-RELEASE
004440                 SET WS-GATE-OPEN TO TRUE
004450             ELSE
004460                 DISPLAY "XMR0017W - RELEASE CARD READS "
004470                     RELC-ACTION " - AN EARLIER STEP OR PROOF "
004480                     "FAILED, THE CYCLE IS HELD"
004490             END-IF
004500     END-READ.
004510     CLOSE RELEASE-CARD-FILE.
004520 1300-READ-RELEASE-CARD-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560*    1400-CLEAR-FILE-ENTRY  -  ZEROES ONE FILE'S COUNT AND HASH  *
004566*    AND MARKS IT PROVED UNTIL ITS PROOF SAYS OTHERWISE - OR NOT *
004572*    CUT, FOR A FILE A SUPPLEMENTAL BATCH DOES NOT PRODUCE.      *
004580******************************************************************
004590 1400-CLEAR-FILE-ENTRY.
004600     MOVE ZERO   TO WS-XF-COUNT (WS-SUB) WS-XF-HASH (WS-SUB).
004610     MOVE "P"    TO WS-XF-PROOF (WS-SUB).
004620     MOVE SPACES TO WS-XF-REASON (WS-SUB).
004622     IF WS-SUPPLEMENTAL-RUN
004624         AND WS-FN-MONTHLY-ONLY (WS-SUB)
004626         MOVE "X"    TO WS-XF-PROOF (WS-SUB)
004628     END-IF.
004630 1400-CLEAR-FILE-ENTRY-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670*    1500-FAIL-FILE  -  MARKS FILE WS-SUB FAILED WITH THE REASON *
004680*    IN WS-HOLD-REASON.  THE FIRST REASON FOUND STANDS.          *
004690******************************************************************
004700 1500-FAIL-FILE.
004710     IF WS-XF-PROVED (WS-SUB)
004720         MOVE "F" TO WS-XF-PROOF (WS-SUB)
004730         MOVE WS-HOLD-REASON TO WS-XF-REASON (WS-SUB)
004740         DISPLAY "XMR0018W - " WS-FN-ID (WS-SUB)
004750             " FAILED ITS PROOF: " WS-HOLD-REASON
004760     END-IF.
004770 1500-FAIL-FILE-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810*    2100-PROVE-COLL  -  COUNTS THE COLLECTIONS EXTRACT AND      *
004820*    HASHES ITS BALANCES.                                        *
004830******************************************************************
004840 2100-PROVE-COLL.
004850     MOVE 1 TO WS-SUB.
004860     OPEN INPUT COLL-EXTRACT-FILE.
004870     IF WS-CLLXTRC-STATUS NOT = "00"
004880         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
004890         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
004900         GO TO 2100-PROVE-COLL-EXIT
004910     END-IF.
004920     MOVE "N" TO WS-IN-EOF-SWITCH.
004930     PERFORM 2110-READ-COLL THRU 2110-READ-COLL-EXIT
004940         UNTIL WS-IN-EOF.
004950     CLOSE COLL-EXTRACT-FILE.
004960 2100-PROVE-COLL-EXIT.
004970     EXIT.
004980*
004990 2110-READ-COLL.
005000     READ COLL-EXTRACT-FILE
005010         AT END
005020             SET WS-IN-EOF TO TRUE
005030             GO TO 2110-READ-COLL-EXIT
005040     END-READ.
005050     ADD 1 TO WS-XF-COUNT (1).
005060     IF COLL-BALANCE NUMERIC
005070         ADD COLL-BALANCE TO WS-XF-HASH (1)
005080     ELSE
005090         MOVE "NON-NUMERIC BALANCE" TO WS-HOLD-REASON
005100         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005110     END-IF.
005120 2110-READ-COLL-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    2200-PROVE-ESCH  -  COUNTS THE UNCLAIMED-PROPERTY EXTRACT   *
005170*    AND HASHES ITS BALANCES.                                    *
005180******************************************************************
005190 2200-PROVE-ESCH.
005200     MOVE 2 TO WS-SUB.
005210     OPEN INPUT ESCH-EXTRACT-FILE.
005220     IF WS-ESCHXTRC-STATUS NOT = "00"
005230         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
005240         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005250         GO TO 2200-PROVE-ESCH-EXIT
005260     END-IF.
005270     MOVE "N" TO WS-IN-EOF-SWITCH.
005280     PERFORM 2210-READ-ESCH THRU 2210-READ-ESCH-EXIT
005290         UNTIL WS-IN-EOF.
005300     CLOSE ESCH-EXTRACT-FILE.
005310 2200-PROVE-ESCH-EXIT.
005320     EXIT.
005330*
005340 2210-READ-ESCH.
005350     READ ESCH-EXTRACT-FILE
005360         AT END
005370             SET WS-IN-EOF TO TRUE
005380             GO TO 2210-READ-ESCH-EXIT
005390     END-READ.
005400     ADD 1 TO WS-XF-COUNT (2).
005410     IF ESCH-BALANCE NUMERIC
005420         ADD ESCH-BALANCE TO WS-XF-HASH (2)
005430     ELSE
005440         MOVE "NON-NUMERIC BALANCE" TO WS-HOLD-REASON
005450         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005460     END-IF.
005470 2210-READ-ESCH-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510*    2300-PROVE-ESTMT  -  COUNTS THE E-STATEMENT FEED, CHECKS    *
005520*    EVERY RECORD IS TAGGED FOR THIS CYCLE, AND HASHES THE       *
005530*    CLOSING BALANCES OF THE STATEMENT RECORDS.                  *
005540******************************************************************
005550 2300-PROVE-ESTMT.
005560     MOVE 3 TO WS-SUB.
005570     OPEN INPUT ESTMT-FEED-FILE.
005580     IF WS-ESTMTFD-STATUS NOT = "00"
005590         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
005600         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005610         GO TO 2300-PROVE-ESTMT-EXIT
005620     END-IF.
005630     MOVE "N" TO WS-IN-EOF-SWITCH.
005640     PERFORM 2310-READ-ESTMT THRU 2310-READ-ESTMT-EXIT
005650         UNTIL WS-IN-EOF.
005660     CLOSE ESTMT-FEED-FILE.
005670 2300-PROVE-ESTMT-EXIT.
005680     EXIT.
005690*
005700 2310-READ-ESTMT.
005710     READ ESTMT-FEED-FILE
005720         AT END
005730             SET WS-IN-EOF TO TRUE
005740             GO TO 2310-READ-ESTMT-EXIT
005750     END-READ.
005760     ADD 1 TO WS-XF-COUNT (3).
005770     MOVE ESTMT-FEED-RECORD (18:6) TO WS-SCAN-CYCLE-X.
005780     IF ESTMT-FEED-RECORD (1:5) NOT = "ACCT="
005790         OR ESTMT-FEED-RECORD (11:7) NOT = "|CYCLE="
005800         MOVE "UNRECOGNIZED FEED RECORD" TO WS-HOLD-REASON
005810         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005820         GO TO 2310-READ-ESTMT-EXIT
005830     END-IF.
005840     IF WS-SCAN-CYCLE-X NOT NUMERIC
005850         OR WS-SCAN-CYCLE NOT = WS-STMT-CYCLE
005860         MOVE "RECORD FOR ANOTHER CYCLE" TO WS-HOLD-REASON
005870         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
005880         GO TO 2310-READ-ESTMT-EXIT
005890     END-IF.
005900*
005910     MOVE ZERO TO WS-SCAN-FIELDS.
005920     MOVE SPACES TO WS-SCAN-HEAD WS-SCAN-TAIL.
005930     UNSTRING ESTMT-FEED-RECORD DELIMITED BY "|CLOSEBAL="
005940         INTO WS-SCAN-HEAD WS-SCAN-TAIL
005950         TALLYING IN WS-SCAN-FIELDS.
005960     IF WS-SCAN-FIELDS < 2
005970         GO TO 2310-READ-ESTMT-EXIT
005980     END-IF.
005990     MOVE WS-SCAN-TAIL (1:11) TO WS-SCAN-CLOSE-X.
006000     IF WS-SCAN-CLOSE-AMT NUMERIC
006010         ADD WS-SCAN-CLOSE-AMT TO WS-XF-HASH (3)
006020     ELSE
006030         MOVE "NON-NUMERIC CLOSING BALANCE" TO WS-HOLD-REASON
006040         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006050     END-IF.
006060 2310-READ-ESTMT-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100*    2400-PROVE-GLJRNL  -  COUNTS THE GL JOURNAL (ITS OWN PROOF  *
006110*    TRAILER INCLUDED - IT TRAVELS WITH THE FILE), CHECKS EVERY  *
006120*    ENTRY IS FOR THIS CYCLE, HASHES THE ENTRY AMOUNTS, AND      *
006130*    RE-PROVES THE JOURNAL'S TRAILER: IT MUST BE PRESENT, BE     *
006140*    THE LAST RECORD, AGREE WITH THE DEBITS AND CREDITS ACTUALLY *
006146*    ON THE FILE, NET TO ZERO, AND CARRY THIS RUN'S STATEMENT-   *
006152*    DAY GROUP.                                                  *
006160******************************************************************
006170 2400-PROVE-GLJRNL.
006180     MOVE 4 TO WS-SUB.
006190     OPEN INPUT GL-JOURNAL-FILE.
006200     IF WS-GLJRNL-STATUS NOT = "00"
006210         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
006220         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006230         GO TO 2400-PROVE-GLJRNL-EXIT
006240     END-IF.
006250     MOVE "N" TO WS-IN-EOF-SWITCH WS-JRNL-TRLR-SWITCH.
006260     PERFORM 2410-READ-GLJRNL THRU 2410-READ-GLJRNL-EXIT
006270         UNTIL WS-IN-EOF.
006280     CLOSE GL-JOURNAL-FILE.
006290     IF NOT WS-JRNL-TRLR-SEEN
006300         MOVE "JOURNAL PROOF TRAILER MISSING" TO WS-HOLD-REASON
006310         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006320     END-IF.
006330 2400-PROVE-GLJRNL-EXIT.
006340     EXIT.
006350*
006360 2410-READ-GLJRNL.
006370     READ GL-JOURNAL-FILE
006380         AT END
006390             SET WS-IN-EOF TO TRUE
006400             GO TO 2410-READ-GLJRNL-EXIT
006410     END-READ.
006420     ADD 1 TO WS-XF-COUNT (4).
006430     IF WS-JRNL-TRLR-SEEN
006440         MOVE "RECORD AFTER JOURNAL TRAILER" TO WS-HOLD-REASON
006450         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006460         GO TO 2410-READ-GLJRNL-EXIT
006470     END-IF.
006480     IF JRNL-TRAILER
006490         SET WS-JRNL-TRLR-SEEN TO TRUE
006500         IF JRNL-TRLR-DEBIT-TOTAL NOT = WS-JRNL-DEBIT-TOTAL
006510             OR JRNL-TRLR-CREDIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
006520             OR JRNL-TRLR-NET NOT = ZERO
006530             MOVE "JOURNAL DOES NOT PROVE" TO WS-HOLD-REASON
006532             PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006534         END-IF
006536         IF JRNL-TRLR-STMT-GROUP NOT = WS-STMT-GROUP
006538             MOVE "JOURNAL IS FOR ANOTHER GROUP" TO WS-HOLD-REASON
006540             PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006550         END-IF
006560         GO TO 2410-READ-GLJRNL-EXIT
006570     END-IF.
006580     IF JRNL-CYCLE NOT NUMERIC
006590         OR JRNL-CYCLE NOT = WS-STMT-CYCLE
006600         MOVE "RECORD FOR ANOTHER CYCLE" TO WS-HOLD-REASON
006610         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006620         GO TO 2410-READ-GLJRNL-EXIT
006630     END-IF.
006640     IF JRNL-AMOUNT NOT NUMERIC
006650         MOVE "NON-NUMERIC ENTRY AMOUNT" TO WS-HOLD-REASON
006660         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006670         GO TO 2410-READ-GLJRNL-EXIT
006680     END-IF.
006690     ADD JRNL-AMOUNT TO WS-XF-HASH (4).
006700     IF JRNL-DEBIT
006710         ADD JRNL-AMOUNT TO WS-JRNL-DEBIT-TOTAL
006720     ELSE
006730         ADD JRNL-AMOUNT TO WS-JRNL-CREDIT-TOTAL
006740     END-IF.
006750 2410-READ-GLJRNL-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790*    2500-PROVE-PRTSORT  -  COUNTS THE PRESORTED PRINT FILE'S    *
006800*    LINES AND HASHES THE ACCOUNT NUMBER OF EACH STATEMENT (ITS  *
006810*    PAGE-1 HEADING) - THE PRINT FILE CARRIES NO AMOUNT FIELD.   *
006820******************************************************************
006830 2500-PROVE-PRTSORT.
006840     MOVE 5 TO WS-SUB.
006842     IF WS-XF-NOT-CUT (WS-SUB)
006844         GO TO 2500-PROVE-PRTSORT-EXIT
006846     END-IF.
006850     OPEN INPUT PRESORTED-FILE.
006860     IF WS-PRTSORT-STATUS NOT = "00"
006870         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
006880         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
006890         GO TO 2500-PROVE-PRTSORT-EXIT
006900     END-IF.
006910     MOVE "N" TO WS-IN-EOF-SWITCH.
006920     PERFORM 2510-READ-PRTSORT THRU 2510-READ-PRTSORT-EXIT
006930         UNTIL WS-IN-EOF.
006940     CLOSE PRESORTED-FILE.
006950 2500-PROVE-PRTSORT-EXIT.
006960     EXIT.
006970*
006980 2510-READ-PRTSORT.
006990     READ PRESORTED-FILE
007000         AT END
007010             SET WS-IN-EOF TO TRUE
007020             GO TO 2510-READ-PRTSORT-EXIT
007030     END-READ.
007040     ADD 1 TO WS-XF-COUNT (5).
007050     MOVE PRESORTED-PRINT-RECORD TO WS-SCAN-LINE.
007060     IF WS-SCAN-LABEL = "STATEMENT DATE: "
007070         AND WS-SCAN-PAGE = "  1"
007080         AND WS-SCAN-ACCOUNT NUMERIC
007090         ADD WS-SCAN-ACCOUNT-9 TO WS-XF-HASH (5)
007100     END-IF.
007110 2510-READ-PRTSORT-EXIT.
007120     EXIT.
007130*
007140******************************************************************
007150*    2600-PROVE-EXCP  -  COUNTS THE EXCEPTION EXTRACT, CHECKS    *
007160*    EVERY ROW IS FOR THIS CYCLE, AND HASHES THE ACCOUNT         *
007170*    NUMBERS.  A ROW REJECTED FOR A BAD ACCOUNT NUMBER HAS NONE  *
007180*    TO ADD AND IS COUNTED ONLY.                                 *
007190******************************************************************
007200 2600-PROVE-EXCP.
007210     MOVE 6 TO WS-SUB.
007220     OPEN INPUT EXCP-EXTRACT-FILE.
007230     IF WS-EXCPXTRC-STATUS NOT = "00"
007240         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
007250         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007260         GO TO 2600-PROVE-EXCP-EXIT
007270     END-IF.
007280     MOVE "N" TO WS-IN-EOF-SWITCH.
007290     PERFORM 2610-READ-EXCP THRU 2610-READ-EXCP-EXIT
007300         UNTIL WS-IN-EOF.
007310     CLOSE EXCP-EXTRACT-FILE.
007320 2600-PROVE-EXCP-EXIT.
007330     EXIT.
007340*
007350 2610-READ-EXCP.
007360     READ EXCP-EXTRACT-FILE
007370         AT END
007380             SET WS-IN-EOF TO TRUE
007390             GO TO 2610-READ-EXCP-EXIT
007400     END-READ.
007410     ADD 1 TO WS-XF-COUNT (6).
007420     IF EXCP-CYCLE NOT NUMERIC
007430         OR EXCP-CYCLE NOT = WS-STMT-CYCLE
007440         MOVE "RECORD FOR ANOTHER CYCLE" TO WS-HOLD-REASON
007450         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007460         GO TO 2610-READ-EXCP-EXIT
007470     END-IF.
007480     MOVE EXCP-ACCOUNT TO WS-EXCP-ACCOUNT-X.
007490     IF WS-EXCP-ACCOUNT-X NUMERIC
007500         ADD WS-EXCP-ACCOUNT-9 TO WS-XF-HASH (6)
007510     END-IF.
007520 2610-READ-EXCP-EXIT.
007530     EXIT.
007540*
007541******************************************************************
007542*    2700-PROVE-CTR  -  COUNTS THE CTR CANDIDATE EXTRACT, CHECKS *
007543*    EVERY ROW IS FOR THIS CYCLE, AND HASHES THE CASH-IN TOTALS. *
007544******************************************************************
007545 2700-PROVE-CTR.
007546     MOVE 7 TO WS-SUB.
007547     IF WS-XF-NOT-CUT (WS-SUB)
007548         GO TO 2700-PROVE-CTR-EXIT
007549     END-IF.
007550     OPEN INPUT CTR-EXTRACT-FILE.
007551     IF WS-CTRXTRC-STATUS NOT = "00"
007552         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
007553         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007554         GO TO 2700-PROVE-CTR-EXIT
007555     END-IF.
007556     MOVE "N" TO WS-IN-EOF-SWITCH.
007557     PERFORM 2710-READ-CTR THRU 2710-READ-CTR-EXIT
007558         UNTIL WS-IN-EOF.
007559     CLOSE CTR-EXTRACT-FILE.
007560 2700-PROVE-CTR-EXIT.
007561     EXIT.
007562*
007563 2710-READ-CTR.
007564     READ CTR-EXTRACT-FILE
007565         AT END
007566             SET WS-IN-EOF TO TRUE
007567             GO TO 2710-READ-CTR-EXIT
007568     END-READ.
007569     ADD 1 TO WS-XF-COUNT (7).
007570     IF CTRX-CYCLE NOT NUMERIC
007571         OR CTRX-CYCLE NOT = WS-STMT-CYCLE
007572         MOVE "RECORD FOR ANOTHER CYCLE" TO WS-HOLD-REASON
007573         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007574         GO TO 2710-READ-CTR-EXIT
007575     END-IF.
007576     IF CTRX-CASH-IN-TOTAL NUMERIC
007577         ADD CTRX-CASH-IN-TOTAL TO WS-XF-HASH (7)
007578     ELSE
007579         MOVE "NON-NUMERIC CASH-IN TOTAL" TO WS-HOLD-REASON
007580         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007581     END-IF.
007582 2710-READ-CTR-EXIT.
007583     EXIT.
007584*
007585******************************************************************
007586*    2800-PROVE-CLUB  -  COUNTS THE CLUB OFFICIAL-CHECK FILE,    *
007587*    CHECKS EVERY CHECK IS FOR THIS CYCLE'S PAYOUT, AND HASHES   *
007588*    THE CHECK AMOUNTS.                                          *
007589******************************************************************
007590 2800-PROVE-CLUB.
007591     MOVE 8 TO WS-SUB.
007592     IF WS-XF-NOT-CUT (WS-SUB)
007593         GO TO 2800-PROVE-CLUB-EXIT
007594     END-IF.
007595     OPEN INPUT CLUB-CHECK-FILE.
007596     IF WS-CLUBCHK-STATUS NOT = "00"
007597         MOVE "FILE CANNOT BE OPENED" TO WS-HOLD-REASON
007598         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007599         GO TO 2800-PROVE-CLUB-EXIT
007600     END-IF.
007601     MOVE "N" TO WS-IN-EOF-SWITCH.
007602     PERFORM 2810-READ-CLUB THRU 2810-READ-CLUB-EXIT
007603         UNTIL WS-IN-EOF.
007604     CLOSE CLUB-CHECK-FILE.
007605 2800-PROVE-CLUB-EXIT.
007606     EXIT.
007607*
007608 2810-READ-CLUB.
007609     READ CLUB-CHECK-FILE
007610         AT END
007611             SET WS-IN-EOF TO TRUE
007612             GO TO 2810-READ-CLUB-EXIT
007613     END-READ.
007614     ADD 1 TO WS-XF-COUNT (8).
007615     IF CLBC-PAYOUT-CYCLE NOT NUMERIC
007616         OR CLBC-PAYOUT-CYCLE NOT = WS-STMT-CYCLE
007617         MOVE "RECORD FOR ANOTHER CYCLE" TO WS-HOLD-REASON
007618         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007619         GO TO 2810-READ-CLUB-EXIT
007620     END-IF.
007621     IF CLBC-AMOUNT NUMERIC
007622         ADD CLBC-AMOUNT TO WS-XF-HASH (8)
007623     ELSE
007624         MOVE "NON-NUMERIC CHECK AMOUNT" TO WS-HOLD-REASON
007625         PERFORM 1500-FAIL-FILE THRU 1500-FAIL-FILE-EXIT
007626     END-IF.
007627 2810-READ-CLUB-EXIT.
007628     EXIT.
007629*
007630******************************************************************
007631*    3000-DECIDE-RELEASE  -  THE CYCLE IS RELEASED ONLY WHEN THE *
007632*    GATE IS OPEN AND EVERY FILE PROVED.  OTHERWISE EVERY FILE   *
007633*    IS HELD: WITH THE GATE SHUT, FOR THE EARLIER FAILURE;       *
007634*    OTHERWISE A FAILED FILE FOR ITS OWN REASON AND THE REST     *
007635*    BECAUSE THE CYCLE CANNOT GO OUT PART-WAY.  A FILE NOT CUT   *
007636*    BY THE RUN IS NEITHER RELEASED NOR HELD.                    *
007637******************************************************************
007638 3000-DECIDE-RELEASE.
007639     MOVE ZERO TO WS-FAILED-COUNT WS-CUT-COUNT.
007640     PERFORM 3100-COUNT-FAILED
007650         THRU 3100-COUNT-FAILED-EXIT
007660         VARYING WS-SUB FROM 1 BY 1
007670         UNTIL WS-SUB > 8.
007680     IF WS-FAILED-COUNT > ZERO
007690         MOVE "N" TO WS-PROOF-SWITCH
007700     END-IF.
007710     IF WS-GATE-OPEN AND WS-ALL-PROVED
007720         MOVE WS-CUT-COUNT TO WS-RELEASED-COUNT
007730     ELSE
007740         MOVE ZERO TO WS-RELEASED-COUNT
007750     END-IF.
007760 3000-DECIDE-RELEASE-EXIT.
007770     EXIT.
007780*
007790 3100-COUNT-FAILED.
007792     IF WS-XF-NOT-CUT (WS-SUB)
007794         GO TO 3100-COUNT-FAILED-EXIT
007796     END-IF.
007798     ADD 1 TO WS-CUT-COUNT.
007800     IF NOT WS-GATE-OPEN
007810         MOVE "F" TO WS-XF-PROOF (WS-SUB)
007820         MOVE "EARLIER STEP OR PROOF FAILED"
007830             TO WS-XF-REASON (WS-SUB)
007840         GO TO 3100-COUNT-FAILED-EXIT
007850     END-IF.
007860     IF WS-XF-FAILED (WS-SUB)
007870         ADD 1 TO WS-FAILED-COUNT
007880     END-IF.
007890 3100-COUNT-FAILED-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*    4000-BUILD-HEADER-TRAILER  -  SETS UP THE STANDARD HEADER   *
007940*    AND TRAILER FOR FILE WS-SUB FROM ITS PROOF COUNTS.          *
007950******************************************************************
007960 4000-BUILD-HEADER-TRAILER.
007970     MOVE SPACES TO XMIT-HEADER-RECORD XMIT-TRAILER-RECORD.
007980     SET XHDR-HEADER TO TRUE.
007990     MOVE WS-FN-ID (WS-SUB)     TO XHDR-FILE-ID.
008000     MOVE WS-STMT-CYCLE         TO XHDR-CYCLE.
008005     MOVE WS-STMT-GROUP         TO XHDR-STMT-GROUP.
008010     MOVE WS-RUN-DATE           TO XHDR-CREATE-DATE.
008020     MOVE WS-RUN-HHMMSS         TO XHDR-CREATE-TIME.
008030     SET XTRL-TRAILER TO TRUE.
008040     MOVE WS-FN-ID (WS-SUB)     TO XTRL-FILE-ID.
008050     MOVE WS-XF-COUNT (WS-SUB)  TO XTRL-RECORD-COUNT.
008060     MOVE WS-XF-HASH (WS-SUB)   TO XTRL-HASH-TOTAL.
008070 4000-BUILD-HEADER-TRAILER-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*    4100-STAMP-COLL THROUGH 4800-STAMP-CLUB  -  COPY EACH       *
008120*    PROVED FILE TO ITS TRANSMISSION GENERATION BETWEEN THE      *
008126*    STANDARD HEADER AND TRAILER.  A FILE NOT CUT BY THE RUN     *
008132*    IS SKIPPED.                                                 *
008140******************************************************************
008150 4100-STAMP-COLL.
008160     MOVE 1 TO WS-SUB.
008170     PERFORM 4000-BUILD-HEADER-TRAILER
008180         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
008190     OPEN INPUT COLL-EXTRACT-FILE.
008200     OPEN OUTPUT XMIT-COLL-FILE.
008210     IF WS-XCOLL-STATUS NOT = "00"
008220         DISPLAY "XMR0020E - CANNOT OPEN XMIT-COLL-FILE, STATUS "
008230             WS-XCOLL-STATUS
008240         GO TO 9900-ABEND
008250     END-IF.
008260     MOVE XMIT-HEADER-RECORD TO XMIT-COLL-RECORD.
008270     WRITE XMIT-COLL-RECORD.
008280     MOVE "N" TO WS-IN-EOF-SWITCH.
008290     PERFORM 4110-COPY-COLL THRU 4110-COPY-COLL-EXIT
008300         UNTIL WS-IN-EOF.
008310     MOVE XMIT-TRAILER-RECORD TO XMIT-COLL-RECORD.
008320     WRITE XMIT-COLL-RECORD.
008330     CLOSE COLL-EXTRACT-FILE XMIT-COLL-FILE.
008340 4100-STAMP-COLL-EXIT.
008350     EXIT.
008360*
008370 4110-COPY-COLL.
008380     READ COLL-EXTRACT-FILE
008390         AT END
008400             SET WS-IN-EOF TO TRUE
008410         NOT AT END
008420             WRITE XMIT-COLL-RECORD FROM COLL-EXTRACT-RECORD
008430     END-READ.
008440 4110-COPY-COLL-EXIT.
008450     EXIT.
008460*
008470 4200-STAMP-ESCH.
008480     MOVE 2 TO WS-SUB.
008490     PERFORM 4000-BUILD-HEADER-TRAILER
008500         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
008510     OPEN INPUT ESCH-EXTRACT-FILE.
008520     OPEN OUTPUT XMIT-ESCH-FILE.
008530     IF WS-XESCH-STATUS NOT = "00"
008540         DISPLAY "XMR0021E - CANNOT OPEN XMIT-ESCH-FILE, STATUS "
008550             WS-XESCH-STATUS
008560         GO TO 9900-ABEND
008570     END-IF.
008580     MOVE XMIT-HEADER-RECORD TO XMIT-ESCH-RECORD.
008590     WRITE XMIT-ESCH-RECORD.
008600     MOVE "N" TO WS-IN-EOF-SWITCH.
008610     PERFORM 4210-COPY-ESCH THRU 4210-COPY-ESCH-EXIT
008620         UNTIL WS-IN-EOF.
008630     MOVE XMIT-TRAILER-RECORD TO XMIT-ESCH-RECORD.
008640     WRITE XMIT-ESCH-RECORD.
008650     CLOSE ESCH-EXTRACT-FILE XMIT-ESCH-FILE.
008660 4200-STAMP-ESCH-EXIT.
008670     EXIT.
008680*
008690 4210-COPY-ESCH.
008700     READ ESCH-EXTRACT-FILE
008710         AT END
008720             SET WS-IN-EOF TO TRUE
008730         NOT AT END
008740             WRITE XMIT-ESCH-RECORD FROM ESCH-EXTRACT-RECORD
008750     END-READ.
008760 4210-COPY-ESCH-EXIT.
008770     EXIT.
008780*
008790 4300-STAMP-ESTMT.
008800     MOVE 3 TO WS-SUB.
008810     PERFORM 4000-BUILD-HEADER-TRAILER
008820         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
008830     OPEN INPUT ESTMT-FEED-FILE.
008840     OPEN OUTPUT XMIT-ESTMT-FILE.
008850     IF WS-XESTMT-STATUS NOT = "00"
008860         DISPLAY "XMR0022E - CANNOT OPEN XMIT-ESTMT-FILE, STATUS "
008870             WS-XESTMT-STATUS
008880         GO TO 9900-ABEND
008890     END-IF.
008900     MOVE XMIT-HEADER-RECORD TO XMIT-ESTMT-RECORD.
008910     WRITE XMIT-ESTMT-RECORD.
008920     MOVE "N" TO WS-IN-EOF-SWITCH.
008930     PERFORM 4310-COPY-ESTMT THRU 4310-COPY-ESTMT-EXIT
008940         UNTIL WS-IN-EOF.
008950     MOVE XMIT-TRAILER-RECORD TO XMIT-ESTMT-RECORD.
008960     WRITE XMIT-ESTMT-RECORD.
008970     CLOSE ESTMT-FEED-FILE XMIT-ESTMT-FILE.
008980 4300-STAMP-ESTMT-EXIT.
008990     EXIT.
009000*
009010 4310-COPY-ESTMT.
009020     READ ESTMT-FEED-FILE
009030         AT END
009040             SET WS-IN-EOF TO TRUE
009050         NOT AT END
009060             WRITE XMIT-ESTMT-RECORD FROM ESTMT-FEED-RECORD
009070     END-READ.
009080 4310-COPY-ESTMT-EXIT.
009090     EXIT.
009100*
009110 4400-STAMP-GLJRNL.
009120     MOVE 4 TO WS-SUB.
009130     PERFORM 4000-BUILD-HEADER-TRAILER
009140         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
009150     OPEN INPUT GL-JOURNAL-FILE.
009160     OPEN OUTPUT XMIT-GLJRNL-FILE.
009170     IF WS-XGLJRNL-STATUS NOT = "00"
009180         DISPLAY "XMR0023E - CANNOT OPEN XMIT-GLJRNL-FILE, "
009190             "STATUS " WS-XGLJRNL-STATUS
009200         GO TO 9900-ABEND
009210     END-IF.
009220     MOVE XMIT-HEADER-RECORD TO XMIT-GLJRNL-RECORD.
009230     WRITE XMIT-GLJRNL-RECORD.
009240     MOVE "N" TO WS-IN-EOF-SWITCH.
009250     PERFORM 4410-COPY-GLJRNL THRU 4410-COPY-GLJRNL-EXIT
009260         UNTIL WS-IN-EOF.
009270     MOVE XMIT-TRAILER-RECORD TO XMIT-GLJRNL-RECORD.
009280     WRITE XMIT-GLJRNL-RECORD.
009290     CLOSE GL-JOURNAL-FILE XMIT-GLJRNL-FILE.
009300 4400-STAMP-GLJRNL-EXIT.
009310     EXIT.
009320*
009330 4410-COPY-GLJRNL.
009340     READ GL-JOURNAL-FILE
009350         AT END
009360             SET WS-IN-EOF TO TRUE
009370         NOT AT END
009380             WRITE XMIT-GLJRNL-RECORD FROM GL-JOURNAL-RECORD
009390     END-READ.
009400 4410-COPY-GLJRNL-EXIT.
009410     EXIT.
009420*
009430 4500-STAMP-PRTSORT.
009440     MOVE 5 TO WS-SUB.
009442     IF WS-XF-NOT-CUT (WS-SUB)
009444         GO TO 4500-STAMP-PRTSORT-EXIT
009446     END-IF.
009450     PERFORM 4000-BUILD-HEADER-TRAILER
009460         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
009470     OPEN INPUT PRESORTED-FILE.
009480     OPEN OUTPUT XMIT-PRTSORT-FILE.
009490     IF WS-XPRTSORT-STATUS NOT = "00"
009500         DISPLAY "XMR0024E - CANNOT OPEN XMIT-PRTSORT-FILE, "
009510             "STATUS " WS-XPRTSORT-STATUS
009520         GO TO 9900-ABEND
009530     END-IF.
009540     MOVE XMIT-HEADER-RECORD TO XMIT-PRTSORT-RECORD.
009550     WRITE XMIT-PRTSORT-RECORD.
009560     MOVE "N" TO WS-IN-EOF-SWITCH.
009570     PERFORM 4510-COPY-PRTSORT THRU 4510-COPY-PRTSORT-EXIT
009580         UNTIL WS-IN-EOF.
009590     MOVE XMIT-TRAILER-RECORD TO XMIT-PRTSORT-RECORD.
009600     WRITE XMIT-PRTSORT-RECORD.
009610     CLOSE PRESORTED-FILE XMIT-PRTSORT-FILE.
009620 4500-STAMP-PRTSORT-EXIT.
009630     EXIT.
009640*
009650 4510-COPY-PRTSORT.
009660     READ PRESORTED-FILE
009670         AT END
009680             SET WS-IN-EOF TO TRUE
009690         NOT AT END
009700             WRITE XMIT-PRTSORT-RECORD FROM PRESORTED-PRINT-RECORD
009710     END-READ.
009720 4510-COPY-PRTSORT-EXIT.
009730     EXIT.
009740*
009750 4600-STAMP-EXCP.
009760     MOVE 6 TO WS-SUB.
009770     PERFORM 4000-BUILD-HEADER-TRAILER
009780         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
009790     OPEN INPUT EXCP-EXTRACT-FILE.
009800     OPEN OUTPUT XMIT-EXCP-FILE.
009810     IF WS-XEXCP-STATUS NOT = "00"
009820         DISPLAY "XMR0025E - CANNOT OPEN XMIT-EXCP-FILE, STATUS "
009830             WS-XEXCP-STATUS
009840         GO TO 9900-ABEND
009850     END-IF.
009860     MOVE XMIT-HEADER-RECORD TO XMIT-EXCP-RECORD.
009870     WRITE XMIT-EXCP-RECORD.
009880     MOVE "N" TO WS-IN-EOF-SWITCH.
009890     PERFORM 4610-COPY-EXCP THRU 4610-COPY-EXCP-EXIT
009900         UNTIL WS-IN-EOF.
009910     MOVE XMIT-TRAILER-RECORD TO XMIT-EXCP-RECORD.
009920     WRITE XMIT-EXCP-RECORD.
009930     CLOSE EXCP-EXTRACT-FILE XMIT-EXCP-FILE.
009940 4600-STAMP-EXCP-EXIT.
009950     EXIT.
009960*
009970 4610-COPY-EXCP.
009980     READ EXCP-EXTRACT-FILE
009990         AT END
010000             SET WS-IN-EOF TO TRUE
010010         NOT AT END
010020             WRITE XMIT-EXCP-RECORD FROM EXCP-EXTRACT-RECORD
010030     END-READ.
010040 4610-COPY-EXCP-EXIT.
010050     EXIT.
010051*
010052 4700-STAMP-CTR.
010053     MOVE 7 TO WS-SUB.
010054     IF WS-XF-NOT-CUT (WS-SUB)
010055         GO TO 4700-STAMP-CTR-EXIT
010056     END-IF.
010057     PERFORM 4000-BUILD-HEADER-TRAILER
010058         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
010059     OPEN INPUT CTR-EXTRACT-FILE.
010060     OPEN OUTPUT XMIT-CTR-FILE.
010061     IF WS-XCTR-STATUS NOT = "00"
010062         DISPLAY "XMR0030E - CANNOT OPEN XMIT-CTR-FILE, STATUS "
010063             WS-XCTR-STATUS
010064         GO TO 9900-ABEND
010065     END-IF.
010066     MOVE XMIT-HEADER-RECORD TO XMIT-CTR-RECORD.
010067     WRITE XMIT-CTR-RECORD.
010068     MOVE "N" TO WS-IN-EOF-SWITCH.
010069     PERFORM 4710-COPY-CTR THRU 4710-COPY-CTR-EXIT
010070         UNTIL WS-IN-EOF.
010071     MOVE XMIT-TRAILER-RECORD TO XMIT-CTR-RECORD.
010072     WRITE XMIT-CTR-RECORD.
010073     CLOSE CTR-EXTRACT-FILE XMIT-CTR-FILE.
010074 4700-STAMP-CTR-EXIT.
010075     EXIT.
010076*
010077 4710-COPY-CTR.
010078     READ CTR-EXTRACT-FILE
010079         AT END
010080             SET WS-IN-EOF TO TRUE
010081         NOT AT END
010082             WRITE XMIT-CTR-RECORD FROM CTR-EXTRACT-RECORD
010083     END-READ.
010084 4710-COPY-CTR-EXIT.
010085     EXIT.
010086*
010087 4800-STAMP-CLUB.
010088     MOVE 8 TO WS-SUB.
010089     IF WS-XF-NOT-CUT (WS-SUB)
010090         GO TO 4800-STAMP-CLUB-EXIT
010091     END-IF.
010092     PERFORM 4000-BUILD-HEADER-TRAILER
010093         THRU 4000-BUILD-HEADER-TRAILER-EXIT.
010094     OPEN INPUT CLUB-CHECK-FILE.
010095     OPEN OUTPUT XMIT-CLUB-FILE.
010096     IF WS-XCLUB-STATUS NOT = "00"
010097         DISPLAY "XMR0031E - CANNOT OPEN XMIT-CLUB-FILE, STATUS "
010098             WS-XCLUB-STATUS
010099         GO TO 9900-ABEND
010100     END-IF.
010101     MOVE XMIT-HEADER-RECORD TO XMIT-CLUB-RECORD.
010102     WRITE XMIT-CLUB-RECORD.
010103     MOVE "N" TO WS-IN-EOF-SWITCH.
010104     PERFORM 4810-COPY-CLUB THRU 4810-COPY-CLUB-EXIT
010105         UNTIL WS-IN-EOF.
010106     MOVE XMIT-TRAILER-RECORD TO XMIT-CLUB-RECORD.
010107     WRITE XMIT-CLUB-RECORD.
010108     CLOSE CLUB-CHECK-FILE XMIT-CLUB-FILE.
010109 4800-STAMP-CLUB-EXIT.
010110     EXIT.
010111*
010112 4810-COPY-CLUB.
010113     READ CLUB-CHECK-FILE
010114         AT END
010115             SET WS-IN-EOF TO TRUE
010116         NOT AT END
010117             WRITE XMIT-CLUB-RECORD FROM CLUB-CHECK-RECORD
010118     END-READ.
010119 4810-COPY-CLUB-EXIT.
010120     EXIT.
010121*
010122******************************************************************
010123*    4900-EMPTY-XMIT-FILES  -  A HELD CYCLE: OPENS AND CLOSES    *
010124*    EACH TRANSMISSION GENERATION SO IT IS CATALOGED EMPTY -     *
010125*    NO HEADER, NO DATA - AND CANNOT BE MISTAKEN FOR A FILE.     *
010126*    A SUPPLEMENTAL BATCH HAS NO GENERATION FOR A FILE IT DOES   *
010127*    NOT CUT.                                                    *
010128******************************************************************
010129 4900-EMPTY-XMIT-FILES.
010130     OPEN OUTPUT XMIT-COLL-FILE.
010140     CLOSE XMIT-COLL-FILE.
010150     OPEN OUTPUT XMIT-ESCH-FILE.
010160     CLOSE XMIT-ESCH-FILE.
010170     OPEN OUTPUT XMIT-ESTMT-FILE.
010180     CLOSE XMIT-ESTMT-FILE.
010190     OPEN OUTPUT XMIT-GLJRNL-FILE.
010200     CLOSE XMIT-GLJRNL-FILE.
010201     OPEN OUTPUT XMIT-EXCP-FILE.
010202     CLOSE XMIT-EXCP-FILE.
010203     IF WS-SUPPLEMENTAL-RUN
010204         GO TO 4900-EMPTY-XMIT-FILES-EXIT
010205     END-IF.
010210     OPEN OUTPUT XMIT-PRTSORT-FILE.
010220     CLOSE XMIT-PRTSORT-FILE.
010226     OPEN OUTPUT XMIT-CTR-FILE.
010232     CLOSE XMIT-CTR-FILE.
010238     OPEN OUTPUT XMIT-CLUB-FILE.
010244     CLOSE XMIT-CLUB-FILE.
010250 4900-EMPTY-XMIT-FILES-EXIT.
010260     EXIT.
010270*
010280******************************************************************
010290*    5000-WRITE-MANIFEST  -  WRITES THE MANIFEST ROW AND THE     *
010296*    REPORT LINE FOR EVERY FILE, THEN THE REPORT'S VERDICT.  A   *
010302*    FILE NOT CUT BY THE RUN GETS A REPORT LINE BUT NO ROW.      *
010310******************************************************************
010320 5000-WRITE-MANIFEST.
010321     IF WS-WHOLE-CYCLE-RUN
010322         MOVE "ALL" TO WS-GROUP-TEXT
010323     ELSE
010324         MOVE WS-STMT-GROUP TO WS-GROUP-TEXT
010325     END-IF.
010330     MOVE SPACES TO RELEASE-PRINT-RECORD.
010340     STRING "TRANSMISSION MANIFEST     CYCLE: " DELIMITED BY SIZE
010350             WS-STMT-CYCLE    DELIMITED BY SIZE
010353             "     GROUP: "     DELIMITED BY SIZE
010356             WS-GROUP-TEXT    DELIMITED BY SIZE
010360             "     RUN DATE: "  DELIMITED BY SIZE
010370             WS-RUN-DATE      DELIMITED BY SIZE
010380         INTO RELEASE-PRINT-RECORD.
010390     WRITE RELEASE-PRINT-RECORD.
010391     IF WS-SUPPLEMENTAL-RUN
010392         MOVE SPACES TO RELEASE-PRINT-RECORD
010393         STRING "SUPPLEMENTAL BATCH - PRTSORT, CTRXTRC AND "
010394                 DELIMITED BY SIZE
010395                 "CLUBCHK ARE NOT CUT" DELIMITED BY SIZE
010396             INTO RELEASE-PRINT-RECORD
010397         WRITE RELEASE-PRINT-RECORD
010398     END-IF.
010400     MOVE SPACES TO RELEASE-PRINT-RECORD.
010410     WRITE RELEASE-PRINT-RECORD.
010420     MOVE SPACES TO RELEASE-PRINT-RECORD.
010430     STRING "FILE      DESTINATION          RECORDS"
010440                                  DELIMITED BY SIZE
010450             "              HASH TOTAL  HASH OF"
010460                                  DELIMITED BY SIZE
010470             "       STATUS    HOLD REASON"
010480                                  DELIMITED BY SIZE
010490         INTO RELEASE-PRINT-RECORD.
010500     WRITE RELEASE-PRINT-RECORD.
010510     MOVE SPACES TO RELEASE-PRINT-RECORD.
010520     WRITE RELEASE-PRINT-RECORD.
010530*
010540     PERFORM 5100-WRITE-FILE-ROW
010550         THRU 5100-WRITE-FILE-ROW-EXIT
010560         VARYING WS-SUB FROM 1 BY 1
010570         UNTIL WS-SUB > 8.
010580*
010590     MOVE SPACES TO RELEASE-PRINT-RECORD.
010600     WRITE RELEASE-PRINT-RECORD.
010610     MOVE SPACES TO RELEASE-PRINT-RECORD.
010620     IF WS-RELEASED-COUNT > ZERO
010630         STRING "*** CYCLE RELEASED - ALL FILES PROVED AND "
010640                 DELIMITED BY SIZE
010650                 "STAMPED FOR TRANSMISSION ***" DELIMITED BY SIZE
010660             INTO RELEASE-PRINT-RECORD
010670         DISPLAY "XMR0026I - CYCLE " WS-STMT-CYCLE
010680             " RELEASED FOR TRANSMISSION"
010690     ELSE
010700         STRING "*** CYCLE HELD - NOTHING RELEASED ***"
010710                 DELIMITED BY SIZE
010720             INTO RELEASE-PRINT-RECORD
010730         DISPLAY "XMR0027W - CYCLE " WS-STMT-CYCLE
010740             " HELD - NOTHING RELEASED, SEE THE RELEASE REPORT"
010750     END-IF.
010760     WRITE RELEASE-PRINT-RECORD.
010770 5000-WRITE-MANIFEST-EXIT.
010780     EXIT.
010790*
010800******************************************************************
010810*    5100-WRITE-FILE-ROW  -  ONE FILE'S MANIFEST ROW AND REPORT  *
010820*    LINE.                                                       *
010830******************************************************************
010840 5100-WRITE-FILE-ROW.
010850     MOVE SPACES TO XMIT-MANIFEST-RECORD.
010860     MOVE WS-STMT-CYCLE          TO XMAN-CYCLE.
010865     MOVE WS-STMT-GROUP          TO XMAN-STMT-GROUP.
010870     MOVE WS-FN-ID (WS-SUB)      TO XMAN-FILE-ID.
010880     MOVE WS-FN-DEST (WS-SUB)    TO XMAN-DESTINATION.
010890     MOVE WS-XF-COUNT (WS-SUB)   TO XMAN-RECORD-COUNT.
010900     MOVE WS-XF-HASH (WS-SUB)    TO XMAN-HASH-TOTAL.
010910     MOVE WS-FN-BASIS (WS-SUB)   TO XMAN-HASH-BASIS.
010920     MOVE WS-RUN-DATE            TO XMAN-RUN-DATE.
010930     IF WS-RELEASED-COUNT > ZERO
010940         SET XMAN-RELEASED TO TRUE
010950         MOVE "RELEASED" TO WS-STATUS-TEXT
010960     ELSE
010970         SET XMAN-HELD TO TRUE
010980         MOVE "HELD" TO WS-STATUS-TEXT
010990         IF WS-XF-FAILED (WS-SUB)
011000             MOVE WS-XF-REASON (WS-SUB) TO XMAN-HOLD-REASON
011010         ELSE
011020             MOVE "ANOTHER FILE FAILED ITS PROOF"
011030                 TO XMAN-HOLD-REASON
011040         END-IF
011050     END-IF.
011052     IF WS-XF-NOT-CUT (WS-SUB)
011054         MOVE "NOT CUT" TO WS-STATUS-TEXT
011056         MOVE "NOT CUT BY A SUPPLEMENTAL RUN" TO XMAN-HOLD-REASON
011058     ELSE
011060         WRITE XMIT-MANIFEST-RECORD
011062     END-IF.
011070*
011080     IF XMAN-HASH-AMOUNT
011090         MOVE "AMOUNTS" TO WS-BASIS-TEXT
011100     ELSE
011110         MOVE "ACCOUNT NOS" TO WS-BASIS-TEXT
011120     END-IF.
011130     MOVE WS-XF-COUNT (WS-SUB) TO WS-COUNT-EDIT.
011140     MOVE WS-XF-HASH (WS-SUB)  TO WS-HASH-EDIT.
011150     MOVE SPACES TO RELEASE-PRINT-RECORD.
011160     STRING XMAN-FILE-ID      DELIMITED BY SIZE
011170             "  "             DELIMITED BY SIZE
011180             XMAN-DESTINATION DELIMITED BY SIZE
011190             "  "             DELIMITED BY SIZE
011200             WS-COUNT-EDIT    DELIMITED BY SIZE
011210             "  "             DELIMITED BY SIZE
011220             WS-HASH-EDIT     DELIMITED BY SIZE
011230             "  "             DELIMITED BY SIZE
011240             WS-BASIS-TEXT    DELIMITED BY SIZE
011250             "  "             DELIMITED BY SIZE
011260             WS-STATUS-TEXT   DELIMITED BY SIZE
011270             "  "             DELIMITED BY SIZE
011280             XMAN-HOLD-REASON DELIMITED BY SIZE
011290         INTO RELEASE-PRINT-RECORD.
011300     WRITE RELEASE-PRINT-RECORD.
011310 5100-WRITE-FILE-ROW-EXIT.
011320     EXIT.
011330*
011340******************************************************************
011350*    9000-TERMINATE  -  CLOSES THE MANIFEST AND THE REPORT.      *
011360******************************************************************
011370 9000-TERMINATE.
011380     CLOSE MANIFEST-FILE.
011390     CLOSE RELEASE-RPT.
011400 9000-TERMINATE-EXIT.
011410     EXIT.
011420*
011430******************************************************************
011440*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
011450******************************************************************
011460 9900-ABEND.
011470     MOVE 16 TO RETURN-CODE.
011480     STOP RUN.
011490*
011500 END PROGRAM XMITREL.

000160*    A STATEMENT BLOCK IS RECOGNIZED BY THE HEADING PAIR THE    *
000170*    STATEMENT RUN PRINTS - THE BANK-NAME LINE FOLLOWED BY THE  *
000180*    DATE/ACCOUNT/PAGE LINE, WHOSE ACCOUNT AND PAGE COLUMNS     *
000190*    ARE FIXED.  ONLY A PAGE-1 HEADING STARTS A NEW BLOCK;      *
000200*    SPILL-PAGE HEADINGS STAY WITH THEIR BLOCK.                 *
000210*                                                               *
000220*    THE POSTAL MANIFEST PRINTS THE STATEMENT COUNT PER ZIP AND *
000230*    THE TOTAL, TIED TO CTL-PAPER-COUNT FROM THE CONTROL-       *
000240*    TOTAL WORK FILE - A MISMATCH MEANS A STATEMENT WAS LOST    *
000250*    IN THE SORT AND ENDS THE STEP WITH CC 8.                   *
000251*                                                               *
000252*    PAPER STATEMENTS HELD FOR A BAD ADDRESS ARE WRITTEN TO THE *
000253*    HELD-STATEMENT FILE, NOT THE PRINT FILE, AND COUNTED APART *
000254*    FROM CTL-PAPER-COUNT; THE MANIFEST SHOWS THEIR COUNT FOR   *
000255*    THE MAIL ROOM BUT THEY TAKE NO PART IN THE TIE-OUT.        *
000256*                                                               *
000257*    STATEMENTS ARE HOUSEHOLDED: BEHIND THE ZIP, THE SORT KEY   *
000258*    CARRIES THE ACCOUNT'S NAME AND STREET, NORMALIZED TO       *
000259*    LETTERS AND DIGITS, SO EVERY STATEMENT FOR ONE NAME AT ONE *
000260*    ADDRESS PRINTS CONSECUTIVELY AND MAILS AS ONE PIECE.  AN   *
000261*    ENVELOPE OF TWO OR MORE STATEMENTS OPENS WITH A HOUSEHOLD  *
000262*    COVER LINE.  THE MANIFEST COUNTS STATEMENTS (PRINT) AND    *
000263*    PIECES (POSTAGE) SEPARATELY; THE TIE-OUT IS ON STATEMENTS. *
000264*    A CUSTOMER WHO OPTS OUT (ACCT-MAST-HH-OPTOUT) MAILS ALONE. *
000265*                                                               *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    ---------- ----  ---------------------------------------   *
000291*    2026-09-02 NPG   INITIAL VERSION.                          *
000292*    2026-10-15 NPG   THE MANIFEST FOOT ALSO PRINTS THE COUNT   *
000293*                     OF PAPER STATEMENTS HELD FOR A BAD        *
000294*                     ADDRESS FROM THE CONTROL TOTALS.  THEY    *
000295*                     NEVER REACH THE PRINT FILE AND ARE NOT    *
000296*                     IN CTL-PAPER-COUNT, SO THE TIE-OUT IS     *
000297*                     UNCHANGED.                                *
000298*    2026-10-15 NPG   HOUSEHOLDING - STATEMENTS FOR THE SAME    *
000299*                     NORMALIZED NAME, STREET, AND ZIP NOW SORT *
000300*                     TOGETHER AND MAIL AS ONE PIECE BEHIND A   *
000301*                     HOUSEHOLD COVER LINE.  ACCOUNTS WITH THE  *
000302*                     ACCT-MAST-HH-OPTOUT FLAG MAIL ALONE.  THE *
000303*                     MANIFEST SHOWS STATEMENTS AND PIECES PER  *
000304*                     ZIP AND IN TOTAL; THE TIE-OUT TO CTL-     *
000305*                     PAPER-COUNT IS NOW ON STATEMENTS, SINCE   *
000306*                     PIECES NO LONGER EQUAL STATEMENTS.        *
000307*    2026-10-15 NPG   AN ACCOUNT WITH THE DECEASED STATUS MAILS *
000308*                     ALONE - ITS STATEMENT IS ADDRESSED TO THE *
000309*                     ESTATE, SO IT IS NEVER HOUSEHOLDED WITH   *
000310*                     THE OTHER ACCOUNTS AT THE SAME ADDRESS.   *
000311*                     ACCOUNT MASTER RECORD WIDENED 111 TO 140. *
000312*    2026-10-15 NPG   A STATEMENT-DAY GROUP RUN HEADS THE       *
000313*                     MANIFEST WITH ITS GROUP (CTL-STMT-GROUP), *
000314*                     SO EACH GROUP'S MAILING IS IDENTIFIED AT  *
000315*                     THE PRINT SHOP.  CONTROL TOTALS RECORD    *
000316*                     WIDENED 231 TO 232.                       *
000317******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     ZIPSORT.
000340 AUTHOR.         N P GEORGIOU.
000900 SD  SORT-FILE.
000910 01  SORT-RECORD.
000920     05  SORT-ZIP                    PIC X(05).
000922     05  SORT-HOUSEHOLD.
000924         10  SORT-HH-NAME            PIC X(20).
000926         10  SORT-HH-STREET          PIC X(20).
000930     05  SORT-ACCOUNT                PIC X(05).
000940     05  SORT-LINE-SEQ               PIC 9(07).
000950     05  SORT-PRINT-LINE             PIC X(132).
001240     05  WS-HELD-HEADER              PIC X(132) VALUE SPACES.
001250     05  WS-NOZIP-COUNT              PIC 9(09) COMP VALUE ZERO.
001260*
001261 01  WS-HOUSEHOLD-FIELDS.
001262*    THE HOUSEHOLD KEY CARRIED ON EVERY RELEASED LINE BEHIND THE
001263*    ZIP - THE NORMALIZED NAME AND STREET OF THE STATEMENT BLOCK
001264*    IN PROGRESS (SEE 2250) - AND THE MAILING ADDRESS THE BLOCK'S
001265*    COVER MARKER CARRIES.
001266     05  WS-CURR-HOUSEHOLD.
001267         10  WS-CURR-HH-NAME         PIC X(20) VALUE SPACES.
001268         10  WS-CURR-HH-STREET       PIC X(20) VALUE SPACES.
001269     05  WS-COVER-ADDRESS.
001270         10  WS-COVER-NAME           PIC X(20).
001271         10  WS-COVER-STREET         PIC X(20).
001272         10  WS-COVER-CITY           PIC X(12).
001273         10  WS-COVER-STATE          PIC X(02).
001274         10  WS-COVER-ZIP            PIC X(05).
001275*    NAME/STREET NORMALIZATION WORK AREA.  ONLY LETTERS AND
001276*    DIGITS SURVIVE - THE LETTER RANGES ARE SPLIT SO THAT AN
001277*    EBCDIC CODE BETWEEN I AND J OR R AND S IS NOT KEPT.
001278     05  WS-NORM-INPUT               PIC X(20).
001279     05  WS-NORM-OUTPUT              PIC X(20).
001280     05  WS-NORM-SUB                 PIC 9(03) COMP VALUE ZERO.
001281     05  WS-NORM-OUT-LEN             PIC 9(03) COMP VALUE ZERO.
001282     05  WS-NORM-CHAR                PIC X(01).
001283         88  WS-NORM-CHAR-KEPT       VALUE "A" THRU "I"
001284                                           "J" THRU "R"
001285                                           "S" THRU "Z"
001286                                           "0" THRU "9".
001287*
001288 01  WS-HEADING-SCAN.
001289*    THE DATE/ACCOUNT/PAGE HEADING LINE THE STATEMENT RUN
001290*    PRINTS HAS FIXED COLUMNS - ACCOUNT IN 38-42 AND THE
001300*    EDITED PAGE NUMBER IN 54-56.
001310     05  WS-SCAN-LINE                PIC X(132) VALUE SPACES.
001420     05  WS-ZIP-PIECE-COUNT          PIC 9(09) COMP VALUE ZERO.
001430     05  WS-TOTAL-PIECE-COUNT        PIC 9(09) COMP VALUE ZERO.
001440     05  WS-CTL-PAPER-COUNT          PIC 9(09) COMP VALUE ZERO.
001441     05  WS-CTL-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
001442     05  WS-CTL-STMT-GROUP           PIC X(01) VALUE SPACE.
001443     05  WS-ZIP-STMT-COUNT           PIC 9(09) COMP VALUE ZERO.
001444     05  WS-TOTAL-STMT-COUNT         PIC 9(09) COMP VALUE ZERO.
001445     05  WS-MULTI-HH-COUNT           PIC 9(09) COMP VALUE ZERO.
001446     05  WS-OPTOUT-COUNT             PIC 9(09) COMP VALUE ZERO.
001450     05  WS-PIECE-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
001451     05  WS-STMT-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
001452*    THE HOUSEHOLD IN PROGRESS ON THE OUTPUT SIDE - ITS KEY,
001453*    THE NUMBER OF STATEMENTS ITS COVER MARKERS COUNTED, AND THE
001454*    MAILING ADDRESS FROM THE FIRST MARKER FOR THE COVER LINE.
001455     05  WS-OUT-HOUSEHOLD            PIC X(40) VALUE SPACES.
001456     05  WS-HH-STMT-COUNT            PIC 9(05) COMP VALUE ZERO.
001457     05  WS-HH-COUNT-EDIT            PIC ZZ9.
001458     05  WS-OUT-COVER-ADDRESS.
001459         10  WS-OUT-COVER-NAME       PIC X(20) VALUE SPACES.
001460         10  WS-OUT-COVER-STREET     PIC X(20) VALUE SPACES.
001461         10  WS-OUT-COVER-CITY       PIC X(12) VALUE SPACES.
001462         10  WS-OUT-COVER-STATE      PIC X(02) VALUE SPACES.
001463         10  WS-OUT-COVER-ZIP        PIC X(05) VALUE SPACES.
001464*
001470 PROCEDURE DIVISION.
001480*
001490******************************************************************
001530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001540     SORT SORT-FILE
001550         ON ASCENDING KEY SORT-ZIP
001555                          SORT-HOUSEHOLD
001560                          SORT-ACCOUNT
001570                          SORT-LINE-SEQ
001580         INPUT PROCEDURE IS 2000-RELEASE-STATEMENTS
001620     PERFORM 8000-WRITE-MANIFEST-FOOT
001630         THRU 8000-WRITE-MANIFEST-FOOT-EXIT.
001640     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001650     IF WS-TOTAL-STMT-COUNT NOT = WS-CTL-PAPER-COUNT
001660         MOVE 8 TO RETURN-CODE
001670     END-IF.
001680     STOP RUN.
002050         THRU 1100-READ-CONTROL-TOTAL-EXIT.
002060*
002070     MOVE SPACES TO MANIFEST-PRINT-RECORD.
002080     STRING "POSTAL MANIFEST - PAPER STATEMENTS AND PIECES BY ZIP"
002090             DELIMITED BY SIZE
002100         INTO MANIFEST-PRINT-RECORD.
002110     WRITE MANIFEST-PRINT-RECORD.
002111     IF WS-CTL-STMT-GROUP NOT = SPACE
002112         MOVE SPACES TO MANIFEST-PRINT-RECORD
002113         STRING "STATEMENT-DAY GROUP " DELIMITED BY SIZE
002114                 WS-CTL-STMT-GROUP DELIMITED BY SIZE
002115                 " MAILING ONLY" DELIMITED BY SIZE
002116             INTO MANIFEST-PRINT-RECORD
002117         WRITE MANIFEST-PRINT-RECORD
002118     END-IF.
002120     MOVE SPACES TO MANIFEST-PRINT-RECORD.
002130     WRITE MANIFEST-PRINT-RECORD.
002140*
002210*    THE CONTROL-TOTAL WORK FILE FOR THE MANIFEST TIE-OUT.  A   *
002220*    MISSING FILE LEAVES THE EXPECTED COUNT AT ZERO, WHICH      *
002230*    FAILS THE TIE-OUT UNLESS THE SORT ALSO SAW NOTHING - A     *
002235*    MISMOUNTED DD CANNOT QUIETLY PASS.  THE STATEMENT-DAY      *
002240*    GROUP THE RUN STATEMENTED IS PICKED UP TO HEAD THE         *
002245*    MANIFEST.                                                  *
002250******************************************************************
002260 1100-READ-CONTROL-TOTAL.
002270     OPEN INPUT CONTROL-TOTAL-FILE.
002360                 "EMPTY, EXPECTED PIECE COUNT TREATED AS ZERO"
002370         NOT AT END
002380             MOVE CTL-PAPER-COUNT TO WS-CTL-PAPER-COUNT
002383             MOVE CTL-HELD-COUNT  TO WS-CTL-HELD-COUNT
002386             MOVE CTL-STMT-GROUP  TO WS-CTL-STMT-GROUP
002390     END-READ.
002400     CLOSE CONTROL-TOTAL-FILE.
002410 1100-READ-CONTROL-TOTAL-EXIT.
002960*
002970******************************************************************
002980*    2150-RELEASE-LINE  -  RELEASES THE LINE IN THE STATEMENT   *
002986*    RECORD AREA TO THE SORT UNDER THE CURRENT BLOCK KEY -      *
002992*    ZIP, HOUSEHOLD, ACCOUNT, AND LINE SEQUENCE.                *
003000******************************************************************
003010 2150-RELEASE-LINE.
003020     ADD 1 TO WS-LINE-SEQ.
003030     MOVE WS-CURR-ZIP            TO SORT-ZIP.
003035     MOVE WS-CURR-HOUSEHOLD      TO SORT-HOUSEHOLD.
003040     MOVE WS-CURR-ACCOUNT        TO SORT-ACCOUNT.
003050     MOVE WS-LINE-SEQ            TO SORT-LINE-SEQ.
003060     MOVE STATEMENT-PRINT-RECORD TO SORT-PRINT-LINE.
003100*
003110******************************************************************
003120*    2200-START-NEW-PIECE  -  A PAGE-1 HEADING OPENS A NEW      *
003127*    STATEMENT BLOCK.  THE MAILING ZIP AND ADDRESS ARE FETCHED  *
003134*    FROM THE ACCOUNT MASTER, READ FORWARD IN STEP - BOTH       *
003141*    FILES ARE IN ACCOUNT SEQUENCE - AND THE BLOCK IS GIVEN     *
003148*    ITS HOUSEHOLD KEY AND A COVER MARKER.  AN ACCOUNT NOT ON   *
003155*    THE MASTER MAILS ALONE UNDER ZIP 99999 AT THE END OF THE   *
003162*    SORT, WITH A MESSAGE.                                      *
003170******************************************************************
003180 2200-START-NEW-PIECE.
003190     MOVE WS-SCAN-ACCOUNT TO WS-CURR-ACCOUNT.
003200     PERFORM 2300-READ-MASTER THRU 2300-READ-MASTER-EXIT
003210         UNTIL WS-MAST-EOF
003220            OR ACCT-MAST-ID NOT < WS-CURR-ACCOUNT.
003225     MOVE SPACES TO WS-COVER-ADDRESS.
003230     IF NOT WS-MAST-EOF
003240         AND ACCT-MAST-ID = WS-CURR-ACCOUNT
003242         MOVE ACCT-MAST-ZIP    TO WS-CURR-ZIP
003244         MOVE ACCT-MAST-NAME   TO WS-COVER-NAME
003246         MOVE ACCT-MAST-STREET TO WS-COVER-STREET
003248         MOVE ACCT-MAST-CITY   TO WS-COVER-CITY
003250         MOVE ACCT-MAST-STATE  TO WS-COVER-STATE
003252         MOVE ACCT-MAST-ZIP    TO WS-COVER-ZIP
003254         PERFORM 2250-BUILD-HOUSEHOLD-KEY
003256             THRU 2250-BUILD-HOUSEHOLD-KEY-EXIT
003260     ELSE
003270         MOVE "99999" TO WS-CURR-ZIP
003273         PERFORM 2260-SET-SINGLE-HOUSEHOLD
003276             THRU 2260-SET-SINGLE-HOUSEHOLD-EXIT
003280         ADD 1 TO WS-NOZIP-COUNT
003290         DISPLAY "ZSR0016W - ACCOUNT " WS-CURR-ACCOUNT
003300             " NOT ON THE MASTER, PIECE SORTED TO ZIP 99999"
003310     END-IF.
003313     PERFORM 2290-RELEASE-COVER-MARKER
003316         THRU 2290-RELEASE-COVER-MARKER-EXIT.
003320 2200-START-NEW-PIECE-EXIT.
003321     EXIT.
003322*
003323******************************************************************
003324*    2250-BUILD-HOUSEHOLD-KEY  -  BUILDS THE HOUSEHOLD KEY FOR   *
003325*    THE STATEMENT BLOCK FROM THE MASTER NAME AND STREET, EACH   *
003326*    NORMALIZED TO UPPER-CASE LETTERS AND DIGITS ONLY SO THAT    *
003327*    SPACING AND PUNCTUATION DIFFERENCES ("J. SMITH" AGAINST     *
003328*    "J SMITH") DO NOT SPLIT A HOUSEHOLD.  TOGETHER WITH THE     *
003329*    ZIP IN FRONT OF IT IN THE SORT KEY, EQUAL KEYS MEAN ONE     *
003330*    ENVELOPE.  AN ACCOUNT OPTED OUT OF HOUSEHOLDING, A          *
003331*    DECEASED ACCOUNT (ITS STATEMENT GOES TO THE ESTATE), OR     *
003332*    ONE WHOSE NAME OR STREET NORMALIZES TO NOTHING, MAILS       *
003333*    ALONE.                                                      *
003334******************************************************************
003335 2250-BUILD-HOUSEHOLD-KEY.
003336     IF ACCT-HH-OPTED-OUT
003337         ADD 1 TO WS-OPTOUT-COUNT
003338         PERFORM 2260-SET-SINGLE-HOUSEHOLD
003339             THRU 2260-SET-SINGLE-HOUSEHOLD-EXIT
003340         GO TO 2250-BUILD-HOUSEHOLD-KEY-EXIT
003341     END-IF.
003342     IF ACCT-STAT-DECEASED
003343         PERFORM 2260-SET-SINGLE-HOUSEHOLD
003344             THRU 2260-SET-SINGLE-HOUSEHOLD-EXIT
003345         GO TO 2250-BUILD-HOUSEHOLD-KEY-EXIT
003346     END-IF.
003347     MOVE ACCT-MAST-NAME TO WS-NORM-INPUT.
003348     PERFORM 2270-NORMALIZE-FIELD THRU 2270-NORMALIZE-FIELD-EXIT.
003349     MOVE WS-NORM-OUTPUT TO WS-CURR-HH-NAME.
003350     MOVE ACCT-MAST-STREET TO WS-NORM-INPUT.
003351     PERFORM 2270-NORMALIZE-FIELD THRU 2270-NORMALIZE-FIELD-EXIT.
003352     MOVE WS-NORM-OUTPUT TO WS-CURR-HH-STREET.
003353     IF WS-CURR-HH-NAME = SPACES
003354         OR WS-CURR-HH-STREET = SPACES
003355         PERFORM 2260-SET-SINGLE-HOUSEHOLD
003356             THRU 2260-SET-SINGLE-HOUSEHOLD-EXIT
003357     END-IF.
003358 2250-BUILD-HOUSEHOLD-KEY-EXIT.
003359     EXIT.
003360*
003361******************************************************************
003362*    2260-SET-SINGLE-HOUSEHOLD  -  GIVES THE BLOCK A HOUSEHOLD   *
003363*    KEY OF ITS OWN - AN ASTERISK AND THE ACCOUNT NUMBER.  NO    *
003364*    NORMALIZED NAME CAN CARRY AN ASTERISK, SO THE KEY NEVER     *
003365*    MATCHES ANOTHER ACCOUNT'S.                                  *
003366******************************************************************
003367 2260-SET-SINGLE-HOUSEHOLD.
003368     MOVE SPACES TO WS-CURR-HOUSEHOLD.
003369     STRING "*" DELIMITED BY SIZE
003370             WS-CURR-ACCOUNT DELIMITED BY SIZE
003371         INTO WS-CURR-HH-NAME.
003372 2260-SET-SINGLE-HOUSEHOLD-EXIT.
003373     EXIT.
003374*
003375******************************************************************
003376*    2270-NORMALIZE-FIELD  -  FOLDS WS-NORM-INPUT TO UPPER CASE  *
003377*    AND COPIES ONLY ITS LETTERS AND DIGITS, CLOSED UP FROM THE  *
003378*    LEFT, INTO WS-NORM-OUTPUT.                                  *
003379******************************************************************
003380 2270-NORMALIZE-FIELD.
003381     INSPECT WS-NORM-INPUT
003382         CONVERTING "abcdefghijklmnopqrstuvwxyz"
003383                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003384     MOVE SPACES TO WS-NORM-OUTPUT.
003385     MOVE ZERO   TO WS-NORM-OUT-LEN.
003386     PERFORM 2280-NORMALIZE-CHAR THRU 2280-NORMALIZE-CHAR-EXIT
003387         VARYING WS-NORM-SUB FROM 1 BY 1
003388         UNTIL WS-NORM-SUB > 20.
003389 2270-NORMALIZE-FIELD-EXIT.
003390     EXIT.
003391*
003392******************************************************************
003393*    2280-NORMALIZE-CHAR  -  KEEPS ONE CHARACTER OF THE INPUT    *
003394*    WHEN IT IS A LETTER OR A DIGIT.                             *
003395******************************************************************
003396 2280-NORMALIZE-CHAR.
003397     MOVE WS-NORM-INPUT (WS-NORM-SUB:1) TO WS-NORM-CHAR.
003398     IF WS-NORM-CHAR-KEPT
003399         ADD 1 TO WS-NORM-OUT-LEN
003400         MOVE WS-NORM-CHAR
003401             TO WS-NORM-OUTPUT (WS-NORM-OUT-LEN:1)
003402     END-IF.
003403 2280-NORMALIZE-CHAR-EXIT.
003404     EXIT.
003405*
003406******************************************************************
003407*    2290-RELEASE-COVER-MARKER  -  RELEASES THE COVER MARKER     *
003408*    FOR THE STATEMENT BLOCK JUST STARTED - A SORT RECORD WITH   *
003409*    THE BLOCK'S ZIP AND HOUSEHOLD, A LOW-VALUES ACCOUNT SO IT   *
003410*    SORTS AHEAD OF EVERY STATEMENT LINE IN THE HOUSEHOLD, AND   *
003411*    THE MAILING ADDRESS FOR THE COVER LINE IN PLACE OF A        *
003412*    PRINT LINE.  THE OUTPUT PROCEDURE COUNTS THE MARKERS TO     *
003413*    LEARN HOW MANY STATEMENTS SHARE THE ENVELOPE.               *
003414******************************************************************
003415 2290-RELEASE-COVER-MARKER.
003416     ADD 1 TO WS-LINE-SEQ.
003417     MOVE WS-CURR-ZIP       TO SORT-ZIP.
003418     MOVE WS-CURR-HOUSEHOLD TO SORT-HOUSEHOLD.
003419     MOVE LOW-VALUES        TO SORT-ACCOUNT.
003420     MOVE WS-LINE-SEQ       TO SORT-LINE-SEQ.
003421     MOVE WS-COVER-ADDRESS  TO SORT-PRINT-LINE.
003422     RELEASE SORT-RECORD.
003423 2290-RELEASE-COVER-MARKER-EXIT.
003424     EXIT.
003425*
003426******************************************************************
003427*    2300-READ-MASTER  -  READS ONE ACCOUNT MASTER RECORD.      *
003428*    PRIMED AT INITIALIZE AND READ FORWARD AS THE STATEMENT     *
003429*    ACCOUNTS ADVANCE - NEVER BACKED UP.                        *
003430******************************************************************
003431 2300-READ-MASTER.
003432     READ ACCOUNT-MASTER
003433         AT END
003434             SET WS-MAST-EOF TO TRUE
003440     END-READ.
003450 2300-READ-MASTER-EXIT.
003460     EXIT.
003480******************************************************************
003490*    3000-RETURN-STATEMENTS  -  SORT OUTPUT PROCEDURE.  WRITES  *
003500*    THE SORTED LINES TO THE PRESORTED PRINT FILE AND COUNTS    *
003508*    STATEMENTS AND PIECES - A NEW ACCOUNT IS A NEW STATEMENT,  *
003516*    A NEW ZIP/HOUSEHOLD PAIR IS A NEW PIECE, AND A ZIP BREAK   *
003524*    WRITES THE MANIFEST LINE FOR THE ZIP JUST FINISHED.  THE   *
003532*    SORTED ORDER MAKES THE MANIFEST COME OUT IN ZIP SEQUENCE   *
003540*    WITH NO TABLE AT ALL.                                      *
003550******************************************************************
003560 3000-RETURN-STATEMENTS.
003570     PERFORM 3100-RETURN-ONE-LINE
003660*
003670******************************************************************
003680*    3100-RETURN-ONE-LINE  -  RETURNS ONE SORTED LINE, BREAKS   *
003686*    ON ZIP, HOUSEHOLD, AND STATEMENT, COUNTS THE COVER MARKERS *
003692*    OF A HOUSEHOLD, AND WRITES THE LINE TO THE PRESORTED FILE  *
003698*    - PRECEDED BY THE COVER LINE WHEN IT OPENS AN ENVELOPE OF  *
003704*    TWO OR MORE STATEMENTS.                                    *
003710******************************************************************
003720 3100-RETURN-ONE-LINE.
003730     RETURN SORT-FILE
003810             PERFORM 3300-WRITE-ZIP-MANIFEST-LINE
003820                 THRU 3300-WRITE-ZIP-MANIFEST-LINE-EXIT
003830         END-IF
003831         MOVE SORT-ZIP    TO WS-OUT-ZIP
003832         MOVE HIGH-VALUES TO WS-OUT-HOUSEHOLD
003833         MOVE ZERO        TO WS-ZIP-PIECE-COUNT
003834         MOVE ZERO        TO WS-ZIP-STMT-COUNT
003835     END-IF.
003836     IF SORT-HOUSEHOLD NOT = WS-OUT-HOUSEHOLD
003837         MOVE SORT-HOUSEHOLD TO WS-OUT-HOUSEHOLD
003838         MOVE SPACES         TO WS-OUT-ACCOUNT
003839         MOVE ZERO           TO WS-HH-STMT-COUNT
003840         ADD 1 TO WS-ZIP-PIECE-COUNT
003841         ADD 1 TO WS-TOTAL-PIECE-COUNT
003842     END-IF.
003843*
003844*    A COVER MARKER IS COUNTED, NOT PRINTED - THE MARKERS SORT
003845*    AHEAD OF THE HOUSEHOLD'S STATEMENT LINES, SO BY THE FIRST
003846*    PRINT LINE THE NUMBER OF STATEMENTS IN THE ENVELOPE IS
003847*    KNOWN.
003848     IF SORT-ACCOUNT = LOW-VALUES
003849         ADD 1 TO WS-HH-STMT-COUNT
003850         IF WS-HH-STMT-COUNT = 1
003851             MOVE SORT-PRINT-LINE TO WS-OUT-COVER-ADDRESS
003852         END-IF
003853         GO TO 3100-RETURN-ONE-LINE-EXIT
003870     END-IF.
003880     IF SORT-ACCOUNT NOT = WS-OUT-ACCOUNT
003881         IF WS-OUT-ACCOUNT = SPACES
003882             AND WS-HH-STMT-COUNT > 1
003883             PERFORM 3200-WRITE-COVER-LINE
003884                 THRU 3200-WRITE-COVER-LINE-EXIT
003885         END-IF
003890         MOVE SORT-ACCOUNT TO WS-OUT-ACCOUNT
003900         ADD 1 TO WS-ZIP-STMT-COUNT
003910         ADD 1 TO WS-TOTAL-STMT-COUNT
003920     END-IF.
003930*
003940     MOVE SORT-PRINT-LINE TO PRESORTED-PRINT-RECORD.
003970     EXIT.
003980*
003990******************************************************************
003991*    3200-WRITE-COVER-LINE  -  WRITES THE HOUSEHOLD COVER LINE   *
003992*    AHEAD OF THE FIRST STATEMENT IN AN ENVELOPE THAT CARRIES    *
003993*    MORE THAN ONE, SO THE INSERTER KEEPS THE GROUP TOGETHER     *
003994*    AND THE CUSTOMER SEES WHY THE STATEMENTS CAME AS ONE.       *
003995******************************************************************
003996 3200-WRITE-COVER-LINE.
003997     MOVE WS-HH-STMT-COUNT TO WS-HH-COUNT-EDIT.
003998     MOVE SPACES TO PRESORTED-PRINT-RECORD.
003999     STRING "*** HOUSEHOLD MAILING - " DELIMITED BY SIZE
004000             WS-HH-COUNT-EDIT DELIMITED BY SIZE
004001             " STATEMENTS IN THIS ENVELOPE FOR " DELIMITED BY SIZE
004002             WS-OUT-COVER-NAME DELIMITED BY "  "
004003             ", " DELIMITED BY SIZE
004004             WS-OUT-COVER-STREET DELIMITED BY "  "
004005             ", " DELIMITED BY SIZE
004006             WS-OUT-COVER-CITY DELIMITED BY "  "
004007             " " DELIMITED BY SIZE
004008             WS-OUT-COVER-STATE DELIMITED BY SIZE
004009             " " DELIMITED BY SIZE
004010             WS-OUT-COVER-ZIP DELIMITED BY SIZE
004011             " ***" DELIMITED BY SIZE
004012         INTO PRESORTED-PRINT-RECORD.
004013     WRITE PRESORTED-PRINT-RECORD.
004014     ADD 1 TO WS-MULTI-HH-COUNT.
004015 3200-WRITE-COVER-LINE-EXIT.
004016     EXIT.
004017*
004018******************************************************************
004019*    3300-WRITE-ZIP-MANIFEST-LINE  -  WRITES THE MANIFEST LINE  *
004020*    FOR THE ZIP JUST FINISHED - STATEMENTS PRINTED AND PIECES  *
004021*    (ENVELOPES) MAILED.                                        *
004022******************************************************************
004030 3300-WRITE-ZIP-MANIFEST-LINE.
004035     MOVE WS-ZIP-STMT-COUNT  TO WS-STMT-COUNT-EDIT.
004040     MOVE WS-ZIP-PIECE-COUNT TO WS-PIECE-COUNT-EDIT.
004050     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004060     STRING "ZIP " DELIMITED BY SIZE
004070             WS-OUT-ZIP DELIMITED BY SIZE
004073             "   STATEMENTS: " DELIMITED BY SIZE
004076             WS-STMT-COUNT-EDIT DELIMITED BY SIZE
004080             "   PIECES: " DELIMITED BY SIZE
004090             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004100         INTO MANIFEST-PRINT-RECORD.
004130     EXIT.
004140*
004150******************************************************************
004158*    8000-WRITE-MANIFEST-FOOT  -  WRITES THE TOTAL STATEMENT    *
004166*    COUNT AND ITS TIE-OUT AGAINST CTL-PAPER-COUNT, AND THE     *
004174*    PIECE COUNTS AFTER HOUSEHOLDING.  A MISMATCH IS FLAGGED    *
004182*    HERE AND ENDS THE STEP WITH CC 8 IN THE MAINLINE.          *
004190******************************************************************
004200 8000-WRITE-MANIFEST-FOOT.
004210     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004220     WRITE MANIFEST-PRINT-RECORD.
004230     MOVE WS-TOTAL-STMT-COUNT TO WS-PIECE-COUNT-EDIT.
004240     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004250     STRING "TOTAL STATEMENTS SORTED:       "
004260             DELIMITED BY SIZE
004270             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004280         INTO MANIFEST-PRINT-RECORD.
004340             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004350         INTO MANIFEST-PRINT-RECORD.
004360     WRITE MANIFEST-PRINT-RECORD.
004361     MOVE WS-CTL-HELD-COUNT TO WS-PIECE-COUNT-EDIT.
004362     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004363     STRING "HELD FOR BAD ADDRESS (NOT IN THE PRINT FILE): "
004364             DELIMITED BY SIZE
004365             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004366         INTO MANIFEST-PRINT-RECORD.
004367     WRITE MANIFEST-PRINT-RECORD.
004368     PERFORM 8050-WRITE-HOUSEHOLD-FOOT
004369         THRU 8050-WRITE-HOUSEHOLD-FOOT-EXIT.
004370*
004380     IF WS-TOTAL-STMT-COUNT = WS-CTL-PAPER-COUNT
004390         MOVE SPACES TO MANIFEST-PRINT-RECORD
004400         STRING "STATEMENT COUNT TIES TO THE CONTROL TOTALS"
004410                 DELIMITED BY SIZE
004420             INTO MANIFEST-PRINT-RECORD
004430         WRITE MANIFEST-PRINT-RECORD
004440     ELSE
004450         MOVE SPACES TO MANIFEST-PRINT-RECORD
004460         STRING "*** STATEMENT COUNT DOES NOT TIE TO THE CONTROL "
004470                 DELIMITED BY SIZE
004480                 "TOTALS - DO NOT RELEASE TO THE MAIL ROOM ***"
004490                 DELIMITED BY SIZE
004500             INTO MANIFEST-PRINT-RECORD
004510         WRITE MANIFEST-PRINT-RECORD
004520         DISPLAY "ZSR0017E - SORTED STATEMENT COUNT DOES NOT TIE "
004530             "TO CTL-PAPER-COUNT - SEE THE MANIFEST"
004540     END-IF.
004550     IF WS-NOZIP-COUNT > ZERO
004570             "MASTER ZIP AND SORTED TO ZIP 99999"
004580     END-IF.
004590 8000-WRITE-MANIFEST-FOOT-EXIT.
004591     EXIT.
004592*
004593******************************************************************
004594*    8050-WRITE-HOUSEHOLD-FOOT  -  WRITES THE ENVELOPE SIDE OF   *
004595*    THE MANIFEST - PIECES ACTUALLY MAILED AFTER HOUSEHOLDING,   *
004596*    HOW MANY OF THEM CARRY MORE THAN ONE STATEMENT, THE         *
004597*    ENVELOPES SAVED, AND THE STATEMENTS OPTED OUT.  POSTAGE     *
004598*    BILLS ON PIECES; PRINT BILLS ON STATEMENTS.                 *
004599******************************************************************
004600 8050-WRITE-HOUSEHOLD-FOOT.
004601     MOVE WS-TOTAL-PIECE-COUNT TO WS-PIECE-COUNT-EDIT.
004602     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004603     STRING "TOTAL PIECES (ENVELOPES):      "
004604             DELIMITED BY SIZE
004605             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004606         INTO MANIFEST-PRINT-RECORD.
004607     WRITE MANIFEST-PRINT-RECORD.
004608     MOVE WS-MULTI-HH-COUNT TO WS-PIECE-COUNT-EDIT.
004609     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004610     STRING "HOUSEHOLDED PIECES (2 OR MORE STATEMENTS): "
004611             DELIMITED BY SIZE
004612             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004613         INTO MANIFEST-PRINT-RECORD.
004614     WRITE MANIFEST-PRINT-RECORD.
004615     IF WS-TOTAL-STMT-COUNT > WS-TOTAL-PIECE-COUNT
004616         COMPUTE WS-PIECE-COUNT-EDIT =
004617             WS-TOTAL-STMT-COUNT - WS-TOTAL-PIECE-COUNT
004618     ELSE
004619         MOVE ZERO TO WS-PIECE-COUNT-EDIT
004620     END-IF.
004621     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004622     STRING "ENVELOPES SAVED BY HOUSEHOLDING: "
004623             DELIMITED BY SIZE
004624             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004625         INTO MANIFEST-PRINT-RECORD.
004626     WRITE MANIFEST-PRINT-RECORD.
004627     MOVE WS-OPTOUT-COUNT TO WS-PIECE-COUNT-EDIT.
004628     MOVE SPACES TO MANIFEST-PRINT-RECORD.
004629     STRING "STATEMENTS OPTED OUT OF HOUSEHOLDING: "
004630             DELIMITED BY SIZE
004631             WS-PIECE-COUNT-EDIT DELIMITED BY SIZE
004632         INTO MANIFEST-PRINT-RECORD.
004633     WRITE MANIFEST-PRINT-RECORD.
004634 8050-WRITE-HOUSEHOLD-FOOT-EXIT.
004635     EXIT.
004636*
004637******************************************************************
004638*    9000-TERMINATE  -  CLOSES ALL FILES.                        *
004640******************************************************************
004650 9000-TERMINATE.
004660     CLOSE ACCOUNT-MASTER.

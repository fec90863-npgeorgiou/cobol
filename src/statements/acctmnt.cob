000228*    OTHER CARD.  THE REPLACEMENT ACCOUNT NUMBER MUST KEEP      *
000229*    THE FILE'S ASCENDING SEQUENCE.                             *
000230*                                                               *
000231*    A STATUS CARD (ACTION S) SETS THE ACCOUNT STATUS - L       *
000232*    LEGAL HOLD, B BANKRUPTCY, D DECEASED, F FROZEN - WITH THE  *
000233*    DATE IT TOOK EFFECT (NOT AFTER THE RUN DATE) AND THE       *
000234*    REASON, BOTH REQUIRED.  CODE N CLEARS THE STATUS AND       *
000235*    LEAVES THE LAST DATE AND REASON ON THE MASTER AS THE       *
000236*    RECORD OF IT.                                              *
000237*                                                               *
000240*    RETURN-CODE 0  -  EVERY CARD APPLIED.                      *
000250*    RETURN-CODE 4  -  ONE OR MORE CARDS REJECTED - READ THE    *
000260*                      MAINTENANCE REGISTER BEFORE THE CYCLE    *
000270*                      RUNS.                                    *
000280*                                                               *
000290*    MODIFICATION HISTORY                                       *
000291*    DATE       INIT  DESCRIPTION                               *
000292*    ---------- ----  ---------------------------------------   *
000293*    2026-09-02 NPG   INITIAL VERSION.                          *
000294*    2026-09-02 NPG   ADDED ACCOUNTS NOW STAMP THE NEW LAST-    *
000295*                     ACTIVITY DATE WITH THE RUN DATE (RECORD   *
000296*                     98 TO 106) SO A FRESH ACCOUNT DOES NOT    *
000297*                     AGE AS DORMANT FROM DAY ONE.              *
000298*    2026-09-02 NPG   ADDED THE REPAIR ACTION (R) - REPLACES A  *
000299*                     REJECTED RECORD'S ACCOUNT NUMBER AND      *
000300*                     BALANCE, MATCHING THE BAD ACCOUNT-ID      *
000301*                     BYTES AS ON THE MASTER, SO EXCEPTION-     *
000302*                     EXTRACT REASONS E001/E002/E003/E201 ARE   *
000303*                     WORKED BY CARD, NOT BY HAND-EDITING THE   *
000304*                     DATASET.  A SECOND ADD CARD FOR AN        *
000305*                     ACCOUNT ALREADY ADDED THIS RUN IS NOW     *
000306*                     REJECTED AS A DUPLICATE INSTEAD OF        *
000307*                     WRITING A SECOND RECORD OUT OF SEQUENCE.  *
000308*    2026-10-15 NPG   A CHANGE CARD THAT CHANGES ANY PART OF    *
000309*                     THE MAILING ADDRESS NOW CLEARS THE        *
000310*                     BAD-ADDRESS HOLD SET BY THE RETURNED-     *
000311*                     MAIL RUN (RTNMAIL), SO THE NEXT CYCLE     *
000312*                     MAILS THE STATEMENT AGAIN.  THE           *
000313*                     REGISTER NOTES EACH HOLD CLEARED.         *
000314*    2026-10-15 NPG   ADDED THE HOUSEHOLDING OPT-OUT COLUMN TO  *
000315*                     THE ADD AND CHANGE CARDS - Y OPTS THE     *
000316*                     ACCOUNT OUT OF HOUSEHOLDED MAILING, N     *
000317*                     PUTS IT BACK, BLANK LEAVES IT ALONE.      *
000318*    2026-10-15 NPG   ADDED THE CLUB PAYOUT LINK COLUMN (69-73) *
000319*                     TO THE ADD AND CHANGE CARDS - THE         *
000320*                     CHECKING ACCOUNT A CLUB ACCOUNT'S ANNUAL  *
000321*                     PAYOUT IS TRANSFERRED TO.  00000 REMOVES  *
000322*                     THE LINK, BLANK LEAVES IT ALONE.  NEW-    *
000323*                     MASTER RECORD WIDENED 106 TO 111 FOR IT.  *
000324*    2026-10-15 NPG   ADDED THE STATUS ACTION (S) - SETS THE    *
000325*                     ACCOUNT STATUS (L LEGAL HOLD, B           *
000326*                     BANKRUPTCY, D DECEASED, F FROZEN) WITH    *
000327*                     ITS EFFECTIVE DATE AND REASON, OR CLEARS  *
000328*                     IT (N).  NEW-MASTER RECORD WIDENED 111 TO *
000329*                     140 FOR IT.                               *
000330*    2026-10-15 NPG   ADDED THE STATEMENT-DAY GROUP COLUMN (74) *
000331*                     TO THE ADD AND CHANGE CARDS - 1 THROUGH   *
000332*                     4 PICKS THE DAY OF THE MONTH THE ACCOUNT  *
000333*                     IS POSTED AND STATEMENTED.  AN ADD WITH   *
000334*                     IT BLANK GOES IN GROUP 1; ON A CHANGE     *
000335*                     BLANK LEAVES THE GROUP ALONE.  ANY OTHER  *
000336*                     CODE REJECTS THE CARD.                    *
000339******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     ACCTMNT.
000750         88  MNTC-ACTION-CHANGE      VALUE "C".
000760         88  MNTC-ACTION-CLOSE       VALUE "X".
000762         88  MNTC-ACTION-REPAIR      VALUE "R".
000766         88  MNTC-ACTION-STATUS      VALUE "S".
000770     05  MNTC-ACCOUNT                PIC X(05).
000775     05  MNTC-CHANGE-FIELDS.
000780         10  MNTC-NAME               PIC X(20).
000820         10  MNTC-ZIP                PIC X(05).
000830         10  MNTC-TYPE               PIC X(01).
000840         10  MNTC-DELIVERY           PIC X(01).
000842         10  MNTC-HH-OPTOUT          PIC X(01).
000844         10  MNTC-CLUB-LINK          PIC X(05).
000846         10  MNTC-STMT-GROUP         PIC X(01).
000848         10  FILLER                  PIC X(06).
000851*    ON A REPAIR CARD THE FIELD COLUMNS CARRY THE REPLACEMENT
000852*    ACCOUNT NUMBER AND BALANCE INSTEAD.
000853     05  MNTC-REPAIR-FIELDS REDEFINES MNTC-CHANGE-FIELDS.
000856                                     SIGN LEADING SEPARATE
000857                                         CHARACTER.
000858         10  FILLER                  PIC X(59).
000859*    ON A STATUS CARD THEY CARRY THE STATUS CODE, ITS
000860*    EFFECTIVE DATE (YYYYMMDD), AND THE REASON.
000861     05  MNTC-STATUS-FIELDS REDEFINES MNTC-CHANGE-FIELDS.
000862         10  MNTC-STATUS-CODE        PIC X(01).
000863             88  MNTC-STATUS-VALID   VALUE "L" "B" "D" "F" "N".
000864             88  MNTC-STATUS-CLEAR   VALUE "N".
000865         10  MNTC-STATUS-DATE        PIC X(08).
000866         10  MNTC-STATUS-REASON      PIC X(20).
000867         10  FILLER                  PIC X(43).
000868*
000870 FD  OLD-ACCOUNT-MASTER.
000880     COPY ACCTREC.
000890*
000900 FD  NEW-ACCOUNT-MASTER.
000910 01  NEW-MASTER-RECORD               PIC X(140).
000920*
000930 FD  MAINT-REGISTER.
000940 01  REGISTER-PRINT-RECORD           PIC X(132).
001260             88  WS-CARD-CHANGE      VALUE "C".
001270             88  WS-CARD-CLOSE       VALUE "X".
001272             88  WS-CARD-REPAIR      VALUE "R".
001276             88  WS-CARD-SET-STATUS  VALUE "S".
001280         10  WS-CARD-ACCOUNT         PIC 9(05).
001281*    THE ACCOUNT COLUMNS EXACTLY AS KEYED - A REPAIR CARD
001282*    MATCHES ON THESE BYTES, NUMERIC OR NOT, AND THE
001330         10  WS-CARD-ZIP             PIC X(05).
001340         10  WS-CARD-TYPE            PIC X(01).
001350         10  WS-CARD-DELIVERY        PIC X(01).
001351         10  WS-CARD-HH-OPTOUT       PIC X(01).
001352         10  WS-CARD-CLUB-LINK       PIC X(05).
001353         10  WS-CARD-STMT-GROUP      PIC X(01).
001354         10  WS-CARD-ACCT-STATUS     PIC X(01).
001355         10  WS-CARD-ACCT-STAT-DATE  PIC 9(08).
001356         10  WS-CARD-ACCT-STAT-REASON
001357                                     PIC X(20).
001360         10  WS-CARD-STATUS          PIC X(01).
001370             88  WS-CARD-UNAPPLIED   VALUE "N".
001380             88  WS-CARD-APPLIED     VALUE "A".
001590                                     SIGN LEADING SEPARATE
001600                                         CHARACTER.
001602     05  WS-BUILD-LAST-ACT-DATE      PIC 9(08).
001604     05  WS-BUILD-ADDR-HOLD          PIC X(01).
001606     05  WS-BUILD-RTN-REASON         PIC X(01).
001608     05  WS-BUILD-HH-OPTOUT          PIC X(01).
001610     05  WS-BUILD-CLUB-LINK          PIC X(05).
001612     05  WS-BUILD-STATUS             PIC X(01).
001614     05  WS-BUILD-STATUS-DATE        PIC 9(08).
001616     05  WS-BUILD-STATUS-REASON      PIC X(20).
001618     05  WS-BUILD-STMT-GROUP         PIC X(01).
001620*
001630 01  WS-EDIT-FIELDS.
001640     05  WS-COUNT-EDIT               PIC ZZ9.
001641     05  WS-STATUS-NAME              PIC X(12) VALUE SPACES.
001642*
001644 01  WS-DATE-WORK.
001646     05  WS-RUN-DATE-YMD             PIC 9(08) VALUE ZERO.
001648     05  WS-STAT-DATE-WORK           PIC 9(08) VALUE ZERO.
001650     05  FILLER REDEFINES WS-STAT-DATE-WORK.
001652         10  WS-STAT-DATE-YYYY       PIC 9(04).
001654         10  WS-STAT-DATE-MM         PIC 9(02).
001656         10  WS-STAT-DATE-DD         PIC 9(02).
001658*
001660 PROCEDURE DIVISION.
001670*
001680******************************************************************
002200         GO TO 9900-ABEND
002210     END-IF.
002220*
002222*    THE RUN DATE IS TAKEN BEFORE THE CARDS LOAD - A STATUS
002224*    CARD'S EFFECTIVE DATE IS EDITED AGAINST IT.
002226     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
002230     PERFORM 1100-LOAD-MAINT-CARD
002240         THRU 1100-LOAD-MAINT-CARD-EXIT
002250         UNTIL WS-CARD-EOF.
002290             "MASTER ROLLS FORWARD UNCHANGED"
002300     END-IF.
002310*
002320     MOVE SPACES TO REGISTER-PRINT-RECORD.
002330     STRING "ACCOUNT MAINTENANCE REGISTER" DELIMITED BY SIZE
002340         INTO REGISTER-PRINT-RECORD.
002440*    1100-LOAD-MAINT-CARD  -  READS ONE MAINTENANCE CARD AND     *
002450*    LOADS IT INTO THE TABLE.  CARDS FAILING THE FIELD EDITS -   *
002460*    BAD ACTION CODE, NON-NUMERIC OR ZERO ACCOUNT, DELIVERY     *
002464*    CODE OTHER THAN P, E, OR BLANK, HOUSEHOLDING OPT-OUT       *
002468*    OTHER THAN Y, N, OR BLANK, A CLUB LINK THAT IS NOT         *
002472*    NUMERIC OR NAMES THE ACCOUNT ITSELF (OR IS GIVEN ON AN     *
002476*    ADD FOR A NON-CLUB ACCOUNT), BAD REPAIR REPLACEMENT        *
002480*    FIELDS, A BAD STATUS CODE, EFFECTIVE DATE, OR REASON,      *
002484*    OR A SECOND ADD FOR AN ACCOUNT ALREADY ON THE              *
002490*    DECK - ARE KEPT IN THE TABLE MARKED REJECTED SO THE        *
002500*    REGISTER ACCOUNTS FOR EVERY CARD.  CARDS PAST THE 200-     *
002510*    ENTRY TABLE LIMIT ARE DROPPED WITH A MESSAGE SO A MIS-     *
002710     MOVE MNTC-ZIP      TO WS-CARD-ZIP (WS-CARD-COUNT).
002720     MOVE MNTC-TYPE     TO WS-CARD-TYPE (WS-CARD-COUNT).
002730     MOVE MNTC-DELIVERY TO WS-CARD-DELIVERY (WS-CARD-COUNT).
002731     MOVE MNTC-HH-OPTOUT TO WS-CARD-HH-OPTOUT (WS-CARD-COUNT).
002732     MOVE MNTC-CLUB-LINK TO WS-CARD-CLUB-LINK (WS-CARD-COUNT).
002733     MOVE MNTC-STMT-GROUP TO WS-CARD-STMT-GROUP (WS-CARD-COUNT).
002734     MOVE SPACE         TO WS-CARD-ACCT-STATUS (WS-CARD-COUNT).
002735     MOVE ZEROS         TO WS-CARD-ACCT-STAT-DATE (WS-CARD-COUNT).
002736     MOVE SPACES        TO WS-CARD-ACCT-STAT-REASON
002737                               (WS-CARD-COUNT).
002740     MOVE "N"           TO WS-CARD-STATUS (WS-CARD-COUNT).
002750     MOVE SPACES        TO WS-CARD-REASON (WS-CARD-COUNT).
002760*
002770     IF NOT (MNTC-ACTION-ADD OR MNTC-ACTION-CHANGE
002776         OR MNTC-ACTION-CLOSE OR MNTC-ACTION-REPAIR
002782         OR MNTC-ACTION-STATUS)
002790         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002800         MOVE "ACTION CODE IS NOT A, C, X, R, OR S"
002810             TO WS-CARD-REASON (WS-CARD-COUNT)
002820         GO TO 1100-LOAD-MAINT-CARD-EXIT
002830     END-IF.
002940             TO WS-CARD-REASON (WS-CARD-COUNT)
002950         GO TO 1100-LOAD-MAINT-CARD-EXIT
002960     END-IF.
002961     IF MNTC-ACTION-STATUS
002962         PERFORM 1130-EDIT-STATUS-CARD
002963             THRU 1130-EDIT-STATUS-CARD-EXIT
002964         GO TO 1100-LOAD-MAINT-CARD-EXIT
002965     END-IF.
002970     IF MNTC-DELIVERY NOT = SPACE
002980         AND MNTC-DELIVERY NOT = "P"
002981         AND MNTC-DELIVERY NOT = "E"
002982         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002983         MOVE "DELIVERY CODE IS NOT P OR E"
002984             TO WS-CARD-REASON (WS-CARD-COUNT)
002985         GO TO 1100-LOAD-MAINT-CARD-EXIT
002986     END-IF.
002987     IF MNTC-HH-OPTOUT NOT = SPACE
002988         AND MNTC-HH-OPTOUT NOT = "Y"
002989         AND MNTC-HH-OPTOUT NOT = "N"
002990         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002991         MOVE "HOUSEHOLD OPT-OUT IS NOT Y OR N"
002992             TO WS-CARD-REASON (WS-CARD-COUNT)
002993         GO TO 1100-LOAD-MAINT-CARD-EXIT
002994     END-IF.
002995     IF MNTC-CLUB-LINK NOT = SPACES
002996         AND MNTC-CLUB-LINK NOT NUMERIC
002997         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
002998         MOVE "CLUB LINK IS NOT NUMERIC"
002999             TO WS-CARD-REASON (WS-CARD-COUNT)
003000         GO TO 1100-LOAD-MAINT-CARD-EXIT
003001     END-IF.
003002     IF MNTC-CLUB-LINK = MNTC-ACCOUNT
003003         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003004         MOVE "CLUB LINK IS THE ACCOUNT ITSELF"
003005             TO WS-CARD-REASON (WS-CARD-COUNT)
003006         GO TO 1100-LOAD-MAINT-CARD-EXIT
003007     END-IF.
003008     IF MNTC-STMT-GROUP NOT = SPACE
003009         AND (MNTC-STMT-GROUP < "1" OR MNTC-STMT-GROUP > "4")
003010         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003011         MOVE "STATEMENT GROUP IS NOT 1-4"
003012             TO WS-CARD-REASON (WS-CARD-COUNT)
003013         GO TO 1100-LOAD-MAINT-CARD-EXIT
003014     END-IF.
003015     IF MNTC-ACTION-ADD
003016         AND MNTC-CLUB-LINK NOT = SPACES
003017         AND MNTC-CLUB-LINK NOT = "00000"
003018         AND MNTC-TYPE NOT = "K"
003019         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003020         MOVE "CLUB LINK GIVEN FOR A NON-CLUB ACCOUNT"
003021             TO WS-CARD-REASON (WS-CARD-COUNT)
003022         GO TO 1100-LOAD-MAINT-CARD-EXIT
003030     END-IF.
003032     IF MNTC-ACTION-ADD
003091     EXIT.
003092*
003093******************************************************************
003094*    1130-EDIT-STATUS-CARD  -  EDITS AND STORES THE STATUS      *
003095*    FIELDS OF ONE STATUS CARD.  A STATUS BEING SET NEEDS A     *
003096*    REAL EFFECTIVE DATE NO LATER THAN THE RUN DATE AND A       *
003097*    REASON - LEGAL AND COLLECTIONS WILL ASK FOR BOTH.  A       *
003098*    CLEARING CARD (N) NEEDS NEITHER.                           *
003099******************************************************************
003100 1130-EDIT-STATUS-CARD.
003101     IF NOT MNTC-STATUS-VALID
003102         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003103         MOVE "STATUS CODE IS NOT L, B, D, F, OR N"
003104             TO WS-CARD-REASON (WS-CARD-COUNT)
003105         GO TO 1130-EDIT-STATUS-CARD-EXIT
003106     END-IF.
003107     MOVE MNTC-STATUS-CODE TO WS-CARD-ACCT-STATUS
003108                                 (WS-CARD-COUNT).
003109     IF MNTC-STATUS-CLEAR
003110         GO TO 1130-EDIT-STATUS-CARD-EXIT
003111     END-IF.
003112     IF MNTC-STATUS-DATE NOT NUMERIC
003113         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003114         MOVE "STATUS DATE IS NOT NUMERIC"
003115             TO WS-CARD-REASON (WS-CARD-COUNT)
003116         GO TO 1130-EDIT-STATUS-CARD-EXIT
003117     END-IF.
003118     MOVE MNTC-STATUS-DATE TO WS-STAT-DATE-WORK.
003119     IF WS-STAT-DATE-MM < 1 OR WS-STAT-DATE-MM > 12
003120         OR WS-STAT-DATE-DD < 1 OR WS-STAT-DATE-DD > 31
003121         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003122         MOVE "STATUS DATE IS NOT A VALID DATE"
003123             TO WS-CARD-REASON (WS-CARD-COUNT)
003124         GO TO 1130-EDIT-STATUS-CARD-EXIT
003125     END-IF.
003126     IF WS-STAT-DATE-WORK > WS-RUN-DATE-YMD
003127         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003128         MOVE "STATUS DATE IS AFTER THE RUN DATE"
003129             TO WS-CARD-REASON (WS-CARD-COUNT)
003130         GO TO 1130-EDIT-STATUS-CARD-EXIT
003131     END-IF.
003132     IF MNTC-STATUS-REASON = SPACES
003133         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003134         MOVE "STATUS REASON IS BLANK"
003135             TO WS-CARD-REASON (WS-CARD-COUNT)
003136         GO TO 1130-EDIT-STATUS-CARD-EXIT
003137     END-IF.
003138     MOVE WS-STAT-DATE-WORK  TO WS-CARD-ACCT-STAT-DATE
003139                                 (WS-CARD-COUNT).
003140     MOVE MNTC-STATUS-REASON TO WS-CARD-ACCT-STAT-REASON
003141                                 (WS-CARD-COUNT).
003142 1130-EDIT-STATUS-CARD-EXIT.
003143     EXIT.
003144*
003145******************************************************************
003146*    1150-CHECK-DUP-ADD  -  REJECTS THE ADD CARD JUST LOADED    *
003147*    IF AN EARLIER CARD ON THE DECK ALREADY ADDS THE SAME       *
003148*    ACCOUNT - A SECOND ADD WOULD WRITE A DUPLICATE RECORD      *
003149*    OUT OF SEQUENCE AND BREAK THE STATEMENT RUN'S MATCHING.    *
003150******************************************************************
003151 1150-CHECK-DUP-ADD.
003152     IF WS-CARD-ADD (WS-DUP-SUB)
003153         AND NOT WS-CARD-REJECTED (WS-DUP-SUB)
003154         AND WS-CARD-ACCOUNT (WS-DUP-SUB)
003155             = WS-CARD-ACCOUNT (WS-CARD-COUNT)
003156         MOVE "R" TO WS-CARD-STATUS (WS-CARD-COUNT)
003157         MOVE "DUPLICATE ADD FOR THIS ACCOUNT"
003158             TO WS-CARD-REASON (WS-CARD-COUNT)
003159     END-IF.
003160 1150-CHECK-DUP-ADD-EXIT.
003161     EXIT.
003162*
003163******************************************************************
003164*    2000-PROCESS-MASTERS  -  DISPOSES OF ONE MASTER RECORD.    *
003165*    REPAIR CARDS ARE TRIED FIRST, MATCHING THE ACCOUNT-ID      *
003166*    BYTES AS THEY STAND - NUMERIC OR NOT - SO A REPAIRED       *
003167*    RECORD TAKES ITS CORRECTED NUMBER INTO THE ADD/CHANGE/     *
003168*    CLOSE MATCHING BELOW.  THEN ADDS SEQUENCED AHEAD OF IT     *
003169*    ARE EMITTED, AN ADD CARD COLLIDING WITH IT IS REJECTED,    *
003170*    CHANGE AND CLOSE CARDS FOR IT ARE APPLIED, AND IT ROLLS    *
003171*    TO THE NEW GENERATION UNLESS A CLOSE DROPPED IT.  A        *
003172*    MASTER RECORD WITH A NON-NUMERIC ACCOUNT NUMBER AND NO     *
003173*    REPAIR CARD PASSES THROUGH UNTOUCHED - FOO'S VALIDATION    *
003174*    ALREADY REPORTS IT DOWNSTREAM.                             *
003175******************************************************************
003176 2000-PROCESS-MASTERS.
003177     MOVE "N" TO WS-CLOSED-SWITCH.
003178     PERFORM 2500-APPLY-REPAIR-CARDS
003179         THRU 2500-APPLY-REPAIR-CARDS-EXIT
003180         VARYING WS-CARD-SUB FROM 1 BY 1
003181         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
003182     IF ACCT-MAST-ID NUMERIC
003190         MOVE ACCT-MAST-ID TO WS-ADD-BOUND
003200         PERFORM 3000-EMIT-PENDING-ADDS
003210             THRU 3000-EMIT-PENDING-ADDS-EXIT
003480*    AN ACCOUNT ALREADY ON THE MASTER IS REJECTED; A CHANGE      *
003490*    APPLIES ITS NON-BLANK FIELDS; A CLOSE DROPS THE RECORD      *
003500*    ONLY WHEN THE BALANCE IS NUMERIC AND ZERO.                  *
003505*    A STATUS CARD SETS OR CLEARS THE ACCOUNT STATUS.            *
003510******************************************************************
003520 2200-APPLY-MATCHING-CARDS.
003530     IF NOT WS-CARD-UNAPPLIED (WS-CARD-SUB)
003640         PERFORM 2400-APPLY-CLOSE THRU 2400-APPLY-CLOSE-EXIT
003650         GO TO 2200-APPLY-MATCHING-CARDS-EXIT
003660     END-IF.
003662     IF WS-CARD-SET-STATUS (WS-CARD-SUB)
003664         PERFORM 2600-APPLY-STATUS THRU 2600-APPLY-STATUS-EXIT
003666         GO TO 2200-APPLY-MATCHING-CARDS-EXIT
003668     END-IF.
003670     PERFORM 2300-APPLY-CHANGE THRU 2300-APPLY-CHANGE-EXIT.
003680 2200-APPLY-MATCHING-CARDS-EXIT.
003690     EXIT.
003720*    2300-APPLY-CHANGE  -  APPLIES THE NON-BLANK FIELDS OF ONE   *
003730*    CHANGE CARD TO THE MASTER RECORD IN THE FD AREA.  BLANK     *
003740*    FIELDS LEAVE THE MASTER VALUE ALONE, SO AN ADDRESS CHANGE   *
003742*    CANNOT BLANK OUT THE NAME.  A CHANGE TO ANY PART OF THE     *
003744*    MAILING ADDRESS CLEARS A BAD-ADDRESS HOLD - THE MAIL ROOM   *
003746*    HAS A NEW ADDRESS TO TRY - AND THE REGISTER SAYS SO.        *
003748*    A CLUB PAYOUT LINK IS TAKEN ONLY FOR AN ACCOUNT THAT IS (OR *
003750*    IS BEING CHANGED TO) A CLUB ACCOUNT; 00000 REMOVES THE      *
003752*    LINK, AND CHANGING THE TYPE AWAY FROM CLUB DROPS IT.        *
003754*    A STATEMENT-DAY GROUP (1-4) MOVES THE ACCOUNT TO THAT       *
003756*    GROUP'S STATEMENT DAY; BLANK LEAVES IT ALONE.               *
003760******************************************************************
003770 2300-APPLY-CHANGE.
003771     IF WS-CARD-CLUB-LINK (WS-CARD-SUB) NOT = SPACES
003772         AND WS-CARD-CLUB-LINK (WS-CARD-SUB) NOT = "00000"
003773         IF (WS-CARD-TYPE (WS-CARD-SUB) = SPACE
003774                 AND NOT ACCT-TYPE-CLUB)
003775             OR (WS-CARD-TYPE (WS-CARD-SUB) NOT = SPACE
003776                 AND WS-CARD-TYPE (WS-CARD-SUB) NOT = "K")
003777             MOVE "R" TO WS-CARD-STATUS (WS-CARD-SUB)
003778             MOVE "CLUB LINK GIVEN FOR A NON-CLUB ACCOUNT"
003779                 TO WS-CARD-REASON (WS-CARD-SUB)
003780             GO TO 2300-APPLY-CHANGE-EXIT
003781         END-IF
003782     END-IF.
003783     IF WS-CARD-NAME (WS-CARD-SUB) NOT = SPACES
003790         MOVE WS-CARD-NAME (WS-CARD-SUB) TO ACCT-MAST-NAME
003800     END-IF.
003810     IF WS-CARD-STREET (WS-CARD-SUB) NOT = SPACES
003960     IF WS-CARD-DELIVERY (WS-CARD-SUB) NOT = SPACE
003970         MOVE WS-CARD-DELIVERY (WS-CARD-SUB)
003980             TO ACCT-MAST-DELIVERY
003981     END-IF.
003982     IF WS-CARD-HH-OPTOUT (WS-CARD-SUB) = "Y"
003983         MOVE "Y" TO ACCT-MAST-HH-OPTOUT
003984     END-IF.
003985     IF WS-CARD-HH-OPTOUT (WS-CARD-SUB) = "N"
003986         MOVE SPACE TO ACCT-MAST-HH-OPTOUT
003987     END-IF.
003988     IF WS-CARD-CLUB-LINK (WS-CARD-SUB) = "00000"
003989         MOVE SPACES TO ACCT-MAST-CLUB-LINK
003990     ELSE
003991         IF WS-CARD-CLUB-LINK (WS-CARD-SUB) NOT = SPACES
003992             MOVE WS-CARD-CLUB-LINK (WS-CARD-SUB)
003993                 TO ACCT-MAST-CLUB-LINK
003994         END-IF
003995     END-IF.
003996     IF NOT ACCT-TYPE-CLUB
003997         MOVE SPACES TO ACCT-MAST-CLUB-LINK
003998     END-IF.
003999     IF WS-CARD-STMT-GROUP (WS-CARD-SUB) NOT = SPACE
004000         MOVE WS-CARD-STMT-GROUP (WS-CARD-SUB)
004001             TO ACCT-MAST-STMT-GROUP
004002     END-IF.
004003     IF ACCT-ADDR-HELD
004004         AND (WS-CARD-STREET (WS-CARD-SUB) NOT = SPACES
004005           OR WS-CARD-CITY (WS-CARD-SUB) NOT = SPACES
004006           OR WS-CARD-STATE (WS-CARD-SUB) NOT = SPACES
004007           OR WS-CARD-ZIP (WS-CARD-SUB) NOT = SPACES)
004008         MOVE SPACE TO ACCT-MAST-ADDR-HOLD
004009         MOVE SPACE TO ACCT-MAST-RTN-REASON
004010         MOVE "BAD-ADDRESS HOLD CLEARED"
004011             TO WS-CARD-REASON (WS-CARD-SUB)
004012     END-IF.
004013     MOVE "A" TO WS-CARD-STATUS (WS-CARD-SUB).
004014     ADD 1 TO WS-APPLIED-COUNT.
004020 2300-APPLY-CHANGE-EXIT.
004030     EXIT.
004040*
004313     EXIT.
004314*
004315******************************************************************
004316*    2600-APPLY-STATUS  -  SETS OR CLEARS THE ACCOUNT STATUS     *
004317*    FROM ONE STATUS CARD.  A SET TAKES THE CARD'S CODE,         *
004318*    EFFECTIVE DATE, AND REASON, REPLACING ANY STATUS ALREADY    *
004319*    HELD.  A CLEAR PUTS THE ACCOUNT BACK TO NORMAL AND LEAVES   *
004320*    THE LAST DATE AND REASON AS THE RECORD OF WHAT IT WAS - A   *
004321*    CLEAR FOR AN ACCOUNT WITH NO STATUS IS REJECTED.  THE       *
004322*    REGISTER NAMES THE STATUS SET OR CLEARED.                   *
004323******************************************************************
004324 2600-APPLY-STATUS.
004325     IF WS-CARD-ACCT-STATUS (WS-CARD-SUB) = "N"
004326         IF ACCT-STAT-NORMAL
004327             MOVE "R" TO WS-CARD-STATUS (WS-CARD-SUB)
004328             MOVE "ACCOUNT HAS NO STATUS TO CLEAR"
004329                 TO WS-CARD-REASON (WS-CARD-SUB)
004330             GO TO 2600-APPLY-STATUS-EXIT
004331         END-IF
004332         PERFORM 2610-NAME-STATUS THRU 2610-NAME-STATUS-EXIT
004333         MOVE SPACE TO ACCT-MAST-STATUS
004334         STRING "STATUS CLEARED - WAS " DELIMITED BY SIZE
004335                 WS-STATUS-NAME         DELIMITED BY "  "
004336             INTO WS-CARD-REASON (WS-CARD-SUB)
004337     ELSE
004338         MOVE WS-CARD-ACCT-STATUS (WS-CARD-SUB)
004339             TO ACCT-MAST-STATUS
004340         MOVE WS-CARD-ACCT-STAT-DATE (WS-CARD-SUB)
004341             TO ACCT-MAST-STATUS-DATE
004342         MOVE WS-CARD-ACCT-STAT-REASON (WS-CARD-SUB)
004343             TO ACCT-MAST-STATUS-REASON
004344         PERFORM 2610-NAME-STATUS THRU 2610-NAME-STATUS-EXIT
004345         STRING "STATUS SET TO " DELIMITED BY SIZE
004346                 WS-STATUS-NAME  DELIMITED BY "  "
004347             INTO WS-CARD-REASON (WS-CARD-SUB)
004348     END-IF.
004349     MOVE "A" TO WS-CARD-STATUS (WS-CARD-SUB).
004350     ADD 1 TO WS-APPLIED-COUNT.
004351 2600-APPLY-STATUS-EXIT.
004352     EXIT.
004353*
004354******************************************************************
004355*    2610-NAME-STATUS  -  PUTS THE REGISTER NAME OF THE STATUS   *
004356*    NOW ON THE MASTER RECORD IN WS-STATUS-NAME.                 *
004357******************************************************************
004358 2610-NAME-STATUS.
004359     IF ACCT-STAT-LEGAL-HOLD
004360         MOVE "LEGAL HOLD" TO WS-STATUS-NAME
004361     ELSE
004362         IF ACCT-STAT-BANKRUPT
004363             MOVE "BANKRUPTCY" TO WS-STATUS-NAME
004364         ELSE
004365             IF ACCT-STAT-DECEASED
004366                 MOVE "DECEASED" TO WS-STATUS-NAME
004367             ELSE
004368                 IF ACCT-STAT-FROZEN
004369                     MOVE "FROZEN" TO WS-STATUS-NAME
004370                 ELSE
004371                     MOVE "UNKNOWN CODE" TO WS-STATUS-NAME
004372                 END-IF
004373             END-IF
004374         END-IF
004375     END-IF.
004376 2610-NAME-STATUS-EXIT.
004377     EXIT.
004378*
004379******************************************************************
004380*    3000-EMIT-PENDING-ADDS  -  WRITES EVERY UNAPPLIED ADD CARD  *
004381*    WHOSE ACCOUNT SEQUENCES BELOW WS-ADD-BOUND TO THE NEW       *
004382*    GENERATION, LOWEST ACCOUNT FIRST, SO THE MASTER STAYS IN    *
004383*    ACCOUNT SEQUENCE NO MATTER HOW THE DECK WAS STACKED.        *
004384*    CALLED AHEAD OF EACH MASTER RECORD WITH ITS ACCOUNT AS      *
004385*    THE BOUND, AND ONCE AT END OF MASTERS WITH AN OPEN BOUND.   *
004386******************************************************************
004390 3000-EMIT-PENDING-ADDS.
004400     MOVE "Y" TO WS-ADD-FOUND-SWITCH.
004410     PERFORM 3100-EMIT-ONE-ADD THRU 3100-EMIT-ONE-ADD-EXIT
004850*    3300-WRITE-ADD-RECORD  -  BUILDS AND WRITES THE NEW         *
004860*    ACCOUNT RECORD FOR ONE ADD CARD - ZERO BALANCE, ZERO        *
004870*    OVERDRAFT DATE AND YTD INTEREST, DELIVERY DEFAULTED TO      *
004875*    PAPER WHEN THE CARD LEFT IT BLANK, STATEMENT-DAY GROUP      *
004880*    DEFAULTED TO 1 THE SAME WAY, AND THE LAST-ACTIVITY DATE     *
004885*    STAMPED WITH THE RUN DATE.                                  *
004890******************************************************************
004900 3300-WRITE-ADD-RECORD.
004910     MOVE SPACES TO WS-ADD-BUILD-RECORD.
005060     END-IF.
005070     MOVE ZEROS TO WS-BUILD-INT-YTD.
005072     MOVE WS-RUN-DATE-YMD TO WS-BUILD-LAST-ACT-DATE.
005073     IF WS-CARD-HH-OPTOUT (WS-CARD-SUB) = "Y"
005074         MOVE "Y" TO WS-BUILD-HH-OPTOUT
005075     END-IF.
005076     IF WS-CARD-CLUB-LINK (WS-CARD-SUB) NOT = SPACES
005077         AND WS-CARD-CLUB-LINK (WS-CARD-SUB) NOT = "00000"
005078         MOVE WS-CARD-CLUB-LINK (WS-CARD-SUB)
005079             TO WS-BUILD-CLUB-LINK
005080     END-IF.
005081     IF WS-CARD-STMT-GROUP (WS-CARD-SUB) = SPACE
005082         MOVE "1" TO WS-BUILD-STMT-GROUP
005083     ELSE
005084         MOVE WS-CARD-STMT-GROUP (WS-CARD-SUB)
005085             TO WS-BUILD-STMT-GROUP
005086     END-IF.
005087     MOVE ZEROS TO WS-BUILD-STATUS-DATE.
005088     WRITE NEW-MASTER-RECORD FROM WS-ADD-BUILD-RECORD.
005090     MOVE "A" TO WS-CARD-STATUS (WS-CARD-SUB).
005100     ADD 1 TO WS-APPLIED-COUNT.
005110 3300-WRITE-ADD-RECORD-EXIT.
005790             " ***" DELIMITED BY SIZE
005800             INTO REGISTER-PRINT-RECORD
005810     ELSE
005814         IF WS-CARD-REASON (WS-CARD-SUB) NOT = SPACES
005818             STRING "ACTION: " DELIMITED BY SIZE
005822                 WS-CARD-ACTION (WS-CARD-SUB) DELIMITED BY SIZE
005826                 "  ACCOUNT: " DELIMITED BY SIZE
005830                 WS-CARD-RAW-ID (WS-CARD-SUB) DELIMITED BY SIZE
005834                 "  APPLIED - " DELIMITED BY SIZE
005838                 WS-CARD-REASON (WS-CARD-SUB) DELIMITED BY "  "
005842                 INTO REGISTER-PRINT-RECORD
005846         ELSE
005850             STRING "ACTION: " DELIMITED BY SIZE
005854                 WS-CARD-ACTION (WS-CARD-SUB) DELIMITED BY SIZE
005858                 "  ACCOUNT: " DELIMITED BY SIZE
005862                 WS-CARD-RAW-ID (WS-CARD-SUB) DELIMITED BY SIZE
005866                 "  APPLIED" DELIMITED BY SIZE
005870                 INTO REGISTER-PRINT-RECORD
005874         END-IF
005880     END-IF.
005890     WRITE REGISTER-PRINT-RECORD.
005900 8100-WRITE-CARD-LINE-EXIT.

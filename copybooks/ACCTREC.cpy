000080*    HAND, THE SAME WAY THE BAR WORKING RECORD IS SHARED         *
000090*    THROUGH BARREC.                                             *
000100*                                                                *
000101*    MODIFICATION HISTORY                                        *
000102*    DATE       INIT  DESCRIPTION                                *
000103*    ---------- ----  ---------------------------------------    *
000104*    2026-10-15 NPG   ADDED ACCT-MAST-STMT-GROUP, CARVED FROM    *
000105*                     THE TRAILING FILLER - THE STATEMENT-DAY    *
000106*                     GROUP THE ACCOUNT POSTS AND STATEMENTS IN  *
000107*                     (1-4: THE 7TH, 14TH, 21ST, 28TH), SET BY   *
000108*                     ACCTMNT.  ANY OTHER CODE MEANS GROUP 1.    *
000109*                     RECORD LENGTH UNCHANGED AT 140.            *
000110*    2026-10-15 NPG   ADDED ACCT-MAST-STATUS WITH ITS EFFECTIVE  *
000111*                     DATE AND REASON, SET AND CLEARED BY        *
000112*                     ACCTMNT STATUS CARDS.  L (LEGAL HOLD) AND  *
000113*                     B (BANKRUPT) STOP COLLECTIONS NOTICES AND  *
000114*                     THE COLLECTIONS EXTRACT, D (DECEASED)      *
000115*                     ADDRESSES THE STATEMENT TO THE ESTATE, F   *
000116*                     (FROZEN) STOPS CHARGES.  A CLEARED STATUS  *
000117*                     KEEPS ITS DATE AND REASON.  RECORD LENGTH  *
000118*                     111 TO 140.                                *
000119*    2026-10-15 NPG   ADDED ACCT-MAST-CLUB-LINK - ON A CLUB      *
000120*                     ACCOUNT, THE LINKED CHECKING ACCOUNT THE   *
000121*                     ANNUAL CLUB PAYOUT IS TRANSFERRED TO       *
000122*                     (INTPOST); SPACES PAYS BY OFFICIAL CHECK.  *
000123*                     SET AND CLEARED BY ACCTMNT.  RECORD        *
000124*                     LENGTH 106 TO 111.                         *
000125*    2026-10-15 NPG   ADDED ACCT-MAST-HH-OPTOUT, CARVED FROM THE *
000126*                     TRAILING FILLER - Y WHEN THE CUSTOMER HAS  *
000127*                     ASKED FOR EACH STATEMENT IN ITS OWN        *
000128*                     ENVELOPE, SO THE PRESORT (ZIPSORT) LEAVES  *
000129*                     IT OUT OF HOUSEHOLDING; SPACE HOUSEHOLDS   *
000130*                     NORMALLY.  SET AND CLEARED BY ACCTMNT.     *
000131*                     RECORD LENGTH UNCHANGED AT 106.            *
000132*    2026-10-15 NPG   ADDED ACCT-MAST-ADDR-HOLD AND ACCT-MAST-   *
000133*                     RTN-REASON, CARVED FROM THE TRAILING       *
000134*                     FILLER - THE BAD-ADDRESS HOLD SET BY THE   *
000135*                     RETURNED-MAIL RUN (RTNMAIL) WITH THE POST  *
000136*                     OFFICE RETURN REASON, AND CLEARED BY AN    *
000137*                     ACCTMNT ADDRESS CHANGE.  WHILE HELD, THE   *
000138*                     STATEMENT RUN PULLS THE PAPER STATEMENT    *
000139*                     OUT OF THE PRINT FILE.  SPACE IS NOT       *
000140*                     HELD.  RECORD LENGTH UNCHANGED AT 106.     *
000141*    2026-09-02 NPG   ADDED ACCT-MAST-LAST-ACT-DATE - THE DATE   *
000142*                     OF THE LAST CUSTOMER-INITIATED             *
000143*                     TRANSACTION (DEPOSIT, WITHDRAWAL, OR       *
000570                                     SIGN LEADING SEPARATE
000580                                         CHARACTER.
000585     05  ACCT-MAST-LAST-ACT-DATE     PIC 9(08).
000625     05  ACCT-MAST-ADDR-HOLD         PIC X(01).
000635         88  ACCT-ADDR-HELD          VALUE "Y".
000645     05  ACCT-MAST-RTN-REASON        PIC X(01).
000695     05  ACCT-MAST-HH-OPTOUT         PIC X(01).
000705         88  ACCT-HH-OPTED-OUT       VALUE "Y".
000755     05  ACCT-MAST-CLUB-LINK         PIC X(05).
000835     05  ACCT-MAST-STATUS            PIC X(01).
000845         88  ACCT-STAT-NORMAL        VALUE SPACE.
000855         88  ACCT-STAT-LEGAL-HOLD    VALUE "L".
000865         88  ACCT-STAT-BANKRUPT      VALUE "B".
000875         88  ACCT-STAT-DECEASED      VALUE "D".
000885         88  ACCT-STAT-FROZEN        VALUE "F".
000895         88  ACCT-STAT-NO-COLLECTIONS
000905                                     VALUE "L" "B".
000915         88  ACCT-STAT-VALID         VALUE SPACE "L" "B" "D" "F".
000925     05  ACCT-MAST-STATUS-DATE       PIC 9(08).
000935     05  ACCT-MAST-STATUS-REASON     PIC X(20).
000995     05  ACCT-MAST-STMT-GROUP        PIC X(01).
001005         88  ACCT-STMT-GROUP-VALID   VALUE "1" THRU "4".

000100******************************************************************
000200*                                                                *
000300*    CTRXTR    -   CURRENCY TRANSACTION REPORT CANDIDATE EXTRACT *
000400*                                                                *
000500*    FIXED-WIDTH RECORD WRITTEN BY THE CASH MONITORING STEP      *
000600*    (CASHMON), ONE ROW PER REPORTABLE CASH PATTERN FOUND ON THE *
000700*    POSTED-TRANSACTION FILE, FOR THE BSA COMPLIANCE UNIT'S CTR  *
000800*    FILING AND STRUCTURING REVIEW:                              *
000900*                                                                *
001000*      C - CTR CANDIDATE.  ONE ACCOUNT'S CASH IN OR CASH OUT FOR *
001100*          ONE BUSINESS DAY CAME TO MORE THAN THE CURRENCY-      *
001200*          REPORTING THRESHOLD.  FIRST AND LAST DATE ARE THE     *
001300*          SAME DAY; BOTH DAY TOTALS ARE CARRIED, WITH A FLAG    *
001400*          FOR EACH SIDE THAT IS OVER.                           *
001500*      S - POSSIBLE STRUCTURING.  A RUN OF CONSECUTIVE BUSINESS  *
001600*          DAYS ON WHICH THE ACCOUNT'S CASH DEPOSITS EACH CAME TO*
001700*          JUST UNDER THE THRESHOLD.  FIRST AND LAST DATE BOUND  *
001800*          THE RUN; THE CASH-IN FIELDS ARE THE RUN'S TOTALS.     *
001900*                                                                *
002000*    EACH ROW CARRIES THE ACCOUNT'S NAME/ADDRESS BLOCK FROM THE  *
002100*    MASTER (ACCTREC).  THE MASTER FLAG IS N, AND THE BLOCK IS   *
002150*    BLANK, WHEN THE ACCOUNT IS NOT ON THE MASTER - THE ROW THEN *
002200*    NEEDS MANUAL RESEARCH.  KEPT AS A SHARED COPYBOOK SINCE THE *
002250*    LAYOUT IS A CONTRACT WITH A DOWNSTREAM PROCESS.             *
002300*                                                                *
002400*    MODIFICATION HISTORY                                        *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    ---------- ----  ---------------------------------------    *
002700*    2026-10-15 NPG   INITIAL VERSION.                           *
002800******************************************************************
002900 01  CTR-EXTRACT-RECORD.
003000     05  CTRX-RECORD-TYPE            PIC X(01).
003100         88  CTRX-CTR-CANDIDATE      VALUE "C".
003200         88  CTRX-STRUCTURING        VALUE "S".
003300     05  CTRX-CYCLE                  PIC 9(06).
003400     05  CTRX-ACCOUNT-NUMBER         PIC 9(05).
003500     05  CTRX-FIRST-DATE             PIC 9(08).
003600     05  CTRX-LAST-DATE              PIC 9(08).
003700     05  CTRX-DAY-COUNT              PIC 9(03).
003800     05  CTRX-CASH-IN-TOTAL          PIC S9(9)V99
003900                                     SIGN LEADING SEPARATE
004000                                         CHARACTER.
004100     05  CTRX-CASH-IN-COUNT          PIC 9(05).
004200     05  CTRX-CASH-OUT-TOTAL         PIC S9(9)V99
004300                                     SIGN LEADING SEPARATE
004400                                         CHARACTER.
004500     05  CTRX-CASH-OUT-COUNT         PIC 9(05).
004600     05  CTRX-IN-OVER-FLAG           PIC X(01).
004700         88  CTRX-IN-OVER            VALUE "Y".
004800     05  CTRX-OUT-OVER-FLAG          PIC X(01).
004900         88  CTRX-OUT-OVER           VALUE "Y".
005200     05  CTRX-MASTER-FLAG            PIC X(01).
005300         88  CTRX-NOT-ON-MASTER      VALUE "N".
005400     05  CTRX-ACCT-TYPE              PIC X(01).
005500     05  CTRX-NAME                   PIC X(20).
005600     05  CTRX-STREET                 PIC X(20).
005700     05  CTRX-CITY                   PIC X(12).
005800     05  CTRX-STATE                  PIC X(02).
005900     05  CTRX-ZIP                    PIC X(05).
006000     05  FILLER                      PIC X(12).

000140*         TOTAL STATEMENT COUNT.                                 *
000150*      3. THE RE-TOTALED EXTRACT BALANCES MUST EQUAL THE         *
000160*         CONTROL-TOTAL BALANCE TOTAL.                           *
000161*      4. EVERY MASTER RECORD CARRYING AN ACCOUNT STATUS MUST    *
000162*         SHOW UP AS A STATEMENT COUNTED UNDER ITS STATUS OR AS  *
000163*         AN EXCEPTION - THE RE-COUNTED STATUS-CODED RECORDS     *
000164*         MUST EQUAL THE CONTROL-TOTAL STATUS COUNTS PLUS THE    *
000165*         STATUS-CODED EXCEPTION COUNT.  A STATUS SUPPRESSES     *
000166*         NOTICES, NOT STATEMENTS.                               *
000167*                                                                *
000168*    ON A STATEMENT-DAY GROUP RUN THE PROOFS COVER ONLY THE      *
000169*    MASTER RECORDS IN THAT GROUP.                               *
000170*                                                                *
000180*    ANY MISMATCH PRINTS A DISCREPANCY REPORT LINE AND ENDS      *
000190*    THE STEP WITH CONDITION CODE 8 SO THE JOB STREAM STOPS      *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    ---------- ----  ---------------------------------------    *
000250*    2026-08-22 NPG   INITIAL VERSION.                           *
000251*    2026-10-15 NPG   ADDED THE FOURTH PROOF, FOR ACCOUNTS       *
000252*                     CARRYING AN ACCOUNT STATUS CODE, WITH THE  *
000253*                     STATEMENTED COUNT PER STATUS AND THE       *
000254*                     COLLECTIONS NOTICES SUPPRESSED.  CONTROL   *
000255*                     TOTALS RECORD WIDENED 177 TO 231 AND       *
000256*                     ACCOUNT MASTER RECORD 111 TO 140.          *
000257*    2026-10-15 NPG   ON A STATEMENT-DAY GROUP RUN (CTL-STMT-    *
000258*                     GROUP NOT SPACE) ONLY THAT GROUP'S MASTER  *
000259*                     RECORDS ARE PROVED; THE REST ARE COUNTED   *
000260*                     AND SHOWN UNDER THE TITLE.  CONTROL TOTALS *
000261*                     RECORD WIDENED 231 TO 232.                 *
000262******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     STMTBAL.
000290 AUTHOR.         N P GEORGIOU.
000930     05  WS-EXTR-TOTAL               PIC S9(11)V99 COMP
000940                                     VALUE ZERO.
000950     05  WS-EXPECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
000951     05  WS-STAT-MAST-COUNT          PIC 9(09) COMP VALUE ZERO.
000952     05  WS-STAT-EXPECTED            PIC 9(09) COMP VALUE ZERO.
000953     05  WS-OTHER-GROUP-COUNT        PIC 9(09) COMP VALUE ZERO.
000954*
000955 01  WS-GROUP-FIELDS.
000956     05  WS-ACCT-GROUP               PIC X(01) VALUE SPACE.
000960*
000970 01  WS-EDIT-FIELDS.
000980     05  WS-COUNT-EDIT-1             PIC ZZZ,ZZZ,ZZ9.
001660*    2000-COUNT-MASTER  -  COUNTS ONE ACCOUNT MASTER RECORD.     *
001670*    EVERY RECORD COUNTS, GOOD OR BAD - THE POINT IS THAT EVERY  *
001680*    RECORD READ IN MUST SHOW UP AS EITHER A STATEMENT OR AN     *
001683*    EXCEPTION.  A RECORD CARRYING AN ACCOUNT STATUS CODE IS     *
001686*    ALSO COUNTED ON ITS OWN FOR THE STATUS PROOF.  ON A         *
001689*    STATEMENT-DAY GROUP RUN ONLY THE GROUP'S RECORDS COUNT -    *
001692*    A VALID GROUP CODE ON THE MASTER, ELSE GROUP 1, EXACTLY     *
001695*    AS THE STATEMENT RUN SELECTS THEM.                          *
001700******************************************************************
001710 2000-COUNT-MASTER.
001711     IF ACCT-STMT-GROUP-VALID
001712         MOVE ACCT-MAST-STMT-GROUP TO WS-ACCT-GROUP
001713     ELSE
001714         MOVE "1" TO WS-ACCT-GROUP
001715     END-IF.
001716     IF CTL-STMT-GROUP NOT = SPACE
001717         AND WS-ACCT-GROUP NOT = CTL-STMT-GROUP
001718         ADD 1 TO WS-OTHER-GROUP-COUNT
001719     ELSE
001720         ADD 1 TO WS-MAST-COUNT
001721         IF ACCT-MAST-STATUS NOT = SPACE
001722             ADD 1 TO WS-STAT-MAST-COUNT
001723         END-IF
001724     END-IF.
001730     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
001740 2000-COUNT-MASTER-EXIT.
001750     EXIT.
002070     EXIT.
002080*
002090******************************************************************
002098*    5000-PROVE-TOTALS  -  RUNS THE FOUR PROOFS AND PRINTS ONE   *
002106*    REPORT LINE PER PROOF, WITH THE STATUS BREAKDOWN UNDER THE  *
002114*    STATUS PROOF.  ANY FAILED PROOF SETS THE DISCREPANCY        *
002122*    SWITCH THAT DRIVES THE STEP CONDITION CODE.                 *
002130******************************************************************
002140 5000-PROVE-TOTALS.
002150     MOVE SPACES TO BALANCE-PRINT-RECORD.
002170             DELIMITED BY SIZE
002180         INTO BALANCE-PRINT-RECORD.
002190     WRITE BALANCE-PRINT-RECORD.
002191     IF CTL-STMT-GROUP NOT = SPACE
002192         MOVE WS-OTHER-GROUP-COUNT TO WS-COUNT-EDIT-1
002193         MOVE SPACES TO BALANCE-PRINT-RECORD
002194         STRING "STATEMENT-DAY GROUP " DELIMITED BY SIZE
002195                 CTL-STMT-GROUP DELIMITED BY SIZE
002196                 " ONLY - MASTER RECORDS IN OTHER GROUPS, "
002197                 DELIMITED BY SIZE
002198                 "NOT PROVED HERE: " DELIMITED BY SIZE
002199                 WS-COUNT-EDIT-1 DELIMITED BY SIZE
002200             INTO BALANCE-PRINT-RECORD
002201         WRITE BALANCE-PRINT-RECORD
002202     END-IF.
002203     MOVE SPACES TO BALANCE-PRINT-RECORD.
002210     WRITE BALANCE-PRINT-RECORD.
002220*
002230     COMPUTE WS-EXPECTED-COUNT =
002720             WS-TOTAL-EDIT-1 DELIMITED BY SIZE
002730             "   CONTROL BALANCE TOTAL: "    DELIMITED BY SIZE
002740             WS-TOTAL-EDIT-2 DELIMITED BY SIZE
002741         INTO BALANCE-PRINT-RECORD.
002742     WRITE BALANCE-PRINT-RECORD.
002743*
002744     COMPUTE WS-STAT-EXPECTED =
002745         CTL-STAT-LEGAL-COUNT + CTL-STAT-BANKRUPT-COUNT
002746         + CTL-STAT-DECEASED-COUNT + CTL-STAT-FROZEN-COUNT
002747         + CTL-STAT-EXCP-COUNT.
002748     MOVE WS-STAT-MAST-COUNT TO WS-COUNT-EDIT-1.
002749     MOVE WS-STAT-EXPECTED   TO WS-COUNT-EDIT-2.
002750     IF WS-STAT-MAST-COUNT = WS-STAT-EXPECTED
002751         PERFORM 5100-WRITE-IN-BALANCE
002752             THRU 5100-WRITE-IN-BALANCE-EXIT
002753     ELSE
002754         PERFORM 5200-WRITE-OUT-OF-BALANCE
002755             THRU 5200-WRITE-OUT-OF-BALANCE-EXIT
002756     END-IF.
002757     MOVE SPACES TO BALANCE-PRINT-RECORD.
002758     STRING "  STATUS-CODED MASTER RECORDS:  "
002759             DELIMITED BY SIZE
002760             WS-COUNT-EDIT-1 DELIMITED BY SIZE
002761             "   STATUS STMTS PLUS EXCEPTNS: " DELIMITED BY SIZE
002762             WS-COUNT-EDIT-2 DELIMITED BY SIZE
002763         INTO BALANCE-PRINT-RECORD.
002764     WRITE BALANCE-PRINT-RECORD.
002765     MOVE CTL-STAT-LEGAL-COUNT    TO WS-COUNT-EDIT-1.
002766     MOVE CTL-STAT-BANKRUPT-COUNT TO WS-COUNT-EDIT-2.
002767     MOVE SPACES TO BALANCE-PRINT-RECORD.
002768     STRING "    LEGAL HOLD STATEMENTED:     "
002769             DELIMITED BY SIZE
002770             WS-COUNT-EDIT-1 DELIMITED BY SIZE
002771             "   BANKRUPTCY STATEMENTED:     " DELIMITED BY SIZE
002772             WS-COUNT-EDIT-2 DELIMITED BY SIZE
002773         INTO BALANCE-PRINT-RECORD.
002774     WRITE BALANCE-PRINT-RECORD.
002775     MOVE CTL-STAT-DECEASED-COUNT TO WS-COUNT-EDIT-1.
002776     MOVE CTL-STAT-FROZEN-COUNT   TO WS-COUNT-EDIT-2.
002777     MOVE SPACES TO BALANCE-PRINT-RECORD.
002778     STRING "    DECEASED STATEMENTED:       "
002779             DELIMITED BY SIZE
002780             WS-COUNT-EDIT-1 DELIMITED BY SIZE
002781             "   FROZEN STATEMENTED:         " DELIMITED BY SIZE
002782             WS-COUNT-EDIT-2 DELIMITED BY SIZE
002783         INTO BALANCE-PRINT-RECORD.
002784     WRITE BALANCE-PRINT-RECORD.
002785     MOVE CTL-STAT-EXCP-COUNT     TO WS-COUNT-EDIT-1.
002786     MOVE CTL-COLL-SUPPRESS-COUNT TO WS-COUNT-EDIT-2.
002787     MOVE SPACES TO BALANCE-PRINT-RECORD.
002788     STRING "    STATUS-CODED EXCEPTIONS:    "
002789             DELIMITED BY SIZE
002790             WS-COUNT-EDIT-1 DELIMITED BY SIZE
002791             "   COLLECTIONS NOTICES HELD:   " DELIMITED BY SIZE
002792             WS-COUNT-EDIT-2 DELIMITED BY SIZE
002793         INTO BALANCE-PRINT-RECORD.
002794     WRITE BALANCE-PRINT-RECORD.
002795*
002796     IF WS-DISCREPANCY
002797         MOVE SPACES TO BALANCE-PRINT-RECORD
002800         STRING "*** RUN IS OUT OF BALANCE - STATEMENT "
002810                 DELIMITED BY SIZE
002820                 "OUTPUTS ARE HELD, DO NOT RELEASE ***"

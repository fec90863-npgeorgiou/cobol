000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID.  ACCTIDX                                        *
000040*                                                                *
000050*    ACCOUNT MASTER INDEXED-COPY RELOAD.  READS THE NEWEST       *
000060*    SEQUENTIAL ACCOUNT MASTER GENERATION AND RELOADS THE        *
000070*    KEYED COPY OF THE MASTER (PROD.ACCOUNT.MASTER.KSDS) FROM    *
000080*    IT - PRIME KEY ACCT-MAST-ID, ALTERNATE KEY ACCT-MAST-NAME   *
000090*    WITH DUPLICATES - SO THE ACCOUNT INQUIRY PROGRAM (ACCTINQ)  *
000100*    CAN GO STRAIGHT TO ONE ACCOUNT BY NUMBER OR NAME WITHOUT    *
000110*    PASSING THE WHOLE MASTER.  RUN AS THE STEP AFTER EVERY JOB  *
000120*    STEP THAT ROLLS A NEW MASTER GENERATION (INTPOST, ACCTMNT,  *
000126*    RTNMAIL, YEND1099), SO THE KEYED COPY IS NEVER MORE THAN    *
000132*    ONE STEP BEHIND THE GENERATION OF RECORD.  THE STEP AHEAD   *
000138*    OF IT DELETES AND REDEFINES THE CLUSTER AND ITS NAME        *
000144*    ALTERNATE INDEX (IDCAMS), SO THE OUTPUT OPEN ALWAYS FINDS   *
000150*    AN EMPTY CLUSTER AND EACH RUN REPLACES THE PRIOR CONTENT    *
000156*    WHOLE - THE SEQUENTIAL GENERATION STAYS THE SYSTEM OF       *
000162*    RECORD AND THE KEYED COPY CAN ALWAYS BE REBUILT FROM IT.    *
000168*    THE NAME ALTERNATE INDEX IS LEFT EMPTY BY THE LOAD AND IS   *
000174*    BUILT (IDCAMS BLDINDEX) BY THE STEP AFTER IT.               *
000180*                                                                *
000190*    RETURN-CODE 0  -  EVERY MASTER RECORD LOADED.               *
000200*    RETURN-CODE 4  -  ONE OR MORE RECORDS SKIPPED (NON-NUMERIC  *
000210*                      OR DUPLICATE ACCOUNT NUMBER) - SEE THE    *
000220*                      LOAD MESSAGES.                            *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------- ----  ---------------------------------------    *
000270*    2026-10-15 NPG   INITIAL VERSION.  LOADS THE 140-BYTE       *
000274*                     ACCOUNT MASTER RECORD (ACCTREC) INTO THE   *
000278*                     KEYED COPY.                                *
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     ACCTIDX.
000310 AUTHOR.         N P GEORGIOU.
000320 INSTALLATION.   RETAIL BANKING SYSTEMS.
000330 DATE-WRITTEN.   2026-10-15.
000340 DATE-COMPILED.  2026-10-15.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400*
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCOUNT-MASTER      ASSIGN TO ACCTMAST
000440                                 ORGANIZATION IS LINE SEQUENTIAL
000450                                 FILE STATUS IS
000460                                     WS-ACCTMAST-STATUS.
000470*
000480     SELECT INDEXED-MASTER      ASSIGN TO ACCTKSDS
000490                                 ORGANIZATION IS INDEXED
000500                                 ACCESS MODE IS DYNAMIC
000510                                 RECORD KEY IS IDX-MAST-ID
000520                                 ALTERNATE RECORD KEY IS
000530                                     IDX-MAST-NAME
000540                                     WITH DUPLICATES
000550                                 FILE STATUS IS
000560                                     WS-ACCTKSDS-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610 FD  ACCOUNT-MASTER.
000620     COPY ACCTREC.
000630*
000640*    THE KEYED COPY CARRIES THE ACCTREC IMAGE BYTE FOR BYTE -
000650*    ONLY THE TWO KEY FIELDS ARE NAMED HERE.
000660 FD  INDEXED-MASTER.
000670 01  INDEXED-MASTER-RECORD.
000680     05  IDX-MAST-ID                 PIC X(05).
000690     05  FILLER                      PIC X(10).
000700     05  IDX-MAST-NAME               PIC X(20).
000710     05  FILLER                      PIC X(105).
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750 01  WS-FILE-STATUSES.
000760     05  WS-ACCTMAST-STATUS          PIC X(02) VALUE "00".
000770     05  WS-ACCTKSDS-STATUS          PIC X(02) VALUE "00".
000780*
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000810         88  WS-EOF                  VALUE "Y".
000820*
000830 01  WS-COUNTERS.
000840     05  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
000850     05  WS-LOADED-COUNT             PIC 9(09) COMP VALUE ZERO.
000860     05  WS-SKIPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
000870*
000880 01  WS-EDIT-FIELDS.
000890     05  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
000900*
000910 PROCEDURE DIVISION.
000920*
000930******************************************************************
000940*    0000-MAINLINE                                               *
000950******************************************************************
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000980     PERFORM 2000-LOAD-ACCOUNT THRU 2000-LOAD-ACCOUNT-EXIT
000990         UNTIL WS-EOF.
001000     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
001010     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001020     IF WS-SKIPPED-COUNT > ZERO
001030         MOVE 4 TO RETURN-CODE
001040     END-IF.
001050     STOP RUN.
001060*
001070******************************************************************
001080*    1000-INITIALIZE  -  OPENS THE SEQUENTIAL MASTER FOR INPUT   *
001090*    AND THE KEYED COPY FOR OUTPUT (EMPTYING IT FOR THE RELOAD), *
001100*    AND PRIMES THE READ LOOP.                                   *
001110******************************************************************
001120 1000-INITIALIZE.
001130     OPEN INPUT ACCOUNT-MASTER.
001140     IF WS-ACCTMAST-STATUS NOT = "00"
001150         DISPLAY "AIX0010E - CANNOT OPEN ACCOUNT-MASTER, STATUS "
001160             WS-ACCTMAST-STATUS
001170         GO TO 9900-ABEND
001180     END-IF.
001190*
001200     OPEN OUTPUT INDEXED-MASTER.
001210     IF WS-ACCTKSDS-STATUS NOT = "00"
001220         DISPLAY "AIX0011E - CANNOT OPEN INDEXED-MASTER, STATUS "
001230             WS-ACCTKSDS-STATUS
001240         GO TO 9900-ABEND
001250     END-IF.
001260*
001270     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
001280 1000-INITIALIZE-EXIT.
001290     EXIT.
001300*
001310******************************************************************
001320*    2000-LOAD-ACCOUNT  -  WRITES ONE MASTER RECORD TO THE       *
001330*    KEYED COPY.  A NON-NUMERIC ACCOUNT NUMBER (WHICH THE        *
001340*    STATEMENT RUN ALSO REJECTS) OR A DUPLICATE KEY IS SKIPPED   *
001350*    WITH A MESSAGE RATHER THAN ABENDING THE RELOAD - THE        *
001360*    INQUIRY COPY IS BETTER ONE RECORD SHORT THAN MISSING.       *
001370******************************************************************
001380 2000-LOAD-ACCOUNT.
001390     IF ACCT-MAST-ID NOT NUMERIC
001400         ADD 1 TO WS-SKIPPED-COUNT
001410         DISPLAY "AIX0012W - ACCOUNT NUMBER NOT NUMERIC, RECORD "
001420             "NOT LOADED: " ACCT-MAST-ID
001430     ELSE
001440         WRITE INDEXED-MASTER-RECORD FROM ACCT-MASTER-RECORD
001450             INVALID KEY
001460                 ADD 1 TO WS-SKIPPED-COUNT
001470                 DISPLAY "AIX0013W - DUPLICATE ACCOUNT NUMBER, "
001480                     "RECORD NOT LOADED: " ACCT-MAST-ID
001490             NOT INVALID KEY
001500                 ADD 1 TO WS-LOADED-COUNT
001510         END-WRITE
001520     END-IF.
001530     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
001540 2000-LOAD-ACCOUNT-EXIT.
001550     EXIT.
001560*
001570******************************************************************
001580*    2100-READ-MASTER  -  READS ONE SEQUENTIAL MASTER RECORD.    *
001590******************************************************************
001600 2100-READ-MASTER.
001610     READ ACCOUNT-MASTER
001620         AT END
001630             SET WS-EOF TO TRUE
001640         NOT AT END
001650             ADD 1 TO WS-READ-COUNT
001660     END-READ.
001670 2100-READ-MASTER-EXIT.
001680     EXIT.
001690*
001700******************************************************************
001710*    8000-WRITE-TOTALS  -  REPORTS THE RELOAD COUNTS TO THE JOB  *
001720*    LOG - READ, LOADED, AND SKIPPED.                            *
001730******************************************************************
001740 8000-WRITE-TOTALS.
001750     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
001760     DISPLAY "AIX0014I - MASTER RECORDS READ:    " WS-COUNT-EDIT.
001770     MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT.
001780     DISPLAY "AIX0015I - RECORDS LOADED:         " WS-COUNT-EDIT.
001790     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
001800     DISPLAY "AIX0016I - RECORDS SKIPPED:        " WS-COUNT-EDIT.
001810 8000-WRITE-TOTALS-EXIT.
001820     EXIT.
001830*
001840******************************************************************
001850*    9000-TERMINATE  -  CLOSES ALL FILES.                        *
001860******************************************************************
001870 9000-TERMINATE.
001880     CLOSE ACCOUNT-MASTER.
001890     CLOSE INDEXED-MASTER.
001900 9000-TERMINATE-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*    9900-ABEND  -  UNRECOVERABLE FILE ERROR.                    *
001950******************************************************************
001960 9900-ABEND.
001970     MOVE 16 TO RETURN-CODE.
001980     STOP RUN.
001990*
002000 END PROGRAM ACCTIDX.

000164*                     MAKE-UP BATCHES THE STATEMENT RUN NOW      *
000166*                     STAMPS ON THE RUN-CONTROL TRAIL PRINTED    *
000168*                     AS "?" BEFORE.                             *
000170*    2026-10-15 NPG   ADDED THE GRP COLUMN - THE STATEMENT-DAY   *
000172*                     GROUP THE RUN COVERED, OR ALL FOR A WHOLE- *
000174*                     CYCLE RUN OR A SUPPLEMENTAL BATCH.         *
000176******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.     RUNHIST.
000200 AUTHOR.         N P GEORGIOU.
000630     05  WS-BALANCE-EDIT             PIC $$$,$$$,$$9.99-.
000640     05  WS-STATUS-TEXT              PIC X(12).
000650     05  WS-TYPE-TEXT                PIC X(07).
000655     05  WS-GROUP-TEXT               PIC X(03).
000660*
000670 PROCEDURE DIVISION.
000680*
001020     MOVE SPACES TO HISTORY-PRINT-RECORD.
001030     WRITE HISTORY-PRINT-RECORD.
001040     MOVE SPACES TO HISTORY-PRINT-RECORD.
001050     STRING "CYCLE   GRP  RUN DATE  RUN TIME  TYPE     "
001060             DELIMITED BY SIZE
001070             "STATUS        RECORDS       BALANCE TOTAL  "
001080             DELIMITED BY SIZE
001370     MOVE RUNC-RECORD-COUNT    TO WS-COUNT-EDIT.
001380     MOVE RUNC-BALANCE-TOTAL   TO WS-BALANCE-EDIT.
001385     MOVE RUNC-EXCEPTION-COUNT TO WS-EXCP-COUNT-EDIT.
001386     IF RUNC-WHOLE-CYCLE
001387         MOVE "ALL" TO WS-GROUP-TEXT
001388     ELSE
001389         MOVE SPACES TO WS-GROUP-TEXT
001390         MOVE RUNC-STMT-GROUP TO WS-GROUP-TEXT (3:1)
001391     END-IF.
001392     MOVE SPACES TO HISTORY-PRINT-RECORD.
001400     STRING RUNC-CYCLE          DELIMITED BY SIZE
001403             "  "               DELIMITED BY SIZE
001406             WS-GROUP-TEXT      DELIMITED BY SIZE
001410             "  "               DELIMITED BY SIZE
001420             RUNC-RUN-DATE      DELIMITED BY SIZE
001430             "  "               DELIMITED BY SIZE

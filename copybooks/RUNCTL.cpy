001620*                     (MID-MONTH MAKE-UP) STATEMENT BATCH,      *
001630*                     WHOSE COUNTS ADD TO THE CYCLE'S ACROSS    *
001640*                     ITS APPEND-ONLY RECORDS.                  *
001650*    2026-10-15 NPG   ADDED RUNC-STMT-GROUP - THE STATEMENT-DAY *
001660*                     GROUP THE RUN COVERED.  SPACE IS A WHOLE- *
001670*                     CYCLE RUN (OR A SUPPLEMENTAL BATCH, WHICH *
001680*                     IS NOT LIMITED TO ONE GROUP).             *
001700******************************************************************
001800 01  RUN-CONTROL-RECORD.
001900     05  RUNC-CYCLE                  PIC 9(06).
002900                                     SIGN LEADING SEPARATE
003000                                         CHARACTER.
003100     05  RUNC-EXCEPTION-COUNT        PIC 9(09).
003200     05  RUNC-STMT-GROUP             PIC X(01).
003210         88  RUNC-WHOLE-CYCLE        VALUE SPACE.
003220     05  FILLER                      PIC X(07).

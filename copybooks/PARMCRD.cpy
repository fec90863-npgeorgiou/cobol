001899*                     ACCOUNTS ON THE SUPPLEMENTAL REQUEST      *
001901*                     DECK ARE STATEMENTED, AND A CYCLE         *
001902*                     ALREADY MARKED COMPLETE IS NOT REFUSED.   *
001910*    2026-10-15 NPG   ADDED PARM-RATE-NOTICE-CYCLES - HOW MANY   *
001918*                     STATEMENT CYCLES AHEAD OF A RATE TABLE     *
001926*                     CHANGE THE STATEMENT RUN PRINTS THE        *
001934*                     ADVANCE RATE-CHANGE NOTICE (ZERO MEANS     *
001942*                     THE PROGRAM DEFAULT OF 2).                 *
001943*    2026-10-15 NPG   ADDED PARM-CLUB-PAYOUT-MONTH - THE MONTH   *
001944*                     (01-12) WHOSE POSTING RUN PAYS OUT THE     *
001945*                     CLUB ACCOUNTS FOR THE YEAR (ZERO OR        *
001946*                     INVALID MEANS THE PROGRAM DEFAULT OF 11).  *
001947*    2026-10-15 NPG   ADDED THE CASH MONITORING SETTINGS -       *
001948*                     PARM-CASH-THRESHOLD (WHOLE DOLLARS; A      *
001949*                     DAY'S CASH IN OR OUT OVER IT IS A CTR      *
001950*                     CANDIDATE), PARM-STRUCT-FLOOR (A DAY'S     *
001951*                     CASH DEPOSITS FROM HERE UP TO THE          *
001952*                     THRESHOLD ARE JUST UNDER IT), AND          *
001953*                     PARM-STRUCT-DAYS (HOW MANY CONSECUTIVE     *
001954*                     JUST-UNDER DAYS ARE FLAGGED AS POSSIBLE    *
001955*                     STRUCTURING).  ZERO MEANS THE PROGRAM      *
001956*                     DEFAULTS OF 10000, 8000, AND 3.            *
001957*    2026-10-15 NPG   ADDED PARM-STMT-GROUP - THE STATEMENT-DAY  *
001958*                     GROUP (1-4) THIS RUN POSTS AND STATEMENTS. *
001959*                     SPACE RUNS THE WHOLE CYCLE IN ONE PASS.    *
001960******************************************************************
002000 01  PARM-CARD-RECORD.
002100     05  PARM-RESTART-SWITCH         PIC X(01).
002200     05  PARM-CKPT-INTERVAL          PIC 9(05).
002370     05  PARM-MAX-EXCP-PCT           PIC 9(03).
002380     05  PARM-EXCP-RELEASE-OVRD      PIC X(01).
002390     05  PARM-SUPPLEMENTAL           PIC X(01).
002400     05  PARM-RATE-NOTICE-CYCLES     PIC 9(02).
002410     05  PARM-CLUB-PAYOUT-MONTH      PIC 9(02).
002420     05  PARM-CASH-THRESHOLD         PIC 9(07).
002430     05  PARM-STRUCT-FLOOR           PIC 9(07).
002440     05  PARM-STRUCT-DAYS            PIC 9(02).
002450     05  PARM-STMT-GROUP             PIC X(01).
002460     05  FILLER                      PIC X(36).

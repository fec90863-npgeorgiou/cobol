000322*    2026-09-02 NPG   NEW-MASTER RECORD WIDENED 98 TO 106 FOR   *
000324*                     THE LAST-ACTIVITY DATE NOW CARRIED ON     *
000326*                     THE ACCOUNT MASTER.                       *
000327*    2026-10-15 NPG   NEW-MASTER RECORD WIDENED 106 TO 140 FOR  *
000328*                     THE CLUB PAYOUT LINK AND ACCOUNT STATUS   *
000329*                     NOW CARRIED ON THE ACCOUNT MASTER.        *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     YEND1099.
000820     COPY ACCTREC.
000830*
000840 FD  NEW-ACCOUNT-MASTER.
000850 01  NEW-MASTER-RECORD               PIC X(140).
000860*
000870 FD  TAX-EXTRACT.
000880     COPY TAXXTR.

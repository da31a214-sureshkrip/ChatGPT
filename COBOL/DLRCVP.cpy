000100***************************************************************
000200*    DLRCVP - MASTER RECOVERY PARAMETER RECORD                 *
000300*    ONE RECORD, KEYED BY OPERATIONS FOR A DL099 RECOVERY.     *
000400*    DL-RCVP-TARGET-DATE IS THE BUSINESS DATE THE MASTER IS    *
000500*    TO BE REBUILT AS OF (AFTER THAT NIGHT'S POSTING).         *
000600*    DL-RCVP-SNAP-DATE NAMES THE SNAPSHOT GENERATION TO START  *
000700*    FROM; ZERO TAKES THE LATEST ONE ON OR BEFORE THE TARGET.  *
000800***************************************************************
000900 01  DL-RCVP-REC.
001000     05  DL-RCVP-TARGET-DATE     PIC 9(08).
001100     05  DL-RCVP-SNAP-DATE       PIC 9(08).
001200     05  FILLER                  PIC X(04).

000600*    AND OUTSTANDING BALANCES, AND THE ACCOUNT STATUS FROM     *
000700*    THE SAME 30/360 PAST-DUE BUCKETING DL130 COMPUTES.        *
000800*    LOANS DL125 HAS ARCHIVED REPORT AS PAID/CLOSED (PD).      *
000810*    A LOAN DL100 HAS CHARGED OFF REPORTS AS CHARGED OFF (CO)  *
000820*    WITH ITS UNRECOVERED CHGOFF-BAL AS THE BALANCE OWED.      *
000830*    DL-CBEXT-CONDITION CARRIES THE BUREAU CONDITION CODE      *
000840*    FOR A LOAN UNDER AN ACCOUNT HOLD (DLHOLD LAYOUT):         *
000850*    BK FOR A BANKRUPTCY FILING, DC FOR A DECEASED BORROWER,   *
000860*    SPACES OTHERWISE.                                         *
000900*    DOLLAR FIELDS ARE UNSIGNED ZONED DECIMAL, ZERO-FILLED,    *
001000*    THE WAY THE BUREAU FORMAT CALLS FOR.                      *
001100***************************************************************
002700         88  DL-CBEXT-90-DAY             VALUE '90'.
002800         88  DL-CBEXT-90-PLUS            VALUE '9+'.
002900         88  DL-CBEXT-PAID-CLOSED        VALUE 'PD'.
002910         88  DL-CBEXT-CHARGED-OFF        VALUE 'CO'.
003000     05  DL-CBEXT-RUN-DATE       PIC 9(08).
003010     05  DL-CBEXT-CONDITION      PIC X(02).
003020         88  DL-CBEXT-NO-CONDITION       VALUE SPACES.
003030         88  DL-CBEXT-BANKRUPTCY         VALUE 'BK'.
003040         88  DL-CBEXT-DECEASED           VALUE 'DC'.
003050     05  FILLER                  PIC X(08).

000100***************************************************************
000200*    DLXFRT - FUNDING BANK TRANSFER TRANSACTION                *
000300*    KEYED BY THE LOAN DESK FROM THE POOL SALE SCHEDULE        *
000400*    FINANCE AGREES WITH THE BANKS.  A TRANSFER (CODE T)       *
000500*    MOVES THE LOAN TO THE NEW BANK-NO / BANK-LOAN-NO AS OF    *
000600*    THE CUTOVER BUSINESS DATE - AHEAD OF TIME OR, WHEN THE    *
000700*    SALE IS KEYED LATE, AFTER IT.  A CANCEL (CODE X)          *
000800*    WITHDRAWS A TRANSFER NOT YET CUT OVER AND CARRIES THE     *
000900*    KEY AND THE CUTOVER DATE ONLY.  DL142 APPLIES THEM TO     *
001000*    THE DLXFER REGISTER.                                      *
001100***************************************************************
001200 01  DL-XFRT-REC.
001300     05  DL-XFRT-CODE            PIC X(01).
001400         88  DL-XFRT-TRANSFER            VALUE 'T'.
001500         88  DL-XFRT-CANCEL              VALUE 'X'.
001600     05  DL-XFRT-CUSTOMER-NO     PIC X(07).
001700     05  DL-XFRT-AUTO-NO-9       PIC X(09).
001800     05  DL-XFRT-AUTO-CK-DIG     PIC X(01).
001900     05  DL-XFRT-NEW-BANK-NO     PIC X(03).
002000     05  DL-XFRT-NEW-BANK-LOAN-NO PIC X(10).
002100     05  DL-XFRT-CUTOVER-DATE    PIC 9(08).
002200     05  FILLER                  PIC X(10).

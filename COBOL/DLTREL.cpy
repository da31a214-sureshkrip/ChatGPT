000100***************************************************************
000200*    DLTREL - LIEN / TITLE RELEASE TRACKING RECORD             *
000300*    ONE RECORD PER PAID-OFF LOAN, KEYED THE SAME AS           *
000400*    HEADER_KEY.  ADDED PENDING BY DL126 THE NIGHT A PAYMENT   *
000500*    OR REFUND BRINGS THE LOAN TO ZERO, WHEN THE LIEN-RELEASE  *
000600*    LETTER AND DMV RELEASE NOTICE ARE PRODUCED; MARKED        *
000700*    MAILED BY DL127 FROM THE TITLE CLERK'S CONFIRMATIONS      *
000800*    (DLTRELC LAYOUT).  DL128 LISTS PENDING RELEASES PAST THE  *
000900*    STATE DEADLINE, COUNTED FROM DL-TREL-PAYOFF-DATE, AND     *
001000*    DL125 WILL NOT ARCHIVE A LOAN WHOSE RELEASE IS NOT        *
001100*    MAILED.  DL-TREL-STATE IS THE BORROWER'S STATE OFF THE    *
001200*    DLCUST RECORD AT PAYOFF, WHICH SETS THE DEADLINE.         *
001300***************************************************************
001400 01  DL-TREL-REC.
001500     05  DL-TREL-KEY.
001600         10  DL-TREL-CUSTOMER-NO PIC X(07).
001700         10  DL-TREL-AUTO-NO-9   PIC X(09).
001800         10  DL-TREL-AUTO-CK-DIG PIC X(01).
001900     05  DL-TREL-BANK-NO         PIC X(03).
002000     05  DL-TREL-BANK-LOAN-NO    PIC X(10).
002100     05  DL-TREL-VIN             PIC X(17).
002200     05  DL-TREL-STATE           PIC X(02).
002300     05  DL-TREL-PAYOFF-DATE     PIC 9(08).
002400     05  DL-TREL-STATUS          PIC X(01).
002500         88  DL-TREL-PENDING             VALUE 'P'.
002600         88  DL-TREL-MAILED              VALUE 'M'.
002700     05  DL-TREL-MAILED-DATE     PIC 9(08).
002800     05  FILLER                  PIC X(10).

000100***************************************************************
000200*    DLXFRL - FUNDING BANK TRANSFER LIST RECORD                *
000300*    DL142 WRITES THE NIGHT'S CUTOVERS FOR BOTH SIDES OF       *
000400*    EACH TRANSFER, IN BANK-NO / RIGHT-JUSTIFIED BANK LOAN     *
000500*    NUMBER SEQUENCE, THE WAY DL145 WRITES THE REMITTANCE:     *
000600*    ONE DETAIL (TYPE 1) PER LOAN, UNDER THE BANK IT IS SENT   *
000700*    TO, MARKED OUT FOR THE LOSING BANK AND IN FOR THE         *
000800*    GAINING BANK, AND ONE TRAILER (TYPE 9) PER BANK WITH THE  *
000900*    COUNT AND PAYOFF-BAL EACH WAY.  THE DETAIL CARRIES THE    *
001000*    LIST BANK'S OWN LOAN NUMBER AND THE OTHER BANK'S.         *
001100*    OPERATIONS SPLITS THE FILE ON BANK-NO FOR TRANSMISSION.   *
001200***************************************************************
001300 01  DL-XFRL-REC.
001400     05  DL-XFRL-REC-TYPE        PIC X(01).
001500         88  DL-XFRL-DETAIL              VALUE '1'.
001600         88  DL-XFRL-TRAILER             VALUE '9'.
001700     05  DL-XFRL-BANK-NO         PIC X(03).
001800     05  DL-XFRL-DETAIL-FIELDS.
001900         10  DL-XFRL-DIRECTION   PIC X(01).
002000             88  DL-XFRL-TRANSFER-IN         VALUE 'I'.
002100             88  DL-XFRL-TRANSFER-OUT        VALUE 'O'.
002200         10  DL-XFRL-LOAN-NO-RJ  PIC X(10)   JUST RIGHT.
002300         10  DL-XFRL-OTHER-BANK-NO PIC X(03).
002400         10  DL-XFRL-OTHER-LOAN-NO-RJ PIC X(10) JUST RIGHT.
002500         10  DL-XFRL-CUTOVER-DATE PIC 9(08).
002600         10  DL-XFRL-PAYOFF-BAL  PIC S9(9)V99.
002700     05  DL-XFRL-TRAILER-FIELDS REDEFINES
002800             DL-XFRL-DETAIL-FIELDS.
002900         10  DL-XFRL-IN-COUNT    PIC 9(07).
003000         10  DL-XFRL-IN-TOTAL    PIC S9(11)V99.
003100         10  DL-XFRL-OUT-COUNT   PIC 9(07).
003200         10  DL-XFRL-OUT-TOTAL   PIC S9(11)V99.
003300         10  FILLER              PIC X(03).
003400     05  FILLER                  PIC X(10).

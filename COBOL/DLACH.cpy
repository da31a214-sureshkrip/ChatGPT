000100***************************************************************
000200*    DLACH - ACH AUTO-DEBIT ENROLLMENT MASTER RECORD           *
000300*    ONE RECORD PER LOAN WHOSE BORROWER HAS AUTHORIZED US TO   *
000400*    DRAFT THE MONTHLY PAYMENT FROM A BANK ACCOUNT, KEYED THE  *
000500*    SAME AS HEADER_KEY.  CARRIES THE BORROWER'S ROUTING AND   *
000600*    ACCOUNT NUMBER, THE AMOUNT TO DRAFT, AND THE DAY OF THE   *
000700*    MONTH THE BORROWER WANTS IT TAKEN.  MAINTAINED BY DL108;  *
000800*    DL109 ORIGINATES THE DRAFTS AND RECORDS THE DUE-DATE LAST *
000900*    DRAFTED SO NO INSTALLMENT IS TAKEN TWICE.  A CANCELLED    *
001000*    ENROLLMENT IS KEPT ON FILE WITH ITS CANCEL DATE.          *
001100***************************************************************
001200 01  DL-ACH-REC.
001300     05  DL-ACH-KEY.
001400         10  DL-ACH-CUSTOMER-NO  PIC X(07).
001500         10  DL-ACH-AUTO-NO-9    PIC X(09).
001600         10  DL-ACH-AUTO-CK-DIG  PIC X(01).
001700     05  DL-ACH-ROUTING-NO       PIC 9(09).
001800     05  DL-ACH-ACCOUNT-NO       PIC X(17).
001900     05  DL-ACH-ACCOUNT-TYPE     PIC X(01).
002000         88  DL-ACH-CHECKING             VALUE 'C'.
002100         88  DL-ACH-SAVINGS              VALUE 'S'.
002200     05  DL-ACH-DRAFT-AMT        PIC S9(07)V99.
002300     05  DL-ACH-DRAFT-DAY        PIC 9(02).
002400     05  DL-ACH-STATUS           PIC X(01).
002500         88  DL-ACH-ACTIVE               VALUE 'A'.
002600         88  DL-ACH-CANCELLED            VALUE 'C'.
002700     05  DL-ACH-ENROLL-DATE      PIC 9(08).
002800     05  DL-ACH-CANCEL-DATE      PIC 9(08).
002900     05  DL-ACH-LAST-DUE-DATE    PIC 9(08).
003000     05  DL-ACH-LAST-DRAFT-DATE  PIC 9(08).
003100     05  FILLER                  PIC X(10).

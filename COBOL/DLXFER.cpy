000100***************************************************************
000200*    DLXFER - FUNDING BANK TRANSFER REGISTER                   *
000300*    ONE RECORD PER TRANSFER, KEYED BY THE LOAN (THE SAME AS   *
000400*    HEADER_KEY) AND THE CUTOVER BUSINESS DATE, SO A LOAN'S    *
000500*    TRANSFERS READ IN THE ORDER THEY TOOK EFFECT.  DL142      *
000600*    WRITES THE RECORD PENDING WHEN THE TRANSFER IS KEYED,     *
000700*    CARRYING THE BANK-INV-CODE ON THE MASTER AT THAT TIME     *
000800*    AS THE OLD VALUE, AND ON THE CUTOVER NIGHT REWRITES THE   *
000900*    MASTER TO THE NEW VALUE AND MARKS THE RECORD APPLIED      *
001000*    WITH THE DATE AND THE PAYOFF-BAL THAT WENT ACROSS.        *
001100*    RECORDS ARE NEVER DELETED: THE REGISTER IS THE AUDIT      *
001200*    TRAIL OF EVERY CHANGE OF FUNDING BANK, BEFORE AND AFTER.  *
001300*    DL145 AND DL140 READ IT TO REMIT AND RECONCILE EACH       *
001400*    PAYMENT AND LOAN AGAINST THE RIGHT BANK, AND DL099        *
001500*    ROLLS TRANSFERS FORWARD ONTO A RESTORED SNAPSHOT.         *
001600*    A TRANSFER IS FAILED AT CUTOVER WHEN THE LOAN HAS LEFT    *
001700*    THE MASTER OR ITS BANK-INV-CODE NO LONGER MATCHES THE     *
001800*    OLD VALUE KEYED AGAINST.                                  *
001900***************************************************************
002000 01  DL-XFER-REC.
002100     05  DL-XFER-KEY.
002200         10  DL-XFER-LOAN-KEY.
002300             15  DL-XFER-CUSTOMER-NO PIC X(07).
002400             15  DL-XFER-AUTO-NO-9   PIC X(09).
002500             15  DL-XFER-AUTO-CK-DIG PIC X(01).
002600         10  DL-XFER-CUTOVER-DATE    PIC 9(08).
002700     05  DL-XFER-STATUS          PIC X(01).
002800         88  DL-XFER-PENDING             VALUE 'P'.
002900         88  DL-XFER-APPLIED             VALUE 'A'.
003000         88  DL-XFER-CANCELLED           VALUE 'X'.
003100         88  DL-XFER-FAILED              VALUE 'F'.
003200     05  DL-XFER-OLD-INV-CODE.
003300         10  DL-XFER-OLD-BANK-NO     PIC X(03).
003400         10  DL-XFER-OLD-BANK-LOAN-NO PIC X(10).
003500     05  DL-XFER-NEW-INV-CODE.
003600         10  DL-XFER-NEW-BANK-NO     PIC X(03).
003700         10  DL-XFER-NEW-BANK-LOAN-NO PIC X(10).
003800     05  DL-XFER-KEYED-DATE      PIC 9(08).
003900     05  DL-XFER-CLOSED-DATE     PIC 9(08).
004000     05  DL-XFER-PAYOFF-BAL      PIC S9(9)V99    COMP-3.
004100     05  FILLER                  PIC X(10).

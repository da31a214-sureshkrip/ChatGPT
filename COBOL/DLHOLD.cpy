000100***************************************************************
000200*    DLHOLD - ACCOUNT HOLD RECORD                              *
000300*    ONE RECORD PER LOAN UNDER A LEGAL OR COMPLIANCE HOLD,     *
000400*    KEYED THE SAME AS HEADER_KEY.  MAINTAINED BY DL136 FROM   *
000500*    THE DLHOLDT TRANSACTIONS.  A HOLD IS IN FORCE FROM        *
000600*    DL-HOLD-EFFECTIVE-DATE UNTIL IT IS RELEASED; A RELEASED   *
000700*    HOLD STAYS IN FORCE THROUGH THE DAY BEFORE ITS RELEASE    *
000800*    DATE.  THE NIGHTLY CHAIN HONORS A HOLD IN FORCE AS        *
000900*    FOLLOWS:                                                  *
001000*        DL135  NO DUNNING LETTER, ANY HOLD TYPE               *
001100*        DL112  NO LATE CHARGE, ANY HOLD TYPE                  *
001200*        DL180  BANKRUPTCY AND CEASE-AND-DESIST GET A          *
001300*               BANKRUPTCY-SAFE STATEMENT WITH NO DEMAND FOR   *
001400*               PAYMENT; ATTORNEY AND DECEASED GET NONE        *
001500*        DL185  BANKRUPTCY REPORTS CONDITION BK, DECEASED      *
001600*               REPORTS CONDITION DC (DLCBEXT LAYOUT)          *
001700*    EACH PROGRAM COUNTS WHAT IT WITHHELD OR ALTERED IN THE    *
001800*    SUPPRESSION GROUP, WITH THE LAST DATE IT DID SO, AND      *
001900*    DL137 LISTS EVERY HELD ACCOUNT FROM THOSE COUNTS.         *
002000***************************************************************
002100 01  DL-HOLD-REC.
002200     05  DL-HOLD-KEY.
002300         10  DL-HOLD-CUSTOMER-NO PIC X(07).
002400         10  DL-HOLD-AUTO-NO-9   PIC X(09).
002500         10  DL-HOLD-AUTO-CK-DIG PIC X(01).
002600     05  DL-HOLD-TYPE            PIC X(01).
002700         88  DL-HOLD-BANKRUPTCY          VALUE 'B'.
002800         88  DL-HOLD-ATTORNEY            VALUE 'A'.
002900         88  DL-HOLD-CEASE-DESIST        VALUE 'C'.
003000         88  DL-HOLD-DECEASED            VALUE 'D'.
003100         88  DL-HOLD-TYPE-VALID          VALUE 'B' 'A' 'C' 'D'.
003200     05  DL-HOLD-EFFECTIVE-DATE  PIC 9(08).
003300     05  DL-HOLD-STATUS          PIC X(01).
003400         88  DL-HOLD-ACTIVE              VALUE 'A'.
003500         88  DL-HOLD-RELEASED            VALUE 'R'.
003600     05  DL-HOLD-RELEASE-DATE    PIC 9(08).
003700     05  DL-HOLD-PLACED-DATE     PIC 9(08).
003800     05  DL-HOLD-SUPPRESSED.
003900         10  DL-HOLD-DUN-COUNT   PIC 9(05).
004000         10  DL-HOLD-DUN-LAST    PIC 9(08).
004100         10  DL-HOLD-LATE-COUNT  PIC 9(05).
004200         10  DL-HOLD-LATE-LAST   PIC 9(08).
004300         10  DL-HOLD-STMT-COUNT  PIC 9(05).
004400         10  DL-HOLD-STMT-LAST   PIC 9(08).
004500         10  DL-HOLD-SAFE-COUNT  PIC 9(05).
004600         10  DL-HOLD-SAFE-LAST   PIC 9(08).
004700         10  DL-HOLD-BUREAU-COUNT PIC 9(05).
004800         10  DL-HOLD-BUREAU-LAST PIC 9(08).
004900     05  FILLER                  PIC X(10).

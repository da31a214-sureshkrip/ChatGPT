000100***************************************************************
000200*    DLINS - COLLATERAL INSURANCE RECORD                       *
000300*    ONE RECORD PER INSURED VEHICLE, KEYED THE SAME AS THE     *
000400*    DLVEH COLLATERAL MASTER (AND SO THE SAME AS HEADER_KEY),  *
000500*    CARRYING THE BORROWER'S PHYSICAL DAMAGE POLICY: CARRIER,  *
000600*    POLICY NUMBER, EXPIRATION DATE AND WHETHER WE ARE NAMED   *
000700*    LOSS PAYEE.  KEPT BY DL177 FROM THE DLINST MAINTENANCE    *
000800*    TRANSACTIONS AND BY DL178 FROM THE CARRIERS' RENEWAL AND  *
000900*    CANCELLATION NOTICES (DLINSN LAYOUT).  A CANCELLED POLICY *
001000*    LAPSES ON DL-INS-CANCEL-DATE INSTEAD OF ITS EXPIRATION.   *
001100*    DL179 LISTS POLICIES EXPIRING, LAPSED OR WITHOUT US AS    *
001200*    LOSS PAYEE AND SENDS THE PROOF-OF-INSURANCE LETTERS,      *
001300*    RECORDING THE LAST LETTER SENT IN DL-INS-NOTICE-LEVEL     *
001400*    AND DL-INS-NOTICE-DATE.  ANY NEW POLICY INFORMATION       *
001500*    CLEARS THE NOTICE LEVEL SO THE LETTERS START OVER.        *
001510*    AN OPEN LOAN WITH NO RECORD HERE AT ALL IS LISTED BY      *
001520*    DL179 AND SENT A FIRST REQUEST EVERY MONTH.               *
001600***************************************************************
001700 01  DL-INS-REC.
001800     05  DL-INS-KEY.
001900         10  DL-INS-CUSTOMER-NO  PIC X(07).
002000         10  DL-INS-AUTO-NO-9    PIC X(09).
002100         10  DL-INS-AUTO-CK-DIG  PIC X(01).
002200     05  DL-INS-CARRIER          PIC X(25).
002300     05  DL-INS-POLICY-NO        PIC X(20).
002400     05  DL-INS-EXPIRE-DATE      PIC 9(08).
002500     05  DL-INS-LOSS-PAYEE       PIC X(01).
002600         88  DL-INS-LOSS-PAYEE-YES       VALUE 'Y'.
002700         88  DL-INS-LOSS-PAYEE-NO        VALUE 'N'.
002800     05  DL-INS-CANCEL-DATE      PIC 9(08).
002900     05  DL-INS-SOURCE           PIC X(01).
003000         88  DL-INS-FROM-MAINT           VALUE 'M'.
003100         88  DL-INS-FROM-CARRIER         VALUE 'C'.
003200     05  DL-INS-UPDATED-DATE     PIC 9(08).
003300     05  DL-INS-NOTICE-LEVEL     PIC 9(01).
003400         88  DL-INS-NO-NOTICE            VALUE 0.
003500         88  DL-INS-FIRST-SENT           VALUE 1.
003600         88  DL-INS-SECOND-SENT          VALUE 2.
003700     05  DL-INS-NOTICE-DATE      PIC 9(08).
003800     05  FILLER                  PIC X(10).

000100***************************************************************
000200*    DLINSN - INBOUND CARRIER INSURANCE NOTICE                 *
000300*    ONE RECORD PER NOTICE A CARRIER SENDS US AS LOSS PAYEE,   *
000400*    IDENTIFIED BY OUR ACCOUNT NUMBER FROM THE LOSS-PAYEE      *
000500*    CLAUSE (KEYED THE SAME AS HEADER_KEY) AND THE POLICY      *
000600*    NUMBER.  A RENEWAL (CODE R) CARRIES THE POLICY NOW IN     *
000700*    FORCE - A NEW POLICY NUMBER IS ALLOWED - WITH ITS         *
000800*    EXPIRATION DATE; A CANCELLATION (CODE X) CARRIES THE      *
000900*    DATE COVERAGE ENDS.  DL178 APPLIES THEM TO THE DLINS      *
001000*    FILE.                                                     *
001100***************************************************************
001200 01  DL-INSN-REC.
001300     05  DL-INSN-CODE            PIC X(01).
001400         88  DL-INSN-RENEWAL             VALUE 'R'.
001500         88  DL-INSN-CANCEL              VALUE 'X'.
001600     05  DL-INSN-CUSTOMER-NO     PIC X(07).
001700     05  DL-INSN-AUTO-NO-9       PIC X(09).
001800     05  DL-INSN-AUTO-CK-DIG     PIC X(01).
001900     05  DL-INSN-CARRIER         PIC X(25).
002000     05  DL-INSN-POLICY-NO       PIC X(20).
002100     05  DL-INSN-EXPIRE-DATE     PIC 9(08).
002200     05  DL-INSN-LOSS-PAYEE      PIC X(01).
002300     05  DL-INSN-CANCEL-DATE     PIC 9(08).
002400     05  FILLER                  PIC X(10).

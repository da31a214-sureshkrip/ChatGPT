000100***************************************************************
000200*    DLRFND - CREDIT-BALANCE REFUND REGISTER RECORD            *
000300*    ONE RECORD PER LOAN WHOSE PAYOFF-BAL HAS GONE BELOW ZERO  *
000400*    (PAID PAST ZERO THROUGH DL100), WRITTEN FRESH EACH NIGHT  *
000500*    BY DL116.  DL-RFND-AMOUNT IS THE CREDIT OWED BACK TO THE  *
000600*    BORROWER, CARRIED POSITIVE.  THE NAME AND ADDRESS COME    *
000700*    FROM THE DL175 BORROWER MASTER (DLCUST LAYOUT) SO THE     *
000800*    CHECK CAN BE CUT STRAIGHT FROM THE REGISTER; A LOAN WITH  *
000900*    NO BORROWER RECORD IS FLAGGED FOR RESEARCH.  AN APPROVED  *
001000*    REFUND IS KEYED AS A DLTRANS REFUND (CODE F) FOR THE      *
001100*    AMOUNT SHOWN, WHICH DL100 APPLIES TO BRING THE LOAN BACK  *
001200*    TO ZERO.                                                  *
001300***************************************************************
001400 01  DL-RFND-REC.
001500     05  DL-RFND-KEY.
001600         10  DL-RFND-CUSTOMER-NO PIC X(07).
001700         10  DL-RFND-AUTO-NO-9   PIC X(09).
001800         10  DL-RFND-AUTO-CK-DIG PIC X(01).
001900     05  DL-RFND-BANK-NO         PIC X(03).
002000     05  DL-RFND-BANK-LOAN-NO    PIC X(10).
002100     05  DL-RFND-AMOUNT          PIC S9(9)V99.
002200     05  DL-RFND-NAME            PIC X(30).
002300     05  DL-RFND-ADDR-LINE       PIC X(30).
002400     05  DL-RFND-CITY            PIC X(20).
002500     05  DL-RFND-STATE           PIC X(02).
002600     05  DL-RFND-ZIP             PIC X(09).
002700     05  DL-RFND-ADDR-SW         PIC X(01).
002800         88  DL-RFND-ADDRESS-FOUND       VALUE 'Y'.
002900         88  DL-RFND-NO-ADDRESS          VALUE 'N'.
003000     05  DL-RFND-RUN-DATE        PIC 9(08).
003100     05  FILLER                  PIC X(10).

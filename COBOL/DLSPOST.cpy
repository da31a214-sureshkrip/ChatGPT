000100***************************************************************
000200*    DLSPOST - SUSPENSE POSTING REQUEST                        *
000300*    KEYED BY THE PAYMENT DESK ONCE THEY HAVE IDENTIFIED THE   *
000400*    LOAN AN UNAPPLIED ITEM BELONGS TO: THE ITEM EXACTLY AS    *
000500*    DL104 LISTS IT (BANK, BANK LOAN NUMBER, AMOUNT, PAYMENT   *
000600*    DATE) AND THE HEADER_KEY IT SHOULD POST TO.  DL103        *
000700*    MATCHES THESE AGAINST THE SUSPENSE FILE (DLSUSP LAYOUT)   *
000800*    AND WRITES EACH MATCHED ITEM AS A DLTRANS PAYMENT.  THE   *
000900*    KEY STILL GOES THROUGH THE DL105 CHECK-DIGIT EDIT, SO A   *
001000*    MIS-KEYED ACCOUNT REJECTS THERE LIKE ANY OTHER PAYMENT.   *
001100***************************************************************
001200 01  DL-SPOST-REC.
001300     05  DL-SPOST-ITEM.
001400         10  DL-SPOST-BANK-NO    PIC X(03).
001500         10  DL-SPOST-LOAN-NO-RJ PIC X(10)   JUST RIGHT.
001600         10  DL-SPOST-PAYMENT-AMT PIC S9(09)V99.
001700         10  DL-SPOST-PAYMENT-DATE PIC 9(08).
001800     05  DL-SPOST-POST-KEY.
001900         10  DL-SPOST-CUSTOMER-NO PIC X(07).
002000         10  DL-SPOST-AUTO-NO-9  PIC X(09).
002100         10  DL-SPOST-AUTO-CK-DIG PIC X(01).
002200     05  FILLER                  PIC X(10).

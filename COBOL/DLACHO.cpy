000100***************************************************************
000200*    DLACHO - OUTBOUND ACH DRAFT RECORD                        *
000300*    ONE RECORD PER PAYMENT DL109 ASKS OUR BANK TO DRAFT FROM  *
000400*    A BORROWER'S ACCOUNT.  EACH ITEM CARRIES THE LOAN'S       *
000500*    BANK-NO AND RIGHT-JUSTIFIED BANK LOAN NUMBER AS ITS       *
000600*    IDENTIFICATION, SO A SETTLED ITEM COMES BACK ON THE BANK  *
000700*    PAYMENT FILE (DLBKPAY LAYOUT) UNDER THE SAME KEY AND      *
000800*    DL102 POSTS IT LIKE ANY OTHER LOCKBOX PAYMENT.            *
000900***************************************************************
001000 01  DL-ACHO-REC.
001100     05  DL-ACHO-BANK-NO         PIC X(03).
001200     05  DL-ACHO-LOAN-NO-RJ      PIC X(10)   JUST RIGHT.
001300     05  DL-ACHO-CUSTOMER-NO     PIC X(07).
001400     05  DL-ACHO-AUTO-NO-9       PIC X(09).
001500     05  DL-ACHO-AUTO-CK-DIG     PIC X(01).
001600     05  DL-ACHO-ROUTING-NO      PIC 9(09).
001700     05  DL-ACHO-ACCOUNT-NO      PIC X(17).
001800     05  DL-ACHO-ACCOUNT-TYPE    PIC X(01).
001900     05  DL-ACHO-DRAFT-AMT       PIC S9(09)V99.
002000     05  DL-ACHO-EFFECTIVE-DATE  PIC 9(08).
002100     05  DL-ACHO-DUE-DATE        PIC 9(08).
002200     05  FILLER                  PIC X(06).

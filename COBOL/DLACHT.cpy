000100***************************************************************
000200*    DLACHT - ACH AUTO-DEBIT MAINTENANCE TRANSACTION           *
000300*    KEYED BY THE CUSTOMER SERVICE DESK FROM THE BORROWER'S    *
000400*    SIGNED AUTHORIZATION.  AN ENROLL (CODE E) STARTS DRAFTING *
000500*    THE LOAN FROM THE ACCOUNT GIVEN; A CHANGE (CODE C)        *
000600*    REPLACES THE ACCOUNT, AMOUNT AND DRAFT DAY OF AN ACTIVE   *
000700*    ENROLLMENT; A CANCEL (CODE X) STOPS DRAFTING AND CARRIES  *
000800*    ONLY THE KEY.  DL108 APPLIES THEM TO THE DLACH FILE.      *
000900***************************************************************
001000 01  DL-ACHT-REC.
001100     05  DL-ACHT-CODE            PIC X(01).
001200         88  DL-ACHT-ENROLL              VALUE 'E'.
001300         88  DL-ACHT-CHANGE              VALUE 'C'.
001400         88  DL-ACHT-CANCEL              VALUE 'X'.
001500     05  DL-ACHT-CUSTOMER-NO     PIC X(07).
001600     05  DL-ACHT-AUTO-NO-9       PIC X(09).
001700     05  DL-ACHT-AUTO-CK-DIG     PIC X(01).
001800     05  DL-ACHT-ROUTING-NO      PIC 9(09).
001900     05  DL-ACHT-ACCOUNT-NO      PIC X(17).
002000     05  DL-ACHT-ACCOUNT-TYPE    PIC X(01).
002100     05  DL-ACHT-DRAFT-AMT       PIC S9(07)V99.
002200     05  DL-ACHT-DRAFT-DAY       PIC 9(02).
002300     05  FILLER                  PIC X(10).

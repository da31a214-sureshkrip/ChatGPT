000100***************************************************************
000200*    DLSUSP - UNAPPLIED-CASH SUSPENSE ITEM                     *
000300*    ONE RECORD PER LOCKBOX/ACH ITEM DL102 COULD NOT MATCH TO  *
000400*    A LOAN UNDER ITS BANK-NO / LOAN-NO-RJ, SO THE MONEY IS    *
000500*    CARRIED ON FILE INSTEAD OF ONLY ON A PRINTED EXCEPTION    *
000600*    LINE.  DL102 APPENDS OPEN ITEMS NIGHTLY; DL103 POSTS AN   *
000700*    ITEM THE PAYMENT DESK HAS IDENTIFIED TO THE HEADER_KEY    *
000800*    THEY NAME (AS A DLTRANS PAYMENT MARKED AS FROM SUSPENSE,  *
000900*    FOR THE NEXT TRANSIN), MARKS IT POSTED, AND CARRIES THE   *
001000*    FILE FORWARD; DL104 AGES THE OPEN ITEMS.  DL115 AND DL190 *
001100*    REPORT THE OPEN BALANCE.  DL190 JOURNALS THE NIGHT'S      *
001200*    RECEIPTS FROM HERE, BUT THE MOVE OUT OF SUSPENSE FROM THE *
001300*    DLPAYDT ROW DL100 WRITES WHEN IT APPLIES THE PAYMENT.     *
001400*    DL-SUSP-APPLY-DATE IS THE NIGHT THE PAYMENT GOES THROUGH  *
001500*    DL100 - THE FIRST DL103 RUN AFTER THE POSTING DATE STAMPS *
001600*    IT - AND DL103 DROPS THE POSTED ITEM ONLY ON A LATER RUN. *
001700*    DL-SUSP-ITEM IS THE ITEM AS THE BANK SENT IT AND IS WHAT  *
001800*    A DESK POSTING REQUEST (DLSPOST LAYOUT) MATCHES ON.       *
001900***************************************************************
002000 01  DL-SUSP-REC.
002100     05  DL-SUSP-ITEM.
002200         10  DL-SUSP-BANK-NO     PIC X(03).
002300         10  DL-SUSP-LOAN-NO-RJ  PIC X(10)   JUST RIGHT.
002400         10  DL-SUSP-PAYMENT-AMT PIC S9(09)V99.
002500         10  DL-SUSP-PAYMENT-DATE PIC 9(08).
002600     05  DL-SUSP-RECEIVED-DATE   PIC 9(08).
002700     05  DL-SUSP-STATUS          PIC X(01).
002800         88  DL-SUSP-OPEN                VALUE 'O'.
002900         88  DL-SUSP-POSTED              VALUE 'P'.
003000     05  DL-SUSP-POSTED-KEY.
003100         10  DL-SUSP-POSTED-CUSTOMER-NO PIC X(07).
003200         10  DL-SUSP-POSTED-AUTO-NO-9   PIC X(09).
003300         10  DL-SUSP-POSTED-AUTO-CK-DIG PIC X(01).
003400     05  DL-SUSP-POSTED-DATE     PIC 9(08).
003500     05  DL-SUSP-APPLY-DATE      PIC 9(08).
003600     05  FILLER                  PIC X(02).

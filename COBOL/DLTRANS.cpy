000300*    ONE RECORD PER ADD / CHANGE / PAYMENT / REVERSAL /        *
000310*    DEFERRAL AGAINST A LOAN ON THE HACKATHON-X LOAN MASTER    *
000320*    (SEE TEST.CPY).                                           *
000330*    DL-TRANS-SOURCE IS 'S' ON A PAYMENT DL103 WROTE FROM AN   *
000340*    UNAPPLIED-CASH SUSPENSE ITEM; DL100 COPIES IT TO THE      *
000350*    DLPAYDT ROW SO DL190 JOURNALS THE MONEY OUT OF SUSPENSE   *
000360*    ON THE NIGHT IT IS APPLIED.  IT WAS CARVED OUT OF THE     *
000370*    TRAILING FILLER, SO OTHER SOURCES CARRY A SPACE THERE.    *
000410*    A REVERSAL (CODE R) BACKS A MIS-POSTED PAYMENT OUT OF     *
000420*    PAYOFF-BAL; DL-TRANS-REV-RUN-DATE CARRIES THE RUN DATE    *
000430*    OF THE ORIGINAL POSTING SO AN EXAMINER CAN PAIR THE       *
000480*    MOVEMENTS AUDITED, SO THE WORKOUT SHOWS IN THE TRAIL      *
000490*    INSTEAD OF AN UNDOCUMENTED DUE-DATE CHANGE.  IT CARRIES   *
000491*    ONLY THE KEY; THE AMOUNT FIELDS ARE IGNORED.              *
000492*    A REFUND (CODE F) PAYS BACK A CREDIT BALANCE THE DL116    *
000493*    REGISTER SHOWS ONCE ACCOUNTING HAS APPROVED IT: THE       *
000494*    AMOUNT IN DL-TRANS-PAYMENT-AMT IS ADDED BACK TO A         *
000495*    NEGATIVE PAYOFF-BAL, WHICH IT MAY NOT CARRY PAST ZERO.    *
000496*    A CHARGE-OFF (CODE W) WRITES THE LOAN OFF: PAYOFF-BAL,    *
000497*    ACCRUED-INT AND LATE-CHG-BAL MOVE TO CHGOFF-BAL, AND ANY  *
000498*    LATER PAYMENT ON THE LOAN POSTS AS A RECOVERY.  IT        *
000499*    CARRIES ONLY THE KEY; THE AMOUNT FIELDS ARE IGNORED.      *
000500***************************************************************
000600 01  DL-TRANS-REC.
000700     05  DL-TRANS-CODE           PIC X(01).
001000         88  DL-TRANS-PAYMENT            VALUE 'P'.
001010         88  DL-TRANS-REVERSAL           VALUE 'R'.
001020         88  DL-TRANS-DEFERRAL           VALUE 'D'.
001030         88  DL-TRANS-REFUND             VALUE 'F'.
001040         88  DL-TRANS-CHARGE-OFF         VALUE 'W'.
001050         88  DL-TRANS-RECOVERY           VALUE 'V'.
001100     05  DL-TRANS-KEY.
001200         10  DL-TRANS-CUSTOMER-NO    PIC X(07).
001300         10  DL-TRANS-AUTO-NO.
002300     05  DL-TRANS-DUE-DA             PIC 9(02).
002400     05  DL-TRANS-CAR-OPTIONS        PIC X(15).
002410     05  DL-TRANS-REV-RUN-DATE       PIC 9(08).
002420     05  DL-TRANS-SOURCE             PIC X(01).
002430         88  DL-TRANS-FROM-SUSPENSE      VALUE 'S'.
002440     05  FILLER                      PIC X(01).

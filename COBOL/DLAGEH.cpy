000100***************************************************************
000200*    DLAGEH - MONTH-END AGING HISTORY                          *
000300*    ONE RECORD PER LOAN PER CALENDAR MONTH, KEYED BY THE      *
000400*    MONTH (YYYYMM) AND THE LOAN (THE SAME AS HEADER_KEY), SO  *
000500*    A MONTH'S BOOK READS TOGETHER IN LOAN ORDER.  DL130       *
000600*    WRITES THE LOAN'S RECORD FOR THE CURRENT MONTH EVERY      *
000700*    NIGHT IT AGES THE LOAN AND REWRITES IT ON LATER NIGHTS    *
000800*    OF THE SAME MONTH, SO AFTER THE LAST BUSINESS DAY THE     *
000900*    MONTH HOLDS THE MONTH-END POSITION.  A LOAN THAT LEFT     *
001000*    THE BOOK DURING THE MONTH KEEPS AN OLDER AS-OF DATE THAN  *
001100*    THE REST OF THE MONTH AND IS NOT PART OF THE MONTH-END    *
001200*    BOOK.  CHARGED-OFF LOANS ARE NOT AGED AND HAVE NO         *
001300*    RECORD, AND A PAID-OFF LOAN STILL ON THE MASTER WRITES    *
001310*    NONE - IT HAS LEFT THE BOOK.  DL134 READS THE FILE FOR    *
001320*    THE MONTHLY ROLL RATE AND DELINQUENCY TREND REPORT.       *
001500***************************************************************
001600 01  DL-AGEH-REC.
001700     05  DL-AGEH-KEY.
001800         10  DL-AGEH-MONTH.
001900             15  DL-AGEH-YYYY        PIC 9(04).
002000             15  DL-AGEH-MM          PIC 9(02).
002100         10  DL-AGEH-LOAN-KEY.
002200             15  DL-AGEH-CUSTOMER-NO PIC X(07).
002300             15  DL-AGEH-AUTO-NO-9   PIC X(09).
002400             15  DL-AGEH-AUTO-CK-DIG PIC X(01).
002500     05  DL-AGEH-AS-OF-DATE      PIC 9(08).
002600     05  DL-AGEH-BANK-NO         PIC X(03).
002700     05  DL-AGEH-BUCKET          PIC X(02).
002800         88  DL-AGEH-CURRENT             VALUE 'CU'.
002900         88  DL-AGEH-30-DAY              VALUE '30'.
003000         88  DL-AGEH-60-DAY              VALUE '60'.
003100         88  DL-AGEH-90-DAY              VALUE '90'.
003200         88  DL-AGEH-90-PLUS             VALUE '9+'.
003300     05  DL-AGEH-DAYS-PAST-DUE   PIC S9(05).
003400     05  DL-AGEH-PAYOFF-BAL      PIC S9(9)V99    COMP-3.
003500     05  FILLER                  PIC X(10).

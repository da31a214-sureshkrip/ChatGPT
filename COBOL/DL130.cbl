002301*    2026-08-21  RK   THE BUSINESS DATE IS NOW THE ONE DL900   *
002302*                     HANDS BACK FROM THE DLBDATE CONTROL      *
002303*                     FILE, NOT THIS PROGRAM'S OWN CLOCK.      *
002304*    2026-10-15  RK   A CHARGED-OFF LOAN IS NO LONGER AGED OR  *
002305*                     WRITTEN TO THE COLLECTIONS FILE, SO      *
002306*                     DL135 SENDS IT NO DUNNING; IT IS         *
002307*                     COUNTED APART.                           *
002310*    2026-10-15  RK   EVERY LOAN AGED IS NOW ALSO WRITTEN TO   *
002320*                     THE MONTH-END AGING HISTORY FILE         *
002330*                     (DLAGEH LAYOUT) UNDER THE CURRENT MONTH  *
002340*                     WITH ITS BANK, BUCKET, AND PAYOFF-BAL,   *
002350*                     REWRITTEN ON LATER NIGHTS OF THE MONTH,  *
002360*                     SO THE LAST BUSINESS DAY LEAVES THE      *
002370*                     MONTH-END POSITION FOR THE DL134 ROLL    *
002380*                     RATE REPORT.                             *
002381*    2026-10-15  RK   A PAID-OFF LOAN STILL ON THE MASTER IS   *
002382*                     NO LONGER WRITTEN TO THE AGING HISTORY,  *
002383*                     SO IT DROPS OUT OF THE MONTH-END BOOK    *
002384*                     INSTEAD OF BEING COUNTED A CURRENT LOAN  *
002385*                     WITH A ZERO BALANCE IN THE DL134 ROLL    *
002386*                     RATES.                                   *
002390*                                                             *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    DL130.
003850         ACCESS MODE IS DYNAMIC
003860         RECORD KEY IS DL-CUST-CUSTOMER-NO
003870         FILE STATUS IS WS-CUST-FILE-STATUS.
003875     SELECT AGING-HISTORY-FILE ASSIGN TO AGEHIST
003880         ORGANIZATION IS INDEXED
003885         ACCESS MODE IS DYNAMIC
003890         RECORD KEY IS DL-AGEH-KEY
003895         FILE STATUS IS WS-AGEH-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LOAN-MASTER-FILE
004340 FD  CUSTOMER-MASTER-FILE
004350     LABEL RECORDS ARE STANDARD.
004360     COPY DLCUST.
004370 FD  AGING-HISTORY-FILE
004380     LABEL RECORDS ARE STANDARD.
004390     COPY DLAGEH.
004400 WORKING-STORAGE SECTION.
004500 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
004600     88  MASTER-EOF                      VALUE 'Y'.
007600     05  WS-90-PLUS-AMOUNT   PIC S9(09)V99 VALUE ZERO.
007700 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
007710 77  WS-COLL-WRITTEN         PIC 9(07)   VALUE ZERO.
007715 77  WS-CHGOFF-SKIPPED       PIC 9(07)   VALUE ZERO.
007720***************************************************************
007730*    BUCKET LABEL FOR THE COLLECTIONS WORK RECORD BEING       *
007740*    BUILT                                                    *
007750***************************************************************
007760 77  WS-COLL-BUCKET          PIC X(02)   VALUE SPACES.
007765***************************************************************
007770*    MONTH-END AGING HISTORY                                  *
007775***************************************************************
007780 77  WS-AGEH-FILE-STATUS     PIC X(02).
007785 77  WS-AGEH-WRITTEN         PIC 9(07)   VALUE ZERO.
007790 77  WS-AGEH-REWRITTEN       PIC 9(07)   VALUE ZERO.
007795 77  WS-AGEH-PAID-OFF        PIC 9(07)   VALUE ZERO.
007800 PROCEDURE DIVISION.
007900***************************************************************
008000*    0000-MAINLINE                                            *
009270             WS-CUST-FILE-STATUS
009280             ' - NAMES WILL NOT BE SHOWN'
009290     END-IF
009300     OPEN I-O AGING-HISTORY-FILE
009310     IF WS-AGEH-FILE-STATUS = '35'
009320         OPEN OUTPUT AGING-HISTORY-FILE
009330         CLOSE AGING-HISTORY-FILE
009340         OPEN I-O AGING-HISTORY-FILE
009350     END-IF
009400     COMPUTE WS-RUN-DAYS =
009500         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
009600     DISPLAY 'DL130 - DELINQUENCY AGING REPORT - RUN DATE '
010200*    2000-AGE-ONE-LOAN                                        *
010300***************************************************************
010400 2000-AGE-ONE-LOAN.
010410     IF LOAN-CHARGED-OFF OF HACKATHON-X
010420         ADD 1 TO WS-CHGOFF-SKIPPED
010430         PERFORM 2100-READ-MASTER THRU 2100-EXIT
010440         GO TO 2000-EXIT
010450     END-IF
010500     COMPUTE WS-DUE-FULL-YEAR = 1900 + DUE-YR
010600     COMPUTE WS-DUE-DAYS =
010700         (WS-DUE-FULL-YEAR * 360) + (DUE-MO * 30) + DUE-DA
012510     IF WS-COLL-BUCKET NOT = SPACES
012520         PERFORM 3000-WRITE-COLL-REC THRU 3000-EXIT
012530     END-IF
012531     IF PAYOFF-BAL OF HACKATHON-X > ZERO
012532         PERFORM 2050-WRITE-AGE-HISTORY THRU 2050-EXIT
012533     ELSE
012534         ADD 1 TO WS-AGEH-PAID-OFF
012535     END-IF
012540     PERFORM 2500-GET-BORROWER THRU 2500-EXIT
012600     DISPLAY 'DL130 - ' CUSTOMER-NO ' ' AUTO-NO-9
012610         ' ' WS-BORROWER-NAME
012900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
013000 2000-EXIT.
013100     EXIT.
013102***************************************************************
013104*    2050-WRITE-AGE-HISTORY - THIS MONTH'S AGING RECORD FOR   *
013106*    THE LOAN NOW IN HACKATHON-X; A LATER NIGHT OF THE SAME   *
013108*    MONTH REPLACES IT.  A PAID-OFF LOAN HAS LEFT THE BOOK    *
013109*    AND IS NOT WRITTEN                                       *
013110***************************************************************
013112 2050-WRITE-AGE-HISTORY.
013114     MOVE WS-TODAY-YYYY              TO DL-AGEH-YYYY
013116     MOVE WS-TODAY-MM                TO DL-AGEH-MM
013118     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-AGEH-CUSTOMER-NO
013120     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-AGEH-AUTO-NO-9
013122     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-AGEH-AUTO-CK-DIG
013124     MOVE WS-RUN-DATE-N              TO DL-AGEH-AS-OF-DATE
013126     MOVE BANK-NO OF HACKATHON-X     TO DL-AGEH-BANK-NO
013128     IF WS-COLL-BUCKET = SPACES
013130         SET DL-AGEH-CURRENT TO TRUE
013132     ELSE
013134         MOVE WS-COLL-BUCKET TO DL-AGEH-BUCKET
013136     END-IF
013138     MOVE WS-DAYS-PAST-DUE           TO DL-AGEH-DAYS-PAST-DUE
013140     MOVE PAYOFF-BAL OF HACKATHON-X  TO DL-AGEH-PAYOFF-BAL
013142     WRITE DL-AGEH-REC
013144         INVALID KEY
013146             REWRITE DL-AGEH-REC
013148             ADD 1 TO WS-AGEH-REWRITTEN
013150             GO TO 2050-EXIT
013152     END-WRITE
013154     ADD 1 TO WS-AGEH-WRITTEN.
013156 2050-EXIT.
013158     EXIT.
013200***************************************************************
013300*    2100-READ-MASTER                                         *
013400***************************************************************
014700 8000-TERMINATE.
014800     CLOSE LOAN-MASTER-FILE
014810     CLOSE COLLECTIONS-FILE
014815     CLOSE AGING-HISTORY-FILE
014820     IF WS-CUSTMSTR-AVAILABLE
014830         CLOSE CUSTOMER-MASTER-FILE
014840     END-IF
015900         ' AMOUNT ' WS-90-PLUS-AMOUNT
015910     DISPLAY 'DL130 - COLLECTION RECORDS WRITTEN '
015920         WS-COLL-WRITTEN
015925     DISPLAY 'DL130 - CHARGED-OFF SKIPPED ' WS-CHGOFF-SKIPPED
015926     DISPLAY 'DL130 - PAID OFF, NO HISTORY ' WS-AGEH-PAID-OFF
015927     DISPLAY 'DL130 - AGING HISTORY WRITTEN ' WS-AGEH-WRITTEN
015929         ' REPLACED ' WS-AGEH-REWRITTEN
015930     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
016000 8000-EXIT.
016100     EXIT.

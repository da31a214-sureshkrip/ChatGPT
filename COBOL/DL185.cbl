002200*    MODIFICATION HISTORY.                                    *
002300*    DATE       INIT  DESCRIPTION                             *
002400*    2026-09-02  RK   ORIGINAL PROGRAM.                       *
002410*    2026-10-15  RK   A LOAN DL100 HAS CHARGED OFF NOW        *
002420*                     REPORTS STATUS CO WITH ITS UNRECOVERED  *
002430*                     CHGOFF-BAL AS THE BALANCE, NOT AN AGED  *
002440*                     STATUS ON A ZERO PAYOFF-BAL.            *
002445*    2026-10-15  RK   A LOAN UNDER AN ACCOUNT HOLD IN FORCE   *
002450*                     (DLHOLD LAYOUT, MAINTAINED BY DL136)    *
002455*                     NOW CARRIES THE BUREAU CONDITION CODE   *
002460*                     IN THE NEW DL-CBEXT-CONDITION FIELD: BK *
002465*                     FOR A BANKRUPTCY FILING, DC FOR A       *
002470*                     DECEASED BORROWER.  ATTORNEY AND        *
002475*                     CEASE-AND-DESIST HOLDS CARRY NO         *
002480*                     CONDITION.  EACH CODE SENT IS COUNTED   *
002485*                     ON THE HOLD.                            *
002500*                                                             *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DL-CUST-CUSTOMER-NO
005400         FILE STATUS IS WS-CUST-FILE-STATUS.
005410     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS DYNAMIC
005440         RECORD KEY IS DL-HOLD-KEY
005450         FILE STATUS IS WS-HOLD-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LOAN-MASTER-FILE
006700 FD  CUSTOMER-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DLCUST.
006910 FD  ACCOUNT-HOLD-FILE
006920     LABEL RECORDS ARE STANDARD.
006930     COPY DLHOLD.
007000 WORKING-STORAGE SECTION.
007100 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
007200     88  MASTER-EOF                      VALUE 'Y'.
008000     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
008100 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
008200     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
008210 77  WS-HOLD-FILE-STATUS     PIC X(02).
008220 77  WS-HOLD-AVAIL-SW        PIC X(01)   VALUE 'N'.
008230     88  WS-HOLDFILE-AVAILABLE           VALUE 'Y'.
008240 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
008250     88  WS-HOLD-FOUND                   VALUE 'Y'.
008300***************************************************************
008400*    RUN DATE                                                 *
008500***************************************************************
010500 77  WS-RECORDS-WRITTEN      PIC 9(07)   VALUE ZERO.
010600 77  WS-PAID-REPORTED        PIC 9(07)   VALUE ZERO.
010700 77  WS-NAMES-MISSING        PIC 9(07)   VALUE ZERO.
010710 77  WS-CHGOFF-REPORTED      PIC 9(07)   VALUE ZERO.
010720 77  WS-CONDITIONS-REPORTED  PIC 9(07)   VALUE ZERO.
010800 PROCEDURE DIVISION.
010900***************************************************************
011000*    0000-MAINLINE                                            *
013800             WS-ARCH-FILE-STATUS
013900             ' - NO PAID/CLOSED ACCOUNTS REPORTED'
014000     END-IF
014010     OPEN I-O ACCOUNT-HOLD-FILE
014020     IF WS-HOLD-FILE-STATUS = '00'
014030         SET WS-HOLDFILE-AVAILABLE TO TRUE
014040     ELSE
014050         DISPLAY 'DL185 - NO HOLD FILE, STATUS '
014060             WS-HOLD-FILE-STATUS
014070             ' - NO CONDITION CODES REPORTED'
014080     END-IF
014100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014200     COMPUTE WS-RUN-DAYS =
014300         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
016000     MOVE ORIGINAL-BAL OF HACKATHON-X TO DL-CBEXT-ORIGINAL-BAL
016100     MOVE PAYOFF-BAL   OF HACKATHON-X TO DL-CBEXT-PAYOFF-BAL
016200     PERFORM 3000-SET-STATUS THRU 3000-EXIT
016210     PERFORM 3500-SET-CONDITION THRU 3500-EXIT
016300     MOVE WS-RUN-DATE-N TO DL-CBEXT-RUN-DATE
016400     WRITE DL-CBEXT-REC
016500     ADD 1 TO WS-RECORDS-WRITTEN
020600     EXIT.
020700***************************************************************
020800*    3000-SET-STATUS - BUCKET THE LIVE LOAN ON THE SAME       *
020900*    30/360 BASIS DL130 USES AND SET THE BUREAU STATUS CODE;  *
020910*    A CHARGED-OFF LOAN REPORTS CO AND ITS UNRECOVERED        *
020920*    CHARGED-OFF BALANCE                                      *
021000***************************************************************
021100 3000-SET-STATUS.
021110     IF LOAN-CHARGED-OFF OF HACKATHON-X
021120         MOVE 'CO' TO DL-CBEXT-STATUS
021130         MOVE CHGOFF-BAL OF HACKATHON-X TO DL-CBEXT-PAYOFF-BAL
021140         ADD 1 TO WS-CHGOFF-REPORTED
021150         GO TO 3000-EXIT
021160     END-IF
021200     COMPUTE WS-DUE-FULL-YEAR = 1900 + DUE-YR OF HACKATHON-X
021300     COMPUTE WS-DUE-DAYS =
021400         (WS-DUE-FULL-YEAR * 360)
022900     END-EVALUATE.
023000 3000-EXIT.
023100     EXIT.
023102***************************************************************
023104*    3500-SET-CONDITION - THE BUREAU CONDITION CODE FOR A     *
023106*    LOAN UNDER AN ACCOUNT HOLD IN FORCE ON THE RUN DATE:     *
023108*    BK FOR BANKRUPTCY, DC FOR DECEASED.  THE OTHER HOLD      *
023110*    TYPES HAVE NO BUREAU CONDITION AND REPORT NONE.          *
023112***************************************************************
023114 3500-SET-CONDITION.
023118     IF NOT WS-HOLDFILE-AVAILABLE
023120         GO TO 3500-EXIT
023122     END-IF
023124     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-HOLD-CUSTOMER-NO
023126     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-HOLD-AUTO-NO-9
023128     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-HOLD-AUTO-CK-DIG
023130     READ ACCOUNT-HOLD-FILE
023132         INVALID KEY
023134             MOVE 'N' TO WS-HOLD-FOUND-SW
023136         NOT INVALID KEY
023138             MOVE 'Y' TO WS-HOLD-FOUND-SW
023140     END-READ
023142     IF NOT WS-HOLD-FOUND
023144             OR DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE-N
023146         GO TO 3500-EXIT
023148     END-IF
023150     IF DL-HOLD-RELEASED
023152             AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE-N
023154         GO TO 3500-EXIT
023156     END-IF
023160     EVALUATE TRUE
023162         WHEN DL-HOLD-BANKRUPTCY
023164             MOVE 'BK' TO DL-CBEXT-CONDITION
023166         WHEN DL-HOLD-DECEASED
023168             MOVE 'DC' TO DL-CBEXT-CONDITION
023170         WHEN OTHER
023172             GO TO 3500-EXIT
023174     END-EVALUATE
023176     IF DL-HOLD-BUREAU-LAST NOT = WS-RUN-DATE-N
023178         ADD 1 TO DL-HOLD-BUREAU-COUNT
023180         MOVE WS-RUN-DATE-N TO DL-HOLD-BUREAU-LAST
023182         REWRITE DL-HOLD-REC
023184     END-IF
023186     ADD 1 TO WS-CONDITIONS-REPORTED.
023188 3500-EXIT.
023190     EXIT.
023200***************************************************************
023300*    4000-EXTRACT-ARCHIVE - ONE PAID/CLOSED RECORD PER        *
023400*    ARCHIVED LOAN                                            *
029100     IF WS-ARCHIVE-AVAILABLE
029200         CLOSE ARCHIVE-FILE
029300     END-IF
029310     IF WS-HOLDFILE-AVAILABLE
029320         CLOSE ACCOUNT-HOLD-FILE
029330     END-IF
029400     DISPLAY 'DL185 - BUREAU EXTRACT COMPLETE'
029500     DISPLAY 'DL185 - LIVE LOANS READ     ' WS-LOANS-READ
029600     DISPLAY 'DL185 - ARCHIVED LOANS READ ' WS-ARCHIVE-READ
029700     DISPLAY 'DL185 - RECORDS WRITTEN     ' WS-RECORDS-WRITTEN
029800     DISPLAY 'DL185 - PAID/CLOSED SENT    ' WS-PAID-REPORTED
029810     DISPLAY 'DL185 - CHARGED-OFF SENT    ' WS-CHGOFF-REPORTED
029820     DISPLAY 'DL185 - CONDITION CODES     ' WS-CONDITIONS-REPORTED
029900     DISPLAY 'DL185 - NAMES MISSING       ' WS-NAMES-MISSING.
030000 8000-EXIT.
030100     EXIT.

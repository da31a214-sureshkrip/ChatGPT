000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL116                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    CREDIT-BALANCE REFUND REGISTER.  RUN NIGHTLY AFTER THE   *
000900*    DL115 CLOSING PROOF.  READS THE LOAN MASTER AND, FOR     *
001000*    EVERY LOAN WHOSE PAYOFF-BAL HAS GONE BELOW ZERO - A      *
001100*    PAYMENT OR PAYOFF THAT OVERSHOT THE BALANCE IN DL100 -   *
001200*    WRITES A REGISTER RECORD (DLRFND LAYOUT) WITH THE        *
001300*    CREDIT OWED BACK AND THE BORROWER'S NAME AND MAILING     *
001400*    ADDRESS FROM THE DL175 BORROWER MASTER (DLCUST LAYOUT),  *
001500*    AND LISTS IT ON THE REPORT.  A LOAN WITH NO BORROWER     *
001600*    RECORD IS STILL REGISTERED BUT FLAGGED FOR RESEARCH      *
001700*    BEFORE A CHECK IS CUT.  THE REGISTER IS REBUILT EACH     *
001800*    NIGHT, SO A REFUND ONCE APPLIED DROPS OFF ON ITS OWN AND *
001900*    A CREDIT NOBODY HAS ACTED ON KEEPS SHOWING UP.           *
002000*                                                             *
002100*    ACCOUNTING APPROVES EACH REFUND OFF THE REGISTER AND     *
002200*    KEYS IT AS A DLTRANS REFUND (CODE F) FOR THE AMOUNT      *
002300*    SHOWN; DL100 APPLIES IT, AUDITED, AND DL190 JOURNALS IT. *
002400*                                                             *
002500*    MODIFICATION HISTORY.                                    *
002600*    DATE       INIT  DESCRIPTION                             *
002700*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002800*                                                             *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DL116.
003200 AUTHOR.        R. KEMPNER.
003300 INSTALLATION.  CONSUMER LOAN SERVICING.
003400 DATE-WRITTEN.  2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  GENERIC.
003900 OBJECT-COMPUTER.  GENERIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
004600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DL-CUST-CUSTOMER-NO
005000         FILE STATUS IS WS-CUST-FILE-STATUS.
005100     SELECT REFUND-REGISTER-FILE ASSIGN TO REFUNDRG
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-BDATE-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LOAN-MASTER-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "test.cpy".
006100 FD  CUSTOMER-MASTER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DLCUST.
006400 FD  REFUND-REGISTER-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DLRFND.
006700 FD  BUSINESS-DATE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DLBDATE.
007000 WORKING-STORAGE SECTION.
007100 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
007200     88  MASTER-EOF                      VALUE 'Y'.
007300 77  WS-CUST-FILE-STATUS     PIC X(02).
007400 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
007500     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
007600 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
007700     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
007800 77  WS-BDATE-FILE-STATUS    PIC X(02).
007900***************************************************************
008000*    RUN DATE                                                 *
008100***************************************************************
008200 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008300***************************************************************
008400*    REGISTER TOTALS                                          *
008500***************************************************************
008600 01  WS-REGISTER-TOTALS.
008700     05  WS-REFUNDS-LISTED   PIC 9(07)   VALUE ZERO.
008800     05  WS-REFUNDS-NO-ADDR  PIC 9(07)   VALUE ZERO.
008900     05  WS-REFUND-TOTAL     PIC S9(13)V99 VALUE ZERO.
009000***************************************************************
009100*    RUN COUNTERS                                             *
009200***************************************************************
009300 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
009400 PROCEDURE DIVISION.
009500***************************************************************
009600*    0000-MAINLINE                                            *
009700***************************************************************
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
010000     PERFORM 2000-CHECK-ONE-LOAN  THRU 2000-EXIT
010100         UNTIL MASTER-EOF
010200     PERFORM 8000-TERMINATE       THRU 8000-EXIT
010300     STOP RUN.
010400***************************************************************
010500*    1000-INITIALIZE - THE BORROWER MASTER IS OPTIONAL; WITHOUT *
010600*    IT EVERY CREDIT IS STILL REGISTERED, FLAGGED NO ADDRESS   *
010700***************************************************************
010800 1000-INITIALIZE.
010900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
011000     DISPLAY 'DL116 - CREDIT BALANCE REFUND REGISTER - RUN DATE '
011100         WS-RUN-DATE
011200     OPEN INPUT  LOAN-MASTER-FILE
011300     OPEN OUTPUT REFUND-REGISTER-FILE
011400     OPEN INPUT CUSTOMER-MASTER-FILE
011500     IF WS-CUST-FILE-STATUS = '00'
011600         SET WS-CUSTMSTR-AVAILABLE TO TRUE
011700     ELSE
011800         DISPLAY 'DL116 - NO BORROWER MASTER, STATUS '
011900             WS-CUST-FILE-STATUS
012000             ' - REFUNDS WILL CARRY NO ADDRESS'
012100     END-IF
012200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
012300 1000-EXIT.
012400     EXIT.
012500***************************************************************
012600*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
012700*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
012800*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
012900***************************************************************
013000 1050-GET-BUSINESS-DATE.
013100     OPEN INPUT BUSINESS-DATE-FILE
013200     IF WS-BDATE-FILE-STATUS NOT = '00'
013300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013400         GO TO 1050-EXIT
013500     END-IF
013600     READ BUSINESS-DATE-FILE
013700         AT END
013800             MOVE ZERO TO DL-BDATE-RUN-DATE
013900     END-READ
014000     IF DL-BDATE-RUN-DATE NOT NUMERIC
014100             OR DL-BDATE-RUN-DATE = ZERO
014200         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014300     ELSE
014400         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
014500     END-IF
014600     CLOSE BUSINESS-DATE-FILE.
014700 1050-EXIT.
014800     EXIT.
014900***************************************************************
015000*    2000-CHECK-ONE-LOAN - ONLY A NEGATIVE PAYOFF-BAL IS A    *
015100*    CREDIT OWED TO THE BORROWER                              *
015200***************************************************************
015300 2000-CHECK-ONE-LOAN.
015400     IF PAYOFF-BAL OF HACKATHON-X NOT LESS THAN ZERO
015500         GO TO 2000-NEXT
015600     END-IF
015700     PERFORM 2700-GET-BORROWER    THRU 2700-EXIT
015800     PERFORM 3000-WRITE-REGISTER  THRU 3000-EXIT.
015900 2000-NEXT.
016000     PERFORM 2100-READ-MASTER     THRU 2100-EXIT.
016100 2000-EXIT.
016200     EXIT.
016300***************************************************************
016400*    2100-READ-MASTER                                         *
016500***************************************************************
016600 2100-READ-MASTER.
016700     READ LOAN-MASTER-FILE
016800         AT END
016900             SET MASTER-EOF TO TRUE
017000             GO TO 2100-EXIT
017100     END-READ
017200     ADD 1 TO WS-LOANS-READ.
017300 2100-EXIT.
017400     EXIT.
017500***************************************************************
017600*    2700-GET-BORROWER - NAME AND ADDRESS THE REFUND CHECK    *
017700*    IS MAILED TO                                             *
017800***************************************************************
017900 2700-GET-BORROWER.
018000     MOVE 'N' TO WS-CUST-FOUND-SW
018100     IF WS-CUSTMSTR-AVAILABLE
018200         MOVE CUSTOMER-NO OF HACKATHON-X TO DL-CUST-CUSTOMER-NO
018300         READ CUSTOMER-MASTER-FILE
018400             INVALID KEY
018500                 MOVE 'N' TO WS-CUST-FOUND-SW
018600             NOT INVALID KEY
018700                 MOVE 'Y' TO WS-CUST-FOUND-SW
018800         END-READ
018900     END-IF.
019000 2700-EXIT.
019100     EXIT.
019200***************************************************************
019300*    3000-WRITE-REGISTER - ONE REGISTER RECORD AND ONE REPORT *
019400*    LINE; THE AMOUNT IS CARRIED POSITIVE, AS THE CHECK IS    *
019500*    WRITTEN                                                  *
019600***************************************************************
019700 3000-WRITE-REGISTER.
019800     MOVE SPACES TO DL-RFND-REC
019900     MOVE CUSTOMER-NO  OF HACKATHON-X TO DL-RFND-CUSTOMER-NO
020000     MOVE AUTO-NO-9    OF HACKATHON-X TO DL-RFND-AUTO-NO-9
020100     MOVE AUTO-CK-DIG  OF HACKATHON-X TO DL-RFND-AUTO-CK-DIG
020200     MOVE BANK-NO      OF HACKATHON-X TO DL-RFND-BANK-NO
020300     MOVE BANK-LOAN-NO OF HACKATHON-X TO DL-RFND-BANK-LOAN-NO
020400     COMPUTE DL-RFND-AMOUNT = ZERO - PAYOFF-BAL OF HACKATHON-X
020500     MOVE WS-RUN-DATE                 TO DL-RFND-RUN-DATE
020600     IF WS-CUSTOMER-FOUND
020700         MOVE DL-CUST-NAME      TO DL-RFND-NAME
020800         MOVE DL-CUST-ADDR-LINE TO DL-RFND-ADDR-LINE
020900         MOVE DL-CUST-CITY      TO DL-RFND-CITY
021000         MOVE DL-CUST-STATE     TO DL-RFND-STATE
021100         MOVE DL-CUST-ZIP       TO DL-RFND-ZIP
021200         SET DL-RFND-ADDRESS-FOUND TO TRUE
021300     ELSE
021400         MOVE '*** BORROWER NOT ON FILE ***' TO DL-RFND-NAME
021500         SET DL-RFND-NO-ADDRESS TO TRUE
021600         ADD 1 TO WS-REFUNDS-NO-ADDR
021700     END-IF
021800     WRITE DL-RFND-REC
021900     ADD 1 TO WS-REFUNDS-LISTED
022000     ADD DL-RFND-AMOUNT TO WS-REFUND-TOTAL
022100     DISPLAY 'DL116 - ' DL-RFND-CUSTOMER-NO ' '
022200         DL-RFND-AUTO-NO-9 ' REFUND ' DL-RFND-AMOUNT
022300         ' ' DL-RFND-NAME
022400     IF DL-RFND-ADDRESS-FOUND
022500         DISPLAY 'DL116 -           ' DL-RFND-ADDR-LINE ' '
022600             DL-RFND-CITY ' ' DL-RFND-STATE ' ' DL-RFND-ZIP
022700     ELSE
022800         DISPLAY 'DL116 -           *** RESEARCH ADDRESS '
022900             'BEFORE A CHECK IS CUT ***'
023000     END-IF.
023100 3000-EXIT.
023200     EXIT.
023300***************************************************************
023400*    8000-TERMINATE                                           *
023500***************************************************************
023600 8000-TERMINATE.
023700     CLOSE LOAN-MASTER-FILE
023800     CLOSE REFUND-REGISTER-FILE
023900     IF WS-CUSTMSTR-AVAILABLE
024000         CLOSE CUSTOMER-MASTER-FILE
024100     END-IF
024200     DISPLAY 'DL116 - REFUND REGISTER COMPLETE'
024300     DISPLAY 'DL116 - LOANS READ          ' WS-LOANS-READ
024400     DISPLAY 'DL116 - REFUNDS REGISTERED  ' WS-REFUNDS-LISTED
024500     DISPLAY 'DL116 - NO BORROWER ADDRESS ' WS-REFUNDS-NO-ADDR
024600     DISPLAY 'DL116 - TOTAL CREDIT OWED   ' WS-REFUND-TOTAL.
024700 8000-EXIT.
024800     EXIT.

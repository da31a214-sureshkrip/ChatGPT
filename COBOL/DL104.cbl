000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL104                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    UNAPPLIED-CASH SUSPENSE AGING REPORT.  RUN NIGHTLY AFTER *
000900*    DL102.  READS THE SUSPENSE FILE (DLSUSP LAYOUT) AND      *
001000*    LISTS EVERY ITEM STILL OPEN - BANK, BANK LOAN NUMBER,    *
001100*    AMOUNT, PAYMENT DATE, AND DAYS IN SUSPENSE - SO THE      *
001200*    PAYMENT DESK CAN KEY A DLSPOST REQUEST STRAIGHT OFF THE  *
001300*    LINE.  OPEN ITEMS ARE TOTALED IN COUNT AND DOLLARS INTO  *
001400*    AGE BUCKETS (WS-AGE-LIMITS) AND THE GRAND TOTAL IS THE   *
001500*    SUSPENSE BALANCE.  AN ITEM IN SUSPENSE LONGER THAN THE   *
001600*    LAST LIMIT IS FLAGGED FOR ESCALATION.  ELAPSED DAYS ARE  *
001700*    ON THE SAME 30/360 BASIS THE REST OF THE SUITE USES,     *
001800*    FROM THE DATE DL102 SUSPENDED THE ITEM TO THE CHAIN'S    *
001900*    BUSINESS DATE.  POSTED ITEMS WAITING TO BE DROPPED BY    *
002000*    DL103 ARE COUNTED BUT NOT AGED.                          *
002100*                                                             *
002200*    MODIFICATION HISTORY.                                    *
002300*    DATE       INIT  DESCRIPTION                             *
002400*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002500*                                                             *
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    DL104.
002900 AUTHOR.        R. KEMPNER.
003000 INSTALLATION.  CONSUMER LOAN SERVICING.
003100 DATE-WRITTEN.  2026-10-15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  GENERIC.
003600 OBJECT-COMPUTER.  GENERIC.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SUSP-FILE-STATUS.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-BDATE-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SUSPENSE-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY DLSUSP.
005000 FD  BUSINESS-DATE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DLBDATE.
005300 WORKING-STORAGE SECTION.
005400 77  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
005500     88  SUSP-EOF                        VALUE 'Y'.
005600 77  WS-SUSP-FILE-STATUS     PIC X(02).
005700 77  WS-BDATE-FILE-STATUS    PIC X(02).
005800***************************************************************
005900*    RUN DATE                                                 *
006000***************************************************************
006100 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
006200 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
006300     05  WS-RUN-YYYY         PIC 9(04).
006400     05  WS-RUN-MM           PIC 9(02).
006500     05  WS-RUN-DD           PIC 9(02).
006600 77  WS-RUN-DAYS             PIC 9(07)   COMP.
006700***************************************************************
006800*    AGE BUCKET UPPER LIMITS IN DAYS - AN ITEM OLDER THAN THE *
006900*    LAST LIMIT FALLS IN THE FINAL (ESCALATION) BUCKET        *
007000***************************************************************
007100 01  WS-AGE-LIMIT-VALUES.
007200     05  FILLER              PIC 9(03)   VALUE 5.
007300     05  FILLER              PIC 9(03)   VALUE 15.
007400     05  FILLER              PIC 9(03)   VALUE 30.
007500 01  WS-AGE-LIMITS REDEFINES WS-AGE-LIMIT-VALUES.
007600     05  WS-AGE-LIMIT        PIC 9(03)   OCCURS 3 TIMES.
007700***************************************************************
007800*    BUCKET TOTALS - ENTRY 4 IS OVER THE LAST LIMIT           *
007900***************************************************************
008000 01  WS-BUCKET-TABLE.
008100     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
008200         10  WS-BUCKET-COUNT     PIC 9(07).
008300         10  WS-BUCKET-AMT       PIC S9(11)V99.
008400 77  WS-BUCKET-SUB           PIC 9(03)   COMP  VALUE ZERO.
008500***************************************************************
008600*    PER-ITEM AGING WORK AREA                                 *
008700***************************************************************
008800 01  WS-AGE-WORK.
008900     05  WS-RCV-DATE-X.
009000         10  WS-RCV-YYYY     PIC 9(04).
009100         10  WS-RCV-MM       PIC 9(02).
009200         10  WS-RCV-DD       PIC 9(02).
009300     05  WS-RCV-DAYS         PIC 9(07)   COMP.
009400     05  WS-DAYS-OLD         PIC S9(07)  COMP.
009500     05  WS-DAYS-OLD-ED      PIC ZZZZZZ9.
009600***************************************************************
009700*    RUN COUNTERS                                             *
009800***************************************************************
009900 77  WS-ITEMS-READ           PIC 9(07)   VALUE ZERO.
010000 77  WS-ITEMS-OPEN           PIC 9(07)   VALUE ZERO.
010100 77  WS-ITEMS-POSTED         PIC 9(07)   VALUE ZERO.
010200 77  WS-ITEMS-ESCALATED      PIC 9(07)   VALUE ZERO.
010300 77  WS-SUSPENSE-BALANCE     PIC S9(11)V99 VALUE ZERO.
010400 PROCEDURE DIVISION.
010500***************************************************************
010600*    0000-MAINLINE                                            *
010700***************************************************************
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
011000     PERFORM 2000-AGE-ONE-ITEM   THRU 2000-EXIT
011100         UNTIL SUSP-EOF
011200     PERFORM 8000-TERMINATE      THRU 8000-EXIT
011300     STOP RUN.
011400***************************************************************
011500*    1000-INITIALIZE - NO SUSPENSE FILE YET MEANS NOTHING HAS *
011600*    EVER GONE UNMATCHED; THE REPORT PRINTS ZERO TOTALS       *
011700***************************************************************
011800 1000-INITIALIZE.
011900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
012000     COMPUTE WS-RUN-DAYS =
012100         (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD
012300     PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
012400         VARYING WS-BUCKET-SUB FROM 1 BY 1
012500         UNTIL WS-BUCKET-SUB > 4
012600     DISPLAY 'DL104 - UNAPPLIED CASH SUSPENSE AGING - RUN DATE '
012700         WS-RUN-DATE
012800     OPEN INPUT SUSPENSE-FILE
012900     IF WS-SUSP-FILE-STATUS = '35'
013000         DISPLAY 'DL104 - NO SUSPENSE FILE, NOTHING IN SUSPENSE'
013100         SET SUSP-EOF TO TRUE
013200         GO TO 1000-EXIT
013300     END-IF
013400     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700***************************************************************
013800*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
013900*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
014000*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
014100***************************************************************
014200 1050-GET-BUSINESS-DATE.
014300     OPEN INPUT BUSINESS-DATE-FILE
014400     IF WS-BDATE-FILE-STATUS NOT = '00'
014500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014600         GO TO 1050-EXIT
014700     END-IF
014800     READ BUSINESS-DATE-FILE
014900         AT END
015000             MOVE ZERO TO DL-BDATE-RUN-DATE
015100     END-READ
015200     IF DL-BDATE-RUN-DATE NOT NUMERIC
015300             OR DL-BDATE-RUN-DATE = ZERO
015400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015500     ELSE
015600         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
015700     END-IF
015800     CLOSE BUSINESS-DATE-FILE.
015900 1050-EXIT.
016000     EXIT.
016100***************************************************************
016200*    1100-CLEAR-ONE-BUCKET                                    *
016300***************************************************************
016400 1100-CLEAR-ONE-BUCKET.
016500     MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
016600     MOVE ZERO TO WS-BUCKET-AMT   (WS-BUCKET-SUB).
016700 1100-EXIT.
016800     EXIT.
016900***************************************************************
017000*    2000-AGE-ONE-ITEM - LIST AND BUCKET AN OPEN ITEM         *
017100***************************************************************
017200 2000-AGE-ONE-ITEM.
017300     IF NOT DL-SUSP-OPEN
017400         ADD 1 TO WS-ITEMS-POSTED
017500         GO TO 2000-NEXT
017600     END-IF
017700     ADD 1 TO WS-ITEMS-OPEN
017800     ADD DL-SUSP-PAYMENT-AMT TO WS-SUSPENSE-BALANCE
017900     MOVE DL-SUSP-RECEIVED-DATE TO WS-RCV-DATE-X
018000     COMPUTE WS-RCV-DAYS =
018100         (WS-RCV-YYYY * 360) + (WS-RCV-MM * 30) + WS-RCV-DD
018200     COMPUTE WS-DAYS-OLD = WS-RUN-DAYS - WS-RCV-DAYS
018300     IF WS-DAYS-OLD < ZERO
018400         MOVE ZERO TO WS-DAYS-OLD
018500     END-IF
018600     MOVE 4 TO WS-BUCKET-SUB
018700     IF WS-DAYS-OLD NOT > WS-AGE-LIMIT (3)
018800         MOVE 3 TO WS-BUCKET-SUB
018900     END-IF
019000     IF WS-DAYS-OLD NOT > WS-AGE-LIMIT (2)
019100         MOVE 2 TO WS-BUCKET-SUB
019200     END-IF
019300     IF WS-DAYS-OLD NOT > WS-AGE-LIMIT (1)
019400         MOVE 1 TO WS-BUCKET-SUB
019500     END-IF
019600     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
019700     ADD DL-SUSP-PAYMENT-AMT TO WS-BUCKET-AMT (WS-BUCKET-SUB)
019800     MOVE WS-DAYS-OLD TO WS-DAYS-OLD-ED
019900     IF WS-BUCKET-SUB = 4
020000         DISPLAY 'DL104 - *ESCALATE* BANK ' DL-SUSP-BANK-NO
020100             ' LOAN ' DL-SUSP-LOAN-NO-RJ
020200             ' AMOUNT ' DL-SUSP-PAYMENT-AMT
020300             ' PAID ' DL-SUSP-PAYMENT-DATE
020400             ' DAYS ' WS-DAYS-OLD-ED
020500         ADD 1 TO WS-ITEMS-ESCALATED
020600     ELSE
020700         DISPLAY 'DL104 - OPEN ITEM  BANK ' DL-SUSP-BANK-NO
020800             ' LOAN ' DL-SUSP-LOAN-NO-RJ
020900             ' AMOUNT ' DL-SUSP-PAYMENT-AMT
021000             ' PAID ' DL-SUSP-PAYMENT-DATE
021100             ' DAYS ' WS-DAYS-OLD-ED
021200     END-IF.
021300 2000-NEXT.
021400     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
021500 2000-EXIT.
021600     EXIT.
021700***************************************************************
021800*    2100-READ-SUSPENSE                                       *
021900***************************************************************
022000 2100-READ-SUSPENSE.
022100     READ SUSPENSE-FILE
022200         AT END
022300             SET SUSP-EOF TO TRUE
022400             GO TO 2100-EXIT
022500     END-READ
022600     ADD 1 TO WS-ITEMS-READ.
022700 2100-EXIT.
022800     EXIT.
022900***************************************************************
023000*    8000-TERMINATE - BUCKET SUMMARY AND SUSPENSE BALANCE     *
023100***************************************************************
023200 8000-TERMINATE.
023300     IF WS-SUSP-FILE-STATUS NOT = '35'
023400         CLOSE SUSPENSE-FILE
023500     END-IF
023600     DISPLAY 'DL104 - AGE 0 TO ' WS-AGE-LIMIT (1) ' DAYS    '
023700         WS-BUCKET-COUNT (1) ' ' WS-BUCKET-AMT (1)
023800     DISPLAY 'DL104 - AGE ' WS-AGE-LIMIT (1) ' TO '
023900         WS-AGE-LIMIT (2) ' DAYS  '
024000         WS-BUCKET-COUNT (2) ' ' WS-BUCKET-AMT (2)
024100     DISPLAY 'DL104 - AGE ' WS-AGE-LIMIT (2) ' TO '
024200         WS-AGE-LIMIT (3) ' DAYS  '
024300         WS-BUCKET-COUNT (3) ' ' WS-BUCKET-AMT (3)
024400     DISPLAY 'DL104 - AGE OVER ' WS-AGE-LIMIT (3) ' DAYS    '
024500         WS-BUCKET-COUNT (4) ' ' WS-BUCKET-AMT (4)
024600     DISPLAY 'DL104 - ITEMS READ        ' WS-ITEMS-READ
024700     DISPLAY 'DL104 - ITEMS OPEN        ' WS-ITEMS-OPEN
024800     DISPLAY 'DL104 - ITEMS POSTED      ' WS-ITEMS-POSTED
024900     DISPLAY 'DL104 - ITEMS TO ESCALATE ' WS-ITEMS-ESCALATED
025000     DISPLAY 'DL104 - SUSPENSE BALANCE  ' WS-SUSPENSE-BALANCE.
025100 8000-EXIT.
025200     EXIT.

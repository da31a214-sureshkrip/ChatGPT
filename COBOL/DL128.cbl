000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL128                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    LIEN RELEASE DEADLINE EXCEPTION REPORT.  RUN NIGHTLY     *
000900*    AFTER DL127.  READS THE TITLE RELEASE FILE (DLTREL       *
001000*    LAYOUT) AND, FOR EVERY RELEASE THE TITLE CLERK HAS NOT   *
001100*    YET CONFIRMED MAILED, AGES IT FROM THE PAYOFF DATE TO    *
001200*    THE CHAIN'S BUSINESS DATE ON THE SUITE'S 30/360 BASIS.   *
001300*    A RELEASE OLDER THAN THE DEADLINE FOR THE BORROWER'S     *
001400*    STATE (WS-STATE-DEADLINES) IS LISTED WITH ITS KEY, BANK, *
001500*    VIN, STATE, PAYOFF DATE, DAYS OUTSTANDING AND DEADLINE.  *
001600*    A STATE NOT IN THE TABLE, OR NO STATE AT ALL, TAKES THE  *
001700*    DEFAULT DEADLINE.  A PENDING RELEASE WITH NO PAYOFF DATE *
001800*    CANNOT BE AGED AND IS LISTED FOR RESEARCH.  PENDING      *
001900*    RELEASES STILL INSIDE THE DEADLINE ARE COUNTED ONLY.     *
001910*    A SECOND PASS OVER THE LOAN MASTER LISTS EVERY PAID LOAN *
001920*    (PAYOFF-BAL AND ACCRUED-INT NOT ABOVE ZERO, NOT CHARGED  *
001930*    OFF) THAT HAS NO RELEASE RECORD AT ALL - PAID BEFORE     *
001940*    TRACKING BEGAN OR MISSED BY DL126.  WITH NO PAYOFF DATE  *
001950*    IT CANNOT BE AGED AND IS LISTED AS NO RELEASE RECORD.    *
002000*                                                             *
002100*    MODIFICATION HISTORY.                                    *
002200*    DATE       INIT  DESCRIPTION                             *
002300*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002310*    2026-10-15  RK   A PASS OVER THE LOAN MASTER NOW LISTS   *
002320*                     PAID LOANS WITH NO TITLE RELEASE        *
002330*                     RECORD, WHICH DL125 KEEPS ON THE MASTER *
002340*                     AND THE RELEASE PASS NEVER SAW. THE     *
002350*                     PASS RUNS EVEN WHEN THERE IS NO RELEASE *
002360*                     FILE YET.                               *
002400*                                                             *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    DL128.
002800 AUTHOR.        R. KEMPNER.
002900 INSTALLATION.  CONSUMER LOAN SERVICING.
003000 DATE-WRITTEN.  2026-10-15.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  GENERIC.
003500 OBJECT-COMPUTER.  GENERIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TITLE-RELEASE-FILE ASSIGN TO TITLEREL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DL-TREL-KEY
004200         FILE STATUS IS WS-TREL-FILE-STATUS.
004210     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS HEADER_KEY OF HACKATHON-X
004250         FILE STATUS IS WS-LOAN-FILE-STATUS.
004300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BDATE-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TITLE-RELEASE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY DLTREL.
005010 FD  LOAN-MASTER-FILE
005020     LABEL RECORDS ARE STANDARD.
005030     COPY "test.cpy".
005100 FD  BUSINESS-DATE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DLBDATE.
005400 WORKING-STORAGE SECTION.
005500 77  WS-TREL-EOF-SW          PIC X(01)   VALUE 'N'.
005600     88  TREL-EOF                        VALUE 'Y'.
005700 77  WS-TREL-FILE-STATUS     PIC X(02).
005800 77  WS-BDATE-FILE-STATUS    PIC X(02).
005810 77  WS-LOAN-FILE-STATUS     PIC X(02).
005820 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
005830     88  MASTER-EOF                      VALUE 'Y'.
005840 77  WS-TREL-FOUND-SW        PIC X(01)   VALUE 'N'.
005850     88  WS-TREL-FOUND                   VALUE 'Y'.
005900***************************************************************
006000*    RUN DATE                                                 *
006100***************************************************************
006200 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
006300 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
006400     05  WS-RUN-YYYY         PIC 9(04).
006500     05  WS-RUN-MM           PIC 9(02).
006600     05  WS-RUN-DD           PIC 9(02).
006700 77  WS-RUN-DAYS             PIC 9(07)   COMP.
006800***************************************************************
006900*    STATE LIEN RELEASE DEADLINES IN DAYS FROM PAYOFF, AS     *
007000*    GIVEN BY COMPLIANCE.  A STATE NOT LISTED TAKES           *
007100*    WS-DEFAULT-DEADLINE.  RAISE WS-STATE-COUNT WITH THE      *
007200*    OCCURS WHEN A STATE IS ADDED.                            *
007300***************************************************************
007400 01  WS-STATE-DEADLINE-VALUES.
007500     05  FILLER              PIC X(05)   VALUE 'CA030'.
007600     05  FILLER              PIC X(05)   VALUE 'FL014'.
007700     05  FILLER              PIC X(05)   VALUE 'GA010'.
007800     05  FILLER              PIC X(05)   VALUE 'IL021'.
007900     05  FILLER              PIC X(05)   VALUE 'MI030'.
008000     05  FILLER              PIC X(05)   VALUE 'NJ030'.
008100     05  FILLER              PIC X(05)   VALUE 'NY030'.
008200     05  FILLER              PIC X(05)   VALUE 'OH015'.
008300     05  FILLER              PIC X(05)   VALUE 'PA030'.
008400     05  FILLER              PIC X(05)   VALUE 'TX030'.
008500 01  WS-STATE-DEADLINES REDEFINES WS-STATE-DEADLINE-VALUES.
008600     05  WS-STATE-ENTRY OCCURS 10 TIMES.
008700         10  WS-STATE-CODE       PIC X(02).
008800         10  WS-STATE-DAYS       PIC 9(03).
008900 77  WS-STATE-COUNT          PIC 9(03)   COMP  VALUE 10.
009000 77  WS-STATE-SUB            PIC 9(03)   COMP  VALUE ZERO.
009100 77  WS-DEFAULT-DEADLINE     PIC 9(03)   VALUE 30.
009200***************************************************************
009300*    PER-RELEASE AGING WORK AREA                              *
009400***************************************************************
009500 01  WS-AGE-WORK.
009600     05  WS-PAY-DATE-X.
009700         10  WS-PAY-YYYY     PIC 9(04).
009800         10  WS-PAY-MM       PIC 9(02).
009900         10  WS-PAY-DD       PIC 9(02).
010000     05  WS-PAY-DAYS         PIC 9(07)   COMP.
010100     05  WS-DAYS-OLD         PIC S9(07)  COMP.
010200     05  WS-DAYS-OLD-ED      PIC ZZZZZZ9.
010300     05  WS-DEADLINE         PIC 9(03).
010400***************************************************************
010500*    RUN COUNTERS                                             *
010600***************************************************************
010700 77  WS-RELEASES-READ        PIC 9(07)   VALUE ZERO.
010800 77  WS-RELEASES-MAILED      PIC 9(07)   VALUE ZERO.
010900 77  WS-PENDING-IN-TIME      PIC 9(07)   VALUE ZERO.
011000 77  WS-PENDING-OVERDUE      PIC 9(07)   VALUE ZERO.
011100 77  WS-PENDING-NO-DATE      PIC 9(07)   VALUE ZERO.
011110 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
011120 77  WS-PAID-NO-RECORD       PIC 9(07)   VALUE ZERO.
011200 PROCEDURE DIVISION.
011300***************************************************************
011400*    0000-MAINLINE                                            *
011500***************************************************************
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
011800     PERFORM 2000-AGE-ONE-RELEASE  THRU 2000-EXIT
011900         UNTIL TREL-EOF
011910     PERFORM 3000-CHECK-PAID-LOANS THRU 3000-EXIT
012000     PERFORM 8000-TERMINATE        THRU 8000-EXIT
012100     STOP RUN.
012200***************************************************************
012300*    1000-INITIALIZE - NO RELEASE FILE YET MEANS NO LOAN HAS  *
012400*    PAID OFF SINCE TRACKING BEGAN; THERE IS NOTHING PENDING, *
012410*    BUT EVERY PAID LOAN ON THE MASTER STILL GOES ON THE LIST *
012500***************************************************************
012600 1000-INITIALIZE.
012700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
012800     COMPUTE WS-RUN-DAYS =
012900         (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD
013000     DISPLAY 'DL128 - RELEASE DEADLINE EXCEPTIONS - RUN DATE '
013100         WS-RUN-DATE
013200     OPEN INPUT TITLE-RELEASE-FILE
013300     IF WS-TREL-FILE-STATUS = '35'
013400         DISPLAY 'DL128 - NO TITLE RELEASE FILE, NOTHING PENDING'
013500         SET TREL-EOF TO TRUE
013600         GO TO 1000-EXIT
013700     END-IF
013800     PERFORM 2100-READ-RELEASE THRU 2100-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100***************************************************************
014200*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
014300*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
014400*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
014500***************************************************************
014600 1050-GET-BUSINESS-DATE.
014700     OPEN INPUT BUSINESS-DATE-FILE
014800     IF WS-BDATE-FILE-STATUS NOT = '00'
014900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015000         GO TO 1050-EXIT
015100     END-IF
015200     READ BUSINESS-DATE-FILE
015300         AT END
015400             MOVE ZERO TO DL-BDATE-RUN-DATE
015500     END-READ
015600     IF DL-BDATE-RUN-DATE NOT NUMERIC
015700             OR DL-BDATE-RUN-DATE = ZERO
015800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015900     ELSE
016000         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
016100     END-IF
016200     CLOSE BUSINESS-DATE-FILE.
016300 1050-EXIT.
016400     EXIT.
016500***************************************************************
016600*    2000-AGE-ONE-RELEASE - AGE A PENDING RELEASE AGAINST ITS *
016700*    STATE'S DEADLINE AND LIST IT IF THE DEADLINE HAS PASSED  *
016800***************************************************************
016900 2000-AGE-ONE-RELEASE.
017000     IF DL-TREL-MAILED
017100         ADD 1 TO WS-RELEASES-MAILED
017200         GO TO 2000-NEXT
017300     END-IF
017400     PERFORM 2500-FIND-DEADLINE THRU 2500-EXIT
017500     IF DL-TREL-PAYOFF-DATE NOT NUMERIC
017600             OR DL-TREL-PAYOFF-DATE = ZERO
017700         DISPLAY 'DL128 - *NO DATE* ' DL-TREL-CUSTOMER-NO ' '
017800             DL-TREL-AUTO-NO-9 ' BANK ' DL-TREL-BANK-NO
017900             ' LOAN ' DL-TREL-BANK-LOAN-NO
018000             ' VIN ' DL-TREL-VIN ' STATE ' DL-TREL-STATE
018100         ADD 1 TO WS-PENDING-NO-DATE
018200         GO TO 2000-NEXT
018300     END-IF
018400     MOVE DL-TREL-PAYOFF-DATE TO WS-PAY-DATE-X
018500     COMPUTE WS-PAY-DAYS =
018600         (WS-PAY-YYYY * 360) + (WS-PAY-MM * 30) + WS-PAY-DD
018700     COMPUTE WS-DAYS-OLD = WS-RUN-DAYS - WS-PAY-DAYS
018800     IF WS-DAYS-OLD < ZERO
018900         MOVE ZERO TO WS-DAYS-OLD
019000     END-IF
019100     IF WS-DAYS-OLD NOT > WS-DEADLINE
019200         ADD 1 TO WS-PENDING-IN-TIME
019300         GO TO 2000-NEXT
019400     END-IF
019500     MOVE WS-DAYS-OLD TO WS-DAYS-OLD-ED
019600     DISPLAY 'DL128 - *OVERDUE* ' DL-TREL-CUSTOMER-NO ' '
019700         DL-TREL-AUTO-NO-9 ' BANK ' DL-TREL-BANK-NO
019800         ' LOAN ' DL-TREL-BANK-LOAN-NO
019900         ' VIN ' DL-TREL-VIN ' STATE ' DL-TREL-STATE
020000         ' PAID ' DL-TREL-PAYOFF-DATE
020100         ' DAYS ' WS-DAYS-OLD-ED ' LIMIT ' WS-DEADLINE
020200     ADD 1 TO WS-PENDING-OVERDUE.
020300 2000-NEXT.
020400     PERFORM 2100-READ-RELEASE THRU 2100-EXIT.
020500 2000-EXIT.
020600     EXIT.
020700***************************************************************
020800*    2100-READ-RELEASE                                        *
020900***************************************************************
021000 2100-READ-RELEASE.
021100     READ TITLE-RELEASE-FILE NEXT
021200         AT END
021300             SET TREL-EOF TO TRUE
021400             GO TO 2100-EXIT
021500     END-READ
021600     ADD 1 TO WS-RELEASES-READ.
021700 2100-EXIT.
021800     EXIT.
021900***************************************************************
022000*    2500-FIND-DEADLINE - THE RELEASE STATE'S DEADLINE, OR    *
022100*    THE DEFAULT WHEN THE STATE IS NOT IN THE TABLE           *
022200***************************************************************
022300 2500-FIND-DEADLINE.
022400     MOVE WS-DEFAULT-DEADLINE TO WS-DEADLINE
022500     PERFORM 2550-CHECK-ONE-STATE THRU 2550-EXIT
022600         VARYING WS-STATE-SUB FROM 1 BY 1
022700         UNTIL WS-STATE-SUB > WS-STATE-COUNT.
022800 2500-EXIT.
022900     EXIT.
023000***************************************************************
023100*    2550-CHECK-ONE-STATE                                     *
023200***************************************************************
023300 2550-CHECK-ONE-STATE.
023400     IF WS-STATE-CODE (WS-STATE-SUB) = DL-TREL-STATE
023500         MOVE WS-STATE-DAYS (WS-STATE-SUB) TO WS-DEADLINE
023600     END-IF.
023700 2550-EXIT.
023800     EXIT.
023801***************************************************************
023802*    3000-CHECK-PAID-LOANS - SECOND PASS: EVERY PAID LOAN     *
023803*    STILL ON THE MASTER MUST HAVE A RELEASE RECORD           *
023804***************************************************************
023805 3000-CHECK-PAID-LOANS.
023806     OPEN INPUT LOAN-MASTER-FILE
023807     IF WS-LOAN-FILE-STATUS NOT = '00'
023808         DISPLAY 'DL128 - NO LOAN MASTER, STATUS '
023809             WS-LOAN-FILE-STATUS ' - PAID LOANS NOT CHECKED'
023810         GO TO 3000-EXIT
023811     END-IF
023812     PERFORM 3100-READ-MASTER THRU 3100-EXIT
023813     PERFORM 3200-CHECK-ONE-LOAN THRU 3200-EXIT
023814         UNTIL MASTER-EOF
023815     CLOSE LOAN-MASTER-FILE.
023816 3000-EXIT.
023817     EXIT.
023818***************************************************************
023819*    3100-READ-MASTER                                         *
023820***************************************************************
023821 3100-READ-MASTER.
023822     READ LOAN-MASTER-FILE
023823         AT END
023824             SET MASTER-EOF TO TRUE
023825             GO TO 3100-EXIT
023826     END-READ
023827     ADD 1 TO WS-LOANS-READ.
023828 3100-EXIT.
023829     EXIT.
023830***************************************************************
023831*    3200-CHECK-ONE-LOAN - A PAID LOAN NOT ON THE RELEASE     *
023832*    FILE, OR ANY PAID LOAN WHEN THERE IS NO RELEASE FILE     *
023833***************************************************************
023834 3200-CHECK-ONE-LOAN.
023835     IF PAYOFF-BAL  OF HACKATHON-X > ZERO
023836             OR ACCRUED-INT OF HACKATHON-X > ZERO
023837             OR LOAN-CHARGED-OFF OF HACKATHON-X
023838         GO TO 3200-NEXT
023839     END-IF
023840     MOVE 'N' TO WS-TREL-FOUND-SW
023841     IF WS-TREL-FILE-STATUS NOT = '35'
023842         MOVE CUSTOMER-NO OF HACKATHON-X TO DL-TREL-CUSTOMER-NO
023843         MOVE AUTO-NO-9   OF HACKATHON-X TO DL-TREL-AUTO-NO-9
023844         MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-TREL-AUTO-CK-DIG
023845         READ TITLE-RELEASE-FILE
023846             INVALID KEY
023847                 MOVE 'N' TO WS-TREL-FOUND-SW
023848             NOT INVALID KEY
023849                 MOVE 'Y' TO WS-TREL-FOUND-SW
023850         END-READ
023851     END-IF
023852     IF WS-TREL-FOUND
023853         GO TO 3200-NEXT
023854     END-IF
023855     DISPLAY 'DL128 - *NO RELEASE RECORD* '
023856         CUSTOMER-NO OF HACKATHON-X ' ' AUTO-NO-9 OF HACKATHON-X
023857         ' BANK ' BANK-NO OF HACKATHON-X
023858         ' LOAN ' BANK-LOAN-NO OF HACKATHON-X
023859     ADD 1 TO WS-PAID-NO-RECORD.
023860 3200-NEXT.
023861     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
023862 3200-EXIT.
023863     EXIT.
023900***************************************************************
024000*    8000-TERMINATE                                           *
024100***************************************************************
024200 8000-TERMINATE.
024300     IF WS-TREL-FILE-STATUS NOT = '35'
024400         CLOSE TITLE-RELEASE-FILE
024500     END-IF
024600     DISPLAY 'DL128 - DEFAULT DEADLINE DAYS ' WS-DEFAULT-DEADLINE
024700     DISPLAY 'DL128 - RELEASES READ       ' WS-RELEASES-READ
024800     DISPLAY 'DL128 - CONFIRMED MAILED    ' WS-RELEASES-MAILED
024900     DISPLAY 'DL128 - PENDING IN TIME     ' WS-PENDING-IN-TIME
025000     DISPLAY 'DL128 - PENDING OVERDUE     ' WS-PENDING-OVERDUE
025010     DISPLAY 'DL128 - PENDING NO DATE     ' WS-PENDING-NO-DATE
025020     DISPLAY 'DL128 - LOANS READ          ' WS-LOANS-READ
025030     DISPLAY 'DL128 - PAID, NO RECORD     ' WS-PAID-NO-RECORD.
025200 8000-EXIT.
025300     EXIT.

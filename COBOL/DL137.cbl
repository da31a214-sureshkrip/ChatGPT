000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL137                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    HELD ACCOUNTS REPORT.  RUN NIGHTLY AT THE END OF THE     *
000900*    CHAIN, AFTER EVERY PROGRAM THAT HONORS A HOLD.  READS    *
001000*    THE ACCOUNT HOLD FILE (DLHOLD LAYOUT) AND LISTS EVERY    *
001100*    HELD ACCOUNT WITH ITS HOLD TYPE, EFFECTIVE DATE AND      *
001200*    STANDING ON THE CHAIN'S BUSINESS DATE - IN FORCE, NOT    *
001300*    YET EFFECTIVE, OR RELEASED - FOLLOWED BY EACH OUTPUT     *
001400*    THE CHAIN HAS SUPPRESSED OR ALTERED FOR IT: DUNNING      *
001500*    LETTERS WITHHELD BY DL135, LATE CHARGES WAIVED BY DL112, *
001600*    STATEMENTS WITHHELD OR SENT BANKRUPTCY-SAFE BY DL180,    *
001700*    AND BUREAU CONDITION CODES SENT BY DL185, EACH WITH ITS  *
001800*    COUNT AND THE LAST DATE IT HAPPENED.  TOTALS BY HOLD     *
001900*    TYPE AND BY OUTPUT FOLLOW THE LIST.                      *
002000*                                                             *
002100*    MODIFICATION HISTORY.                                    *
002200*    DATE       INIT  DESCRIPTION                             *
002300*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002400*                                                             *
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    DL137.
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
003800     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS DL-HOLD-KEY
004200         FILE STATUS IS WS-HOLD-FILE-STATUS.
004300     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BDATE-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCOUNT-HOLD-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY DLHOLD.
005100 FD  BUSINESS-DATE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DLBDATE.
005400 WORKING-STORAGE SECTION.
005500 77  WS-HOLD-EOF-SW          PIC X(01)   VALUE 'N'.
005600     88  HOLD-EOF                        VALUE 'Y'.
005700 77  WS-HOLD-FILE-STATUS     PIC X(02).
005800 77  WS-BDATE-FILE-STATUS    PIC X(02).
005900 77  WS-SUPPRESSED-SW        PIC X(01)   VALUE 'N'.
006000     88  WS-ANY-SUPPRESSED               VALUE 'Y'.
006100***************************************************************
006200*    RUN DATE                                                 *
006300***************************************************************
006400 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
006500***************************************************************
006600*    PER-HOLD DESCRIPTION WORK FIELDS                         *
006700***************************************************************
006800 77  WS-TYPE-TEXT            PIC X(16)   VALUE SPACES.
006900 77  WS-STANDING-TEXT        PIC X(18)   VALUE SPACES.
007000 01  WS-RELEASED-TEXT.
007100     05  FILLER              PIC X(09)   VALUE 'RELEASED '.
007200     05  WS-RELEASED-DATE    PIC 9(08).
007300     05  FILLER              PIC X(01)   VALUE SPACE.
007400***************************************************************
007500*    RUN COUNTERS                                             *
007600***************************************************************
007700 77  WS-HOLDS-READ           PIC 9(07)   VALUE ZERO.
007800 77  WS-HOLDS-IN-FORCE       PIC 9(07)   VALUE ZERO.
007900 77  WS-HOLDS-PENDING        PIC 9(07)   VALUE ZERO.
008000 77  WS-HOLDS-RELEASED       PIC 9(07)   VALUE ZERO.
008100 77  WS-BANKRUPTCY-HOLDS     PIC 9(07)   VALUE ZERO.
008200 77  WS-ATTORNEY-HOLDS       PIC 9(07)   VALUE ZERO.
008300 77  WS-CEASE-HOLDS          PIC 9(07)   VALUE ZERO.
008400 77  WS-DECEASED-HOLDS       PIC 9(07)   VALUE ZERO.
008500 77  WS-TOTAL-DUNS           PIC 9(07)   VALUE ZERO.
008600 77  WS-TOTAL-LATES          PIC 9(07)   VALUE ZERO.
008700 77  WS-TOTAL-STMTS          PIC 9(07)   VALUE ZERO.
008800 77  WS-TOTAL-SAFES          PIC 9(07)   VALUE ZERO.
008900 77  WS-TOTAL-BUREAUS        PIC 9(07)   VALUE ZERO.
009000 PROCEDURE DIVISION.
009100***************************************************************
009200*    0000-MAINLINE                                            *
009300***************************************************************
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
009600     PERFORM 2000-LIST-ONE-HOLD    THRU 2000-EXIT
009700         UNTIL HOLD-EOF
009800     PERFORM 8000-TERMINATE        THRU 8000-EXIT
009900     STOP RUN.
010000***************************************************************
010100*    1000-INITIALIZE - NO HOLD FILE YET MEANS NO HOLD HAS     *
010200*    EVER BEEN PLACED; THE REPORT PRINTS ZEROS                *
010300***************************************************************
010400 1000-INITIALIZE.
010500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
010600     DISPLAY 'DL137 - HELD ACCOUNTS REPORT - RUN DATE '
010700         WS-RUN-DATE
010800     OPEN INPUT ACCOUNT-HOLD-FILE
010900     IF WS-HOLD-FILE-STATUS = '35'
011000         DISPLAY 'DL137 - NO HOLD FILE, NO ACCOUNTS HELD'
011100         SET HOLD-EOF TO TRUE
011200         GO TO 1000-EXIT
011300     END-IF
011400     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700***************************************************************
011800*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
011900*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
012000*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
012100***************************************************************
012200 1050-GET-BUSINESS-DATE.
012300     OPEN INPUT BUSINESS-DATE-FILE
012400     IF WS-BDATE-FILE-STATUS NOT = '00'
012500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012600         GO TO 1050-EXIT
012700     END-IF
012800     READ BUSINESS-DATE-FILE
012900         AT END
013000             MOVE ZERO TO DL-BDATE-RUN-DATE
013100     END-READ
013200     IF DL-BDATE-RUN-DATE NOT NUMERIC
013300             OR DL-BDATE-RUN-DATE = ZERO
013400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013500     ELSE
013600         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
013700     END-IF
013800     CLOSE BUSINESS-DATE-FILE.
013900 1050-EXIT.
014000     EXIT.
014100***************************************************************
014200*    2000-LIST-ONE-HOLD - ONE HEADER LINE FOR THE ACCOUNT,    *
014300*    THEN ONE LINE PER OUTPUT SUPPRESSED FOR IT               *
014400***************************************************************
014500 2000-LIST-ONE-HOLD.
014600     PERFORM 2500-DESCRIBE-HOLD THRU 2500-EXIT
014700     DISPLAY 'DL137 - ' DL-HOLD-CUSTOMER-NO ' '
014800         DL-HOLD-AUTO-NO-9 ' ' WS-TYPE-TEXT
014900         ' EFFECTIVE ' DL-HOLD-EFFECTIVE-DATE
015000         ' ' WS-STANDING-TEXT
015100     MOVE 'N' TO WS-SUPPRESSED-SW
015200     IF DL-HOLD-DUN-COUNT > ZERO
015300         DISPLAY 'DL137 -      DUNNING LETTERS WITHHELD  '
015400             DL-HOLD-DUN-COUNT ' LAST ' DL-HOLD-DUN-LAST
015500         ADD DL-HOLD-DUN-COUNT TO WS-TOTAL-DUNS
015600         MOVE 'Y' TO WS-SUPPRESSED-SW
015700     END-IF
015800     IF DL-HOLD-LATE-COUNT > ZERO
015900         DISPLAY 'DL137 -      LATE CHARGES WAIVED       '
016000             DL-HOLD-LATE-COUNT ' LAST ' DL-HOLD-LATE-LAST
016100         ADD DL-HOLD-LATE-COUNT TO WS-TOTAL-LATES
016200         MOVE 'Y' TO WS-SUPPRESSED-SW
016300     END-IF
016400     IF DL-HOLD-STMT-COUNT > ZERO
016500         DISPLAY 'DL137 -      STATEMENTS WITHHELD       '
016600             DL-HOLD-STMT-COUNT ' LAST ' DL-HOLD-STMT-LAST
016700         ADD DL-HOLD-STMT-COUNT TO WS-TOTAL-STMTS
016800         MOVE 'Y' TO WS-SUPPRESSED-SW
016900     END-IF
017000     IF DL-HOLD-SAFE-COUNT > ZERO
017100         DISPLAY 'DL137 -      BANKRUPTCY-SAFE STMTS     '
017200             DL-HOLD-SAFE-COUNT ' LAST ' DL-HOLD-SAFE-LAST
017300         ADD DL-HOLD-SAFE-COUNT TO WS-TOTAL-SAFES
017400         MOVE 'Y' TO WS-SUPPRESSED-SW
017500     END-IF
017600     IF DL-HOLD-BUREAU-COUNT > ZERO
017700         DISPLAY 'DL137 -      BUREAU CONDITION CODES    '
017800             DL-HOLD-BUREAU-COUNT ' LAST ' DL-HOLD-BUREAU-LAST
017900         ADD DL-HOLD-BUREAU-COUNT TO WS-TOTAL-BUREAUS
018000         MOVE 'Y' TO WS-SUPPRESSED-SW
018100     END-IF
018200     IF NOT WS-ANY-SUPPRESSED
018300         DISPLAY 'DL137 -      NO OUTPUT SUPPRESSED YET'
018400     END-IF
018500     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800***************************************************************
018900*    2100-READ-HOLD                                           *
019000***************************************************************
019100 2100-READ-HOLD.
019200     READ ACCOUNT-HOLD-FILE
019300         AT END
019400             SET HOLD-EOF TO TRUE
019500             GO TO 2100-EXIT
019600     END-READ
019700     ADD 1 TO WS-HOLDS-READ.
019800 2100-EXIT.
019900     EXIT.
020000***************************************************************
020100*    2500-DESCRIBE-HOLD - TYPE AND STANDING TEXT FOR THE      *
020200*    HEADER LINE, COUNTED BY TYPE AND BY STANDING             *
020300***************************************************************
020400 2500-DESCRIBE-HOLD.
020500     EVALUATE TRUE
020600         WHEN DL-HOLD-BANKRUPTCY
020700             MOVE 'BANKRUPTCY'       TO WS-TYPE-TEXT
020800             ADD 1 TO WS-BANKRUPTCY-HOLDS
020900         WHEN DL-HOLD-ATTORNEY
021000             MOVE 'ATTORNEY'         TO WS-TYPE-TEXT
021100             ADD 1 TO WS-ATTORNEY-HOLDS
021200         WHEN DL-HOLD-CEASE-DESIST
021300             MOVE 'CEASE-AND-DESIST' TO WS-TYPE-TEXT
021400             ADD 1 TO WS-CEASE-HOLDS
021500         WHEN DL-HOLD-DECEASED
021600             MOVE 'DECEASED'         TO WS-TYPE-TEXT
021700             ADD 1 TO WS-DECEASED-HOLDS
021800         WHEN OTHER
021900             MOVE 'UNKNOWN TYPE'     TO WS-TYPE-TEXT
022000     END-EVALUATE
022100     EVALUATE TRUE
022200         WHEN DL-HOLD-RELEASED
022300                 AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE
022400             MOVE DL-HOLD-RELEASE-DATE TO WS-RELEASED-DATE
022500             MOVE WS-RELEASED-TEXT     TO WS-STANDING-TEXT
022600             ADD 1 TO WS-HOLDS-RELEASED
022700         WHEN DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE
022800             MOVE 'NOT YET EFFECTIVE' TO WS-STANDING-TEXT
022900             ADD 1 TO WS-HOLDS-PENDING
023000         WHEN OTHER
023100             MOVE 'IN FORCE'          TO WS-STANDING-TEXT
023200             ADD 1 TO WS-HOLDS-IN-FORCE
023300     END-EVALUATE.
023400 2500-EXIT.
023500     EXIT.
023600***************************************************************
023700*    8000-TERMINATE                                           *
023800***************************************************************
023900 8000-TERMINATE.
024000     IF WS-HOLD-FILE-STATUS NOT = '35'
024100         CLOSE ACCOUNT-HOLD-FILE
024200     END-IF
024300     DISPLAY 'DL137 - HOLDS READ          ' WS-HOLDS-READ
024400     DISPLAY 'DL137 - IN FORCE            ' WS-HOLDS-IN-FORCE
024500     DISPLAY 'DL137 - NOT YET EFFECTIVE   ' WS-HOLDS-PENDING
024600     DISPLAY 'DL137 - RELEASED            ' WS-HOLDS-RELEASED
024700     DISPLAY 'DL137 - BANKRUPTCY          ' WS-BANKRUPTCY-HOLDS
024800     DISPLAY 'DL137 - ATTORNEY            ' WS-ATTORNEY-HOLDS
024900     DISPLAY 'DL137 - CEASE-AND-DESIST    ' WS-CEASE-HOLDS
025000     DISPLAY 'DL137 - DECEASED            ' WS-DECEASED-HOLDS
025100     DISPLAY 'DL137 - LETTERS WITHHELD    ' WS-TOTAL-DUNS
025200     DISPLAY 'DL137 - LATE CHARGES WAIVED ' WS-TOTAL-LATES
025300     DISPLAY 'DL137 - STATEMENTS WITHHELD ' WS-TOTAL-STMTS
025400     DISPLAY 'DL137 - SAFE STATEMENTS     ' WS-TOTAL-SAFES
025500     DISPLAY 'DL137 - BUREAU CONDITIONS   ' WS-TOTAL-BUREAUS.
025600 8000-EXIT.
025700     EXIT.

000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL109                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    ACH AUTO-DEBIT ORIGINATION.  RUNS NIGHTLY AFTER DL100 SO *
000900*    IT SEES TONIGHT'S DUE-DATES.  READS THE ENROLLMENT       *
001000*    MASTER (DLACH LAYOUT) FRONT TO BACK AND, FOR EACH ACTIVE *
001100*    ENROLLMENT WHOSE LOAN IS STILL OPEN, DRAFTS THE LOAN     *
001200*    WHEN ITS DUE-DATE FALLS IN THE DRAFT WINDOW - FROM THE   *
001300*    RUN DATE THROUGH WS-DRAFT-WINDOW-DAYS AHEAD - AND THAT   *
001400*    DUE-DATE HAS NOT BEEN DRAFTED BEFORE.  EACH DRAFT IS     *
001500*    WRITTEN TO THE OUTBOUND FILE FOR OUR BANK (DLACHO        *
001600*    LAYOUT) UNDER THE LOAN'S BANK-NO AND BANK LOAN NUMBER,   *
001700*    SO THE SETTLED ITEM RETURNS ON THE BANK PAYMENT FILE AND *
001800*    DL102 POSTS IT LIKE ANY LOCKBOX PAYMENT.  THE DRAFT      *
001900*    SETTLES ON THE BORROWER'S DRAFT DAY IN THE DUE MONTH,    *
002000*    BUT NEVER BEFORE THE RUN DATE OR AFTER THE DUE-DATE, AND *
002100*    NEVER FOR MORE THAN THE LOAN OWES.  A LOAN UNDER A       *
002200*    BANKRUPTCY OR DECEASED HOLD IN FORCE (DLHOLD LAYOUT) IS  *
002300*    NOT DRAFTED AND IS LISTED FOR THE PAYMENT DESK.          *
002400*                                                             *
002500*    MODIFICATION HISTORY.                                    *
002600*    DATE       INIT  DESCRIPTION                             *
002700*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002710*    2026-10-15  RK   A DUE-DATE RECORDED AS DRAFTED UNDER    *
002720*                     TONIGHT'S RUN DATE IS DRAFTED AGAIN     *
002730*                     RATHER THAN SKIPPED. THE DRAFT FILE IS  *
002740*                     REWRITTEN EACH RUN, SO A RERUN OF THE   *
002750*                     SAME DATE MUST REPRODUCE THE ITEMS THE  *
002760*                     FAILED ATTEMPT HAD ALREADY MARKED ON    *
002770*                     THE ENROLLMENT MASTER.                  *
002800*                                                             *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DL109.
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
004200     SELECT ACH-ENROLL-FILE  ASSIGN TO ACHMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS DL-ACH-KEY
004600         FILE STATUS IS WS-ACH-FILE-STATUS.
004700     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005100     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DL-HOLD-KEY
005500         FILE STATUS IS WS-HOLD-FILE-STATUS.
005600     SELECT ACH-DRAFT-FILE   ASSIGN TO ACHOUT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-BDATE-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACH-ENROLL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DLACH.
006600 FD  LOAN-MASTER-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY "test.cpy".
006900 FD  ACCOUNT-HOLD-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DLHOLD.
007200 FD  ACH-DRAFT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DLACHO.
007500 FD  BUSINESS-DATE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DLBDATE.
007800 WORKING-STORAGE SECTION.
007900 77  WS-ACH-EOF-SW           PIC X(01)   VALUE 'N'.
008000     88  ACH-EOF                         VALUE 'Y'.
008100 77  WS-ACH-FILE-STATUS      PIC X(02).
008200 77  WS-ACH-AVAIL-SW         PIC X(01)   VALUE 'N'.
008300     88  WS-ACHFILE-AVAILABLE            VALUE 'Y'.
008400 77  WS-BDATE-FILE-STATUS    PIC X(02).
008500 77  WS-LOAN-FOUND-SW        PIC X(01)   VALUE 'N'.
008600     88  WS-LOAN-FOUND                   VALUE 'Y'.
008700 77  WS-HOLD-FILE-STATUS     PIC X(02).
008800 77  WS-HOLD-AVAIL-SW        PIC X(01)   VALUE 'N'.
008900     88  WS-HOLDFILE-AVAILABLE           VALUE 'Y'.
009000 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
009100     88  WS-HOLD-FOUND                   VALUE 'Y'.
009200 77  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
009300     88  WS-HOLD-IN-FORCE                VALUE 'Y'.
009400***************************************************************
009500*    A LOAN IS DRAFTED WHEN ITS DUE-DATE IS NO MORE THAN THIS *
009600*    MANY 30/360 DAYS AHEAD OF THE RUN DATE                   *
009700***************************************************************
009800 77  WS-DRAFT-WINDOW-DAYS    PIC 9(03)   VALUE 5.
009900***************************************************************
010000*    RUN DATE                                                 *
010100***************************************************************
010200 01  WS-TODAY.
010300     05  WS-TODAY-YYYY       PIC 9(04).
010400     05  WS-TODAY-MM         PIC 9(02).
010500     05  WS-TODAY-DD         PIC 9(02).
010600 01  WS-RUN-DATE-N REDEFINES WS-TODAY PIC 9(08).
010700 77  WS-RUN-DAYS             PIC 9(07)   COMP.
010800***************************************************************
010900*    DUE-DATE WORK AREA - FULL YEAR, 30/360 SERIAL DAYS, AND  *
011000*    THE DUE-DATE AS YYYYMMDD FOR THE DRAFT HISTORY           *
011100***************************************************************
011200 01  WS-DUE-WORK.
011300     05  WS-DUE-FULL-YEAR    PIC 9(04).
011400     05  WS-DUE-DAYS         PIC 9(07)   COMP.
011500     05  WS-DAYS-TO-DUE      PIC S9(07)  COMP.
011600     05  WS-DUE-DATE-X.
011700         10  WS-DUE-X-YYYY   PIC 9(04).
011800         10  WS-DUE-X-MM     PIC 9(02).
011900         10  WS-DUE-X-DD     PIC 9(02).
012000     05  WS-DUE-DATE-N REDEFINES WS-DUE-DATE-X PIC 9(08).
012100 01  WS-EFF-DATE-X.
012200     05  WS-EFF-YYYY         PIC 9(04).
012300     05  WS-EFF-MM           PIC 9(02).
012400     05  WS-EFF-DD           PIC 9(02).
012500 01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE-X PIC 9(08).
012600***************************************************************
012700*    DRAFT AMOUNT WORK AREA - THE FULL AMOUNT THE LOAN OWES,  *
012800*    THE CEILING ON ANY ONE DRAFT                             *
012900***************************************************************
013000 77  WS-AMOUNT-OWED          PIC S9(09)V99 VALUE ZERO.
013100 77  WS-DRAFT-AMT            PIC S9(09)V99 VALUE ZERO.
013200***************************************************************
013300*    RUN COUNTERS                                             *
013400***************************************************************
013500 77  WS-ENROLLMENTS-READ     PIC 9(07)   VALUE ZERO.
013600 77  WS-NOT-ACTIVE           PIC 9(07)   VALUE ZERO.
013700 77  WS-LOANS-NOT-OPEN       PIC 9(07)   VALUE ZERO.
013800 77  WS-NOT-IN-WINDOW        PIC 9(07)   VALUE ZERO.
013900 77  WS-ALREADY-DRAFTED      PIC 9(07)   VALUE ZERO.
014000 77  WS-HOLD-SKIPPED         PIC 9(07)   VALUE ZERO.
014100 77  WS-DRAFTS-WRITTEN       PIC 9(07)   VALUE ZERO.
014200 77  WS-DRAFTS-REDUCED       PIC 9(07)   VALUE ZERO.
014210 77  WS-DRAFTS-REDONE        PIC 9(07)   VALUE ZERO.
014300 77  WS-TOTAL-DRAFTED        PIC S9(11)V99 VALUE ZERO.
014400 PROCEDURE DIVISION.
014500***************************************************************
014600*    0000-MAINLINE                                            *
014700***************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015000     PERFORM 2000-ORIGINATE-ONE     THRU 2000-EXIT
015100         UNTIL ACH-EOF
015200     PERFORM 8000-TERMINATE         THRU 8000-EXIT
015300     STOP RUN.
015400***************************************************************
015500*    1000-INITIALIZE - THE DRAFT FILE IS ALWAYS WRITTEN, EVEN *
015600*    EMPTY, SO THE BANK TRANSMISSION STEP FINDS IT.  WITH NO  *
015700*    ENROLLMENT MASTER YET THERE IS NOTHING TO DRAFT          *
015800***************************************************************
015900 1000-INITIALIZE.
016000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
016100     COMPUTE WS-RUN-DAYS =
016200         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
016300     DISPLAY 'DL109 - ACH AUTO-DEBIT ORIGINATION - RUN DATE '
016400         WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
016500     OPEN OUTPUT ACH-DRAFT-FILE
016600     OPEN I-O ACH-ENROLL-FILE
016700     IF WS-ACH-FILE-STATUS NOT = '00'
016800         DISPLAY 'DL109 - NO ENROLLMENT MASTER, STATUS '
016900             WS-ACH-FILE-STATUS ' - NOTHING TO DRAFT'
017000         SET ACH-EOF TO TRUE
017100         GO TO 1000-EXIT
017200     END-IF
017300     SET WS-ACHFILE-AVAILABLE TO TRUE
017400     OPEN INPUT LOAN-MASTER-FILE
017500     OPEN INPUT ACCOUNT-HOLD-FILE
017600     IF WS-HOLD-FILE-STATUS = '00'
017700         SET WS-HOLDFILE-AVAILABLE TO TRUE
017800     ELSE
017900         DISPLAY 'DL109 - NO HOLD FILE, STATUS '
018000             WS-HOLD-FILE-STATUS
018100             ' - NO ACCOUNT HOLDS THIS CYCLE'
018200     END-IF
018300     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600***************************************************************
018700*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
018800*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
018900*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
019000***************************************************************
019100 1050-GET-BUSINESS-DATE.
019200     OPEN INPUT BUSINESS-DATE-FILE
019300     IF WS-BDATE-FILE-STATUS NOT = '00'
019400         ACCEPT WS-TODAY FROM DATE YYYYMMDD
019500         GO TO 1050-EXIT
019600     END-IF
019700     READ BUSINESS-DATE-FILE
019800         AT END
019900             MOVE ZERO TO DL-BDATE-RUN-DATE
020000     END-READ
020100     IF DL-BDATE-RUN-DATE NOT NUMERIC
020200             OR DL-BDATE-RUN-DATE = ZERO
020300         ACCEPT WS-TODAY FROM DATE YYYYMMDD
020400     ELSE
020500         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE-N
020600     END-IF
020700     CLOSE BUSINESS-DATE-FILE.
020800 1050-EXIT.
020900     EXIT.
021000***************************************************************
021100*    2000-ORIGINATE-ONE - SCREEN THE ENROLLMENT AND ITS LOAN, *
021200*    THEN DRAFT IT WHEN THE DUE-DATE IS IN THE WINDOW.  A     *
021210*    DUE-DATE ALREADY DRAFTED TONIGHT IS DRAFTED AGAIN - THIS *
021220*    IS A RERUN AND ACHOUT HAS BEEN WRITTEN AFRESH            *
021300***************************************************************
021400 2000-ORIGINATE-ONE.
021500     IF NOT DL-ACH-ACTIVE
021600         ADD 1 TO WS-NOT-ACTIVE
021700         GO TO 2000-NEXT
021800     END-IF
021900     PERFORM 2200-GET-LOAN THRU 2200-EXIT
022000     IF NOT WS-LOAN-FOUND
022100             OR PAYOFF-BAL OF HACKATHON-X NOT > ZERO
022200             OR LOAN-CHARGED-OFF OF HACKATHON-X
022300         ADD 1 TO WS-LOANS-NOT-OPEN
022400         GO TO 2000-NEXT
022500     END-IF
022600     COMPUTE WS-DUE-FULL-YEAR = 1900 + DUE-YR OF HACKATHON-X
022700     COMPUTE WS-DUE-DAYS =
022800         (WS-DUE-FULL-YEAR * 360)
022900             + (DUE-MO OF HACKATHON-X * 30)
023000             + DUE-DA OF HACKATHON-X
023100     COMPUTE WS-DAYS-TO-DUE = WS-DUE-DAYS - WS-RUN-DAYS
023200     IF WS-DAYS-TO-DUE < ZERO
023300             OR WS-DAYS-TO-DUE > WS-DRAFT-WINDOW-DAYS
023400         ADD 1 TO WS-NOT-IN-WINDOW
023500         GO TO 2000-NEXT
023600     END-IF
023700     MOVE WS-DUE-FULL-YEAR        TO WS-DUE-X-YYYY
023800     MOVE DUE-MO OF HACKATHON-X   TO WS-DUE-X-MM
023900     MOVE DUE-DA OF HACKATHON-X   TO WS-DUE-X-DD
024000     IF DL-ACH-LAST-DUE-DATE = WS-DUE-DATE-N
024010             AND DL-ACH-LAST-DRAFT-DATE NOT = WS-RUN-DATE-N
024100         ADD 1 TO WS-ALREADY-DRAFTED
024200         GO TO 2000-NEXT
024300     END-IF
024400     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
024500     IF WS-HOLD-IN-FORCE
024600             AND (DL-HOLD-BANKRUPTCY OR DL-HOLD-DECEASED)
024700         DISPLAY 'DL109 - HOLD ' DL-HOLD-TYPE
024800             ', DRAFT NOT ORIGINATED '
024900             DL-ACH-CUSTOMER-NO ' ' DL-ACH-AUTO-NO-9
025000             ' DUE ' WS-DUE-DATE-N
025100         ADD 1 TO WS-HOLD-SKIPPED
025200         GO TO 2000-NEXT
025300     END-IF
025400     PERFORM 3000-WRITE-DRAFT THRU 3000-EXIT.
025500 2000-NEXT.
025600     PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900***************************************************************
026000*    2100-READ-ENROLLMENT                                     *
026100***************************************************************
026200 2100-READ-ENROLLMENT.
026300     READ ACH-ENROLL-FILE
026400         AT END
026500             SET ACH-EOF TO TRUE
026600             GO TO 2100-EXIT
026700     END-READ
026800     ADD 1 TO WS-ENROLLMENTS-READ.
026900 2100-EXIT.
027000     EXIT.
027100***************************************************************
027200*    2200-GET-LOAN - RANDOM READ OF THE MASTER BY THE         *
027300*    ENROLLMENT KEY                                           *
027400***************************************************************
027500 2200-GET-LOAN.
027600     MOVE DL-ACH-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
027700     MOVE DL-ACH-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
027800     MOVE DL-ACH-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
027900     READ LOAN-MASTER-FILE
028000         INVALID KEY
028100             MOVE 'N' TO WS-LOAN-FOUND-SW
028200         NOT INVALID KEY
028300             MOVE 'Y' TO WS-LOAN-FOUND-SW
028400     END-READ.
028500 2200-EXIT.
028600     EXIT.
028700***************************************************************
028800*    2600-CHECK-HOLD - A HOLD IS IN FORCE FROM ITS EFFECTIVE  *
028900*    DATE UNTIL ITS RELEASE DATE                              *
029000***************************************************************
029100 2600-CHECK-HOLD.
029200     MOVE 'N' TO WS-HOLD-SW
029300     IF NOT WS-HOLDFILE-AVAILABLE
029400         GO TO 2600-EXIT
029500     END-IF
029600     MOVE DL-ACH-CUSTOMER-NO TO DL-HOLD-CUSTOMER-NO
029700     MOVE DL-ACH-AUTO-NO-9   TO DL-HOLD-AUTO-NO-9
029800     MOVE DL-ACH-AUTO-CK-DIG TO DL-HOLD-AUTO-CK-DIG
029900     READ ACCOUNT-HOLD-FILE
030000         INVALID KEY
030100             MOVE 'N' TO WS-HOLD-FOUND-SW
030200         NOT INVALID KEY
030300             MOVE 'Y' TO WS-HOLD-FOUND-SW
030400     END-READ
030500     IF NOT WS-HOLD-FOUND
030600             OR DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE-N
030700         GO TO 2600-EXIT
030800     END-IF
030900     IF DL-HOLD-RELEASED
031000             AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE-N
031100         GO TO 2600-EXIT
031200     END-IF
031300     MOVE 'Y' TO WS-HOLD-SW.
031400 2600-EXIT.
031500     EXIT.
031600***************************************************************
031700*    3000-WRITE-DRAFT - SET THE SETTLEMENT DATE AND AMOUNT,   *
031800*    WRITE THE ITEM, AND RECORD THE DUE-DATE AS DRAFTED       *
031900***************************************************************
032000 3000-WRITE-DRAFT.
032100     MOVE WS-DUE-X-YYYY    TO WS-EFF-YYYY
032200     MOVE WS-DUE-X-MM      TO WS-EFF-MM
032300     MOVE DL-ACH-DRAFT-DAY TO WS-EFF-DD
032400     IF WS-EFF-DATE-N > WS-DUE-DATE-N
032500         MOVE WS-DUE-DATE-N TO WS-EFF-DATE-N
032600     END-IF
032700     IF WS-EFF-DATE-N < WS-RUN-DATE-N
032800         MOVE WS-RUN-DATE-N TO WS-EFF-DATE-N
032900     END-IF
033000     COMPUTE WS-AMOUNT-OWED =
033100         PAYOFF-BAL OF HACKATHON-X
033200             + ACCRUED-INT OF HACKATHON-X
033300             + LATE-CHG-BAL OF HACKATHON-X
033400     MOVE DL-ACH-DRAFT-AMT TO WS-DRAFT-AMT
033500     IF WS-DRAFT-AMT > WS-AMOUNT-OWED
033600         MOVE WS-AMOUNT-OWED TO WS-DRAFT-AMT
033700         ADD 1 TO WS-DRAFTS-REDUCED
033800     END-IF
033900     MOVE SPACES TO DL-ACHO-REC
034000     MOVE BANK-NO OF HACKATHON-X TO DL-ACHO-BANK-NO
034100     MOVE BANK-LOAN-NO-RJ OF HACKATHON-X
034200         TO DL-ACHO-LOAN-NO-RJ
034300     MOVE DL-ACH-CUSTOMER-NO   TO DL-ACHO-CUSTOMER-NO
034400     MOVE DL-ACH-AUTO-NO-9     TO DL-ACHO-AUTO-NO-9
034500     MOVE DL-ACH-AUTO-CK-DIG   TO DL-ACHO-AUTO-CK-DIG
034600     MOVE DL-ACH-ROUTING-NO    TO DL-ACHO-ROUTING-NO
034700     MOVE DL-ACH-ACCOUNT-NO    TO DL-ACHO-ACCOUNT-NO
034800     MOVE DL-ACH-ACCOUNT-TYPE  TO DL-ACHO-ACCOUNT-TYPE
034900     MOVE WS-DRAFT-AMT         TO DL-ACHO-DRAFT-AMT
035000     MOVE WS-EFF-DATE-N        TO DL-ACHO-EFFECTIVE-DATE
035100     MOVE WS-DUE-DATE-N        TO DL-ACHO-DUE-DATE
035200     WRITE DL-ACHO-REC
035300     ADD 1 TO WS-DRAFTS-WRITTEN
035400     ADD WS-DRAFT-AMT TO WS-TOTAL-DRAFTED
035500     DISPLAY 'DL109 - DRAFT ' DL-ACH-CUSTOMER-NO ' '
035600         DL-ACH-AUTO-NO-9 ' DUE ' WS-DUE-DATE-N
035700         ' SETTLES ' WS-EFF-DATE-N ' AMOUNT ' WS-DRAFT-AMT
035710     IF DL-ACH-LAST-DUE-DATE = WS-DUE-DATE-N
035720         ADD 1 TO WS-DRAFTS-REDONE
035730     END-IF
035800     MOVE WS-DUE-DATE-N TO DL-ACH-LAST-DUE-DATE
035900     MOVE WS-RUN-DATE-N TO DL-ACH-LAST-DRAFT-DATE
036000     REWRITE DL-ACH-REC.
036100 3000-EXIT.
036200     EXIT.
036300***************************************************************
036400*    8000-TERMINATE                                           *
036500***************************************************************
036600 8000-TERMINATE.
036700     IF WS-ACHFILE-AVAILABLE
036800         CLOSE ACH-ENROLL-FILE
036900         CLOSE LOAN-MASTER-FILE
037000         IF WS-HOLDFILE-AVAILABLE
037100             CLOSE ACCOUNT-HOLD-FILE
037200         END-IF
037300     END-IF
037400     CLOSE ACH-DRAFT-FILE
037500     DISPLAY 'DL109 - ORIGINATION COMPLETE'
037600     DISPLAY 'DL109 - ENROLLMENTS READ  ' WS-ENROLLMENTS-READ
037700     DISPLAY 'DL109 - NOT ACTIVE        ' WS-NOT-ACTIVE
037800     DISPLAY 'DL109 - LOANS NOT OPEN    ' WS-LOANS-NOT-OPEN
037900     DISPLAY 'DL109 - NOT IN WINDOW     ' WS-NOT-IN-WINDOW
038000     DISPLAY 'DL109 - ALREADY DRAFTED   ' WS-ALREADY-DRAFTED
038100     DISPLAY 'DL109 - HELD, NOT DRAFTED ' WS-HOLD-SKIPPED
038200     DISPLAY 'DL109 - DRAFTS WRITTEN    ' WS-DRAFTS-WRITTEN
038300     DISPLAY 'DL109 - REDUCED TO PAYOFF ' WS-DRAFTS-REDUCED
038310     DISPLAY 'DL109 - REDRAFTED, RERUN  ' WS-DRAFTS-REDONE
038400     DISPLAY 'DL109 - TOTAL DRAFTED     ' WS-TOTAL-DRAFTED.
038500 8000-EXIT.
038600     EXIT.

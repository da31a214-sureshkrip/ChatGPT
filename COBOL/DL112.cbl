002700*    MODIFICATION HISTORY.                                    *
002800*    DATE       INIT  DESCRIPTION                             *
002900*    2026-09-02  RK   ORIGINAL PROGRAM.                       *
002910*    2026-10-15  RK   A LOAN DL100 HAS CHARGED OFF IS NO      *
002920*                     LONGER ASSESSED A LATE CHARGE.          *
002930*    2026-10-15  RK   A LOAN UNDER AN ACCOUNT HOLD IN FORCE   *
002940*                     (DLHOLD LAYOUT, MAINTAINED BY DL136) IS *
002950*                     NOT ASSESSED A LATE CHARGE.  THE        *
002960*                     DUE-DATE IS MARKED ASSESSED SO THE FEE  *
002970*                     IS WAIVED, NOT DEFERRED TO THE RELEASE, *
002980*                     AND THE WAIVER IS COUNTED ON THE HOLD.  *
003000*                                                             *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
004800     SELECT AUDIT-FILE       ASSIGN TO DLAUDIT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005010     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS DL-HOLD-KEY
005050         FILE STATUS IS WS-HOLD-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LOAN-MASTER-FILE
005600 FD  AUDIT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLAUDIT.
005810 FD  ACCOUNT-HOLD-FILE
005820     LABEL RECORDS ARE STANDARD.
005830     COPY DLHOLD.
005900 WORKING-STORAGE SECTION.
006000 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
006100     88  MASTER-EOF                      VALUE 'Y'.
006200 77  WS-AUDIT-FILE-STATUS    PIC X(02).
006210 77  WS-HOLD-FILE-STATUS     PIC X(02).
006220 77  WS-HOLD-AVAIL-SW        PIC X(01)   VALUE 'N'.
006230     88  WS-HOLDFILE-AVAILABLE           VALUE 'Y'.
006240 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
006250     88  WS-HOLD-FOUND                   VALUE 'Y'.
006260 77  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
006270     88  WS-HOLD-IN-FORCE                VALUE 'Y'.
006300***************************************************************
006400*    CONTRACTUAL TERMS - THE GRACE DAYS PAST THE DUE-DATE     *
006500*    BEFORE A FEE IS CHARGED, AND THE FLAT FEE THE NOTE       *
010000 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
010100 77  WS-FEES-ASSESSED        PIC 9(07)   VALUE ZERO.
010200 77  WS-TOTAL-ASSESSED       PIC S9(11)V99 VALUE ZERO.
010210 77  WS-HOLD-WAIVED          PIC 9(07)   VALUE ZERO.
010300 PROCEDURE DIVISION.
010400***************************************************************
010500*    0000-MAINLINE                                            *
011900     PERFORM 9000-RUN-CONTROL-START THRU 9000-EXIT
012000     MOVE DL-RCPRM-RUN-DATE TO WS-RUN-DATE-N
012100     OPEN I-O LOAN-MASTER-FILE
012110     OPEN I-O ACCOUNT-HOLD-FILE
012120     IF WS-HOLD-FILE-STATUS = '00'
012130         SET WS-HOLDFILE-AVAILABLE TO TRUE
012140     ELSE
012150         DISPLAY 'DL112 - NO HOLD FILE, STATUS '
012160             WS-HOLD-FILE-STATUS
012170             ' - NO ACCOUNT HOLDS THIS CYCLE'
012180     END-IF
012200     COMPUTE WS-RUN-DAYS =
012300         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
012400     PERFORM 1200-CHECK-FOR-AUDIT THRU 1200-EXIT
015000*    CHARGED YET                                              *
015100***************************************************************
015200 2000-ASSESS-ONE-LOAN.
015210     IF LOAN-CHARGED-OFF OF HACKATHON-X
015220         GO TO 2000-NEXT
015230     END-IF
015300     IF PAYOFF-BAL OF HACKATHON-X NOT GREATER THAN ZERO
015400         GO TO 2000-NEXT
015500     END-IF
016800     IF LATE-CHG-DUE-DATE OF HACKATHON-X = WS-DUE-DATE-N
016900         GO TO 2000-NEXT
017000     END-IF
017005     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
017010     IF WS-HOLD-IN-FORCE
017015         MOVE WS-DUE-DATE-N
017020             TO LATE-CHG-DUE-DATE OF HACKATHON-X
017025         REWRITE HACKATHON-X
017030         ADD 1 TO DL-HOLD-LATE-COUNT
017035         MOVE WS-RUN-DATE-N TO DL-HOLD-LATE-LAST
017040         REWRITE DL-HOLD-REC
017045         DISPLAY 'DL112 - HOLD ' DL-HOLD-TYPE
017050             ', LATE CHARGE WAIVED '
017055             CUSTOMER-NO OF HACKATHON-X ' '
017060             AUTO-NO-9 OF HACKATHON-X
017065         ADD 1 TO WS-HOLD-WAIVED
017070         GO TO 2000-NEXT
017075     END-IF
017100     MOVE LATE-CHG-BAL OF HACKATHON-X TO DL-AUDIT-OLD-VALUE
017200     ADD WS-LATE-FEE-AMT TO LATE-CHG-BAL OF HACKATHON-X
017300     MOVE WS-DUE-DATE-N
019200     ADD 1 TO WS-LOANS-READ.
019300 2100-EXIT.
019400     EXIT.
019402***************************************************************
019404*    2600-CHECK-HOLD - IS THE LOAN UNDER AN ACCOUNT HOLD IN   *
019406*    FORCE TONIGHT: EFFECTIVE ON OR BEFORE THE RUN DATE AND   *
019408*    NOT RELEASED AS OF IT.  THE HOLD RECORD IS LEFT IN HAND  *
019410*    FOR THE SUPPRESSION COUNT.                               *
019412***************************************************************
019414 2600-CHECK-HOLD.
019416     MOVE 'N' TO WS-HOLD-SW
019418     IF NOT WS-HOLDFILE-AVAILABLE
019420         GO TO 2600-EXIT
019422     END-IF
019424     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-HOLD-CUSTOMER-NO
019426     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-HOLD-AUTO-NO-9
019428     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-HOLD-AUTO-CK-DIG
019430     READ ACCOUNT-HOLD-FILE
019432         INVALID KEY
019434             MOVE 'N' TO WS-HOLD-FOUND-SW
019436         NOT INVALID KEY
019438             MOVE 'Y' TO WS-HOLD-FOUND-SW
019440     END-READ
019442     IF NOT WS-HOLD-FOUND
019444             OR DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE-N
019446         GO TO 2600-EXIT
019448     END-IF
019450     IF DL-HOLD-RELEASED
019452             AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE-N
019454         GO TO 2600-EXIT
019456     END-IF
019458     MOVE 'Y' TO WS-HOLD-SW.
019460 2600-EXIT.
019462     EXIT.
019500***************************************************************
019600*    6000-WRITE-AUDIT - ONE BEFORE/AFTER RECORD PER FEE       *
019700*    ASSESSED.  DL-AUDIT-OLD-VALUE IS SET BEFORE THE ADD IN   *
021500 8000-TERMINATE.
021600     CLOSE LOAN-MASTER-FILE
021700     CLOSE AUDIT-FILE
021710     IF WS-HOLDFILE-AVAILABLE
021720         CLOSE ACCOUNT-HOLD-FILE
021730     END-IF
021800     DISPLAY 'DL112 - LATE-CHARGE ASSESSMENT COMPLETE'
021900     DISPLAY 'DL112 - LOANS READ        ' WS-LOANS-READ
022000     DISPLAY 'DL112 - FEES ASSESSED     ' WS-FEES-ASSESSED
022100     DISPLAY 'DL112 - DOLLARS ASSESSED  ' WS-TOTAL-ASSESSED
022110     DISPLAY 'DL112 - WAIVED FOR HOLD   ' WS-HOLD-WAIVED
022200     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
022300 8000-EXIT.
022400     EXIT.

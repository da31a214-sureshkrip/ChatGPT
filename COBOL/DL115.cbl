002950*                     MIDNIGHT STILL FINDS ITS OPENING         *
002960*                     SNAPSHOT INSTEAD OF QUIETLY TAKING A     *
002970*                     FRESH ONE AND SKIPPING THE PROOF.        *
002972*    2026-10-15  RK   BOTH RUNS NOW ALSO REPORT THE UNAPPLIED-  *
002974*                     CASH SUSPENSE BALANCE (OPEN ITEMS ON THE  *
002976*                     DLSUSP FILE DL102 BUILDS) NEXT TO THE     *
002978*                     RECEIVABLE TOTALS.  IT IS MONEY HELD, NOT *
002980*                     RECEIVABLE, SO IT IS SHOWN BESIDE THE     *
002982*                     PROOF AND NOT CARRIED IN IT.              *
003000*                                                             *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
005310     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-BDATE-FILE-STATUS.
005340     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
005350         ORGANIZATION IS SEQUENTIAL
005360         FILE STATUS IS WS-SUSP-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LOAN-MASTER-FILE
006410 FD  BUSINESS-DATE-FILE
006420     LABEL RECORDS ARE STANDARD.
006430     COPY DLBDATE.
006440 FD  SUSPENSE-FILE
006450     LABEL RECORDS ARE STANDARD.
006460     COPY DLSUSP.
006500 WORKING-STORAGE SECTION.
006600 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
006700     88  MASTER-EOF                      VALUE 'Y'.
007200 77  WS-AUDIT-FILE-STATUS    PIC X(02).
007300 77  WS-BALCT-FILE-STATUS    PIC X(02).
007310 77  WS-BDATE-FILE-STATUS    PIC X(02).
007320 77  WS-SUSP-FILE-STATUS     PIC X(02).
007330 77  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
007340     88  SUSP-EOF                        VALUE 'Y'.
007400 77  WS-OPENING-FOUND-SW     PIC X(01)   VALUE 'N'.
007500     88  WS-OPENING-FOUND                VALUE 'Y'.
007600***************************************************************
009800     05  WS-AUDIT-DELTA      PIC S9(13)V99 VALUE ZERO.
009900     05  WS-EXPECTED-TOTAL   PIC S9(13)V99 VALUE ZERO.
010000     05  WS-DIFFERENCE       PIC S9(13)V99 VALUE ZERO.
010010***************************************************************
010020*    UNAPPLIED-CASH SUSPENSE TOTALS - OPEN ITEMS ONLY          *
010030***************************************************************
010040 01  WS-SUSPENSE-TOTALS.
010050     05  WS-SUSP-OPEN-COUNT  PIC 9(07)   VALUE ZERO.
010060     05  WS-SUSP-BALANCE     PIC S9(13)V99 VALUE ZERO.
010100 PROCEDURE DIVISION.
010200***************************************************************
010300*    0000-MAINLINE                                            *
011000     ELSE
011100         PERFORM 3000-TAKE-SNAPSHOT THRU 3000-EXIT
011200     END-IF
011210     PERFORM 5000-TOTAL-SUSPENSE  THRU 5000-EXIT
011300     PERFORM 8000-TERMINATE       THRU 8000-EXIT
011400     STOP RUN.
011500***************************************************************
028200     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
028300 4120-EXIT.
028400     EXIT.
028402***************************************************************
028404*    5000-TOTAL-SUSPENSE - SUM THE OPEN UNAPPLIED-CASH ITEMS.  *
028406*    A MISSING SUSPENSE FILE MEANS NOTHING HAS GONE UNMATCHED. *
028408***************************************************************
028410 5000-TOTAL-SUSPENSE.
028412     OPEN INPUT SUSPENSE-FILE
028414     IF WS-SUSP-FILE-STATUS = '35'
028416         SET SUSP-EOF TO TRUE
028418         GO TO 5000-REPORT
028420     END-IF
028422     PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT
028424         UNTIL SUSP-EOF
028426     CLOSE SUSPENSE-FILE.
028428 5000-REPORT.
028430     DISPLAY 'DL115 - SUSPENSE ITEMS    ' WS-SUSP-OPEN-COUNT
028432     DISPLAY 'DL115 - SUSPENSE BALANCE  ' WS-SUSP-BALANCE.
028434 5000-EXIT.
028436     EXIT.
028438***************************************************************
028440*    5100-READ-SUSPENSE                                       *
028442***************************************************************
028444 5100-READ-SUSPENSE.
028446     READ SUSPENSE-FILE
028448         AT END
028450             SET SUSP-EOF TO TRUE
028452             GO TO 5100-EXIT
028454     END-READ
028456     IF DL-SUSP-OPEN
028458         ADD 1 TO WS-SUSP-OPEN-COUNT
028460         ADD DL-SUSP-PAYMENT-AMT TO WS-SUSP-BALANCE
028462     END-IF.
028464 5100-EXIT.
028466     EXIT.
028500***************************************************************
028600*    8000-TERMINATE                                           *
028700***************************************************************

003120*                     BALANCE (LATE-CHG-BAL, ASSESSED BY       *
003130*                     DL112) IS NO LONGER A CANDIDATE FOR THE  *
003140*                     PURGE - ALL THREE BALANCES MUST BE ZERO. *
003150*    2026-10-15  RK   A PAID LOAN IS NOT ARCHIVED UNTIL ITS    *
003160*                     LIEN RELEASE IS CONFIRMED MAILED (DLTREL *
003170*                     RECORD MARKED MAILED BY DL127).  WITHOUT *
003180*                     THE TITLE RELEASE FILE NOTHING IS        *
003190*                     ARCHIVED.                                *
003192*    2026-10-15  RK   A CHARGED-OFF LOAN IS NEVER ARCHIVED -   *
003194*                     IT STAYS ON THE MASTER FOR RECOVERIES    *
003196*                     AND BUREAU REPORTING.                    *
003200*    2026-10-15  RK   EACH LOAN DELETED FROM THE MASTER NOW    *
003210*                     LEAVES A FIELD PURGED RECORD (CODE X)    *
003220*                     ON THE AUDIT TRAIL, STAMPED WITH THE     *
003230*                     CHAIN BUSINESS DATE FROM THE DLBDATE     *
003240*                     CONTROL FILE, SO DL099 CAN DROP IT FROM  *
003250*                     A MASTER REBUILT FROM AN EARLIER         *
003260*                     SNAPSHOT.  THE RETENTION WINDOW IS NOW   *
003270*                     MEASURED FROM THE SAME DATE (SYSTEM      *
003280*                     DATE ONLY AS A FALLBACK).                *
003290*                                                             *
003300***************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.    DL125.
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HEADER_KEY OF AR-HACKATHON-X
005400         FILE STATUS IS WS-ARCH-FILE-STATUS.
005410     SELECT TITLE-RELEASE-FILE ASSIGN TO TITLEREL
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS DYNAMIC
005440         RECORD KEY IS DL-TREL-KEY
005450         FILE STATUS IS WS-TREL-FILE-STATUS.
005455     SELECT AUDIT-FILE       ASSIGN TO DLAUDIT
005460         ORGANIZATION IS SEQUENTIAL
005465         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005470     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005475         ORGANIZATION IS SEQUENTIAL
005480         FILE STATUS IS WS-BDATE-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LOAN-MASTER-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "test.cpy" REPLACING HACKATHON-X  BY AR-HACKATHON-X
006300                         HACKATHON-WK BY AR-HACKATHON-WK.
006310 FD  TITLE-RELEASE-FILE
006320     LABEL RECORDS ARE STANDARD.
006330     COPY DLTREL.
006340 FD  AUDIT-FILE
006350     LABEL RECORDS ARE STANDARD.
006360     COPY DLAUDIT.
006370 FD  BUSINESS-DATE-FILE
006380     LABEL RECORDS ARE STANDARD.
006390     COPY DLBDATE.
006400 WORKING-STORAGE SECTION.
006500 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
006600     88  MASTER-EOF                      VALUE 'Y'.
006700 77  WS-ARCH-FILE-STATUS     PIC X(02).
006710 77  WS-TREL-FILE-STATUS     PIC X(02).
006720 77  WS-TREL-AVAIL-SW        PIC X(01)   VALUE 'N'.
006730     88  WS-TITLEREL-AVAILABLE           VALUE 'Y'.
006740 77  WS-RELEASE-SW           PIC X(01)   VALUE 'N'.
006750     88  WS-RELEASE-CONFIRMED            VALUE 'Y'.
006760 77  WS-AUDIT-FILE-STATUS    PIC X(02).
006770 77  WS-BDATE-FILE-STATUS    PIC X(02).
006800***************************************************************
006900*    RETENTION WINDOW - A PAID LOAN IS PURGED ONCE ITS        *
007000*    DUE-DATE IS THIS MANY 30/360 DAYS IN THE PAST            *
007700     05  WS-TODAY-YYYY       PIC 9(04).
007800     05  WS-TODAY-MM         PIC 9(02).
007900     05  WS-TODAY-DD         PIC 9(02).
007910 01  WS-TODAY-N REDEFINES WS-TODAY PIC 9(08).
008000 77  WS-RUN-DAYS             PIC 9(07)   COMP.
008100***************************************************************
008200*    PER-LOAN AGE WORK AREA                                   *
009200 77  WS-LOANS-ARCHIVED       PIC 9(07)   VALUE ZERO.
009300 77  WS-LOANS-ALREADY-ARCH   PIC 9(07)   VALUE ZERO.
009400 77  WS-LOANS-KEPT           PIC 9(07)   VALUE ZERO.
009410 77  WS-LOANS-NOT-RELEASED   PIC 9(07)   VALUE ZERO.
009500 PROCEDURE DIVISION.
009600***************************************************************
009700*    0000-MAINLINE                                            *
011600         CLOSE ARCHIVE-FILE
011700         OPEN I-O ARCHIVE-FILE
011800     END-IF
011810     OPEN INPUT TITLE-RELEASE-FILE
011820     IF WS-TREL-FILE-STATUS = '00'
011830         SET WS-TITLEREL-AVAILABLE TO TRUE
011840     ELSE
011850         DISPLAY 'DL125 - NO TITLE RELEASE FILE, STATUS '
011860             WS-TREL-FILE-STATUS
011870             ' - NO PAID LOAN WILL BE ARCHIVED'
011880     END-IF
011890     PERFORM 1200-CHECK-FOR-AUDIT THRU 1200-EXIT
011900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
012000     COMPUTE WS-RUN-DAYS =
012100         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
012200     DISPLAY 'DL125 - PAID-LOAN ARCHIVE AND PURGE - RUN DATE '
012400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
012500 1000-EXIT.
012600     EXIT.
012602***************************************************************
012604*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
012606*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
012608*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
012610***************************************************************
012612 1050-GET-BUSINESS-DATE.
012614     OPEN INPUT BUSINESS-DATE-FILE
012616     IF WS-BDATE-FILE-STATUS NOT = '00'
012618         ACCEPT WS-TODAY FROM DATE YYYYMMDD
012620         GO TO 1050-EXIT
012622     END-IF
012624     READ BUSINESS-DATE-FILE
012626         AT END
012628             MOVE ZERO TO DL-BDATE-RUN-DATE
012630     END-READ
012632     IF DL-BDATE-RUN-DATE NOT NUMERIC
012634             OR DL-BDATE-RUN-DATE = ZERO
012636         ACCEPT WS-TODAY FROM DATE YYYYMMDD
012638     ELSE
012640         MOVE DL-BDATE-RUN-DATE TO WS-TODAY-N
012642     END-IF
012644     CLOSE BUSINESS-DATE-FILE.
012646 1050-EXIT.
012648     EXIT.
012650***************************************************************
012652*    1200-CHECK-FOR-AUDIT - OPEN THE AUDIT FILE FOR APPENDING, *
012654*    CREATING IT IF THIS IS THE FIRST RUN TO WRITE ONE - THE   *
012656*    SAME PATTERN DL100 USES                                   *
012658***************************************************************
012660 1200-CHECK-FOR-AUDIT.
012662     OPEN INPUT AUDIT-FILE
012664     IF WS-AUDIT-FILE-STATUS = '35'
012666         OPEN OUTPUT AUDIT-FILE
012668         CLOSE AUDIT-FILE
012670         OPEN EXTEND AUDIT-FILE
012672         GO TO 1200-EXIT
012674     END-IF
012676     CLOSE AUDIT-FILE
012678     OPEN EXTEND AUDIT-FILE.
012680 1200-EXIT.
012682     EXIT.
012700***************************************************************
012800*    2000-PURGE-ONE-LOAN - ARCHIVE AND DELETE THE LOAN WHEN   *
012900*    IT IS PAID OFF AND PAST THE RETENTION WINDOW, OTHERWISE  *
013300     IF PAYOFF-BAL  OF HACKATHON-X NOT = ZERO
013400             OR ACCRUED-INT OF HACKATHON-X NOT = ZERO
013410             OR LATE-CHG-BAL OF HACKATHON-X NOT = ZERO
013420             OR LOAN-CHARGED-OFF OF HACKATHON-X
013500         ADD 1 TO WS-LOANS-KEPT
013600         GO TO 2000-NEXT
013700     END-IF
014500         ADD 1 TO WS-LOANS-KEPT
014600         GO TO 2000-NEXT
014700     END-IF
014710     PERFORM 2500-CHECK-RELEASE THRU 2500-EXIT
014720     IF NOT WS-RELEASE-CONFIRMED
014730         ADD 1 TO WS-LOANS-NOT-RELEASED
014740         ADD 1 TO WS-LOANS-KEPT
014750         DISPLAY 'DL125 - RELEASE NOT CONFIRMED '
014760             CUSTOMER-NO OF HACKATHON-X ' '
014765             AUTO-NO-9 OF HACKATHON-X
014770         GO TO 2000-NEXT
014780     END-IF
014800     MOVE HACKATHON-X TO AR-HACKATHON-X
014900     WRITE AR-HACKATHON-X
015000         INVALID KEY
015300             ADD 1 TO WS-LOANS-ARCHIVED
015400     END-WRITE
015500     DELETE LOAN-MASTER-FILE
015510     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
015600     DISPLAY 'DL125 - PURGED ' CUSTOMER-NO OF HACKATHON-X
015700         ' ' AUTO-NO-9 OF HACKATHON-X.
015800 2000-NEXT.
017100     ADD 1 TO WS-LOANS-READ.
017200 2100-EXIT.
017300     EXIT.
017302***************************************************************
017304*    2500-CHECK-RELEASE - THE LOAN'S LIEN RELEASE MUST BE ON  *
017306*    FILE AND CONFIRMED MAILED BEFORE THE LOAN LEAVES THE     *
017308*    LIVE MASTER                                              *
017310***************************************************************
017312 2500-CHECK-RELEASE.
017314     MOVE 'N' TO WS-RELEASE-SW
017316     IF NOT WS-TITLEREL-AVAILABLE
017318         GO TO 2500-EXIT
017320     END-IF
017322     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-TREL-CUSTOMER-NO
017324     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-TREL-AUTO-NO-9
017326     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-TREL-AUTO-CK-DIG
017328     READ TITLE-RELEASE-FILE
017330         INVALID KEY
017332             MOVE 'N' TO WS-RELEASE-SW
017334         NOT INVALID KEY
017336             IF DL-TREL-MAILED
017338                 MOVE 'Y' TO WS-RELEASE-SW
017340             END-IF
017342     END-READ.
017344 2500-EXIT.
017346     EXIT.
017348***************************************************************
017350*    6000-WRITE-AUDIT - ONE FIELD PURGED RECORD PER LOAN      *
017352*    DELETED, SO A MASTER REBUILT FROM AN EARLIER SNAPSHOT    *
017354*    DROPS IT TOO.  THE BALANCES ARE ALL ZERO, SO THE VALUE   *
017356*    FIELDS ARE ZERO.                                         *
017358***************************************************************
017360 6000-WRITE-AUDIT.
017362     MOVE CUSTOMER-NO OF HACKATHON-X  TO DL-AUDIT-CUSTOMER-NO
017364     MOVE AUTO-NO-9   OF HACKATHON-X  TO DL-AUDIT-AUTO-NO-9
017366     MOVE AUTO-CK-DIG OF HACKATHON-X  TO DL-AUDIT-AUTO-CK-DIG
017368     MOVE 'X'                          TO DL-AUDIT-TRANS-CODE
017370     MOVE 'PURGED'                     TO DL-AUDIT-FIELD-NAME
017372     MOVE ZERO                         TO DL-AUDIT-OLD-VALUE
017374     MOVE ZERO                         TO DL-AUDIT-NEW-VALUE
017376     MOVE WS-TODAY-N                   TO DL-AUDIT-RUN-DATE
017378     MOVE ZERO                         TO DL-AUDIT-XREF-DATE
017380     WRITE DL-AUDIT-REC.
017382 6000-EXIT.
017384     EXIT.
017400***************************************************************
017500*    8000-TERMINATE                                           *
017600***************************************************************
017700 8000-TERMINATE.
017800     CLOSE LOAN-MASTER-FILE
017900     CLOSE ARCHIVE-FILE
017910     IF WS-TITLEREL-AVAILABLE
017920         CLOSE TITLE-RELEASE-FILE
017930     END-IF
017940     CLOSE AUDIT-FILE
018000     DISPLAY 'DL125 - ARCHIVE AND PURGE COMPLETE'
018100     DISPLAY 'DL125 - LOANS READ             ' WS-LOANS-READ
018200     DISPLAY 'DL125 - LOANS ARCHIVED         ' WS-LOANS-ARCHIVED
018300     DISPLAY 'DL125 - ALREADY ON ARCHIVE     '
018400         WS-LOANS-ALREADY-ARCH
018410     DISPLAY 'DL125 - RELEASE NOT CONFIRMED  '
018420         WS-LOANS-NOT-RELEASED
018500     DISPLAY 'DL125 - LOANS KEPT             ' WS-LOANS-KEPT.
018600 8000-EXIT.
018700     EXIT.

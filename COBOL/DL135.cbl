002278*                     (DLVEH LAYOUT), SO THE LETTER AND ANY    *
002279*                     REPOSSESSION REFERRAL BUILT FROM IT NO   *
002280*                     LONGER GO OUT WITH A BLANK DESCRIPTION.  *
002282*    2026-10-15  RK   AN ACCOUNT UNDER AN ACCOUNT HOLD IN      *
002284*                     FORCE (DLHOLD LAYOUT, MAINTAINED BY      *
002286*                     DL136) - BANKRUPTCY, ATTORNEY            *
002288*                     REPRESENTATION, CEASE-AND-DESIST OR      *
002290*                     DECEASED BORROWER - GETS NO DUNNING      *
002292*                     LETTER AND NO ESCALATION.  EACH WITHHELD *
002294*                     LETTER IS COUNTED ON THE HOLD FOR THE    *
002296*                     DL137 REPORT.                            *
002300*                                                             *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
003600 FILE-CONTROL.
003700     SELECT COLLECTIONS-FILE ASSIGN TO COLLWRK
003800         ORGANIZATION IS SEQUENTIAL.
003810     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS DL-HOLD-KEY
003850         FILE STATUS IS WS-HOLD-FILE-STATUS.
003900     SELECT LETTER-HISTORY-FILE ASSIGN TO LTRHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
005670 FD  VEHICLE-MASTER-FILE
005680     LABEL RECORDS ARE STANDARD.
005690     COPY DLVEH.
005692 FD  ACCOUNT-HOLD-FILE
005694     LABEL RECORDS ARE STANDARD.
005696     COPY DLHOLD.
005700 WORKING-STORAGE SECTION.
005800 77  WS-COLL-EOF-SW          PIC X(01)   VALUE 'N'.
005900     88  COLL-EOF                        VALUE 'Y'.
006000 77  WS-HIST-FILE-STATUS     PIC X(02).
006100 77  WS-HIST-FOUND-SW        PIC X(01)   VALUE 'N'.
006200     88  WS-HISTORY-FOUND                VALUE 'Y'.
006201 77  WS-HOLD-FILE-STATUS     PIC X(02).
006202 77  WS-HOLD-AVAIL-SW        PIC X(01)   VALUE 'N'.
006203     88  WS-HOLDFILE-AVAILABLE           VALUE 'Y'.
006204 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
006205     88  WS-HOLD-FOUND                   VALUE 'Y'.
006206 77  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
006207     88  WS-HOLD-IN-FORCE                VALUE 'Y'.
006210 77  WS-CUST-FILE-STATUS     PIC X(02).
006220 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
006230     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
011500 77  WS-ACCOUNTS-READ        PIC 9(07)   VALUE ZERO.
011510 77  WS-ALREADY-NOTICED      PIC 9(07)   VALUE ZERO.
011520 77  WS-PROMISE-HELD         PIC 9(07)   VALUE ZERO.
011530 77  WS-ACCOUNT-HELD         PIC 9(07)   VALUE ZERO.
011600 77  WS-FIRST-NOTICES        PIC 9(07)   VALUE ZERO.
011700 77  WS-SECOND-NOTICES       PIC 9(07)   VALUE ZERO.
011800 77  WS-FINAL-NOTICES        PIC 9(07)   VALUE ZERO.
014300         OPEN I-O LETTER-HISTORY-FILE
014400     END-IF
014500     OPEN OUTPUT LETTER-FILE
014501     OPEN I-O ACCOUNT-HOLD-FILE
014502     IF WS-HOLD-FILE-STATUS = '00'
014503         SET WS-HOLDFILE-AVAILABLE TO TRUE
014504     ELSE
014505         DISPLAY 'DL135 - NO HOLD FILE, STATUS '
014506             WS-HOLD-FILE-STATUS
014507             ' - NO ACCOUNT HOLDS THIS CYCLE'
014508     END-IF
014510     OPEN INPUT CUSTOMER-MASTER-FILE
014520     IF WS-CUST-FILE-STATUS = '00'
014530         SET WS-CUSTMSTR-AVAILABLE TO TRUE
015800*    SENT                                                     *
015900***************************************************************
016000 2000-PROCESS-ONE-ACCT.
016005     PERFORM 5200-CHECK-HOLD THRU 5200-EXIT
016010     IF WS-HOLD-IN-FORCE
016015         IF DL-HOLD-DUN-LAST NOT = WS-RUN-DATE-N
016020             ADD 1 TO DL-HOLD-DUN-COUNT
016025             MOVE WS-RUN-DATE-N TO DL-HOLD-DUN-LAST
016030             REWRITE DL-HOLD-REC
016035         END-IF
016040         DISPLAY 'DL135 - ACCOUNT HOLD ' DL-HOLD-TYPE
016045             ', LETTER WITHHELD '
016050             DL-COLL-CUSTOMER-NO ' ' DL-COLL-AUTO-NO-9
016055         ADD 1 TO WS-ACCOUNT-HELD
016060         GO TO 2000-NEXT
016065     END-IF
016100     EVALUATE TRUE
016200         WHEN DL-COLL-30-DAY
016300             MOVE 1 TO WS-BUCKET-LEVEL
027354     END-IF.
027355 5100-EXIT.
027356     EXIT.
027357***************************************************************
027358*    5200-CHECK-HOLD - IS THE ACCOUNT UNDER AN ACCOUNT HOLD   *
027359*    IN FORCE ON THE RUN DATE: EFFECTIVE ON OR BEFORE IT AND  *
027360*    NOT RELEASED AS OF IT.  ANY HOLD TYPE STOPS THE LETTER.  *
027361***************************************************************
027362 5200-CHECK-HOLD.
027363     MOVE 'N' TO WS-HOLD-SW
027364     IF NOT WS-HOLDFILE-AVAILABLE
027365         GO TO 5200-EXIT
027366     END-IF
027367     MOVE DL-COLL-CUSTOMER-NO  TO DL-HOLD-CUSTOMER-NO
027368     MOVE DL-COLL-AUTO-NO-9    TO DL-HOLD-AUTO-NO-9
027369     MOVE DL-COLL-AUTO-CK-DIG  TO DL-HOLD-AUTO-CK-DIG
027370     READ ACCOUNT-HOLD-FILE
027371         INVALID KEY
027372             MOVE 'N' TO WS-HOLD-FOUND-SW
027373         NOT INVALID KEY
027374             MOVE 'Y' TO WS-HOLD-FOUND-SW
027375     END-READ
027376     IF NOT WS-HOLD-FOUND
027377             OR DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE-N
027378         GO TO 5200-EXIT
027379     END-IF
027380     IF DL-HOLD-RELEASED
027381             AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE-N
027382         GO TO 5200-EXIT
027383     END-IF
027384     MOVE 'Y' TO WS-HOLD-SW.
027385 5200-EXIT.
027386     EXIT.
027400***************************************************************
027500*    8000-TERMINATE                                           *
027600***************************************************************
028070     IF WS-VEHMSTR-AVAILABLE
028080         CLOSE VEHICLE-MASTER-FILE
028090     END-IF
028092     IF WS-HOLDFILE-AVAILABLE
028094         CLOSE ACCOUNT-HOLD-FILE
028096     END-IF
028100     DISPLAY 'DL135 - LETTER GENERATION COMPLETE'
028200     DISPLAY 'DL135 - ACCOUNTS READ       ' WS-ACCOUNTS-READ
028210     DISPLAY 'DL135 - ALREADY NOTICED     '
028220         WS-ALREADY-NOTICED
028230     DISPLAY 'DL135 - PROMISE HOLDS       '
028240         WS-PROMISE-HELD
028250     DISPLAY 'DL135 - ACCOUNT HOLDS       '
028260         WS-ACCOUNT-HELD
028300     DISPLAY 'DL135 - FIRST NOTICES       ' WS-FIRST-NOTICES
028400     DISPLAY 'DL135 - SECOND NOTICES      ' WS-SECOND-NOTICES
028500     DISPLAY 'DL135 - FINAL NOTICES       ' WS-FINAL-NOTICES

000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL127                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    TITLE RELEASE MAILING CONFIRMATION.  READS THE TITLE     *
000900*    CLERK'S CONFIRMATIONS (DLTRELC LAYOUT) AND MARKS EACH    *
001000*    PENDING RELEASE ON THE TITLE RELEASE FILE (DLTREL        *
001100*    LAYOUT) MAILED ON THE DATE GIVEN, WHICH CLEARS IT OFF    *
001200*    THE DL128 DEADLINE REPORT AND RELEASES THE LOAN TO THE   *
001300*    DL125 ARCHIVE.  A CONFIRMATION FOR A RELEASE ALREADY     *
001400*    MAILED, WITH A BAD CODE, OR WITH NO MAILED DATE IS       *
001500*    REJECTED.  A CONFIRMATION FOR A LOAN WITH NO RELEASE ON  *
001600*    FILE - ONE PAID OFF BEFORE RELEASES WERE TRACKED - ADDS  *
001700*    THE RECORD ALREADY MAILED, PROVIDED THE LOAN IS ON THE   *
001800*    MASTER AND CARRIES NO BALANCE.                           *
001900*                                                             *
002000*    MODIFICATION HISTORY.                                    *
002100*    DATE       INIT  DESCRIPTION                             *
002200*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002210*    2026-10-15  RK   A CHARGED-OFF LOAN IS REJECTED - ITS    *
002220*                     LIEN IS NOT RELEASED.                   *
002300*                                                             *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    DL127.
002700 AUTHOR.        R. KEMPNER.
002800 INSTALLATION.  CONSUMER LOAN SERVICING.
002900 DATE-WRITTEN.  2026-10-15.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  GENERIC.
003400 OBJECT-COMPUTER.  GENERIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONFIRM-TRANS-FILE ASSIGN TO TRELCONF
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TITLE-RELEASE-FILE ASSIGN TO TITLEREL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS DL-TREL-KEY
004300         FILE STATUS IS WS-TREL-FILE-STATUS.
004400     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CONFIRM-TRANS-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DLTRELC.
005300 FD  TITLE-RELEASE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DLTREL.
005600 FD  LOAN-MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "test.cpy".
005900 WORKING-STORAGE SECTION.
006000 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
006100     88  TRANS-EOF                       VALUE 'Y'.
006200 77  WS-TREL-FILE-STATUS     PIC X(02).
006300 77  WS-TREL-FOUND-SW        PIC X(01)   VALUE 'N'.
006400     88  WS-RELEASE-FOUND                VALUE 'Y'.
006500 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
006600     88  WS-MASTER-FOUND                 VALUE 'Y'.
006700***************************************************************
006800*    RUN COUNTERS                                             *
006900***************************************************************
007000 77  WS-TRANS-READ           PIC 9(07)   VALUE ZERO.
007100 77  WS-RELEASES-CONFIRMED   PIC 9(07)   VALUE ZERO.
007200 77  WS-RELEASES-ADDED       PIC 9(07)   VALUE ZERO.
007300 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
007400 PROCEDURE DIVISION.
007500***************************************************************
007600*    0000-MAINLINE                                            *
007700***************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
008000     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
008100         UNTIL TRANS-EOF
008200     PERFORM 8000-TERMINATE       THRU 8000-EXIT
008300     STOP RUN.
008400***************************************************************
008500*    1000-INITIALIZE - OPEN THE RELEASE FILE FOR UPDATE,      *
008600*    CREATING IT IF DL126 HAS NEVER RUN - THE SAME            *
008700*    CREATE-ON-35 PATTERN THE CHECKPOINT AND AUDIT FILES USE  *
008800***************************************************************
008900 1000-INITIALIZE.
009000     OPEN INPUT CONFIRM-TRANS-FILE
009100     OPEN INPUT LOAN-MASTER-FILE
009200     OPEN I-O TITLE-RELEASE-FILE
009300     IF WS-TREL-FILE-STATUS = '35'
009400         OPEN OUTPUT TITLE-RELEASE-FILE
009500         CLOSE TITLE-RELEASE-FILE
009600         OPEN I-O TITLE-RELEASE-FILE
009700     END-IF
009800     DISPLAY 'DL127 - TITLE RELEASE MAILING CONFIRMATION'
009900     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
010000 1000-EXIT.
010100     EXIT.
010200***************************************************************
010300*    2000-APPLY-ONE-TRANS - EDIT, LOOK UP, AND APPLY          *
010400***************************************************************
010500 2000-APPLY-ONE-TRANS.
010600     IF NOT DL-TRELC-MAILED
010700         DISPLAY 'DL127 - REJECTED, BAD CODE '
010800             DL-TRELC-CODE ' ' DL-TRELC-CUSTOMER-NO
010900         ADD 1 TO WS-TRANS-REJECTED
011000         GO TO 2000-NEXT
011100     END-IF
011200     IF DL-TRELC-CUSTOMER-NO = SPACES
011300             OR DL-TRELC-AUTO-NO-9 = SPACES
011400             OR DL-TRELC-MAILED-DATE NOT NUMERIC
011500             OR DL-TRELC-MAILED-DATE = ZERO
011600         DISPLAY 'DL127 - REJECTED, BLANK KEY OR DATE '
011700             DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
011800         ADD 1 TO WS-TRANS-REJECTED
011900         GO TO 2000-NEXT
012000     END-IF
012100     PERFORM 2300-FIND-RELEASE THRU 2300-EXIT
012200     EVALUATE TRUE
012300         WHEN WS-RELEASE-FOUND AND DL-TREL-PENDING
012400             PERFORM 3000-CONFIRM-RELEASE THRU 3000-EXIT
012500         WHEN WS-RELEASE-FOUND
012600             DISPLAY 'DL127 - REJECTED, ALREADY MAILED '
012700                 DL-TREL-MAILED-DATE ' '
012800                 DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
012900             ADD 1 TO WS-TRANS-REJECTED
013000         WHEN OTHER
013100             PERFORM 4000-ADD-MAILED-RELEASE THRU 4000-EXIT
013200     END-EVALUATE.
013300 2000-NEXT.
013400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
013500 2000-EXIT.
013600     EXIT.
013700***************************************************************
013800*    2100-READ-TRANS                                          *
013900***************************************************************
014000 2100-READ-TRANS.
014100     READ CONFIRM-TRANS-FILE
014200         AT END
014300             SET TRANS-EOF TO TRUE
014400             GO TO 2100-EXIT
014500     END-READ
014600     ADD 1 TO WS-TRANS-READ.
014700 2100-EXIT.
014800     EXIT.
014900***************************************************************
015000*    2300-FIND-RELEASE - RANDOM READ BY THE TRANSACTION KEY   *
015100***************************************************************
015200 2300-FIND-RELEASE.
015300     MOVE 'N' TO WS-TREL-FOUND-SW
015400     MOVE DL-TRELC-CUSTOMER-NO TO DL-TREL-CUSTOMER-NO
015500     MOVE DL-TRELC-AUTO-NO-9   TO DL-TREL-AUTO-NO-9
015600     MOVE DL-TRELC-AUTO-CK-DIG TO DL-TREL-AUTO-CK-DIG
015700     READ TITLE-RELEASE-FILE
015800         INVALID KEY
015900             MOVE 'N' TO WS-TREL-FOUND-SW
016000         NOT INVALID KEY
016100             MOVE 'Y' TO WS-TREL-FOUND-SW
016200     END-READ.
016300 2300-EXIT.
016400     EXIT.
016500***************************************************************
016600*    3000-CONFIRM-RELEASE - THE RECORD IS IN HAND FROM THE    *
016700*    2300 READ                                                *
016800***************************************************************
016900 3000-CONFIRM-RELEASE.
017000     SET DL-TREL-MAILED TO TRUE
017100     MOVE DL-TRELC-MAILED-DATE TO DL-TREL-MAILED-DATE
017200     REWRITE DL-TREL-REC
017300         INVALID KEY
017400             DISPLAY 'DL127 - CONFIRMATION REJECTED, KEY '
017500                 DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
017600             ADD 1 TO WS-TRANS-REJECTED
017700         NOT INVALID KEY
017800             ADD 1 TO WS-RELEASES-CONFIRMED
017900     END-REWRITE.
018000 3000-EXIT.
018100     EXIT.
018200***************************************************************
018300*    4000-ADD-MAILED-RELEASE - NO RELEASE ON FILE: A LOAN     *
018400*    PAID OFF BEFORE RELEASES WERE TRACKED.  IT MUST STILL BE *
018500*    ON THE MASTER WITH NOTHING OWING; THE PAYOFF DATE IS     *
018600*    UNKNOWN AND LEFT ZERO.                                   *
018700***************************************************************
018800 4000-ADD-MAILED-RELEASE.
018900     MOVE DL-TRELC-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
019000     MOVE DL-TRELC-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
019100     MOVE DL-TRELC-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
019200     READ LOAN-MASTER-FILE
019300         INVALID KEY
019400             MOVE 'N' TO WS-FOUND-SW
019500         NOT INVALID KEY
019600             MOVE 'Y' TO WS-FOUND-SW
019700     END-READ
019800     IF NOT WS-MASTER-FOUND
019900         DISPLAY 'DL127 - REJECTED, NO RELEASE AND NO MASTER '
020000             DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
020100         ADD 1 TO WS-TRANS-REJECTED
020200         GO TO 4000-EXIT
020300     END-IF
020400     IF PAYOFF-BAL OF HACKATHON-X GREATER THAN ZERO
020500             OR ACCRUED-INT OF HACKATHON-X NOT = ZERO
020510             OR LOAN-CHARGED-OFF OF HACKATHON-X
020600         DISPLAY 'DL127 - REJECTED, LOAN NOT PAID OFF '
020700             DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
020800         ADD 1 TO WS-TRANS-REJECTED
020900         GO TO 4000-EXIT
021000     END-IF
021100     MOVE SPACES TO DL-TREL-REC
021200     MOVE DL-TRELC-CUSTOMER-NO        TO DL-TREL-CUSTOMER-NO
021300     MOVE DL-TRELC-AUTO-NO-9          TO DL-TREL-AUTO-NO-9
021400     MOVE DL-TRELC-AUTO-CK-DIG        TO DL-TREL-AUTO-CK-DIG
021500     MOVE BANK-NO      OF HACKATHON-X TO DL-TREL-BANK-NO
021600     MOVE BANK-LOAN-NO OF HACKATHON-X TO DL-TREL-BANK-LOAN-NO
021700     MOVE ZERO                        TO DL-TREL-PAYOFF-DATE
021800     SET DL-TREL-MAILED TO TRUE
021900     MOVE DL-TRELC-MAILED-DATE        TO DL-TREL-MAILED-DATE
022000     WRITE DL-TREL-REC
022100         INVALID KEY
022200             DISPLAY 'DL127 - ADD REJECTED, DUPLICATE '
022300                 DL-TRELC-CUSTOMER-NO ' ' DL-TRELC-AUTO-NO-9
022400             ADD 1 TO WS-TRANS-REJECTED
022500         NOT INVALID KEY
022600             ADD 1 TO WS-RELEASES-ADDED
022700     END-WRITE.
022800 4000-EXIT.
022900     EXIT.
023000***************************************************************
023100*    8000-TERMINATE                                           *
023200***************************************************************
023300 8000-TERMINATE.
023400     CLOSE CONFIRM-TRANS-FILE
023500     CLOSE LOAN-MASTER-FILE
023600     CLOSE TITLE-RELEASE-FILE
023700     DISPLAY 'DL127 - CONFIRMATION COMPLETE'
023800     DISPLAY 'DL127 - TRANSACTIONS READ   ' WS-TRANS-READ
023900     DISPLAY 'DL127 - RELEASES CONFIRMED  ' WS-RELEASES-CONFIRMED
024000     DISPLAY 'DL127 - ADDED AS MAILED     ' WS-RELEASES-ADDED
024100     DISPLAY 'DL127 - TRANS REJECTED      ' WS-TRANS-REJECTED.
024200 8000-EXIT.
024300     EXIT.

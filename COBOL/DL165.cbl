000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL165                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    CROSS-FILE REFERENTIAL INTEGRITY SCAN.  DL160 CHECKS     *
000900*    THE FIELDS INSIDE THE LOAN MASTER; THIS RUN CHECKS THAT  *
001000*    THE FILES AROUND IT AGREE WITH IT.  SCHEDULED BY         *
001100*    OPERATIONS, AFTER THE NIGHTLY CHAIN AND ANY DL125 PURGE. *
001200*    SIX PASSES, ONE PER KIND OF EXCEPTION:                   *
001300*        1  EACH LOAN ON LOANMSTR MUST HAVE A BORROWER        *
001400*           RECORD (DLCUST) WITH A NAME ON IT                 *
001500*        2  EACH LOAN ON LOANMSTR MUST HAVE A VEHICLE         *
001600*           RECORD (DLVEH)                                    *
001700*        3  EACH VEHICLE RECORD,                              *
001800*        4  EACH PROMISE-TO-PAY RECORD (DLPROM), AND          *
001900*        5  EACH LETTER-HISTORY RECORD (DLLHIST) MUST HAVE    *
002000*           ITS LOAN ON THE LIVE MASTER OR THE LOANARCH       *
002100*           ARCHIVE                                           *
002200*        6  NO QUOTE STILL OPEN ON QUOTEOUT (DLQUOTE) MAY BE  *
002300*           FOR A LOAN THAT HAS BEEN ARCHIVED                 *
002400*    EACH EXCEPTION IS LISTED WITH THE FILE IT WAS FOUND ON,  *
002500*    THE KEY AND THE PROBLEM, AND THE RUN ENDS WITH A COUNT   *
002600*    PER KIND.  A FILE THAT IS NOT THERE IS REPORTED AND ITS  *
002700*    CHECKS ARE PASSED BY; A MISSING ARCHIVE MEANS NOTHING    *
002800*    HAS BEEN ARCHIVED YET.  NOTHING IS CHANGED ON ANY FILE.  *
002900*                                                             *
003000*    MODIFICATION HISTORY.                                    *
003100*    DATE       INIT  DESCRIPTION                             *
003200*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
003300*                                                             *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    DL165.
003700 AUTHOR.        R. KEMPNER.
003800 INSTALLATION.  CONSUMER LOAN SERVICING.
003900 DATE-WRITTEN.  2026-10-15.
004000 DATE-COMPILED.
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  GENERIC.
004400 OBJECT-COMPUTER.  GENERIC.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005100     SELECT ARCHIVE-FILE     ASSIGN TO LOANARCH
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HEADER_KEY OF AR-HACKATHON-X
005500         FILE STATUS IS WS-ARCH-FILE-STATUS.
005600     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL-CUST-CUSTOMER-NO
006000         FILE STATUS IS WS-CUST-FILE-STATUS.
006100     SELECT VEHICLE-MASTER-FILE ASSIGN TO VEHMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL-VEH-KEY
006500         FILE STATUS IS WS-VEH-FILE-STATUS.
006600     SELECT PROMISE-FILE     ASSIGN TO PROMFILE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS DL-PROM-KEY
007000         FILE STATUS IS WS-PROM-FILE-STATUS.
007100     SELECT LETTER-HISTORY-FILE ASSIGN TO LTRHIST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS DL-LHIST-KEY
007500         FILE STATUS IS WS-HIST-FILE-STATUS.
007600     SELECT QUOTE-FILE       ASSIGN TO QUOTEOUT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-QUOTE-FILE-STATUS.
007900     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-BDATE-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  LOAN-MASTER-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "test.cpy".
008700 FD  ARCHIVE-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "test.cpy" REPLACING HACKATHON-X  BY AR-HACKATHON-X
009000                         HACKATHON-WK BY AR-HACKATHON-WK.
009100 FD  CUSTOMER-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DLCUST.
009400 FD  VEHICLE-MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DLVEH.
009700 FD  PROMISE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DLPROM.
010000 FD  LETTER-HISTORY-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY DLLHIST.
010300 FD  QUOTE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DLQUOTE.
010600 FD  BUSINESS-DATE-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY DLBDATE.
010900 WORKING-STORAGE SECTION.
011000 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
011100     88  MASTER-EOF                      VALUE 'Y'.
011200 77  WS-VEH-EOF-SW           PIC X(01)   VALUE 'N'.
011300     88  VEH-EOF                         VALUE 'Y'.
011400 77  WS-PROM-EOF-SW          PIC X(01)   VALUE 'N'.
011500     88  PROM-EOF                        VALUE 'Y'.
011600 77  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
011700     88  HIST-EOF                        VALUE 'Y'.
011800 77  WS-QUOTE-EOF-SW         PIC X(01)   VALUE 'N'.
011900     88  QUOTE-EOF                       VALUE 'Y'.
012000 77  WS-ARCH-FILE-STATUS     PIC X(02).
012100 77  WS-CUST-FILE-STATUS     PIC X(02).
012200 77  WS-VEH-FILE-STATUS      PIC X(02).
012300 77  WS-PROM-FILE-STATUS     PIC X(02).
012400 77  WS-HIST-FILE-STATUS     PIC X(02).
012500 77  WS-QUOTE-FILE-STATUS    PIC X(02).
012600 77  WS-BDATE-FILE-STATUS    PIC X(02).
012700 77  WS-ARCH-AVAIL-SW        PIC X(01)   VALUE 'N'.
012800     88  WS-ARCHIVE-AVAILABLE            VALUE 'Y'.
012900 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
013000     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
013100 77  WS-VEH-AVAIL-SW         PIC X(01)   VALUE 'N'.
013200     88  WS-VEHMSTR-AVAILABLE            VALUE 'Y'.
013300 77  WS-ON-MASTER-SW         PIC X(01)   VALUE 'N'.
013400     88  WS-ON-MASTER                    VALUE 'Y'.
013500 77  WS-ON-ARCHIVE-SW        PIC X(01)   VALUE 'N'.
013600     88  WS-ON-ARCHIVE                   VALUE 'Y'.
013700 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
013800     88  WS-RECORD-FOUND                 VALUE 'Y'.
013900***************************************************************
014000*    RUN DATE - FOR THE REPORT HEADING                        *
014100***************************************************************
014200 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
014300***************************************************************
014400*    KEY BEING CHECKED AGAINST THE MASTER AND THE ARCHIVE     *
014500***************************************************************
014600 01  WS-CHECK-KEY.
014700     05  WS-CHECK-CUSTOMER-NO    PIC X(07).
014800     05  WS-CHECK-AUTO-NO-9      PIC X(09).
014900     05  WS-CHECK-AUTO-CK-DIG    PIC X(01).
015000***************************************************************
015100*    EXCEPTION LINE - FILE, KEY AND PROBLEM                   *
015200***************************************************************
015300 01  WS-EXCEPTION-LINE.
015400     05  WS-EXC-FILE             PIC X(08).
015500     05  FILLER                  PIC X(02)   VALUE SPACES.
015600     05  WS-EXC-CUSTOMER-NO      PIC X(07).
015700     05  FILLER                  PIC X(01)   VALUE SPACE.
015800     05  WS-EXC-AUTO-NO-9        PIC X(09).
015900     05  WS-EXC-AUTO-CK-DIG      PIC X(01).
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  WS-EXC-PROBLEM          PIC X(40).
016200***************************************************************
016300*    RUN COUNTERS - RECORDS READ PER FILE, EXCEPTIONS PER     *
016400*    KIND                                                     *
016500***************************************************************
016600 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
016700 77  WS-VEHICLES-READ        PIC 9(07)   VALUE ZERO.
016800 77  WS-PROMISES-READ        PIC 9(07)   VALUE ZERO.
016900 77  WS-HISTORIES-READ       PIC 9(07)   VALUE ZERO.
017000 77  WS-QUOTES-READ          PIC 9(07)   VALUE ZERO.
017100 77  WS-NO-BORROWER          PIC 9(07)   VALUE ZERO.
017200 77  WS-NO-VEHICLE           PIC 9(07)   VALUE ZERO.
017300 77  WS-ORPHAN-VEHICLES      PIC 9(07)   VALUE ZERO.
017400 77  WS-ORPHAN-PROMISES      PIC 9(07)   VALUE ZERO.
017500 77  WS-ORPHAN-HISTORIES     PIC 9(07)   VALUE ZERO.
017600 77  WS-ARCHIVED-QUOTES      PIC 9(07)   VALUE ZERO.
017700 77  WS-TOTAL-EXCEPTIONS     PIC 9(07)   VALUE ZERO.
017800 PROCEDURE DIVISION.
017900***************************************************************
018000*    0000-MAINLINE                                            *
018100***************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
018400     PERFORM 2000-CHECK-ONE-LOAN  THRU 2000-EXIT
018500         UNTIL MASTER-EOF
018600     PERFORM 3000-CHECK-VEHICLES  THRU 3000-EXIT
018700     PERFORM 4000-CHECK-PROMISES  THRU 4000-EXIT
018800     PERFORM 5000-CHECK-HISTORIES THRU 5000-EXIT
018900     PERFORM 5500-CHECK-QUOTES    THRU 5500-EXIT
019000     PERFORM 8000-TERMINATE       THRU 8000-EXIT
019100     STOP RUN.
019200***************************************************************
019300*    1000-INITIALIZE - THE MASTER IS REQUIRED; THE ARCHIVE,   *
019400*    BORROWER AND VEHICLE FILES ARE OPENED HERE FOR THE       *
019500*    LOOKUPS AND ARE OPTIONAL                                 *
019600***************************************************************
019700 1000-INITIALIZE.
019800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
019900     DISPLAY 'DL165 - REFERENTIAL INTEGRITY SCAN - RUN DATE '
020000         WS-RUN-DATE
020100     OPEN INPUT LOAN-MASTER-FILE
020200     OPEN INPUT ARCHIVE-FILE
020300     IF WS-ARCH-FILE-STATUS = '00'
020400         SET WS-ARCHIVE-AVAILABLE TO TRUE
020500     ELSE
020600         DISPLAY 'DL165 - NO ARCHIVE FILE, STATUS '
020700             WS-ARCH-FILE-STATUS ' - NOTHING IS ARCHIVED'
020800     END-IF
020900     OPEN INPUT CUSTOMER-MASTER-FILE
021000     IF WS-CUST-FILE-STATUS = '00'
021100         SET WS-CUSTMSTR-AVAILABLE TO TRUE
021200     ELSE
021300         DISPLAY 'DL165 - NO BORROWER MASTER, STATUS '
021400             WS-CUST-FILE-STATUS ' - BORROWER CHECK PASSED BY'
021500     END-IF
021600     OPEN INPUT VEHICLE-MASTER-FILE
021700     IF WS-VEH-FILE-STATUS = '00'
021800         SET WS-VEHMSTR-AVAILABLE TO TRUE
021900     ELSE
022000         DISPLAY 'DL165 - NO VEHICLE MASTER, STATUS '
022100             WS-VEH-FILE-STATUS ' - VEHICLE CHECKS PASSED BY'
022200     END-IF
022300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600***************************************************************
022700*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
022800*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
022900*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
023000***************************************************************
023100 1050-GET-BUSINESS-DATE.
023200     OPEN INPUT BUSINESS-DATE-FILE
023300     IF WS-BDATE-FILE-STATUS NOT = '00'
023400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023500         GO TO 1050-EXIT
023600     END-IF
023700     READ BUSINESS-DATE-FILE
023800         AT END
023900             MOVE ZERO TO DL-BDATE-RUN-DATE
024000     END-READ
024100     IF DL-BDATE-RUN-DATE NOT NUMERIC
024200             OR DL-BDATE-RUN-DATE = ZERO
024300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024400     ELSE
024500         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
024600     END-IF
024700     CLOSE BUSINESS-DATE-FILE.
024800 1050-EXIT.
024900     EXIT.
025000***************************************************************
025100*    2000-CHECK-ONE-LOAN - KINDS 1 AND 2: THE LOAN'S BORROWER *
025200*    AND VEHICLE RECORDS.  A BORROWER RECORD WITH NO NAME IS  *
025300*    AS GOOD AS NONE - IT IS WHAT PUTS A BLANK NAME ON THE    *
025400*    STATEMENTS AND LETTERS.                                  *
025500***************************************************************
025600 2000-CHECK-ONE-LOAN.
025700     MOVE CUSTOMER-NO OF HACKATHON-X TO WS-EXC-CUSTOMER-NO
025800     MOVE AUTO-NO-9   OF HACKATHON-X TO WS-EXC-AUTO-NO-9
025900     MOVE AUTO-CK-DIG OF HACKATHON-X TO WS-EXC-AUTO-CK-DIG
026000     MOVE 'LOANMSTR' TO WS-EXC-FILE
026100     IF WS-CUSTMSTR-AVAILABLE
026200         MOVE CUSTOMER-NO OF HACKATHON-X TO DL-CUST-CUSTOMER-NO
026300         READ CUSTOMER-MASTER-FILE
026400             INVALID KEY
026500                 MOVE 'N' TO WS-FOUND-SW
026600             NOT INVALID KEY
026700                 MOVE 'Y' TO WS-FOUND-SW
026800         END-READ
026900         IF NOT WS-RECORD-FOUND
027000             MOVE 'NO BORROWER RECORD ON CUSTMSTR'
027100                 TO WS-EXC-PROBLEM
027200             PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
027300             ADD 1 TO WS-NO-BORROWER
027400         ELSE
027500             IF DL-CUST-NAME = SPACES
027600                 MOVE 'BORROWER RECORD ON CUSTMSTR HAS NO NAME'
027700                     TO WS-EXC-PROBLEM
027800                 PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
027900                 ADD 1 TO WS-NO-BORROWER
028000             END-IF
028100         END-IF
028200     END-IF
028300     IF WS-VEHMSTR-AVAILABLE
028400         MOVE HEADER_KEY OF HACKATHON-X TO DL-VEH-KEY
028500         READ VEHICLE-MASTER-FILE
028600             INVALID KEY
028700                 MOVE 'N' TO WS-FOUND-SW
028800             NOT INVALID KEY
028900                 MOVE 'Y' TO WS-FOUND-SW
029000         END-READ
029100         IF NOT WS-RECORD-FOUND
029200             MOVE 'NO VEHICLE RECORD ON VEHMSTR'
029300                 TO WS-EXC-PROBLEM
029400             PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT
029500             ADD 1 TO WS-NO-VEHICLE
029600         END-IF
029700     END-IF
029800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029900 2000-EXIT.
030000     EXIT.
030100***************************************************************
030200*    2100-READ-MASTER                                         *
030300***************************************************************
030400 2100-READ-MASTER.
030500     READ LOAN-MASTER-FILE NEXT
030600         AT END
030700             SET MASTER-EOF TO TRUE
030800             GO TO 2100-EXIT
030900     END-READ
031000     ADD 1 TO WS-LOANS-READ.
031100 2100-EXIT.
031200     EXIT.
031300***************************************************************
031400*    3000-CHECK-VEHICLES - KIND 3: PASS THE VEHICLE FILE      *
031500*    FROM ITS FIRST KEY                                       *
031600***************************************************************
031700 3000-CHECK-VEHICLES.
031800     IF NOT WS-VEHMSTR-AVAILABLE
031900         GO TO 3000-EXIT
032000     END-IF
032100     MOVE LOW-VALUES TO DL-VEH-KEY
032200     START VEHICLE-MASTER-FILE KEY IS NOT LESS THAN DL-VEH-KEY
032300         INVALID KEY
032400             SET VEH-EOF TO TRUE
032500     END-START
032600     PERFORM 3100-CHECK-ONE-VEHICLE THRU 3100-EXIT
032700         UNTIL VEH-EOF.
032800 3000-EXIT.
032900     EXIT.
033000***************************************************************
033100*    3100-CHECK-ONE-VEHICLE                                   *
033200***************************************************************
033300 3100-CHECK-ONE-VEHICLE.
033400     READ VEHICLE-MASTER-FILE NEXT
033500         AT END
033600             SET VEH-EOF TO TRUE
033700             GO TO 3100-EXIT
033800     END-READ
033900     ADD 1 TO WS-VEHICLES-READ
034000     MOVE DL-VEH-KEY TO WS-CHECK-KEY
034100     PERFORM 6000-FIND-LOAN THRU 6000-EXIT
034200     IF NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
034300         MOVE 'VEHMSTR' TO WS-EXC-FILE
034400         MOVE 'LOAN NOT ON LOANMSTR OR LOANARCH'
034500             TO WS-EXC-PROBLEM
034600         PERFORM 7100-LIST-CHECK-KEY THRU 7100-EXIT
034700         ADD 1 TO WS-ORPHAN-VEHICLES
034800     END-IF.
034900 3100-EXIT.
035000     EXIT.
035100***************************************************************
035200*    4000-CHECK-PROMISES - KIND 4                             *
035300***************************************************************
035400 4000-CHECK-PROMISES.
035500     OPEN INPUT PROMISE-FILE
035600     IF WS-PROM-FILE-STATUS NOT = '00'
035700         DISPLAY 'DL165 - NO PROMISE FILE, STATUS '
035800             WS-PROM-FILE-STATUS ' - PROMISE CHECK PASSED BY'
035900         GO TO 4000-EXIT
036000     END-IF
036100     PERFORM 4100-CHECK-ONE-PROMISE THRU 4100-EXIT
036200         UNTIL PROM-EOF
036300     CLOSE PROMISE-FILE.
036400 4000-EXIT.
036500     EXIT.
036600***************************************************************
036700*    4100-CHECK-ONE-PROMISE                                   *
036800***************************************************************
036900 4100-CHECK-ONE-PROMISE.
037000     READ PROMISE-FILE
037100         AT END
037200             SET PROM-EOF TO TRUE
037300             GO TO 4100-EXIT
037400     END-READ
037500     ADD 1 TO WS-PROMISES-READ
037600     MOVE DL-PROM-KEY TO WS-CHECK-KEY
037700     PERFORM 6000-FIND-LOAN THRU 6000-EXIT
037800     IF NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
037900         MOVE 'PROMFILE' TO WS-EXC-FILE
038000         MOVE 'LOAN NOT ON LOANMSTR OR LOANARCH'
038100             TO WS-EXC-PROBLEM
038200         PERFORM 7100-LIST-CHECK-KEY THRU 7100-EXIT
038300         ADD 1 TO WS-ORPHAN-PROMISES
038400     END-IF.
038500 4100-EXIT.
038600     EXIT.
038700***************************************************************
038800*    5000-CHECK-HISTORIES - KIND 5                            *
038900***************************************************************
039000 5000-CHECK-HISTORIES.
039100     OPEN INPUT LETTER-HISTORY-FILE
039200     IF WS-HIST-FILE-STATUS NOT = '00'
039300         DISPLAY 'DL165 - NO LETTER HISTORY FILE, STATUS '
039400             WS-HIST-FILE-STATUS ' - HISTORY CHECK PASSED BY'
039500         GO TO 5000-EXIT
039600     END-IF
039700     PERFORM 5100-CHECK-ONE-HISTORY THRU 5100-EXIT
039800         UNTIL HIST-EOF
039900     CLOSE LETTER-HISTORY-FILE.
040000 5000-EXIT.
040100     EXIT.
040200***************************************************************
040300*    5100-CHECK-ONE-HISTORY                                   *
040400***************************************************************
040500 5100-CHECK-ONE-HISTORY.
040600     READ LETTER-HISTORY-FILE
040700         AT END
040800             SET HIST-EOF TO TRUE
040900             GO TO 5100-EXIT
041000     END-READ
041100     ADD 1 TO WS-HISTORIES-READ
041200     MOVE DL-LHIST-KEY TO WS-CHECK-KEY
041300     PERFORM 6000-FIND-LOAN THRU 6000-EXIT
041400     IF NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
041500         MOVE 'LTRHIST' TO WS-EXC-FILE
041600         MOVE 'LOAN NOT ON LOANMSTR OR LOANARCH'
041700             TO WS-EXC-PROBLEM
041800         PERFORM 7100-LIST-CHECK-KEY THRU 7100-EXIT
041900         ADD 1 TO WS-ORPHAN-HISTORIES
042000     END-IF.
042100 5100-EXIT.
042200     EXIT.
042300***************************************************************
042400*    5500-CHECK-QUOTES - KIND 6: AN OPEN QUOTE FOR A LOAN     *
042500*    THAT HAS LEFT THE MASTER FOR THE ARCHIVE                 *
042600***************************************************************
042700 5500-CHECK-QUOTES.
042800     OPEN INPUT QUOTE-FILE
042900     IF WS-QUOTE-FILE-STATUS NOT = '00'
043000         DISPLAY 'DL165 - NO QUOTE FILE, STATUS '
043100             WS-QUOTE-FILE-STATUS ' - QUOTE CHECK PASSED BY'
043200         GO TO 5500-EXIT
043300     END-IF
043400     PERFORM 5600-CHECK-ONE-QUOTE THRU 5600-EXIT
043500         UNTIL QUOTE-EOF
043600     CLOSE QUOTE-FILE.
043700 5500-EXIT.
043800     EXIT.
043900***************************************************************
044000*    5600-CHECK-ONE-QUOTE                                     *
044100***************************************************************
044200 5600-CHECK-ONE-QUOTE.
044300     READ QUOTE-FILE
044400         AT END
044500             SET QUOTE-EOF TO TRUE
044600             GO TO 5600-EXIT
044700     END-READ
044800     ADD 1 TO WS-QUOTES-READ
044900     IF NOT DL-QUOTE-OPEN
045000         GO TO 5600-EXIT
045100     END-IF
045200     MOVE DL-QUOTE-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
045300     MOVE DL-QUOTE-AUTO-NO-9   TO WS-CHECK-AUTO-NO-9
045400     MOVE DL-QUOTE-AUTO-CK-DIG TO WS-CHECK-AUTO-CK-DIG
045500     PERFORM 6000-FIND-LOAN THRU 6000-EXIT
045600     IF WS-ON-ARCHIVE
045700         MOVE 'QUOTEOUT' TO WS-EXC-FILE
045800         MOVE 'OPEN QUOTE FOR AN ARCHIVED LOAN'
045900             TO WS-EXC-PROBLEM
046000         PERFORM 7100-LIST-CHECK-KEY THRU 7100-EXIT
046100         ADD 1 TO WS-ARCHIVED-QUOTES
046200     END-IF.
046300 5600-EXIT.
046400     EXIT.
046500***************************************************************
046600*    6000-FIND-LOAN - IS WS-CHECK-KEY ON THE LIVE MASTER, AND *
046700*    IF NOT, ON THE ARCHIVE                                   *
046800***************************************************************
046900 6000-FIND-LOAN.
047000     MOVE 'N' TO WS-ON-MASTER-SW
047100     MOVE 'N' TO WS-ON-ARCHIVE-SW
047200     MOVE WS-CHECK-KEY TO HEADER_KEY OF HACKATHON-X
047300     READ LOAN-MASTER-FILE
047400         INVALID KEY
047500             MOVE 'N' TO WS-ON-MASTER-SW
047600         NOT INVALID KEY
047700             MOVE 'Y' TO WS-ON-MASTER-SW
047800     END-READ
047900     IF WS-ON-MASTER OR NOT WS-ARCHIVE-AVAILABLE
048000         GO TO 6000-EXIT
048100     END-IF
048200     MOVE WS-CHECK-KEY TO HEADER_KEY OF AR-HACKATHON-X
048300     READ ARCHIVE-FILE
048400         INVALID KEY
048500             MOVE 'N' TO WS-ON-ARCHIVE-SW
048600         NOT INVALID KEY
048700             MOVE 'Y' TO WS-ON-ARCHIVE-SW
048800     END-READ.
048900 6000-EXIT.
049000     EXIT.
049100***************************************************************
049200*    7000-LIST-EXCEPTION - ONE LINE PER EXCEPTION             *
049300***************************************************************
049400 7000-LIST-EXCEPTION.
049500     DISPLAY 'DL165 - ' WS-EXCEPTION-LINE
049600     ADD 1 TO WS-TOTAL-EXCEPTIONS.
049700 7000-EXIT.
049800     EXIT.
049900***************************************************************
050000*    7100-LIST-CHECK-KEY - AN EXCEPTION ON WS-CHECK-KEY       *
050100***************************************************************
050200 7100-LIST-CHECK-KEY.
050300     MOVE WS-CHECK-CUSTOMER-NO TO WS-EXC-CUSTOMER-NO
050400     MOVE WS-CHECK-AUTO-NO-9   TO WS-EXC-AUTO-NO-9
050500     MOVE WS-CHECK-AUTO-CK-DIG TO WS-EXC-AUTO-CK-DIG
050600     PERFORM 7000-LIST-EXCEPTION THRU 7000-EXIT.
050700 7100-EXIT.
050800     EXIT.
050900***************************************************************
051000*    8000-TERMINATE - COUNTS PER KIND                         *
051100***************************************************************
051200 8000-TERMINATE.
051300     CLOSE LOAN-MASTER-FILE
051400     IF WS-ARCHIVE-AVAILABLE
051500         CLOSE ARCHIVE-FILE
051600     END-IF
051700     IF WS-CUSTMSTR-AVAILABLE
051800         CLOSE CUSTOMER-MASTER-FILE
051900     END-IF
052000     IF WS-VEHMSTR-AVAILABLE
052100         CLOSE VEHICLE-MASTER-FILE
052200     END-IF
052300     DISPLAY 'DL165 - REFERENTIAL INTEGRITY SCAN COMPLETE'
052400     DISPLAY 'DL165 - LOANS READ              ' WS-LOANS-READ
052500     DISPLAY 'DL165 - VEHICLES READ           ' WS-VEHICLES-READ
052600     DISPLAY 'DL165 - PROMISES READ           ' WS-PROMISES-READ
052700     DISPLAY 'DL165 - LETTER HISTORIES READ   ' WS-HISTORIES-READ
052800     DISPLAY 'DL165 - QUOTES READ             ' WS-QUOTES-READ
052900     DISPLAY 'DL165 - LOANS WITH NO BORROWER  ' WS-NO-BORROWER
053000     DISPLAY 'DL165 - LOANS WITH NO VEHICLE   ' WS-NO-VEHICLE
053100     DISPLAY 'DL165 - ORPHAN VEHICLES         ' WS-ORPHAN-VEHICLES
053200     DISPLAY 'DL165 - ORPHAN PROMISES         ' WS-ORPHAN-PROMISES
053300     DISPLAY 'DL165 - ORPHAN LETTER HISTORIES '
053400         WS-ORPHAN-HISTORIES
053500     DISPLAY 'DL165 - OPEN QUOTES, ARCHIVED   ' WS-ARCHIVED-QUOTES
053600     DISPLAY 'DL165 - TOTAL EXCEPTIONS        '
053700         WS-TOTAL-EXCEPTIONS.
053800 8000-EXIT.
053900     EXIT.

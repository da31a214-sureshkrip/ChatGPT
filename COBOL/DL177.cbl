000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL177                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    COLLATERAL INSURANCE MAINTENANCE.  READS THE INSURANCE   *
000900*    MAINTENANCE TRANSACTIONS (DLINST LAYOUT) AND APPLIES     *
001000*    THEM AGAINST THE INSURANCE FILE (DLINS LAYOUT, KEYED     *
001100*    THE SAME AS HEADER_KEY) WITH THE SAME ADD/CHANGE EDIT    *
001200*    DISCIPLINE DL176 APPLIES TO THE COLLATERAL MASTER: AN    *
001300*    ADD AGAINST AN EXISTING KEY AND A CHANGE AGAINST A       *
001400*    MISSING ONE ARE REJECTED, AND A TRANSACTION WITH A BLANK *
001500*    KEY OR POLICY NUMBER, NO EXPIRATION DATE, OR A LOSS-     *
001600*    PAYEE FLAG OTHER THAN Y OR N FAILS THE EDIT BEFORE IT    *
001700*    TOUCHES THE FILE.  AN ADD MUST NAME A VEHICLE ALREADY ON *
001800*    THE DL176 COLLATERAL MASTER.  EVERY ADD OR CHANGE CLEARS *
001900*    ANY CANCELLATION AND THE DL179 NOTICE LEVEL, SO THE      *
002000*    PROOF-OF-INSURANCE LETTERS START OVER FROM THE NEW       *
002100*    POLICY.                                                  *
002200*                                                             *
002300*    MODIFICATION HISTORY.                                    *
002400*    DATE       INIT  DESCRIPTION                             *
002500*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002600*                                                             *
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DL177.
003000 AUTHOR.        R. KEMPNER.
003100 INSTALLATION.  CONSUMER LOAN SERVICING.
003200 DATE-WRITTEN.  2026-10-15.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  GENERIC.
003700 OBJECT-COMPUTER.  GENERIC.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT INS-TRANS-FILE   ASSIGN TO INSTRAN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT INSURANCE-FILE   ASSIGN TO INSMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DL-INS-KEY
004600         FILE STATUS IS WS-INS-FILE-STATUS.
004700     SELECT VEHICLE-MASTER-FILE ASSIGN TO VEHMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS DL-VEH-KEY
005100         FILE STATUS IS WS-VEH-FILE-STATUS.
005200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-BDATE-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  INS-TRANS-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DLINST.
006000 FD  INSURANCE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DLINS.
006300 FD  VEHICLE-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DLVEH.
006600 FD  BUSINESS-DATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DLBDATE.
006900 WORKING-STORAGE SECTION.
007000 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
007100     88  TRANS-EOF                       VALUE 'Y'.
007200 77  WS-INS-FILE-STATUS      PIC X(02).
007300 77  WS-VEH-FILE-STATUS      PIC X(02).
007400 77  WS-BDATE-FILE-STATUS    PIC X(02).
007500 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
007600     88  WS-POLICY-FOUND                 VALUE 'Y'.
007700 77  WS-VEH-FOUND-SW         PIC X(01)   VALUE 'N'.
007800     88  WS-VEHICLE-FOUND                VALUE 'Y'.
007900***************************************************************
008000*    RUN DATE - STAMPED ON EACH RECORD AS THE DATE UPDATED    *
008100***************************************************************
008200 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008300***************************************************************
008400*    RUN COUNTERS                                             *
008500***************************************************************
008600 77  WS-TRANS-READ           PIC 9(07)   VALUE ZERO.
008700 77  WS-ADDS-APPLIED         PIC 9(07)   VALUE ZERO.
008800 77  WS-CHANGES-APPLIED      PIC 9(07)   VALUE ZERO.
008900 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
009000 PROCEDURE DIVISION.
009100***************************************************************
009200*    0000-MAINLINE                                            *
009300***************************************************************
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
009600     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
009700         UNTIL TRANS-EOF
009800     PERFORM 8000-TERMINATE       THRU 8000-EXIT
009900     STOP RUN.
010000***************************************************************
010100*    1000-INITIALIZE - OPEN THE INSURANCE FILE FOR UPDATE,    *
010200*    CREATING IT ON THE FIRST EVER RUN - THE SAME             *
010300*    CREATE-ON-35 PATTERN THE CHECKPOINT AND AUDIT FILES USE  *
010400***************************************************************
010500 1000-INITIALIZE.
010600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
010700     OPEN INPUT INS-TRANS-FILE
010800     OPEN INPUT VEHICLE-MASTER-FILE
010900     OPEN I-O INSURANCE-FILE
011000     IF WS-INS-FILE-STATUS = '35'
011100         OPEN OUTPUT INSURANCE-FILE
011200         CLOSE INSURANCE-FILE
011300         OPEN I-O INSURANCE-FILE
011400     END-IF
011500     DISPLAY 'DL177 - COLLATERAL INSURANCE MAINTENANCE'
011600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
011700 1000-EXIT.
011800     EXIT.
011900***************************************************************
012000*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
012100*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
012200*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
012300***************************************************************
012400 1050-GET-BUSINESS-DATE.
012500     OPEN INPUT BUSINESS-DATE-FILE
012600     IF WS-BDATE-FILE-STATUS NOT = '00'
012700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012800         GO TO 1050-EXIT
012900     END-IF
013000     READ BUSINESS-DATE-FILE
013100         AT END
013200             MOVE ZERO TO DL-BDATE-RUN-DATE
013300     END-READ
013400     IF DL-BDATE-RUN-DATE NOT NUMERIC
013500             OR DL-BDATE-RUN-DATE = ZERO
013600         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013700     ELSE
013800         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
013900     END-IF
014000     CLOSE BUSINESS-DATE-FILE.
014100 1050-EXIT.
014200     EXIT.
014300***************************************************************
014400*    2000-APPLY-ONE-TRANS - EDIT, LOOK UP, AND APPLY          *
014500***************************************************************
014600 2000-APPLY-ONE-TRANS.
014700     IF DL-INST-CUSTOMER-NO = SPACES
014800             OR DL-INST-AUTO-NO-9 = SPACES
014900             OR DL-INST-POLICY-NO = SPACES
015000         DISPLAY 'DL177 - REJECTED, BLANK KEY OR POLICY '
015100             DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
015200         ADD 1 TO WS-TRANS-REJECTED
015300         GO TO 2000-NEXT
015400     END-IF
015500     IF DL-INST-EXPIRE-DATE NOT NUMERIC
015600             OR DL-INST-EXPIRE-DATE = ZERO
015700             OR (DL-INST-LOSS-PAYEE NOT = 'Y'
015800                 AND DL-INST-LOSS-PAYEE NOT = 'N')
015900         DISPLAY 'DL177 - REJECTED, BAD EXPIRATION OR PAYEE '
016000             DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
016100         ADD 1 TO WS-TRANS-REJECTED
016200         GO TO 2000-NEXT
016300     END-IF
016400     PERFORM 2300-FIND-POLICY THRU 2300-EXIT
016500     EVALUATE TRUE
016600         WHEN DL-INST-ADD AND NOT WS-POLICY-FOUND
016700             PERFORM 3000-ADD-POLICY THRU 3000-EXIT
016800         WHEN DL-INST-CHANGE AND WS-POLICY-FOUND
016900             PERFORM 4000-CHANGE-POLICY THRU 4000-EXIT
017000         WHEN DL-INST-ADD
017100             DISPLAY 'DL177 - ADD REJECTED, DUPLICATE '
017200                 DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
017300             ADD 1 TO WS-TRANS-REJECTED
017400         WHEN DL-INST-CHANGE
017500             DISPLAY 'DL177 - CHANGE REJECTED, NOT ON FILE '
017600                 DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
017700             ADD 1 TO WS-TRANS-REJECTED
017800         WHEN OTHER
017900             DISPLAY 'DL177 - REJECTED, BAD CODE '
018000                 DL-INST-CODE ' ' DL-INST-CUSTOMER-NO
018100             ADD 1 TO WS-TRANS-REJECTED
018200     END-EVALUATE.
018300 2000-NEXT.
018400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
018500 2000-EXIT.
018600     EXIT.
018700***************************************************************
018800*    2100-READ-TRANS                                          *
018900***************************************************************
019000 2100-READ-TRANS.
019100     READ INS-TRANS-FILE
019200         AT END
019300             SET TRANS-EOF TO TRUE
019400             GO TO 2100-EXIT
019500     END-READ
019600     ADD 1 TO WS-TRANS-READ.
019700 2100-EXIT.
019800     EXIT.
019900***************************************************************
020000*    2300-FIND-POLICY - RANDOM READ BY THE TRANSACTION KEY    *
020100***************************************************************
020200 2300-FIND-POLICY.
020300     MOVE 'N' TO WS-FOUND-SW
020400     MOVE DL-INST-CUSTOMER-NO TO DL-INS-CUSTOMER-NO
020500     MOVE DL-INST-AUTO-NO-9   TO DL-INS-AUTO-NO-9
020600     MOVE DL-INST-AUTO-CK-DIG TO DL-INS-AUTO-CK-DIG
020700     READ INSURANCE-FILE
020800         INVALID KEY
020900             MOVE 'N' TO WS-FOUND-SW
021000         NOT INVALID KEY
021100             MOVE 'Y' TO WS-FOUND-SW
021200     END-READ.
021300 2300-EXIT.
021400     EXIT.
021500***************************************************************
021600*    3000-ADD-POLICY - THE VEHICLE MUST BE ON THE COLLATERAL  *
021700*    MASTER; INSURANCE IS CARRIED PER VEHICLE                 *
021800***************************************************************
021900 3000-ADD-POLICY.
022000     MOVE DL-INST-CUSTOMER-NO TO DL-VEH-CUSTOMER-NO
022100     MOVE DL-INST-AUTO-NO-9   TO DL-VEH-AUTO-NO-9
022200     MOVE DL-INST-AUTO-CK-DIG TO DL-VEH-AUTO-CK-DIG
022300     READ VEHICLE-MASTER-FILE
022400         INVALID KEY
022500             MOVE 'N' TO WS-VEH-FOUND-SW
022600         NOT INVALID KEY
022700             MOVE 'Y' TO WS-VEH-FOUND-SW
022800     END-READ
022900     IF NOT WS-VEHICLE-FOUND
023000         DISPLAY 'DL177 - ADD REJECTED, NO VEHICLE ON FILE '
023100             DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
023200         ADD 1 TO WS-TRANS-REJECTED
023300         GO TO 3000-EXIT
023400     END-IF
023500     MOVE SPACES TO DL-INS-REC
023600     MOVE DL-INST-CUSTOMER-NO TO DL-INS-CUSTOMER-NO
023700     MOVE DL-INST-AUTO-NO-9   TO DL-INS-AUTO-NO-9
023800     MOVE DL-INST-AUTO-CK-DIG TO DL-INS-AUTO-CK-DIG
023900     PERFORM 5000-MOVE-TRANS-FIELDS THRU 5000-EXIT
024000     WRITE DL-INS-REC
024100         INVALID KEY
024200             DISPLAY 'DL177 - ADD REJECTED, DUPLICATE '
024300                 DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
024400             ADD 1 TO WS-TRANS-REJECTED
024500         NOT INVALID KEY
024600             ADD 1 TO WS-ADDS-APPLIED
024700     END-WRITE.
024800 3000-EXIT.
024900     EXIT.
025000***************************************************************
025100*    4000-CHANGE-POLICY - THE RECORD IS IN HAND FROM THE 2300 *
025200*    READ; REPLACE THE POLICY WHOLESALE, THE SAME WAY A       *
025300*    VEHICLE CHANGE REPLACES ITS DESCRIPTION                  *
025400***************************************************************
025500 4000-CHANGE-POLICY.
025600     PERFORM 5000-MOVE-TRANS-FIELDS THRU 5000-EXIT
025700     REWRITE DL-INS-REC
025800         INVALID KEY
025900             DISPLAY 'DL177 - CHANGE REJECTED, KEY '
026000                 DL-INST-CUSTOMER-NO ' ' DL-INST-AUTO-NO-9
026100             ADD 1 TO WS-TRANS-REJECTED
026200         NOT INVALID KEY
026300             ADD 1 TO WS-CHANGES-APPLIED
026400     END-REWRITE.
026500 4000-EXIT.
026600     EXIT.
026700***************************************************************
026800*    5000-MOVE-TRANS-FIELDS - NEW POLICY INFORMATION CLEARS   *
026900*    ANY CANCELLATION AND RESTARTS THE NOTICE LETTERS         *
027000***************************************************************
027100 5000-MOVE-TRANS-FIELDS.
027200     MOVE DL-INST-CARRIER     TO DL-INS-CARRIER
027300     MOVE DL-INST-POLICY-NO   TO DL-INS-POLICY-NO
027400     MOVE DL-INST-EXPIRE-DATE TO DL-INS-EXPIRE-DATE
027500     MOVE DL-INST-LOSS-PAYEE  TO DL-INS-LOSS-PAYEE
027600     MOVE ZERO                TO DL-INS-CANCEL-DATE
027700     SET DL-INS-FROM-MAINT    TO TRUE
027800     MOVE WS-RUN-DATE         TO DL-INS-UPDATED-DATE
027900     MOVE ZERO                TO DL-INS-NOTICE-LEVEL
028000     MOVE ZERO                TO DL-INS-NOTICE-DATE.
028100 5000-EXIT.
028200     EXIT.
028300***************************************************************
028400*    8000-TERMINATE                                           *
028500***************************************************************
028600 8000-TERMINATE.
028700     CLOSE INS-TRANS-FILE
028800     CLOSE VEHICLE-MASTER-FILE
028900     CLOSE INSURANCE-FILE
029000     DISPLAY 'DL177 - MAINTENANCE COMPLETE'
029100     DISPLAY 'DL177 - TRANSACTIONS READ ' WS-TRANS-READ
029200     DISPLAY 'DL177 - ADDS APPLIED      ' WS-ADDS-APPLIED
029300     DISPLAY 'DL177 - CHANGES APPLIED   ' WS-CHANGES-APPLIED
029400     DISPLAY 'DL177 - TRANS REJECTED    ' WS-TRANS-REJECTED.
029500 8000-EXIT.
029600     EXIT.

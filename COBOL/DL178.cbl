000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL178                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    CARRIER INSURANCE NOTICE POSTING.  READS THE NOTICES THE *
000900*    INSURANCE CARRIERS SEND US AS LOSS PAYEE (DLINSN LAYOUT) *
001000*    AND POSTS THEM TO THE INSURANCE FILE (DLINS LAYOUT).     *
001100*    A RENEWAL REPLACES THE POLICY ON FILE - OR STARTS ONE    *
001200*    FOR A VEHICLE WE HAD NO POLICY FOR - AND CLEARS ANY      *
001300*    CANCELLATION AND DL179 NOTICE LEVEL.  A CANCELLATION     *
001400*    MUST NAME THE POLICY NUMBER ON FILE AND STAMPS THE DATE  *
001500*    COVERAGE ENDS, WHICH DL179 THEN TREATS AS THE POLICY'S   *
001600*    EFFECTIVE END.  NOTICES THAT CANNOT BE MATCHED ARE       *
001700*    LISTED FOR THE INSURANCE DESK AND NOT POSTED.            *
001800*                                                             *
001900*    MODIFICATION HISTORY.                                    *
002000*    DATE       INIT  DESCRIPTION                             *
002100*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002200*                                                             *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    DL178.
002600 AUTHOR.        R. KEMPNER.
002700 INSTALLATION.  CONSUMER LOAN SERVICING.
002800 DATE-WRITTEN.  2026-10-15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  GENERIC.
003300 OBJECT-COMPUTER.  GENERIC.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT INS-NOTICE-FILE  ASSIGN TO INSNOTC
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT INSURANCE-FILE   ASSIGN TO INSMSTR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DL-INS-KEY
004200         FILE STATUS IS WS-INS-FILE-STATUS.
004300     SELECT VEHICLE-MASTER-FILE ASSIGN TO VEHMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL-VEH-KEY
004700         FILE STATUS IS WS-VEH-FILE-STATUS.
004800     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-BDATE-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  INS-NOTICE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DLINSN.
005600 FD  INSURANCE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLINS.
005900 FD  VEHICLE-MASTER-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DLVEH.
006200 FD  BUSINESS-DATE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DLBDATE.
006500 WORKING-STORAGE SECTION.
006600 77  WS-NOTICE-EOF-SW        PIC X(01)   VALUE 'N'.
006700     88  NOTICE-EOF                      VALUE 'Y'.
006800 77  WS-INS-FILE-STATUS      PIC X(02).
006900 77  WS-VEH-FILE-STATUS      PIC X(02).
007000 77  WS-BDATE-FILE-STATUS    PIC X(02).
007100 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
007200     88  WS-POLICY-FOUND                 VALUE 'Y'.
007300 77  WS-VEH-FOUND-SW         PIC X(01)   VALUE 'N'.
007400     88  WS-VEHICLE-FOUND                VALUE 'Y'.
007500***************************************************************
007600*    RUN DATE - STAMPED ON EACH RECORD AS THE DATE UPDATED    *
007700***************************************************************
007800 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
007900***************************************************************
008000*    RUN COUNTERS                                             *
008100***************************************************************
008200 77  WS-NOTICES-READ         PIC 9(07)   VALUE ZERO.
008300 77  WS-RENEWALS-POSTED      PIC 9(07)   VALUE ZERO.
008400 77  WS-POLICIES-STARTED     PIC 9(07)   VALUE ZERO.
008500 77  WS-CANCELS-POSTED       PIC 9(07)   VALUE ZERO.
008600 77  WS-NOTICES-REJECTED     PIC 9(07)   VALUE ZERO.
008700 PROCEDURE DIVISION.
008800***************************************************************
008900*    0000-MAINLINE                                            *
009000***************************************************************
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
009300     PERFORM 2000-POST-ONE-NOTICE THRU 2000-EXIT
009400         UNTIL NOTICE-EOF
009500     PERFORM 8000-TERMINATE       THRU 8000-EXIT
009600     STOP RUN.
009700***************************************************************
009800*    1000-INITIALIZE - THE INSURANCE FILE IS CREATED ON 35 AS *
009900*    IN DL177, SO EITHER PROGRAM MAY RUN FIRST                *
010000***************************************************************
010100 1000-INITIALIZE.
010200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
010300     OPEN INPUT INS-NOTICE-FILE
010400     OPEN INPUT VEHICLE-MASTER-FILE
010500     OPEN I-O INSURANCE-FILE
010600     IF WS-INS-FILE-STATUS = '35'
010700         OPEN OUTPUT INSURANCE-FILE
010800         CLOSE INSURANCE-FILE
010900         OPEN I-O INSURANCE-FILE
011000     END-IF
011100     DISPLAY 'DL178 - CARRIER INSURANCE NOTICE POSTING'
011200     PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
011300 1000-EXIT.
011400     EXIT.
011500***************************************************************
011600*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
011700*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
011800*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
011900***************************************************************
012000 1050-GET-BUSINESS-DATE.
012100     OPEN INPUT BUSINESS-DATE-FILE
012200     IF WS-BDATE-FILE-STATUS NOT = '00'
012300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012400         GO TO 1050-EXIT
012500     END-IF
012600     READ BUSINESS-DATE-FILE
012700         AT END
012800             MOVE ZERO TO DL-BDATE-RUN-DATE
012900     END-READ
013000     IF DL-BDATE-RUN-DATE NOT NUMERIC
013100             OR DL-BDATE-RUN-DATE = ZERO
013200         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013300     ELSE
013400         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
013500     END-IF
013600     CLOSE BUSINESS-DATE-FILE.
013700 1050-EXIT.
013800     EXIT.
013900***************************************************************
014000*    2000-POST-ONE-NOTICE - EDIT, LOOK UP, AND POST           *
014100***************************************************************
014200 2000-POST-ONE-NOTICE.
014300     IF DL-INSN-CUSTOMER-NO = SPACES
014400             OR DL-INSN-AUTO-NO-9 = SPACES
014500             OR DL-INSN-POLICY-NO = SPACES
014600         DISPLAY 'DL178 - REJECTED, BLANK KEY OR POLICY '
014700             DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
014800         ADD 1 TO WS-NOTICES-REJECTED
014900         GO TO 2000-NEXT
015000     END-IF
015100     PERFORM 2300-FIND-POLICY THRU 2300-EXIT
015200     EVALUATE TRUE
015300         WHEN DL-INSN-RENEWAL
015400             PERFORM 3000-POST-RENEWAL THRU 3000-EXIT
015500         WHEN DL-INSN-CANCEL
015600             PERFORM 4000-POST-CANCEL THRU 4000-EXIT
015700         WHEN OTHER
015800             DISPLAY 'DL178 - REJECTED, BAD CODE '
015900                 DL-INSN-CODE ' ' DL-INSN-CUSTOMER-NO
016000             ADD 1 TO WS-NOTICES-REJECTED
016100     END-EVALUATE.
016200 2000-NEXT.
016300     PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
016400 2000-EXIT.
016500     EXIT.
016600***************************************************************
016700*    2100-READ-NOTICE                                         *
016800***************************************************************
016900 2100-READ-NOTICE.
017000     READ INS-NOTICE-FILE
017100         AT END
017200             SET NOTICE-EOF TO TRUE
017300             GO TO 2100-EXIT
017400     END-READ
017500     ADD 1 TO WS-NOTICES-READ.
017600 2100-EXIT.
017700     EXIT.
017800***************************************************************
017900*    2300-FIND-POLICY - RANDOM READ BY THE NOTICE KEY         *
018000***************************************************************
018100 2300-FIND-POLICY.
018200     MOVE 'N' TO WS-FOUND-SW
018300     MOVE DL-INSN-CUSTOMER-NO TO DL-INS-CUSTOMER-NO
018400     MOVE DL-INSN-AUTO-NO-9   TO DL-INS-AUTO-NO-9
018500     MOVE DL-INSN-AUTO-CK-DIG TO DL-INS-AUTO-CK-DIG
018600     READ INSURANCE-FILE
018700         INVALID KEY
018800             MOVE 'N' TO WS-FOUND-SW
018900         NOT INVALID KEY
019000             MOVE 'Y' TO WS-FOUND-SW
019100     END-READ.
019200 2300-EXIT.
019300     EXIT.
019400***************************************************************
019500*    3000-POST-RENEWAL - THE POLICY NOW IN FORCE REPLACES     *
019600*    WHATEVER WE HAD; WITH NOTHING ON FILE THE VEHICLE MUST   *
019700*    BE ON THE COLLATERAL MASTER BEFORE A POLICY IS STARTED   *
019800***************************************************************
019900 3000-POST-RENEWAL.
020000     IF DL-INSN-EXPIRE-DATE NOT NUMERIC
020100             OR DL-INSN-EXPIRE-DATE = ZERO
020200             OR (DL-INSN-LOSS-PAYEE NOT = 'Y'
020300                 AND DL-INSN-LOSS-PAYEE NOT = 'N')
020400         DISPLAY 'DL178 - RENEWAL REJECTED, BAD EXPIRATION '
020500             'OR PAYEE ' DL-INSN-CUSTOMER-NO ' '
020600             DL-INSN-AUTO-NO-9
020700         ADD 1 TO WS-NOTICES-REJECTED
020800         GO TO 3000-EXIT
020900     END-IF
021000     IF WS-POLICY-FOUND
021100         PERFORM 5000-MOVE-NOTICE-FIELDS THRU 5000-EXIT
021200         REWRITE DL-INS-REC
021300             INVALID KEY
021400                 DISPLAY 'DL178 - RENEWAL REJECTED, KEY '
021500                     DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
021600                 ADD 1 TO WS-NOTICES-REJECTED
021700             NOT INVALID KEY
021800                 ADD 1 TO WS-RENEWALS-POSTED
021900         END-REWRITE
022000         GO TO 3000-EXIT
022100     END-IF
022200     MOVE DL-INSN-CUSTOMER-NO TO DL-VEH-CUSTOMER-NO
022300     MOVE DL-INSN-AUTO-NO-9   TO DL-VEH-AUTO-NO-9
022400     MOVE DL-INSN-AUTO-CK-DIG TO DL-VEH-AUTO-CK-DIG
022500     READ VEHICLE-MASTER-FILE
022600         INVALID KEY
022700             MOVE 'N' TO WS-VEH-FOUND-SW
022800         NOT INVALID KEY
022900             MOVE 'Y' TO WS-VEH-FOUND-SW
023000     END-READ
023100     IF NOT WS-VEHICLE-FOUND
023200         DISPLAY 'DL178 - RENEWAL REJECTED, NO VEHICLE ON FILE '
023300             DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
023400         ADD 1 TO WS-NOTICES-REJECTED
023500         GO TO 3000-EXIT
023600     END-IF
023700     MOVE SPACES TO DL-INS-REC
023800     MOVE DL-INSN-CUSTOMER-NO TO DL-INS-CUSTOMER-NO
023900     MOVE DL-INSN-AUTO-NO-9   TO DL-INS-AUTO-NO-9
024000     MOVE DL-INSN-AUTO-CK-DIG TO DL-INS-AUTO-CK-DIG
024100     PERFORM 5000-MOVE-NOTICE-FIELDS THRU 5000-EXIT
024200     WRITE DL-INS-REC
024300         INVALID KEY
024400             DISPLAY 'DL178 - RENEWAL REJECTED, DUPLICATE '
024500                 DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
024600             ADD 1 TO WS-NOTICES-REJECTED
024700         NOT INVALID KEY
024800             ADD 1 TO WS-POLICIES-STARTED
024900     END-WRITE.
025000 3000-EXIT.
025100     EXIT.
025200***************************************************************
025300*    4000-POST-CANCEL - ONLY AGAINST THE POLICY ON FILE; A    *
025400*    CANCELLATION OF A POLICY ALREADY REPLACED IS STALE       *
025500***************************************************************
025600 4000-POST-CANCEL.
025700     IF NOT WS-POLICY-FOUND
025800         DISPLAY 'DL178 - CANCEL REJECTED, NO POLICY ON FILE '
025900             DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
026000         ADD 1 TO WS-NOTICES-REJECTED
026100         GO TO 4000-EXIT
026200     END-IF
026300     IF DL-INSN-POLICY-NO NOT = DL-INS-POLICY-NO
026400         DISPLAY 'DL178 - CANCEL REJECTED, POLICY MISMATCH '
026500             DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
026600             ' ' DL-INSN-POLICY-NO
026700         ADD 1 TO WS-NOTICES-REJECTED
026800         GO TO 4000-EXIT
026900     END-IF
027000     IF DL-INSN-CANCEL-DATE NOT NUMERIC
027100             OR DL-INSN-CANCEL-DATE = ZERO
027200         DISPLAY 'DL178 - CANCEL REJECTED, NO CANCEL DATE '
027300             DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
027400         ADD 1 TO WS-NOTICES-REJECTED
027500         GO TO 4000-EXIT
027600     END-IF
027700     MOVE DL-INSN-CANCEL-DATE TO DL-INS-CANCEL-DATE
027800     SET DL-INS-FROM-CARRIER  TO TRUE
027900     MOVE WS-RUN-DATE         TO DL-INS-UPDATED-DATE
028000     MOVE ZERO                TO DL-INS-NOTICE-LEVEL
028100     MOVE ZERO                TO DL-INS-NOTICE-DATE
028200     REWRITE DL-INS-REC
028300         INVALID KEY
028400             DISPLAY 'DL178 - CANCEL REJECTED, KEY '
028500                 DL-INSN-CUSTOMER-NO ' ' DL-INSN-AUTO-NO-9
028600             ADD 1 TO WS-NOTICES-REJECTED
028700         NOT INVALID KEY
028800             ADD 1 TO WS-CANCELS-POSTED
028900     END-REWRITE.
029000 4000-EXIT.
029100     EXIT.
029200***************************************************************
029300*    5000-MOVE-NOTICE-FIELDS - A RENEWAL CLEARS ANY           *
029400*    CANCELLATION AND RESTARTS THE NOTICE LETTERS             *
029500***************************************************************
029600 5000-MOVE-NOTICE-FIELDS.
029700     MOVE DL-INSN-CARRIER     TO DL-INS-CARRIER
029800     MOVE DL-INSN-POLICY-NO   TO DL-INS-POLICY-NO
029900     MOVE DL-INSN-EXPIRE-DATE TO DL-INS-EXPIRE-DATE
030000     MOVE DL-INSN-LOSS-PAYEE  TO DL-INS-LOSS-PAYEE
030100     MOVE ZERO                TO DL-INS-CANCEL-DATE
030200     SET DL-INS-FROM-CARRIER  TO TRUE
030300     MOVE WS-RUN-DATE         TO DL-INS-UPDATED-DATE
030400     MOVE ZERO                TO DL-INS-NOTICE-LEVEL
030500     MOVE ZERO                TO DL-INS-NOTICE-DATE.
030600 5000-EXIT.
030700     EXIT.
030800***************************************************************
030900*    8000-TERMINATE                                           *
031000***************************************************************
031100 8000-TERMINATE.
031200     CLOSE INS-NOTICE-FILE
031300     CLOSE VEHICLE-MASTER-FILE
031400     CLOSE INSURANCE-FILE
031500     DISPLAY 'DL178 - NOTICE POSTING COMPLETE'
031600     DISPLAY 'DL178 - NOTICES READ      ' WS-NOTICES-READ
031700     DISPLAY 'DL178 - RENEWALS POSTED   ' WS-RENEWALS-POSTED
031800     DISPLAY 'DL178 - POLICIES STARTED  ' WS-POLICIES-STARTED
031900     DISPLAY 'DL178 - CANCELS POSTED    ' WS-CANCELS-POSTED
032000     DISPLAY 'DL178 - NOTICES REJECTED  ' WS-NOTICES-REJECTED.
032100 8000-EXIT.
032200     EXIT.

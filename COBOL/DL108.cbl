000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL108                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    ACH AUTO-DEBIT ENROLLMENT MAINTENANCE.  READS THE        *
000900*    ENROLLMENT TRANSACTIONS (DLACHT LAYOUT) AND APPLIES      *
001000*    THEM AGAINST THE ENROLLMENT MASTER (DLACH LAYOUT, KEYED  *
001100*    THE SAME AS HEADER_KEY) WITH THE SAME EDIT DISCIPLINE    *
001200*    DL176 APPLIES TO THE COLLATERAL MASTER.  AN ENROLL OR    *
001300*    CHANGE MUST CARRY A ROUTING NUMBER THAT PASSES THE ABA   *
001400*    CHECK DIGIT, AN ACCOUNT NUMBER, A CHECKING OR SAVINGS    *
001500*    ACCOUNT TYPE, A DRAFT AMOUNT ABOVE ZERO AND A DRAFT DAY  *
001600*    FROM 01 TO 28, SO EVERY MONTH HAS THE DAY.  AN ENROLL    *
001700*    MUST NAME A LOAN ON THE MASTER THAT STILL OWES A BALANCE *
001800*    AND IS NOT CHARGED OFF; IT MAY RE-ENROLL A LOAN WHOSE    *
001900*    EARLIER ENROLLMENT WAS CANCELLED, KEEPING THE DUE-DATE   *
002000*    LAST DRAFTED SO DL109 NEVER TAKES THE SAME INSTALLMENT   *
002100*    TWICE.  A CHANGE OR CANCEL NEEDS AN ACTIVE ENROLLMENT.   *
002200*                                                             *
002300*    MODIFICATION HISTORY.                                    *
002400*    DATE       INIT  DESCRIPTION                             *
002500*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002600*                                                             *
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DL108.
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
004000     SELECT ACH-TRANS-FILE   ASSIGN TO ACHTRAN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ACH-ENROLL-FILE  ASSIGN TO ACHMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DL-ACH-KEY
004600         FILE STATUS IS WS-ACH-FILE-STATUS.
004700     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACH-TRANS-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLACHT.
005900 FD  ACH-ENROLL-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DLACH.
006200 FD  LOAN-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "test.cpy".
006500 FD  BUSINESS-DATE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLBDATE.
006800 WORKING-STORAGE SECTION.
006900 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
007000     88  TRANS-EOF                       VALUE 'Y'.
007100 77  WS-ACH-FILE-STATUS      PIC X(02).
007200 77  WS-BDATE-FILE-STATUS    PIC X(02).
007300 77  WS-ACH-FOUND-SW         PIC X(01)   VALUE 'N'.
007400     88  WS-ENROLLMENT-FOUND             VALUE 'Y'.
007500 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
007600     88  WS-MASTER-FOUND                 VALUE 'Y'.
007700 77  WS-EDIT-SW              PIC X(01)   VALUE 'N'.
007800     88  WS-EDIT-FAILED                  VALUE 'Y'.
007900***************************************************************
008000*    RUN DATE - STAMPED AS THE ENROLL OR CANCEL DATE          *
008100***************************************************************
008200 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008300***************************************************************
008400*    ROUTING NUMBER CHECK-DIGIT WORK AREA - WEIGHTS 3 7 1     *
008500*    ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN     *
008600***************************************************************
008700 01  WS-ROUTING-WORK.
008800     05  WS-ROUTING-N        PIC 9(09).
008900     05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-N.
009000         10  WS-RT-D1        PIC 9(01).
009100         10  WS-RT-D2        PIC 9(01).
009200         10  WS-RT-D3        PIC 9(01).
009300         10  WS-RT-D4        PIC 9(01).
009400         10  WS-RT-D5        PIC 9(01).
009500         10  WS-RT-D6        PIC 9(01).
009600         10  WS-RT-D7        PIC 9(01).
009700         10  WS-RT-D8        PIC 9(01).
009800         10  WS-RT-D9        PIC 9(01).
009900     05  WS-ROUTING-SUM      PIC 9(04)   COMP.
010000     05  WS-ROUTING-QUOT     PIC 9(04)   COMP.
010100     05  WS-ROUTING-REM      PIC 9(04)   COMP.
010200***************************************************************
010300*    RUN COUNTERS                                             *
010400***************************************************************
010500 77  WS-TRANS-READ           PIC 9(07)   VALUE ZERO.
010600 77  WS-ENROLLS-APPLIED      PIC 9(07)   VALUE ZERO.
010700 77  WS-CHANGES-APPLIED      PIC 9(07)   VALUE ZERO.
010800 77  WS-CANCELS-APPLIED      PIC 9(07)   VALUE ZERO.
010900 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
011000 PROCEDURE DIVISION.
011100***************************************************************
011200*    0000-MAINLINE                                            *
011300***************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
011600     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
011700         UNTIL TRANS-EOF
011800     PERFORM 8000-TERMINATE       THRU 8000-EXIT
011900     STOP RUN.
012000***************************************************************
012100*    1000-INITIALIZE - OPEN THE ENROLLMENT MASTER FOR UPDATE, *
012200*    CREATING IT ON THE FIRST EVER RUN - THE SAME             *
012300*    CREATE-ON-35 PATTERN THE CHECKPOINT AND AUDIT FILES USE  *
012400***************************************************************
012500 1000-INITIALIZE.
012600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
012700     OPEN INPUT ACH-TRANS-FILE
012800     OPEN INPUT LOAN-MASTER-FILE
012900     OPEN I-O ACH-ENROLL-FILE
013000     IF WS-ACH-FILE-STATUS = '35'
013100         OPEN OUTPUT ACH-ENROLL-FILE
013200         CLOSE ACH-ENROLL-FILE
013300         OPEN I-O ACH-ENROLL-FILE
013400     END-IF
013500     DISPLAY 'DL108 - ACH ENROLLMENT MAINTENANCE - RUN DATE '
013600         WS-RUN-DATE
013700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
013800 1000-EXIT.
013900     EXIT.
014000***************************************************************
014100*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
014200*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
014300*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
014400***************************************************************
014500 1050-GET-BUSINESS-DATE.
014600     OPEN INPUT BUSINESS-DATE-FILE
014700     IF WS-BDATE-FILE-STATUS NOT = '00'
014800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014900         GO TO 1050-EXIT
015000     END-IF
015100     READ BUSINESS-DATE-FILE
015200         AT END
015300             MOVE ZERO TO DL-BDATE-RUN-DATE
015400     END-READ
015500     IF DL-BDATE-RUN-DATE NOT NUMERIC
015600             OR DL-BDATE-RUN-DATE = ZERO
015700         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015800     ELSE
015900         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
016000     END-IF
016100     CLOSE BUSINESS-DATE-FILE.
016200 1050-EXIT.
016300     EXIT.
016400***************************************************************
016500*    2000-APPLY-ONE-TRANS - EDIT, LOOK UP, AND APPLY          *
016600***************************************************************
016700 2000-APPLY-ONE-TRANS.
016800     IF DL-ACHT-CUSTOMER-NO = SPACES
016900             OR DL-ACHT-AUTO-NO-9 = SPACES
017000         DISPLAY 'DL108 - REJECTED, BLANK KEY '
017100             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
017200         ADD 1 TO WS-TRANS-REJECTED
017300         GO TO 2000-NEXT
017400     END-IF
017500     PERFORM 2200-EDIT-TRANS THRU 2200-EXIT
017600     IF WS-EDIT-FAILED
017700         ADD 1 TO WS-TRANS-REJECTED
017800         GO TO 2000-NEXT
017900     END-IF
018000     PERFORM 2300-FIND-ENROLLMENT THRU 2300-EXIT
018100     EVALUATE TRUE
018200         WHEN DL-ACHT-ENROLL AND NOT WS-ENROLLMENT-FOUND
018300             PERFORM 3000-ENROLL THRU 3000-EXIT
018400         WHEN DL-ACHT-ENROLL AND DL-ACH-CANCELLED
018500             PERFORM 3000-ENROLL THRU 3000-EXIT
018600         WHEN DL-ACHT-CHANGE AND WS-ENROLLMENT-FOUND
018700                 AND DL-ACH-ACTIVE
018800             PERFORM 4000-CHANGE-ENROLLMENT THRU 4000-EXIT
018900         WHEN DL-ACHT-CANCEL AND WS-ENROLLMENT-FOUND
019000                 AND DL-ACH-ACTIVE
019100             PERFORM 5000-CANCEL-ENROLLMENT THRU 5000-EXIT
019200         WHEN DL-ACHT-ENROLL
019300             DISPLAY 'DL108 - ENROLL REJECTED, ALREADY ACTIVE '
019400                 DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
019500             ADD 1 TO WS-TRANS-REJECTED
019600         WHEN OTHER
019700             DISPLAY 'DL108 - ' DL-ACHT-CODE
019800                 ' REJECTED, NO ACTIVE ENROLLMENT '
019900                 DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
020000             ADD 1 TO WS-TRANS-REJECTED
020100     END-EVALUATE.
020200 2000-NEXT.
020300     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
020400 2000-EXIT.
020500     EXIT.
020600***************************************************************
020700*    2100-READ-TRANS                                          *
020800***************************************************************
020900 2100-READ-TRANS.
021000     READ ACH-TRANS-FILE
021100         AT END
021200             SET TRANS-EOF TO TRUE
021300             GO TO 2100-EXIT
021400     END-READ
021500     ADD 1 TO WS-TRANS-READ.
021600 2100-EXIT.
021700     EXIT.
021800***************************************************************
021900*    2200-EDIT-TRANS - AN ENROLL OR CHANGE MUST CARRY A       *
022000*    DRAFTABLE ACCOUNT; A CANCEL CARRIES ONLY THE KEY         *
022100***************************************************************
022200 2200-EDIT-TRANS.
022300     MOVE 'N' TO WS-EDIT-SW
022400     EVALUATE TRUE
022500         WHEN DL-ACHT-ENROLL OR DL-ACHT-CHANGE
022600             PERFORM 2250-EDIT-ACCOUNT THRU 2250-EXIT
022700         WHEN DL-ACHT-CANCEL
022800             CONTINUE
022900         WHEN OTHER
023000             DISPLAY 'DL108 - REJECTED, BAD CODE '
023100                 DL-ACHT-CODE ' ' DL-ACHT-CUSTOMER-NO
023200             MOVE 'Y' TO WS-EDIT-SW
023300     END-EVALUATE.
023400 2200-EXIT.
023500     EXIT.
023600***************************************************************
023700*    2250-EDIT-ACCOUNT - ROUTING CHECK DIGIT, ACCOUNT, TYPE,  *
023800*    AMOUNT AND DRAFT DAY                                     *
023900***************************************************************
024000 2250-EDIT-ACCOUNT.
024100     IF DL-ACHT-ROUTING-NO NOT NUMERIC
024200             OR DL-ACHT-ROUTING-NO = ZERO
024300         DISPLAY 'DL108 - REJECTED, BAD ROUTING NUMBER '
024400             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
024500         MOVE 'Y' TO WS-EDIT-SW
024600         GO TO 2250-EXIT
024700     END-IF
024800     MOVE DL-ACHT-ROUTING-NO TO WS-ROUTING-N
024900     COMPUTE WS-ROUTING-SUM =
025000         (3 * (WS-RT-D1 + WS-RT-D4 + WS-RT-D7))
025100             + (7 * (WS-RT-D2 + WS-RT-D5 + WS-RT-D8))
025200             + (WS-RT-D3 + WS-RT-D6 + WS-RT-D9)
025300     DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
025400         REMAINDER WS-ROUTING-REM
025500     IF WS-ROUTING-REM NOT = ZERO
025600         DISPLAY 'DL108 - REJECTED, ROUTING CHECK DIGIT '
025700             DL-ACHT-ROUTING-NO ' ' DL-ACHT-CUSTOMER-NO
025800         MOVE 'Y' TO WS-EDIT-SW
025900         GO TO 2250-EXIT
026000     END-IF
026100     IF DL-ACHT-ACCOUNT-NO = SPACES
026200             OR (DL-ACHT-ACCOUNT-TYPE NOT = 'C'
026300                 AND DL-ACHT-ACCOUNT-TYPE NOT = 'S')
026400         DISPLAY 'DL108 - REJECTED, BAD ACCOUNT OR TYPE '
026500             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
026600         MOVE 'Y' TO WS-EDIT-SW
026700         GO TO 2250-EXIT
026800     END-IF
026900     IF DL-ACHT-DRAFT-AMT NOT NUMERIC
027000             OR DL-ACHT-DRAFT-AMT NOT > ZERO
027100         DISPLAY 'DL108 - REJECTED, BAD DRAFT AMOUNT '
027200             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
027300         MOVE 'Y' TO WS-EDIT-SW
027400         GO TO 2250-EXIT
027500     END-IF
027600     IF DL-ACHT-DRAFT-DAY NOT NUMERIC
027700             OR DL-ACHT-DRAFT-DAY < 1
027800             OR DL-ACHT-DRAFT-DAY > 28
027900         DISPLAY 'DL108 - REJECTED, DRAFT DAY NOT 01-28 '
028000             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
028100         MOVE 'Y' TO WS-EDIT-SW
028200     END-IF.
028300 2250-EXIT.
028400     EXIT.
028500***************************************************************
028600*    2300-FIND-ENROLLMENT - RANDOM READ BY THE TRANSACTION    *
028700*    KEY                                                      *
028800***************************************************************
028900 2300-FIND-ENROLLMENT.
029000     MOVE 'N' TO WS-ACH-FOUND-SW
029100     MOVE DL-ACHT-CUSTOMER-NO TO DL-ACH-CUSTOMER-NO
029200     MOVE DL-ACHT-AUTO-NO-9   TO DL-ACH-AUTO-NO-9
029300     MOVE DL-ACHT-AUTO-CK-DIG TO DL-ACH-AUTO-CK-DIG
029400     READ ACH-ENROLL-FILE
029500         INVALID KEY
029600             MOVE 'N' TO WS-ACH-FOUND-SW
029700         NOT INVALID KEY
029800             MOVE 'Y' TO WS-ACH-FOUND-SW
029900     END-READ.
030000 2300-EXIT.
030100     EXIT.
030200***************************************************************
030300*    3000-ENROLL - THE LOAN MUST BE OPEN ON THE MASTER.  A    *
030400*    RE-ENROLLMENT KEEPS THE DUE-DATE AND DATE LAST DRAFTED   *
030500*    FROM THE CANCELLED RECORD                                *
030600***************************************************************
030700 3000-ENROLL.
030800     MOVE DL-ACHT-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
030900     MOVE DL-ACHT-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
031000     MOVE DL-ACHT-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
031100     READ LOAN-MASTER-FILE
031200         INVALID KEY
031300             MOVE 'N' TO WS-FOUND-SW
031400         NOT INVALID KEY
031500             MOVE 'Y' TO WS-FOUND-SW
031600     END-READ
031700     IF NOT WS-MASTER-FOUND
031800         DISPLAY 'DL108 - ENROLL REJECTED, LOAN NOT ON MASTER '
031900             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
032000         ADD 1 TO WS-TRANS-REJECTED
032100         GO TO 3000-EXIT
032200     END-IF
032300     IF PAYOFF-BAL OF HACKATHON-X NOT > ZERO
032400             OR LOAN-CHARGED-OFF OF HACKATHON-X
032500         DISPLAY 'DL108 - ENROLL REJECTED, LOAN NOT OPEN '
032600             DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
032700         ADD 1 TO WS-TRANS-REJECTED
032800         GO TO 3000-EXIT
032900     END-IF
033000     IF NOT WS-ENROLLMENT-FOUND
033100         MOVE SPACES TO DL-ACH-REC
033200         MOVE DL-ACHT-CUSTOMER-NO TO DL-ACH-CUSTOMER-NO
033300         MOVE DL-ACHT-AUTO-NO-9   TO DL-ACH-AUTO-NO-9
033400         MOVE DL-ACHT-AUTO-CK-DIG TO DL-ACH-AUTO-CK-DIG
033500         MOVE ZERO                TO DL-ACH-LAST-DUE-DATE
033600         MOVE ZERO                TO DL-ACH-LAST-DRAFT-DATE
033700     END-IF
033800     PERFORM 6000-MOVE-ACCOUNT-FIELDS THRU 6000-EXIT
033900     SET DL-ACH-ACTIVE TO TRUE
034000     MOVE WS-RUN-DATE TO DL-ACH-ENROLL-DATE
034100     MOVE ZERO        TO DL-ACH-CANCEL-DATE
034200     IF WS-ENROLLMENT-FOUND
034300         REWRITE DL-ACH-REC
034400             INVALID KEY
034500                 DISPLAY 'DL108 - ENROLL REJECTED, KEY '
034600                     DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
034700                 ADD 1 TO WS-TRANS-REJECTED
034800             NOT INVALID KEY
034900                 ADD 1 TO WS-ENROLLS-APPLIED
035000         END-REWRITE
035100     ELSE
035200         WRITE DL-ACH-REC
035300             INVALID KEY
035400                 DISPLAY 'DL108 - ENROLL REJECTED, DUPLICATE '
035500                     DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
035600                 ADD 1 TO WS-TRANS-REJECTED
035700             NOT INVALID KEY
035800                 ADD 1 TO WS-ENROLLS-APPLIED
035900         END-WRITE
036000     END-IF.
036100 3000-EXIT.
036200     EXIT.
036300***************************************************************
036400*    4000-CHANGE-ENROLLMENT - NEW ACCOUNT, AMOUNT OR DAY FOR  *
036500*    AN ACTIVE ENROLLMENT; THE DRAFT HISTORY IS KEPT          *
036600***************************************************************
036700 4000-CHANGE-ENROLLMENT.
036800     PERFORM 6000-MOVE-ACCOUNT-FIELDS THRU 6000-EXIT
036900     REWRITE DL-ACH-REC
037000         INVALID KEY
037100             DISPLAY 'DL108 - CHANGE REJECTED, KEY '
037200                 DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
037300             ADD 1 TO WS-TRANS-REJECTED
037400         NOT INVALID KEY
037500             ADD 1 TO WS-CHANGES-APPLIED
037600     END-REWRITE.
037700 4000-EXIT.
037800     EXIT.
037900***************************************************************
038000*    5000-CANCEL-ENROLLMENT - STOP DRAFTING AS OF TONIGHT     *
038100***************************************************************
038200 5000-CANCEL-ENROLLMENT.
038300     SET DL-ACH-CANCELLED TO TRUE
038400     MOVE WS-RUN-DATE TO DL-ACH-CANCEL-DATE
038500     REWRITE DL-ACH-REC
038600         INVALID KEY
038700             DISPLAY 'DL108 - CANCEL REJECTED, KEY '
038800                 DL-ACHT-CUSTOMER-NO ' ' DL-ACHT-AUTO-NO-9
038900             ADD 1 TO WS-TRANS-REJECTED
039000         NOT INVALID KEY
039100             ADD 1 TO WS-CANCELS-APPLIED
039200     END-REWRITE.
039300 5000-EXIT.
039400     EXIT.
039500***************************************************************
039600*    6000-MOVE-ACCOUNT-FIELDS                                 *
039700***************************************************************
039800 6000-MOVE-ACCOUNT-FIELDS.
039900     MOVE DL-ACHT-ROUTING-NO   TO DL-ACH-ROUTING-NO
040000     MOVE DL-ACHT-ACCOUNT-NO   TO DL-ACH-ACCOUNT-NO
040100     MOVE DL-ACHT-ACCOUNT-TYPE TO DL-ACH-ACCOUNT-TYPE
040200     MOVE DL-ACHT-DRAFT-AMT    TO DL-ACH-DRAFT-AMT
040300     MOVE DL-ACHT-DRAFT-DAY    TO DL-ACH-DRAFT-DAY.
040400 6000-EXIT.
040500     EXIT.
040600***************************************************************
040700*    8000-TERMINATE                                           *
040800***************************************************************
040900 8000-TERMINATE.
041000     CLOSE ACH-TRANS-FILE
041100     CLOSE LOAN-MASTER-FILE
041200     CLOSE ACH-ENROLL-FILE
041300     DISPLAY 'DL108 - MAINTENANCE COMPLETE'
041400     DISPLAY 'DL108 - TRANSACTIONS READ ' WS-TRANS-READ
041500     DISPLAY 'DL108 - ENROLLS APPLIED   ' WS-ENROLLS-APPLIED
041600     DISPLAY 'DL108 - CHANGES APPLIED   ' WS-CHANGES-APPLIED
041700     DISPLAY 'DL108 - CANCELS APPLIED   ' WS-CANCELS-APPLIED
041800     DISPLAY 'DL108 - TRANS REJECTED    ' WS-TRANS-REJECTED.
041900 8000-EXIT.
042000     EXIT.

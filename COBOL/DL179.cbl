000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL179                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    MONTHLY COLLATERAL INSURANCE REVIEW.  READS THE          *
000900*    INSURANCE FILE (DLINS LAYOUT) FRONT TO BACK AND, FOR     *
001000*    EACH POLICY ON A LOAN STILL OPEN ON THE MASTER, FINDS    *
001100*    THE DATE COVERAGE ENDS - THE CARRIER'S CANCELLATION      *
001200*    DATE WHEN EARLIER THAN THE EXPIRATION.  A POLICY ALREADY *
001300*    ENDED IS LAPSED OR CANCELLED, ONE ENDING WITHIN THE      *
001400*    EXPIRY WINDOW IS EXPIRING, AND A CURRENT POLICY THAT     *
001500*    DOES NOT NAME US AS LOSS PAYEE IS DEFICIENT AS WELL.     *
001600*    EACH DEFICIENT POLICY IS LISTED WITH THE VIN FROM THE    *
001700*    COLLATERAL MASTER AND THE BORROWER'S ADDRESS FROM THE    *
001800*    DLCUST MASTER, AND A PROOF-OF-INSURANCE REQUEST LETTER   *
001900*    IS WRITTEN: A FIRST REQUEST THE FIRST TIME, A SECOND     *
002000*    REQUEST ONCE THE SECOND-NOTICE INTERVAL HAS PASSED WITH  *
002100*    NO NEW POLICY POSTED, AND NOTHING FURTHER AFTER THAT -   *
002200*    THE INSURANCE DESK TAKES IT FROM THE LIST.  THE LEVEL    *
002300*    SENT IS KEPT ON THE INSURANCE RECORD; DL177 AND DL178    *
002400*    CLEAR IT WHEN NEW COVERAGE IS POSTED, AND THIS PROGRAM   *
002500*    CLEARS IT WHEN A POLICY IS FOUND CURRENT AGAIN.          *
002510*    A SECOND PASS, OVER THE LOAN MASTER, LISTS EVERY OPEN    *
002520*    LOAN WITH NO INSURANCE RECORD AT ALL AS NO POLICY ON     *
002530*    FILE AND SENDS IT A FIRST REQUEST.  THERE IS NO RECORD   *
002540*    TO CARRY A NOTICE LEVEL, SO THAT REQUEST GOES OUT EACH   *
002550*    MONTH UNTIL DL177 POSTS A POLICY.                        *
002600*                                                             *
002700*    MODIFICATION HISTORY.                                    *
002800*    DATE       INIT  DESCRIPTION                             *
002900*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002910*    2026-10-15  RK   OPEN LOANS WITH NO INSURANCE RECORD ARE *
002920*                     NOW REVIEWED TOO: A PASS OVER THE LOAN  *
002930*                     MASTER AFTER THE POLICY PASS LISTS EACH *
002940*                     ONE AS NO POLICY ON FILE AND SENDS THE  *
002950*                     PROOF-OF-INSURANCE REQUEST. THE         *
002960*                     INSURANCE FILE IS NOW READ DYNAMIC FOR  *
002970*                     THE LOOKUP.                             *
002975*    2026-10-15  RK   A MISSING INSURANCE FILE IS NOW CREATED *
002980*                     EMPTY, AS DL177 DOES, SO WITH NO        *
002985*                     POLICIES ON FILE EVERY OPEN LOAN IS     *
002990*                     STILL LISTED AND SENT A REQUEST.        *
003000*                                                             *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    DL179.
003400 AUTHOR.        R. KEMPNER.
003500 INSTALLATION.  CONSUMER LOAN SERVICING.
003600 DATE-WRITTEN.  2026-10-15.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  GENERIC.
004100 OBJECT-COMPUTER.  GENERIC.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT INSURANCE-FILE   ASSIGN TO INSMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DL-INS-KEY
004800         FILE STATUS IS WS-INS-FILE-STATUS.
004900     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005300     SELECT VEHICLE-MASTER-FILE ASSIGN TO VEHMSTR
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DL-VEH-KEY
005700         FILE STATUS IS WS-VEH-FILE-STATUS.
005800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS DL-CUST-CUSTOMER-NO
006200         FILE STATUS IS WS-CUST-FILE-STATUS.
006300     SELECT INS-LETTER-FILE  ASSIGN TO INSLTRS
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-BDATE-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  INSURANCE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DLINS.
007300 FD  LOAN-MASTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY "test.cpy".
007600 FD  VEHICLE-MASTER-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DLVEH.
007900 FD  CUSTOMER-MASTER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DLCUST.
008200 FD  INS-LETTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  DL179-LETTER-LINE       PIC X(80).
008500 FD  BUSINESS-DATE-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DLBDATE.
008800 WORKING-STORAGE SECTION.
008900 77  WS-INS-EOF-SW           PIC X(01)   VALUE 'N'.
009000     88  INS-EOF                         VALUE 'Y'.
009100 77  WS-INS-FILE-STATUS      PIC X(02).
009200 77  WS-INS-AVAIL-SW         PIC X(01)   VALUE 'N'.
009300     88  WS-INSFILE-AVAILABLE            VALUE 'Y'.
009400 77  WS-BDATE-FILE-STATUS    PIC X(02).
009500 77  WS-LOAN-FOUND-SW        PIC X(01)   VALUE 'N'.
009600     88  WS-LOAN-FOUND                   VALUE 'Y'.
009700 77  WS-CUST-FILE-STATUS     PIC X(02).
009800 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
009900     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
010000 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
010100     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
010200 77  WS-VEH-FILE-STATUS      PIC X(02).
010300 77  WS-VEH-AVAIL-SW         PIC X(01)   VALUE 'N'.
010400     88  WS-VEHMSTR-AVAILABLE            VALUE 'Y'.
010500 77  WS-VEH-FOUND-SW         PIC X(01)   VALUE 'N'.
010600     88  WS-VEHICLE-FOUND                VALUE 'Y'.
010610 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
010620     88  MASTER-EOF                      VALUE 'Y'.
010630 77  WS-POLICY-FOUND-SW      PIC X(01)   VALUE 'N'.
010640     88  WS-POLICY-FOUND                 VALUE 'Y'.
010700***************************************************************
010800*    POLICY CONDITION FOR THE RECORD IN HAND                  *
010900***************************************************************
011000 77  WS-CONDITION-SW         PIC X(01)   VALUE SPACE.
011100     88  WS-POLICY-CURRENT               VALUE SPACE.
011200     88  WS-POLICY-LAPSED                VALUE 'L'.
011300     88  WS-POLICY-CANCELLED             VALUE 'C'.
011400     88  WS-POLICY-EXPIRING              VALUE 'E'.
011500     88  WS-POLICY-NO-PAYEE              VALUE 'P'.
011510     88  WS-POLICY-NONE                  VALUE 'N'.
011600 77  WS-CONDITION-TEXT       PIC X(17)   VALUE SPACES.
011700***************************************************************
011800*    A POLICY ENDING WITHIN THIS MANY 30/360 DAYS IS LISTED   *
011900*    AS EXPIRING; A SECOND REQUEST GOES OUT THIS MANY DAYS    *
012000*    AFTER THE FIRST WHEN NO NEW COVERAGE HAS BEEN POSTED     *
012100***************************************************************
012200 77  WS-EXPIRY-WINDOW-DAYS   PIC 9(03)   VALUE 30.
012300 77  WS-SECOND-NOTICE-DAYS   PIC 9(03)   VALUE 30.
012400***************************************************************
012500*    RUN DATE                                                 *
012600***************************************************************
012700 01  WS-TODAY.
012800     05  WS-TODAY-YYYY       PIC 9(04).
012900     05  WS-TODAY-MM         PIC 9(02).
013000     05  WS-TODAY-DD         PIC 9(02).
013100 01  WS-RUN-DATE-N REDEFINES WS-TODAY PIC 9(08).
013200 77  WS-RUN-DAYS             PIC 9(07)   COMP.
013300***************************************************************
013400*    COVERAGE END AND NOTICE AGE WORK AREAS - 30/360 SERIAL   *
013500*    DAYS, AS THE LETTER HISTORY AGE IS FIGURED IN DL135      *
013600***************************************************************
013700 01  WS-END-AGE-WORK.
013800     05  WS-END-DATE-N       PIC 9(08).
013900     05  WS-END-DATE-X REDEFINES WS-END-DATE-N.
014000         10  WS-END-YYYY     PIC 9(04).
014100         10  WS-END-MM       PIC 9(02).
014200         10  WS-END-DD       PIC 9(02).
014300     05  WS-END-DAYS         PIC 9(07)   COMP.
014400     05  WS-DAYS-LEFT        PIC S9(07)  COMP.
014500 01  WS-NOTICE-AGE-WORK.
014600     05  WS-NOTICE-DATE-X.
014700         10  WS-NOTICE-YYYY  PIC 9(04).
014800         10  WS-NOTICE-MM    PIC 9(02).
014900         10  WS-NOTICE-DD    PIC 9(02).
015000     05  WS-NOTICE-DAYS      PIC 9(07)   COMP.
015100     05  WS-NOTICE-AGE       PIC S9(07)  COMP.
015200***************************************************************
015300*    LETTER LINE WORK AREAS - THE DL135 LETTER FORMAT         *
015400***************************************************************
015500 01  WS-LTR-SEPARATOR        PIC X(80)   VALUE ALL '*'.
015600 01  WS-LTR-BLANK            PIC X(80)   VALUE SPACES.
015700 01  WS-LTR-HEADING.
015800     05  FILLER              PIC X(25)
015900         VALUE 'CONSUMER LOAN SERVICING'.
016000     05  FILLER              PIC X(13)   VALUE 'NOTICE DATE '.
016100     05  WS-LTR-HEAD-YYYY    PIC 9(04).
016200     05  FILLER              PIC X(01)   VALUE '-'.
016300     05  WS-LTR-HEAD-MM      PIC 9(02).
016400     05  FILLER              PIC X(01)   VALUE '-'.
016500     05  WS-LTR-HEAD-DD      PIC 9(02).
016600     05  FILLER              PIC X(32)   VALUE SPACES.
016700 01  WS-LTR-TITLE.
016800     05  FILLER              PIC X(10)   VALUE SPACES.
016900     05  WS-LTR-TITLE-TEXT   PIC X(30).
017000     05  FILLER              PIC X(40)   VALUE SPACES.
017100 01  WS-LTR-ACCOUNT.
017200     05  FILLER              PIC X(13)   VALUE 'RE: ACCOUNT '.
017300     05  WS-LTR-CUSTOMER-NO  PIC X(07).
017400     05  FILLER              PIC X(01)   VALUE '-'.
017500     05  WS-LTR-AUTO-NO-9    PIC X(09).
017600     05  FILLER              PIC X(50)   VALUE SPACES.
017700 01  WS-LTR-NAME             PIC X(80).
017800 01  WS-LTR-ADDR             PIC X(80).
017900 01  WS-LTR-CSZ.
018000     05  WS-LTR-CITY         PIC X(20).
018100     05  FILLER              PIC X(01)   VALUE SPACE.
018200     05  WS-LTR-STATE        PIC X(02).
018300     05  FILLER              PIC X(01)   VALUE SPACE.
018400     05  WS-LTR-ZIP          PIC X(09).
018500     05  FILLER              PIC X(47)   VALUE SPACES.
018600 01  WS-LTR-VEHICLE.
018700     05  FILLER              PIC X(09)   VALUE 'VEHICLE  '.
018800     05  WS-LTR-VEH-YEAR     PIC 9(04).
018900     05  FILLER              PIC X(01)   VALUE SPACE.
019000     05  WS-LTR-VEH-MAKE     PIC X(15).
019100     05  WS-LTR-VEH-MODEL    PIC X(15).
019200     05  FILLER              PIC X(05)   VALUE ' VIN '.
019300     05  WS-LTR-VEH-VIN      PIC X(17).
019400     05  FILLER              PIC X(14)   VALUE SPACES.
019500 01  WS-LTR-POLICY.
019600     05  FILLER              PIC X(09)   VALUE 'CARRIER  '.
019700     05  WS-LTR-CARRIER      PIC X(25).
019800     05  FILLER              PIC X(08)   VALUE ' POLICY '.
019900     05  WS-LTR-POLICY-NO    PIC X(20).
020000     05  FILLER              PIC X(18)   VALUE SPACES.
020100 01  WS-LTR-COVERAGE.
020200     05  FILLER              PIC X(15)   VALUE 'COVERAGE ENDS  '.
020300     05  WS-LTR-END-YYYY     PIC 9(04).
020400     05  FILLER              PIC X(01)   VALUE '-'.
020500     05  WS-LTR-END-MM       PIC 9(02).
020600     05  FILLER              PIC X(01)   VALUE '-'.
020700     05  WS-LTR-END-DD       PIC 9(02).
020800     05  FILLER              PIC X(03)   VALUE SPACES.
020900     05  WS-LTR-CONDITION    PIC X(13).
021000     05  FILLER              PIC X(39)   VALUE SPACES.
021100 01  WS-LTR-BODY-1           PIC X(80).
021200 01  WS-LTR-BODY-2           PIC X(80).
021300 01  WS-LTR-BODY-3           PIC X(80).
021400***************************************************************
021500*    RUN COUNTERS                                             *
021600***************************************************************
021700 77  WS-POLICIES-READ        PIC 9(07)   VALUE ZERO.
021800 77  WS-LOANS-NOT-OPEN       PIC 9(07)   VALUE ZERO.
021900 77  WS-POLICIES-CURRENT     PIC 9(07)   VALUE ZERO.
022000 77  WS-POLICIES-CURED       PIC 9(07)   VALUE ZERO.
022100 77  WS-POLICIES-LAPSED      PIC 9(07)   VALUE ZERO.
022200 77  WS-POLICIES-CANCELLED   PIC 9(07)   VALUE ZERO.
022300 77  WS-POLICIES-EXPIRING    PIC 9(07)   VALUE ZERO.
022400 77  WS-POLICIES-NO-PAYEE    PIC 9(07)   VALUE ZERO.
022500 77  WS-FIRST-REQUESTS       PIC 9(07)   VALUE ZERO.
022600 77  WS-SECOND-REQUESTS      PIC 9(07)   VALUE ZERO.
022700 77  WS-LISTED-ONLY          PIC 9(07)   VALUE ZERO.
022710 77  WS-LOANS-CHECKED        PIC 9(07)   VALUE ZERO.
022720 77  WS-LOANS-NO-POLICY      PIC 9(07)   VALUE ZERO.
022800 PROCEDURE DIVISION.
022900***************************************************************
023000*    0000-MAINLINE                                            *
023100***************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
023400     PERFORM 2000-REVIEW-ONE-POLICY THRU 2000-EXIT
023500         UNTIL INS-EOF
023510     PERFORM 5000-CHECK-UNINSURED   THRU 5000-EXIT
023600     PERFORM 8000-TERMINATE         THRU 8000-EXIT
023700     STOP RUN.
023800***************************************************************
023900*    1000-INITIALIZE - THE INSURANCE FILE IS OPENED FOR       *
024000*    UPDATE SO THE NOTICE LEVEL CAN BE REWRITTEN; WITH NO     *
024100*    FILE YET IT IS CREATED EMPTY, AS DL177 DOES, AND EVERY   *
024110*    OPEN LOAN COMES UP IN THE SECOND PASS.  THE BORROWER AND *
024200*    COLLATERAL MASTERS ARE OPTIONAL, AS IN DL135             *
024300***************************************************************
024400 1000-INITIALIZE.
024500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
024600     COMPUTE WS-RUN-DAYS =
024700         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
024800     MOVE WS-TODAY-YYYY TO WS-LTR-HEAD-YYYY
024900     MOVE WS-TODAY-MM   TO WS-LTR-HEAD-MM
025000     MOVE WS-TODAY-DD   TO WS-LTR-HEAD-DD
025100     DISPLAY 'DL179 - COLLATERAL INSURANCE REVIEW - RUN DATE '
025200         WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
025300     OPEN OUTPUT INS-LETTER-FILE
025400     OPEN I-O INSURANCE-FILE
025410     IF WS-INS-FILE-STATUS = '35'
025420         OPEN OUTPUT INSURANCE-FILE
025430         CLOSE INSURANCE-FILE
025440         OPEN I-O INSURANCE-FILE
025450     END-IF
025500     IF WS-INS-FILE-STATUS NOT = '00'
025600         DISPLAY 'DL179 - NO INSURANCE FILE, STATUS '
025700             WS-INS-FILE-STATUS ' - NOTHING TO REVIEW'
025800         SET INS-EOF TO TRUE
025900         GO TO 1000-EXIT
026000     END-IF
026100     SET WS-INSFILE-AVAILABLE TO TRUE
026200     OPEN INPUT LOAN-MASTER-FILE
026300     OPEN INPUT CUSTOMER-MASTER-FILE
026400     IF WS-CUST-FILE-STATUS = '00'
026500         SET WS-CUSTMSTR-AVAILABLE TO TRUE
026600     ELSE
026700         DISPLAY 'DL179 - NO BORROWER MASTER, STATUS '
026800             WS-CUST-FILE-STATUS
026900             ' - LETTERS WILL CARRY NO ADDRESS'
027000     END-IF
027100     OPEN INPUT VEHICLE-MASTER-FILE
027200     IF WS-VEH-FILE-STATUS = '00'
027300         SET WS-VEHMSTR-AVAILABLE TO TRUE
027400     ELSE
027500         DISPLAY 'DL179 - NO COLLATERAL MASTER, STATUS '
027600             WS-VEH-FILE-STATUS
027700             ' - LIST WILL CARRY NO VIN'
027800     END-IF
027900     PERFORM 2100-READ-POLICY THRU 2100-EXIT.
028000 1000-EXIT.
028100     EXIT.
028200***************************************************************
028300*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
028400*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
028500*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
028600***************************************************************
028700 1050-GET-BUSINESS-DATE.
028800     OPEN INPUT BUSINESS-DATE-FILE
028900     IF WS-BDATE-FILE-STATUS NOT = '00'
029000         ACCEPT WS-TODAY FROM DATE YYYYMMDD
029100         GO TO 1050-EXIT
029200     END-IF
029300     READ BUSINESS-DATE-FILE
029400         AT END
029500             MOVE ZERO TO DL-BDATE-RUN-DATE
029600     END-READ
029700     IF DL-BDATE-RUN-DATE NOT NUMERIC
029800             OR DL-BDATE-RUN-DATE = ZERO
029900         ACCEPT WS-TODAY FROM DATE YYYYMMDD
030000     ELSE
030100         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE-N
030200     END-IF
030300     CLOSE BUSINESS-DATE-FILE.
030400 1050-EXIT.
030500     EXIT.
030600***************************************************************
030700*    2000-REVIEW-ONE-POLICY - SKIP LOANS NO LONGER OPEN,      *
030800*    CLASSIFY THE POLICY, AND LIST AND NOTICE THE DEFICIENT   *
030900***************************************************************
031000 2000-REVIEW-ONE-POLICY.
031100     PERFORM 2200-GET-LOAN THRU 2200-EXIT
031200     IF NOT WS-LOAN-FOUND
031300             OR PAYOFF-BAL OF HACKATHON-X NOT > ZERO
031400             OR LOAN-CHARGED-OFF OF HACKATHON-X
031500         ADD 1 TO WS-LOANS-NOT-OPEN
031600         GO TO 2000-NEXT
031700     END-IF
031800     PERFORM 2300-CLASSIFY-POLICY THRU 2300-EXIT
031900     IF WS-POLICY-CURRENT
032000         ADD 1 TO WS-POLICIES-CURRENT
032100         IF NOT DL-INS-NO-NOTICE
032200             MOVE ZERO TO DL-INS-NOTICE-LEVEL
032300             MOVE ZERO TO DL-INS-NOTICE-DATE
032400             REWRITE DL-INS-REC
032500             ADD 1 TO WS-POLICIES-CURED
032600         END-IF
032700         GO TO 2000-NEXT
032800     END-IF
032900     PERFORM 2500-GET-VEHICLE  THRU 2500-EXIT
033000     PERFORM 2600-GET-BORROWER THRU 2600-EXIT
033100     PERFORM 3000-LIST-POLICY  THRU 3000-EXIT
033200     PERFORM 4000-SEND-NOTICE  THRU 4000-EXIT.
033300 2000-NEXT.
033400     PERFORM 2100-READ-POLICY THRU 2100-EXIT.
033500 2000-EXIT.
033600     EXIT.
033700***************************************************************
033800*    2100-READ-POLICY                                         *
033900***************************************************************
034000 2100-READ-POLICY.
034100     READ INSURANCE-FILE NEXT
034200         AT END
034300             SET INS-EOF TO TRUE
034400             GO TO 2100-EXIT
034500     END-READ
034600     ADD 1 TO WS-POLICIES-READ.
034700 2100-EXIT.
034800     EXIT.
034900***************************************************************
035000*    2200-GET-LOAN - RANDOM READ OF THE MASTER BY THE POLICY  *
035100*    KEY; A PAID OR ARCHIVED LOAN NEEDS NO COVERAGE           *
035200***************************************************************
035300 2200-GET-LOAN.
035400     MOVE DL-INS-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
035500     MOVE DL-INS-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
035600     MOVE DL-INS-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
035700     READ LOAN-MASTER-FILE
035800         INVALID KEY
035900             MOVE 'N' TO WS-LOAN-FOUND-SW
036000         NOT INVALID KEY
036100             MOVE 'Y' TO WS-LOAN-FOUND-SW
036200     END-READ.
036300 2200-EXIT.
036400     EXIT.
036500***************************************************************
036600*    2300-CLASSIFY-POLICY - COVERAGE ENDS AT THE EARLIER OF   *
036700*    THE EXPIRATION AND ANY CARRIER CANCELLATION              *
036800***************************************************************
036900 2300-CLASSIFY-POLICY.
037000     MOVE SPACE TO WS-CONDITION-SW
037100     MOVE DL-INS-EXPIRE-DATE TO WS-END-DATE-N
037200     IF DL-INS-CANCEL-DATE NUMERIC
037300             AND DL-INS-CANCEL-DATE NOT = ZERO
037400             AND DL-INS-CANCEL-DATE < DL-INS-EXPIRE-DATE
037500         MOVE DL-INS-CANCEL-DATE TO WS-END-DATE-N
037600     END-IF
037700     COMPUTE WS-END-DAYS =
037800         (WS-END-YYYY * 360) + (WS-END-MM * 30) + WS-END-DD
037900     COMPUTE WS-DAYS-LEFT = WS-END-DAYS - WS-RUN-DAYS
038000     EVALUATE TRUE
038100         WHEN WS-DAYS-LEFT NOT > ZERO
038200                 AND WS-END-DATE-N NOT = DL-INS-EXPIRE-DATE
038300             SET WS-POLICY-CANCELLED TO TRUE
038400             MOVE 'CANCELLED'     TO WS-CONDITION-TEXT
038500             ADD 1 TO WS-POLICIES-CANCELLED
038600         WHEN WS-DAYS-LEFT NOT > ZERO
038700             SET WS-POLICY-LAPSED TO TRUE
038800             MOVE 'LAPSED'        TO WS-CONDITION-TEXT
038900             ADD 1 TO WS-POLICIES-LAPSED
039000         WHEN WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW-DAYS
039100             SET WS-POLICY-EXPIRING TO TRUE
039200             MOVE 'EXPIRING'      TO WS-CONDITION-TEXT
039300             ADD 1 TO WS-POLICIES-EXPIRING
039400         WHEN NOT DL-INS-LOSS-PAYEE-YES
039500             SET WS-POLICY-NO-PAYEE TO TRUE
039600             MOVE 'NO LOSS PAYEE' TO WS-CONDITION-TEXT
039700             ADD 1 TO WS-POLICIES-NO-PAYEE
039800         WHEN OTHER
039900             MOVE SPACES          TO WS-CONDITION-TEXT
040000     END-EVALUATE.
040100 2300-EXIT.
040200     EXIT.
040300***************************************************************
040400*    2500-GET-VEHICLE - VIN AND DESCRIPTION FOR THE LIST AND  *
040500*    THE LETTER                                               *
040600***************************************************************
040700 2500-GET-VEHICLE.
040800     MOVE 'N' TO WS-VEH-FOUND-SW
040900     IF WS-VEHMSTR-AVAILABLE
041000         MOVE DL-INS-CUSTOMER-NO TO DL-VEH-CUSTOMER-NO
041100         MOVE DL-INS-AUTO-NO-9   TO DL-VEH-AUTO-NO-9
041200         MOVE DL-INS-AUTO-CK-DIG TO DL-VEH-AUTO-CK-DIG
041300         READ VEHICLE-MASTER-FILE
041400             INVALID KEY
041500                 MOVE 'N' TO WS-VEH-FOUND-SW
041600             NOT INVALID KEY
041700                 MOVE 'Y' TO WS-VEH-FOUND-SW
041800         END-READ
041900     END-IF
042000     IF WS-VEHICLE-FOUND
042100         MOVE DL-VEH-YEAR  TO WS-LTR-VEH-YEAR
042200         MOVE DL-VEH-MAKE  TO WS-LTR-VEH-MAKE
042300         MOVE DL-VEH-MODEL TO WS-LTR-VEH-MODEL
042400         MOVE DL-VEH-VIN   TO WS-LTR-VEH-VIN
042500     ELSE
042600         MOVE ZERO   TO WS-LTR-VEH-YEAR
042700         MOVE SPACES TO WS-LTR-VEH-MAKE
042800         MOVE SPACES TO WS-LTR-VEH-MODEL
042900         MOVE '*** NOT ON FILE'  TO WS-LTR-VEH-VIN
043000     END-IF.
043100 2500-EXIT.
043200     EXIT.
043300***************************************************************
043400*    2600-GET-BORROWER - NAME AND ADDRESS LOOKUP FOR THE      *
043500*    LIST AND THE LETTER HEAD                                 *
043600***************************************************************
043700 2600-GET-BORROWER.
043800     MOVE 'N' TO WS-CUST-FOUND-SW
043900     IF WS-CUSTMSTR-AVAILABLE
044000         MOVE DL-INS-CUSTOMER-NO TO DL-CUST-CUSTOMER-NO
044100         READ CUSTOMER-MASTER-FILE
044200             INVALID KEY
044300                 MOVE 'N' TO WS-CUST-FOUND-SW
044400             NOT INVALID KEY
044500                 MOVE 'Y' TO WS-CUST-FOUND-SW
044600         END-READ
044700     END-IF
044800     IF WS-CUSTOMER-FOUND
044900         MOVE DL-CUST-NAME      TO WS-LTR-NAME
045000         MOVE DL-CUST-ADDR-LINE TO WS-LTR-ADDR
045100         MOVE DL-CUST-CITY      TO WS-LTR-CITY
045200         MOVE DL-CUST-STATE     TO WS-LTR-STATE
045300         MOVE DL-CUST-ZIP       TO WS-LTR-ZIP
045400     ELSE
045500         MOVE '*** BORROWER NOT ON FILE - RESEARCH ***'
045600             TO WS-LTR-NAME
045700         MOVE SPACES TO WS-LTR-ADDR
045800         MOVE SPACES TO WS-LTR-CSZ
045900     END-IF.
046000 2600-EXIT.
046100     EXIT.
046200***************************************************************
046300*    3000-LIST-POLICY - ONE ENTRY ON THE INSURANCE DESK LIST  *
046400***************************************************************
046500 3000-LIST-POLICY.
046600     DISPLAY 'DL179 - ' WS-CONDITION-TEXT ' '
046700         DL-INS-CUSTOMER-NO ' ' DL-INS-AUTO-NO-9
046800         ' VIN ' WS-LTR-VEH-VIN ' ENDS ' WS-END-DATE-N
046900     DISPLAY 'DL179 -   ' DL-INS-CARRIER ' POLICY '
047000         DL-INS-POLICY-NO ' PAYEE ' DL-INS-LOSS-PAYEE
047100     DISPLAY 'DL179 -   ' WS-LTR-NAME (1:40)
047200     DISPLAY 'DL179 -   ' WS-LTR-ADDR (1:30)
047300     DISPLAY 'DL179 -   ' WS-LTR-CSZ (1:33).
047400 3000-EXIT.
047500     EXIT.
047600***************************************************************
047700*    4000-SEND-NOTICE - FIRST REQUEST, THEN A SECOND ONCE THE *
047800*    INTERVAL HAS PASSED; AFTER THAT THE POLICY IS ONLY LISTED*
047900***************************************************************
048000 4000-SEND-NOTICE.
048100     IF DL-INS-NO-NOTICE
048200         MOVE 1 TO DL-INS-NOTICE-LEVEL
048300         PERFORM 4500-WRITE-LETTER THRU 4500-EXIT
048400         GO TO 4000-EXIT
048500     END-IF
048600     IF DL-INS-SECOND-SENT
048700         DISPLAY 'DL179 -   SECOND REQUEST SENT '
048800             DL-INS-NOTICE-DATE ' - REFER TO INSURANCE DESK'
048900         ADD 1 TO WS-LISTED-ONLY
049000         GO TO 4000-EXIT
049100     END-IF
049200     MOVE DL-INS-NOTICE-DATE TO WS-NOTICE-DATE-X
049300     COMPUTE WS-NOTICE-DAYS =
049400         (WS-NOTICE-YYYY * 360) + (WS-NOTICE-MM * 30)
049500             + WS-NOTICE-DD
049600     COMPUTE WS-NOTICE-AGE = WS-RUN-DAYS - WS-NOTICE-DAYS
049700     IF WS-NOTICE-AGE < WS-SECOND-NOTICE-DAYS
049800         DISPLAY 'DL179 -   FIRST REQUEST SENT '
049900             DL-INS-NOTICE-DATE ' - AWAITING PROOF'
050000         ADD 1 TO WS-LISTED-ONLY
050100         GO TO 4000-EXIT
050200     END-IF
050300     MOVE 2 TO DL-INS-NOTICE-LEVEL
050400     PERFORM 4500-WRITE-LETTER THRU 4500-EXIT.
050500 4000-EXIT.
050600     EXIT.
050700***************************************************************
050800*    4500-WRITE-LETTER - FORMAT AND WRITE ONE REQUEST AT THE  *
050900*    LEVEL NOW ON THE RECORD, THEN RECORD IT AS SENT.  A LOAN *
050910*    WITH NO POLICY ON FILE HAS NO POLICY LINES AND NO RECORD *
050920*    TO REWRITE                                               *
051000***************************************************************
051100 4500-WRITE-LETTER.
051200     EVALUATE TRUE
051300         WHEN WS-POLICY-CANCELLED
051400             MOVE 'YOUR CARRIER HAS NOTIFIED US THAT THE POLICY BE
051500-                'LOW HAS BEEN CANCELLED.' TO WS-LTR-BODY-1
051600         WHEN WS-POLICY-LAPSED
051700             MOVE 'OUR RECORDS SHOW THE INSURANCE ON THE VEHICLE B
051800-                'ELOW HAS LAPSED.' TO WS-LTR-BODY-1
051900         WHEN WS-POLICY-EXPIRING
052000             MOVE 'OUR RECORDS SHOW THE INSURANCE ON THE VEHICLE B
052100-                'ELOW EXPIRES SHORTLY.' TO WS-LTR-BODY-1
052110         WHEN WS-POLICY-NONE
052120             MOVE 'WE HAVE NO RECORD OF INSURANCE ON THE VEHICLE B
052130-                'ELOW.' TO WS-LTR-BODY-1
052200         WHEN OTHER
052300             MOVE 'THE POLICY BELOW DOES NOT NAME US AS LOSS PAYEE
052400-                ' ON THE VEHICLE.' TO WS-LTR-BODY-1
052500     END-EVALUATE
052600     IF DL-INS-FIRST-SENT
052700         MOVE 'PROOF OF INSURANCE REQUEST' TO WS-LTR-TITLE-TEXT
052800         MOVE 'PLEASE SEND PROOF OF CURRENT COVERAGE NAMING US AS 
052900-            'LOSS PAYEE.' TO WS-LTR-BODY-2
053000         MOVE 'YOUR LOAN AGREEMENT REQUIRES THIS COVERAGE FOR THE 
053100-            'LIFE OF THE LOAN.' TO WS-LTR-BODY-3
053200         ADD 1 TO WS-FIRST-REQUESTS
053300     ELSE
053400         MOVE 'SECOND REQUEST - INSURANCE' TO WS-LTR-TITLE-TEXT
053500         MOVE 'WE HAVE NOT RECEIVED PROOF OF COVERAGE IN RESPONSE 
053600-            'TO OUR EARLIER REQUEST.' TO WS-LTR-BODY-2
053700         MOVE 'PLEASE HAVE YOUR INSURANCE AGENT SEND IT TO US AT O
053800-            'NCE.' TO WS-LTR-BODY-3
053900         ADD 1 TO WS-SECOND-REQUESTS
054000     END-IF
054100     MOVE DL-INS-CUSTOMER-NO TO WS-LTR-CUSTOMER-NO
054200     MOVE DL-INS-AUTO-NO-9   TO WS-LTR-AUTO-NO-9
054300     MOVE DL-INS-CARRIER     TO WS-LTR-CARRIER
054400     MOVE DL-INS-POLICY-NO   TO WS-LTR-POLICY-NO
054500     MOVE WS-END-YYYY        TO WS-LTR-END-YYYY
054600     MOVE WS-END-MM          TO WS-LTR-END-MM
054700     MOVE WS-END-DD          TO WS-LTR-END-DD
054800     MOVE WS-CONDITION-TEXT  TO WS-LTR-CONDITION
054900     WRITE DL179-LETTER-LINE FROM WS-LTR-SEPARATOR
055000     WRITE DL179-LETTER-LINE FROM WS-LTR-HEADING
055100     WRITE DL179-LETTER-LINE FROM WS-LTR-TITLE
055200     WRITE DL179-LETTER-LINE FROM WS-LTR-BLANK
055300     WRITE DL179-LETTER-LINE FROM WS-LTR-NAME
055400     WRITE DL179-LETTER-LINE FROM WS-LTR-ADDR
055500     WRITE DL179-LETTER-LINE FROM WS-LTR-CSZ
055600     WRITE DL179-LETTER-LINE FROM WS-LTR-BLANK
055700     WRITE DL179-LETTER-LINE FROM WS-LTR-ACCOUNT
055800     IF WS-VEHICLE-FOUND
055900         WRITE DL179-LETTER-LINE FROM WS-LTR-VEHICLE
056000     END-IF
056010     IF NOT WS-POLICY-NONE
056100         WRITE DL179-LETTER-LINE FROM WS-LTR-POLICY
056200         WRITE DL179-LETTER-LINE FROM WS-LTR-COVERAGE
056210     END-IF
056300     WRITE DL179-LETTER-LINE FROM WS-LTR-BLANK
056400     WRITE DL179-LETTER-LINE FROM WS-LTR-BODY-1
056500     WRITE DL179-LETTER-LINE FROM WS-LTR-BODY-2
056600     WRITE DL179-LETTER-LINE FROM WS-LTR-BODY-3
056700     WRITE DL179-LETTER-LINE FROM WS-LTR-BLANK
056800     MOVE WS-RUN-DATE-N TO DL-INS-NOTICE-DATE
056810     IF NOT WS-POLICY-NONE
056820         REWRITE DL-INS-REC
056830     END-IF.
057000 4500-EXIT.
057100     EXIT.
057101***************************************************************
057102*    5000-CHECK-UNINSURED - SECOND PASS: EVERY OPEN LOAN ON   *
057103*    THE MASTER MUST HAVE AN INSURANCE RECORD.  THE MASTER IS *
057104*    REOPENED TO READ IT FROM THE TOP.                        *
057105***************************************************************
057106 5000-CHECK-UNINSURED.
057107     IF NOT WS-INSFILE-AVAILABLE
057108         GO TO 5000-EXIT
057109     END-IF
057110     CLOSE LOAN-MASTER-FILE
057111     OPEN INPUT LOAN-MASTER-FILE
057112     PERFORM 5100-READ-MASTER THRU 5100-EXIT
057113     PERFORM 5200-CHECK-ONE-LOAN THRU 5200-EXIT
057114         UNTIL MASTER-EOF.
057115 5000-EXIT.
057116     EXIT.
057117***************************************************************
057118*    5100-READ-MASTER                                         *
057119***************************************************************
057120 5100-READ-MASTER.
057121     READ LOAN-MASTER-FILE NEXT
057122         AT END
057123             SET MASTER-EOF TO TRUE
057124             GO TO 5100-EXIT
057125     END-READ
057126     ADD 1 TO WS-LOANS-CHECKED.
057127 5100-EXIT.
057128     EXIT.
057129***************************************************************
057130*    5200-CHECK-ONE-LOAN - AN OPEN LOAN NOT ON THE INSURANCE  *
057131*    FILE IS LISTED AND NOTICED FROM A BLANK POLICY RECORD    *
057132*    BUILT UNDER ITS KEY, WHICH IS NEVER WRITTEN              *
057133***************************************************************
057134 5200-CHECK-ONE-LOAN.
057135     IF PAYOFF-BAL OF HACKATHON-X NOT > ZERO
057136             OR LOAN-CHARGED-OFF OF HACKATHON-X
057137         GO TO 5200-NEXT
057138     END-IF
057139     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-INS-CUSTOMER-NO
057140     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-INS-AUTO-NO-9
057141     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-INS-AUTO-CK-DIG
057142     READ INSURANCE-FILE
057143         INVALID KEY
057144             MOVE 'N' TO WS-POLICY-FOUND-SW
057145         NOT INVALID KEY
057146             MOVE 'Y' TO WS-POLICY-FOUND-SW
057147     END-READ
057148     IF WS-POLICY-FOUND
057149         GO TO 5200-NEXT
057150     END-IF
057151     MOVE SPACES TO DL-INS-REC
057152     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-INS-CUSTOMER-NO
057153     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-INS-AUTO-NO-9
057154     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-INS-AUTO-CK-DIG
057155     MOVE ZERO TO DL-INS-EXPIRE-DATE
057156     MOVE ZERO TO DL-INS-CANCEL-DATE
057157     MOVE ZERO TO DL-INS-UPDATED-DATE
057158     MOVE ZERO TO DL-INS-NOTICE-LEVEL
057159     MOVE ZERO TO DL-INS-NOTICE-DATE
057160     MOVE ZERO TO WS-END-DATE-N
057161     SET WS-POLICY-NONE TO TRUE
057162     MOVE 'NO POLICY ON FILE' TO WS-CONDITION-TEXT
057163     ADD 1 TO WS-LOANS-NO-POLICY
057164     PERFORM 2500-GET-VEHICLE    THRU 2500-EXIT
057165     PERFORM 2600-GET-BORROWER   THRU 2600-EXIT
057166     PERFORM 5300-LIST-NO-POLICY THRU 5300-EXIT
057167     PERFORM 4000-SEND-NOTICE    THRU 4000-EXIT.
057168 5200-NEXT.
057169     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
057170 5200-EXIT.
057171     EXIT.
057172***************************************************************
057173*    5300-LIST-NO-POLICY - ONE ENTRY ON THE INSURANCE DESK    *
057174*    LIST                                                     *
057175***************************************************************
057176 5300-LIST-NO-POLICY.
057177     DISPLAY 'DL179 - ' WS-CONDITION-TEXT ' '
057178         DL-INS-CUSTOMER-NO ' ' DL-INS-AUTO-NO-9
057179         ' VIN ' WS-LTR-VEH-VIN
057180     DISPLAY 'DL179 -   ' WS-LTR-NAME (1:40)
057181     DISPLAY 'DL179 -   ' WS-LTR-ADDR (1:30)
057182     DISPLAY 'DL179 -   ' WS-LTR-CSZ (1:33).
057183 5300-EXIT.
057184     EXIT.
057200***************************************************************
057300*    8000-TERMINATE                                           *
057400***************************************************************
057500 8000-TERMINATE.
057600     IF WS-INSFILE-AVAILABLE
057700         CLOSE INSURANCE-FILE
057800         CLOSE LOAN-MASTER-FILE
057900         IF WS-CUSTMSTR-AVAILABLE
058000             CLOSE CUSTOMER-MASTER-FILE
058100         END-IF
058200         IF WS-VEHMSTR-AVAILABLE
058300             CLOSE VEHICLE-MASTER-FILE
058400         END-IF
058500     END-IF
058600     CLOSE INS-LETTER-FILE
058700     DISPLAY 'DL179 - INSURANCE REVIEW COMPLETE'
058800     DISPLAY 'DL179 - POLICIES READ     ' WS-POLICIES-READ
058900     DISPLAY 'DL179 - LOANS NOT OPEN    ' WS-LOANS-NOT-OPEN
059000     DISPLAY 'DL179 - POLICIES CURRENT  ' WS-POLICIES-CURRENT
059100     DISPLAY 'DL179 - NOTICES CLEARED   ' WS-POLICIES-CURED
059200     DISPLAY 'DL179 - LAPSED            ' WS-POLICIES-LAPSED
059300     DISPLAY 'DL179 - CANCELLED         ' WS-POLICIES-CANCELLED
059400     DISPLAY 'DL179 - EXPIRING          ' WS-POLICIES-EXPIRING
059500     DISPLAY 'DL179 - NO LOSS PAYEE     ' WS-POLICIES-NO-PAYEE
059510     DISPLAY 'DL179 - LOANS CHECKED     ' WS-LOANS-CHECKED
059520     DISPLAY 'DL179 - NO POLICY ON FILE ' WS-LOANS-NO-POLICY
059600     DISPLAY 'DL179 - FIRST REQUESTS    ' WS-FIRST-REQUESTS
059700     DISPLAY 'DL179 - SECOND REQUESTS   ' WS-SECOND-REQUESTS
059800     DISPLAY 'DL179 - LISTED ONLY       ' WS-LISTED-ONLY.
059900 8000-EXIT.
060000     EXIT.

000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL126                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    LIEN / TITLE RELEASE GENERATION.  RUN NIGHTLY AFTER      *
000900*    DL100.  PASSES THE BUSINESS DATE'S PAYOFF-BAL AUDIT ROWS *
001000*    (DLAUDIT) FOR PAYMENTS (CODE P) THAT LEFT THE BALANCE AT *
001100*    OR BELOW ZERO AND FOR CREDIT-BALANCE REFUNDS (CODE F),   *
001200*    AND RE-READS EACH LOAN ON THE MASTER.  A LOAN NOW        *
001300*    CARRYING NO PAYOFF-BAL AND NO ACCRUED-INT, AND WITH NO   *
001400*    RELEASE ALREADY ON THE TITLE RELEASE FILE (DLTREL        *
001500*    LAYOUT), GETS:                                           *
001600*        - A PENDING RELEASE RECORD, DATED THE PAYOFF DATE,   *
001700*          WHICH THE STATE DEADLINE IN DL128 RUNS FROM,       *
001800*        - A LIEN-RELEASE LETTER TO THE BORROWER, AND         *
001900*        - A LIEN RELEASE NOTICE FOR THE MOTOR VEHICLE        *
002000*          DEPARTMENT,                                        *
002100*    BOTH SHOWING THE VEHICLE (VIN, YEAR, MAKE, MODEL) FROM   *
002200*    THE DL176 COLLATERAL MASTER (DLVEH) AND THE BORROWER'S   *
002300*    NAME AND ADDRESS FROM THE DL175 BORROWER MASTER          *
002400*    (DLCUST).  A DOCUMENT MISSING EITHER IS STILL PRODUCED,  *
002500*    FLAGGED FOR THE TITLE CLERK TO RESEARCH BEFORE MAILING.  *
002600*    THE CLERK CONFIRMS MAILING THROUGH DL127.                *
002700*                                                             *
002800*    AN OVERPAID LOAN (PAYOFF-BAL BELOW ZERO) IS PAID IN FULL *
002900*    AND IS RELEASED THE SAME NIGHT; ITS CREDIT GOES BACK     *
003000*    THROUGH THE DL116 REGISTER SEPARATELY.                   *
003100*                                                             *
003200*    MODIFICATION HISTORY.                                    *
003300*    DATE       INIT  DESCRIPTION                             *
003400*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
003500*                                                             *
003600***************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    DL126.
003900 AUTHOR.        R. KEMPNER.
004000 INSTALLATION.  CONSUMER LOAN SERVICING.
004100 DATE-WRITTEN.  2026-10-15.
004200 DATE-COMPILED.
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  GENERIC.
004600 OBJECT-COMPUTER.  GENERIC.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-FILE       ASSIGN TO DLAUDIT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005200     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005600     SELECT TITLE-RELEASE-FILE ASSIGN TO TITLEREL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL-TREL-KEY
006000         FILE STATUS IS WS-TREL-FILE-STATUS.
006100     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL-CUST-CUSTOMER-NO
006500         FILE STATUS IS WS-CUST-FILE-STATUS.
006600     SELECT VEHICLE-MASTER-FILE ASSIGN TO VEHMSTR
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DL-VEH-KEY
007000         FILE STATUS IS WS-VEH-FILE-STATUS.
007100     SELECT LIEN-LETTER-FILE ASSIGN TO LIENLTR
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT DMV-NOTICE-FILE  ASSIGN TO DMVNOTE
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-BDATE-FILE-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  AUDIT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY DLAUDIT.
008300 FD  LOAN-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY "test.cpy".
008600 FD  TITLE-RELEASE-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DLTREL.
008900 FD  CUSTOMER-MASTER-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY DLCUST.
009200 FD  VEHICLE-MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DLVEH.
009500 FD  LIEN-LETTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  DL126-LETTER-LINE       PIC X(80).
009800 FD  DMV-NOTICE-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  DL126-NOTICE-LINE       PIC X(80).
010100 FD  BUSINESS-DATE-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY DLBDATE.
010400 WORKING-STORAGE SECTION.
010500 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
010600     88  AUDIT-EOF                       VALUE 'Y'.
010700 77  WS-AUDIT-FILE-STATUS    PIC X(02).
010800 77  WS-TREL-FILE-STATUS     PIC X(02).
010900 77  WS-BDATE-FILE-STATUS    PIC X(02).
011000 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
011100     88  WS-MASTER-FOUND                 VALUE 'Y'.
011200 77  WS-TREL-FOUND-SW        PIC X(01)   VALUE 'N'.
011300     88  WS-RELEASE-FOUND                VALUE 'Y'.
011400 77  WS-CUST-FILE-STATUS     PIC X(02).
011500 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
011600     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
011700 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
011800     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
011900 77  WS-VEH-FILE-STATUS      PIC X(02).
012000 77  WS-VEH-AVAIL-SW         PIC X(01)   VALUE 'N'.
012100     88  WS-VEHMSTR-AVAILABLE            VALUE 'Y'.
012200 77  WS-VEH-FOUND-SW         PIC X(01)   VALUE 'N'.
012300     88  WS-VEHICLE-FOUND                VALUE 'Y'.
012400***************************************************************
012500*    RUN DATE                                                 *
012600***************************************************************
012700 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
012800 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
012900     05  WS-RUN-YYYY         PIC 9(04).
013000     05  WS-RUN-MM           PIC 9(02).
013100     05  WS-RUN-DD           PIC 9(02).
013200***************************************************************
013300*    DOCUMENT LINE WORK AREAS - SHARED BY THE LETTER AND THE  *
013400*    DMV NOTICE                                               *
013500***************************************************************
013600 01  WS-DOC-SEPARATOR        PIC X(80)   VALUE ALL '*'.
013700 01  WS-DOC-BLANK            PIC X(80)   VALUE SPACES.
013800 01  WS-DOC-HEADING.
013900     05  FILLER              PIC X(25)
014000         VALUE 'CONSUMER LOAN SERVICING'.
014100     05  FILLER              PIC X(13)   VALUE 'RELEASE DATE '.
014200     05  WS-DOC-HEAD-YYYY    PIC 9(04).
014300     05  FILLER              PIC X(01)   VALUE '-'.
014400     05  WS-DOC-HEAD-MM      PIC 9(02).
014500     05  FILLER              PIC X(01)   VALUE '-'.
014600     05  WS-DOC-HEAD-DD      PIC 9(02).
014700     05  FILLER              PIC X(32)   VALUE SPACES.
014800 01  WS-DOC-TITLE.
014900     05  FILLER              PIC X(10)   VALUE SPACES.
015000     05  WS-DOC-TITLE-TEXT   PIC X(30).
015100     05  FILLER              PIC X(40)   VALUE SPACES.
015200 01  WS-DOC-ACCOUNT.
015300     05  FILLER              PIC X(13)   VALUE 'RE: ACCOUNT '.
015400     05  WS-DOC-CUSTOMER-NO  PIC X(07).
015500     05  FILLER              PIC X(01)   VALUE '-'.
015600     05  WS-DOC-AUTO-NO-9    PIC X(09).
015700     05  FILLER              PIC X(50)   VALUE SPACES.
015800 01  WS-DOC-NAME             PIC X(80).
015900 01  WS-DOC-ADDR             PIC X(80).
016000 01  WS-DOC-CSZ.
016100     05  WS-DOC-CITY         PIC X(20).
016200     05  FILLER              PIC X(01)   VALUE SPACE.
016300     05  WS-DOC-STATE        PIC X(02).
016400     05  FILLER              PIC X(01)   VALUE SPACE.
016500     05  WS-DOC-ZIP          PIC X(09).
016600     05  FILLER              PIC X(47)   VALUE SPACES.
016700 01  WS-DOC-VEHICLE.
016800     05  FILLER              PIC X(09)   VALUE 'VEHICLE  '.
016900     05  WS-DOC-VEH-YEAR     PIC 9(04).
017000     05  FILLER              PIC X(01)   VALUE SPACE.
017100     05  WS-DOC-VEH-MAKE     PIC X(15).
017200     05  WS-DOC-VEH-MODEL    PIC X(15).
017300     05  FILLER              PIC X(05)   VALUE ' VIN '.
017400     05  WS-DOC-VEH-VIN      PIC X(17).
017500     05  FILLER              PIC X(14)   VALUE SPACES.
017600 01  WS-DOC-NO-VEHICLE       PIC X(80)   VALUE
017700     'VEHICLE  *** NOT ON COLLATERAL MASTER - RESEARCH ***'.
017800 01  WS-DOC-DMV-TO           PIC X(80)   VALUE
017900     'TO: DEPARTMENT OF MOTOR VEHICLES - TITLE AND REGISTRATION'.
018000 01  WS-DOC-OWNER            PIC X(80)   VALUE
018100     'REGISTERED OWNER:'.
018200 01  WS-DOC-BODY-1           PIC X(80).
018300 01  WS-DOC-BODY-2           PIC X(80).
018400***************************************************************
018500*    RUN COUNTERS                                             *
018600***************************************************************
018700 77  WS-AUDIT-READ           PIC 9(07)   VALUE ZERO.
018800 77  WS-PAYOFFS-SEEN         PIC 9(07)   VALUE ZERO.
018900 77  WS-ALREADY-RELEASED     PIC 9(07)   VALUE ZERO.
019000 77  WS-NOT-PAID-NOW         PIC 9(07)   VALUE ZERO.
019100 77  WS-RELEASES-ADDED       PIC 9(07)   VALUE ZERO.
019200 77  WS-NO-BORROWER          PIC 9(07)   VALUE ZERO.
019300 77  WS-NO-VEHICLE           PIC 9(07)   VALUE ZERO.
019400 PROCEDURE DIVISION.
019500***************************************************************
019600*    0000-MAINLINE                                            *
019700***************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
020000     PERFORM 2000-CHECK-ONE-AUDIT THRU 2000-EXIT
020100         UNTIL AUDIT-EOF
020200     PERFORM 8000-TERMINATE       THRU 8000-EXIT
020300     STOP RUN.
020400***************************************************************
020500*    1000-INITIALIZE - OPEN THE RELEASE FILE FOR UPDATE,      *
020600*    CREATING IT ON THE FIRST RUN - THE SAME CREATE-ON-35     *
020700*    PATTERN THE LETTER HISTORY USES.  THE BORROWER AND       *
020800*    COLLATERAL MASTERS ARE OPTIONAL.  A MISSING AUDIT FILE   *
020900*    MEANS NOTHING POSTED.                                    *
021000***************************************************************
021100 1000-INITIALIZE.
021200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
021300     MOVE WS-RUN-YYYY TO WS-DOC-HEAD-YYYY
021400     MOVE WS-RUN-MM   TO WS-DOC-HEAD-MM
021500     MOVE WS-RUN-DD   TO WS-DOC-HEAD-DD
021600     DISPLAY 'DL126 - LIEN RELEASE GENERATION - RUN DATE '
021700         WS-RUN-DATE
021800     OPEN INPUT LOAN-MASTER-FILE
021900     OPEN I-O TITLE-RELEASE-FILE
022000     IF WS-TREL-FILE-STATUS = '35'
022100         OPEN OUTPUT TITLE-RELEASE-FILE
022200         CLOSE TITLE-RELEASE-FILE
022300         OPEN I-O TITLE-RELEASE-FILE
022400     END-IF
022500     OPEN OUTPUT LIEN-LETTER-FILE
022600     OPEN OUTPUT DMV-NOTICE-FILE
022700     OPEN INPUT CUSTOMER-MASTER-FILE
022800     IF WS-CUST-FILE-STATUS = '00'
022900         SET WS-CUSTMSTR-AVAILABLE TO TRUE
023000     ELSE
023100         DISPLAY 'DL126 - NO BORROWER MASTER, STATUS '
023200             WS-CUST-FILE-STATUS
023300             ' - RELEASES WILL CARRY NO ADDRESS'
023400     END-IF
023500     OPEN INPUT VEHICLE-MASTER-FILE
023600     IF WS-VEH-FILE-STATUS = '00'
023700         SET WS-VEHMSTR-AVAILABLE TO TRUE
023800     ELSE
023900         DISPLAY 'DL126 - NO COLLATERAL MASTER, STATUS '
024000             WS-VEH-FILE-STATUS
024100             ' - RELEASES WILL CARRY NO VEHICLE'
024200     END-IF
024300     OPEN INPUT AUDIT-FILE
024400     IF WS-AUDIT-FILE-STATUS = '35'
024500         DISPLAY 'DL126 - NO AUDIT FILE'
024600         SET AUDIT-EOF TO TRUE
024700         GO TO 1000-EXIT
024800     END-IF
024900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200***************************************************************
025300*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
025400*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
025500*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
025600***************************************************************
025700 1050-GET-BUSINESS-DATE.
025800     OPEN INPUT BUSINESS-DATE-FILE
025900     IF WS-BDATE-FILE-STATUS NOT = '00'
026000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026100         GO TO 1050-EXIT
026200     END-IF
026300     READ BUSINESS-DATE-FILE
026400         AT END
026500             MOVE ZERO TO DL-BDATE-RUN-DATE
026600     END-READ
026700     IF DL-BDATE-RUN-DATE NOT NUMERIC
026800             OR DL-BDATE-RUN-DATE = ZERO
026900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027000     ELSE
027100         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
027200     END-IF
027300     CLOSE BUSINESS-DATE-FILE.
027400 1050-EXIT.
027500     EXIT.
027600***************************************************************
027700*    2000-CHECK-ONE-AUDIT - ONLY TONIGHT'S PAYOFF-BAL ROWS    *
027800*    FOR A PAYMENT THAT REACHED ZERO OR A REFUND COUNT; THE   *
027900*    MASTER IS RE-READ SO A LATER REVERSAL THE SAME NIGHT IS  *
028000*    SEEN, AND A LOAN ALREADY RELEASED IS NOT RELEASED TWICE  *
028100***************************************************************
028200 2000-CHECK-ONE-AUDIT.
028300     IF DL-AUDIT-RUN-DATE NOT = WS-RUN-DATE
028400             OR DL-AUDIT-FIELD-NAME NOT = 'PAYOFF-BAL'
028500             OR DL-AUDIT-NEW-VALUE GREATER THAN ZERO
028600         GO TO 2000-NEXT
028700     END-IF
028800     IF DL-AUDIT-TRANS-CODE NOT = 'P'
028900             AND DL-AUDIT-TRANS-CODE NOT = 'F'
029000         GO TO 2000-NEXT
029100     END-IF
029200     ADD 1 TO WS-PAYOFFS-SEEN
029300     PERFORM 2300-FIND-RELEASE THRU 2300-EXIT
029400     IF WS-RELEASE-FOUND
029500         ADD 1 TO WS-ALREADY-RELEASED
029600         GO TO 2000-NEXT
029700     END-IF
029800     PERFORM 2400-FIND-MASTER THRU 2400-EXIT
029900     IF NOT WS-MASTER-FOUND
030000         DISPLAY 'DL126 - NO MASTER FOR PAYOFF '
030100             DL-AUDIT-CUSTOMER-NO ' ' DL-AUDIT-AUTO-NO-9
030200         ADD 1 TO WS-NOT-PAID-NOW
030300         GO TO 2000-NEXT
030400     END-IF
030500     IF PAYOFF-BAL OF HACKATHON-X GREATER THAN ZERO
030600             OR ACCRUED-INT OF HACKATHON-X NOT = ZERO
030700         ADD 1 TO WS-NOT-PAID-NOW
030800         GO TO 2000-NEXT
030900     END-IF
031000     PERFORM 2700-GET-BORROWER    THRU 2700-EXIT
031100     PERFORM 2800-GET-VEHICLE     THRU 2800-EXIT
031200     PERFORM 3000-WRITE-LETTER    THRU 3000-EXIT
031300     PERFORM 3500-WRITE-DMV-NOTICE THRU 3500-EXIT
031400     PERFORM 4000-ADD-RELEASE     THRU 4000-EXIT.
031500 2000-NEXT.
031600     PERFORM 2100-READ-AUDIT      THRU 2100-EXIT.
031700 2000-EXIT.
031800     EXIT.
031900***************************************************************
032000*    2100-READ-AUDIT                                          *
032100***************************************************************
032200 2100-READ-AUDIT.
032300     READ AUDIT-FILE
032400         AT END
032500             SET AUDIT-EOF TO TRUE
032600             GO TO 2100-EXIT
032700     END-READ
032800     ADD 1 TO WS-AUDIT-READ.
032900 2100-EXIT.
033000     EXIT.
033100***************************************************************
033200*    2300-FIND-RELEASE - RANDOM READ OF THE RELEASE FILE BY   *
033300*    THE AUDIT ROW'S KEY                                      *
033400***************************************************************
033500 2300-FIND-RELEASE.
033600     MOVE 'N' TO WS-TREL-FOUND-SW
033700     MOVE DL-AUDIT-CUSTOMER-NO TO DL-TREL-CUSTOMER-NO
033800     MOVE DL-AUDIT-AUTO-NO-9   TO DL-TREL-AUTO-NO-9
033900     MOVE DL-AUDIT-AUTO-CK-DIG TO DL-TREL-AUTO-CK-DIG
034000     READ TITLE-RELEASE-FILE
034100         INVALID KEY
034200             MOVE 'N' TO WS-TREL-FOUND-SW
034300         NOT INVALID KEY
034400             MOVE 'Y' TO WS-TREL-FOUND-SW
034500     END-READ.
034600 2300-EXIT.
034700     EXIT.
034800***************************************************************
034900*    2400-FIND-MASTER - RANDOM READ BY HEADER_KEY             *
035000***************************************************************
035100 2400-FIND-MASTER.
035200     MOVE DL-AUDIT-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
035300     MOVE DL-AUDIT-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
035400     MOVE DL-AUDIT-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
035500     READ LOAN-MASTER-FILE
035600         INVALID KEY
035700             MOVE 'N' TO WS-FOUND-SW
035800         NOT INVALID KEY
035900             MOVE 'Y' TO WS-FOUND-SW
036000     END-READ.
036100 2400-EXIT.
036200     EXIT.
036300***************************************************************
036400*    2700-GET-BORROWER - NAME AND ADDRESS FOR BOTH DOCUMENTS  *
036500***************************************************************
036600 2700-GET-BORROWER.
036700     MOVE 'N' TO WS-CUST-FOUND-SW
036800     IF WS-CUSTMSTR-AVAILABLE
036900         MOVE CUSTOMER-NO OF HACKATHON-X TO DL-CUST-CUSTOMER-NO
037000         READ CUSTOMER-MASTER-FILE
037100             INVALID KEY
037200                 MOVE 'N' TO WS-CUST-FOUND-SW
037300             NOT INVALID KEY
037400                 MOVE 'Y' TO WS-CUST-FOUND-SW
037500         END-READ
037600     END-IF
037700     IF WS-CUSTOMER-FOUND
037800         MOVE DL-CUST-NAME      TO WS-DOC-NAME
037900         MOVE DL-CUST-ADDR-LINE TO WS-DOC-ADDR
038000         MOVE DL-CUST-CITY      TO WS-DOC-CITY
038100         MOVE DL-CUST-STATE     TO WS-DOC-STATE
038200         MOVE DL-CUST-ZIP       TO WS-DOC-ZIP
038300     ELSE
038400         MOVE '*** BORROWER NOT ON FILE - RESEARCH ***'
038500             TO WS-DOC-NAME
038600         MOVE SPACES TO WS-DOC-ADDR
038700         MOVE SPACES TO WS-DOC-CSZ
038800         ADD 1 TO WS-NO-BORROWER
038900     END-IF.
039000 2700-EXIT.
039100     EXIT.
039200***************************************************************
039300*    2800-GET-VEHICLE - THE CAR THE LIEN IS RELEASED ON       *
039400***************************************************************
039500 2800-GET-VEHICLE.
039600     MOVE 'N' TO WS-VEH-FOUND-SW
039700     IF NOT WS-VEHMSTR-AVAILABLE
039800         GO TO 2800-CHECK
039900     END-IF
040000     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-VEH-CUSTOMER-NO
040100     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-VEH-AUTO-NO-9
040200     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-VEH-AUTO-CK-DIG
040300     READ VEHICLE-MASTER-FILE
040400         INVALID KEY
040500             MOVE 'N' TO WS-VEH-FOUND-SW
040600         NOT INVALID KEY
040700             MOVE 'Y' TO WS-VEH-FOUND-SW
040800     END-READ.
040900 2800-CHECK.
041000     IF WS-VEHICLE-FOUND
041100         MOVE DL-VEH-YEAR  TO WS-DOC-VEH-YEAR
041200         MOVE DL-VEH-MAKE  TO WS-DOC-VEH-MAKE
041300         MOVE DL-VEH-MODEL TO WS-DOC-VEH-MODEL
041400         MOVE DL-VEH-VIN   TO WS-DOC-VEH-VIN
041500     ELSE
041600         MOVE SPACES TO WS-DOC-VEH-VIN
041700         ADD 1 TO WS-NO-VEHICLE
041800     END-IF.
041900 2800-EXIT.
042000     EXIT.
042100***************************************************************
042200*    3000-WRITE-LETTER - THE LIEN-RELEASE LETTER TO THE       *
042300*    BORROWER                                                 *
042400***************************************************************
042500 3000-WRITE-LETTER.
042600     MOVE 'LIEN RELEASE' TO WS-DOC-TITLE-TEXT
042700     MOVE CUSTOMER-NO OF HACKATHON-X TO WS-DOC-CUSTOMER-NO
042800     MOVE AUTO-NO-9   OF HACKATHON-X TO WS-DOC-AUTO-NO-9
042900     MOVE 'YOUR LOAN IS PAID IN FULL AND WE HAVE RELEASED OUR LIEN
043000-        ' ON THE' TO WS-DOC-BODY-1
043100     MOVE 'VEHICLE ABOVE.  THE MOTOR VEHICLE DEPARTMENT HAS BEEN N
043200-        'OTIFIED.' TO WS-DOC-BODY-2
043300     WRITE DL126-LETTER-LINE FROM WS-DOC-SEPARATOR
043400     WRITE DL126-LETTER-LINE FROM WS-DOC-HEADING
043500     WRITE DL126-LETTER-LINE FROM WS-DOC-TITLE
043600     WRITE DL126-LETTER-LINE FROM WS-DOC-BLANK
043700     WRITE DL126-LETTER-LINE FROM WS-DOC-NAME
043800     WRITE DL126-LETTER-LINE FROM WS-DOC-ADDR
043900     WRITE DL126-LETTER-LINE FROM WS-DOC-CSZ
044000     WRITE DL126-LETTER-LINE FROM WS-DOC-BLANK
044100     WRITE DL126-LETTER-LINE FROM WS-DOC-ACCOUNT
044200     IF WS-VEHICLE-FOUND
044300         WRITE DL126-LETTER-LINE FROM WS-DOC-VEHICLE
044400     ELSE
044500         WRITE DL126-LETTER-LINE FROM WS-DOC-NO-VEHICLE
044600     END-IF
044700     WRITE DL126-LETTER-LINE FROM WS-DOC-BLANK
044800     WRITE DL126-LETTER-LINE FROM WS-DOC-BODY-1
044900     WRITE DL126-LETTER-LINE FROM WS-DOC-BODY-2
045000     WRITE DL126-LETTER-LINE FROM WS-DOC-BLANK.
045100 3000-EXIT.
045200     EXIT.
045300***************************************************************
045400*    3500-WRITE-DMV-NOTICE - THE RELEASE NOTICE TO THE MOTOR  *
045500*    VEHICLE DEPARTMENT, NAMING THE CAR AND ITS OWNER         *
045600***************************************************************
045700 3500-WRITE-DMV-NOTICE.
045800     MOVE 'NOTICE OF LIEN RELEASE' TO WS-DOC-TITLE-TEXT
045900     MOVE 'THE LIENHOLDER NAMED ABOVE RELEASES ALL INTEREST IN THE
046000-        ' VEHICLE' TO WS-DOC-BODY-1
046100     MOVE 'DESCRIBED.  THE LIEN IS SATISFIED; PLEASE CLEAR IT FROM
046200-        ' THE TITLE.' TO WS-DOC-BODY-2
046300     WRITE DL126-NOTICE-LINE FROM WS-DOC-SEPARATOR
046400     WRITE DL126-NOTICE-LINE FROM WS-DOC-HEADING
046500     WRITE DL126-NOTICE-LINE FROM WS-DOC-TITLE
046600     WRITE DL126-NOTICE-LINE FROM WS-DOC-BLANK
046700     WRITE DL126-NOTICE-LINE FROM WS-DOC-DMV-TO
046800     WRITE DL126-NOTICE-LINE FROM WS-DOC-BLANK
046900     IF WS-VEHICLE-FOUND
047000         WRITE DL126-NOTICE-LINE FROM WS-DOC-VEHICLE
047100     ELSE
047200         WRITE DL126-NOTICE-LINE FROM WS-DOC-NO-VEHICLE
047300     END-IF
047400     WRITE DL126-NOTICE-LINE FROM WS-DOC-BLANK
047500     WRITE DL126-NOTICE-LINE FROM WS-DOC-OWNER
047600     WRITE DL126-NOTICE-LINE FROM WS-DOC-NAME
047700     WRITE DL126-NOTICE-LINE FROM WS-DOC-ADDR
047800     WRITE DL126-NOTICE-LINE FROM WS-DOC-CSZ
047900     WRITE DL126-NOTICE-LINE FROM WS-DOC-BLANK
048000     WRITE DL126-NOTICE-LINE FROM WS-DOC-ACCOUNT
048100     WRITE DL126-NOTICE-LINE FROM WS-DOC-BODY-1
048200     WRITE DL126-NOTICE-LINE FROM WS-DOC-BODY-2
048300     WRITE DL126-NOTICE-LINE FROM WS-DOC-BLANK.
048400 3500-EXIT.
048500     EXIT.
048600***************************************************************
048700*    4000-ADD-RELEASE - THE PENDING RECORD THE TITLE CLERK    *
048800*    CONFIRMS THROUGH DL127                                   *
048900***************************************************************
049000 4000-ADD-RELEASE.
049100     MOVE SPACES TO DL-TREL-REC
049200     MOVE CUSTOMER-NO  OF HACKATHON-X TO DL-TREL-CUSTOMER-NO
049300     MOVE AUTO-NO-9    OF HACKATHON-X TO DL-TREL-AUTO-NO-9
049400     MOVE AUTO-CK-DIG  OF HACKATHON-X TO DL-TREL-AUTO-CK-DIG
049500     MOVE BANK-NO      OF HACKATHON-X TO DL-TREL-BANK-NO
049600     MOVE BANK-LOAN-NO OF HACKATHON-X TO DL-TREL-BANK-LOAN-NO
049700     MOVE WS-DOC-VEH-VIN              TO DL-TREL-VIN
049800     MOVE WS-DOC-STATE                TO DL-TREL-STATE
049900     MOVE WS-RUN-DATE                 TO DL-TREL-PAYOFF-DATE
050000     SET DL-TREL-PENDING TO TRUE
050100     MOVE ZERO                        TO DL-TREL-MAILED-DATE
050200     WRITE DL-TREL-REC
050300         INVALID KEY
050400             DISPLAY 'DL126 - RELEASE WRITE FAILED '
050500                 DL-TREL-CUSTOMER-NO ' ' DL-TREL-AUTO-NO-9
050600         NOT INVALID KEY
050700             ADD 1 TO WS-RELEASES-ADDED
050800             DISPLAY 'DL126 - RELEASE ' DL-TREL-CUSTOMER-NO ' '
050900                 DL-TREL-AUTO-NO-9 ' VIN ' DL-TREL-VIN
051000                 ' ' WS-DOC-NAME
051100     END-WRITE.
051200 4000-EXIT.
051300     EXIT.
051400***************************************************************
051500*    8000-TERMINATE                                           *
051600***************************************************************
051700 8000-TERMINATE.
051800     IF WS-AUDIT-FILE-STATUS NOT = '35'
051900         CLOSE AUDIT-FILE
052000     END-IF
052100     CLOSE LOAN-MASTER-FILE
052200     CLOSE TITLE-RELEASE-FILE
052300     CLOSE LIEN-LETTER-FILE
052400     CLOSE DMV-NOTICE-FILE
052500     IF WS-CUSTMSTR-AVAILABLE
052600         CLOSE CUSTOMER-MASTER-FILE
052700     END-IF
052800     IF WS-VEHMSTR-AVAILABLE
052900         CLOSE VEHICLE-MASTER-FILE
053000     END-IF
053100     DISPLAY 'DL126 - LIEN RELEASE GENERATION COMPLETE'
053200     DISPLAY 'DL126 - AUDIT ROWS READ     ' WS-AUDIT-READ
053300     DISPLAY 'DL126 - PAYOFFS SEEN        ' WS-PAYOFFS-SEEN
053400     DISPLAY 'DL126 - ALREADY RELEASED    ' WS-ALREADY-RELEASED
053500     DISPLAY 'DL126 - NOT PAID ON MASTER  ' WS-NOT-PAID-NOW
053600     DISPLAY 'DL126 - RELEASES PRODUCED   ' WS-RELEASES-ADDED
053700     DISPLAY 'DL126 - NO BORROWER ADDRESS ' WS-NO-BORROWER
053800     DISPLAY 'DL126 - NO VEHICLE RECORD   ' WS-NO-VEHICLE.
053900 8000-EXIT.
054000     EXIT.

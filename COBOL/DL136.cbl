000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL136                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    ACCOUNT HOLD MAINTENANCE.  READS THE HOLD MAINTENANCE    *
000900*    TRANSACTIONS (DLHOLDT LAYOUT) AND APPLIES THEM AGAINST   *
001000*    THE ACCOUNT HOLD FILE (DLHOLD LAYOUT, KEYED THE SAME AS  *
001100*    HEADER_KEY) WITH THE SAME EDIT DISCIPLINE DL176 APPLIES  *
001200*    TO THE COLLATERAL MASTER.  A PLACE PUTS A LOAN ON THE    *
001300*    MASTER UNDER HOLD; A PLACE AGAINST A RELEASED HOLD       *
001400*    STARTS A NEW ONE IN ITS PLACE, AND A PLACE AGAINST AN    *
001500*    ACTIVE HOLD IS REJECTED.  A CHANGE CORRECTS THE TYPE     *
001600*    AND EFFECTIVE DATE OF AN ACTIVE HOLD.  A RELEASE ENDS    *
001700*    AN ACTIVE HOLD ON THE DATE GIVEN.  A TRANSACTION WITH A  *
001800*    BLANK KEY, A BAD HOLD TYPE OR A MISSING DATE FAILS THE   *
001900*    EDIT BEFORE IT TOUCHES THE FILE.  THE SUPPRESSION        *
002000*    COUNTS ARE KEPT BY THE PROGRAMS THAT HONOR THE HOLD AND  *
002100*    ARE NEVER SET HERE, EXCEPT TO CLEAR THEM FOR A NEW HOLD. *
002200*                                                             *
002300*    MODIFICATION HISTORY.                                    *
002400*    DATE       INIT  DESCRIPTION                             *
002500*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002600*                                                             *
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.    DL136.
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
004000     SELECT HOLD-TRANS-FILE  ASSIGN TO HOLDTRAN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DL-HOLD-KEY
004600         FILE STATUS IS WS-HOLD-FILE-STATUS.
004700     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  HOLD-TRANS-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DLHOLDT.
005900 FD  ACCOUNT-HOLD-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DLHOLD.
006200 FD  LOAN-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "test.cpy".
006500 FD  BUSINESS-DATE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DLBDATE.
006800 WORKING-STORAGE SECTION.
006900 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
007000     88  TRANS-EOF                       VALUE 'Y'.
007100 77  WS-HOLD-FILE-STATUS     PIC X(02).
007200 77  WS-BDATE-FILE-STATUS    PIC X(02).
007300 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
007400     88  WS-HOLD-FOUND                   VALUE 'Y'.
007500 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
007600     88  WS-MASTER-FOUND                 VALUE 'Y'.
007700***************************************************************
007800*    RUN DATE - STAMPED ON A NEW HOLD AS THE DATE PLACED      *
007900***************************************************************
008000 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008100***************************************************************
008200*    TRANSACTION TYPE EDIT - THE HOLD TYPES DL-HOLD-TYPE      *
008300*    ALLOWS                                                   *
008400***************************************************************
008500 77  WS-TYPE-EDIT            PIC X(01)   VALUE SPACE.
008600     88  WS-TYPE-VALID                   VALUE 'B' 'A' 'C' 'D'.
008700 77  WS-EDIT-SW              PIC X(01)   VALUE 'N'.
008800     88  WS-EDIT-FAILED                  VALUE 'Y'.
008900***************************************************************
009000*    RUN COUNTERS                                             *
009100***************************************************************
009200 77  WS-TRANS-READ           PIC 9(07)   VALUE ZERO.
009300 77  WS-HOLDS-PLACED         PIC 9(07)   VALUE ZERO.
009400 77  WS-HOLDS-CHANGED        PIC 9(07)   VALUE ZERO.
009500 77  WS-HOLDS-RELEASED       PIC 9(07)   VALUE ZERO.
009600 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
009700 PROCEDURE DIVISION.
009800***************************************************************
009900*    0000-MAINLINE                                            *
010000***************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
010300     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
010400         UNTIL TRANS-EOF
010500     PERFORM 8000-TERMINATE       THRU 8000-EXIT
010600     STOP RUN.
010700***************************************************************
010800*    1000-INITIALIZE - OPEN THE HOLD FILE FOR UPDATE,         *
010900*    CREATING IT ON THE FIRST EVER RUN - THE SAME             *
011000*    CREATE-ON-35 PATTERN THE CHECKPOINT AND AUDIT FILES USE  *
011100***************************************************************
011200 1000-INITIALIZE.
011300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
011400     OPEN INPUT HOLD-TRANS-FILE
011500     OPEN INPUT LOAN-MASTER-FILE
011600     OPEN I-O ACCOUNT-HOLD-FILE
011700     IF WS-HOLD-FILE-STATUS = '35'
011800         OPEN OUTPUT ACCOUNT-HOLD-FILE
011900         CLOSE ACCOUNT-HOLD-FILE
012000         OPEN I-O ACCOUNT-HOLD-FILE
012100     END-IF
012200     DISPLAY 'DL136 - ACCOUNT HOLD MAINTENANCE - RUN DATE '
012300         WS-RUN-DATE
012400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
012500 1000-EXIT.
012600     EXIT.
012700***************************************************************
012800*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
012900*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
013000*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
013100***************************************************************
013200 1050-GET-BUSINESS-DATE.
013300     OPEN INPUT BUSINESS-DATE-FILE
013400     IF WS-BDATE-FILE-STATUS NOT = '00'
013500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013600         GO TO 1050-EXIT
013700     END-IF
013800     READ BUSINESS-DATE-FILE
013900         AT END
014000             MOVE ZERO TO DL-BDATE-RUN-DATE
014100     END-READ
014200     IF DL-BDATE-RUN-DATE NOT NUMERIC
014300             OR DL-BDATE-RUN-DATE = ZERO
014400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014500     ELSE
014600         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
014700     END-IF
014800     CLOSE BUSINESS-DATE-FILE.
014900 1050-EXIT.
015000     EXIT.
015100***************************************************************
015200*    2000-APPLY-ONE-TRANS - EDIT, LOOK UP, AND APPLY          *
015300***************************************************************
015400 2000-APPLY-ONE-TRANS.
015500     IF DL-HOLDT-CUSTOMER-NO = SPACES
015600             OR DL-HOLDT-AUTO-NO-9 = SPACES
015700         DISPLAY 'DL136 - REJECTED, BLANK KEY '
015800             DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
015900         ADD 1 TO WS-TRANS-REJECTED
016000         GO TO 2000-NEXT
016100     END-IF
016200     PERFORM 2200-EDIT-TRANS THRU 2200-EXIT
016300     IF WS-EDIT-FAILED
016400         ADD 1 TO WS-TRANS-REJECTED
016500         GO TO 2000-NEXT
016600     END-IF
016700     PERFORM 2300-FIND-HOLD THRU 2300-EXIT
016800     EVALUATE TRUE
016900         WHEN DL-HOLDT-PLACE AND NOT WS-HOLD-FOUND
017000             PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
017100         WHEN DL-HOLDT-PLACE AND DL-HOLD-RELEASED
017200             PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
017300         WHEN DL-HOLDT-CHANGE AND WS-HOLD-FOUND
017400                 AND DL-HOLD-ACTIVE
017500             PERFORM 4000-CHANGE-HOLD THRU 4000-EXIT
017600         WHEN DL-HOLDT-RELEASE AND WS-HOLD-FOUND
017700                 AND DL-HOLD-ACTIVE
017800             PERFORM 5000-RELEASE-HOLD THRU 5000-EXIT
017900         WHEN DL-HOLDT-PLACE
018000             DISPLAY 'DL136 - PLACE REJECTED, HOLD ACTIVE '
018100                 DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
018200             ADD 1 TO WS-TRANS-REJECTED
018300         WHEN OTHER
018400             DISPLAY 'DL136 - ' DL-HOLDT-CODE
018500                 ' REJECTED, NO ACTIVE HOLD '
018600                 DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
018700             ADD 1 TO WS-TRANS-REJECTED
018800     END-EVALUATE.
018900 2000-NEXT.
019000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
019100 2000-EXIT.
019200     EXIT.
019300***************************************************************
019400*    2100-READ-TRANS                                          *
019500***************************************************************
019600 2100-READ-TRANS.
019700     READ HOLD-TRANS-FILE
019800         AT END
019900             SET TRANS-EOF TO TRUE
020000             GO TO 2100-EXIT
020100     END-READ
020200     ADD 1 TO WS-TRANS-READ.
020300 2100-EXIT.
020400     EXIT.
020500***************************************************************
020600*    2200-EDIT-TRANS - A PLACE OR CHANGE NEEDS A VALID HOLD   *
020700*    TYPE AND AN EFFECTIVE DATE; A RELEASE NEEDS A RELEASE    *
020800*    DATE.  WS-EDIT-SW COMES BACK 'Y' WHEN THE EDIT FAILS.    *
020900***************************************************************
021000 2200-EDIT-TRANS.
021100     MOVE 'N' TO WS-EDIT-SW
021200     MOVE DL-HOLDT-TYPE TO WS-TYPE-EDIT
021300     EVALUATE TRUE
021400         WHEN DL-HOLDT-PLACE OR DL-HOLDT-CHANGE
021500             IF NOT WS-TYPE-VALID
021600                 DISPLAY 'DL136 - REJECTED, BAD HOLD TYPE '
021700                     DL-HOLDT-TYPE ' ' DL-HOLDT-CUSTOMER-NO
021800                 MOVE 'Y' TO WS-EDIT-SW
021900                 GO TO 2200-EXIT
022000             END-IF
022100             IF DL-HOLDT-EFFECTIVE-DATE NOT NUMERIC
022200                     OR DL-HOLDT-EFFECTIVE-DATE = ZERO
022300                 DISPLAY 'DL136 - REJECTED, NO EFFECTIVE DATE '
022400                     DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
022500                 MOVE 'Y' TO WS-EDIT-SW
022600             END-IF
022700         WHEN DL-HOLDT-RELEASE
022800             IF DL-HOLDT-RELEASE-DATE NOT NUMERIC
022900                     OR DL-HOLDT-RELEASE-DATE = ZERO
023000                 DISPLAY 'DL136 - REJECTED, NO RELEASE DATE '
023100                     DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
023200                 MOVE 'Y' TO WS-EDIT-SW
023300             END-IF
023400         WHEN OTHER
023500             DISPLAY 'DL136 - REJECTED, BAD CODE '
023600                 DL-HOLDT-CODE ' ' DL-HOLDT-CUSTOMER-NO
023700             MOVE 'Y' TO WS-EDIT-SW
023800     END-EVALUATE.
023900 2200-EXIT.
024000     EXIT.
024100***************************************************************
024200*    2300-FIND-HOLD - RANDOM READ BY THE TRANSACTION KEY      *
024300***************************************************************
024400 2300-FIND-HOLD.
024500     MOVE 'N' TO WS-HOLD-FOUND-SW
024600     MOVE DL-HOLDT-CUSTOMER-NO TO DL-HOLD-CUSTOMER-NO
024700     MOVE DL-HOLDT-AUTO-NO-9   TO DL-HOLD-AUTO-NO-9
024800     MOVE DL-HOLDT-AUTO-CK-DIG TO DL-HOLD-AUTO-CK-DIG
024900     READ ACCOUNT-HOLD-FILE
025000         INVALID KEY
025100             MOVE 'N' TO WS-HOLD-FOUND-SW
025200         NOT INVALID KEY
025300             MOVE 'Y' TO WS-HOLD-FOUND-SW
025400     END-READ.
025500 2300-EXIT.
025600     EXIT.
025700***************************************************************
025800*    3000-PLACE-HOLD - THE LOAN MUST BE ON THE MASTER.  A NEW *
025900*    KEY IS WRITTEN; A RELEASED HOLD ON THE KEY IS REPLACED   *
026000*    BY THE NEW ONE WITH ITS SUPPRESSION COUNTS CLEARED.      *
026100***************************************************************
026200 3000-PLACE-HOLD.
026300     MOVE DL-HOLDT-CUSTOMER-NO TO CUSTOMER-NO OF HACKATHON-X
026400     MOVE DL-HOLDT-AUTO-NO-9   TO AUTO-NO-9   OF HACKATHON-X
026500     MOVE DL-HOLDT-AUTO-CK-DIG TO AUTO-CK-DIG OF HACKATHON-X
026600     READ LOAN-MASTER-FILE
026700         INVALID KEY
026800             MOVE 'N' TO WS-FOUND-SW
026900         NOT INVALID KEY
027000             MOVE 'Y' TO WS-FOUND-SW
027100     END-READ
027200     IF NOT WS-MASTER-FOUND
027300         DISPLAY 'DL136 - PLACE REJECTED, LOAN NOT ON MASTER '
027400             DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
027500         ADD 1 TO WS-TRANS-REJECTED
027600         GO TO 3000-EXIT
027700     END-IF
027800     MOVE SPACES TO DL-HOLD-REC
027900     MOVE DL-HOLDT-CUSTOMER-NO    TO DL-HOLD-CUSTOMER-NO
028000     MOVE DL-HOLDT-AUTO-NO-9      TO DL-HOLD-AUTO-NO-9
028100     MOVE DL-HOLDT-AUTO-CK-DIG    TO DL-HOLD-AUTO-CK-DIG
028200     MOVE DL-HOLDT-TYPE           TO DL-HOLD-TYPE
028300     MOVE DL-HOLDT-EFFECTIVE-DATE TO DL-HOLD-EFFECTIVE-DATE
028400     SET DL-HOLD-ACTIVE TO TRUE
028500     MOVE ZERO                    TO DL-HOLD-RELEASE-DATE
028600     MOVE WS-RUN-DATE             TO DL-HOLD-PLACED-DATE
028700     MOVE ZERO                    TO DL-HOLD-SUPPRESSED
028800     IF WS-HOLD-FOUND
028900         REWRITE DL-HOLD-REC
029000             INVALID KEY
029100                 DISPLAY 'DL136 - PLACE REJECTED, KEY '
029200                     DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
029300                 ADD 1 TO WS-TRANS-REJECTED
029400             NOT INVALID KEY
029500                 ADD 1 TO WS-HOLDS-PLACED
029600         END-REWRITE
029700     ELSE
029800         WRITE DL-HOLD-REC
029900             INVALID KEY
030000                 DISPLAY 'DL136 - PLACE REJECTED, DUPLICATE '
030100                     DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
030200                 ADD 1 TO WS-TRANS-REJECTED
030300             NOT INVALID KEY
030400                 ADD 1 TO WS-HOLDS-PLACED
030500         END-WRITE
030600     END-IF.
030700 3000-EXIT.
030800     EXIT.
030900***************************************************************
031000*    4000-CHANGE-HOLD - THE RECORD IS IN HAND FROM THE 2300   *
031100*    READ; CORRECT THE TYPE AND EFFECTIVE DATE ONLY           *
031200***************************************************************
031300 4000-CHANGE-HOLD.
031400     MOVE DL-HOLDT-TYPE           TO DL-HOLD-TYPE
031500     MOVE DL-HOLDT-EFFECTIVE-DATE TO DL-HOLD-EFFECTIVE-DATE
031600     REWRITE DL-HOLD-REC
031700         INVALID KEY
031800             DISPLAY 'DL136 - CHANGE REJECTED, KEY '
031900                 DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
032000             ADD 1 TO WS-TRANS-REJECTED
032100         NOT INVALID KEY
032200             ADD 1 TO WS-HOLDS-CHANGED
032300     END-REWRITE.
032400 4000-EXIT.
032500     EXIT.
032600***************************************************************
032700*    5000-RELEASE-HOLD - THE RECORD IS IN HAND FROM THE 2300  *
032800*    READ.  IT STAYS ON FILE, RELEASED, SO DL137 STILL SHOWS  *
032900*    WHAT WAS WITHHELD WHILE IT WAS IN FORCE.                 *
033000***************************************************************
033100 5000-RELEASE-HOLD.
033200     IF DL-HOLDT-RELEASE-DATE < DL-HOLD-EFFECTIVE-DATE
033300         DISPLAY 'DL136 - RELEASE REJECTED, BEFORE EFFECTIVE '
033400             DL-HOLD-EFFECTIVE-DATE ' '
033500             DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
033600         ADD 1 TO WS-TRANS-REJECTED
033700         GO TO 5000-EXIT
033800     END-IF
033900     SET DL-HOLD-RELEASED TO TRUE
034000     MOVE DL-HOLDT-RELEASE-DATE TO DL-HOLD-RELEASE-DATE
034100     REWRITE DL-HOLD-REC
034200         INVALID KEY
034300             DISPLAY 'DL136 - RELEASE REJECTED, KEY '
034400                 DL-HOLDT-CUSTOMER-NO ' ' DL-HOLDT-AUTO-NO-9
034500             ADD 1 TO WS-TRANS-REJECTED
034600         NOT INVALID KEY
034700             ADD 1 TO WS-HOLDS-RELEASED
034800     END-REWRITE.
034900 5000-EXIT.
035000     EXIT.
035100***************************************************************
035200*    8000-TERMINATE                                           *
035300***************************************************************
035400 8000-TERMINATE.
035500     CLOSE HOLD-TRANS-FILE
035600     CLOSE LOAN-MASTER-FILE
035700     CLOSE ACCOUNT-HOLD-FILE
035800     DISPLAY 'DL136 - MAINTENANCE COMPLETE'
035900     DISPLAY 'DL136 - TRANSACTIONS READ ' WS-TRANS-READ
036000     DISPLAY 'DL136 - HOLDS PLACED      ' WS-HOLDS-PLACED
036100     DISPLAY 'DL136 - HOLDS CHANGED     ' WS-HOLDS-CHANGED
036200     DISPLAY 'DL136 - HOLDS RELEASED    ' WS-HOLDS-RELEASED
036300     DISPLAY 'DL136 - TRANS REJECTED    ' WS-TRANS-REJECTED.
036400 8000-EXIT.
036500     EXIT.

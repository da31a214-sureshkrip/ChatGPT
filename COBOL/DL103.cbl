000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL103                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    UNAPPLIED-CASH SUSPENSE POSTING.  READS THE POSTING      *
000900*    REQUESTS THE PAYMENT DESK KEYED (DLSPOST LAYOUT) ONCE    *
001000*    THEY IDENTIFIED THE LOAN AN UNMATCHED LOCKBOX/ACH ITEM   *
001100*    BELONGS TO, AND MATCHES THEM AGAINST THE SUSPENSE FILE   *
001200*    DL102 BUILDS (DLSUSP LAYOUT).  A MATCHED OPEN ITEM IS    *
001300*    WRITTEN AS A DLTRANS PAYMENT (CODE P) FOR THE HEADER_KEY *
001400*    THE DESK NAMED, CARRYING THAT LOAN'S BANK FIELDS AND ITS *
001500*    DUE-DATE ROLLED FORWARD ONE MONTH THE SAME WAY DL102     *
001600*    CONVERTS A MATCHED ITEM, TO THE POSTING FILE OPERATIONS  *
001700*    CONCATENATES AHEAD OF THE NEXT NIGHT'S TRANSIN - THE     *
001800*    SAME FLOW AS THE DL106 RECYCLE FILE.  THE PAYMENT THEN   *
001900*    GOES THROUGH THE DL105 CHECK-DIGIT EDIT AND DL100 LIKE   *
002000*    ANY OTHER.  A REQUEST NAMING A KEY NOT ON THE LOAN       *
002100*    MASTER IS REFUSED AND THE ITEM LEFT OPEN.                *
002200*                                                             *
002210*    THE PAYMENT IS MARKED AS FROM SUSPENSE, AND DL100        *
002220*    CARRIES THE MARK TO ITS DLPAYDT ROW, SO DL190 JOURNALS   *
002230*    THE MONEY OUT OF THE SUSPENSE ACCOUNT ON THE NIGHT IT IS *
002240*    APPLIED - A PAYMENT DL105 OR DL100 REJECTS STAYS IN      *
002250*    SUSPENSE.  THE ITEM IS MARKED POSTED (WITH THE KEY AND   *
002260*    DATE).  THE FIRST RUN AFTER THE POSTING DATE - THE NIGHT *
002270*    THE PAYMENT GOES THROUGH DL100 - STAMPS ITS APPLY DATE   *
002280*    AND CARRIES IT; A LATER RUN DROPS IT.  THE WHOLE FILE IS *
002290*    WRITTEN TO THE NEW SUSPENSE FILE, WHICH REPLACES         *
002300*    SUSPENSE FOR THE NEXT CYCLE; DL102 OPENS SUSPENSE        *
002310*    EXTEND, SO NEW ITEMS APPEND TO THE CARRIED-FORWARD ONES. *
003000*                                                             *
003100*    MODIFICATION HISTORY.                                    *
003200*    DATE       INIT  DESCRIPTION                             *
003300*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
003310*    2026-10-15  RK   THE RUN DATE STAMPED ON A POSTED ITEM   *
003320*                     AND USED FOR THE PURGE IS NOW THE       *
003330*                     CHAIN BUSINESS DATE FROM THE DLBDATE    *
003340*                     CONTROL FILE, NOT THE SYSTEM CLOCK, SO  *
003350*                     DL190 JOURNALS THE ITEM OUT OF          *
003360*                     SUSPENSE ON A RUN PAST MIDNIGHT OR A    *
003370*                     BACK-DATED NIGHT.                       *
003372*    2026-10-15  RK   THE PAYMENT WRITTEN FOR A POSTED ITEM   *
003374*                     IS MARKED AS FROM SUSPENSE, SO DL190    *
003376*                     JOURNALS IT OUT OF THE SUSPENSE ACCOUNT *
003378*                     FROM THE DLPAYDT ROW DL100 WRITES WHEN  *
003380*                     IT APPLIES IT, NOT FROM THE POSTING     *
003382*                     HERE.  A POSTED ITEM IS NOW CARRIED     *
003384*                     THROUGH THE NIGHT ITS PAYMENT IS        *
003386*                     APPLIED, STAMPED WITH THAT APPLY DATE,  *
003388*                     AND DROPPED ONLY ON A LATER RUN.        *
003400*                                                             *
003500***************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    DL103.
003800 AUTHOR.        R. KEMPNER.
003900 INSTALLATION.  CONSUMER LOAN SERVICING.
004000 DATE-WRITTEN.  2026-10-15.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  GENERIC.
004500 OBJECT-COMPUTER.  GENERIC.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT POST-REQUEST-FILE ASSIGN TO SUSPPOST
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT SUSPENSE-IN-FILE  ASSIGN TO SUSPENSE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SUSP-FILE-STATUS.
005300     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPENSO
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT POSTED-TRANS-FILE ASSIGN TO TRANSSUS
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT LOAN-MASTER-FILE  ASSIGN TO LOANMSTR
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
006010     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006020         ORGANIZATION IS SEQUENTIAL
006030         FILE STATUS IS WS-BDATE-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  POST-REQUEST-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DLSPOST.
006600 FD  SUSPENSE-IN-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DLSUSP REPLACING DL-SUSP-REC BY SI-SUSP-REC.
006900 FD  SUSPENSE-OUT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DLSUSP REPLACING DL-SUSP-REC BY SO-SUSP-REC.
007200 FD  POSTED-TRANS-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DLTRANS.
007500 FD  LOAN-MASTER-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY "test.cpy".
007710 FD  BUSINESS-DATE-FILE
007720     LABEL RECORDS ARE STANDARD.
007730     COPY DLBDATE.
007800 WORKING-STORAGE SECTION.
007900 77  WS-REQUEST-EOF-SW       PIC X(01)   VALUE 'N'.
008000     88  REQUEST-EOF                     VALUE 'Y'.
008100 77  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
008200     88  SUSP-EOF                        VALUE 'Y'.
008300 77  WS-SUSP-FILE-STATUS     PIC X(02).
008310 77  WS-BDATE-FILE-STATUS    PIC X(02).
008400 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
008500     88  WS-REQUEST-MATCHED              VALUE 'Y'.
008600 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
008700     88  WS-MASTER-FOUND                 VALUE 'Y'.
008800***************************************************************
008900*    RUN DATE - STAMPED ON EACH ITEM POSTED, THE BUSINESS     *
009000*    DATE ITS PAYMENT GOES THROUGH DL100                      *
009100***************************************************************
009200 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
009300***************************************************************
009400*    REQUEST TABLE - THE DESK'S POSTING REQUESTS ARE LOADED   *
009500*    UP FRONT AND EACH OPEN SUSPENSE ITEM IS CHECKED AGAINST  *
009600*    THEM.  A REQUEST IS USED ONCE, SO TWO IDENTICAL ITEMS    *
009700*    NEED TWO REQUESTS.  OVERFLOW IS REPORTED AND THE EXTRAS  *
009800*    IGNORED UNTIL THE NEXT CYCLE.                            *
009900***************************************************************
010000 01  WS-REQUEST-TABLE.
010100     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
010200         10  WS-REQ-ITEM.
010300             15  WS-REQ-BANK-NO      PIC X(03).
010400             15  WS-REQ-LOAN-NO-RJ   PIC X(10).
010500             15  WS-REQ-PAYMENT-AMT  PIC S9(09)V99.
010600             15  WS-REQ-PAYMENT-DATE PIC 9(08).
010700         10  WS-REQ-POST-KEY.
010800             15  WS-REQ-CUSTOMER-NO  PIC X(07).
010900             15  WS-REQ-AUTO-NO-9    PIC X(09).
011000             15  WS-REQ-AUTO-CK-DIG  PIC X(01).
011100         10  WS-REQ-USED-SW          PIC X(01).
011200             88  WS-REQ-USED                 VALUE 'Y'.
011300 77  WS-REQUEST-COUNT        PIC 9(03)   COMP  VALUE ZERO.
011400 77  WS-REQUEST-SUB          PIC 9(03)   COMP  VALUE ZERO.
011500 77  WS-REQUEST-HIT-SUB      PIC 9(03)   COMP  VALUE ZERO.
011600***************************************************************
011700*    RIGHT-JUSTIFY WORK AREA - THE DESK KEYS THE BANK LOAN    *
011800*    NUMBER AS IT READS IT OFF THE DL104 LISTING; A PLAIN     *
011900*    MOVE TO A JUST RIGHT FIELD OF THE SAME LENGTH DOES NOT   *
012000*    SHIFT, SO IT IS SHIFTED BY HAND THE WAY DL145 DOES       *
012100*    BEFORE IT IS COMPARED TO THE BANK'S RIGHT-JUSTIFIED      *
012200*    NUMBER.                                                  *
012300***************************************************************
012400 01  WS-RJ-WORK.
012500     05  WS-RJ-IN            PIC X(10).
012600     05  WS-RJ-IN-CHX REDEFINES WS-RJ-IN.
012700         10  WS-RJ-IN-CH     PIC X(01)   OCCURS 10 TIMES.
012800     05  WS-RJ-OUT           PIC X(10).
012900     05  WS-RJ-OUT-CHX REDEFINES WS-RJ-OUT.
013000         10  WS-RJ-OUT-CH    PIC X(01)   OCCURS 10 TIMES.
013100     05  WS-RJ-SUB           PIC S9(03)  COMP.
013200     05  WS-RJ-LEN           PIC S9(03)  COMP.
013300     05  WS-RJ-OFF           PIC S9(03)  COMP.
013400***************************************************************
013500*    DUE-DATE ROLL WORK AREA - THE POSTED PAYMENT CARRIES THE *
013600*    LOAN'S DUE-DATE ADVANCED ONE SCHEDULED MONTH, THE SAME   *
013700*    FIGURE DL102 AND A PAYMENT CLERK USE                     *
013800***************************************************************
013900 01  WS-ROLL-WORK.
014000     05  WS-ROLL-YR          PIC 9(03).
014100     05  WS-ROLL-MO          PIC 9(02).
014200     05  WS-ROLL-DA          PIC 9(02).
014300***************************************************************
014400*    RUN COUNTERS                                             *
014500***************************************************************
014600 77  WS-REQUESTS-LOADED      PIC 9(07)   VALUE ZERO.
014700 77  WS-REQUESTS-DROPPED     PIC 9(07)   VALUE ZERO.
014800 77  WS-REQUESTS-REFUSED     PIC 9(07)   VALUE ZERO.
014900 77  WS-REQUESTS-UNMATCHED   PIC 9(07)   VALUE ZERO.
015000 77  WS-ITEMS-READ           PIC 9(07)   VALUE ZERO.
015100 77  WS-ITEMS-POSTED         PIC 9(07)   VALUE ZERO.
015200 77  WS-ITEMS-CARRIED        PIC 9(07)   VALUE ZERO.
015300 77  WS-ITEMS-PURGED         PIC 9(07)   VALUE ZERO.
015400 77  WS-TOTAL-POSTED         PIC S9(11)V99 VALUE ZERO.
015500 77  WS-TOTAL-OPEN           PIC S9(11)V99 VALUE ZERO.
015600 PROCEDURE DIVISION.
015700***************************************************************
015800*    0000-MAINLINE                                            *
015900***************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
016200     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
016300         UNTIL SUSP-EOF
016400     PERFORM 8000-TERMINATE        THRU 8000-EXIT
016500     STOP RUN.
016600***************************************************************
016700*    1000-INITIALIZE - LOAD THE REQUEST TABLE, THEN OPEN THE  *
016800*    SUSPENSE PASS FILES AND PRIME THE SUSPENSE READ.  NO     *
016900*    SUSPENSE FILE YET (STATUS 35) MEANS NOTHING IS WAITING;  *
017000*    THE NEW FILE IS STILL WRITTEN, EMPTY.                    *
017100***************************************************************
017200 1000-INITIALIZE.
017300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
017400     OPEN INPUT POST-REQUEST-FILE
017500     PERFORM 1100-LOAD-ONE-REQUEST THRU 1100-EXIT
017600         UNTIL REQUEST-EOF
017700     CLOSE POST-REQUEST-FILE
017800     OPEN INPUT  LOAN-MASTER-FILE
017900     OPEN OUTPUT SUSPENSE-OUT-FILE
018000     OPEN OUTPUT POSTED-TRANS-FILE
018100     DISPLAY 'DL103 - UNAPPLIED CASH SUSPENSE POSTING - RUN DATE '
018200         WS-RUN-DATE
018300     OPEN INPUT SUSPENSE-IN-FILE
018400     IF WS-SUSP-FILE-STATUS = '35'
018500         DISPLAY 'DL103 - NO SUSPENSE FILE, NOTHING TO POST'
018600         SET SUSP-EOF TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
019000 1000-EXIT.
019100     EXIT.
019102***************************************************************
019104*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
019106*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
019108*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
019110***************************************************************
019112 1050-GET-BUSINESS-DATE.
019114     OPEN INPUT BUSINESS-DATE-FILE
019116     IF WS-BDATE-FILE-STATUS NOT = '00'
019118         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019120         GO TO 1050-EXIT
019122     END-IF
019124     READ BUSINESS-DATE-FILE
019126         AT END
019128             MOVE ZERO TO DL-BDATE-RUN-DATE
019130     END-READ
019132     IF DL-BDATE-RUN-DATE NOT NUMERIC
019134             OR DL-BDATE-RUN-DATE = ZERO
019136         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019138     ELSE
019140         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
019142     END-IF
019144     CLOSE BUSINESS-DATE-FILE.
019146 1050-EXIT.
019148     EXIT.
019200***************************************************************
019300*    1100-LOAD-ONE-REQUEST                                    *
019400***************************************************************
019500 1100-LOAD-ONE-REQUEST.
019600     READ POST-REQUEST-FILE
019700         AT END
019800             SET REQUEST-EOF TO TRUE
019900             GO TO 1100-EXIT
020000     END-READ
020100     IF WS-REQUEST-COUNT < 200
020200         ADD 1 TO WS-REQUEST-COUNT
020300         MOVE DL-SPOST-BANK-NO
020400             TO WS-REQ-BANK-NO (WS-REQUEST-COUNT)
020500         MOVE DL-SPOST-LOAN-NO-RJ TO WS-RJ-IN
020600         PERFORM 2300-RIGHT-JUSTIFY THRU 2300-EXIT
020700         MOVE WS-RJ-OUT
020800             TO WS-REQ-LOAN-NO-RJ (WS-REQUEST-COUNT)
020900         MOVE DL-SPOST-PAYMENT-AMT
021000             TO WS-REQ-PAYMENT-AMT (WS-REQUEST-COUNT)
021100         MOVE DL-SPOST-PAYMENT-DATE
021200             TO WS-REQ-PAYMENT-DATE (WS-REQUEST-COUNT)
021300         MOVE DL-SPOST-POST-KEY
021400             TO WS-REQ-POST-KEY (WS-REQUEST-COUNT)
021500         MOVE 'N' TO WS-REQ-USED-SW (WS-REQUEST-COUNT)
021600         ADD 1 TO WS-REQUESTS-LOADED
021700     ELSE
021800         DISPLAY 'DL103 - REQUEST TABLE FULL, DROPPED BANK '
021900             DL-SPOST-BANK-NO ' LOAN ' DL-SPOST-LOAN-NO-RJ
022000         ADD 1 TO WS-REQUESTS-DROPPED
022100     END-IF.
022200 1100-EXIT.
022300     EXIT.
022400***************************************************************
022410*    2000-PROCESS-ONE-ITEM - A POSTED ITEM IS CARRIED THE     *
022420*    NIGHT IT WAS POSTED, STAMPED WITH ITS APPLY DATE AND     *
022430*    CARRIED ON THE NEXT RUN (THE NIGHT DL100 APPLIES ITS     *
022440*    PAYMENT), AND DROPPED ONCE THAT DATE HAS PASSED.  AN     *
022450*    OPEN ITEM IS LOOKED UP IN THE REQUEST TABLE AND POSTED   *
022460*    IF THE DESK HAS IDENTIFIED IT.  EVERY ITEM NOT DROPPED   *
022470*    IS WRITTEN TO THE NEW FILE.                              *
023000***************************************************************
023100 2000-PROCESS-ONE-ITEM.
023200     MOVE SI-SUSP-REC TO SO-SUSP-REC
023300     IF DL-SUSP-POSTED OF SI-SUSP-REC
023310         IF DL-SUSP-POSTED-DATE OF SI-SUSP-REC NOT < WS-RUN-DATE
023320             GO TO 2000-CARRY
023330         END-IF
023340         IF DL-SUSP-APPLY-DATE OF SO-SUSP-REC NOT NUMERIC
023350             MOVE ZERO TO DL-SUSP-APPLY-DATE OF SO-SUSP-REC
023360         END-IF
023370         IF DL-SUSP-APPLY-DATE OF SO-SUSP-REC = ZERO
023380             MOVE WS-RUN-DATE TO DL-SUSP-APPLY-DATE OF SO-SUSP-REC
023390             GO TO 2000-CARRY
023400         END-IF
023410         IF DL-SUSP-APPLY-DATE OF SO-SUSP-REC < WS-RUN-DATE
023420             ADD 1 TO WS-ITEMS-PURGED
023430             GO TO 2000-NEXT
023440         END-IF
023450         GO TO 2000-CARRY
023900     END-IF
024000     MOVE 'N' TO WS-MATCH-SW
024100     PERFORM 2200-CHECK-ONE-REQUEST THRU 2200-EXIT
024200         VARYING WS-REQUEST-SUB FROM 1 BY 1
024300         UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
024400             OR WS-REQUEST-MATCHED
024500     IF WS-REQUEST-MATCHED
024600         SET WS-REQ-USED (WS-REQUEST-HIT-SUB) TO TRUE
024700         PERFORM 3000-POST-ITEM THRU 3000-EXIT
024800     END-IF
024900     IF DL-SUSP-OPEN OF SO-SUSP-REC
025000         ADD DL-SUSP-PAYMENT-AMT OF SO-SUSP-REC TO WS-TOTAL-OPEN
025100     END-IF.
025200 2000-CARRY.
025300     WRITE SO-SUSP-REC
025400     ADD 1 TO WS-ITEMS-CARRIED.
025500 2000-NEXT.
025600     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900***************************************************************
026000*    2100-READ-SUSPENSE                                       *
026100***************************************************************
026200 2100-READ-SUSPENSE.
026300     READ SUSPENSE-IN-FILE
026400         AT END
026500             SET SUSP-EOF TO TRUE
026600             GO TO 2100-EXIT
026700     END-READ
026800     ADD 1 TO WS-ITEMS-READ.
026900 2100-EXIT.
027000     EXIT.
027100***************************************************************
027200*    2200-CHECK-ONE-REQUEST                                   *
027300***************************************************************
027400 2200-CHECK-ONE-REQUEST.
027500     IF NOT WS-REQ-USED (WS-REQUEST-SUB)
027600             AND DL-SUSP-ITEM OF SI-SUSP-REC
027700                 = WS-REQ-ITEM (WS-REQUEST-SUB)
027800         SET WS-REQUEST-MATCHED TO TRUE
027900         MOVE WS-REQUEST-SUB TO WS-REQUEST-HIT-SUB
028000     END-IF.
028100 2200-EXIT.
028200     EXIT.
028300***************************************************************
028400*    2300-RIGHT-JUSTIFY - SHIFT WS-RJ-IN INTO WS-RJ-OUT SO    *
028500*    THE LAST NON-SPACE CHARACTER LANDS IN POSITION 10        *
028600***************************************************************
028700 2300-RIGHT-JUSTIFY.
028800     MOVE SPACES TO WS-RJ-OUT
028900     MOVE ZERO   TO WS-RJ-LEN
029000     PERFORM 2310-FIND-LAST-CHAR THRU 2310-EXIT
029100         VARYING WS-RJ-SUB FROM 10 BY -1
029200         UNTIL WS-RJ-SUB < 1 OR WS-RJ-LEN > 0
029300     IF WS-RJ-LEN = ZERO
029400         GO TO 2300-EXIT
029500     END-IF
029600     COMPUTE WS-RJ-OFF = 10 - WS-RJ-LEN
029700     PERFORM 2320-MOVE-ONE-CHAR THRU 2320-EXIT
029800         VARYING WS-RJ-SUB FROM 1 BY 1
029900         UNTIL WS-RJ-SUB > WS-RJ-LEN.
030000 2300-EXIT.
030100     EXIT.
030200***************************************************************
030300*    2310-FIND-LAST-CHAR                                      *
030400***************************************************************
030500 2310-FIND-LAST-CHAR.
030600     IF WS-RJ-IN-CH (WS-RJ-SUB) NOT = SPACE
030700         MOVE WS-RJ-SUB TO WS-RJ-LEN
030800     END-IF.
030900 2310-EXIT.
031000     EXIT.
031100***************************************************************
031200*    2320-MOVE-ONE-CHAR                                       *
031300***************************************************************
031400 2320-MOVE-ONE-CHAR.
031500     MOVE WS-RJ-IN-CH (WS-RJ-SUB)
031600         TO WS-RJ-OUT-CH (WS-RJ-SUB + WS-RJ-OFF).
031700 2320-EXIT.
031800     EXIT.
031900***************************************************************
032000*    3000-POST-ITEM - LOOK UP THE LOAN THE DESK NAMED.  ON    *
032100*    THE MASTER, THE ITEM IS WRITTEN AS A PAYMENT AND MARKED  *
032200*    POSTED IN THE CARRIED-FORWARD RECORD; NOT ON THE         *
032300*    MASTER, THE REQUEST IS REFUSED AND THE ITEM STAYS OPEN.  *
032400***************************************************************
032500 3000-POST-ITEM.
032600     MOVE WS-REQ-CUSTOMER-NO (WS-REQUEST-HIT-SUB)
032700         TO CUSTOMER-NO OF HACKATHON-X
032800     MOVE WS-REQ-AUTO-NO-9 (WS-REQUEST-HIT-SUB)
032900         TO AUTO-NO-9   OF HACKATHON-X
033000     MOVE WS-REQ-AUTO-CK-DIG (WS-REQUEST-HIT-SUB)
033100         TO AUTO-CK-DIG OF HACKATHON-X
033200     PERFORM 3100-FIND-MASTER THRU 3100-EXIT
033300     IF NOT WS-MASTER-FOUND
033400         DISPLAY 'DL103 - REFUSED, NO MASTER FOR '
033500             WS-REQ-CUSTOMER-NO (WS-REQUEST-HIT-SUB) ' '
033600             WS-REQ-AUTO-NO-9 (WS-REQUEST-HIT-SUB)
033700             ' - ITEM LEFT OPEN, BANK '
033800             DL-SUSP-BANK-NO OF SI-SUSP-REC ' LOAN '
033900             DL-SUSP-LOAN-NO-RJ OF SI-SUSP-REC
034000         ADD 1 TO WS-REQUESTS-REFUSED
034100         GO TO 3000-EXIT
034200     END-IF
034300     PERFORM 3200-WRITE-PAYMENT-TRANS THRU 3200-EXIT
034400     MOVE 'P'         TO DL-SUSP-STATUS OF SO-SUSP-REC
034500     MOVE WS-REQ-POST-KEY (WS-REQUEST-HIT-SUB)
034600         TO DL-SUSP-POSTED-KEY OF SO-SUSP-REC
034700     MOVE WS-RUN-DATE TO DL-SUSP-POSTED-DATE OF SO-SUSP-REC
034710     MOVE ZERO        TO DL-SUSP-APPLY-DATE OF SO-SUSP-REC
034800     ADD 1 TO WS-ITEMS-POSTED
034900     ADD DL-SUSP-PAYMENT-AMT OF SI-SUSP-REC TO WS-TOTAL-POSTED
035000     DISPLAY 'DL103 - POSTED BANK '
035100         DL-SUSP-BANK-NO OF SI-SUSP-REC ' LOAN '
035200         DL-SUSP-LOAN-NO-RJ OF SI-SUSP-REC ' AMOUNT '
035300         DL-SUSP-PAYMENT-AMT OF SI-SUSP-REC ' TO '
035400         CUSTOMER-NO OF HACKATHON-X ' '
035500         AUTO-NO-9   OF HACKATHON-X.
035600 3000-EXIT.
035700     EXIT.
035800***************************************************************
035900*    3100-FIND-MASTER - RANDOM READ BY HEADER_KEY             *
036000***************************************************************
036100 3100-FIND-MASTER.
036200     READ LOAN-MASTER-FILE
036300         INVALID KEY
036400             MOVE 'N' TO WS-FOUND-SW
036500         NOT INVALID KEY
036600             MOVE 'Y' TO WS-FOUND-SW
036700     END-READ.
036800 3100-EXIT.
036900     EXIT.
037000***************************************************************
037100*    3200-WRITE-PAYMENT-TRANS - BUILD A DLTRANS PAYMENT FROM  *
037200*    THE MASTER'S OWN KEY AND BANK FIELDS WITH THE DUE-DATE   *
037300*    ROLLED FORWARD ONE MONTH - THE SAME RECORD DL102 BUILDS  *
037400*    FOR A MATCHED ITEM                                       *
037500***************************************************************
037600 3200-WRITE-PAYMENT-TRANS.
037700     MOVE SPACES TO DL-TRANS-REC
037800     MOVE 'P' TO DL-TRANS-CODE
037900     MOVE CUSTOMER-NO  OF HACKATHON-X TO DL-TRANS-CUSTOMER-NO
038000     MOVE AUTO-NO-9    OF HACKATHON-X TO DL-TRANS-AUTO-NO-9
038100     MOVE AUTO-CK-DIG  OF HACKATHON-X TO DL-TRANS-AUTO-CK-DIG
038200     MOVE BANK-NO      OF HACKATHON-X TO DL-TRANS-BANK-NO
038300     MOVE BANK-LOAN-NO OF HACKATHON-X TO DL-TRANS-BANK-LOAN-NO
038400     MOVE ZERO TO DL-TRANS-ORIGINAL-BAL
038500     MOVE DL-SUSP-PAYMENT-AMT OF SI-SUSP-REC
038600         TO DL-TRANS-PAYMENT-AMT
038700     MOVE ZERO TO DL-TRANS-ANNUAL-INT
038800     PERFORM 3300-ROLL-DUE-DATE THRU 3300-EXIT
038900     MOVE WS-ROLL-YR TO DL-TRANS-DUE-YR
039000     MOVE WS-ROLL-MO TO DL-TRANS-DUE-MO
039100     MOVE WS-ROLL-DA TO DL-TRANS-DUE-DA
039200     MOVE SPACES TO DL-TRANS-CAR-OPTIONS
039300     MOVE ZERO   TO DL-TRANS-REV-RUN-DATE
039310     SET DL-TRANS-FROM-SUSPENSE TO TRUE
039400     WRITE DL-TRANS-REC.
039500 3200-EXIT.
039600     EXIT.
039700***************************************************************
039800*    3300-ROLL-DUE-DATE - ADVANCE THE MASTER'S DUE-DATE ONE   *
039900*    SCHEDULED MONTH, ROLLING THE YEAR AT DECEMBER            *
040000***************************************************************
040100 3300-ROLL-DUE-DATE.
040200     MOVE DUE-YR OF HACKATHON-X TO WS-ROLL-YR
040300     MOVE DUE-MO OF HACKATHON-X TO WS-ROLL-MO
040400     MOVE DUE-DA OF HACKATHON-X TO WS-ROLL-DA
040500     IF WS-ROLL-MO < 12
040600         ADD 1 TO WS-ROLL-MO
040700     ELSE
040800         MOVE 1 TO WS-ROLL-MO
040900         ADD 1 TO WS-ROLL-YR
041000     END-IF.
041100 3300-EXIT.
041200     EXIT.
041300***************************************************************
041400*    4000-REPORT-UNUSED - A REQUEST THAT MATCHED NO OPEN ITEM *
041500*    WAS MIS-KEYED OR THE ITEM WAS ALREADY POSTED             *
041600***************************************************************
041700 4000-REPORT-UNUSED.
041800     IF NOT WS-REQ-USED (WS-REQUEST-SUB)
041900         DISPLAY 'DL103 - NO OPEN ITEM FOR REQUEST, BANK '
042000             WS-REQ-BANK-NO (WS-REQUEST-SUB) ' LOAN '
042100             WS-REQ-LOAN-NO-RJ (WS-REQUEST-SUB) ' AMOUNT '
042200             WS-REQ-PAYMENT-AMT (WS-REQUEST-SUB) ' DATE '
042300             WS-REQ-PAYMENT-DATE (WS-REQUEST-SUB)
042400         ADD 1 TO WS-REQUESTS-UNMATCHED
042500     END-IF.
042600 4000-EXIT.
042700     EXIT.
042800***************************************************************
042900*    8000-TERMINATE                                           *
043000***************************************************************
043100 8000-TERMINATE.
043200     PERFORM 4000-REPORT-UNUSED THRU 4000-EXIT
043300         VARYING WS-REQUEST-SUB FROM 1 BY 1
043400         UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
043500     IF WS-SUSP-FILE-STATUS NOT = '35'
043600         CLOSE SUSPENSE-IN-FILE
043700     END-IF
043800     CLOSE SUSPENSE-OUT-FILE
043900     CLOSE POSTED-TRANS-FILE
044000     CLOSE LOAN-MASTER-FILE
044100     DISPLAY 'DL103 - SUSPENSE POSTING COMPLETE'
044200     DISPLAY 'DL103 - REQUESTS LOADED   ' WS-REQUESTS-LOADED
044300     DISPLAY 'DL103 - REQUESTS DROPPED  ' WS-REQUESTS-DROPPED
044400     DISPLAY 'DL103 - REQUESTS REFUSED  ' WS-REQUESTS-REFUSED
044500     DISPLAY 'DL103 - REQUESTS UNMATCHED ' WS-REQUESTS-UNMATCHED
044600     DISPLAY 'DL103 - ITEMS READ        ' WS-ITEMS-READ
044700     DISPLAY 'DL103 - ITEMS POSTED      ' WS-ITEMS-POSTED
044800     DISPLAY 'DL103 - ITEMS CARRIED     ' WS-ITEMS-CARRIED
044900     DISPLAY 'DL103 - ITEMS PURGED      ' WS-ITEMS-PURGED
045000     DISPLAY 'DL103 - DOLLARS POSTED    ' WS-TOTAL-POSTED
045100     DISPLAY 'DL103 - DOLLARS LEFT OPEN ' WS-TOTAL-OPEN.
045200 8000-EXIT.
045300     EXIT.

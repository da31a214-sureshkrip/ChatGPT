000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL142                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000710*    FUNDING BANK TRANSFER.  NIGHTLY, AFTER DL100 AND AHEAD   *
000720*    OF DL140 AND DL145, UNDER DL900 RUN CONTROL.  TWO STEPS: *
001000*                                                             *
001100*    1  THE NIGHT'S TRANSFER TRANSACTIONS (DLXFRT LAYOUT)     *
001200*       ARE EDITED AND POSTED TO THE TRANSFER REGISTER        *
001300*       (DLXFER LAYOUT).  A TRANSFER MUST NAME A LOAN ON THE  *
001400*       MASTER, A NEW BANK-NO AND BANK-LOAN-NO DIFFERENT FROM *
001500*       THE ONES ON THE MASTER, AND A CUTOVER DATE LATER THAN *
001600*       ANY TRANSFER ALREADY CUT OVER FOR THE LOAN; ONLY ONE  *
001700*       TRANSFER MAY BE PENDING FOR A LOAN AT A TIME.  IT IS  *
001800*       REGISTERED PENDING WITH THE MASTER'S BANK-INV-CODE AS *
001900*       THE OLD VALUE.  A CANCEL WITHDRAWS A PENDING ONE.     *
002000*                                                             *
002100*    2  EVERY PENDING TRANSFER WHOSE CUTOVER DATE HAS COME -  *
002200*       TONIGHT, OR EARLIER WHEN THE SALE WAS KEYED LATE - IS *
002300*       CUT OVER: THE MASTER'S BANK-INV-CODE IS REWRITTEN TO  *
002400*       THE NEW VALUE AND THE REGISTER RECORD MARKED APPLIED  *
002500*       WITH THE DATE AND THE PAYOFF-BAL THAT WENT ACROSS.    *
002600*       THE BORROWER IS SENT A TRANSFER NOTICE, AND THE LOAN  *
002700*       GOES ON THE TRANSFER LIST (DLXFRL LAYOUT) FOR BOTH    *
002800*       THE LOSING AND THE GAINING BANK.  A TRANSFER WHOSE    *
002900*       LOAN HAS LEFT THE MASTER, OR WHOSE BANK-INV-CODE NO   *
003000*       LONGER MATCHES THE OLD VALUE, IS FAILED AND LISTED.   *
003100*                                                             *
003200*    THE MASTER IS NOT TOUCHED UNTIL CUTOVER, SO DL100 KEEPS  *
003300*    STAMPING PAYMENTS WITH THE LOSING BANK UP TO THEN.       *
003400*    DL145 ROUTES PAYMENTS POSTED ON OR AFTER THE CUTOVER TO  *
003500*    THE GAINING BANK - TAKING BACK ANY ALREADY REMITTED TO   *
003600*    THE LOSING BANK WHEN THE SALE WAS KEYED LATE - AND DL140 *
003700*    REPORTS A LOAN STILL CARRIED BY THE LOSING BANK, OR NOT  *
003800*    YET BY THE GAINING ONE, AS IN TRANSIT RATHER THAN AS AN  *
003900*    UNEXPLAINED DIFFERENCE.                                  *
004000*                                                             *
004100*    MODIFICATION HISTORY.                                    *
004200*    DATE       INIT  DESCRIPTION                             *
004300*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
004310*    2026-10-15  RK   NOW RUNS UNDER DL900 RUN CONTROL AFTER  *
004320*                     DL100, TAKING ITS RUN DATE FROM DL900   *
004330*                     IN PLACE OF READING DLBDATE ITSELF, SO  *
004340*                     A RERUN FOR A DATE ALREADY COMPLETED IS *
004350*                     REFUSED BEFORE THE NOTICE AND LIST      *
004360*                     FILES ARE REOPENED AND EMPTIED, AND     *
004370*                     DL140 CAN BE MADE TO WAIT FOR IT.       *
004400*                                                             *
004500***************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.    DL142.
004800 AUTHOR.        R. KEMPNER.
004900 INSTALLATION.  CONSUMER LOAN SERVICING.
005000 DATE-WRITTEN.  2026-10-15.
005100 DATE-COMPILED.
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.  GENERIC.
005500 OBJECT-COMPUTER.  GENERIC.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT XFER-TRANS-FILE  ASSIGN TO XFERTRN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-TRANS-FILE-STATUS.
006100     SELECT XFER-REGISTER-FILE ASSIGN TO XFERMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL-XFER-KEY
006500         FILE STATUS IS WS-XFER-FILE-STATUS.
006600     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
007000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS DL-CUST-CUSTOMER-NO
007400         FILE STATUS IS WS-CUST-FILE-STATUS.
007500     SELECT XFER-LETTER-FILE ASSIGN TO XFERLTR
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT XFER-LIST-FILE   ASSIGN TO XFERLST
007800         ORGANIZATION IS SEQUENTIAL.
008200     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  XFER-TRANS-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DLXFRT.
008800 FD  XFER-REGISTER-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY DLXFER.
009100 FD  LOAN-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY "test.cpy".
009400 FD  CUSTOMER-MASTER-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DLCUST.
009700 FD  XFER-LETTER-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  DL142-LETTER-LINE       PIC X(80).
010000 FD  XFER-LIST-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY DLXFRL.
010600 SD  SORT-WORK-FILE.
010700 01  SW-LIST-REC.
010800     05  SW-BANK-NO          PIC X(03).
010900     05  SW-DIRECTION        PIC X(01).
011000     05  SW-LOAN-NO-RJ       PIC X(10)   JUST RIGHT.
011100     05  SW-OTHER-BANK-NO    PIC X(03).
011200     05  SW-OTHER-LOAN-NO-RJ PIC X(10)   JUST RIGHT.
011300     05  SW-CUTOVER-DATE     PIC 9(08).
011400     05  SW-PAYOFF-BAL       PIC S9(9)V99    COMP-3.
011500 WORKING-STORAGE SECTION.
011600 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
011700     88  TRANS-EOF                       VALUE 'Y'.
011800 77  WS-XFER-EOF-SW          PIC X(01)   VALUE 'N'.
011900     88  XFER-EOF                        VALUE 'Y'.
012000 77  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
012100     88  SORT-EOF                        VALUE 'Y'.
012200 77  WS-BANK-OPEN-SW         PIC X(01)   VALUE 'N'.
012300     88  WS-BANK-OPEN                    VALUE 'Y'.
012400 77  WS-TRANS-FILE-STATUS    PIC X(02).
012500 77  WS-XFER-FILE-STATUS     PIC X(02).
012600 77  WS-CUST-FILE-STATUS     PIC X(02).
012800 77  WS-CUST-AVAIL-SW        PIC X(01)   VALUE 'N'.
012900     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
013000 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
013100     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
013200 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
013300     88  WS-MASTER-FOUND                 VALUE 'Y'.
013400 77  WS-XFER-FOUND-SW        PIC X(01)   VALUE 'N'.
013500     88  WS-XFER-FOUND                   VALUE 'Y'.
013600 77  WS-EDIT-SW              PIC X(01)   VALUE 'N'.
013700     88  WS-EDIT-FAILED                  VALUE 'Y'.
013800***************************************************************
013900*    WHAT THE SCAN OF A LOAN'S EARLIER TRANSFERS FOUND        *
014000***************************************************************
014100 77  WS-SCAN-DONE-SW         PIC X(01)   VALUE 'N'.
014200     88  WS-SCAN-DONE                    VALUE 'Y'.
014300 77  WS-PENDING-SW           PIC X(01)   VALUE 'N'.
014400     88  WS-PENDING-FOUND                VALUE 'Y'.
014500 77  WS-LATER-SW             PIC X(01)   VALUE 'N'.
014600     88  WS-LATER-CUTOVER-FOUND          VALUE 'Y'.
014700***************************************************************
014800*    RUN DATE - CUTOVERS ON OR BEFORE IT ARE APPLIED          *
014900***************************************************************
015000 01  WS-TODAY.
015100     05  WS-TODAY-YYYY       PIC 9(04).
015200     05  WS-TODAY-MM         PIC 9(02).
015300     05  WS-TODAY-DD         PIC 9(02).
015400 01  WS-RUN-DATE-N REDEFINES WS-TODAY PIC 9(08).
015410***************************************************************
015420*    DL900 RUN-CONTROL CALL PARAMETER                         *
015430***************************************************************
015440     COPY DLRCPRM.
015500***************************************************************
015600*    THE TRANSACTION'S LOAN KEY, HELD WHILE THE REGISTER IS   *
015700*    SCANNED                                                  *
015800***************************************************************
015900 01  WS-TRANS-LOAN-KEY.
016000     05  WS-TRANS-CUSTOMER-NO    PIC X(07).
016100     05  WS-TRANS-AUTO-NO-9      PIC X(09).
016200     05  WS-TRANS-AUTO-CK-DIG    PIC X(01).
016300***************************************************************
016400*    CUTOVER DATE BROKEN OUT FOR THE NOTICE                   *
016500***************************************************************
016600 01  WS-CUTOVER-DATE.
016700     05  WS-CUTOVER-YYYY     PIC 9(04).
016800     05  WS-CUTOVER-MM       PIC 9(02).
016900     05  WS-CUTOVER-DD       PIC 9(02).
017000 01  WS-CUTOVER-DATE-N REDEFINES WS-CUTOVER-DATE PIC 9(08).
017100 77  WS-FAIL-REASON          PIC X(40)   VALUE SPACES.
017200***************************************************************
017300*    RIGHT-JUSTIFY WORK AREA - THE BANKS' OWN LOAN NUMBERS GO *
017400*    ON THE LIST RIGHT-JUSTIFIED THE WAY DLBANKX CARRIES      *
017500*    THEM; THE SHIFT IS DONE BY HAND AS IN DL145              *
017600***************************************************************
017700 01  WS-RJ-WORK.
017800     05  WS-RJ-IN            PIC X(10).
017900     05  WS-RJ-IN-CHX REDEFINES WS-RJ-IN.
018000         10  WS-RJ-IN-CH     PIC X(01)   OCCURS 10 TIMES.
018100     05  WS-RJ-OUT           PIC X(10).
018200     05  WS-RJ-OUT-CHX REDEFINES WS-RJ-OUT.
018300         10  WS-RJ-OUT-CH    PIC X(01)   OCCURS 10 TIMES.
018400     05  WS-RJ-SUB           PIC S9(03)  COMP.
018500     05  WS-RJ-LEN           PIC S9(03)  COMP.
018600     05  WS-RJ-OFF           PIC S9(03)  COMP.
018700 01  WS-OLD-LOAN-NO-RJ       PIC X(10).
018800 01  WS-NEW-LOAN-NO-RJ       PIC X(10).
018900***************************************************************
019000*    PER-BANK CONTROL BREAK FIELDS FOR THE LIST               *
019100***************************************************************
019200 01  WS-BANK-BREAK.
019300     05  WS-CURR-BANK-NO     PIC X(03).
019400     05  WS-BANK-IN-COUNT    PIC 9(07).
019500     05  WS-BANK-IN-TOTAL    PIC S9(11)V99.
019600     05  WS-BANK-OUT-COUNT   PIC 9(07).
019700     05  WS-BANK-OUT-TOTAL   PIC S9(11)V99.
019800***************************************************************
019900*    LETTER LINE WORK AREAS - THE DL135 LETTER FORMAT         *
020000***************************************************************
020100 01  WS-LTR-SEPARATOR        PIC X(80)   VALUE ALL '*'.
020200 01  WS-LTR-BLANK            PIC X(80)   VALUE SPACES.
020300 01  WS-LTR-HEADING.
020400     05  FILLER              PIC X(25)
020500         VALUE 'CONSUMER LOAN SERVICING'.
020600     05  FILLER              PIC X(13)   VALUE 'NOTICE DATE '.
020700     05  WS-LTR-HEAD-YYYY    PIC 9(04).
020800     05  FILLER              PIC X(01)   VALUE '-'.
020900     05  WS-LTR-HEAD-MM      PIC 9(02).
021000     05  FILLER              PIC X(01)   VALUE '-'.
021100     05  WS-LTR-HEAD-DD      PIC 9(02).
021200     05  FILLER              PIC X(32)   VALUE SPACES.
021300 01  WS-LTR-TITLE.
021400     05  FILLER              PIC X(10)   VALUE SPACES.
021500     05  FILLER              PIC X(30)
021600         VALUE 'NOTICE OF LOAN TRANSFER'.
021700     05  FILLER              PIC X(40)   VALUE SPACES.
021800 01  WS-LTR-ACCOUNT.
021900     05  FILLER              PIC X(13)   VALUE 'RE: ACCOUNT '.
022000     05  WS-LTR-CUSTOMER-NO  PIC X(07).
022100     05  FILLER              PIC X(01)   VALUE '-'.
022200     05  WS-LTR-AUTO-NO-9    PIC X(09).
022300     05  FILLER              PIC X(50)   VALUE SPACES.
022400 01  WS-LTR-NAME             PIC X(80).
022500 01  WS-LTR-ADDR             PIC X(80).
022600 01  WS-LTR-CSZ.
022700     05  WS-LTR-CITY         PIC X(20).
022800     05  FILLER              PIC X(01)   VALUE SPACE.
022900     05  WS-LTR-STATE        PIC X(02).
023000     05  FILLER              PIC X(01)   VALUE SPACE.
023100     05  WS-LTR-ZIP          PIC X(09).
023200     05  FILLER              PIC X(47)   VALUE SPACES.
023300 01  WS-LTR-EFFECTIVE.
023400     05  FILLER              PIC X(16)   VALUE 'EFFECTIVE DATE  '.
023500     05  WS-LTR-CUT-YYYY     PIC 9(04).
023600     05  FILLER              PIC X(01)   VALUE '-'.
023700     05  WS-LTR-CUT-MM       PIC 9(02).
023800     05  FILLER              PIC X(01)   VALUE '-'.
023900     05  WS-LTR-CUT-DD       PIC 9(02).
024000     05  FILLER              PIC X(54)   VALUE SPACES.
024100 01  WS-LTR-BODY-1           PIC X(80)   VALUE
024200     'THE FUNDING OF YOUR LOAN HAS BEEN TRANSFERRED TO ANOTHER'.
024300 01  WS-LTR-BODY-2           PIC X(80)   VALUE
024400     'BANK AS OF THE DATE BELOW.  WE CONTINUE TO SERVICE YOUR'.
024500 01  WS-LTR-BODY-3           PIC X(80)   VALUE
024600     'LOAN: YOUR ACCOUNT NUMBER, PAYMENT AMOUNT, DUE DATE AND'.
024700 01  WS-LTR-BODY-4           PIC X(80)   VALUE
024800     'WHERE YOU SEND YOUR PAYMENTS DO NOT CHANGE.'.
024900***************************************************************
025000*    RUN COUNTERS                                             *
025100***************************************************************
025200 77  WS-TRANS-READ           PIC 9(07)   VALUE ZERO.
025300 77  WS-TRANSFERS-KEYED      PIC 9(07)   VALUE ZERO.
025400 77  WS-TRANSFERS-CANCELLED  PIC 9(07)   VALUE ZERO.
025500 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
025600 77  WS-CUTOVERS-APPLIED     PIC 9(07)   VALUE ZERO.
025700 77  WS-CUTOVERS-FAILED      PIC 9(07)   VALUE ZERO.
025800 77  WS-NOTICES-WRITTEN      PIC 9(07)   VALUE ZERO.
025900 77  WS-DETAILS-WRITTEN      PIC 9(07)   VALUE ZERO.
026000 77  WS-TRAILERS-WRITTEN     PIC 9(07)   VALUE ZERO.
026100 77  WS-TOTAL-TRANSFERRED    PIC S9(11)V99 VALUE ZERO.
026200 PROCEDURE DIVISION.
026300***************************************************************
026400*    0000-MAINLINE                                            *
026500***************************************************************
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
026800     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
026900         UNTIL TRANS-EOF
027000     SORT SORT-WORK-FILE
027100         ON ASCENDING KEY SW-BANK-NO
027200                          SW-DIRECTION
027300                          SW-LOAN-NO-RJ
027400         INPUT PROCEDURE IS 4000-CUT-OVER-DUE
027500             THRU 4000-EXIT
027600         OUTPUT PROCEDURE IS 6000-WRITE-LISTS
027700             THRU 6000-EXIT
027800     PERFORM 8000-TERMINATE       THRU 8000-EXIT
027900     STOP RUN.
028000***************************************************************
028010*    1000-INITIALIZE - DL900 MUST AGREE TO THE RUN FIRST:     *
028020*    DL100 COMPLETE FOR THE DATE, AND DL142 NOT ALREADY       *
028030*    COMPLETE FOR IT, SINCE A SECOND RUN WOULD REOPEN THE     *
028040*    NOTICE AND LIST FILES OUTPUT AND EMPTY THE NIGHT'S       *
028050*    NOTICES AND LISTS.  THE REGISTER IS CREATED ON THE FIRST *
028060*    EVER RUN (CREATE-ON-35, AS DL108 DOES THE ENROLLMENT     *
028070*    MASTER).  NO TRANSACTION FILE MEANS NOTHING WAS KEYED    *
028080*    TONIGHT; PENDING CUTOVERS ARE STILL APPLIED.  THE        *
028090*    BORROWER MASTER IS OPTIONAL, AS IN DL179.                *
028600***************************************************************
028700 1000-INITIALIZE.
028710     MOVE 'DL142'       TO DL-RCPRM-PROGRAM
028720     MOVE 'DL100'       TO DL-RCPRM-PRED
028730     PERFORM 9000-RUN-CONTROL-START THRU 9000-EXIT
028740     MOVE DL-RCPRM-RUN-DATE TO WS-RUN-DATE-N
028900     MOVE WS-TODAY-YYYY TO WS-LTR-HEAD-YYYY
029000     MOVE WS-TODAY-MM   TO WS-LTR-HEAD-MM
029100     MOVE WS-TODAY-DD   TO WS-LTR-HEAD-DD
029200     DISPLAY 'DL142 - FUNDING BANK TRANSFER - RUN DATE '
029300         WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
029400     OPEN I-O LOAN-MASTER-FILE
029500     OPEN I-O XFER-REGISTER-FILE
029600     IF WS-XFER-FILE-STATUS = '35'
029700         OPEN OUTPUT XFER-REGISTER-FILE
029800         CLOSE XFER-REGISTER-FILE
029900         OPEN I-O XFER-REGISTER-FILE
030000     END-IF
030100     OPEN INPUT CUSTOMER-MASTER-FILE
030200     IF WS-CUST-FILE-STATUS = '00'
030300         SET WS-CUSTMSTR-AVAILABLE TO TRUE
030400     ELSE
030500         DISPLAY 'DL142 - NO BORROWER MASTER, STATUS '
030600             WS-CUST-FILE-STATUS
030700             ' - NOTICES WILL CARRY NO ADDRESS'
030800     END-IF
030900     OPEN OUTPUT XFER-LETTER-FILE
031000     OPEN INPUT XFER-TRANS-FILE
031100     IF WS-TRANS-FILE-STATUS NOT = '00'
031200         DISPLAY 'DL142 - NO TRANSFER TRANSACTIONS, STATUS '
031300             WS-TRANS-FILE-STATUS ' - CUTOVERS ONLY'
031400         SET TRANS-EOF TO TRUE
031500         GO TO 1000-EXIT
031600     END-IF
031700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
031800 1000-EXIT.
031900     EXIT.
034400***************************************************************
034500*    2000-APPLY-ONE-TRANS - EDIT AND POST ONE TRANSACTION TO  *
034600*    THE REGISTER                                             *
034700***************************************************************
034800 2000-APPLY-ONE-TRANS.
034900     IF DL-XFRT-CUSTOMER-NO = SPACES
035000             OR DL-XFRT-AUTO-NO-9 = SPACES
035100         DISPLAY 'DL142 - REJECTED, BLANK KEY '
035200             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
035300         ADD 1 TO WS-TRANS-REJECTED
035400         GO TO 2000-NEXT
035500     END-IF
035600     PERFORM 2200-EDIT-TRANS THRU 2200-EXIT
035700     IF WS-EDIT-FAILED
035800         ADD 1 TO WS-TRANS-REJECTED
035900         GO TO 2000-NEXT
036000     END-IF
036100     MOVE DL-XFRT-CUSTOMER-NO  TO WS-TRANS-CUSTOMER-NO
036200     MOVE DL-XFRT-AUTO-NO-9    TO WS-TRANS-AUTO-NO-9
036300     MOVE DL-XFRT-AUTO-CK-DIG  TO WS-TRANS-AUTO-CK-DIG
036400     IF DL-XFRT-TRANSFER
036500         PERFORM 3000-REGISTER-TRANSFER THRU 3000-EXIT
036600     ELSE
036700         PERFORM 3500-CANCEL-TRANSFER THRU 3500-EXIT
036800     END-IF.
036900 2000-NEXT.
037000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
037100 2000-EXIT.
037200     EXIT.
037300***************************************************************
037400*    2100-READ-TRANS                                          *
037500***************************************************************
037600 2100-READ-TRANS.
037700     READ XFER-TRANS-FILE
037800         AT END
037900             SET TRANS-EOF TO TRUE
038000             GO TO 2100-EXIT
038100     END-READ
038200     ADD 1 TO WS-TRANS-READ.
038300 2100-EXIT.
038400     EXIT.
038500***************************************************************
038600*    2200-EDIT-TRANS - BOTH CODES NEED A CUTOVER DATE; A      *
038700*    TRANSFER ALSO NEEDS THE GAINING BANK AND ITS LOAN NUMBER *
038800***************************************************************
038900 2200-EDIT-TRANS.
039000     MOVE 'N' TO WS-EDIT-SW
039100     IF NOT DL-XFRT-TRANSFER AND NOT DL-XFRT-CANCEL
039200         DISPLAY 'DL142 - REJECTED, BAD CODE '
039300             DL-XFRT-CODE ' ' DL-XFRT-CUSTOMER-NO
039400         MOVE 'Y' TO WS-EDIT-SW
039500         GO TO 2200-EXIT
039600     END-IF
039700     IF DL-XFRT-CUTOVER-DATE NOT NUMERIC
039800             OR DL-XFRT-CUTOVER-DATE = ZERO
039900         DISPLAY 'DL142 - REJECTED, BAD CUTOVER DATE '
040000             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
040100         MOVE 'Y' TO WS-EDIT-SW
040200         GO TO 2200-EXIT
040300     END-IF
040400     IF DL-XFRT-TRANSFER
040500             AND (DL-XFRT-NEW-BANK-NO = SPACES
040600                 OR DL-XFRT-NEW-BANK-LOAN-NO = SPACES)
040700         DISPLAY 'DL142 - REJECTED, NO GAINING BANK OR LOAN NO '
040800             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
040900         MOVE 'Y' TO WS-EDIT-SW
041000     END-IF.
041100 2200-EXIT.
041200     EXIT.
041300***************************************************************
041400*    3000-REGISTER-TRANSFER - THE LOAN MUST BE ON THE MASTER  *
041500*    AND NOT ALREADY WITH THE GAINING BANK, MAY HAVE NO OTHER *
041600*    TRANSFER PENDING, AND MAY NOT CUT OVER AHEAD OF ONE      *
041700*    ALREADY APPLIED                                          *
041800***************************************************************
041900 3000-REGISTER-TRANSFER.
042000     MOVE WS-TRANS-LOAN-KEY TO HEADER_KEY OF HACKATHON-X
042100     READ LOAN-MASTER-FILE
042200         INVALID KEY
042300             MOVE 'N' TO WS-FOUND-SW
042400         NOT INVALID KEY
042500             MOVE 'Y' TO WS-FOUND-SW
042600     END-READ
042700     IF NOT WS-MASTER-FOUND
042800         DISPLAY 'DL142 - TRANSFER REJECTED, LOAN NOT ON MASTER '
042900             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
043000         ADD 1 TO WS-TRANS-REJECTED
043100         GO TO 3000-EXIT
043200     END-IF
043300     IF DL-XFRT-NEW-BANK-NO = BANK-NO OF HACKATHON-X
043400             AND DL-XFRT-NEW-BANK-LOAN-NO
043500                 = BANK-LOAN-NO OF HACKATHON-X
043600         DISPLAY 'DL142 - TRANSFER REJECTED, ALREADY WITH BANK '
043700             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
043800         ADD 1 TO WS-TRANS-REJECTED
043900         GO TO 3000-EXIT
044000     END-IF
044100     PERFORM 3100-SCAN-LOAN-TRANSFERS THRU 3100-EXIT
044200     IF WS-PENDING-FOUND
044300         DISPLAY 'DL142 - TRANSFER REJECTED, ONE ALREADY PENDING '
044400             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
044500         ADD 1 TO WS-TRANS-REJECTED
044600         GO TO 3000-EXIT
044700     END-IF
044800     IF WS-LATER-CUTOVER-FOUND
044900         DISPLAY 'DL142 - TRANSFER REJECTED, CUTOVER NOT AFTER '
045000             'LAST TRANSFER ' DL-XFRT-CUSTOMER-NO ' '
045100             DL-XFRT-AUTO-NO-9
045200         ADD 1 TO WS-TRANS-REJECTED
045300         GO TO 3000-EXIT
045400     END-IF
045500     MOVE SPACES TO DL-XFER-REC
045600     MOVE WS-TRANS-LOAN-KEY       TO DL-XFER-LOAN-KEY
045700     MOVE DL-XFRT-CUTOVER-DATE    TO DL-XFER-CUTOVER-DATE
045800     SET DL-XFER-PENDING TO TRUE
045900     MOVE BANK-INV-CODE OF HACKATHON-X TO DL-XFER-OLD-INV-CODE
046000     MOVE DL-XFRT-NEW-BANK-NO     TO DL-XFER-NEW-BANK-NO
046100     MOVE DL-XFRT-NEW-BANK-LOAN-NO TO DL-XFER-NEW-BANK-LOAN-NO
046200     MOVE WS-RUN-DATE-N           TO DL-XFER-KEYED-DATE
046300     MOVE ZERO                    TO DL-XFER-CLOSED-DATE
046400     MOVE ZERO                    TO DL-XFER-PAYOFF-BAL
046500     WRITE DL-XFER-REC
046600         INVALID KEY
046700             DISPLAY 'DL142 - TRANSFER REJECTED, CUTOVER DATE '
046800                 'ALREADY USED ' DL-XFRT-CUSTOMER-NO ' '
046900                 DL-XFRT-AUTO-NO-9
047000             ADD 1 TO WS-TRANS-REJECTED
047100         NOT INVALID KEY
047200             DISPLAY 'DL142 - TRANSFER KEYED ' DL-XFER-CUSTOMER-NO
047300                 ' ' DL-XFER-AUTO-NO-9 ' FROM '
047400                 DL-XFER-OLD-BANK-NO ' TO ' DL-XFER-NEW-BANK-NO
047500                 ' CUTOVER ' DL-XFER-CUTOVER-DATE
047600             ADD 1 TO WS-TRANSFERS-KEYED
047700     END-WRITE.
047800 3000-EXIT.
047900     EXIT.
048000***************************************************************
048100*    3100-SCAN-LOAN-TRANSFERS - READ THE LOAN'S REGISTER      *
048200*    RECORDS IN CUTOVER ORDER FOR A PENDING TRANSFER OR ONE   *
048300*    APPLIED ON OR AFTER THE NEW CUTOVER DATE                 *
048400***************************************************************
048500 3100-SCAN-LOAN-TRANSFERS.
048600     MOVE 'N' TO WS-PENDING-SW
048700     MOVE 'N' TO WS-LATER-SW
048800     MOVE 'N' TO WS-SCAN-DONE-SW
048900     MOVE WS-TRANS-LOAN-KEY TO DL-XFER-LOAN-KEY
049000     MOVE ZERO              TO DL-XFER-CUTOVER-DATE
049100     START XFER-REGISTER-FILE KEY IS NOT LESS THAN DL-XFER-KEY
049200         INVALID KEY
049300             SET WS-SCAN-DONE TO TRUE
049400     END-START
049500     PERFORM 3110-SCAN-ONE THRU 3110-EXIT
049600         UNTIL WS-SCAN-DONE.
049700 3100-EXIT.
049800     EXIT.
049900***************************************************************
050000*    3110-SCAN-ONE                                            *
050100***************************************************************
050200 3110-SCAN-ONE.
050300     READ XFER-REGISTER-FILE NEXT
050400         AT END
050500             SET WS-SCAN-DONE TO TRUE
050600             GO TO 3110-EXIT
050700     END-READ
050800     IF DL-XFER-LOAN-KEY NOT = WS-TRANS-LOAN-KEY
050900         SET WS-SCAN-DONE TO TRUE
051000         GO TO 3110-EXIT
051100     END-IF
051200     IF DL-XFER-PENDING
051300         SET WS-PENDING-FOUND TO TRUE
051400     END-IF
051500     IF DL-XFER-APPLIED
051600             AND DL-XFER-CUTOVER-DATE NOT LESS THAN
051700                 DL-XFRT-CUTOVER-DATE
051800         SET WS-LATER-CUTOVER-FOUND TO TRUE
051900     END-IF.
052000 3110-EXIT.
052100     EXIT.
052200***************************************************************
052300*    3500-CANCEL-TRANSFER - ONLY A TRANSFER STILL PENDING CAN *
052400*    BE WITHDRAWN; THE RECORD STAYS ON THE REGISTER MARKED    *
052500*    CANCELLED                                                *
052600***************************************************************
052700 3500-CANCEL-TRANSFER.
052800     MOVE WS-TRANS-LOAN-KEY    TO DL-XFER-LOAN-KEY
052900     MOVE DL-XFRT-CUTOVER-DATE TO DL-XFER-CUTOVER-DATE
053000     READ XFER-REGISTER-FILE
053100         INVALID KEY
053200             MOVE 'N' TO WS-XFER-FOUND-SW
053300         NOT INVALID KEY
053400             MOVE 'Y' TO WS-XFER-FOUND-SW
053500     END-READ
053600     IF NOT WS-XFER-FOUND OR NOT DL-XFER-PENDING
053700         DISPLAY 'DL142 - CANCEL REJECTED, NO PENDING TRANSFER '
053800             DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9 ' '
053900             DL-XFRT-CUTOVER-DATE
054000         ADD 1 TO WS-TRANS-REJECTED
054100         GO TO 3500-EXIT
054200     END-IF
054300     SET DL-XFER-CANCELLED TO TRUE
054400     MOVE WS-RUN-DATE-N TO DL-XFER-CLOSED-DATE
054500     REWRITE DL-XFER-REC
054600         INVALID KEY
054700             DISPLAY 'DL142 - CANCEL REJECTED, KEY '
054800                 DL-XFRT-CUSTOMER-NO ' ' DL-XFRT-AUTO-NO-9
054900             ADD 1 TO WS-TRANS-REJECTED
055000         NOT INVALID KEY
055100             ADD 1 TO WS-TRANSFERS-CANCELLED
055200     END-REWRITE.
055300 3500-EXIT.
055400     EXIT.
055500***************************************************************
055600*    4000-CUT-OVER-DUE - SORT INPUT: PASS THE REGISTER FROM   *
055700*    ITS FIRST KEY AND CUT OVER EVERY PENDING TRANSFER WHOSE  *
055800*    DATE HAS COME, RELEASING ITS TWO LIST ENTRIES            *
055900***************************************************************
056000 4000-CUT-OVER-DUE.
056100     MOVE LOW-VALUES TO DL-XFER-KEY
056200     START XFER-REGISTER-FILE KEY IS NOT LESS THAN DL-XFER-KEY
056300         INVALID KEY
056400             SET XFER-EOF TO TRUE
056500     END-START
056600     PERFORM 4100-CHECK-ONE-TRANSFER THRU 4100-EXIT
056700         UNTIL XFER-EOF.
056800 4000-EXIT.
056900     EXIT.
057000***************************************************************
057100*    4100-CHECK-ONE-TRANSFER                                  *
057200***************************************************************
057300 4100-CHECK-ONE-TRANSFER.
057400     READ XFER-REGISTER-FILE NEXT
057500         AT END
057600             SET XFER-EOF TO TRUE
057700             GO TO 4100-EXIT
057800     END-READ
057900     IF DL-XFER-PENDING
058000             AND DL-XFER-CUTOVER-DATE NOT GREATER THAN
058100                 WS-RUN-DATE-N
058200         PERFORM 4200-CUT-OVER-ONE THRU 4200-EXIT
058300     END-IF.
058400 4100-EXIT.
058500     EXIT.
058600***************************************************************
058700*    4200-CUT-OVER-ONE - REWRITE THE MASTER TO THE GAINING    *
058800*    BANK.  A MASTER ALREADY CARRYING THE NEW VALUE WAS CUT   *
058900*    OVER BY A RUN THAT DID NOT FINISH, AND IS ONLY MARKED.   *
059000***************************************************************
059100 4200-CUT-OVER-ONE.
059200     MOVE DL-XFER-LOAN-KEY TO HEADER_KEY OF HACKATHON-X
059300     READ LOAN-MASTER-FILE
059400         INVALID KEY
059500             MOVE 'N' TO WS-FOUND-SW
059600         NOT INVALID KEY
059700             MOVE 'Y' TO WS-FOUND-SW
059800     END-READ
059900     IF NOT WS-MASTER-FOUND
060000         MOVE 'LOAN NOT ON MASTER' TO WS-FAIL-REASON
060100         PERFORM 4300-FAIL-TRANSFER THRU 4300-EXIT
060200         GO TO 4200-EXIT
060300     END-IF
060400     IF BANK-INV-CODE OF HACKATHON-X NOT = DL-XFER-NEW-INV-CODE
060500         IF BANK-INV-CODE OF HACKATHON-X
060600                 NOT = DL-XFER-OLD-INV-CODE
060700             MOVE 'BANK ON MASTER CHANGED SINCE KEYED'
060800                 TO WS-FAIL-REASON
060900             PERFORM 4300-FAIL-TRANSFER THRU 4300-EXIT
061000             GO TO 4200-EXIT
061100         END-IF
061200         MOVE DL-XFER-NEW-INV-CODE TO BANK-INV-CODE OF HACKATHON-X
061300         REWRITE HACKATHON-X
061400             INVALID KEY
061500                 MOVE 'MASTER REWRITE FAILED' TO WS-FAIL-REASON
061600                 PERFORM 4300-FAIL-TRANSFER THRU 4300-EXIT
061700                 GO TO 4200-EXIT
061800         END-REWRITE
061900     END-IF
062000     SET DL-XFER-APPLIED TO TRUE
062100     MOVE WS-RUN-DATE-N TO DL-XFER-CLOSED-DATE
062200     MOVE PAYOFF-BAL OF HACKATHON-X TO DL-XFER-PAYOFF-BAL
062300     REWRITE DL-XFER-REC
062400         INVALID KEY
062500             DISPLAY 'DL142 - REGISTER REWRITE FAILED, KEY '
062600                 DL-XFER-CUSTOMER-NO ' ' DL-XFER-AUTO-NO-9
062700     END-REWRITE
062800     ADD 1 TO WS-CUTOVERS-APPLIED
062900     ADD DL-XFER-PAYOFF-BAL TO WS-TOTAL-TRANSFERRED
063000     DISPLAY 'DL142 - CUT OVER ' DL-XFER-CUSTOMER-NO ' '
063100         DL-XFER-AUTO-NO-9 ' FROM ' DL-XFER-OLD-BANK-NO ' '
063200         DL-XFER-OLD-BANK-LOAN-NO ' TO ' DL-XFER-NEW-BANK-NO ' '
063300         DL-XFER-NEW-BANK-LOAN-NO
063400     PERFORM 4500-WRITE-NOTICE   THRU 4500-EXIT
063500     PERFORM 4600-RELEASE-LISTS  THRU 4600-EXIT.
063600 4200-EXIT.
063700     EXIT.
063800***************************************************************
063900*    4300-FAIL-TRANSFER - THE TRANSFER CANNOT BE CUT OVER AS  *
064000*    KEYED; IT IS CLOSED FAILED SO THE LOAN DESK CAN RE-KEY   *
064100*    IT AGAINST WHAT THE MASTER NOW SHOWS                     *
064200***************************************************************
064300 4300-FAIL-TRANSFER.
064400     SET DL-XFER-FAILED TO TRUE
064500     MOVE WS-RUN-DATE-N TO DL-XFER-CLOSED-DATE
064600     REWRITE DL-XFER-REC
064700         INVALID KEY
064800             DISPLAY 'DL142 - REGISTER REWRITE FAILED, KEY '
064900                 DL-XFER-CUSTOMER-NO ' ' DL-XFER-AUTO-NO-9
065000     END-REWRITE
065100     DISPLAY 'DL142 - CUTOVER FAILED ' DL-XFER-CUSTOMER-NO ' '
065200         DL-XFER-AUTO-NO-9 ' ' DL-XFER-CUTOVER-DATE ' - '
065300         WS-FAIL-REASON
065400     ADD 1 TO WS-CUTOVERS-FAILED.
065500 4300-EXIT.
065600     EXIT.
065700***************************************************************
065800*    4500-WRITE-NOTICE - THE BORROWER'S TRANSFER NOTICE       *
065900***************************************************************
066000 4500-WRITE-NOTICE.
066100     MOVE 'N' TO WS-CUST-FOUND-SW
066200     IF WS-CUSTMSTR-AVAILABLE
066300         MOVE DL-XFER-CUSTOMER-NO TO DL-CUST-CUSTOMER-NO
066400         READ CUSTOMER-MASTER-FILE
066500             INVALID KEY
066600                 MOVE 'N' TO WS-CUST-FOUND-SW
066700             NOT INVALID KEY
066800                 MOVE 'Y' TO WS-CUST-FOUND-SW
066900         END-READ
067000     END-IF
067100     IF WS-CUSTOMER-FOUND
067200         MOVE DL-CUST-NAME      TO WS-LTR-NAME
067300         MOVE DL-CUST-ADDR-LINE TO WS-LTR-ADDR
067400         MOVE DL-CUST-CITY      TO WS-LTR-CITY
067500         MOVE DL-CUST-STATE     TO WS-LTR-STATE
067600         MOVE DL-CUST-ZIP       TO WS-LTR-ZIP
067700     ELSE
067800         MOVE '*** BORROWER NOT ON FILE - RESEARCH ***'
067900             TO WS-LTR-NAME
068000         MOVE SPACES TO WS-LTR-ADDR
068100         MOVE SPACES TO WS-LTR-CSZ
068200     END-IF
068300     MOVE DL-XFER-CUSTOMER-NO  TO WS-LTR-CUSTOMER-NO
068400     MOVE DL-XFER-AUTO-NO-9    TO WS-LTR-AUTO-NO-9
068500     MOVE DL-XFER-CUTOVER-DATE TO WS-CUTOVER-DATE-N
068600     MOVE WS-CUTOVER-YYYY      TO WS-LTR-CUT-YYYY
068700     MOVE WS-CUTOVER-MM        TO WS-LTR-CUT-MM
068800     MOVE WS-CUTOVER-DD        TO WS-LTR-CUT-DD
068900     WRITE DL142-LETTER-LINE FROM WS-LTR-SEPARATOR
069000     WRITE DL142-LETTER-LINE FROM WS-LTR-HEADING
069100     WRITE DL142-LETTER-LINE FROM WS-LTR-TITLE
069200     WRITE DL142-LETTER-LINE FROM WS-LTR-BLANK
069300     WRITE DL142-LETTER-LINE FROM WS-LTR-NAME
069400     WRITE DL142-LETTER-LINE FROM WS-LTR-ADDR
069500     WRITE DL142-LETTER-LINE FROM WS-LTR-CSZ
069600     WRITE DL142-LETTER-LINE FROM WS-LTR-BLANK
069700     WRITE DL142-LETTER-LINE FROM WS-LTR-ACCOUNT
069800     WRITE DL142-LETTER-LINE FROM WS-LTR-EFFECTIVE
069900     WRITE DL142-LETTER-LINE FROM WS-LTR-BLANK
070000     WRITE DL142-LETTER-LINE FROM WS-LTR-BODY-1
070100     WRITE DL142-LETTER-LINE FROM WS-LTR-BODY-2
070200     WRITE DL142-LETTER-LINE FROM WS-LTR-BODY-3
070300     WRITE DL142-LETTER-LINE FROM WS-LTR-BODY-4
070400     WRITE DL142-LETTER-LINE FROM WS-LTR-BLANK
070500     ADD 1 TO WS-NOTICES-WRITTEN.
070600 4500-EXIT.
070700     EXIT.
070800***************************************************************
070900*    4600-RELEASE-LISTS - ONE ENTRY FOR THE LOSING BANK AND   *
071000*    ONE FOR THE GAINING BANK                                 *
071100***************************************************************
071200 4600-RELEASE-LISTS.
071300     MOVE DL-XFER-OLD-BANK-LOAN-NO TO WS-RJ-IN
071400     PERFORM 4700-RIGHT-JUSTIFY THRU 4700-EXIT
071500     MOVE WS-RJ-OUT TO WS-OLD-LOAN-NO-RJ
071600     MOVE DL-XFER-NEW-BANK-LOAN-NO TO WS-RJ-IN
071700     PERFORM 4700-RIGHT-JUSTIFY THRU 4700-EXIT
071800     MOVE WS-RJ-OUT TO WS-NEW-LOAN-NO-RJ
071900     MOVE DL-XFER-CUTOVER-DATE TO SW-CUTOVER-DATE
072000     MOVE DL-XFER-PAYOFF-BAL   TO SW-PAYOFF-BAL
072100     MOVE DL-XFER-OLD-BANK-NO  TO SW-BANK-NO
072200     MOVE 'O'                  TO SW-DIRECTION
072300     MOVE WS-OLD-LOAN-NO-RJ    TO SW-LOAN-NO-RJ
072400     MOVE DL-XFER-NEW-BANK-NO  TO SW-OTHER-BANK-NO
072500     MOVE WS-NEW-LOAN-NO-RJ    TO SW-OTHER-LOAN-NO-RJ
072600     RELEASE SW-LIST-REC
072700     MOVE DL-XFER-NEW-BANK-NO  TO SW-BANK-NO
072800     MOVE 'I'                  TO SW-DIRECTION
072900     MOVE WS-NEW-LOAN-NO-RJ    TO SW-LOAN-NO-RJ
073000     MOVE DL-XFER-OLD-BANK-NO  TO SW-OTHER-BANK-NO
073100     MOVE WS-OLD-LOAN-NO-RJ    TO SW-OTHER-LOAN-NO-RJ
073200     RELEASE SW-LIST-REC.
073300 4600-EXIT.
073400     EXIT.
073500***************************************************************
073600*    4700-RIGHT-JUSTIFY - SHIFT WS-RJ-IN INTO WS-RJ-OUT SO    *
073700*    THE LAST NON-SPACE CHARACTER LANDS IN POSITION 10        *
073800***************************************************************
073900 4700-RIGHT-JUSTIFY.
074000     MOVE SPACES TO WS-RJ-OUT
074100     MOVE ZERO   TO WS-RJ-LEN
074200     PERFORM 4710-FIND-LAST-CHAR THRU 4710-EXIT
074300         VARYING WS-RJ-SUB FROM 10 BY -1
074400         UNTIL WS-RJ-SUB < 1 OR WS-RJ-LEN > 0
074500     IF WS-RJ-LEN = ZERO
074600         GO TO 4700-EXIT
074700     END-IF
074800     COMPUTE WS-RJ-OFF = 10 - WS-RJ-LEN
074900     PERFORM 4720-MOVE-ONE-CHAR THRU 4720-EXIT
075000         VARYING WS-RJ-SUB FROM 1 BY 1
075100         UNTIL WS-RJ-SUB > WS-RJ-LEN.
075200 4700-EXIT.
075300     EXIT.
075400***************************************************************
075500*    4710-FIND-LAST-CHAR                                      *
075600***************************************************************
075700 4710-FIND-LAST-CHAR.
075800     IF WS-RJ-IN-CH (WS-RJ-SUB) NOT = SPACE
075900         MOVE WS-RJ-SUB TO WS-RJ-LEN
076000     END-IF.
076100 4710-EXIT.
076200     EXIT.
076300***************************************************************
076400*    4720-MOVE-ONE-CHAR                                       *
076500***************************************************************
076600 4720-MOVE-ONE-CHAR.
076700     MOVE WS-RJ-IN-CH (WS-RJ-SUB)
076800         TO WS-RJ-OUT-CH (WS-RJ-OFF + WS-RJ-SUB).
076900 4720-EXIT.
077000     EXIT.
077100***************************************************************
077200*    6000-WRITE-LISTS - SORT OUTPUT: DETAILS IN BANK          *
077300*    SEQUENCE WITH A TRAILER AT EACH BANK BREAK AND AFTER     *
077400*    THE LAST BANK                                            *
077500***************************************************************
077600 6000-WRITE-LISTS.
077700     OPEN OUTPUT XFER-LIST-FILE
077800     PERFORM 6100-RETURN-SORTED THRU 6100-EXIT
077900     PERFORM 6200-ONE-SORTED    THRU 6200-EXIT
078000         UNTIL SORT-EOF
078100     IF WS-BANK-OPEN
078200         PERFORM 6300-WRITE-TRAILER THRU 6300-EXIT
078300     END-IF
078400     CLOSE XFER-LIST-FILE.
078500 6000-EXIT.
078600     EXIT.
078700***************************************************************
078800*    6100-RETURN-SORTED                                       *
078900***************************************************************
079000 6100-RETURN-SORTED.
079100     RETURN SORT-WORK-FILE
079200         AT END
079300             SET SORT-EOF TO TRUE
079400             GO TO 6100-EXIT
079500     END-RETURN.
079600 6100-EXIT.
079700     EXIT.
079800***************************************************************
079900*    6200-ONE-SORTED - BANK CONTROL BREAK, THEN THE DETAIL    *
080000***************************************************************
080100 6200-ONE-SORTED.
080200     IF WS-BANK-OPEN
080300             AND SW-BANK-NO NOT = WS-CURR-BANK-NO
080400         PERFORM 6300-WRITE-TRAILER THRU 6300-EXIT
080500     END-IF
080600     IF NOT WS-BANK-OPEN
080700         MOVE SW-BANK-NO TO WS-CURR-BANK-NO
080800         MOVE ZERO TO WS-BANK-IN-COUNT
080900         MOVE ZERO TO WS-BANK-IN-TOTAL
081000         MOVE ZERO TO WS-BANK-OUT-COUNT
081100         MOVE ZERO TO WS-BANK-OUT-TOTAL
081200         SET WS-BANK-OPEN TO TRUE
081300     END-IF
081400     MOVE SPACES TO DL-XFRL-REC
081500     MOVE '1'                 TO DL-XFRL-REC-TYPE
081600     MOVE SW-BANK-NO          TO DL-XFRL-BANK-NO
081700     MOVE SW-DIRECTION        TO DL-XFRL-DIRECTION
081800     MOVE SW-LOAN-NO-RJ       TO DL-XFRL-LOAN-NO-RJ
081900     MOVE SW-OTHER-BANK-NO    TO DL-XFRL-OTHER-BANK-NO
082000     MOVE SW-OTHER-LOAN-NO-RJ TO DL-XFRL-OTHER-LOAN-NO-RJ
082100     MOVE SW-CUTOVER-DATE     TO DL-XFRL-CUTOVER-DATE
082200     MOVE SW-PAYOFF-BAL       TO DL-XFRL-PAYOFF-BAL
082300     WRITE DL-XFRL-REC
082400     IF DL-XFRL-TRANSFER-IN
082500         ADD 1 TO WS-BANK-IN-COUNT
082600         ADD SW-PAYOFF-BAL TO WS-BANK-IN-TOTAL
082700     ELSE
082800         ADD 1 TO WS-BANK-OUT-COUNT
082900         ADD SW-PAYOFF-BAL TO WS-BANK-OUT-TOTAL
083000     END-IF
083100     ADD 1 TO WS-DETAILS-WRITTEN
083200     PERFORM 6100-RETURN-SORTED THRU 6100-EXIT.
083300 6200-EXIT.
083400     EXIT.
083500***************************************************************
083600*    6300-WRITE-TRAILER - CLOSE OUT THE BANK IN               *
083700*    WS-CURR-BANK-NO                                          *
083800***************************************************************
083900 6300-WRITE-TRAILER.
084000     MOVE SPACES TO DL-XFRL-REC
084100     MOVE '9'                TO DL-XFRL-REC-TYPE
084200     MOVE WS-CURR-BANK-NO    TO DL-XFRL-BANK-NO
084300     MOVE WS-BANK-IN-COUNT   TO DL-XFRL-IN-COUNT
084400     MOVE WS-BANK-IN-TOTAL   TO DL-XFRL-IN-TOTAL
084500     MOVE WS-BANK-OUT-COUNT  TO DL-XFRL-OUT-COUNT
084600     MOVE WS-BANK-OUT-TOTAL  TO DL-XFRL-OUT-TOTAL
084700     WRITE DL-XFRL-REC
084800     ADD 1 TO WS-TRAILERS-WRITTEN
084900     DISPLAY 'DL142 - BANK ' WS-CURR-BANK-NO
085000         ' IN ' WS-BANK-IN-COUNT ' ' WS-BANK-IN-TOTAL
085100         ' OUT ' WS-BANK-OUT-COUNT ' ' WS-BANK-OUT-TOTAL
085200     MOVE 'N' TO WS-BANK-OPEN-SW.
085300 6300-EXIT.
085400     EXIT.
085500***************************************************************
085600*    8000-TERMINATE                                           *
085700***************************************************************
085800 8000-TERMINATE.
085900     IF WS-TRANS-FILE-STATUS = '00'
086000         CLOSE XFER-TRANS-FILE
086100     END-IF
086200     CLOSE XFER-REGISTER-FILE
086300     CLOSE LOAN-MASTER-FILE
086400     IF WS-CUSTMSTR-AVAILABLE
086500         CLOSE CUSTOMER-MASTER-FILE
086600     END-IF
086700     CLOSE XFER-LETTER-FILE
086800     DISPLAY 'DL142 - FUNDING BANK TRANSFER COMPLETE'
086900     DISPLAY 'DL142 - TRANSACTIONS READ   ' WS-TRANS-READ
087000     DISPLAY 'DL142 - TRANSFERS KEYED     ' WS-TRANSFERS-KEYED
087100     DISPLAY 'DL142 - TRANSFERS CANCELLED ' WS-TRANSFERS-CANCELLED
087200     DISPLAY 'DL142 - TRANS REJECTED      ' WS-TRANS-REJECTED
087300     DISPLAY 'DL142 - CUTOVERS APPLIED    ' WS-CUTOVERS-APPLIED
087400     DISPLAY 'DL142 - CUTOVERS FAILED     ' WS-CUTOVERS-FAILED
087500     DISPLAY 'DL142 - PAYOFF-BAL MOVED    ' WS-TOTAL-TRANSFERRED
087600     DISPLAY 'DL142 - NOTICES WRITTEN     ' WS-NOTICES-WRITTEN
087700     DISPLAY 'DL142 - LIST DETAILS        ' WS-DETAILS-WRITTEN
087800     DISPLAY 'DL142 - LIST TRAILERS       ' WS-TRAILERS-WRITTEN
087810     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
087900 8000-EXIT.
088000     EXIT.
088010***************************************************************
088020*    9000-RUN-CONTROL-START - REGISTER THIS RUN WITH DL900    *
088030*    AND HALT BEFORE ANY FILE IS TOUCHED IF THE CHAIN SAYS    *
088040*    NO                                                       *
088050***************************************************************
088060 9000-RUN-CONTROL-START.
088070     MOVE 'S' TO DL-RCPRM-FUNCTION
088080     CALL 'DL900' USING DL-RCPRM-PARM
088090     IF NOT DL-RCPRM-OK
088100         PERFORM 9100-REFUSE-START THRU 9100-EXIT
088110     END-IF.
088120 9000-EXIT.
088130     EXIT.
088140***************************************************************
088150*    9100-REFUSE-START                                        *
088160***************************************************************
088170 9100-REFUSE-START.
088180     EVALUATE TRUE
088190         WHEN DL-RCPRM-PRED-OPEN
088200             DISPLAY 'DL142 - RUN REFUSED, PREDECESSOR '
088210                 DL-RCPRM-PRED ' NOT COMPLETE FOR '
088220                 DL-RCPRM-RUN-DATE
088230         WHEN DL-RCPRM-ALREADY-RAN
088240             DISPLAY 'DL142 - RUN REFUSED, ALREADY COMPLETED '
088250                 'FOR ' DL-RCPRM-RUN-DATE
088260         WHEN OTHER
088270             DISPLAY 'DL142 - RUN REFUSED, RUN CONTROL CODE '
088280                 DL-RCPRM-RETURN
088290     END-EVALUATE
088300     STOP RUN.
088310 9100-EXIT.
088320     EXIT.
088330***************************************************************
088340*    9200-RUN-CONTROL-END - STAMP THE CLEAN COMPLETION        *
088350***************************************************************
088360 9200-RUN-CONTROL-END.
088370     MOVE 'E' TO DL-RCPRM-FUNCTION
088380     CALL 'DL900' USING DL-RCPRM-PARM
088390     IF NOT DL-RCPRM-OK
088400         DISPLAY 'DL142 - RUN CONTROL END CODE ' DL-RCPRM-RETURN
088410     END-IF.
088420 9200-EXIT.
088430     EXIT.

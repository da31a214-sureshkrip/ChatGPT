000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL114                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    ONE-SHOT CUTOVER CONVERSION FOR THE CHARGE-OFF LAYOUT    *
000900*    CHANGE.  RUN ONCE, WITH THE CHAIN DOWN, BEFORE THE       *
001000*    FIRST NIGHT ON THE NEW LAYOUT:                           *
001100*        - THE LIVE LOAN MASTER AND THE PAID-LOAN ARCHIVE     *
001200*          ARE COPIED FROM THE OLD HACKATHON-X LAYOUT (NO     *
001300*          CHARGE-OFF-DETAILS GROUP) TO A NEW GENERATION ON   *
001400*          THE CURRENT LAYOUT WITH THE CHARGE-OFF STATUS      *
001500*          BLANK (NOT CHARGED OFF) AND CHGOFF-DATE,           *
001600*          CHGOFF-BAL AND RECOVERY-AMT ZEROED - WITHOUT       *
001700*          THIS, EVERY PRE-EXISTING RECORD EITHER FAILS THE   *
001800*          LENGTH CHECK AT OPEN OR CARRIES SPACES IN THE      *
001900*          PACKED CHARGE-OFF FIELDS AND ABENDS DL100 ON THE   *
002000*          FIRST PAYMENT.                                     *
002100*    NEW GENERATIONS ARE WRITTEN THE SAME WAY DL113 WROTE     *
002200*    THEM: OPERATIONS REPLACES LOANMSTR WITH LOANMSTN AND     *
002300*    LOANARCH WITH LOANARCN ONCE THE RUN TOTALS CHECK OUT.    *
002400*    AN ABSENT ARCHIVE IS SKIPPED.                            *
002500*                                                             *
002600*    MODIFICATION HISTORY.                                    *
002700*    DATE       INIT  DESCRIPTION                             *
002800*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002900*                                                             *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    DL114.
003300 AUTHOR.        R. KEMPNER.
003400 INSTALLATION.  CONSUMER LOAN SERVICING.
003500 DATE-WRITTEN.  2026-10-15.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  GENERIC.
004000 OBJECT-COMPUTER.  GENERIC.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OLD-MASTER-FILE  ASSIGN TO LOANMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS OM-HEADER-KEY
004700         FILE STATUS IS WS-OMST-FILE-STATUS.
004800     SELECT NEW-MASTER-FILE  ASSIGN TO LOANMSTN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
005200     SELECT OLD-ARCHIVE-FILE ASSIGN TO LOANARCH
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS OA-HEADER-KEY
005600         FILE STATUS IS WS-OARC-FILE-STATUS.
005700     SELECT NEW-ARCHIVE-FILE ASSIGN TO LOANARCN
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS HEADER_KEY OF AR-HACKATHON-X.
006100 DATA DIVISION.
006200 FILE SECTION.
006300***************************************************************
006400*    THE OLD LOAN MASTER LAYOUT - HACKATHON-X EXACTLY AS IT   *
006500*    STOOD BEFORE THE CHARGE-OFF-DETAILS GROUP WAS ADDED,     *
006600*    FIELD FOR FIELD, SO THE RECORD LENGTH MATCHES THE FILE   *
006700*    ON DISK                                                  *
006800***************************************************************
006900 FD  OLD-MASTER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  OM-HACKATHON-X.
007200     05  OM-HACKATHON-WK.
007300         10  OM-HEADER-KEY.
007400             15  OM-CUSTOMER-NO      PIC X(7).
007500             15  OM-AUTO-NO.
007600                 17  OM-AUTO-NO-9    PIC X(9).
007700                 17  OM-AUTO-CK-DIG  PIC X.
007800             15  OM-AUTO-NO-P20 REDEFINES OM-AUTO-NO
007900                                         PIC 9(20) COMP-3.
008000         10  OM-BANK-DETAILS.
008100             15  OM-BANK-INV-CODE.
008200                 17  OM-BANK-NO      PIC X(3).
008300                 17  OM-BANK-LOAN-NO PIC X(10).
008400             15  OM-DOLLAR-BALS      COMP-3.
008500                 17  OM-ORIGINAL-BAL PIC S9(9)V99.
008600                 17  OM-PAYOFF-BAL   PIC S9(9)V99.
008700             15  OM-PAYMT-TERMS.
008800                 17  OM-ANNUAL-INT   PIC SV9(7)      COMP-3.
008900             15  OM-DATES.
009000                 17  OM-DUE-DATE.
009100                     19  OM-DUE-YR-MO.
009200                         21  OM-DUE-YR PIC 999 COMP-3.
009300                         21  OM-DUE-MO PIC 99.
009400                     19  OM-DUE-DA   PIC 99.
009500             15  OM-CAR-OPTIONS-SWITCHES PIC X(15).
009600             15  OM-ACCRUAL-DETAILS.
009700                 17  OM-ACCRUED-INT  PIC S9(7)V99    COMP-3.
009800                 17  OM-LAST-ACCR-DATE.
009900                     19  OM-LAST-ACCR-YR-MO.
010000                         21  OM-LAST-ACCR-YR PIC 999 COMP-3.
010100                         21  OM-LAST-ACCR-MO PIC 99.
010200                     19  OM-LAST-ACCR-DA PIC 99.
010300             15  OM-LATE-CHARGE-DETAILS.
010400                 17  OM-LATE-CHG-BAL PIC S9(7)V99    COMP-3.
010500                 17  OM-LATE-CHG-DUE-DATE PIC 9(8).
010600 FD  NEW-MASTER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY "test.cpy".
010900***************************************************************
011000*    THE OLD ARCHIVE LAYOUT - THE SAME OLD HACKATHON-X,       *
011100*    CARRIED A SECOND TIME UNDER ITS OWN NAMES FOR THE        *
011200*    ARCHIVE PASS                                             *
011300***************************************************************
011400 FD  OLD-ARCHIVE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  OA-HACKATHON-X.
011700     05  OA-HACKATHON-WK.
011800         10  OA-HEADER-KEY.
011900             15  OA-CUSTOMER-NO      PIC X(7).
012000             15  OA-AUTO-NO.
012100                 17  OA-AUTO-NO-9    PIC X(9).
012200                 17  OA-AUTO-CK-DIG  PIC X.
012300             15  OA-AUTO-NO-P20 REDEFINES OA-AUTO-NO
012400                                         PIC 9(20) COMP-3.
012500         10  OA-BANK-DETAILS.
012600             15  OA-BANK-INV-CODE.
012700                 17  OA-BANK-NO      PIC X(3).
012800                 17  OA-BANK-LOAN-NO PIC X(10).
012900             15  OA-DOLLAR-BALS      COMP-3.
013000                 17  OA-ORIGINAL-BAL PIC S9(9)V99.
013100                 17  OA-PAYOFF-BAL   PIC S9(9)V99.
013200             15  OA-PAYMT-TERMS.
013300                 17  OA-ANNUAL-INT   PIC SV9(7)      COMP-3.
013400             15  OA-DATES.
013500                 17  OA-DUE-DATE.
013600                     19  OA-DUE-YR-MO.
013700                         21  OA-DUE-YR PIC 999 COMP-3.
013800                         21  OA-DUE-MO PIC 99.
013900                     19  OA-DUE-DA   PIC 99.
014000             15  OA-CAR-OPTIONS-SWITCHES PIC X(15).
014100             15  OA-ACCRUAL-DETAILS.
014200                 17  OA-ACCRUED-INT  PIC S9(7)V99    COMP-3.
014300                 17  OA-LAST-ACCR-DATE.
014400                     19  OA-LAST-ACCR-YR-MO.
014500                         21  OA-LAST-ACCR-YR PIC 999 COMP-3.
014600                         21  OA-LAST-ACCR-MO PIC 99.
014700                     19  OA-LAST-ACCR-DA PIC 99.
014800             15  OA-LATE-CHARGE-DETAILS.
014900                 17  OA-LATE-CHG-BAL PIC S9(7)V99    COMP-3.
015000                 17  OA-LATE-CHG-DUE-DATE PIC 9(8).
015100 FD  NEW-ARCHIVE-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY "test.cpy" REPLACING HACKATHON-X  BY AR-HACKATHON-X
015400                         HACKATHON-WK BY AR-HACKATHON-WK.
015500 WORKING-STORAGE SECTION.
015600 77  WS-OMST-EOF-SW          PIC X(01)   VALUE 'N'.
015700     88  OMST-EOF                        VALUE 'Y'.
015800 77  WS-OARC-EOF-SW          PIC X(01)   VALUE 'N'.
015900     88  OARC-EOF                        VALUE 'Y'.
016000 77  WS-OMST-FILE-STATUS     PIC X(02).
016100 77  WS-OARC-FILE-STATUS     PIC X(02).
016200***************************************************************
016300*    RUN COUNTERS                                             *
016400***************************************************************
016500 77  WS-MASTERS-CONVERTED    PIC 9(07)   VALUE ZERO.
016600 77  WS-ARCHIVES-CONVERTED   PIC 9(07)   VALUE ZERO.
016700 PROCEDURE DIVISION.
016800***************************************************************
016900*    0000-MAINLINE                                            *
017000***************************************************************
017100 0000-MAINLINE.
017200     DISPLAY 'DL114 - CHARGE-OFF CUTOVER CONVERSION'
017300     PERFORM 1000-CONVERT-MASTER  THRU 1000-EXIT
017400     PERFORM 2000-CONVERT-ARCHIVE THRU 2000-EXIT
017500     PERFORM 8000-TERMINATE       THRU 8000-EXIT
017600     STOP RUN.
017700***************************************************************
017800*    1000-CONVERT-MASTER - OLD LAYOUT IN, NEW LAYOUT OUT      *
017900*    WITH THE CHARGE-OFF GROUP CLEARED.  A MISSING MASTER IS  *
018000*    A HARD STOP - THERE IS NOTHING TO CUT OVER.              *
018100***************************************************************
018200 1000-CONVERT-MASTER.
018300     OPEN INPUT OLD-MASTER-FILE
018400     IF WS-OMST-FILE-STATUS NOT = '00'
018500         DISPLAY 'DL114 - NO LOAN MASTER, STATUS '
018600             WS-OMST-FILE-STATUS ' - RUN ABANDONED'
018700         STOP RUN
018800     END-IF
018900     OPEN OUTPUT NEW-MASTER-FILE
019000     PERFORM 1100-READ-OLD-MASTER THRU 1100-EXIT
019100     PERFORM 1200-CONVERT-ONE-MASTER THRU 1200-EXIT
019200         UNTIL OMST-EOF
019300     CLOSE OLD-MASTER-FILE
019400     CLOSE NEW-MASTER-FILE.
019500 1000-EXIT.
019600     EXIT.
019700***************************************************************
019800*    1100-READ-OLD-MASTER                                     *
019900***************************************************************
020000 1100-READ-OLD-MASTER.
020100     READ OLD-MASTER-FILE
020200         AT END
020300             SET OMST-EOF TO TRUE
020400             GO TO 1100-EXIT
020500     END-READ.
020600 1100-EXIT.
020700     EXIT.
020800***************************************************************
020900*    1200-CONVERT-ONE-MASTER - FIELD FOR FIELD ONTO THE NEW   *
021000*    LAYOUT, CHARGE-OFF GROUP CLEARED                         *
021100***************************************************************
021200 1200-CONVERT-ONE-MASTER.
021300     MOVE SPACES TO HACKATHON-X
021400     MOVE OM-CUSTOMER-NO  TO CUSTOMER-NO  OF HACKATHON-X
021500     MOVE OM-AUTO-NO-9    TO AUTO-NO-9    OF HACKATHON-X
021600     MOVE OM-AUTO-CK-DIG  TO AUTO-CK-DIG  OF HACKATHON-X
021700     MOVE OM-BANK-NO      TO BANK-NO      OF HACKATHON-X
021800     MOVE OM-BANK-LOAN-NO TO BANK-LOAN-NO OF HACKATHON-X
021900     MOVE OM-ORIGINAL-BAL TO ORIGINAL-BAL OF HACKATHON-X
022000     MOVE OM-PAYOFF-BAL   TO PAYOFF-BAL   OF HACKATHON-X
022100     MOVE OM-ANNUAL-INT   TO ANNUAL-INT   OF HACKATHON-X
022200     MOVE OM-DUE-YR       TO DUE-YR       OF HACKATHON-X
022300     MOVE OM-DUE-MO       TO DUE-MO       OF HACKATHON-X
022400     MOVE OM-DUE-DA       TO DUE-DA       OF HACKATHON-X
022500     MOVE OM-CAR-OPTIONS-SWITCHES
022600         TO CAR-OPTIONS-SWITCHES OF HACKATHON-X
022700     MOVE OM-ACCRUED-INT  TO ACCRUED-INT  OF HACKATHON-X
022800     MOVE OM-LAST-ACCR-YR TO LAST-ACCR-YR OF HACKATHON-X
022900     MOVE OM-LAST-ACCR-MO TO LAST-ACCR-MO OF HACKATHON-X
023000     MOVE OM-LAST-ACCR-DA TO LAST-ACCR-DA OF HACKATHON-X
023100     MOVE OM-LATE-CHG-BAL TO LATE-CHG-BAL OF HACKATHON-X
023200     MOVE OM-LATE-CHG-DUE-DATE
023300         TO LATE-CHG-DUE-DATE OF HACKATHON-X
023400     MOVE SPACE TO CHGOFF-STATUS OF HACKATHON-X
023500     MOVE ZERO  TO CHGOFF-DATE   OF HACKATHON-X
023600     MOVE ZERO  TO CHGOFF-BAL    OF HACKATHON-X
023700     MOVE ZERO  TO RECOVERY-AMT  OF HACKATHON-X
023800     WRITE HACKATHON-X
023900     ADD 1 TO WS-MASTERS-CONVERTED
024000     PERFORM 1100-READ-OLD-MASTER THRU 1100-EXIT.
024100 1200-EXIT.
024200     EXIT.
024300***************************************************************
024400*    2000-CONVERT-ARCHIVE - THE SAME CONVERSION FOR THE       *
024500*    PAID-LOAN ARCHIVE.  AN ABSENT ARCHIVE IS SKIPPED.        *
024600***************************************************************
024700 2000-CONVERT-ARCHIVE.
024800     OPEN INPUT OLD-ARCHIVE-FILE
024900     IF WS-OARC-FILE-STATUS = '35'
025000         DISPLAY 'DL114 - NO ARCHIVE FILE, SKIPPED'
025100         SET OARC-EOF TO TRUE
025200         GO TO 2000-EXIT
025300     END-IF
025400     OPEN OUTPUT NEW-ARCHIVE-FILE
025500     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT
025600     PERFORM 2200-CONVERT-ONE-ARCHIVE THRU 2200-EXIT
025700         UNTIL OARC-EOF
025800     CLOSE OLD-ARCHIVE-FILE
025900     CLOSE NEW-ARCHIVE-FILE.
026000 2000-EXIT.
026100     EXIT.
026200***************************************************************
026300*    2100-READ-OLD-ARCHIVE                                    *
026400***************************************************************
026500 2100-READ-OLD-ARCHIVE.
026600     READ OLD-ARCHIVE-FILE
026700         AT END
026800             SET OARC-EOF TO TRUE
026900             GO TO 2100-EXIT
027000     END-READ.
027100 2100-EXIT.
027200     EXIT.
027300***************************************************************
027400*    2200-CONVERT-ONE-ARCHIVE                                 *
027500***************************************************************
027600 2200-CONVERT-ONE-ARCHIVE.
027700     MOVE SPACES TO AR-HACKATHON-X
027800     MOVE OA-CUSTOMER-NO  TO CUSTOMER-NO  OF AR-HACKATHON-X
027900     MOVE OA-AUTO-NO-9    TO AUTO-NO-9    OF AR-HACKATHON-X
028000     MOVE OA-AUTO-CK-DIG  TO AUTO-CK-DIG  OF AR-HACKATHON-X
028100     MOVE OA-BANK-NO      TO BANK-NO      OF AR-HACKATHON-X
028200     MOVE OA-BANK-LOAN-NO TO BANK-LOAN-NO OF AR-HACKATHON-X
028300     MOVE OA-ORIGINAL-BAL TO ORIGINAL-BAL OF AR-HACKATHON-X
028400     MOVE OA-PAYOFF-BAL   TO PAYOFF-BAL   OF AR-HACKATHON-X
028500     MOVE OA-ANNUAL-INT   TO ANNUAL-INT   OF AR-HACKATHON-X
028600     MOVE OA-DUE-YR       TO DUE-YR       OF AR-HACKATHON-X
028700     MOVE OA-DUE-MO       TO DUE-MO       OF AR-HACKATHON-X
028800     MOVE OA-DUE-DA       TO DUE-DA       OF AR-HACKATHON-X
028900     MOVE OA-CAR-OPTIONS-SWITCHES
029000         TO CAR-OPTIONS-SWITCHES OF AR-HACKATHON-X
029100     MOVE OA-ACCRUED-INT  TO ACCRUED-INT  OF AR-HACKATHON-X
029200     MOVE OA-LAST-ACCR-YR TO LAST-ACCR-YR OF AR-HACKATHON-X
029300     MOVE OA-LAST-ACCR-MO TO LAST-ACCR-MO OF AR-HACKATHON-X
029400     MOVE OA-LAST-ACCR-DA TO LAST-ACCR-DA OF AR-HACKATHON-X
029500     MOVE OA-LATE-CHG-BAL TO LATE-CHG-BAL OF AR-HACKATHON-X
029600     MOVE OA-LATE-CHG-DUE-DATE
029700         TO LATE-CHG-DUE-DATE OF AR-HACKATHON-X
029800     MOVE SPACE TO CHGOFF-STATUS OF AR-HACKATHON-X
029900     MOVE ZERO  TO CHGOFF-DATE   OF AR-HACKATHON-X
030000     MOVE ZERO  TO CHGOFF-BAL    OF AR-HACKATHON-X
030100     MOVE ZERO  TO RECOVERY-AMT  OF AR-HACKATHON-X
030200     WRITE AR-HACKATHON-X
030300     ADD 1 TO WS-ARCHIVES-CONVERTED
030400     PERFORM 2100-READ-OLD-ARCHIVE THRU 2100-EXIT.
030500 2200-EXIT.
030600     EXIT.
030700***************************************************************
030800*    8000-TERMINATE                                           *
030900***************************************************************
031000 8000-TERMINATE.
031100     DISPLAY 'DL114 - CUTOVER CONVERSION COMPLETE'
031200     DISPLAY 'DL114 - MASTERS CONVERTED   '
031300         WS-MASTERS-CONVERTED
031400     DISPLAY 'DL114 - ARCHIVES CONVERTED  '
031500         WS-ARCHIVES-CONVERTED
031600     DISPLAY 'DL114 - REPLACE LOANMSTR/LOANARCH '
031700         'WITH THE NEW GENERATIONS BEFORE THE NEXT CHAIN'.
031800 8000-EXIT.
031900     EXIT.

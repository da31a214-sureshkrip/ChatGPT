000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL099                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    LOAN MASTER POINT-IN-TIME RECOVERY.  RUN ON REQUEST,     *
000900*    NEVER IN THE NIGHTLY CHAIN.  THE PARAMETER RECORD        *
001000*    (DLRCVP LAYOUT) GIVES THE BUSINESS DATE TO REBUILD THE   *
001100*    MASTER AS OF AND, OPTIONALLY, THE SNAPSHOT GENERATION TO *
001200*    START FROM; OTHERWISE THE LATEST DL098 GENERATION ON OR  *
001300*    BEFORE THE TARGET IS USED.                               *
001400*                                                             *
001500*    THE GENERATION IS RESTORED INTO A NEW MASTER (LOANRBLD), *
001600*    NEVER OVER LOANMSTR, AND ROLLED FORWARD THROUGH THE      *
001700*    TARGET DATE'S POSTING FROM THE AUDIT TRAIL (DLAUDIT) AND *
001800*    THE PAYMENT DETAIL FILE (DLPAYDT).  BOTH ARE SORTED BY   *
001900*    RUN DATE AND LOAN, AND EACH LOAN'S NIGHT IS REPLAYED IN  *
002000*    CHAIN ORDER:                                             *
002010*        0  DL100 ADDS, FROM THE ADD LOG (DLADDL) - THE       *
002020*           LOAN IS WRITTEN AS DL100 WROTE IT                 *
002100*        1  DL110 ACCRUALS (AUDIT CODE I)                     *
002200*        2  PAYMENT DETAILS - THE INTEREST PORTION OF A       *
002300*           PAYMENT COMES OFF ACCRUED-INT, A RECOVERY (CODE   *
002400*           V) IS ADDED TO RECOVERY-AMT                       *
002500*        3  DL100 AUDIT RECORDS, IN THE ORDER WRITTEN         *
002600*        4  DL112 LATE CHARGES (AUDIT CODE L)                 *
002610*        5  DL142 FUNDING BANK CUTOVERS, FROM THE TRANSFER    *
002620*           REGISTER (DLXFER) - A TRANSFER APPLIED ON THE     *
002630*           NIGHT MOVES BANK-INV-CODE FROM ITS OLD VALUE TO   *
002640*           ITS NEW ONE, CHECKED THE SAME WAY AS AN AUDIT     *
002650*           RECORD'S BEFORE AND AFTER VALUES                  *
002660*        6  DL125 PURGES (AUDIT FIELD PURGED, CODE X) - THE   *
002670*           LOAN IS DELETED                                   *
002700*    AN AUDIT RECORD SETS ITS FIELD TO THE AFTER VALUE.  ITS  *
002800*    BEFORE VALUE SHOULD MATCH THE REBUILT FIELD; WHERE THE   *
002900*    REBUILT FIELD ALREADY HOLDS THE AFTER VALUE THE RECORD   *
003000*    IS TAKEN AS ALREADY IN THE SNAPSHOT (AN ACCRUAL POSTED   *
003100*    BEFORE DL098 RAN) AND SKIPPED; ANY OTHER DIFFERENCE IS   *
003200*    LISTED AND THE AFTER VALUE APPLIED.  A CHARGE-OFF        *
003300*    (CODE W) ON CHGOFF-BAL ALSO MARKS THE LOAN CHARGED OFF   *
003400*    AS OF THE RUN DATE, AND A LATE CHARGE RECORDS THE        *
003500*    DUE-DATE IT WAS ASSESSED FOR.  EVERY LOAN'S ACCRUAL      *
003600*    DATE IS SET TO THE TARGET DATE, AS DL110 LEAVES IT.      *
003700*                                                             *
003710*    A LOAN ADDED AFTER THE SNAPSHOT COMES FROM THE ADD LOG,  *
003720*    SO ITS LATER ACTIVITY FINDS IT ON THE REBUILD FILE; ITS  *
003730*    OWN ADD AUDIT RECORDS (CODE A) THEN MATCH AND ARE        *
003740*    COUNTED AS APPLIED.  ANNUAL-INT IS ON THE TRAIL IN       *
003750*    TEN-MILLIONTHS AND IS ROLLED FORWARD LIKE ANY OTHER      *
003760*    FIELD.  DL125 RUNS AFTER THE NIGHTLY CHAIN, SO A PURGE   *
003770*    DATED THE TARGET DATE CAME AFTER THAT NIGHT'S DL115      *
003780*    CLOSING AND IS LEFT OFF; ONE DATED EARLIER IN THE WINDOW *
003790*    IS APPLIED.  ACTIVITY FOR A KEY STILL NOT ON THE REBUILD *
003800*    FILE IS LISTED FOR RESEARCH.                             *
004300*                                                             *
004400*    THE VERIFICATION REPORT TOTALS THE REBUILT MASTER AND    *
004500*    COMPARES ITS LOAN COUNT AND PAYOFF-BAL WITH THE LAST     *
004600*    DL115 CLOSING RECORD (DLBALCT LAYOUT) FOR THE TARGET     *
004700*    DATE.  OPERATIONS PUTS LOANRBLD IN PLACE OF LOANMSTR     *
004800*    ONLY WHEN THE TWO AGREE.                                 *
004900*                                                             *
005000*    MODIFICATION HISTORY.                                    *
005100*    DATE       INIT  DESCRIPTION                             *
005200*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
005210*    2026-10-15  RK   FUNDING BANK TRANSFERS CUT OVER BY      *
005220*                     DL142 ARE ROLLED FORWARD FROM THE       *
005230*                     DLXFER REGISTER, SO A REBUILT LOAN      *
005240*                     CARRIES THE BANK IT WAS WITH ON THE     *
005250*                     TARGET DATE.  THE REGISTER IS           *
005260*                     OPTIONAL.                               *
005270*    2026-10-15  RK   LOANS ADDED SINCE THE SNAPSHOT ARE      *
005280*                     WRITTEN FROM THE DL100 ADD LOG          *
005290*                     (LOANADDS), LOANS DL125 PURGED IN THE   *
005300*                     WINDOW ARE DELETED, AND A CHANGED       *
005310*                     ANNUAL-INT IS APPLIED FROM THE AUDIT    *
005320*                     TRAIL, SO THE REBUILT MASTER TIES TO    *
005330*                     THE DL115 CLOSING WITH NOTHING LEFT TO  *
005340*                     RE-KEY.  THE ADD LOG IS OPTIONAL.       *
005350*    2026-10-15  RK   THE SORT RECORD NOW CARRIES THE WHOLE   *
005360*                     18-BYTE HEADER_KEY AND 113-BYTE LOAN    *
005370*                     RECORD, SO A RESTORED OR ADDED LOAN     *
005380*                     KEEPS THE SIGN OF RECOVERY-AMT.         *
005390*                                                             *
005400***************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID.    DL099.
005700 AUTHOR.        R. KEMPNER.
005800 INSTALLATION.  CONSUMER LOAN SERVICING.
005900 DATE-WRITTEN.  2026-10-15.
006000 DATE-COMPILED.
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.  GENERIC.
006400 OBJECT-COMPUTER.  GENERIC.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT RECOVERY-PARM-FILE ASSIGN TO RCVRPARM
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PARM-FILE-STATUS.
007000     SELECT SNAPSHOT-FILE    ASSIGN TO LOANSNAP
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS DL-SNAP-KEY
007400         FILE STATUS IS WS-SNAP-FILE-STATUS.
007500     SELECT REBUILD-FILE     ASSIGN TO LOANRBLD
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS HEADER_KEY OF HACKATHON-X
007900         FILE STATUS IS WS-RBLD-FILE-STATUS.
008000     SELECT AUDIT-FILE       ASSIGN TO DLAUDIT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008300     SELECT PAYMENT-DETAIL-FILE ASSIGN TO DLPAYDT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-PAYDT-FILE-STATUS.
008600     SELECT BALANCE-CONTROL-FILE ASSIGN TO BALCTL
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-BALCT-FILE-STATUS.
008810     SELECT XFER-REGISTER-FILE ASSIGN TO XFERMSTR
008820         ORGANIZATION IS INDEXED
008830         ACCESS MODE IS SEQUENTIAL
008840         RECORD KEY IS DL-XFER-KEY
008850         FILE STATUS IS WS-XFER-FILE-STATUS.
008860     SELECT ADD-LOG-FILE     ASSIGN TO LOANADDS
008870         ORGANIZATION IS SEQUENTIAL
008880         FILE STATUS IS WS-ADDL-FILE-STATUS.
008900     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  RECOVERY-PARM-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY DLRCVP.
009500 FD  SNAPSHOT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DLSNAP.
009800 FD  REBUILD-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "test.cpy".
010100 FD  AUDIT-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY DLAUDIT.
010400 FD  PAYMENT-DETAIL-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY DLPAYDT.
010700 FD  BALANCE-CONTROL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY DLBALCT.
010910 FD  XFER-REGISTER-FILE
010920     LABEL RECORDS ARE STANDARD.
010930     COPY DLXFER.
010940 FD  ADD-LOG-FILE
010950     LABEL RECORDS ARE STANDARD.
010960     COPY DLADDL.
011000 SD  SORT-WORK-FILE.
011100 01  SW-ACTIVITY-REC.
011200     05  SW-RUN-DATE         PIC 9(08).
011300     05  SW-LOAN-KEY         PIC X(18).
011400     05  SW-PHASE            PIC 9(01).
011410         88  SW-FROM-ADD                 VALUE 0.
011500         88  SW-FROM-PAYDT               VALUE 2.
011510         88  SW-FROM-XFER                VALUE 5.
011520         88  SW-FROM-PURGE               VALUE 6.
011600     05  SW-SEQ              PIC 9(09).
011700     05  SW-TRANS-CODE       PIC X(01).
011800     05  SW-FIELD-NAME       PIC X(12).
011900     05  SW-OLD-VALUE        PIC S9(9)V99    COMP-3.
012000     05  SW-NEW-VALUE        PIC S9(9)V99    COMP-3.
012100     05  SW-PAYMENT-AMT      PIC S9(9)V99    COMP-3.
012200     05  SW-INT-AMT          PIC S9(7)V99    COMP-3.
012210     05  SW-OLD-INV-CODE     PIC X(13).
012220     05  SW-NEW-INV-CODE     PIC X(13).
012230     05  SW-ADD-IMAGE        PIC X(113).
012300 WORKING-STORAGE SECTION.
012400 77  WS-PARM-FILE-STATUS     PIC X(02).
012500 77  WS-SNAP-FILE-STATUS     PIC X(02).
012600 77  WS-RBLD-FILE-STATUS     PIC X(02).
012700 77  WS-AUDIT-FILE-STATUS    PIC X(02).
012800 77  WS-PAYDT-FILE-STATUS    PIC X(02).
012900 77  WS-BALCT-FILE-STATUS    PIC X(02).
012910 77  WS-XFER-FILE-STATUS     PIC X(02).
012920 77  WS-ADDL-FILE-STATUS     PIC X(02).
013000 77  WS-SNAP-EOF-SW          PIC X(01)   VALUE 'N'.
013100     88  SNAP-EOF                        VALUE 'Y'.
013200 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
013300     88  AUDIT-EOF                       VALUE 'Y'.
013400 77  WS-PAYDT-EOF-SW         PIC X(01)   VALUE 'N'.
013500     88  PAYDT-EOF                       VALUE 'Y'.
013510 77  WS-XFER-EOF-SW          PIC X(01)   VALUE 'N'.
013520     88  XFER-EOF                        VALUE 'Y'.
013530 77  WS-ADDL-EOF-SW          PIC X(01)   VALUE 'N'.
013540     88  ADDL-EOF                        VALUE 'Y'.
013600 77  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
013700     88  SORT-EOF                        VALUE 'Y'.
013800 77  WS-RBLD-EOF-SW          PIC X(01)   VALUE 'N'.
013900     88  RBLD-EOF                        VALUE 'Y'.
014000 77  WS-BALCT-EOF-SW         PIC X(01)   VALUE 'N'.
014100     88  BALCT-EOF                       VALUE 'Y'.
014200 77  WS-SNAP-FOUND-SW        PIC X(01)   VALUE 'N'.
014300     88  WS-SNAP-FOUND                   VALUE 'Y'.
014400 77  WS-CLOSING-FOUND-SW     PIC X(01)   VALUE 'N'.
014500     88  WS-CLOSING-FOUND                VALUE 'Y'.
014600 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
014700     88  WS-LOAN-FOUND                   VALUE 'Y'.
014800 77  WS-FIELD-SW             PIC X(01)   VALUE 'N'.
014900     88  WS-FIELD-KNOWN                  VALUE 'Y'.
015000***************************************************************
015100*    RECOVERY DATES - THE TARGET BUSINESS DATE AND THE        *
015200*    SNAPSHOT GENERATION THE REBUILD STARTS FROM              *
015300***************************************************************
015400 01  WS-TARGET-DATE.
015500     05  WS-TARGET-YYYY      PIC 9(04).
015600     05  WS-TARGET-MM        PIC 9(02).
015700     05  WS-TARGET-DD        PIC 9(02).
015800 01  WS-TARGET-DATE-N REDEFINES WS-TARGET-DATE PIC 9(08).
015900 77  WS-SNAP-DATE            PIC 9(08)   VALUE ZERO.
016000 77  WS-GEN-DATE             PIC 9(08)   VALUE ZERO.
016100 77  WS-SNAP-LOAN-COUNT      PIC 9(07)   VALUE ZERO.
016200 77  WS-SNAP-TOTAL           PIC S9(13)V99 VALUE ZERO.
016300***************************************************************
016400*    FIELD WORK - THE REBUILT VALUE OF THE FIELD AN AUDIT     *
016500*    RECORD NAMES, AND A DUE-DATE AS YYYYMMDD                 *
016600***************************************************************
016700 77  WS-CURRENT-VALUE        PIC S9(9)V99 VALUE ZERO.
016800 01  WS-DATE-WORK.
016900     05  WS-DATE-YYYY        PIC 9(04).
017000     05  WS-DATE-MM          PIC 9(02).
017100     05  WS-DATE-DD          PIC 9(02).
017200 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
017300 77  WS-SEQ                  PIC 9(09)   VALUE ZERO.
017400***************************************************************
017500*    VERIFICATION - THE REBUILT MASTER'S TOTALS AND THE DL115 *
017600*    CLOSING RECORD FOR THE TARGET DATE                       *
017700***************************************************************
017800 77  WS-RBLD-LOAN-COUNT      PIC 9(07)   VALUE ZERO.
017900 77  WS-RBLD-TOTAL           PIC S9(13)V99 VALUE ZERO.
018000 77  WS-CLOSE-LOAN-COUNT     PIC 9(07)   VALUE ZERO.
018100 77  WS-CLOSE-TOTAL          PIC S9(13)V99 VALUE ZERO.
018200 77  WS-CLOSE-STATUS         PIC X(01)   VALUE SPACE.
018300     88  WS-CLOSE-IN-BALANCE             VALUE 'B'.
018400 77  WS-COUNT-DIFFERENCE     PIC S9(07)  VALUE ZERO.
018500 77  WS-TOTAL-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
018600***************************************************************
018700*    RUN COUNTERS                                             *
018800***************************************************************
018900 77  WS-LOANS-RESTORED       PIC 9(07)   VALUE ZERO.
019000 77  WS-AUDIT-READ           PIC 9(07)   VALUE ZERO.
019100 77  WS-PAYDT-READ           PIC 9(07)   VALUE ZERO.
019110 77  WS-XFER-READ            PIC 9(07)   VALUE ZERO.
019120 77  WS-ADDL-READ            PIC 9(07)   VALUE ZERO.
019200 77  WS-ROWS-RELEASED        PIC 9(07)   VALUE ZERO.
019300 77  WS-ROWS-APPLIED         PIC 9(07)   VALUE ZERO.
019400 77  WS-ROWS-IN-SNAPSHOT     PIC 9(07)   VALUE ZERO.
019500 77  WS-ROWS-MISMATCHED      PIC 9(07)   VALUE ZERO.
019600 77  WS-ROWS-NO-LOAN         PIC 9(07)   VALUE ZERO.
019610 77  WS-LOANS-ADDED          PIC 9(07)   VALUE ZERO.
019620 77  WS-LOANS-PURGED         PIC 9(07)   VALUE ZERO.
019800 PROCEDURE DIVISION.
019900***************************************************************
020000*    0000-MAINLINE                                            *
020100***************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
020400     PERFORM 1200-RESTORE-SNAPSHOT THRU 1200-EXIT
020500     SORT SORT-WORK-FILE
020600         ON ASCENDING KEY SW-RUN-DATE
020700                          SW-LOAN-KEY
020800                          SW-PHASE
020900                          SW-SEQ
021000         INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
021100             THRU 2000-EXIT
021200         OUTPUT PROCEDURE IS 3000-APPLY-ACTIVITY
021300             THRU 3000-EXIT
021400     PERFORM 4000-FINISH-MASTER   THRU 4000-EXIT
021500     PERFORM 5000-VERIFY          THRU 5000-EXIT
021600     PERFORM 8000-TERMINATE       THRU 8000-EXIT
021700     STOP RUN.
021800***************************************************************
021900*    1000-INITIALIZE - READ AND EDIT THE PARAMETER RECORD AND *
022000*    FIND THE SNAPSHOT GENERATION.  WITHOUT A GOOD TARGET     *
022100*    DATE AND A USABLE GENERATION THERE IS NOTHING TO DO.     *
022200***************************************************************
022300 1000-INITIALIZE.
022400     OPEN INPUT RECOVERY-PARM-FILE
022500     IF WS-PARM-FILE-STATUS NOT = '00'
022600         DISPLAY 'DL099 - NO RECOVERY PARAMETER FILE, STATUS '
022700             WS-PARM-FILE-STATUS ' - RUN STOPPED'
022800         STOP RUN
022900     END-IF
023000     READ RECOVERY-PARM-FILE
023100         AT END
023200             MOVE ZERO TO DL-RCVP-TARGET-DATE
023300     END-READ
023400     CLOSE RECOVERY-PARM-FILE
023500     IF DL-RCVP-TARGET-DATE NOT NUMERIC
023600             OR DL-RCVP-TARGET-DATE = ZERO
023700         DISPLAY 'DL099 - NO TARGET DATE ON THE PARAMETER RECORD '
023800             '- RUN STOPPED'
023900         STOP RUN
024000     END-IF
024100     IF DL-RCVP-SNAP-DATE NOT NUMERIC
024200         MOVE ZERO TO DL-RCVP-SNAP-DATE
024300     END-IF
024400     MOVE DL-RCVP-TARGET-DATE TO WS-TARGET-DATE-N
024500     DISPLAY 'DL099 - LOAN MASTER RECOVERY - TARGET DATE '
024600         WS-TARGET-DATE-N
024700     OPEN INPUT SNAPSHOT-FILE
024800     IF WS-SNAP-FILE-STATUS NOT = '00'
024900         DISPLAY 'DL099 - NO SNAPSHOT FILE, STATUS '
025000             WS-SNAP-FILE-STATUS ' - RUN STOPPED'
025100         STOP RUN
025200     END-IF
025300     IF DL-RCVP-SNAP-DATE = ZERO
025400         PERFORM 1100-FIND-LATEST THRU 1100-EXIT
025500     ELSE
025600         PERFORM 1150-FIND-NAMED THRU 1150-EXIT
025700     END-IF
025800     IF NOT WS-SNAP-FOUND
025900         DISPLAY 'DL099 - NO USABLE SNAPSHOT FOR THE TARGET '
026000             'DATE - RUN STOPPED'
026100         CLOSE SNAPSHOT-FILE
026200         STOP RUN
026300     END-IF
026400     DISPLAY 'DL099 - STARTING FROM SNAPSHOT ' WS-SNAP-DATE
026500         '  LOANS ' WS-SNAP-LOAN-COUNT
026600         '  PAYOFF-BAL ' WS-SNAP-TOTAL.
026700 1000-EXIT.
026800     EXIT.
026900***************************************************************
027000*    1100-FIND-LATEST - WALK THE GENERATIONS THE WAY DL098    *
027100*    DOES AND KEEP THE LATEST COMPLETE ONE NOT AFTER THE      *
027200*    TARGET DATE                                              *
027300***************************************************************
027400 1100-FIND-LATEST.
027500     MOVE LOW-VALUES TO DL-SNAP-KEY
027600     START SNAPSHOT-FILE KEY IS NOT LESS THAN DL-SNAP-KEY
027700         INVALID KEY
027800             SET SNAP-EOF TO TRUE
027900     END-START
028000     PERFORM 1110-ONE-GENERATION THRU 1110-EXIT
028100         UNTIL SNAP-EOF.
028200 1100-EXIT.
028300     EXIT.
028400***************************************************************
028500*    1110-ONE-GENERATION                                      *
028600***************************************************************
028700 1110-ONE-GENERATION.
028800     READ SNAPSHOT-FILE NEXT
028900         AT END
029000             SET SNAP-EOF TO TRUE
029100             GO TO 1110-EXIT
029200     END-READ
029300     IF DL-SNAP-DATE > WS-TARGET-DATE-N
029400         SET SNAP-EOF TO TRUE
029500         GO TO 1110-EXIT
029600     END-IF
029700     MOVE DL-SNAP-DATE TO WS-GEN-DATE
029800     IF DL-SNAP-CONTROL-REC
029900         SET WS-SNAP-FOUND TO TRUE
030000         MOVE DL-SNAP-DATE         TO WS-SNAP-DATE
030100         MOVE DL-SNAP-LOAN-COUNT   TO WS-SNAP-LOAN-COUNT
030200         MOVE DL-SNAP-TOTAL-PAYOFF TO WS-SNAP-TOTAL
030300     END-IF
030400     MOVE WS-GEN-DATE TO DL-SNAP-DATE
030500     MOVE HIGH-VALUES TO DL-SNAP-LOAN-KEY
030600     START SNAPSHOT-FILE KEY IS GREATER THAN DL-SNAP-KEY
030700         INVALID KEY
030800             SET SNAP-EOF TO TRUE
030900     END-START.
031000 1110-EXIT.
031100     EXIT.
031200***************************************************************
031300*    1150-FIND-NAMED - THE GENERATION THE PARAMETER NAMES     *
031400*    MUST HAVE ITS CONTROL RECORD AND MUST NOT BE LATER THAN  *
031500*    THE TARGET DATE                                          *
031600***************************************************************
031700 1150-FIND-NAMED.
031800     IF DL-RCVP-SNAP-DATE > WS-TARGET-DATE-N
031900         DISPLAY 'DL099 - SNAPSHOT ' DL-RCVP-SNAP-DATE
032000             ' IS LATER THAN THE TARGET DATE'
032100         GO TO 1150-EXIT
032200     END-IF
032300     MOVE DL-RCVP-SNAP-DATE TO DL-SNAP-DATE
032400     MOVE LOW-VALUES        TO DL-SNAP-LOAN-KEY
032500     READ SNAPSHOT-FILE
032600         INVALID KEY
032700             DISPLAY 'DL099 - SNAPSHOT ' DL-RCVP-SNAP-DATE
032800                 ' IS NOT ON FILE OR WAS CUT SHORT'
032900             GO TO 1150-EXIT
033000     END-READ
033100     SET WS-SNAP-FOUND TO TRUE
033200     MOVE DL-SNAP-DATE         TO WS-SNAP-DATE
033300     MOVE DL-SNAP-LOAN-COUNT   TO WS-SNAP-LOAN-COUNT
033400     MOVE DL-SNAP-TOTAL-PAYOFF TO WS-SNAP-TOTAL.
033500 1150-EXIT.
033600     EXIT.
033700***************************************************************
033800*    1200-RESTORE-SNAPSHOT - LOAD THE GENERATION INTO A NEW   *
033900*    REBUILD FILE, THEN REOPEN IT FOR THE ROLL-FORWARD        *
034000***************************************************************
034100 1200-RESTORE-SNAPSHOT.
034200     OPEN OUTPUT REBUILD-FILE
034300     MOVE WS-SNAP-DATE TO DL-SNAP-DATE
034400     MOVE LOW-VALUES   TO DL-SNAP-LOAN-KEY
034500     MOVE 'N' TO WS-SNAP-EOF-SW
034600     START SNAPSHOT-FILE KEY IS GREATER THAN DL-SNAP-KEY
034700         INVALID KEY
034800             SET SNAP-EOF TO TRUE
034900     END-START
035000     PERFORM 1210-RESTORE-ONE THRU 1210-EXIT
035100         UNTIL SNAP-EOF
035200     CLOSE SNAPSHOT-FILE
035300     CLOSE REBUILD-FILE
035400     OPEN I-O REBUILD-FILE
035500     DISPLAY 'DL099 - LOANS RESTORED    ' WS-LOANS-RESTORED
035600     IF WS-LOANS-RESTORED NOT = WS-SNAP-LOAN-COUNT
035700         DISPLAY 'DL099 - *** SNAPSHOT CONTROL RECORD SAYS '
035800             WS-SNAP-LOAN-COUNT ' LOANS ***'
035900     END-IF.
036000 1200-EXIT.
036100     EXIT.
036200***************************************************************
036300*    1210-RESTORE-ONE                                         *
036400***************************************************************
036500 1210-RESTORE-ONE.
036600     READ SNAPSHOT-FILE NEXT
036700         AT END
036800             SET SNAP-EOF TO TRUE
036900             GO TO 1210-EXIT
037000     END-READ
037100     IF DL-SNAP-DATE NOT = WS-SNAP-DATE
037200         SET SNAP-EOF TO TRUE
037300         GO TO 1210-EXIT
037400     END-IF
037500     MOVE DL-SNAP-IMAGE TO HACKATHON-X
037600     WRITE HACKATHON-X
037700         INVALID KEY
037800             DISPLAY 'DL099 - RESTORE WRITE FAILED, STATUS '
037900                 WS-RBLD-FILE-STATUS ' KEY ' DL-SNAP-LOAN-KEY
038000         NOT INVALID KEY
038100             ADD 1 TO WS-LOANS-RESTORED
038200     END-WRITE.
038300 1210-EXIT.
038400     EXIT.
038500***************************************************************
038600*    2000-RELEASE-ACTIVITY - SORT INPUT: EVERY AUDIT AND      *
038700*    PAYMENT DETAIL RECORD FROM THE SNAPSHOT DATE THROUGH     *
038800*    THE TARGET DATE.  A MISSING FILE MEANS NO ACTIVITY OF    *
038900*    THAT KIND.                                               *
039000***************************************************************
039100 2000-RELEASE-ACTIVITY.
039200     OPEN INPUT AUDIT-FILE
039300     IF WS-AUDIT-FILE-STATUS = '00'
039400         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
039500         PERFORM 2200-RELEASE-AUDIT THRU 2200-EXIT
039600             UNTIL AUDIT-EOF
039700         CLOSE AUDIT-FILE
039800     ELSE
039900         DISPLAY 'DL099 - NO AUDIT FILE, STATUS '
040000             WS-AUDIT-FILE-STATUS
040100     END-IF
040200     OPEN INPUT PAYMENT-DETAIL-FILE
040300     IF WS-PAYDT-FILE-STATUS = '00'
040400         PERFORM 2300-READ-PAYDT THRU 2300-EXIT
040500         PERFORM 2400-RELEASE-PAYDT THRU 2400-EXIT
040600             UNTIL PAYDT-EOF
040700         CLOSE PAYMENT-DETAIL-FILE
040800     ELSE
040900         DISPLAY 'DL099 - NO PAYMENT DETAIL FILE, STATUS '
041000             WS-PAYDT-FILE-STATUS
041010     END-IF
041020     OPEN INPUT XFER-REGISTER-FILE
041030     IF WS-XFER-FILE-STATUS = '00'
041040         PERFORM 2500-READ-XFER THRU 2500-EXIT
041050         PERFORM 2600-RELEASE-XFER THRU 2600-EXIT
041060             UNTIL XFER-EOF
041070         CLOSE XFER-REGISTER-FILE
041080     ELSE
041090         DISPLAY 'DL099 - NO TRANSFER REGISTER, STATUS '
041100             WS-XFER-FILE-STATUS
041110     END-IF
041115     OPEN INPUT ADD-LOG-FILE
041120     IF WS-ADDL-FILE-STATUS = '00'
041125         PERFORM 2050-READ-ADDL THRU 2050-EXIT
041130         PERFORM 2060-RELEASE-ADDL THRU 2060-EXIT
041135             UNTIL ADDL-EOF
041140         CLOSE ADD-LOG-FILE
041145     ELSE
041150         DISPLAY 'DL099 - NO ADD LOG, STATUS '
041155             WS-ADDL-FILE-STATUS
041160     END-IF.
041200 2000-EXIT.
041300     EXIT.
041302***************************************************************
041304*    2050-READ-ADDL                                           *
041306***************************************************************
041308 2050-READ-ADDL.
041310     READ ADD-LOG-FILE
041312         AT END
041314             SET ADDL-EOF TO TRUE
041316             GO TO 2050-EXIT
041318     END-READ
041320     ADD 1 TO WS-ADDL-READ.
041322 2050-EXIT.
041324     EXIT.
041326***************************************************************
041328*    2060-RELEASE-ADDL - A LOAN ADDED IN THE WINDOW GOES IN   *
041330*    AHEAD OF EVERYTHING ELSE ON ITS NIGHT                    *
041332***************************************************************
041334 2060-RELEASE-ADDL.
041336     IF DL-ADDL-RUN-DATE NOT < WS-SNAP-DATE
041338             AND DL-ADDL-RUN-DATE NOT > WS-TARGET-DATE-N
041340         MOVE SPACES TO SW-ACTIVITY-REC
041342         MOVE DL-ADDL-RUN-DATE     TO SW-RUN-DATE
041344         MOVE DL-ADDL-LOAN-KEY     TO SW-LOAN-KEY
041346         MOVE 0 TO SW-PHASE
041348         MOVE WS-ADDL-READ         TO SW-SEQ
041350         MOVE 'A'                  TO SW-TRANS-CODE
041352         MOVE 'ADD'                TO SW-FIELD-NAME
041354         MOVE ZERO TO SW-OLD-VALUE
041356         MOVE ZERO TO SW-NEW-VALUE
041358         MOVE ZERO TO SW-PAYMENT-AMT
041360         MOVE ZERO TO SW-INT-AMT
041362         MOVE DL-ADDL-IMAGE        TO SW-ADD-IMAGE
041364         RELEASE SW-ACTIVITY-REC
041366         ADD 1 TO WS-ROWS-RELEASED
041368     END-IF
041370     PERFORM 2050-READ-ADDL THRU 2050-EXIT.
041372 2060-EXIT.
041374     EXIT.
041400***************************************************************
041500*    2100-READ-AUDIT                                          *
041600***************************************************************
041700 2100-READ-AUDIT.
041800     READ AUDIT-FILE
041900         AT END
042000             SET AUDIT-EOF TO TRUE
042100             GO TO 2100-EXIT
042200     END-READ
042300     ADD 1 TO WS-AUDIT-READ.
042400 2100-EXIT.
042500     EXIT.
042600***************************************************************
042700*    2200-RELEASE-AUDIT - THE SEQUENCE NUMBER KEEPS THE       *
042800*    RECORDS OF ONE LOAN'S NIGHT IN THE ORDER WRITTEN         *
042810*    A PURGE DATED THE TARGET DATE IS NOT TAKEN - DL125 RAN   *
042820*    AFTER THAT NIGHT'S DL115 CLOSING                         *
042900***************************************************************
043000 2200-RELEASE-AUDIT.
043100     IF DL-AUDIT-RUN-DATE NOT < WS-SNAP-DATE
043200             AND DL-AUDIT-RUN-DATE NOT > WS-TARGET-DATE-N
043210             AND NOT (DL-AUDIT-TRANS-CODE = 'X'
043220                 AND DL-AUDIT-RUN-DATE = WS-TARGET-DATE-N)
043300         MOVE SPACES TO SW-ACTIVITY-REC
043400         MOVE DL-AUDIT-RUN-DATE    TO SW-RUN-DATE
043500         MOVE DL-AUDIT-CUSTOMER-NO TO SW-LOAN-KEY (1:7)
043600         MOVE DL-AUDIT-AUTO-NO-9   TO SW-LOAN-KEY (8:9)
043700         MOVE DL-AUDIT-AUTO-CK-DIG TO SW-LOAN-KEY (17:1)
043800         EVALUATE DL-AUDIT-TRANS-CODE
043900             WHEN 'I'
044000                 MOVE 1 TO SW-PHASE
044100             WHEN 'L'
044200                 MOVE 4 TO SW-PHASE
044210             WHEN 'X'
044220                 MOVE 6 TO SW-PHASE
044300             WHEN OTHER
044400                 MOVE 3 TO SW-PHASE
044500         END-EVALUATE
044600         MOVE WS-AUDIT-READ        TO SW-SEQ
044700         MOVE DL-AUDIT-TRANS-CODE  TO SW-TRANS-CODE
044800         MOVE DL-AUDIT-FIELD-NAME  TO SW-FIELD-NAME
044900         MOVE DL-AUDIT-OLD-VALUE   TO SW-OLD-VALUE
045000         MOVE DL-AUDIT-NEW-VALUE   TO SW-NEW-VALUE
045100         MOVE ZERO TO SW-PAYMENT-AMT
045200         MOVE ZERO TO SW-INT-AMT
045300         RELEASE SW-ACTIVITY-REC
045400         ADD 1 TO WS-ROWS-RELEASED
045500     END-IF
045600     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
045700 2200-EXIT.
045800     EXIT.
045900***************************************************************
046000*    2300-READ-PAYDT                                          *
046100***************************************************************
046200 2300-READ-PAYDT.
046300     READ PAYMENT-DETAIL-FILE
046400         AT END
046500             SET PAYDT-EOF TO TRUE
046600             GO TO 2300-EXIT
046700     END-READ
046800     ADD 1 TO WS-PAYDT-READ.
046900 2300-EXIT.
047000     EXIT.
047100***************************************************************
047200*    2400-RELEASE-PAYDT - ONLY THE INTEREST PORTION OF A      *
047300*    PAYMENT AND THE WHOLE OF A RECOVERY ARE NOT ALREADY ON   *
047400*    THE AUDIT TRAIL                                          *
047500***************************************************************
047600 2400-RELEASE-PAYDT.
047700     IF DL-PAYDT-RUN-DATE NOT < WS-SNAP-DATE
047800             AND DL-PAYDT-RUN-DATE NOT > WS-TARGET-DATE-N
047900             AND (DL-PAYDT-TRANS-CODE = 'V'
048000                 OR DL-PAYDT-INT-AMT NOT = ZERO)
048100         MOVE SPACES TO SW-ACTIVITY-REC
048200         MOVE DL-PAYDT-RUN-DATE    TO SW-RUN-DATE
048300         MOVE DL-PAYDT-CUSTOMER-NO TO SW-LOAN-KEY (1:7)
048400         MOVE DL-PAYDT-AUTO-NO-9   TO SW-LOAN-KEY (8:9)
048500         MOVE DL-PAYDT-AUTO-CK-DIG TO SW-LOAN-KEY (17:1)
048600         MOVE 2 TO SW-PHASE
048700         MOVE WS-PAYDT-READ        TO SW-SEQ
048800         MOVE DL-PAYDT-TRANS-CODE  TO SW-TRANS-CODE
048900         MOVE ZERO TO SW-OLD-VALUE
049000         MOVE ZERO TO SW-NEW-VALUE
049100         MOVE DL-PAYDT-PAYMENT-AMT TO SW-PAYMENT-AMT
049200         MOVE DL-PAYDT-INT-AMT     TO SW-INT-AMT
049300         RELEASE SW-ACTIVITY-REC
049400         ADD 1 TO WS-ROWS-RELEASED
049500     END-IF
049600     PERFORM 2300-READ-PAYDT THRU 2300-EXIT.
049700 2400-EXIT.
049800     EXIT.
049802***************************************************************
049804*    2500-READ-XFER                                           *
049806***************************************************************
049808 2500-READ-XFER.
049810     READ XFER-REGISTER-FILE
049812         AT END
049814             SET XFER-EOF TO TRUE
049816             GO TO 2500-EXIT
049818     END-READ
049820     ADD 1 TO WS-XFER-READ.
049822 2500-EXIT.
049824     EXIT.
049826***************************************************************
049828*    2600-RELEASE-XFER - A TRANSFER CUT OVER IN THE WINDOW    *
049830*    GOES IN ON THE NIGHT DL142 APPLIED IT                    *
049832***************************************************************
049834 2600-RELEASE-XFER.
049836     IF DL-XFER-APPLIED
049838             AND DL-XFER-CLOSED-DATE NOT < WS-SNAP-DATE
049840             AND DL-XFER-CLOSED-DATE NOT > WS-TARGET-DATE-N
049842         MOVE SPACES TO SW-ACTIVITY-REC
049844         MOVE DL-XFER-CLOSED-DATE  TO SW-RUN-DATE
049846         MOVE DL-XFER-LOAN-KEY     TO SW-LOAN-KEY
049848         MOVE 5 TO SW-PHASE
049850         MOVE WS-XFER-READ         TO SW-SEQ
049852         MOVE 'T'                  TO SW-TRANS-CODE
049854         MOVE 'TRANSFER'           TO SW-FIELD-NAME
049856         MOVE ZERO TO SW-OLD-VALUE
049858         MOVE ZERO TO SW-NEW-VALUE
049860         MOVE ZERO TO SW-PAYMENT-AMT
049862         MOVE ZERO TO SW-INT-AMT
049864         MOVE DL-XFER-OLD-INV-CODE TO SW-OLD-INV-CODE
049866         MOVE DL-XFER-NEW-INV-CODE TO SW-NEW-INV-CODE
049868         RELEASE SW-ACTIVITY-REC
049870         ADD 1 TO WS-ROWS-RELEASED
049872     END-IF
049874     PERFORM 2500-READ-XFER THRU 2500-EXIT.
049876 2600-EXIT.
049878     EXIT.
049900***************************************************************
050000*    3000-APPLY-ACTIVITY - SORT OUTPUT: APPLY EACH RECORD TO  *
050100*    ITS LOAN ON THE REBUILD FILE                             *
050200***************************************************************
050300 3000-APPLY-ACTIVITY.
050400     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
050500     PERFORM 3200-APPLY-ONE     THRU 3200-EXIT
050600         UNTIL SORT-EOF.
050700 3000-EXIT.
050800     EXIT.
050900***************************************************************
051000*    3100-RETURN-SORTED                                       *
051100***************************************************************
051200 3100-RETURN-SORTED.
051300     RETURN SORT-WORK-FILE
051400         AT END
051500             SET SORT-EOF TO TRUE
051600     END-RETURN.
051700 3100-EXIT.
051800     EXIT.
051900***************************************************************
051910*    3200-APPLY-ONE - AN ADD IS WRITTEN AND A PURGE DELETES;  *
051920*    ANY OTHER RECORD FOR A LOAN NOT ON THE REBUILD FILE IS   *
051930*    LISTED                                                   *
052200***************************************************************
052300 3200-APPLY-ONE.
052310     IF SW-FROM-ADD
052320         PERFORM 3600-APPLY-ADD THRU 3600-EXIT
052330         GO TO 3200-NEXT
052340     END-IF
052400     MOVE SW-LOAN-KEY TO HEADER_KEY OF HACKATHON-X
052500     READ REBUILD-FILE
052600         INVALID KEY
052700             MOVE 'N' TO WS-FOUND-SW
052800         NOT INVALID KEY
052900             MOVE 'Y' TO WS-FOUND-SW
053000     END-READ
053100     IF NOT WS-LOAN-FOUND
053110             AND SW-FROM-PURGE
053120         ADD 1 TO WS-ROWS-IN-SNAPSHOT
053130         GO TO 3200-NEXT
053140     END-IF
053150     IF NOT WS-LOAN-FOUND
053200         ADD 1 TO WS-ROWS-NO-LOAN
053210         DISPLAY 'DL099 - LOAN NOT ON REBUILD FILE ' SW-RUN-DATE
053400             ' ' SW-LOAN-KEY (1:7) ' ' SW-LOAN-KEY (8:9)
053500             ' CODE ' SW-TRANS-CODE ' ' SW-FIELD-NAME
053600         GO TO 3200-NEXT
053700     END-IF
053710     IF SW-FROM-PURGE
053720         PERFORM 3700-APPLY-PURGE THRU 3700-EXIT
053730         GO TO 3200-NEXT
053740     END-IF
053800     IF SW-FROM-PAYDT
053900         PERFORM 3300-APPLY-PAYDT THRU 3300-EXIT
054000     ELSE
054010         IF SW-FROM-XFER
054020             PERFORM 3500-APPLY-TRANSFER THRU 3500-EXIT
054030         ELSE
054040             PERFORM 3400-APPLY-AUDIT THRU 3400-EXIT
054050         END-IF
054200     END-IF
054300     REWRITE HACKATHON-X
054400         INVALID KEY
054500             DISPLAY 'DL099 - REWRITE FAILED, STATUS '
054600                 WS-RBLD-FILE-STATUS ' KEY ' SW-LOAN-KEY
054700     END-REWRITE.
054800 3200-NEXT.
054900     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
055000 3200-EXIT.
055100     EXIT.
055200***************************************************************
055300*    3300-APPLY-PAYDT - A RECOVERY IS ADDED TO RECOVERY-AMT   *
055400*    (ITS CHGOFF-BAL SIDE IS AUDITED); OTHERWISE THE          *
055500*    INTEREST PORTION COMES OFF ACCRUED-INT                   *
055600***************************************************************
055700 3300-APPLY-PAYDT.
055800     IF SW-TRANS-CODE = 'V'
055900         ADD SW-PAYMENT-AMT TO RECOVERY-AMT OF HACKATHON-X
056000     ELSE
056100         SUBTRACT SW-INT-AMT FROM ACCRUED-INT OF HACKATHON-X
056200     END-IF
056300     ADD 1 TO WS-ROWS-APPLIED.
056400 3300-EXIT.
056500     EXIT.
056600***************************************************************
056610*    3400-APPLY-AUDIT - CHECK THE BEFORE VALUE AGAINST THE    *
056620*    REBUILT FIELD, THEN SET THE AFTER VALUE.  AN ADD'S OWN   *
056630*    RECORDS ALREADY MATCH THE LOAN THE ADD LOG WROTE.        *
056900***************************************************************
057000 3400-APPLY-AUDIT.
057100     PERFORM 3410-GET-CURRENT THRU 3410-EXIT
057200     IF NOT WS-FIELD-KNOWN
057300         GO TO 3400-EXIT
057400     END-IF
058000     IF WS-CURRENT-VALUE NOT = SW-OLD-VALUE
058100         IF WS-CURRENT-VALUE = SW-NEW-VALUE
058110             IF SW-TRANS-CODE = 'A'
058120                 ADD 1 TO WS-ROWS-APPLIED
058130             ELSE
058140                 ADD 1 TO WS-ROWS-IN-SNAPSHOT
058150             END-IF
058300             GO TO 3400-EXIT
058400         END-IF
058500         ADD 1 TO WS-ROWS-MISMATCHED
058600         DISPLAY 'DL099 - BEFORE VALUE DIFFERS     ' SW-RUN-DATE
058700             ' ' SW-LOAN-KEY (1:7) ' ' SW-LOAN-KEY (8:9)
058800             ' CODE ' SW-TRANS-CODE ' ' SW-FIELD-NAME
058900         DISPLAY 'DL099 -     REBUILT ' WS-CURRENT-VALUE
059000             '  AUDIT BEFORE ' SW-OLD-VALUE
059100             '  AFTER ' SW-NEW-VALUE
059200     END-IF
059300     PERFORM 3420-SET-NEW-VALUE THRU 3420-EXIT
059400     ADD 1 TO WS-ROWS-APPLIED.
059500 3400-EXIT.
059600     EXIT.
059700***************************************************************
059800*    3410-GET-CURRENT - THE REBUILT VALUE OF THE FIELD THE    *
059810*    AUDIT RECORD NAMES, ANNUAL-INT IN TEN-MILLIONTHS AS      *
059820*    DL100 AUDITS IT.  ANY OTHER FIELD NAME IS NOT A MASTER   *
059830*    FIELD AND IS PASSED BY.                                  *
060100***************************************************************
060200 3410-GET-CURRENT.
060300     MOVE 'Y' TO WS-FIELD-SW
060400     EVALUATE SW-FIELD-NAME
060500         WHEN 'ORIGINAL-BAL'
060600             MOVE ORIGINAL-BAL OF HACKATHON-X TO WS-CURRENT-VALUE
060700         WHEN 'PAYOFF-BAL'
060800             MOVE PAYOFF-BAL   OF HACKATHON-X TO WS-CURRENT-VALUE
060900         WHEN 'ACCRUED-INT'
061000             MOVE ACCRUED-INT  OF HACKATHON-X TO WS-CURRENT-VALUE
061100         WHEN 'LATE-CHG-BAL'
061200             MOVE LATE-CHG-BAL OF HACKATHON-X TO WS-CURRENT-VALUE
061300         WHEN 'CHGOFF-BAL'
061400             MOVE CHGOFF-BAL   OF HACKATHON-X TO WS-CURRENT-VALUE
061500         WHEN 'DUE-DATE'
061600             PERFORM 3430-GET-DUE-DATE THRU 3430-EXIT
061700             MOVE WS-DATE-WORK-N TO WS-CURRENT-VALUE
061710         WHEN 'ANNUAL-INT'
061720             COMPUTE WS-CURRENT-VALUE =
061730                 ANNUAL-INT OF HACKATHON-X * 10000000
061800         WHEN OTHER
061900             MOVE 'N' TO WS-FIELD-SW
062000     END-EVALUATE.
062100 3410-EXIT.
062200     EXIT.
062300***************************************************************
062400*    3420-SET-NEW-VALUE - A CHARGE-OFF ALSO MARKS THE LOAN    *
062500*    CHARGED OFF, AND A LATE CHARGE RECORDS THE DUE-DATE IT   *
062600*    WAS ASSESSED FOR, AS DL100 AND DL112 DO                  *
062700***************************************************************
062800 3420-SET-NEW-VALUE.
062900     EVALUATE SW-FIELD-NAME
063000         WHEN 'ORIGINAL-BAL'
063100             MOVE SW-NEW-VALUE TO ORIGINAL-BAL OF HACKATHON-X
063200         WHEN 'PAYOFF-BAL'
063300             MOVE SW-NEW-VALUE TO PAYOFF-BAL   OF HACKATHON-X
063400         WHEN 'ACCRUED-INT'
063500             MOVE SW-NEW-VALUE TO ACCRUED-INT  OF HACKATHON-X
063600         WHEN 'LATE-CHG-BAL'
063700             MOVE SW-NEW-VALUE TO LATE-CHG-BAL OF HACKATHON-X
063800             IF SW-TRANS-CODE = 'L'
063900                 PERFORM 3430-GET-DUE-DATE THRU 3430-EXIT
064000                 MOVE WS-DATE-WORK-N
064100                     TO LATE-CHG-DUE-DATE OF HACKATHON-X
064200             END-IF
064300         WHEN 'CHGOFF-BAL'
064400             MOVE SW-NEW-VALUE TO CHGOFF-BAL   OF HACKATHON-X
064500             IF SW-TRANS-CODE = 'W'
064600                 MOVE 'C' TO CHGOFF-STATUS OF HACKATHON-X
064700                 MOVE SW-RUN-DATE TO CHGOFF-DATE OF HACKATHON-X
064800             END-IF
064900         WHEN 'DUE-DATE'
065000             MOVE SW-NEW-VALUE TO WS-DATE-WORK-N
065100             COMPUTE DUE-YR OF HACKATHON-X = WS-DATE-YYYY - 1900
065200             MOVE WS-DATE-MM TO DUE-MO OF HACKATHON-X
065300             MOVE WS-DATE-DD TO DUE-DA OF HACKATHON-X
065310         WHEN 'ANNUAL-INT'
065320             COMPUTE ANNUAL-INT OF HACKATHON-X =
065330                 SW-NEW-VALUE / 10000000
065400     END-EVALUATE.
065500 3420-EXIT.
065600     EXIT.
065700***************************************************************
065800*    3430-GET-DUE-DATE - THE LOAN'S DUE-DATE AS YYYYMMDD      *
065900***************************************************************
066000 3430-GET-DUE-DATE.
066100     COMPUTE WS-DATE-YYYY = 1900 + DUE-YR OF HACKATHON-X
066200     MOVE DUE-MO OF HACKATHON-X TO WS-DATE-MM
066300     MOVE DUE-DA OF HACKATHON-X TO WS-DATE-DD.
066400 3430-EXIT.
066500     EXIT.
066502***************************************************************
066504*    3500-APPLY-TRANSFER - THE REBUILT BANK-INV-CODE SHOULD   *
066506*    BE THE TRANSFER'S OLD VALUE; ALREADY HOLDING THE NEW     *
066508*    ONE MEANS THE SNAPSHOT WAS TAKEN AFTER THE CUTOVER       *
066510***************************************************************
066512 3500-APPLY-TRANSFER.
066514     IF BANK-INV-CODE OF HACKATHON-X = SW-NEW-INV-CODE
066516         ADD 1 TO WS-ROWS-IN-SNAPSHOT
066518         GO TO 3500-EXIT
066520     END-IF
066522     IF BANK-INV-CODE OF HACKATHON-X NOT = SW-OLD-INV-CODE
066524         ADD 1 TO WS-ROWS-MISMATCHED
066526         DISPLAY 'DL099 - BEFORE VALUE DIFFERS     ' SW-RUN-DATE
066528             ' ' SW-LOAN-KEY (1:7) ' ' SW-LOAN-KEY (8:9)
066530             ' CODE ' SW-TRANS-CODE ' ' SW-FIELD-NAME
066532         DISPLAY 'DL099 -     REBUILT '
066534             BANK-INV-CODE OF HACKATHON-X
066536             '  TRANSFER FROM ' SW-OLD-INV-CODE
066538             '  TO ' SW-NEW-INV-CODE
066540     END-IF
066542     MOVE SW-NEW-INV-CODE TO BANK-INV-CODE OF HACKATHON-X
066544     ADD 1 TO WS-ROWS-APPLIED.
066546 3500-EXIT.
066548     EXIT.
066549***************************************************************
066550*    3600-APPLY-ADD - WRITE THE LOAN AS DL100 ADDED IT.  A    *
066551*    KEY ALREADY ON THE REBUILD FILE WAS IN THE SNAPSHOT.     *
066552***************************************************************
066553 3600-APPLY-ADD.
066554     MOVE SW-ADD-IMAGE TO HACKATHON-X
066555     WRITE HACKATHON-X
066556         INVALID KEY
066557             ADD 1 TO WS-ROWS-IN-SNAPSHOT
066558         NOT INVALID KEY
066559             ADD 1 TO WS-LOANS-ADDED
066560             ADD 1 TO WS-ROWS-APPLIED
066561     END-WRITE.
066562 3600-EXIT.
066563     EXIT.
066564***************************************************************
066565*    3700-APPLY-PURGE - DELETE THE LOAN DL125 ARCHIVED.       *
066566*    DL125 ONLY PURGES A LOAN WITH NOTHING OWING, SO ONE      *
066567*    STILL CARRYING A BALANCE HERE IS LISTED BEFORE IT GOES.  *
066568***************************************************************
066569 3700-APPLY-PURGE.
066570     IF PAYOFF-BAL   OF HACKATHON-X NOT = ZERO
066571             OR ACCRUED-INT  OF HACKATHON-X NOT = ZERO
066572             OR LATE-CHG-BAL OF HACKATHON-X NOT = ZERO
066573         ADD 1 TO WS-ROWS-MISMATCHED
066574         DISPLAY 'DL099 - PURGED WITH A BALANCE    ' SW-RUN-DATE
066575             ' ' SW-LOAN-KEY (1:7) ' ' SW-LOAN-KEY (8:9)
066576             ' PAYOFF-BAL ' PAYOFF-BAL OF HACKATHON-X
066577     END-IF
066578     DELETE REBUILD-FILE RECORD
066579         INVALID KEY
066580             DISPLAY 'DL099 - DELETE FAILED, STATUS '
066581                 WS-RBLD-FILE-STATUS ' KEY ' SW-LOAN-KEY
066582         NOT INVALID KEY
066583             ADD 1 TO WS-LOANS-PURGED
066584             ADD 1 TO WS-ROWS-APPLIED
066585     END-DELETE.
066586 3700-EXIT.
066587     EXIT.
066600***************************************************************
066700*    4000-FINISH-MASTER - PASS THE REBUILT MASTER: ROLL EACH  *
066800*    LOAN'S ACCRUAL DATE TO THE TARGET DATE WHEN THE REBUILD  *
066900*    CROSSED AT LEAST ONE NIGHT, AND TOTAL IT FOR THE         *
067000*    VERIFICATION                                             *
067100***************************************************************
067200 4000-FINISH-MASTER.
067300     MOVE LOW-VALUES TO HEADER_KEY OF HACKATHON-X
067400     START REBUILD-FILE KEY IS NOT LESS THAN
067500             HEADER_KEY OF HACKATHON-X
067600         INVALID KEY
067700             SET RBLD-EOF TO TRUE
067800     END-START
067900     PERFORM 4100-FINISH-ONE-LOAN THRU 4100-EXIT
068000         UNTIL RBLD-EOF
068100     CLOSE REBUILD-FILE.
068200 4000-EXIT.
068300     EXIT.
068400***************************************************************
068500*    4100-FINISH-ONE-LOAN                                     *
068600***************************************************************
068700 4100-FINISH-ONE-LOAN.
068800     READ REBUILD-FILE NEXT
068900         AT END
069000             SET RBLD-EOF TO TRUE
069100             GO TO 4100-EXIT
069200     END-READ
069300     ADD 1 TO WS-RBLD-LOAN-COUNT
069400     ADD PAYOFF-BAL OF HACKATHON-X TO WS-RBLD-TOTAL
069500     IF WS-TARGET-DATE-N > WS-SNAP-DATE
069600         COMPUTE LAST-ACCR-YR OF HACKATHON-X =
069700             WS-TARGET-YYYY - 1900
069800         MOVE WS-TARGET-MM TO LAST-ACCR-MO OF HACKATHON-X
069900         MOVE WS-TARGET-DD TO LAST-ACCR-DA OF HACKATHON-X
070000         REWRITE HACKATHON-X
070100             INVALID KEY
070200                 DISPLAY 'DL099 - REWRITE FAILED, STATUS '
070300                     WS-RBLD-FILE-STATUS ' KEY '
070400                     HEADER_KEY OF HACKATHON-X
070500         END-REWRITE
070600     END-IF.
070700 4100-EXIT.
070800     EXIT.
070900***************************************************************
071000*    5000-VERIFY - FIND THE LAST DL115 CLOSING RECORD FOR THE *
071100*    TARGET DATE AND COMPARE THE REBUILT MASTER WITH IT       *
071200***************************************************************
071300 5000-VERIFY.
071400     OPEN INPUT BALANCE-CONTROL-FILE
071500     IF WS-BALCT-FILE-STATUS = '00'
071600         PERFORM 5100-READ-BALCT THRU 5100-EXIT
071700             UNTIL BALCT-EOF
071800         CLOSE BALANCE-CONTROL-FILE
071900     END-IF
072000     DISPLAY 'DL099 - VERIFICATION AGAINST DL115 CLOSING FOR '
072100         WS-TARGET-DATE-N
072200     DISPLAY 'DL099 - REBUILT LOANS     ' WS-RBLD-LOAN-COUNT
072300     DISPLAY 'DL099 - REBUILT PAYOFF    ' WS-RBLD-TOTAL
072400     IF NOT WS-CLOSING-FOUND
072500         DISPLAY 'DL099 - *** NO DL115 CLOSING RECORD FOR THE '
072600             'TARGET DATE - NOT VERIFIED ***'
072700         GO TO 5000-EXIT
072800     END-IF
072900     COMPUTE WS-COUNT-DIFFERENCE =
073000         WS-RBLD-LOAN-COUNT - WS-CLOSE-LOAN-COUNT
073100     COMPUTE WS-TOTAL-DIFFERENCE =
073200         WS-RBLD-TOTAL - WS-CLOSE-TOTAL
073300     DISPLAY 'DL099 - DL115 LOANS       ' WS-CLOSE-LOAN-COUNT
073400     DISPLAY 'DL099 - DL115 PAYOFF      ' WS-CLOSE-TOTAL
073500     DISPLAY 'DL099 - LOAN DIFFERENCE   ' WS-COUNT-DIFFERENCE
073600     DISPLAY 'DL099 - PAYOFF DIFFERENCE ' WS-TOTAL-DIFFERENCE
073700     IF NOT WS-CLOSE-IN-BALANCE
073800         DISPLAY 'DL099 - NOTE: THAT NIGHT''S DL115 PROOF WAS '
073900             'STAMPED OUT OF BALANCE'
074000     END-IF
074100     IF WS-COUNT-DIFFERENCE = ZERO
074200             AND WS-TOTAL-DIFFERENCE = ZERO
074300         DISPLAY 'DL099 - REBUILT MASTER AGREES WITH THE DL115 '
074400             'CLOSING'
074500     ELSE
074600         DISPLAY 'DL099 - *** REBUILT MASTER DOES NOT AGREE ***'
074700         DISPLAY 'DL099 - *** DO NOT PUT LOANRBLD IN PLACE UNTIL '
074800             'THE DIFFERENCE IS RESEARCHED ***'
074900     END-IF.
075000 5000-EXIT.
075100     EXIT.
075200***************************************************************
075300*    5100-READ-BALCT - THE LAST CLOSING RECORD WINS, AS A     *
075400*    SECOND PROOF RUN APPENDS ANOTHER                         *
075500***************************************************************
075600 5100-READ-BALCT.
075700     READ BALANCE-CONTROL-FILE
075800         AT END
075900             SET BALCT-EOF TO TRUE
076000             GO TO 5100-EXIT
076100     END-READ
076200     IF DL-BALCT-RUN-DATE = WS-TARGET-DATE-N
076300             AND DL-BALCT-CLOSING
076400         SET WS-CLOSING-FOUND TO TRUE
076500         MOVE DL-BALCT-LOAN-COUNT   TO WS-CLOSE-LOAN-COUNT
076600         MOVE DL-BALCT-TOTAL-PAYOFF TO WS-CLOSE-TOTAL
076700         MOVE DL-BALCT-STATUS       TO WS-CLOSE-STATUS
076800     END-IF.
076900 5100-EXIT.
077000     EXIT.
077100***************************************************************
077200*    8000-TERMINATE                                           *
077300***************************************************************
077400 8000-TERMINATE.
077500     DISPLAY 'DL099 - RECOVERY COMPLETE'
077600     DISPLAY 'DL099 - AUDIT RECORDS READ    ' WS-AUDIT-READ
077700     DISPLAY 'DL099 - DETAIL RECORDS READ   ' WS-PAYDT-READ
077710     DISPLAY 'DL099 - TRANSFERS READ        ' WS-XFER-READ
077720     DISPLAY 'DL099 - ADD LOG RECORDS READ  ' WS-ADDL-READ
077800     DISPLAY 'DL099 - RECORDS TAKEN         ' WS-ROWS-RELEASED
077900     DISPLAY 'DL099 - RECORDS APPLIED       ' WS-ROWS-APPLIED
078000     DISPLAY 'DL099 - ALREADY IN SNAPSHOT   ' WS-ROWS-IN-SNAPSHOT
078100     DISPLAY 'DL099 - BEFORE VALUE DIFFERED ' WS-ROWS-MISMATCHED
078110     DISPLAY 'DL099 - LOANS ADDED           ' WS-LOANS-ADDED
078120     DISPLAY 'DL099 - LOANS PURGED          ' WS-LOANS-PURGED
078130     DISPLAY 'DL099 - LOAN NOT ON REBUILD   ' WS-ROWS-NO-LOAN.
078400 8000-EXIT.
078500     EXIT.

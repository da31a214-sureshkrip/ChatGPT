002600*    MODIFICATION HISTORY.                                    *
002700*    DATE       INIT  DESCRIPTION                             *
002800*    2026-09-02  RK   ORIGINAL PROGRAM.                       *
002810*    2026-10-15  RK   A LOAN DL100 HAS CHARGED OFF GETS NO    *
002820*                     STATEMENT; IT IS COUNTED APART FROM THE *
002830*                     ZERO-BALANCE SKIPS.                     *
002835*    2026-10-15  RK   A LOAN UNDER AN ACCOUNT HOLD IN FORCE   *
002840*                     (DLHOLD LAYOUT, MAINTAINED BY DL136)    *
002845*                     GETS NO BILL.  A BANKRUPTCY OR          *
002850*                     CEASE-AND-DESIST HOLD GETS A            *
002855*                     BANKRUPTCY-SAFE INFORMATION STATEMENT - *
002860*                     BALANCES ONLY, NO DUE DATE, NO PAST-DUE *
002865*                     STANDING, NO DEMAND FOR PAYMENT; AN     *
002870*                     ATTORNEY OR DECEASED HOLD GETS NOTHING. *
002875*                     EACH IS COUNTED ON THE HOLD.            *
002900*                                                             *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DL-CUST-CUSTOMER-NO
005300         FILE STATUS IS WS-CUST-FILE-STATUS.
005310     SELECT ACCOUNT-HOLD-FILE ASSIGN TO HOLDFILE
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS DL-HOLD-KEY
005350         FILE STATUS IS WS-HOLD-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LOAN-MASTER-FILE
006200 FD  CUSTOMER-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DLCUST.
006410 FD  ACCOUNT-HOLD-FILE
006420     LABEL RECORDS ARE STANDARD.
006430     COPY DLHOLD.
006500 WORKING-STORAGE SECTION.
006600 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
006700     88  MASTER-EOF                      VALUE 'Y'.
007000     88  WS-CUSTMSTR-AVAILABLE           VALUE 'Y'.
007100 77  WS-CUST-FOUND-SW        PIC X(01)   VALUE 'N'.
007200     88  WS-CUSTOMER-FOUND               VALUE 'Y'.
007210 77  WS-HOLD-FILE-STATUS     PIC X(02).
007220 77  WS-HOLD-AVAIL-SW        PIC X(01)   VALUE 'N'.
007230     88  WS-HOLDFILE-AVAILABLE           VALUE 'Y'.
007240 77  WS-HOLD-FOUND-SW        PIC X(01)   VALUE 'N'.
007250     88  WS-HOLD-FOUND                   VALUE 'Y'.
007260 77  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
007270     88  WS-HOLD-IN-FORCE                VALUE 'Y'.
007300***************************************************************
007400*    RUN DATE                                                 *
007500***************************************************************
007700     05  WS-TODAY-YYYY       PIC 9(04).
007800     05  WS-TODAY-MM         PIC 9(02).
007900     05  WS-TODAY-DD         PIC 9(02).
007910 01  WS-RUN-DATE-N REDEFINES WS-TODAY PIC 9(08).
008000 77  WS-RUN-DAYS             PIC 9(07)   COMP.
008100***************************************************************
008200*    PER-LOAN AGING WORK AREA - THE SAME 30/360 BUCKETING     *
014700     05  FILLER              PIC X(13)   VALUE 'STANDING    '.
014800     05  WS-STM-STANDING-TEXT PIC X(40).
014900     05  FILLER              PIC X(27)   VALUE SPACES.
014905***************************************************************
014910*    BANKRUPTCY-SAFE STATEMENT LINES - INFORMATION ONLY,      *
014915*    WITH NO DUE DATE, NO STANDING AND NO DEMAND              *
014920***************************************************************
014925 01  WS-STM-SAFE-TITLE.
014930     05  FILLER              PIC X(10)   VALUE SPACES.
014935     05  FILLER              PIC X(40)
014940         VALUE 'ACCOUNT INFORMATION STATEMENT'.
014945     05  FILLER              PIC X(30)   VALUE SPACES.
014950 01  WS-STM-SAFE-NOTICE-1    PIC X(80)
014955     VALUE 'FOR YOUR INFORMATION ONLY - NO PAYMENT IS DEMANDED.'.
014960 01  WS-STM-SAFE-NOTICE-2    PIC X(80)
014965     VALUE 'IF YOU ARE IN BANKRUPTCY OR HAVE BEEN DISCHARGED,'.
014970 01  WS-STM-SAFE-NOTICE-3    PIC X(80)
014975     VALUE 'THIS STATEMENT IS NOT AN ATTEMPT TO COLLECT A DEBT'.
014980 01  WS-STM-SAFE-NOTICE-4    PIC X(80)
014985     VALUE 'FROM YOU PERSONALLY.'.
015000***************************************************************
015100*    RUN COUNTERS                                             *
015200***************************************************************
015300 77  WS-LOANS-READ           PIC 9(07)   VALUE ZERO.
015400 77  WS-STATEMENTS-PRINTED   PIC 9(07)   VALUE ZERO.
015500 77  WS-ZERO-BAL-SKIPPED     PIC 9(07)   VALUE ZERO.
015510 77  WS-CHGOFF-SKIPPED       PIC 9(07)   VALUE ZERO.
015520 77  WS-SAFE-STMTS-PRINTED   PIC 9(07)   VALUE ZERO.
015530 77  WS-HOLD-STMTS-WITHHELD  PIC 9(07)   VALUE ZERO.
015600 77  WS-PAST-DUE-BILLED      PIC 9(07)   VALUE ZERO.
015700 PROCEDURE DIVISION.
015800***************************************************************
017800             WS-CUST-FILE-STATUS
017900             ' - STATEMENTS WILL CARRY NO ADDRESS'
018000     END-IF
018010     OPEN I-O ACCOUNT-HOLD-FILE
018020     IF WS-HOLD-FILE-STATUS = '00'
018030         SET WS-HOLDFILE-AVAILABLE TO TRUE
018040     ELSE
018050         DISPLAY 'DL180 - NO HOLD FILE, STATUS '
018060             WS-HOLD-FILE-STATUS
018070             ' - NO ACCOUNT HOLDS THIS CYCLE'
018080     END-IF
018100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
018200     COMPUTE WS-RUN-DAYS =
018300         (WS-TODAY-YYYY * 360) + (WS-TODAY-MM * 30) + WS-TODAY-DD
019000 1000-EXIT.
019100     EXIT.
019200***************************************************************
019300*    2000-BILL-ONE-LOAN - A LOAN WITH NO PAYOFF-BAL, OR ONE   *
019400*    CHARGED OFF, GETS NO BILL; ONE UNDER AN ACCOUNT HOLD     *
019410*    GETS WHAT THE HOLD ALLOWS; EVERYTHING ELSE GETS A        *
019420*    STATEMENT                                                *
019500***************************************************************
019600 2000-BILL-ONE-LOAN.
019610     IF LOAN-CHARGED-OFF OF HACKATHON-X
019620         ADD 1 TO WS-CHGOFF-SKIPPED
019630         GO TO 2000-NEXT
019640     END-IF
019700     IF PAYOFF-BAL OF HACKATHON-X NOT GREATER THAN ZERO
019800         ADD 1 TO WS-ZERO-BAL-SKIPPED
019900         GO TO 2000-NEXT
020000     END-IF
020010     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
020020     IF WS-HOLD-IN-FORCE
020030         PERFORM 4500-HONOR-HOLD THRU 4500-EXIT
020040         GO TO 2000-NEXT
020050     END-IF
020100     PERFORM 2500-GET-BORROWER    THRU 2500-EXIT
020200     PERFORM 3000-SET-STANDING    THRU 3000-EXIT
020300     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT.
024700     END-IF.
024800 2500-EXIT.
024900     EXIT.
024902***************************************************************
024904*    2600-CHECK-HOLD - IS THE LOAN UNDER AN ACCOUNT HOLD IN   *
024906*    FORCE ON THE RUN DATE: EFFECTIVE ON OR BEFORE IT AND     *
024908*    NOT RELEASED AS OF IT                                    *
024910***************************************************************
024912 2600-CHECK-HOLD.
024914     MOVE 'N' TO WS-HOLD-SW
024916     IF NOT WS-HOLDFILE-AVAILABLE
024918         GO TO 2600-EXIT
024920     END-IF
024922     MOVE CUSTOMER-NO OF HACKATHON-X TO DL-HOLD-CUSTOMER-NO
024924     MOVE AUTO-NO-9   OF HACKATHON-X TO DL-HOLD-AUTO-NO-9
024926     MOVE AUTO-CK-DIG OF HACKATHON-X TO DL-HOLD-AUTO-CK-DIG
024928     READ ACCOUNT-HOLD-FILE
024930         INVALID KEY
024932             MOVE 'N' TO WS-HOLD-FOUND-SW
024934         NOT INVALID KEY
024936             MOVE 'Y' TO WS-HOLD-FOUND-SW
024938     END-READ
024940     IF NOT WS-HOLD-FOUND
024942             OR DL-HOLD-EFFECTIVE-DATE > WS-RUN-DATE-N
024944         GO TO 2600-EXIT
024946     END-IF
024948     IF DL-HOLD-RELEASED
024950             AND DL-HOLD-RELEASE-DATE NOT > WS-RUN-DATE-N
024952         GO TO 2600-EXIT
024954     END-IF
024956     MOVE 'Y' TO WS-HOLD-SW.
024958 2600-EXIT.
024960     EXIT.
025000***************************************************************
025100*    3000-SET-STANDING - BUCKET THE ACCOUNT ON THE SAME       *
025200*    30/360 BASIS DL130 USES AND SET THE STANDING TEXT        *
031300     ADD 1 TO WS-STATEMENTS-PRINTED.
031400 4000-EXIT.
031500     EXIT.
031501***************************************************************
031502*    4500-HONOR-HOLD - BANKRUPTCY AND CEASE-AND-DESIST GET    *
031503*    THE BANKRUPTCY-SAFE STATEMENT; ATTORNEY AND DECEASED     *
031504*    GET NONE.  THE HOLD IS COUNTED ONCE PER RUN DATE.        *
031505***************************************************************
031506 4500-HONOR-HOLD.
031507     IF DL-HOLD-BANKRUPTCY OR DL-HOLD-CEASE-DESIST
031508         PERFORM 2500-GET-BORROWER THRU 2500-EXIT
031509         PERFORM 4600-PRINT-SAFE-STATEMENT THRU 4600-EXIT
031510         IF DL-HOLD-SAFE-LAST NOT = WS-RUN-DATE-N
031511             ADD 1 TO DL-HOLD-SAFE-COUNT
031512             MOVE WS-RUN-DATE-N TO DL-HOLD-SAFE-LAST
031513             REWRITE DL-HOLD-REC
031514         END-IF
031515         ADD 1 TO WS-SAFE-STMTS-PRINTED
031516     ELSE
031517         IF DL-HOLD-STMT-LAST NOT = WS-RUN-DATE-N
031518             ADD 1 TO DL-HOLD-STMT-COUNT
031519             MOVE WS-RUN-DATE-N TO DL-HOLD-STMT-LAST
031520             REWRITE DL-HOLD-REC
031521         END-IF
031522         ADD 1 TO WS-HOLD-STMTS-WITHHELD
031523     END-IF.
031524 4500-EXIT.
031525     EXIT.
031526***************************************************************
031527*    4600-PRINT-SAFE-STATEMENT - BALANCES ONLY, UNDER THE     *
031528*    INFORMATION NOTICE                                       *
031529***************************************************************
031530 4600-PRINT-SAFE-STATEMENT.
031531     MOVE CUSTOMER-NO OF HACKATHON-X TO WS-STM-CUSTOMER-NO
031532     MOVE AUTO-NO-9   OF HACKATHON-X TO WS-STM-AUTO-NO-9
031533     MOVE PAYOFF-BAL  OF HACKATHON-X TO WS-STM-PAYOFF-ED
031534     MOVE ACCRUED-INT OF HACKATHON-X TO WS-STM-ACCR-ED
031535     WRITE DL180-STMT-LINE FROM WS-STM-SEPARATOR
031536     WRITE DL180-STMT-LINE FROM WS-STM-HEADING
031537     WRITE DL180-STMT-LINE FROM WS-STM-SAFE-TITLE
031538     WRITE DL180-STMT-LINE FROM WS-STM-BLANK
031539     WRITE DL180-STMT-LINE FROM WS-STM-NAME
031540     WRITE DL180-STMT-LINE FROM WS-STM-ADDR
031541     WRITE DL180-STMT-LINE FROM WS-STM-CSZ
031542     WRITE DL180-STMT-LINE FROM WS-STM-BLANK
031543     WRITE DL180-STMT-LINE FROM WS-STM-ACCOUNT
031544     WRITE DL180-STMT-LINE FROM WS-STM-BAL-LINE
031545     WRITE DL180-STMT-LINE FROM WS-STM-BLANK
031546     WRITE DL180-STMT-LINE FROM WS-STM-SAFE-NOTICE-1
031547     WRITE DL180-STMT-LINE FROM WS-STM-SAFE-NOTICE-2
031548     WRITE DL180-STMT-LINE FROM WS-STM-SAFE-NOTICE-3
031549     WRITE DL180-STMT-LINE FROM WS-STM-SAFE-NOTICE-4
031550     WRITE DL180-STMT-LINE FROM WS-STM-BLANK.
031551 4600-EXIT.
031552     EXIT.
031600***************************************************************
031700*    8000-TERMINATE                                           *
031800***************************************************************
032200     IF WS-CUSTMSTR-AVAILABLE
032300         CLOSE CUSTOMER-MASTER-FILE
032400     END-IF
032410     IF WS-HOLDFILE-AVAILABLE
032420         CLOSE ACCOUNT-HOLD-FILE
032430     END-IF
032500     DISPLAY 'DL180 - BILLING STATEMENT RUN COMPLETE'
032600     DISPLAY 'DL180 - LOANS READ          ' WS-LOANS-READ
032700     DISPLAY 'DL180 - STATEMENTS PRINTED  '
032800         WS-STATEMENTS-PRINTED
032900     DISPLAY 'DL180 - ZERO-BAL SKIPPED    '
033000         WS-ZERO-BAL-SKIPPED
033010     DISPLAY 'DL180 - CHARGED-OFF SKIPPED '
033020         WS-CHGOFF-SKIPPED
033030     DISPLAY 'DL180 - SAFE STMTS PRINTED  '
033040         WS-SAFE-STMTS-PRINTED
033050     DISPLAY 'DL180 - HOLD STMTS WITHHELD '
033060         WS-HOLD-STMTS-WITHHELD
033100     DISPLAY 'DL180 - PAST DUE BILLED     '
033200         WS-PAST-DUE-BILLED.
033300 8000-EXIT.

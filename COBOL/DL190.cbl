002300*    CLOSING TOTAL, AND THE RUN SAYS SO LOUDLY EITHER WAY.    *
002400*                                                             *
002500*    ACCOUNTS - 1000 CASH, 1200 LOANS RECEIVABLE,             *
002510*    4100 INTEREST INCOME, 4200 LATE CHARGE INCOME,           *
002520*    2300 UNAPPLIED CASH.                                     *
002530*    5100 CHARGE-OFF LOSS, 4400 RECOVERY INCOME.              *
002700*                                                             *
002800*    MODIFICATION HISTORY.                                    *
002900*    DATE       INIT  DESCRIPTION                             *
003050*                     INTEREST INCOME CR AND ARE CARRIED IN   *
003060*                     THE RECEIVABLE PROOF, SO A WORKOUT      *
003070*                     NIGHT STILL TIES TO THE DL115 CLOSING.  *
003072*    2026-10-15  RK   UNAPPLIED CASH: ITEMS DL102 PUT INTO      *
003074*                     SUSPENSE TONIGHT (DLSUSP, RECEIVED ON THE *
003076*                     DATE) POST CASH DR AGAINST 2300 UNAPPLIED *
003078*                     CASH CR; ITEMS DL103 POSTED OUT OF        *
003080*                     SUSPENSE FOR THE DATE POST 2300 DR        *
003082*                     AGAINST CASH CR, OFFSETTING THE CASH DR   *
003084*                     THEIR PAYMENT DETAIL CARRIES.  THE OPEN   *
003086*                     SUSPENSE BALANCE IS SHOWN ON THE REPORT.  *
003088*    2026-10-15  RK   CREDIT-BALANCE REFUND AUDITS (CODE F,     *
003090*                     FIELD PAYOFF-BAL - THE CREDIT DL100 PAID  *
003092*                     BACK OFF THE DL116 REGISTER) NOW POST     *
003094*                     LOANS RECEIVABLE DR AGAINST CASH CR FOR   *
003096*                     THE CHECKS ISSUED, AND ARE CARRIED IN THE *
003098*                     RECEIVABLE PROOF.                         *
003100*    2026-10-15  RK   CHARGE-OFF AUDITS (CODE W, FIELD          *
003102*                     PAYOFF-BAL - THE PRINCIPAL DL100 WROTE    *
003104*                     OFF) NOW POST 5100 CHARGE-OFF LOSS DR     *
003106*                     AGAINST LOANS RECEIVABLE CR AND COME      *
003108*                     OUT OF THE RECEIVABLE PROOF.  ACCRUED     *
003110*                     INTEREST AND LATE CHARGES WRITTEN OFF     *
003112*                     WERE NEVER BOOKED AS INCOME, SO THEY DO   *
003114*                     NOT POST.  RECOVERIES ON CHARGED-OFF      *
003116*                     LOANS (DLPAYDT CODE V) POST CASH DR       *
003118*                     AGAINST 4400 RECOVERY INCOME CR.          *
003120*    2026-10-15  RK   THE 2300 DR / CASH CR FOR UNAPPLIED CASH  *
003122*                     LEAVING SUSPENSE NOW COMES FROM TONIGHT'S *
003124*                     PAYMENT DETAILS DL100 MARKED AS FROM      *
003126*                     SUSPENSE, NOT FROM THE ITEMS DL103        *
003128*                     POSTED, SO IT IS BOOKED THE NIGHT THE     *
003130*                     PAYMENT IS APPLIED, DOES NOT DEPEND ON    *
003132*                     WHEN DL103 RUNS, AND A PAYMENT THAT IS    *
003134*                     REJECTED STAYS IN SUSPENSE.  THE          *
003136*                     CHARGE-OFF ENTRIES ARE WRITTEN BY 5400,   *
003138*                     NEXT TO THE OTHER JOURNAL PARAGRAPHS.     *
003140*                                                             *
003200***************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    DL190.
005600     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-BDATE-FILE-STATUS.
005810     SELECT SUSPENSE-FILE    ASSIGN TO SUSPENSE
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-SUSP-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PAYMENT-DETAIL-FILE
007300 FD  BUSINESS-DATE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DLBDATE.
007510 FD  SUSPENSE-FILE
007520     LABEL RECORDS ARE STANDARD.
007530     COPY DLSUSP.
007600 WORKING-STORAGE SECTION.
007700 77  WS-PAYDT-EOF-SW         PIC X(01)   VALUE 'N'.
007800     88  PAYDT-EOF                       VALUE 'Y'.
008400 77  WS-AUDIT-FILE-STATUS    PIC X(02).
008500 77  WS-BALCT-FILE-STATUS    PIC X(02).
008600 77  WS-BDATE-FILE-STATUS    PIC X(02).
008610 77  WS-SUSP-FILE-STATUS     PIC X(02).
008620 77  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
008630     88  SUSP-EOF                        VALUE 'Y'.
008700 77  WS-OPENING-FOUND-SW     PIC X(01)   VALUE 'N'.
008800     88  WS-OPENING-FOUND                VALUE 'Y'.
008900 77  WS-CLOSING-FOUND-SW     PIC X(01)   VALUE 'N'.
010200     05  WS-PRIN-COLLECTED   PIC S9(13)V99 VALUE ZERO.
010300     05  WS-FUNDINGS         PIC S9(13)V99 VALUE ZERO.
010310     05  WS-CAPITALIZED      PIC S9(13)V99 VALUE ZERO.
010320     05  WS-SUSP-RECEIVED    PIC S9(13)V99 VALUE ZERO.
010330     05  WS-SUSP-APPLIED     PIC S9(13)V99 VALUE ZERO.
010340     05  WS-REFUNDS          PIC S9(13)V99 VALUE ZERO.
010350     05  WS-CHARGED-OFF      PIC S9(13)V99 VALUE ZERO.
010360     05  WS-RECOVERIES       PIC S9(13)V99 VALUE ZERO.
010400     05  WS-TOTAL-DEBITS     PIC S9(13)V99 VALUE ZERO.
010500     05  WS-TOTAL-CREDITS    PIC S9(13)V99 VALUE ZERO.
010600***************************************************************
011100     05  WS-CLOSE-TOTAL      PIC S9(13)V99 VALUE ZERO.
011200     05  WS-EXPECTED-CLOSE   PIC S9(13)V99 VALUE ZERO.
011300     05  WS-PROOF-DIFF       PIC S9(13)V99 VALUE ZERO.
011310***************************************************************
011320*    UNAPPLIED-CASH SUSPENSE BALANCE - OPEN ITEMS ONLY          *
011330***************************************************************
011340 77  WS-SUSP-BALANCE         PIC S9(13)V99 VALUE ZERO.
011350 77  WS-SUSP-OPEN-COUNT      PIC 9(07)   VALUE ZERO.
011400***************************************************************
011500*    RUN COUNTERS                                             *
011600***************************************************************
011900 77  WS-AUDIT-READ           PIC 9(07)   VALUE ZERO.
012000 77  WS-FUNDINGS-TAKEN       PIC 9(07)   VALUE ZERO.
012010 77  WS-DEFERRALS-TAKEN      PIC 9(07)   VALUE ZERO.
012020 77  WS-REFUNDS-TAKEN        PIC 9(07)   VALUE ZERO.
012030 77  WS-CHGOFFS-TAKEN        PIC 9(07)   VALUE ZERO.
012040 77  WS-RECOVERIES-TAKEN     PIC 9(07)   VALUE ZERO.
012100 77  WS-JOURNALS-WRITTEN     PIC 9(07)   VALUE ZERO.
012200 PROCEDURE DIVISION.
012300***************************************************************
012800     PERFORM 2000-TOTAL-PAYMENTS   THRU 2000-EXIT
012900     PERFORM 3000-TOTAL-FUNDINGS   THRU 3000-EXIT
013000     PERFORM 4000-GET-SNAPSHOTS    THRU 4000-EXIT
013010     PERFORM 4500-TOTAL-SUSPENSE   THRU 4500-EXIT
013100     PERFORM 5000-WRITE-JOURNAL    THRU 5000-EXIT
013200     PERFORM 6000-PROVE-POSTING    THRU 6000-EXIT
013300     PERFORM 8000-TERMINATE        THRU 8000-EXIT
019700 2100-EXIT.
019800     EXIT.
019900***************************************************************
019910*    2200-TAKE-ONE-PAYMENT - CODES P AND R BOTH POST, SO A    *
019920*    SAME-NIGHT BACKOUT NETS OUT OF THE ENTRY; CODE V IS A    *
019930*    RECOVERY ON A CHARGED-OFF LOAN AND IS TOTALED APART.  A  *
019940*    PAYMENT OR RECOVERY MARKED AS FROM SUSPENSE IS ALSO      *
019950*    TOTALED AS APPLIED OUT OF UNAPPLIED CASH.                *
020200***************************************************************
020300 2200-TAKE-ONE-PAYMENT.
020400     IF DL-PAYDT-RUN-DATE = WS-RUN-DATE
021000         ADD DL-PAYDT-PRIN-AMT    TO WS-PRIN-COLLECTED
021100         ADD 1 TO WS-DETAILS-TAKEN
021200     END-IF
021210     IF DL-PAYDT-RUN-DATE = WS-RUN-DATE
021220             AND DL-PAYDT-TRANS-CODE = 'V'
021230         ADD DL-PAYDT-PAYMENT-AMT TO WS-RECOVERIES
021240         ADD 1 TO WS-RECOVERIES-TAKEN
021250     END-IF
021255     IF DL-PAYDT-RUN-DATE = WS-RUN-DATE
021260             AND DL-PAYDT-FROM-SUSPENSE
021265             AND (DL-PAYDT-TRANS-CODE = 'P'
021270                 OR DL-PAYDT-TRANS-CODE = 'V')
021275         ADD DL-PAYDT-PAYMENT-AMT TO WS-SUSP-APPLIED
021280     END-IF
021300     PERFORM 2100-READ-PAYDT THRU 2100-EXIT.
021400 2200-EXIT.
021500     EXIT.
025550             + DL-AUDIT-NEW-VALUE - DL-AUDIT-OLD-VALUE
025560         ADD 1 TO WS-DEFERRALS-TAKEN
025570     END-IF
025572     IF DL-AUDIT-RUN-DATE = WS-RUN-DATE
025574             AND DL-AUDIT-TRANS-CODE = 'F'
025576             AND DL-AUDIT-FIELD-NAME = 'PAYOFF-BAL'
025578         COMPUTE WS-REFUNDS = WS-REFUNDS
025580             + DL-AUDIT-NEW-VALUE - DL-AUDIT-OLD-VALUE
025582         ADD 1 TO WS-REFUNDS-TAKEN
025584     END-IF
025586     IF DL-AUDIT-RUN-DATE = WS-RUN-DATE
025588             AND DL-AUDIT-TRANS-CODE = 'W'
025590             AND DL-AUDIT-FIELD-NAME = 'PAYOFF-BAL'
025592         COMPUTE WS-CHARGED-OFF = WS-CHARGED-OFF
025594             + DL-AUDIT-OLD-VALUE - DL-AUDIT-NEW-VALUE
025596         ADD 1 TO WS-CHGOFFS-TAKEN
025598     END-IF
025600     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
025700 3200-EXIT.
025800     EXIT.
029500     END-IF.
029600 4100-EXIT.
029700     EXIT.
029705***************************************************************
029707*    4500-TOTAL-SUSPENSE - THE DATE'S MOVEMENT INTO UNAPPLIED *
029709*    CASH, AND THE OPEN BALANCE, OFF THE DLSUSP FILE.  A      *
029711*    MISSING FILE MEANS NOTHING HAS GONE UNMATCHED.  THE      *
029713*    MOVEMENT OUT IS TAKEN FROM THE PAYMENT DETAILS IN 2200.  *
029725***************************************************************
029730 4500-TOTAL-SUSPENSE.
029735     OPEN INPUT SUSPENSE-FILE
029740     IF WS-SUSP-FILE-STATUS = '35'
029745         SET SUSP-EOF TO TRUE
029750         GO TO 4500-EXIT
029755     END-IF
029760     PERFORM 4600-TAKE-ONE-SUSPENSE THRU 4600-EXIT
029765         UNTIL SUSP-EOF
029770     CLOSE SUSPENSE-FILE.
029775 4500-EXIT.
029780     EXIT.
029785***************************************************************
029790*    4600-TAKE-ONE-SUSPENSE                                   *
029800***************************************************************
029802 4600-TAKE-ONE-SUSPENSE.
029804     READ SUSPENSE-FILE
029806         AT END
029808             SET SUSP-EOF TO TRUE
029810             GO TO 4600-EXIT
029812     END-READ
029814     IF DL-SUSP-RECEIVED-DATE = WS-RUN-DATE
029816         ADD DL-SUSP-PAYMENT-AMT TO WS-SUSP-RECEIVED
029818     END-IF
029828     IF DL-SUSP-OPEN
029830         ADD DL-SUSP-PAYMENT-AMT TO WS-SUSP-BALANCE
029832         ADD 1 TO WS-SUSP-OPEN-COUNT
029834     END-IF.
029836 4600-EXIT.
029838     EXIT.
029840***************************************************************
029900*    5000-WRITE-JOURNAL - ONE DETAIL PER ACCOUNT AND SIDE,    *
030000*    ZERO LINES SUPPRESSED.  DEBITS AND CREDITS ARE TOTALED   *
030100*    AS WRITTEN SO THE ENTRY PROVES ITSELF.                   *
033370     MOVE '4100'             TO DL-GLJRN-ACCOUNT
033380     MOVE 'INTEREST INCOME  ' TO DL-GLJRN-ACCT-NAME
033390     MOVE 'C'                TO DL-GLJRN-DR-CR
033392     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
033394     PERFORM 5200-WRITE-SUSPENSE THRU 5200-EXIT
033396     PERFORM 5300-WRITE-REFUNDS  THRU 5300-EXIT
033398     PERFORM 5400-WRITE-CHARGE-OFFS THRU 5400-EXIT.
033400 5000-EXIT.
033500     EXIT.
033600***************************************************************
035500         DL-GLJRN-AMOUNT.
035600 5100-EXIT.
035700     EXIT.
035701***************************************************************
035702*    5200-WRITE-SUSPENSE - UNAPPLIED CASH TAKEN INTO SUSPENSE *
035703*    TONIGHT (CASH DR, 2300 CR) AND APPLIED OUT OF IT TO A    *
035704*    LOAN BY DL100 TONIGHT (2300 DR, CASH CR - THE PAYMENT    *
035705*    DETAIL ALREADY CARRIES THE CASH DR FOR THAT PAYMENT)     *
035706***************************************************************
035707 5200-WRITE-SUSPENSE.
035708     MOVE WS-SUSP-RECEIVED TO DL-GLJRN-AMOUNT
035709     MOVE '1000'             TO DL-GLJRN-ACCOUNT
035710     MOVE 'CASH            '  TO DL-GLJRN-ACCT-NAME
035711     MOVE 'D'                TO DL-GLJRN-DR-CR
035712     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035713     MOVE WS-SUSP-RECEIVED TO DL-GLJRN-AMOUNT
035714     MOVE '2300'             TO DL-GLJRN-ACCOUNT
035715     MOVE 'UNAPPLIED CASH   ' TO DL-GLJRN-ACCT-NAME
035716     MOVE 'C'                TO DL-GLJRN-DR-CR
035717     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035718     MOVE WS-SUSP-APPLIED TO DL-GLJRN-AMOUNT
035719     MOVE '2300'             TO DL-GLJRN-ACCOUNT
035720     MOVE 'UNAPPLIED CASH   ' TO DL-GLJRN-ACCT-NAME
035721     MOVE 'D'                TO DL-GLJRN-DR-CR
035722     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035723     MOVE WS-SUSP-APPLIED TO DL-GLJRN-AMOUNT
035724     MOVE '1000'             TO DL-GLJRN-ACCOUNT
035725     MOVE 'CASH            '  TO DL-GLJRN-ACCT-NAME
035726     MOVE 'C'                TO DL-GLJRN-DR-CR
035727     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT.
035728 5200-EXIT.
035729     EXIT.
035730***************************************************************
035731*    5300-WRITE-REFUNDS - CREDIT BALANCES PAID BACK TONIGHT:  *
035732*    THE LOANS COME BACK UP TO ZERO (1200 DR) AND THE CHECKS  *
035733*    GO OUT OF CASH (1000 CR)                                 *
035734***************************************************************
035735 5300-WRITE-REFUNDS.
035736     MOVE WS-REFUNDS TO DL-GLJRN-AMOUNT
035737     MOVE '1200'             TO DL-GLJRN-ACCOUNT
035738     MOVE 'LOANS RECEIVABLE ' TO DL-GLJRN-ACCT-NAME
035739     MOVE 'D'                TO DL-GLJRN-DR-CR
035740     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035741     MOVE WS-REFUNDS TO DL-GLJRN-AMOUNT
035742     MOVE '1000'             TO DL-GLJRN-ACCOUNT
035743     MOVE 'CASH            '  TO DL-GLJRN-ACCT-NAME
035744     MOVE 'C'                TO DL-GLJRN-DR-CR
035745     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT.
035746 5300-EXIT.
035747     EXIT.
035748***************************************************************
035749*    5400-WRITE-CHARGE-OFFS - PRINCIPAL WRITTEN OFF TONIGHT   *
035750*    (5100 DR, 1200 CR) AND RECOVERIES TAKEN ON CHARGED-OFF   *
035751*    LOANS (CASH DR, 4400 CR).  PERFORMED FROM                *
035752*    5000-WRITE-JOURNAL SO BOTH SIDES ARE IN THE TOTALS       *
035753***************************************************************
035754 5400-WRITE-CHARGE-OFFS.
035755     MOVE WS-CHARGED-OFF TO DL-GLJRN-AMOUNT
035756     MOVE '5100'             TO DL-GLJRN-ACCOUNT
035757     MOVE 'CHARGE-OFF LOSS  ' TO DL-GLJRN-ACCT-NAME
035758     MOVE 'D'                TO DL-GLJRN-DR-CR
035759     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035760     MOVE WS-CHARGED-OFF TO DL-GLJRN-AMOUNT
035761     MOVE '1200'             TO DL-GLJRN-ACCOUNT
035762     MOVE 'LOANS RECEIVABLE ' TO DL-GLJRN-ACCT-NAME
035763     MOVE 'C'                TO DL-GLJRN-DR-CR
035764     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035765     MOVE WS-RECOVERIES TO DL-GLJRN-AMOUNT
035766     MOVE '1000'             TO DL-GLJRN-ACCOUNT
035767     MOVE 'CASH            '  TO DL-GLJRN-ACCT-NAME
035768     MOVE 'D'                TO DL-GLJRN-DR-CR
035769     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
035770     MOVE WS-RECOVERIES TO DL-GLJRN-AMOUNT
035771     MOVE '4400'             TO DL-GLJRN-ACCOUNT
035772     MOVE 'RECOVERY INCOME  ' TO DL-GLJRN-ACCT-NAME
035773     MOVE 'C'                TO DL-GLJRN-DR-CR
035774     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT.
035775 5400-EXIT.
035776     EXIT.
035800***************************************************************
035900*    6000-PROVE-POSTING - THE TYPE-9 PROOF RECORD AND THE     *
036000*    TIE TO THE DL115 CLOSING BALANCE                         *
036200 6000-PROVE-POSTING.
036300     DISPLAY 'DL190 - TOTAL DEBITS  ' WS-TOTAL-DEBITS
036400     DISPLAY 'DL190 - TOTAL CREDITS ' WS-TOTAL-CREDITS
036410     DISPLAY 'DL190 - UNAPPLIED CASH ITEMS   ' WS-SUSP-OPEN-COUNT
036420     DISPLAY 'DL190 - UNAPPLIED CASH BALANCE ' WS-SUSP-BALANCE
036500     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
036600         DISPLAY 'DL190 - *** ENTRY DOES NOT BALANCE ***'
036700     END-IF
037300     END-IF
037400     COMPUTE WS-EXPECTED-CLOSE =
037500         WS-OPEN-TOTAL + WS-FUNDINGS + WS-CAPITALIZED
037505             + WS-REFUNDS - WS-PRIN-COLLECTED
037515             - WS-CHARGED-OFF
037600     COMPUTE WS-PROOF-DIFF =
037700         WS-CLOSE-TOTAL - WS-EXPECTED-CLOSE
037800     MOVE SPACES      TO DL-GLJRN-REC
040700     DISPLAY 'DL190 - AUDIT ROWS READ   ' WS-AUDIT-READ
040800     DISPLAY 'DL190 - FUNDINGS TAKEN    ' WS-FUNDINGS-TAKEN
040810     DISPLAY 'DL190 - DEFERRALS TAKEN   ' WS-DEFERRALS-TAKEN
040820     DISPLAY 'DL190 - REFUNDS TAKEN     ' WS-REFUNDS-TAKEN
040830     DISPLAY 'DL190 - CHARGE-OFFS TAKEN ' WS-CHGOFFS-TAKEN
040840     DISPLAY 'DL190 - RECOVERIES TAKEN  ' WS-RECOVERIES-TAKEN
040900     DISPLAY 'DL190 - JOURNALS WRITTEN  ' WS-JOURNALS-WRITTEN.
041000 8000-EXIT.
041100     EXIT.

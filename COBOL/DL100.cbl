009842*                     DEFERRALS GET THEIR OWN RUN COUNTER,      *
009843*                     CARRIED THROUGH THE CHECKPOINT LIKE THE   *
009844*                     OTHERS.                                   *
009846*    2026-10-15  RK   ADDED THE REFUND TRANSACTION (CODE F): AN  *
009847*                     APPROVED REFUND OF A CREDIT BALANCE OFF   *
009848*                     THE DL116 REGISTER IS ADDED BACK TO THE   *
009849*                     NEGATIVE PAYOFF-BAL, BRINGING THE LOAN    *
009850*                     BACK TO ZERO, WITH ITS OWN AUDIT RECORD   *
009851*                     (CODE F, FIELD PAYOFF-BAL) FOR DL115 AND  *
009852*                     THE DL190 JOURNAL.  A REFUND AGAINST A    *
009853*                     LOAN WITH NO CREDIT, OR FOR MORE THAN THE *
009854*                     CREDIT, IS REJECTED.  REFUNDS GET THEIR   *
009855*                     OWN RUN COUNTER, CARRIED THROUGH THE      *
009856*                     CHECKPOINT LIKE THE OTHERS.               *
009857*    2026-10-15  RK   ADDED THE CHARGE-OFF TRANSACTION          *
009858*                     (CODE W): PAYOFF-BAL, ACCRUED-INT AND     *
009859*                     LATE-CHG-BAL MOVE TO CHGOFF-BAL AND ARE   *
009860*                     ZEROED, THE LOAN IS MARKED CHARGED OFF,   *
009861*                     AND EACH MOVEMENT IS AUDITED (CODE W) FOR *
009862*                     DL115 AND THE DL190 LOSS POSTING.  A      *
009863*                     PAYMENT ON A CHARGED-OFF LOAN IS RECODED  *
009864*                     V AND POSTS AS A RECOVERY AGAINST         *
009865*                     CHGOFF-BAL INSTEAD OF THE PAYMENT SPLIT.  *
009866*                     REVERSALS, DEFERRALS AND REFUNDS ON A     *
009867*                     CHARGED-OFF LOAN ARE REJECTED.  BOTH NEW  *
009868*                     COUNTERS RIDE THE CHECKPOINT.             *
009869*    2026-10-15  RK   ANY TRANSACTION THAT MOVES THE LOAN'S     *
009870*                     DUE-DATE (CHANGE, PAYMENT, DEFERRAL) NOW  *
009871*                     ALSO WRITES AN AUDIT RECORD FOR FIELD     *
009872*                     DUE-DATE, THE BEFORE AND AFTER DATES      *
009873*                     CARRIED AS YYYYMMDD IN THE VALUE FIELDS,  *
009874*                     SO DL099 CAN ROLL A DL098 MASTER SNAPSHOT *
009875*                     FORWARD TO ANY BUSINESS DATE.  THE OTHER  *
009876*                     AUDIT READERS SELECT BY FIELD NAME AND    *
009877*                     PASS IT BY.                               *
009878*    2026-10-15  RK   A SUCCESSFUL ADD NOW ALSO WRITES THE      *
009879*                     LOAN AS ADDED TO THE ADD LOG (DLADDL      *
009880*                     LAYOUT, LOANADDS) AND AUDITS ITS          *
009881*                     DUE-DATE AND ANNUAL-INT, AND A CHANGE     *
009882*                     THAT MOVES ANNUAL-INT AUDITS THE RATE,    *
009883*                     CARRIED IN TEN-MILLIONTHS SO ALL SEVEN    *
009884*                     PLACES FIT THE VALUE FIELDS.  DL099       *
009885*                     REBUILDS BOTH FROM THE LOG AND THE        *
009886*                     TRAIL.                                    *
009887*    2026-10-15  RK   THE PAYMENT DETAIL RECORD NOW CARRIES THE *
009888*                     TRANSACTION'S SOURCE MARKER, SO A PAYMENT *
009889*                     DL103 POSTED FROM UNAPPLIED-CASH SUSPENSE *
009890*                     IS JOURNALED OUT OF SUSPENSE BY DL190 ON  *
009891*                     THE NIGHT IT IS APPLIED HERE.             *
009892*                                                             *
009900***************************************************************
010000 IDENTIFICATION DIVISION.
010100 PROGRAM-ID.    DL100.
012310     SELECT PAYMENT-DETAIL-FILE ASSIGN TO DLPAYDT
012320         ORGANIZATION IS SEQUENTIAL
012330         FILE STATUS IS WS-PAYDT-FILE-STATUS.
012340     SELECT ADD-LOG-FILE     ASSIGN TO LOANADDS
012350         ORGANIZATION IS SEQUENTIAL
012360         FILE STATUS IS WS-ADDL-FILE-STATUS.
012400 DATA DIVISION.
012500 FILE SECTION.
012600 FD  LOAN-MASTER-FILE
013710 FD  PAYMENT-DETAIL-FILE
013720     LABEL RECORDS ARE STANDARD.
013730     COPY DLPAYDT.
013740 FD  ADD-LOG-FILE
013750     LABEL RECORDS ARE STANDARD.
013760     COPY DLADDL.
013800 WORKING-STORAGE SECTION.
013900***************************************************************
014000*    SWITCHES AND CONTROL FIELDS                               *
014600 77  WS-CKPT-FILE-STATUS     PIC X(02).
014700 77  WS-AUDIT-FILE-STATUS    PIC X(02).
014710 77  WS-PAYDT-FILE-STATUS    PIC X(02).
014720 77  WS-ADDL-FILE-STATUS     PIC X(02).
014800 77  WS-RESTART-SW           PIC X(01)   VALUE 'N'.
014900     88  WS-IS-RESTART                   VALUE 'Y'.
015000 77  WS-CKPT-EOF-SW          PIC X(01)   VALUE 'N'.
018100 77  WS-PAYMENTS-APPLIED     PIC 9(07)   VALUE ZERO.
018110 77  WS-REVERSALS-APPLIED    PIC 9(07)   VALUE ZERO.
018120 77  WS-DEFERRALS-APPLIED    PIC 9(07)   VALUE ZERO.
018130 77  WS-REFUNDS-APPLIED      PIC 9(07)   VALUE ZERO.
018140 77  WS-CHGOFFS-APPLIED      PIC 9(07)   VALUE ZERO.
018150 77  WS-RECOVERIES-APPLIED   PIC 9(07)   VALUE ZERO.
018200 77  WS-TRANS-REJECTED       PIC 9(07)   VALUE ZERO.
018300***************************************************************
018400*    AUDIT WORK FIELDS - SET JUST BEFORE 6000-WRITE-AUDIT IS    *
018500*    PERFORMED                                                  *
018510*    (THE DUE-DATE FIELDS ARE YYYYMMDD - SEE 3500/3600)         *
018520*    (WS-RATE-OLD IS THE ANNUAL-INT BEFORE - SEE 4600)          *
018600***************************************************************
018700 01  WS-AUDIT-WORK.
018800     05  WS-AUDIT-FIELD-NAME     PIC X(12).
018900     05  WS-AUDIT-OLD-AMT        PIC S9(9)V99.
019000     05  WS-AUDIT-NEW-AMT        PIC S9(9)V99.
019001     05  WS-AUDIT-XREF-DATE      PIC 9(08)   VALUE ZERO.
019003     05  WS-DUE-OLD-DATE         PIC 9(08)   VALUE ZERO.
019005     05  WS-DUE-NEW-DATE         PIC 9(08)   VALUE ZERO.
019007     05  WS-DUE-REJECTS-BEFORE   PIC 9(07)   VALUE ZERO.
019009     05  WS-RATE-OLD             PIC SV9(7)  COMP-3 VALUE ZERO.
019010***************************************************************
019020*    PAYMENT SPLIT WORK FIELDS - THE LATE-CHARGE-FIRST THEN    *
019030*    INTEREST-FIRST PORTIONS OF THE PAYMENT BEING APPLIED IN   *
019081*    DL900 RUN-CONTROL CALL PARAMETER                         *
019082***************************************************************
019083     COPY DLRCPRM.
019085***************************************************************
019087*    CHARGE-OFF WORK FIELDS - THE BALANCES BEING WRITTEN OFF, *
019089*    SAVED FOR THEIR AUDIT RECORDS' BEFORE VALUES             *
019091***************************************************************
019093 01  WS-CHGOFF-WORK.
019095     05  WS-CHGOFF-OLD-PAYOFF    PIC S9(9)V99.
019097     05  WS-CHGOFF-OLD-ACCR      PIC S9(7)V99.
019099     05  WS-CHGOFF-OLD-LATE      PIC S9(7)V99.
019100 PROCEDURE DIVISION.
019200***************************************************************
019300*    0000-MAINLINE                                            *
021000     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT
021100     PERFORM 1200-CHECK-FOR-AUDIT   THRU 1200-EXIT
021110     PERFORM 1250-CHECK-FOR-PAYDT   THRU 1250-EXIT
021120     PERFORM 1260-CHECK-FOR-ADDL    THRU 1260-EXIT
021200     PERFORM 2200-READ-TRANS        THRU 2200-EXIT
021300     IF WS-IS-RESTART
021400         PERFORM 2210-SKIP-APPLIED-TRANS THRU 2210-EXIT
025500     MOVE DL-CKPT-PAYMENTS-APPLIED TO WS-PAYMENTS-APPLIED
025510     MOVE DL-CKPT-REVERSALS-APPLIED TO WS-REVERSALS-APPLIED
025520     MOVE DL-CKPT-DEFERRALS-APPLIED TO WS-DEFERRALS-APPLIED
025530     MOVE DL-CKPT-REFUNDS-APPLIED  TO WS-REFUNDS-APPLIED
025540     MOVE DL-CKPT-CHGOFFS-APPLIED  TO WS-CHGOFFS-APPLIED
025550     MOVE DL-CKPT-RECOVERIES-APPLIED
025560         TO WS-RECOVERIES-APPLIED
025600     MOVE DL-CKPT-TRANS-REJECTED   TO WS-TRANS-REJECTED.
025700 1110-EXIT.
025800     EXIT.
027479     OPEN EXTEND PAYMENT-DETAIL-FILE.
027480 1250-EXIT.
027481     EXIT.
027482***************************************************************
027483*    1260-CHECK-FOR-ADDL - OPEN THE ADD LOG FOR APPENDING,      *
027484*    CREATING IT ON THE FIRST RUN - THE SAME PATTERN AS THE     *
027485*    AUDIT AND PAYMENT DETAIL FILES                             *
027486***************************************************************
027487 1260-CHECK-FOR-ADDL.
027488     OPEN INPUT ADD-LOG-FILE
027489     IF WS-ADDL-FILE-STATUS = '35'
027490         OPEN OUTPUT ADD-LOG-FILE
027491         CLOSE ADD-LOG-FILE
027492         OPEN EXTEND ADD-LOG-FILE
027493         GO TO 1260-EXIT
027494     END-IF
027495     CLOSE ADD-LOG-FILE
027496     OPEN EXTEND ADD-LOG-FILE.
027497 1260-EXIT.
027498     EXIT.
027500***************************************************************
027600*    2000-UPDATE-ONE-KEY - LOOK UP THE MASTER BY THE           *
027700*    TRANSACTION'S KEY AND APPLY THE TRANSACTION AGAINST IT    *
034900*    NEVER LEAVES A MISLEADING AUDIT ROW BEHIND.               *
035000***************************************************************
035100 3000-APPLY-TRANS.
035110     PERFORM 3500-SAVE-DUE-DATE THRU 3500-EXIT
035200     EVALUATE TRUE
035300         WHEN DL-TRANS-CHANGE
035400             MOVE ORIGINAL-BAL OF HACKATHON-X TO WS-AUDIT-OLD-AMT
035500             MOVE DL-TRANS-ORIGINAL-BAL
035600                 TO ORIGINAL-BAL OF HACKATHON-X
035610             MOVE ANNUAL-INT OF HACKATHON-X TO WS-RATE-OLD
035700             MOVE DL-TRANS-ANNUAL-INT
035800                 TO ANNUAL-INT   OF HACKATHON-X
035900             MOVE DL-TRANS-DUE-YR  TO DUE-YR OF HACKATHON-X
037000                         TO WS-AUDIT-NEW-AMT
037100                     MOVE 'ORIGINAL-BAL' TO WS-AUDIT-FIELD-NAME
037200                     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
037210                     PERFORM 4600-AUDIT-ANNUAL-INT THRU 4600-EXIT
037300                     ADD  1 TO WS-CHANGES-APPLIED
037400             END-REWRITE
037405         WHEN DL-TRANS-PAYMENT
037410                 AND LOAN-CHARGED-OFF OF HACKATHON-X
037415             PERFORM 5500-APPLY-RECOVERY THRU 5500-EXIT
037420         WHEN (DL-TRANS-REVERSAL OR DL-TRANS-DEFERRAL
037425                 OR DL-TRANS-REFUND)
037430                 AND LOAN-CHARGED-OFF OF HACKATHON-X
037435             DISPLAY 'DL100 - TRANSACTION REJECTED, CHARGED OFF, '
037440                 'KEY ' CUSTOMER-NO OF HACKATHON-X ' '
037445                 AUTO-NO-9   OF HACKATHON-X
037450             ADD 1 TO WS-TRANS-REJECTED
037500         WHEN DL-TRANS-PAYMENT
037600             MOVE PAYOFF-BAL OF HACKATHON-X TO WS-AUDIT-OLD-AMT
037601             MOVE LATE-CHG-BAL OF HACKATHON-X
039518                     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
039519                     ADD 1 TO WS-DEFERRALS-APPLIED
039520             END-REWRITE
039521         WHEN DL-TRANS-REFUND
039522             PERFORM 3400-APPLY-REFUND THRU 3400-EXIT
039524         WHEN DL-TRANS-CHARGE-OFF
039526             PERFORM 4500-APPLY-CHARGE-OFF THRU 4500-EXIT
039530         WHEN OTHER
039600             DISPLAY 'DL100 - ADD REJECTED, DUPLICATE KEY '
039700                 CUSTOMER-NO OF HACKATHON-X ' '
039800                 AUTO-NO-9   OF HACKATHON-X
039900             ADD 1 TO WS-TRANS-REJECTED
040000     END-EVALUATE
040010     PERFORM 3600-AUDIT-DUE-DATE THRU 3600-EXIT.
040100 3000-EXIT.
040200     EXIT.
040202***************************************************************
040204*    3400-APPLY-REFUND - AN APPROVED CREDIT-BALANCE REFUND.    *
040206*    THE AMOUNT IS ADDED BACK TO THE NEGATIVE PAYOFF-BAL; IT   *
040208*    MUST BE POSITIVE AND MAY NOT CARRY THE BALANCE PAST ZERO, *
040210*    SO A REFUND KEYED TWICE OR AGAINST THE WRONG LOAN IS      *
040212*    REJECTED INSTEAD OF CREATING A RECEIVABLE.                *
040214***************************************************************
040216 3400-APPLY-REFUND.
040218     IF DL-TRANS-PAYMENT-AMT NOT GREATER THAN ZERO
040220             OR PAYOFF-BAL OF HACKATHON-X NOT LESS THAN ZERO
040222             OR PAYOFF-BAL OF HACKATHON-X + DL-TRANS-PAYMENT-AMT
040224                 GREATER THAN ZERO
040226         DISPLAY 'DL100 - REFUND REJECTED, EXCEEDS CREDIT, KEY '
040228             CUSTOMER-NO OF HACKATHON-X ' '
040230             AUTO-NO-9   OF HACKATHON-X
040232         ADD 1 TO WS-TRANS-REJECTED
040234         GO TO 3400-EXIT
040236     END-IF
040238     MOVE PAYOFF-BAL OF HACKATHON-X TO WS-AUDIT-OLD-AMT
040240     ADD DL-TRANS-PAYMENT-AMT
040242         TO PAYOFF-BAL OF HACKATHON-X
040244     REWRITE HACKATHON-X
040246         INVALID KEY
040248             DISPLAY 'DL100 - REFUND REJECTED, KEY '
040250                 CUSTOMER-NO OF HACKATHON-X ' '
040252                 AUTO-NO-9   OF HACKATHON-X
040254             ADD 1 TO WS-TRANS-REJECTED
040256         NOT INVALID KEY
040258             MOVE PAYOFF-BAL OF HACKATHON-X
040260                 TO WS-AUDIT-NEW-AMT
040262             MOVE 'PAYOFF-BAL' TO WS-AUDIT-FIELD-NAME
040264             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
040266             ADD 1 TO WS-REFUNDS-APPLIED
040268     END-REWRITE.
040270 3400-EXIT.
040272     EXIT.
040273***************************************************************
040274*    3500/3600 - THE DUE-DATE GOES ON THE AUDIT TRAIL AS A     *
040275*    YYYYMMDD AMOUNT SO A MASTER SNAPSHOT CAN BE ROLLED        *
040276*    FORWARD.  NOTHING IS WRITTEN FOR A REJECTED TRANSACTION.  *
040277***************************************************************
040278 3500-SAVE-DUE-DATE.
040279     MOVE WS-TRANS-REJECTED TO WS-DUE-REJECTS-BEFORE
040280     COMPUTE WS-DUE-OLD-DATE =
040281         ((1900 + DUE-YR OF HACKATHON-X) * 10000)
040282             + (DUE-MO OF HACKATHON-X * 100)
040283             + DUE-DA OF HACKATHON-X.
040284 3500-EXIT.
040285     EXIT.
040286 3600-AUDIT-DUE-DATE.
040287     COMPUTE WS-DUE-NEW-DATE =
040288         ((1900 + DUE-YR OF HACKATHON-X) * 10000)
040289             + (DUE-MO OF HACKATHON-X * 100)
040290             + DUE-DA OF HACKATHON-X
040291     IF WS-TRANS-REJECTED = WS-DUE-REJECTS-BEFORE
040292             AND WS-DUE-NEW-DATE NOT = WS-DUE-OLD-DATE
040293         MOVE WS-DUE-OLD-DATE TO WS-AUDIT-OLD-AMT
040294         MOVE WS-DUE-NEW-DATE TO WS-AUDIT-NEW-AMT
040295         MOVE 'DUE-DATE' TO WS-AUDIT-FIELD-NAME
040296         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
040297     END-IF.
040298 3600-EXIT.
040299     EXIT.
040300***************************************************************
040400*    4000-ADD-OR-REJECT - NO MASTER RECORD FOR THIS KEY.  THE  *
040500*    WRITE IS GUARDED WITH INVALID KEY SO A DUPLICATE KEY      *
043440         MOVE ZERO TO LAST-ACCR-DA OF HACKATHON-X
043450         MOVE ZERO TO LATE-CHG-BAL OF HACKATHON-X
043460         MOVE ZERO TO LATE-CHG-DUE-DATE OF HACKATHON-X
043465         MOVE SPACE TO CHGOFF-STATUS OF HACKATHON-X
043470         MOVE ZERO  TO CHGOFF-DATE   OF HACKATHON-X
043475         MOVE ZERO  TO CHGOFF-BAL    OF HACKATHON-X
043480         MOVE ZERO  TO RECOVERY-AMT  OF HACKATHON-X
043500         WRITE HACKATHON-X
043600             INVALID KEY
043700                 DISPLAY 'DL100 - ADD REJECTED, DUPLICATE KEY '
044900                     TO WS-AUDIT-NEW-AMT
045000                 MOVE 'PAYOFF-BAL' TO WS-AUDIT-FIELD-NAME
045100                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
045105                 MOVE ZERO TO WS-AUDIT-OLD-AMT
045110                 COMPUTE WS-AUDIT-NEW-AMT =
045115                     ((1900 + DUE-YR OF HACKATHON-X) * 10000)
045120                         + (DUE-MO OF HACKATHON-X * 100)
045125                         + DUE-DA OF HACKATHON-X
045130                 MOVE 'DUE-DATE' TO WS-AUDIT-FIELD-NAME
045135                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
045140                 MOVE ZERO TO WS-RATE-OLD
045145                 PERFORM 4600-AUDIT-ANNUAL-INT THRU 4600-EXIT
045150                 PERFORM 6600-WRITE-ADD-LOG THRU 6600-EXIT
045200                 ADD 1 TO WS-ADDS-APPLIED
045300         END-WRITE
045400     ELSE
045800     END-IF.
045900 4000-EXIT.
046000     EXIT.
046001***************************************************************
046002*    4500-APPLY-CHARGE-OFF - WRITE THE LOAN OFF.  PAYOFF-BAL,  *
046003*    ACCRUED-INT AND LATE-CHG-BAL ARE MOVED TO CHGOFF-BAL AND  *
046004*    ZEROED, SO DL110, DL112, DL130 AND DL180 STOP WORKING THE *
046005*    LOAN; EACH MOVEMENT IS AUDITED UNDER CODE W.  A LOAN      *
046006*    ALREADY CHARGED OFF, OR WITH NO BALANCE LEFT TO WRITE     *
046007*    OFF, IS REJECTED.                                         *
046008***************************************************************
046009 4500-APPLY-CHARGE-OFF.
046010     IF LOAN-CHARGED-OFF OF HACKATHON-X
046011             OR PAYOFF-BAL OF HACKATHON-X NOT GREATER THAN ZERO
046012         DISPLAY 'DL100 - CHARGE-OFF REJECTED, NO BALANCE, KEY '
046013             CUSTOMER-NO OF HACKATHON-X ' '
046014             AUTO-NO-9   OF HACKATHON-X
046015         ADD 1 TO WS-TRANS-REJECTED
046016         GO TO 4500-EXIT
046017     END-IF
046018     MOVE PAYOFF-BAL   OF HACKATHON-X TO WS-CHGOFF-OLD-PAYOFF
046019     MOVE ACCRUED-INT  OF HACKATHON-X TO WS-CHGOFF-OLD-ACCR
046020     MOVE LATE-CHG-BAL OF HACKATHON-X TO WS-CHGOFF-OLD-LATE
046021     COMPUTE CHGOFF-BAL OF HACKATHON-X =
046022         WS-CHGOFF-OLD-PAYOFF + WS-CHGOFF-OLD-ACCR
046023             + WS-CHGOFF-OLD-LATE
046024     MOVE ZERO TO PAYOFF-BAL   OF HACKATHON-X
046025     MOVE ZERO TO ACCRUED-INT  OF HACKATHON-X
046026     MOVE ZERO TO LATE-CHG-BAL OF HACKATHON-X
046027     MOVE ZERO TO RECOVERY-AMT OF HACKATHON-X
046028     MOVE WS-RUN-DATE TO CHGOFF-DATE OF HACKATHON-X
046029     SET LOAN-CHARGED-OFF OF HACKATHON-X TO TRUE
046030     REWRITE HACKATHON-X
046031         INVALID KEY
046032             DISPLAY 'DL100 - CHARGE-OFF REJECTED, KEY '
046033                 CUSTOMER-NO OF HACKATHON-X ' '
046034                 AUTO-NO-9   OF HACKATHON-X
046035             ADD 1 TO WS-TRANS-REJECTED
046036         NOT INVALID KEY
046037             MOVE WS-CHGOFF-OLD-PAYOFF TO WS-AUDIT-OLD-AMT
046038             MOVE ZERO TO WS-AUDIT-NEW-AMT
046039             MOVE 'PAYOFF-BAL' TO WS-AUDIT-FIELD-NAME
046040             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
046041             IF WS-CHGOFF-OLD-ACCR NOT = ZERO
046042                 MOVE WS-CHGOFF-OLD-ACCR TO WS-AUDIT-OLD-AMT
046043                 MOVE ZERO TO WS-AUDIT-NEW-AMT
046044                 MOVE 'ACCRUED-INT' TO WS-AUDIT-FIELD-NAME
046045                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
046046             END-IF
046047             IF WS-CHGOFF-OLD-LATE NOT = ZERO
046048                 MOVE WS-CHGOFF-OLD-LATE TO WS-AUDIT-OLD-AMT
046049                 MOVE ZERO TO WS-AUDIT-NEW-AMT
046050                 MOVE 'LATE-CHG-BAL' TO WS-AUDIT-FIELD-NAME
046051                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
046052             END-IF
046053             MOVE ZERO TO WS-AUDIT-OLD-AMT
046054             MOVE CHGOFF-BAL OF HACKATHON-X TO WS-AUDIT-NEW-AMT
046055             MOVE 'CHGOFF-BAL' TO WS-AUDIT-FIELD-NAME
046056             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
046057             ADD 1 TO WS-CHGOFFS-APPLIED
046058     END-REWRITE.
046059 4500-EXIT.
046060     EXIT.
046062***************************************************************
046064*    4600-AUDIT-ANNUAL-INT - AN ADD OR CHANGE THAT MOVES THE    *
046066*    RATE AUDITS IT, BEFORE AND AFTER CARRIED IN TEN-MILLIONTHS *
046068*    (ANNUAL-INT TIMES 10000000) SO ALL SEVEN DECIMAL PLACES    *
046070*    FIT THE AUDIT VALUE FIELDS.  WS-RATE-OLD IS SET BY THE     *
046072*    CALLER - ZERO FOR AN ADD.                                  *
046074***************************************************************
046076 4600-AUDIT-ANNUAL-INT.
046078     IF ANNUAL-INT OF HACKATHON-X NOT = WS-RATE-OLD
046080         COMPUTE WS-AUDIT-OLD-AMT = WS-RATE-OLD * 10000000
046082         COMPUTE WS-AUDIT-NEW-AMT =
046084             ANNUAL-INT OF HACKATHON-X * 10000000
046086         MOVE 'ANNUAL-INT' TO WS-AUDIT-FIELD-NAME
046088         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
046090     END-IF.
046092 4600-EXIT.
046094     EXIT.
046100***************************************************************
046200*    5000-WRITE-CHECKPOINT - APPEND THE CURRENT TRANSACTION    *
046300*    COUNT, KEY LABEL, AND RUN COUNTERS TO THE CHECKPOINT FILE  *
047300     MOVE WS-TRANS-REJECTED        TO DL-CKPT-TRANS-REJECTED
047310     MOVE WS-REVERSALS-APPLIED     TO DL-CKPT-REVERSALS-APPLIED
047320     MOVE WS-DEFERRALS-APPLIED     TO DL-CKPT-DEFERRALS-APPLIED
047330     MOVE WS-REFUNDS-APPLIED       TO DL-CKPT-REFUNDS-APPLIED
047340     MOVE WS-CHGOFFS-APPLIED       TO DL-CKPT-CHGOFFS-APPLIED
047350     MOVE WS-RECOVERIES-APPLIED
047360         TO DL-CKPT-RECOVERIES-APPLIED
047400     WRITE DL-CKPT-REC.
047500 5000-EXIT.
047600     EXIT.
047602***************************************************************
047604*    5500-APPLY-RECOVERY - A PAYMENT AGAINST A CHARGED-OFF     *
047606*    LOAN.  THE TRANSACTION IS RECODED V SO ITS AUDIT AND      *
047608*    DETAIL RECORDS READ AS A RECOVERY, NOT A PAYMENT: THE     *
047610*    WHOLE AMOUNT REDUCES CHGOFF-BAL AND IS ADDED TO           *
047612*    RECOVERY-AMT, WITH NO LATE/INTEREST/PRINCIPAL SPLIT AND   *
047614*    NO DUE-DATE ADVANCE.  A RECOVERY LARGER THAN THE          *
047616*    CHARGED-OFF BALANCE LEFT IS REJECTED FOR RESEARCH.        *
047618***************************************************************
047620 5500-APPLY-RECOVERY.
047622     IF DL-TRANS-PAYMENT-AMT NOT GREATER THAN ZERO
047624             OR DL-TRANS-PAYMENT-AMT
047626                 GREATER THAN CHGOFF-BAL OF HACKATHON-X
047628         DISPLAY 'DL100 - RECOVERY REJECTED, EXCEEDS CHARGE-OFF, '
047630             'KEY ' CUSTOMER-NO OF HACKATHON-X ' '
047632             AUTO-NO-9   OF HACKATHON-X
047634         ADD 1 TO WS-TRANS-REJECTED
047636         GO TO 5500-EXIT
047638     END-IF
047640     SET DL-TRANS-RECOVERY TO TRUE
047642     MOVE CHGOFF-BAL OF HACKATHON-X TO WS-AUDIT-OLD-AMT
047644     SUBTRACT DL-TRANS-PAYMENT-AMT
047646         FROM CHGOFF-BAL OF HACKATHON-X
047648     ADD DL-TRANS-PAYMENT-AMT
047650         TO RECOVERY-AMT OF HACKATHON-X
047652     REWRITE HACKATHON-X
047654         INVALID KEY
047656             DISPLAY 'DL100 - RECOVERY REJECTED, KEY '
047658                 CUSTOMER-NO OF HACKATHON-X ' '
047660                 AUTO-NO-9   OF HACKATHON-X
047662             ADD 1 TO WS-TRANS-REJECTED
047664         NOT INVALID KEY
047666             MOVE CHGOFF-BAL OF HACKATHON-X TO WS-AUDIT-NEW-AMT
047668             MOVE 'CHGOFF-BAL' TO WS-AUDIT-FIELD-NAME
047670             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
047672             MOVE ZERO TO WS-INT-APPLIED
047674             MOVE ZERO TO WS-LATE-APPLIED
047676             MOVE DL-TRANS-PAYMENT-AMT TO WS-PRIN-APPLIED
047678             PERFORM 6500-WRITE-PAY-DETAIL THRU 6500-EXIT
047680             ADD 1 TO WS-RECOVERIES-APPLIED
047682     END-REWRITE.
047684 5500-EXIT.
047686     EXIT.
047700***************************************************************
047800*    6000-WRITE-AUDIT - WRITE ONE BEFORE/AFTER RECORD TO THE    *
047900*    AUDIT FILE FOR THE DOLLAR-BALS FIELD NAMED IN              *
049480     MOVE WS-PRIN-APPLIED             TO DL-PAYDT-PRIN-AMT
049481     MOVE WS-LATE-APPLIED             TO DL-PAYDT-LATE-AMT
049482     MOVE WS-RUN-DATE                 TO DL-PAYDT-RUN-DATE
049483     MOVE DL-TRANS-SOURCE             TO DL-PAYDT-SOURCE
049484     WRITE DL-PAYDT-REC.
049485 6500-EXIT.
049486     EXIT.
049487***************************************************************
049488*    6600-WRITE-ADD-LOG - THE LOAN JUST ADDED, AS WRITTEN, SO   *
049489*    DL099 CAN PUT IT ON A MASTER REBUILT FROM AN EARLIER       *
049490*    SNAPSHOT                                                   *
049491***************************************************************
049492 6600-WRITE-ADD-LOG.
049493     MOVE SPACES                      TO DL-ADDL-REC
049494     MOVE WS-RUN-DATE                 TO DL-ADDL-RUN-DATE
049495     MOVE HEADER_KEY OF HACKATHON-X   TO DL-ADDL-LOAN-KEY
049496     MOVE HACKATHON-X                 TO DL-ADDL-IMAGE
049497     WRITE DL-ADDL-REC.
049498 6600-EXIT.
049499     EXIT.
049500***************************************************************
049600*    8000-TERMINATE - THE RUN COMPLETED NORMALLY, SO THE       *
049700*    CHECKPOINT FILE IS CLEARED FOR THE NEXT RUN; THE AUDIT     *
050500     CLOSE CHECKPOINT-FILE
050600     CLOSE AUDIT-FILE
050610     CLOSE PAYMENT-DETAIL-FILE
050620     CLOSE ADD-LOG-FILE
050700     DISPLAY 'DL100 - LOAN MASTER UPDATE COMPLETE'
050800     DISPLAY 'DL100 - ADDS APPLIED      ' WS-ADDS-APPLIED
050900     DISPLAY 'DL100 - CHANGES APPLIED   ' WS-CHANGES-APPLIED
051000     DISPLAY 'DL100 - PAYMENTS APPLIED  ' WS-PAYMENTS-APPLIED
051010     DISPLAY 'DL100 - REVERSALS APPLIED ' WS-REVERSALS-APPLIED
051020     DISPLAY 'DL100 - DEFERRALS APPLIED ' WS-DEFERRALS-APPLIED
051030     DISPLAY 'DL100 - REFUNDS APPLIED   ' WS-REFUNDS-APPLIED
051040     DISPLAY 'DL100 - CHARGE-OFFS APPLIED ' WS-CHGOFFS-APPLIED
051050     DISPLAY 'DL100 - RECOVERIES APPLIED  ' WS-RECOVERIES-APPLIED
051100     DISPLAY 'DL100 - TRANS REJECTED    ' WS-TRANS-REJECTED
051110     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
051200 8000-EXIT.

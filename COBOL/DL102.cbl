003000*    MODIFICATION HISTORY.                                    *
003100*    DATE       INIT  DESCRIPTION                             *
003200*    2026-09-02  RK   ORIGINAL PROGRAM.                       *
003210*    2026-10-15  RK   AN UNMATCHED BANK ITEM IS NOW ALSO        *
003220*                     WRITTEN TO THE UNAPPLIED-CASH SUSPENSE    *
003230*                     FILE (DLSUSP LAYOUT, OPENED EXTEND WITH   *
003240*                     THE CREATE-ON-35 PATTERN) AS AN OPEN      *
003250*                     ITEM, SO THE MONEY IS CARRIED ON FILE     *
003260*                     UNTIL THE PAYMENT DESK POSTS IT THROUGH   *
003270*                     DL103 INSTEAD OF LIVING ONLY ON THE       *
003280*                     EXCEPTION LISTING.                        *
003290*    2026-10-15  RK   A RERUN FOR THE SAME BUSINESS DATE        *
003300*                     (AFTER AN ABEND PART WAY THROUGH) FIRST   *
003310*                     DROPS THE OPEN SUSPENSE ITEMS A PRIOR     *
003320*                     ATTEMPT RECEIVED UNDER THAT DATE,         *
003330*                     COPYING THE FILE THROUGH A WORK FILE      *
003340*                     (SUSPWK), SO TONIGHT'S UNMATCHED ITEMS    *
003350*                     ARE NOT CARRIED TWICE.                    *
003360*                                                             *
003400***************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    DL102.
005500         FILE STATUS IS WS-BKPAY-FILE-STATUS.
005600     SELECT CONVERTED-TRANS-FILE ASSIGN TO TRANSCNV
005700         ORGANIZATION IS SEQUENTIAL.
005710     SELECT SUSPENSE-FILE     ASSIGN TO SUSPENSE
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS WS-SUSP-FILE-STATUS.
005740     SELECT SUSPENSE-WORK-FILE ASSIGN TO SUSPWK
005750         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS WS-SUSPWK-FILE-STATUS.
005800     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK1.
005900 DATA DIVISION.
006000 FILE SECTION.
007500 FD  CONVERTED-TRANS-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DLTRANS.
007710 FD  SUSPENSE-FILE
007720     LABEL RECORDS ARE STANDARD.
007730     COPY DLSUSP.
007740 FD  SUSPENSE-WORK-FILE
007750     LABEL RECORDS ARE STANDARD.
007760 01  SK-SUSP-REC             PIC X(76).
007800 WORKING-STORAGE SECTION.
007900 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
008000     88  MASTER-EOF                      VALUE 'Y'.
008100 77  WS-BKPAY-EOF-SW         PIC X(01)   VALUE 'N'.
008200     88  BKPAY-EOF                       VALUE 'Y'.
008300 77  WS-BKPAY-FILE-STATUS    PIC X(02).
008310 77  WS-SUSP-FILE-STATUS     PIC X(02).
008320 77  WS-SUSPWK-FILE-STATUS   PIC X(02).
008330 77  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
008340     88  SUSP-EOF                        VALUE 'Y'.
008350 77  WS-SUSPWK-EOF-SW        PIC X(01)   VALUE 'N'.
008360     88  SUSPWK-EOF                      VALUE 'Y'.
008400 77  WS-BKPAY-ABSENT-SW      PIC X(01)   VALUE 'N'.
008500     88  WS-BKPAY-ABSENT                 VALUE 'Y'.
008600 77  WS-MATCH-SW             PIC X(01)   VALUE SPACE.
011500 77  WS-ITEMS-UNMATCHED      PIC 9(07)   VALUE ZERO.
011600 77  WS-TOTAL-CONVERTED      PIC S9(11)V99 VALUE ZERO.
011700 77  WS-TOTAL-UNMATCHED      PIC S9(11)V99 VALUE ZERO.
011710 77  WS-ITEMS-RERUN          PIC 9(07)   VALUE ZERO.
011800***************************************************************
011900*    DL900 RUN-CONTROL CALL PARAMETER                         *
012000***************************************************************
014800         GIVING SORTED-MASTER-FILE
014900     OPEN INPUT SORTED-MASTER-FILE
015000     OPEN OUTPUT CONVERTED-TRANS-FILE
015010     PERFORM 1100-CHECK-FOR-SUSPENSE THRU 1100-EXIT
015100     OPEN INPUT BANK-PAYMENT-FILE
015200     IF WS-BKPAY-FILE-STATUS = '35'
015300         SET WS-BKPAY-ABSENT TO TRUE
016100     PERFORM 2200-READ-BKPAY  THRU 2200-EXIT.
016200 1000-EXIT.
016300     EXIT.
016310***************************************************************
016320*    1100-CHECK-FOR-SUSPENSE - OPEN THE SUSPENSE FILE FOR      *
016330*    APPENDING, CREATING IT ON THE FIRST RUN - THE SAME        *
016340*    CREATE-ON-35 PATTERN THE AUDIT FILE USES.  ITEMS ONLY     *
016350*    LEAVE THE FILE THROUGH DL103'S POSTING PASS - EXCEPT ON   *
016352*    A RERUN OF THE SAME DATE, WHEN 2400 FIRST DROPS THE OPEN  *
016354*    ITEMS THE FAILED ATTEMPT RECEIVED.                        *
016360***************************************************************
016370 1100-CHECK-FOR-SUSPENSE.
016380     OPEN INPUT SUSPENSE-FILE
016390     IF WS-SUSP-FILE-STATUS = '35'
016391         OPEN OUTPUT SUSPENSE-FILE
016392         CLOSE SUSPENSE-FILE
016393         OPEN EXTEND SUSPENSE-FILE
016394         GO TO 1100-EXIT
016395     END-IF
016396     PERFORM 2400-DROP-RERUN-ITEMS THRU 2400-EXIT
016397     OPEN EXTEND SUSPENSE-FILE.
016398 1100-EXIT.
016399     EXIT.
016400***************************************************************
016500*    2000-CONVERT-ONE - ON A MATCH THE ITEM IS CONVERTED AND  *
016600*    ONLY THE BANK SIDE IS ADVANCED, SO A LOAN THAT REMITTED  *
016700*    TWO ITEMS TONIGHT GETS TWO PAYMENT TRANSACTIONS.  A LOW  *
016800*    MASTER JUST DID NOT PAY TONIGHT; A LOW BANK ITEM HAS NO  *
016900*    LOAN UNDER ITS KEY AND GOES TO THE EXCEPTION LISTING     *
016910*    AND THE UNAPPLIED-CASH SUSPENSE FILE.                    *
017000***************************************************************
017100 2000-CONVERT-ONE.
017200     PERFORM 2300-SET-MATCH-SWITCH THRU 2300-EXIT
018300                 DL-BKPAY-PAYMENT-AMT
018400             ADD 1 TO WS-ITEMS-UNMATCHED
018500             ADD DL-BKPAY-PAYMENT-AMT TO WS-TOTAL-UNMATCHED
018510             PERFORM 3500-WRITE-SUSPENSE THRU 3500-EXIT
018600             PERFORM 2200-READ-BKPAY  THRU 2200-EXIT
018700     END-EVALUATE.
018800 2000-EXIT.
023800     END-IF.
023900 2300-EXIT.
024000     EXIT.
024001***************************************************************
024002*    2400-DROP-RERUN-ITEMS - CALLED WITH THE SUSPENSE FILE    *
024003*    OPEN INPUT; CLOSES IT.  COUNTS THE OPEN ITEMS ALREADY    *
024004*    RECEIVED UNDER TONIGHT'S DATE - THERE ARE NONE UNLESS A  *
024005*    PRIOR ATTEMPT AT THIS DATE GOT AS FAR AS WRITING SOME -  *
024006*    AND IF THERE ARE ANY COPIES THE FILE TO SUSPWK WITHOUT   *
024007*    THEM AND BACK.  AN ITEM ALREADY POSTED IS KEPT.          *
024008***************************************************************
024009 2400-DROP-RERUN-ITEMS.
024010     PERFORM 2410-COUNT-RERUN-ITEM THRU 2410-EXIT
024011         UNTIL SUSP-EOF
024012     CLOSE SUSPENSE-FILE
024013     IF WS-ITEMS-RERUN = ZERO
024014         GO TO 2400-EXIT
024015     END-IF
024016     DISPLAY 'DL102 - RERUN FOR ' WS-RUN-DATE ', DROPPING '
024017         WS-ITEMS-RERUN ' OPEN SUSPENSE ITEMS ALREADY WRITTEN'
024018     OPEN INPUT  SUSPENSE-FILE
024019     OPEN OUTPUT SUSPENSE-WORK-FILE
024020     MOVE 'N' TO WS-SUSP-EOF-SW
024021     PERFORM 2420-COPY-TO-WORK THRU 2420-EXIT
024022         UNTIL SUSP-EOF
024023     CLOSE SUSPENSE-FILE
024024     CLOSE SUSPENSE-WORK-FILE
024025     OPEN INPUT  SUSPENSE-WORK-FILE
024026     OPEN OUTPUT SUSPENSE-FILE
024027     PERFORM 2430-COPY-BACK THRU 2430-EXIT
024028         UNTIL SUSPWK-EOF
024029     CLOSE SUSPENSE-WORK-FILE
024030     CLOSE SUSPENSE-FILE.
024031 2400-EXIT.
024032     EXIT.
024033 2410-COUNT-RERUN-ITEM.
024034     READ SUSPENSE-FILE
024035         AT END
024036             SET SUSP-EOF TO TRUE
024037             GO TO 2410-EXIT
024038     END-READ
024039     IF DL-SUSP-RECEIVED-DATE = WS-RUN-DATE
024040             AND DL-SUSP-OPEN
024041         ADD 1 TO WS-ITEMS-RERUN
024042     END-IF.
024043 2410-EXIT.
024044     EXIT.
024045 2420-COPY-TO-WORK.
024046     READ SUSPENSE-FILE
024047         AT END
024048             SET SUSP-EOF TO TRUE
024049             GO TO 2420-EXIT
024050     END-READ
024051     IF DL-SUSP-RECEIVED-DATE = WS-RUN-DATE
024052             AND DL-SUSP-OPEN
024053         GO TO 2420-EXIT
024054     END-IF
024055     WRITE SK-SUSP-REC FROM DL-SUSP-REC.
024056 2420-EXIT.
024057     EXIT.
024058 2430-COPY-BACK.
024059     READ SUSPENSE-WORK-FILE
024060         AT END
024061             SET SUSPWK-EOF TO TRUE
024062             GO TO 2430-EXIT
024063     END-READ
024064     WRITE DL-SUSP-REC FROM SK-SUSP-REC.
024065 2430-EXIT.
024066     EXIT.
024100***************************************************************
024200*    3000-WRITE-PAYMENT-TRANS - BUILD A DLTRANS PAYMENT FROM  *
024300*    THE MASTER'S OWN KEY AND BANK FIELDS, WITH THE DUE-DATE  *
028600     END-IF.
028700 3100-EXIT.
028800     EXIT.
028810***************************************************************
028820*    3500-WRITE-SUSPENSE - CARRY THE UNMATCHED ITEM AS AN     *
028830*    OPEN SUSPENSE ITEM, STAMPED WITH TONIGHT'S BUSINESS DATE *
028840*    FOR DL104'S AGING                                        *
028850***************************************************************
028860 3500-WRITE-SUSPENSE.
028870     MOVE SPACES                TO DL-SUSP-REC
028880     MOVE DL-BKPAY-BANK-NO      TO DL-SUSP-BANK-NO
028890     MOVE DL-BKPAY-LOAN-NO-RJ   TO DL-SUSP-LOAN-NO-RJ
028891     MOVE DL-BKPAY-PAYMENT-AMT  TO DL-SUSP-PAYMENT-AMT
028892     MOVE DL-BKPAY-PAYMENT-DATE TO DL-SUSP-PAYMENT-DATE
028893     MOVE WS-RUN-DATE           TO DL-SUSP-RECEIVED-DATE
028894     MOVE 'O'                   TO DL-SUSP-STATUS
028895     MOVE ZERO                  TO DL-SUSP-POSTED-DATE
028896     WRITE DL-SUSP-REC.
028897 3500-EXIT.
028898     EXIT.
028900***************************************************************
029000*    8000-TERMINATE                                           *
029100***************************************************************
029200 8000-TERMINATE.
029300     CLOSE SORTED-MASTER-FILE
029400     CLOSE CONVERTED-TRANS-FILE
029410     CLOSE SUSPENSE-FILE
029500     IF NOT WS-BKPAY-ABSENT
029600         CLOSE BANK-PAYMENT-FILE
029700     END-IF
030100     DISPLAY 'DL102 - ITEMS UNMATCHED   ' WS-ITEMS-UNMATCHED
030200     DISPLAY 'DL102 - DOLLARS CONVERTED ' WS-TOTAL-CONVERTED
030300     DISPLAY 'DL102 - DOLLARS UNMATCHED ' WS-TOTAL-UNMATCHED
030310     DISPLAY 'DL102 - RERUN ITEMS DROPPED ' WS-ITEMS-RERUN
030400     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
030500 8000-EXIT.
030600     EXIT.

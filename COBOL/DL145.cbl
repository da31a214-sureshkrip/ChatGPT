001600*    TRAILER PER BANK WITH RECORD COUNT AND TOTAL DOLLARS.    *
001700*    OPERATIONS SPLITS THE FILE ON BANK-NO FOR TRANSMISSION   *
001800*    TO EACH LENDER.                                          *
001810*                                                             *
001820*    IT MUST ALSO FOLLOW DL142: A LOAN DL142 CUTS OVER        *
001830*    TONIGHT IS REMITTED TO THE GAINING BANK, SO A RUN AHEAD  *
001840*    OF DL142 WOULD SEND THAT LOAN'S PAYMENTS TO THE LOSING   *
001850*    ONE.                                                     *
001900*                                                             *
002000*    MODIFICATION HISTORY.                                    *
002100*    DATE       INIT  DESCRIPTION                             *
002290*                     SO A RUN AFTER MIDNIGHT NO LONGER        *
002291*                     TRANSMITS AN EMPTY FILE WITH CLEAN-      *
002292*                     LOOKING TRAILERS.                        *
002293*    2026-10-15  RK   A LOAN DL142 CUT OVER TONIGHT (DLXFER   *
002294*                     REGISTER) IS REMITTED TO THE GAINING    *
002295*                     BANK, AND PAYMENTS ON IT ALREADY SENT   *
002296*                     TO THE LOSING BANK ON OR AFTER A BACK-  *
002297*                     DATED CUTOVER ARE TAKEN BACK AND PASSED *
002298*                     ACROSS.                                 *
002308*    2026-10-15  RK   THE TRANSFER FOR A DETAIL IS NOW READ   *
002318*                     FROM THE DLXFER REGISTER BY LOAN (START *
002328*                     ON THE LOAN, READ FORWARD) IN PLACE OF  *
002338*                     A 500-ENTRY TABLE, WHICH SILENTLY LEFT  *
002348*                     A BUSY NIGHT'S EXCESS TRANSFERS         *
002358*                     REMITTED TO THE LOSING BANK.            *
002368*                                                             *
002400***************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    DL145.
004010     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-BDATE-FILE-STATUS.
004040     SELECT XFER-REGISTER-FILE ASSIGN TO XFERMSTR
004050         ORGANIZATION IS INDEXED
004060         ACCESS MODE IS DYNAMIC
004070         RECORD KEY IS DL-XFER-KEY
004080         FILE STATUS IS WS-XFER-FILE-STATUS.
004100     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.
004200 DATA DIVISION.
004300 FILE SECTION.
004910 FD  BUSINESS-DATE-FILE
004920     LABEL RECORDS ARE STANDARD.
004930     COPY DLBDATE.
004940 FD  XFER-REGISTER-FILE
004950     LABEL RECORDS ARE STANDARD.
004960     COPY DLXFER.
005000 SD  SORT-WORK-FILE.
005100 01  SW-REMIT-REC.
005200     05  SW-BANK-NO          PIC X(03).
006000 77  WS-BANK-OPEN-SW         PIC X(01)   VALUE 'N'.
006100     88  WS-BANK-OPEN                    VALUE 'Y'.
006110 77  WS-BDATE-FILE-STATUS    PIC X(02).
006120 77  WS-XFER-FILE-STATUS     PIC X(02).
006130 77  WS-XFER-EOF-SW          PIC X(01)   VALUE 'N'.
006140     88  XFER-EOF                        VALUE 'Y'.
006142 77  WS-XFER-AVAIL-SW        PIC X(01)   VALUE 'N'.
006144     88  WS-XFERFILE-AVAILABLE           VALUE 'Y'.
006150 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
006160     88  WS-ENTRY-MATCHED                VALUE 'Y'.
006200***************************************************************
006300*    BUSINESS DATE - ONLY DETAIL RECORDS STAMPED WITH THE     *
006400*    CHAIN'S BUSINESS DATE ARE EXTRACTED                      *
007500     05  WS-CURR-BANK-NO     PIC X(03).
007600     05  WS-BANK-REC-COUNT   PIC 9(07).
007700     05  WS-BANK-TOTAL-AMT   PIC S9(11)V99.
007702***************************************************************
007704*    TRANSFER FOUND FOR THE DETAIL IN HAND - A LOAN CUT       *
007706*    OVER TONIGHT, READ FROM THE DLXFER REGISTER BY LOAN      *
007708***************************************************************
007710 01  WS-XFER-HIT.
007712     05  WS-XH-CUTOVER-DATE      PIC 9(08).
007714     05  WS-XH-NEW-BANK-NO       PIC X(03).
007716     05  WS-XH-NEW-BANK-LOAN-NO  PIC X(10).
007738***************************************************************
007740*    THE DETAIL KEY AND BANK STAMP AS CARRIED ON DLPAYDT      *
007742***************************************************************
007744 01  WS-PAYDT-KEY.
007746     05  WS-PAYDT-CUSTOMER-NO    PIC X(07).
007748     05  WS-PAYDT-AUTO-NO-9      PIC X(09).
007750     05  WS-PAYDT-AUTO-CK-DIG    PIC X(01).
007752 01  WS-PAYDT-INV-CODE.
007754     05  WS-PAYDT-BANK-NO        PIC X(03).
007756     05  WS-PAYDT-BANK-LOAN-NO   PIC X(10).
007800***************************************************************
007900*    RUN COUNTERS                                             *
008000***************************************************************
008400 77  WS-DETAILS-WRITTEN      PIC 9(07)   VALUE ZERO.
008500 77  WS-TRAILERS-WRITTEN     PIC 9(07)   VALUE ZERO.
008600 77  WS-TOTAL-REMITTED       PIC S9(11)V99 VALUE ZERO.
008630 77  WS-DETAILS-REROUTED     PIC 9(07)   VALUE ZERO.
008640 77  WS-CORRECTIONS-RELEASED PIC 9(07)   VALUE ZERO.
008700 PROCEDURE DIVISION.
008800***************************************************************
008900*    0000-MAINLINE                                            *
009200     PERFORM 1000-GET-BUSINESS-DATE THRU 1000-EXIT
009300     DISPLAY 'DL145 - BANK REMITTANCE EXTRACT - RUN DATE '
009400         WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
009410     PERFORM 4000-OPEN-TRANSFERS THRU 4000-EXIT
009500     SORT SORT-WORK-FILE
009600         ON ASCENDING KEY SW-BANK-NO
009700                          SW-LOAN-NO-RJ
012700 2100-EXIT.
012800     EXIT.
012900***************************************************************
012910*    2200-RELEASE-ONE - TONIGHT'S PAYMENTS GO TO THE BANK     *
012920*    STAMPED ON THEM, OR TO THE GAINING BANK FOR A LOAN CUT   *
012930*    OVER TONIGHT.  AN EARLIER NIGHT'S PAYMENT ON A LOAN CUT  *
012940*    OVER TONIGHT, POSTED ON OR AFTER THE CUTOVER DATE AND    *
012950*    REMITTED TO THE LOSING BANK, IS MOVED ACROSS.            *
012960***************************************************************
012970 2200-RELEASE-ONE.
012980     IF DL-PAYDT-TRANS-CODE NOT = 'P'
012990             AND DL-PAYDT-TRANS-CODE NOT = 'R'
013000         ADD 1 TO WS-DETAILS-SKIPPED
013010         GO TO 2200-NEXT
013020     END-IF
013030     MOVE 'N' TO WS-MATCH-SW
013040     IF WS-XFERFILE-AVAILABLE
013050         MOVE DL-PAYDT-CUSTOMER-NO  TO WS-PAYDT-CUSTOMER-NO
013060         MOVE DL-PAYDT-AUTO-NO-9    TO WS-PAYDT-AUTO-NO-9
013070         MOVE DL-PAYDT-AUTO-CK-DIG  TO WS-PAYDT-AUTO-CK-DIG
013080         MOVE DL-PAYDT-BANK-NO      TO WS-PAYDT-BANK-NO
013090         MOVE DL-PAYDT-BANK-LOAN-NO TO WS-PAYDT-BANK-LOAN-NO
013100         PERFORM 4300-FIND-TRANSFER THRU 4300-EXIT
013140     END-IF
013150     IF DL-PAYDT-RUN-DATE = WS-RUN-DATE-N
013160         IF WS-ENTRY-MATCHED
013170             MOVE WS-XH-NEW-BANK-NO      TO SW-BANK-NO
013190             MOVE WS-XH-NEW-BANK-LOAN-NO TO WS-RJ-IN
013210             ADD 1 TO WS-DETAILS-REROUTED
013220         ELSE
013230             MOVE DL-PAYDT-BANK-NO      TO SW-BANK-NO
013240             MOVE DL-PAYDT-BANK-LOAN-NO TO WS-RJ-IN
013250         END-IF
013260         PERFORM 2300-RIGHT-JUSTIFY THRU 2300-EXIT
013270         MOVE WS-RJ-OUT             TO SW-LOAN-NO-RJ
013280         MOVE DL-PAYDT-PAYMENT-AMT  TO SW-PAYMENT-AMT
013290         RELEASE SW-REMIT-REC
013300         ADD 1 TO WS-DETAILS-RELEASED
013310         GO TO 2200-NEXT
013320     END-IF
013330     IF WS-ENTRY-MATCHED
013340             AND DL-PAYDT-RUN-DATE < WS-RUN-DATE-N
013350             AND DL-PAYDT-RUN-DATE NOT LESS THAN
013360                 WS-XH-CUTOVER-DATE
013370         PERFORM 4400-RELEASE-CORRECTION THRU 4400-EXIT
013380     ELSE
013390         ADD 1 TO WS-DETAILS-SKIPPED
013400     END-IF.
013410 2200-NEXT.
013420     PERFORM 2100-READ-PAYDT THRU 2100-EXIT.
014400 2200-EXIT.
014500     EXIT.
014510***************************************************************
021500     MOVE 'N' TO WS-BANK-OPEN-SW.
021600 3300-EXIT.
021700     EXIT.
021701***************************************************************
021702*    4000-OPEN-TRANSFERS - THE REGISTER IS READ BY LOAN AS    *
021703*    EACH DETAIL COMES UP.  NO REGISTER MEANS NO TRANSFER HAS *
021704*    EVER BEEN KEYED.                                         *
021705***************************************************************
021706 4000-OPEN-TRANSFERS.
021707     OPEN INPUT XFER-REGISTER-FILE
021708     IF WS-XFER-FILE-STATUS NOT = '00'
021709         DISPLAY 'DL145 - NO TRANSFER REGISTER, STATUS '
021710             WS-XFER-FILE-STATUS ' - NO LOANS RE-ROUTED'
021711         GO TO 4000-EXIT
021712     END-IF
021713     SET WS-XFERFILE-AVAILABLE TO TRUE.
021714 4000-EXIT.
021715     EXIT.
021716***************************************************************
021717*    4100-READ-TRANSFER                                       *
021718***************************************************************
021719 4100-READ-TRANSFER.
021720     READ XFER-REGISTER-FILE NEXT
021721         AT END
021722             SET XFER-EOF TO TRUE
021723     END-READ.
021724 4100-EXIT.
021725     EXIT.
021726***************************************************************
021727*    4200-CHECK-ONE-TRANSFER - PAST THE LOAN'S LAST TRANSFER  *
021728*    THE SEARCH IS OVER                                       *
021729***************************************************************
021730 4200-CHECK-ONE-TRANSFER.
021731     IF DL-XFER-LOAN-KEY NOT = WS-PAYDT-KEY
021732         SET XFER-EOF TO TRUE
021733         GO TO 4200-EXIT
021734     END-IF
021735     IF DL-XFER-APPLIED
021736             AND DL-XFER-CLOSED-DATE = WS-RUN-DATE-N
021737             AND DL-XFER-OLD-INV-CODE = WS-PAYDT-INV-CODE
021738         SET WS-ENTRY-MATCHED TO TRUE
021739         MOVE DL-XFER-CUTOVER-DATE     TO WS-XH-CUTOVER-DATE
021740         MOVE DL-XFER-NEW-BANK-NO      TO WS-XH-NEW-BANK-NO
021741         MOVE DL-XFER-NEW-BANK-LOAN-NO TO WS-XH-NEW-BANK-LOAN-NO
021742         GO TO 4200-EXIT
021743     END-IF
021744     PERFORM 4100-READ-TRANSFER THRU 4100-EXIT.
021745 4200-EXIT.
021746     EXIT.
021747***************************************************************
021748*    4300-FIND-TRANSFER - A TRANSFER APPLIED TONIGHT ON THE   *
021749*    DETAIL'S LOAN.  THE DETAIL MUST STILL CARRY THE LOSING   *
021750*    BANK'S STAMP; ONE ALREADY STAMPED WITH THE GAINING BANK  *
021751*    NEEDS NO ROUTING                                         *
021752***************************************************************
021753 4300-FIND-TRANSFER.
021754     MOVE 'N'          TO WS-XFER-EOF-SW
021755     MOVE WS-PAYDT-KEY TO DL-XFER-LOAN-KEY
021756     MOVE ZERO         TO DL-XFER-CUTOVER-DATE
021757     START XFER-REGISTER-FILE
021758         KEY IS NOT LESS THAN DL-XFER-KEY
021759         INVALID KEY
021760             GO TO 4300-EXIT
021761     END-START
021762     PERFORM 4100-READ-TRANSFER THRU 4100-EXIT
021763     PERFORM 4200-CHECK-ONE-TRANSFER THRU 4200-EXIT
021764         UNTIL XFER-EOF OR WS-ENTRY-MATCHED.
021765 4300-EXIT.
021766     EXIT.
021771***************************************************************
021772*    4400-RELEASE-CORRECTION - TAKE THE PAYMENT BACK FROM THE *
021773*    LOSING BANK (SIGN REVERSED) AND REMIT IT TO THE GAINING  *
021774*    BANK.  A REVERSAL DETAIL CARRIES A NEGATIVE AMOUNT AND   *
021775*    NETS THE SAME WAY.                                       *
021776***************************************************************
021777 4400-RELEASE-CORRECTION.
021778     MOVE DL-PAYDT-BANK-NO      TO SW-BANK-NO
021779     MOVE DL-PAYDT-BANK-LOAN-NO TO WS-RJ-IN
021780     PERFORM 2300-RIGHT-JUSTIFY THRU 2300-EXIT
021781     MOVE WS-RJ-OUT             TO SW-LOAN-NO-RJ
021782     COMPUTE SW-PAYMENT-AMT = ZERO - DL-PAYDT-PAYMENT-AMT
021783     RELEASE SW-REMIT-REC
021784     MOVE WS-XH-NEW-BANK-NO      TO SW-BANK-NO
021785     MOVE WS-XH-NEW-BANK-LOAN-NO TO WS-RJ-IN
021786     PERFORM 2300-RIGHT-JUSTIFY THRU 2300-EXIT
021787     MOVE WS-RJ-OUT             TO SW-LOAN-NO-RJ
021788     MOVE DL-PAYDT-PAYMENT-AMT  TO SW-PAYMENT-AMT
021789     RELEASE SW-REMIT-REC
021790     ADD 1 TO WS-CORRECTIONS-RELEASED
021791     DISPLAY 'DL145 - TRANSFER CORRECTION ' DL-PAYDT-CUSTOMER-NO
021792         ' ' DL-PAYDT-AUTO-NO-9 ' RUN ' DL-PAYDT-RUN-DATE
021793         ' FROM ' DL-PAYDT-BANK-NO
021794         ' TO ' WS-XH-NEW-BANK-NO
021795         ' AMOUNT ' DL-PAYDT-PAYMENT-AMT
021796     ADD 2 TO WS-DETAILS-RELEASED.
021797 4400-EXIT.
021798     EXIT.
021800***************************************************************
021900*    8000-TERMINATE                                           *
022000***************************************************************
022100 8000-TERMINATE.
022110     IF WS-XFERFILE-AVAILABLE
022120         CLOSE XFER-REGISTER-FILE
022130     END-IF
022200     DISPLAY 'DL145 - REMITTANCE EXTRACT COMPLETE'
022300     DISPLAY 'DL145 - DETAILS READ        ' WS-DETAILS-READ
022400     DISPLAY 'DL145 - DETAILS RELEASED    ' WS-DETAILS-RELEASED
022500     DISPLAY 'DL145 - DETAILS SKIPPED     ' WS-DETAILS-SKIPPED
022600     DISPLAY 'DL145 - DETAILS WRITTEN     ' WS-DETAILS-WRITTEN
022700     DISPLAY 'DL145 - TRAILERS WRITTEN    ' WS-TRAILERS-WRITTEN
022730     DISPLAY 'DL145 - DETAILS RE-ROUTED   ' WS-DETAILS-REROUTED
022740     DISPLAY 'DL145 - TRANSFER CORRECTIONS '
022750         WS-CORRECTIONS-RELEASED
022800     DISPLAY 'DL145 - TOTAL REMITTED      ' WS-TOTAL-REMITTED.
022900 8000-EXIT.
023000     EXIT.

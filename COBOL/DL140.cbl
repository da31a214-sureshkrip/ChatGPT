001740*                     END, SO THE REPORT CANNOT RUN AGAINST A  *
001750*                     HALF-POSTED MASTER; THE PREDECESSOR IS   *
001760*                     DL100.                                   *
001762*    2026-10-15  RK   A LOAN CUT OVER TO ANOTHER FUNDING BANK *
001764*                     BY DL142 (DLXFER REGISTER) IN THE LAST  *
001766*                     90 DAYS (WS-TRANSIT-LIMIT-DAYS) IS      *
001768*                     REPORTED AS TRANSFERRED IN OR OUT, WITH *
001770*                     ITS CUTOVER DATE AND THE OTHER BANK,    *
001772*                     INSTEAD OF AS AN UNEXPLAINED DIFFERENCE *
001774*                     WHILE THE TWO BANKS' FILES CATCH UP.    *
001776*                     THE REGISTER IS OPTIONAL.               *
001778*    2026-10-15  RK   THE TRANSFER TABLE IS GONE.  A LOAN ON  *
001780*                     OUR FILE IS LOOKED UP IN THE DLXFER     *
001782*                     REGISTER BY LOAN (START ON THE LOAN,    *
001784*                     READ FORWARD, AS DL145 DOES), AND THE   *
001786*                     RECENT TRANSFERS ARE SORTED INTO THE    *
001788*                     LOSING BANK'S SEQUENCE AND MATCHED      *
001790*                     ALONGSIDE THE BANK EXTRACT, SO NO       *
001792*                     TRANSFER IS DROPPED ON A BUSY QUARTER.  *
001794*                     THE PREDECESSOR IS NOW DL142, SO        *
001796*                     TONIGHT'S CUTOVERS ARE IN THE REGISTER  *
001798*                     BEFORE THE RECONCILIATION RUNS.         *
001800*                                                             *
001900***************************************************************
002000 IDENTIFICATION DIVISION.
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BANK-EXTRACT-FILE ASSIGN TO BANKEXT
003700         ORGANIZATION IS SEQUENTIAL.
003710     SELECT XFER-REGISTER-FILE ASSIGN TO XFERMSTR
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS DL-XFER-KEY
003750         FILE STATUS IS WS-XFER-FILE-STATUS.
003760     SELECT XFER-OUT-FILE     ASSIGN TO XFEROUT
003770         ORGANIZATION IS SEQUENTIAL.
003800     SELECT SORT-WORK-FILE    ASSIGN TO SORTWK1.
003810     SELECT XFER-SORT-FILE    ASSIGN TO SORTWK2.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LOAN-MASTER-FILE
005200 FD  BANK-EXTRACT-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DLBANKX.
005410 FD  XFER-REGISTER-FILE
005420     LABEL RECORDS ARE STANDARD.
005430     COPY DLXFER.
005435 FD  XFER-OUT-FILE
005440     LABEL RECORDS ARE STANDARD.
005445 01  XO-XFER-REC.
005450     05  XO-OLD-BANK-NO          PIC X(03).
005455     05  XO-OLD-LOAN-NO-RJ       PIC X(10)   JUST RIGHT.
005460     05  XO-CUTOVER-DATE         PIC 9(08).
005465     05  XO-NEW-BANK-NO          PIC X(03).
005470 SD  XFER-SORT-FILE.
005475 01  XS-XFER-REC.
005480     05  XS-OLD-BANK-NO          PIC X(03).
005485     05  XS-OLD-LOAN-NO-RJ       PIC X(10)   JUST RIGHT.
005490     05  XS-CUTOVER-DATE         PIC 9(08).
005495     05  XS-NEW-BANK-NO          PIC X(03).
005500 WORKING-STORAGE SECTION.
005600 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
005700     88  MASTER-EOF                      VALUE 'Y'.
007000 01  WS-BANKX-KEY.
007100     05  WS-BANKX-BANK-NO        PIC X(03).
007200     05  WS-BANKX-LOAN-NO-RJ     PIC X(10).
007202***************************************************************
007204*    TRANSFERS IN TRANSIT - LOANS CUT OVER TO ANOTHER FUNDING *
007206*    BANK NO MORE THAN WS-TRANSIT-LIMIT-DAYS AGO (30/360      *
007208*    DAYS, AS DL107 AGES ITS REJECTS).  A LOAN ON OUR FILE IS *
007210*    LOOKED UP IN THE DLXFER REGISTER BY LOAN; A BANK LOAN IS *
007212*    MATCHED AGAINST THE TRANSFERS SORTED INTO THE LOSING     *
007214*    BANK'S SEQUENCE, ITS LOAN NUMBER RIGHT-JUSTIFIED TO      *
007216*    MATCH THE BANK EXTRACT.                                  *
007218***************************************************************
007220 77  WS-TRANSIT-LIMIT-DAYS   PIC 9(03)   VALUE 90.
007222 77  WS-XFER-FILE-STATUS     PIC X(02).
007224 77  WS-XFER-EOF-SW          PIC X(01)   VALUE 'N'.
007226     88  XFER-EOF                        VALUE 'Y'.
007228 77  WS-XFER-AVAIL-SW        PIC X(01)   VALUE 'N'.
007230     88  WS-XFERFILE-AVAILABLE           VALUE 'Y'.
007232 77  WS-XOUT-EOF-SW          PIC X(01)   VALUE 'N'.
007234     88  XOUT-EOF                        VALUE 'Y'.
007236 77  WS-XFER-HIT-SW          PIC X(01)   VALUE 'N'.
007238     88  WS-TRANSFER-FOUND               VALUE 'Y'.
007240 01  WS-XOUT-KEY.
007242     05  WS-XOUT-BANK-NO         PIC X(03).
007244     05  WS-XOUT-LOAN-NO-RJ      PIC X(10).
007246 01  WS-XFER-HIT.
007248     05  WS-XH-CUTOVER-DATE      PIC 9(08).
007250     05  WS-XH-OLD-BANK-NO       PIC X(03).
007254 01  WS-AGE-WORK.
007256     05  WS-RUN-DATE-X.
007258         10  WS-RUN-YYYY     PIC 9(04).
007260         10  WS-RUN-MM       PIC 9(02).
007262         10  WS-RUN-DD       PIC 9(02).
007264     05  WS-RUN-DAYS         PIC 9(07)   COMP.
007266     05  WS-CLS-DATE-X.
007268         10  WS-CLS-YYYY     PIC 9(04).
007270         10  WS-CLS-MM       PIC 9(02).
007272         10  WS-CLS-DD       PIC 9(02).
007274     05  WS-CLS-DAYS         PIC 9(07)   COMP.
007276     05  WS-DAYS-SINCE       PIC S9(07)  COMP.
007278 01  WS-RJ-WORK.
007280     05  WS-RJ-IN            PIC X(10).
007282     05  WS-RJ-IN-CHX REDEFINES WS-RJ-IN.
007284         10  WS-RJ-IN-CH     PIC X(01)   OCCURS 10 TIMES.
007286     05  WS-RJ-OUT           PIC X(10).
007288     05  WS-RJ-OUT-CHX REDEFINES WS-RJ-OUT.
007290         10  WS-RJ-OUT-CH    PIC X(01)   OCCURS 10 TIMES.
007292     05  WS-RJ-SUB           PIC S9(03)  COMP.
007294     05  WS-RJ-LEN           PIC S9(03)  COMP.
007296     05  WS-RJ-OFF           PIC S9(03)  COMP.
007300***************************************************************
007400*    RUN COUNTERS                                             *
007500***************************************************************
007600 77  WS-LOANS-MATCHED        PIC 9(07)   VALUE ZERO.
007700 77  WS-LOANS-NOT-CONFIRMED  PIC 9(07)   VALUE ZERO.
007800 77  WS-BANKX-NOT-ON-FILE    PIC 9(07)   VALUE ZERO.
007802 77  WS-TRANSFERS-IN-TRANSIT PIC 9(07)   VALUE ZERO.
007804 77  WS-TRANSFERS-OUT-TRANSIT PIC 9(07)  VALUE ZERO.
007810***************************************************************
007820*    DL900 RUN-CONTROL CALL PARAMETER                         *
007830***************************************************************
008700     PERFORM 8000-TERMINATE       THRU 8000-EXIT
008800     STOP RUN.
008900***************************************************************
008910*    1000-INITIALIZE - SORT THE MASTER INTO BANK SEQUENCE AND *
008920*    THE RECENT TRANSFERS INTO THE LOSING BANK'S SEQUENCE,    *
008930*    THEN PRIME ALL THREE READS                               *
009200***************************************************************
009300 1000-INITIALIZE.
009310     MOVE 'DL140' TO DL-RCPRM-PROGRAM
009320     MOVE 'DL142' TO DL-RCPRM-PRED
009330     PERFORM 9000-RUN-CONTROL-START THRU 9000-EXIT
009400     SORT SORT-WORK-FILE
009500         ON ASCENDING KEY BANK-NO     OF SW-HACKATHON-X
009800         GIVING SORTED-MASTER-FILE
009900     OPEN INPUT SORTED-MASTER-FILE
010000     OPEN INPUT BANK-EXTRACT-FILE
010010     SORT XFER-SORT-FILE
010020         ON ASCENDING KEY XS-OLD-BANK-NO
010030                          XS-OLD-LOAN-NO-RJ
010040         INPUT PROCEDURE IS 1100-RELEASE-TRANSFERS
010050             THRU 1100-EXIT
010060         GIVING XFER-OUT-FILE
010070     OPEN INPUT XFER-OUT-FILE
010100     DISPLAY 'DL140 - BANK RECONCILIATION EXCEPTION REPORT'
010200     PERFORM 2100-READ-MASTER THRU 2100-EXIT
010210     PERFORM 2200-READ-BANKX  THRU 2200-EXIT
010220     PERFORM 2250-READ-XFER-OUT THRU 2250-EXIT.
010400 1000-EXIT.
010500     EXIT.
010501***************************************************************
010502*    1100-RELEASE-TRANSFERS - THE APPLIED TRANSFERS STILL     *
010503*    INSIDE THE WINDOW, TO THE SORT.  NO REGISTER MEANS NO    *
010504*    TRANSFER HAS EVER BEEN KEYED.  THE REGISTER STAYS OPEN   *
010505*    FOR 2400.                                                *
010506***************************************************************
010507 1100-RELEASE-TRANSFERS.
010508     MOVE DL-RCPRM-RUN-DATE TO WS-RUN-DATE-X
010509     COMPUTE WS-RUN-DAYS =
010510         (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD
010511     OPEN INPUT XFER-REGISTER-FILE
010512     IF WS-XFER-FILE-STATUS NOT = '00'
010513         DISPLAY 'DL140 - NO TRANSFER REGISTER, STATUS '
010514             WS-XFER-FILE-STATUS
010515         GO TO 1100-EXIT
010516     END-IF
010517     SET WS-XFERFILE-AVAILABLE TO TRUE
010518     PERFORM 1110-READ-TRANSFER THRU 1110-EXIT
010519     PERFORM 1120-RELEASE-ONE-TRANSFER THRU 1120-EXIT
010520         UNTIL XFER-EOF.
010521 1100-EXIT.
010522     EXIT.
010523***************************************************************
010524*    1110-READ-TRANSFER                                       *
010525***************************************************************
010526 1110-READ-TRANSFER.
010527     READ XFER-REGISTER-FILE NEXT
010528         AT END
010529             SET XFER-EOF TO TRUE
010530     END-READ.
010531 1110-EXIT.
010532     EXIT.
010533***************************************************************
010534*    1120-RELEASE-ONE-TRANSFER - KEYED ON THE LOSING BANK     *
010535***************************************************************
010536 1120-RELEASE-ONE-TRANSFER.
010537     IF NOT DL-XFER-APPLIED
010538         GO TO 1120-NEXT
010539     END-IF
010540     PERFORM 1130-AGE-TRANSFER THRU 1130-EXIT
010541     IF WS-DAYS-SINCE > WS-TRANSIT-LIMIT-DAYS
010542         GO TO 1120-NEXT
010543     END-IF
010544     MOVE DL-XFER-OLD-BANK-NO      TO XS-OLD-BANK-NO
010545     MOVE DL-XFER-OLD-BANK-LOAN-NO TO WS-RJ-IN
010546     PERFORM 1200-RIGHT-JUSTIFY THRU 1200-EXIT
010547     MOVE WS-RJ-OUT                TO XS-OLD-LOAN-NO-RJ
010548     MOVE DL-XFER-CUTOVER-DATE     TO XS-CUTOVER-DATE
010549     MOVE DL-XFER-NEW-BANK-NO      TO XS-NEW-BANK-NO
010550     RELEASE XS-XFER-REC.
010551 1120-NEXT.
010552     PERFORM 1110-READ-TRANSFER THRU 1110-EXIT.
010553 1120-EXIT.
010554     EXIT.
010555***************************************************************
010556*    1130-AGE-TRANSFER - 30/360 DAYS SINCE THE CUTOVER        *
010557***************************************************************
010558 1130-AGE-TRANSFER.
010559     MOVE DL-XFER-CLOSED-DATE TO WS-CLS-DATE-X
010560     COMPUTE WS-CLS-DAYS =
010561         (WS-CLS-YYYY * 360) + (WS-CLS-MM * 30) + WS-CLS-DD
010562     COMPUTE WS-DAYS-SINCE = WS-RUN-DAYS - WS-CLS-DAYS.
010563 1130-EXIT.
010564     EXIT.
010565***************************************************************
010566*    1200-RIGHT-JUSTIFY - AS IN DL145                         *
010567***************************************************************
010568 1200-RIGHT-JUSTIFY.
010569     MOVE SPACES TO WS-RJ-OUT
010570     MOVE ZERO   TO WS-RJ-LEN
010571     PERFORM 1210-FIND-LAST-CHAR THRU 1210-EXIT
010572         VARYING WS-RJ-SUB FROM 10 BY -1
010573         UNTIL WS-RJ-SUB < 1 OR WS-RJ-LEN > 0
010574     IF WS-RJ-LEN = ZERO
010575         GO TO 1200-EXIT
010576     END-IF
010577     COMPUTE WS-RJ-OFF = 10 - WS-RJ-LEN
010578     PERFORM 1220-MOVE-ONE-CHAR THRU 1220-EXIT
010579         VARYING WS-RJ-SUB FROM 1 BY 1
010580         UNTIL WS-RJ-SUB > WS-RJ-LEN.
010581 1200-EXIT.
010582     EXIT.
010583***************************************************************
010584*    1210-FIND-LAST-CHAR                                      *
010585***************************************************************
010586 1210-FIND-LAST-CHAR.
010587     IF WS-RJ-IN-CH (WS-RJ-SUB) NOT = SPACE
010588         MOVE WS-RJ-SUB TO WS-RJ-LEN
010589     END-IF.
010590 1210-EXIT.
010591     EXIT.
010592***************************************************************
010593*    1220-MOVE-ONE-CHAR                                       *
010594***************************************************************
010595 1220-MOVE-ONE-CHAR.
010596     MOVE WS-RJ-IN-CH (WS-RJ-SUB)
010597         TO WS-RJ-OUT-CH (WS-RJ-OFF + WS-RJ-SUB).
010598 1220-EXIT.
010599     EXIT.
010600***************************************************************
010700*    2000-RECONCILE-ONE                                       *
010800***************************************************************
011300             ADD 1 TO WS-LOANS-MATCHED
011400             PERFORM 2100-READ-MASTER THRU 2100-EXIT
011500             PERFORM 2200-READ-BANKX  THRU 2200-EXIT
011510         WHEN WS-MASTER-IS-LOW
011520             PERFORM 2400-MASTER-ONLY THRU 2400-EXIT
011530         WHEN WS-BANKX-IS-LOW
011540             PERFORM 2500-BANKX-ONLY  THRU 2500-EXIT
012800     END-EVALUATE.
012900 2000-EXIT.
013000     EXIT.
016300     MOVE DL-BANKX-LOAN-NO-RJ  TO WS-BANKX-LOAN-NO-RJ.
016400 2200-EXIT.
016500     EXIT.
016505***************************************************************
016510*    2250-READ-XFER-OUT                                       *
016515***************************************************************
016520 2250-READ-XFER-OUT.
016525     IF XOUT-EOF
016530         GO TO 2250-EXIT
016535     END-IF
016540     READ XFER-OUT-FILE
016545         AT END
016550             SET XOUT-EOF TO TRUE
016555             MOVE HIGH-VALUES TO WS-XOUT-KEY
016560             GO TO 2250-EXIT
016565     END-READ
016570     MOVE XO-OLD-BANK-NO    TO WS-XOUT-BANK-NO
016575     MOVE XO-OLD-LOAN-NO-RJ TO WS-XOUT-LOAN-NO-RJ.
016580 2250-EXIT.
016585     EXIT.
016600***************************************************************
016700*    2300-SET-MATCH-SWITCH                                    *
016800***************************************************************
017800     END-IF.
017900 2300-EXIT.
018000     EXIT.
018001***************************************************************
018002*    2400-MASTER-ONLY - OUR LOAN, NOT ON THE BANK'S EXTRACT.  *
018003*    A LOAN RECENTLY TRANSFERRED IN MAY NOT BE ON THE GAINING *
018004*    BANK'S FILE YET.                                         *
018005***************************************************************
018006 2400-MASTER-ONLY.
018007     MOVE 'N' TO WS-XFER-HIT-SW
018008     IF WS-XFERFILE-AVAILABLE
018009         PERFORM 2410-FIND-TRANSFER-IN THRU 2410-EXIT
018010     END-IF
018011     IF WS-TRANSFER-FOUND
018012         DISPLAY 'DL140 - TRANSFERRED IN, NOT YET CONFIRMED '
018013             CUSTOMER-NO OF SM-HACKATHON-X ' '
018014             BANK-NO OF SM-HACKATHON-X ' '
018015             BANK-LOAN-NO OF SM-HACKATHON-X
018016             ' CUTOVER ' WS-XH-CUTOVER-DATE
018017             ' FROM ' WS-XH-OLD-BANK-NO
018018         ADD 1 TO WS-TRANSFERS-IN-TRANSIT
018019     ELSE
018020         DISPLAY 'DL140 - NOT CONFIRMED BY BANK '
018021             CUSTOMER-NO OF SM-HACKATHON-X ' '
018022             BANK-NO OF SM-HACKATHON-X ' '
018023             BANK-LOAN-NO OF SM-HACKATHON-X
018024         ADD 1 TO WS-LOANS-NOT-CONFIRMED
018025     END-IF
018026     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
018027 2400-EXIT.
018028     EXIT.
018029***************************************************************
018030*    2410-FIND-TRANSFER-IN - START THE REGISTER ON THE LOAN   *
018031*    AND READ FORWARD THROUGH ITS TRANSFERS, AS DL145 DOES    *
018032***************************************************************
018033 2410-FIND-TRANSFER-IN.
018034     MOVE 'N' TO WS-XFER-EOF-SW
018035     MOVE HEADER_KEY OF SM-HACKATHON-X TO DL-XFER-LOAN-KEY
018036     MOVE ZERO TO DL-XFER-CUTOVER-DATE
018037     START XFER-REGISTER-FILE
018038         KEY IS NOT LESS THAN DL-XFER-KEY
018039         INVALID KEY
018040             GO TO 2410-EXIT
018041     END-START
018042     PERFORM 1110-READ-TRANSFER THRU 1110-EXIT
018043     PERFORM 2420-CHECK-TRANSFER-IN THRU 2420-EXIT
018044         UNTIL XFER-EOF OR WS-TRANSFER-FOUND.
018045 2410-EXIT.
018046     EXIT.
018047***************************************************************
018048*    2420-CHECK-TRANSFER-IN - AN APPLIED TRANSFER TO THE BANK *
018049*    AND LOAN NUMBER THE MASTER NOW CARRIES, INSIDE THE       *
018050*    WINDOW.  PAST THE LOAN'S LAST TRANSFER THE SEARCH IS     *
018051*    OVER.                                                    *
018052***************************************************************
018053 2420-CHECK-TRANSFER-IN.
018054     IF DL-XFER-LOAN-KEY NOT = HEADER_KEY OF SM-HACKATHON-X
018055         SET XFER-EOF TO TRUE
018056         GO TO 2420-EXIT
018057     END-IF
018058     IF DL-XFER-APPLIED
018059             AND DL-XFER-NEW-INV-CODE = WS-MASTER-KEY
018060         PERFORM 1130-AGE-TRANSFER THRU 1130-EXIT
018061         IF WS-DAYS-SINCE NOT > WS-TRANSIT-LIMIT-DAYS
018062             SET WS-TRANSFER-FOUND TO TRUE
018063             MOVE DL-XFER-CUTOVER-DATE TO WS-XH-CUTOVER-DATE
018064             MOVE DL-XFER-OLD-BANK-NO  TO WS-XH-OLD-BANK-NO
018065             GO TO 2420-EXIT
018066         END-IF
018067     END-IF
018068     PERFORM 1110-READ-TRANSFER THRU 1110-EXIT.
018069 2420-EXIT.
018070     EXIT.
018071***************************************************************
018072*    2500-BANKX-ONLY - THE BANK'S LOAN, NOT ON OUR FILE.  A   *
018073*    LOAN RECENTLY TRANSFERRED OUT MAY STILL BE ON THE LOSING *
018074*    BANK'S FILE.  THE SORTED TRANSFERS ARE IN THE EXTRACT'S  *
018075*    SEQUENCE, SO THEY ARE READ UP TO THE BANK LOAN'S KEY.    *
018076***************************************************************
018077 2500-BANKX-ONLY.
018078     PERFORM 2250-READ-XFER-OUT THRU 2250-EXIT
018079         UNTIL WS-XOUT-KEY NOT < WS-BANKX-KEY
018080     IF WS-XOUT-KEY = WS-BANKX-KEY
018081         DISPLAY 'DL140 - TRANSFERRED OUT, STILL CARRIED BY BANK '
018082             DL-BANKX-BANK-NO ' ' DL-BANKX-LOAN-NO-RJ
018083             ' CUTOVER ' XO-CUTOVER-DATE
018084             ' TO ' XO-NEW-BANK-NO
018085         ADD 1 TO WS-TRANSFERS-OUT-TRANSIT
018086     ELSE
018087         DISPLAY 'DL140 - BANK LOAN NOT ON OUR FILE '
018088             DL-BANKX-BANK-NO ' ' DL-BANKX-LOAN-NO-RJ
018089         ADD 1 TO WS-BANKX-NOT-ON-FILE
018090     END-IF
018091     PERFORM 2200-READ-BANKX  THRU 2200-EXIT.
018092 2500-EXIT.
018093     EXIT.
018100***************************************************************
018200*    8000-TERMINATE                                           *
018300***************************************************************
018400 8000-TERMINATE.
018500     CLOSE SORTED-MASTER-FILE
018600     CLOSE BANK-EXTRACT-FILE
018610     CLOSE XFER-OUT-FILE
018620     IF WS-XFERFILE-AVAILABLE
018630         CLOSE XFER-REGISTER-FILE
018640     END-IF
018700     DISPLAY 'DL140 - LOANS MATCHED          ' WS-LOANS-MATCHED
018800     DISPLAY 'DL140 - NOT CONFIRMED BY BANK   '
018900         WS-LOANS-NOT-CONFIRMED
019000     DISPLAY 'DL140 - BANK LOANS NOT ON FILE  '
019100         WS-BANKX-NOT-ON-FILE
019101     DISPLAY 'DL140 - TRANSFERRED IN, TRANSIT '
019102         WS-TRANSFERS-IN-TRANSIT
019103     DISPLAY 'DL140 - TRANSFERRED OUT, TRANSIT'
019104         WS-TRANSFERS-OUT-TRANSIT
019110     PERFORM 9200-RUN-CONTROL-END THRU 9200-EXIT.
019200 8000-EXIT.
019300     EXIT.

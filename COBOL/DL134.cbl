000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL134                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    MONTH-END ROLL RATE AND DELINQUENCY TREND REPORT.  RUN   *
000900*    AT MONTH END, AFTER THE MONTH'S LAST DL130 AND BEFORE    *
001000*    THE BUSINESS DATE ROLLS; THE REPORT MONTH IS THE MONTH   *
001100*    OF THE BUSINESS DATE.  READS THE MONTH-END AGING HISTORY *
001200*    (DLAGEH LAYOUT) THAT DL130 KEEPS AND, FOR EACH FUNDING   *
001300*    BANK, REPORTS:                                           *
001400*                                                             *
001500*    1  ROLL RATES - THE SHARE OF LAST MONTH'S CURRENT, 30,   *
001600*       60, AND 90 DAY LOANS THAT MOVED ONE BUCKET WORSE BY   *
001700*       THIS MONTH END - AND CURE RATES - THE SHARE OF LAST   *
001800*       MONTH'S 30, 60, 90, AND 90-PLUS LOANS THAT ARE        *
001900*       CURRENT AGAIN - IN LOAN COUNTS AND IN LAST MONTH'S    *
002000*       PAYOFF-BAL DOLLARS.  A LOAN IS COUNTED UNDER THE BANK *
002100*       THAT CARRIED IT LAST MONTH.  THE BASE OF EACH RATE IS *
002200*       EVERY LOAN IN THE BUCKET LAST MONTH, INCLUDING LOANS  *
002300*       PAID OFF OR CHARGED OFF SINCE.                        *
002400*                                                             *
002500*    2  A 12-MONTH TREND ENDING WITH THE REPORT MONTH - LOANS *
002600*       ON THE BOOK, THE DELINQUENT SHARE (ANY PAST-DUE       *
002700*       BUCKET) BY COUNT AND BY DOLLARS, AND THE AVERAGE      *
002800*       PAYOFF-BAL.                                           *
002900*                                                             *
003000*    A MONTH'S BOOK IS ITS RECORDS CARRYING THE MONTH'S LAST  *
003100*    AS-OF DATE; A LOAN WITH AN OLDER ONE LEFT THE BOOK       *
003200*    BEFORE MONTH END AND IS LEFT OUT.  BANKS ARE HELD IN A   *
003300*    TABLE; OVERFLOW IS REPORTED AND THE RECORD LEFT OUT.     *
003400*                                                             *
003500*    MODIFICATION HISTORY.                                    *
003600*    DATE       INIT  DESCRIPTION                             *
003700*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
003800*                                                             *
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.    DL134.
004200 AUTHOR.        R. KEMPNER.
004300 INSTALLATION.  CONSUMER LOAN SERVICING.
004400 DATE-WRITTEN.  2026-10-15.
004500 DATE-COMPILED.
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  GENERIC.
004900 OBJECT-COMPUTER.  GENERIC.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AGING-HISTORY-FILE ASSIGN TO AGEHIST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DL-AGEH-KEY
005600         FILE STATUS IS WS-AGEH-FILE-STATUS.
005700     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-BDATE-FILE-STATUS.
006000     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  AGING-HISTORY-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DLAGEH.
006600 FD  BUSINESS-DATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DLBDATE.
006900 SD  SORT-WORK-FILE.
007000 01  SW-AGE-REC.
007100     05  SW-LOAN-KEY         PIC X(17).
007200     05  SW-MONTH-SUB        PIC 9(02).
007300     05  SW-BANK-SUB         PIC 9(03).
007400     05  SW-BUCKET-SUB       PIC 9(01).
007500     05  SW-PAYOFF-BAL       PIC S9(9)V99    COMP-3.
007600 WORKING-STORAGE SECTION.
007700 77  WS-AGEH-EOF-SW          PIC X(01)   VALUE 'N'.
007800     88  AGEH-EOF                        VALUE 'Y'.
007900 77  WS-SORT-EOF-SW          PIC X(01)   VALUE 'N'.
008000     88  SORT-EOF                        VALUE 'Y'.
008100 77  WS-AGEH-FILE-STATUS     PIC X(02).
008200 77  WS-BDATE-FILE-STATUS    PIC X(02).
008300 77  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
008400     88  WS-PRIOR-HELD                   VALUE 'Y'.
008500***************************************************************
008600*    RUN DATE - ITS MONTH IS THE REPORT MONTH                 *
008700***************************************************************
008800 01  WS-TODAY.
008900     05  WS-TODAY-YYYY       PIC 9(04).
009000     05  WS-TODAY-MM         PIC 9(02).
009100     05  WS-TODAY-DD         PIC 9(02).
009200 01  WS-RUN-DATE-N REDEFINES WS-TODAY PIC 9(08).
009300***************************************************************
009400*    THE 12 MONTHS REPORTED, OLDEST FIRST; ENTRY 12 IS THE    *
009500*    REPORT MONTH AND ENTRY 11 THE MONTH THE ROLL RATES RUN   *
009600*    FROM.  EACH CARRIES THE LAST AS-OF DATE FOUND FOR IT.    *
009700*    MONTHS ARE COUNTED AS (YYYY * 12) + MM - 1 SO THE        *
009800*    WINDOW CAN CROSS A YEAR END.                             *
009900***************************************************************
010000 01  WS-MONTH-TABLE.
010100     05  WS-MT-ENTRY OCCURS 12 TIMES.
010200         10  WS-MT-MONTH.
010300             15  WS-MT-YYYY      PIC 9(04).
010400             15  WS-MT-MM        PIC 9(02).
010500         10  WS-MT-CLOSE-DATE    PIC 9(08).
010600 77  WS-MONTH-SUB            PIC 9(03)   COMP  VALUE ZERO.
010700 77  WS-REC-MONTH-SUB        PIC 9(03)   COMP  VALUE ZERO.
010800 77  WS-REPORT-MONTH-NO      PIC 9(06)   COMP  VALUE ZERO.
010900 77  WS-FIRST-MONTH-NO       PIC 9(06)   COMP  VALUE ZERO.
011000 77  WS-WORK-MONTH-NO        PIC 9(06)   COMP  VALUE ZERO.
011100***************************************************************
011200*    PER-BANK TABLE - THE 12-MONTH TREND FIGURES, AND THE     *
011300*    ROLL MATRIX: LAST MONTH'S LOANS AND DOLLARS BY BUCKET    *
011400*    (FROM) AND HOW MANY OF THEM ARE IN EACH BUCKET THIS      *
011500*    MONTH (TO).  BUCKETS ARE NUMBERED 1 CURRENT, 2 30 DAY,   *
011600*    3 60 DAY, 4 90 DAY, 5 90-PLUS.                           *
011700***************************************************************
011800 01  WS-BANK-TABLE.
011900     05  WS-BT-ENTRY OCCURS 100 TIMES.
012000         10  WS-BT-BANK-NO       PIC X(03).
012100         10  WS-BT-MONTH OCCURS 12 TIMES.
012200             15  WS-BT-LOANS     PIC 9(07)       COMP-3.
012300             15  WS-BT-BAL       PIC S9(11)V99   COMP-3.
012400             15  WS-BT-DLQ-LOANS PIC 9(07)       COMP-3.
012500             15  WS-BT-DLQ-BAL   PIC S9(11)V99   COMP-3.
012600         10  WS-BT-FROM OCCURS 5 TIMES.
012700             15  WS-BT-FROM-LOANS PIC 9(07)      COMP-3.
012800             15  WS-BT-FROM-BAL  PIC S9(11)V99   COMP-3.
012900             15  WS-BT-TO OCCURS 5 TIMES.
013000                 20  WS-BT-TO-LOANS PIC 9(07)    COMP-3.
013100                 20  WS-BT-TO-BAL PIC S9(11)V99  COMP-3.
013200 77  WS-BANK-COUNT           PIC 9(03)   COMP  VALUE ZERO.
013300 77  WS-BANK-SUB             PIC 9(03)   COMP  VALUE ZERO.
013400 77  WS-BANK-HIT-SUB         PIC 9(03)   COMP  VALUE ZERO.
013500 77  WS-BUCKET-SUB           PIC 9(01)   VALUE ZERO.
013600 77  WS-FROM-SUB             PIC 9(01)   VALUE ZERO.
013700 77  WS-TO-SUB               PIC 9(01)   VALUE ZERO.
013800***************************************************************
013900*    THE EIGHT RATE LINES PRINTED FOR A BANK - LABEL, FROM    *
014000*    BUCKET, TO BUCKET                                        *
014100***************************************************************
014200 01  WS-RATE-LINE-VALUES.
014300     05  FILLER              PIC X(12)   VALUE 'CUR TO 30 12'.
014400     05  FILLER              PIC X(12)   VALUE '30 TO 60  23'.
014500     05  FILLER              PIC X(12)   VALUE '60 TO 90  34'.
014600     05  FILLER              PIC X(12)   VALUE '90 TO 90+ 45'.
014700     05  FILLER              PIC X(12)   VALUE '30 TO CUR 21'.
014800     05  FILLER              PIC X(12)   VALUE '60 TO CUR 31'.
014900     05  FILLER              PIC X(12)   VALUE '90 TO CUR 41'.
015000     05  FILLER              PIC X(12)   VALUE '90+ TO CUR51'.
015100 01  WS-RATE-LINES REDEFINES WS-RATE-LINE-VALUES.
015200     05  WS-RL-ENTRY OCCURS 8 TIMES.
015300         10  WS-RL-LABEL         PIC X(10).
015400         10  WS-RL-FROM          PIC 9(01).
015500         10  WS-RL-TO            PIC 9(01).
015600 77  WS-RL-SUB               PIC 9(03)   COMP  VALUE ZERO.
015700***************************************************************
015800*    LAST MONTH'S RECORD FOR THE LOAN, HELD TO PAIR WITH THIS *
015900*    MONTH'S                                                  *
016000***************************************************************
016100 01  WS-HOLD-REC.
016200     05  WS-HOLD-LOAN-KEY    PIC X(17).
016300     05  WS-HOLD-BANK-SUB    PIC 9(03).
016400     05  WS-HOLD-BUCKET-SUB  PIC 9(01).
016500     05  WS-HOLD-PAYOFF-BAL  PIC S9(9)V99    COMP-3.
016600***************************************************************
016700*    RATE ARITHMETIC AND EDITED PRINT FIELDS                  *
016800***************************************************************
016900 01  WS-RATE-WORK.
017000     05  WS-NUM-LOANS        PIC 9(07).
017100     05  WS-DEN-LOANS        PIC 9(07).
017200     05  WS-NUM-BAL          PIC S9(11)V99.
017300     05  WS-DEN-BAL          PIC S9(11)V99.
017400     05  WS-RATE             PIC 9(03)V99.
017500     05  WS-AVG-BAL          PIC S9(09)V99.
017600 01  WS-PRINT-FIELDS.
017700     05  WS-LOANS-ED         PIC ZZZZZZ9.
017800     05  WS-LOANS-ED-2       PIC ZZZZZZ9.
017900     05  WS-LOAN-RATE-ED     PIC ZZ9.99.
018000     05  WS-BAL-ED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018100     05  WS-BAL-ED-2         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018200     05  WS-BAL-RATE-ED      PIC ZZ9.99.
018300     05  WS-AVG-BAL-ED       PIC -ZZZ,ZZZ,ZZ9.99.
018400***************************************************************
018500*    RUN COUNTERS                                             *
018600***************************************************************
018700 77  WS-HIST-READ            PIC 9(07)   VALUE ZERO.
018800 77  WS-LEFT-BOOK            PIC 9(07)   VALUE ZERO.
018900 77  WS-BAD-BUCKET           PIC 9(07)   VALUE ZERO.
019000 77  WS-BANK-OVERFLOW        PIC 9(07)   VALUE ZERO.
019100 77  WS-PAIRED               PIC 9(07)   VALUE ZERO.
019200 77  WS-NEW-ON-BOOK          PIC 9(07)   VALUE ZERO.
019300 PROCEDURE DIVISION.
019400***************************************************************
019500*    0000-MAINLINE                                            *
019600***************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE    THRU 1000-EXIT
019900     SORT SORT-WORK-FILE
020000         ON ASCENDING KEY SW-LOAN-KEY
020100                          SW-MONTH-SUB
020200         INPUT PROCEDURE IS 2000-RELEASE-HISTORY
020300             THRU 2000-EXIT
020400         OUTPUT PROCEDURE IS 3000-PAIR-MONTHS
020500             THRU 3000-EXIT
020600     PERFORM 4000-PRINT-REPORT  THRU 4000-EXIT
020700     PERFORM 8000-TERMINATE     THRU 8000-EXIT
020800     STOP RUN.
020900***************************************************************
021000*    1000-INITIALIZE - SET THE 12-MONTH WINDOW AND FIND EACH  *
021100*    MONTH'S LAST AS-OF DATE                                  *
021200***************************************************************
021300 1000-INITIALIZE.
021400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
021500     INITIALIZE WS-BANK-TABLE
021600     COMPUTE WS-REPORT-MONTH-NO =
021700         (WS-TODAY-YYYY * 12) + WS-TODAY-MM - 1
021800     COMPUTE WS-FIRST-MONTH-NO = WS-REPORT-MONTH-NO - 11
021900     PERFORM 1100-SET-MONTH THRU 1100-EXIT
022000         VARYING WS-MONTH-SUB FROM 1 BY 1
022100         UNTIL WS-MONTH-SUB > 12
022200     DISPLAY 'DL134 - ROLL RATE AND DELINQUENCY TREND - MONTH '
022300         WS-TODAY-YYYY '-' WS-TODAY-MM
022400     OPEN INPUT AGING-HISTORY-FILE
022500     IF WS-AGEH-FILE-STATUS NOT = '00'
022600         DISPLAY 'DL134 - NO AGING HISTORY, STATUS '
022700             WS-AGEH-FILE-STATUS ' - RUN STOPPED'
022800         STOP RUN
022900     END-IF
023000     PERFORM 1300-START-HISTORY THRU 1300-EXIT
023100     PERFORM 1200-NOTE-MONTH-END THRU 1200-EXIT
023200         UNTIL AGEH-EOF.
023300 1000-EXIT.
023400     EXIT.
023500***************************************************************
023600*    1050-GET-BUSINESS-DATE                                   *
023700***************************************************************
023800 1050-GET-BUSINESS-DATE.
023900     OPEN INPUT BUSINESS-DATE-FILE
024000     IF WS-BDATE-FILE-STATUS NOT = '00'
024100         ACCEPT WS-TODAY FROM DATE YYYYMMDD
024200         GO TO 1050-EXIT
024300     END-IF
024400     READ BUSINESS-DATE-FILE
024500         AT END
024600             MOVE ZERO TO DL-BDATE-RUN-DATE
024700     END-READ
024800     IF DL-BDATE-RUN-DATE NOT NUMERIC
024900             OR DL-BDATE-RUN-DATE = ZERO
025000         ACCEPT WS-TODAY FROM DATE YYYYMMDD
025100     ELSE
025200         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE-N
025300     END-IF
025400     CLOSE BUSINESS-DATE-FILE.
025500 1050-EXIT.
025600     EXIT.
025700***************************************************************
025800*    1100-SET-MONTH - YEAR AND MONTH OF ONE WINDOW ENTRY      *
025900***************************************************************
026000 1100-SET-MONTH.
026100     COMPUTE WS-WORK-MONTH-NO =
026200         WS-FIRST-MONTH-NO + WS-MONTH-SUB - 1
026300     COMPUTE WS-MT-YYYY (WS-MONTH-SUB) = WS-WORK-MONTH-NO / 12
026400     COMPUTE WS-MT-MM (WS-MONTH-SUB) =
026500         WS-WORK-MONTH-NO - (WS-MT-YYYY (WS-MONTH-SUB) * 12) + 1
026600     MOVE ZERO TO WS-MT-CLOSE-DATE (WS-MONTH-SUB).
026700 1100-EXIT.
026800     EXIT.
026900***************************************************************
027000*    1200-NOTE-MONTH-END - FIRST PASS: KEEP THE LATEST AS-OF  *
027100*    DATE SEEN FOR THE RECORD'S MONTH                         *
027200***************************************************************
027300 1200-NOTE-MONTH-END.
027400     IF DL-AGEH-AS-OF-DATE > WS-MT-CLOSE-DATE (WS-REC-MONTH-SUB)
027500         MOVE DL-AGEH-AS-OF-DATE
027600             TO WS-MT-CLOSE-DATE (WS-REC-MONTH-SUB)
027700     END-IF
027800     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
027900 1200-EXIT.
028000     EXIT.
028100***************************************************************
028200*    1300-START-HISTORY - POSITION AT THE FIRST MONTH OF THE  *
028300*    WINDOW AND READ THE FIRST RECORD                         *
028400***************************************************************
028500 1300-START-HISTORY.
028600     MOVE 'N' TO WS-AGEH-EOF-SW
028700     MOVE WS-MT-MONTH (1) TO DL-AGEH-MONTH
028800     MOVE LOW-VALUES TO DL-AGEH-LOAN-KEY
028900     START AGING-HISTORY-FILE KEY IS NOT LESS THAN DL-AGEH-KEY
029000         INVALID KEY
029100             SET AGEH-EOF TO TRUE
029200             GO TO 1300-EXIT
029300     END-START
029400     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
029500 1300-EXIT.
029600     EXIT.
029700***************************************************************
029800*    1310-READ-HISTORY - NEXT RECORD IN THE WINDOW, WITH ITS  *
029900*    MONTH'S ENTRY NUMBER                                     *
030000***************************************************************
030100 1310-READ-HISTORY.
030200     READ AGING-HISTORY-FILE NEXT
030300         AT END
030400             SET AGEH-EOF TO TRUE
030500             GO TO 1310-EXIT
030600     END-READ
030700     IF DL-AGEH-MONTH > WS-MT-MONTH (12)
030800         SET AGEH-EOF TO TRUE
030900         GO TO 1310-EXIT
031000     END-IF
031100     COMPUTE WS-WORK-MONTH-NO =
031200         (DL-AGEH-YYYY * 12) + DL-AGEH-MM - 1
031300     COMPUTE WS-REC-MONTH-SUB =
031400         WS-WORK-MONTH-NO - WS-FIRST-MONTH-NO + 1.
031500 1310-EXIT.
031600     EXIT.
031700***************************************************************
031800*    2000-RELEASE-HISTORY - SORT INPUT: SECOND PASS OF THE    *
031900*    WINDOW.  EVERY MONTH-END RECORD GOES INTO ITS BANK'S     *
032000*    TREND; THOSE OF THE LAST TWO MONTHS ARE RELEASED TO BE   *
032100*    PAIRED BY LOAN.                                          *
032200***************************************************************
032300 2000-RELEASE-HISTORY.
032400     PERFORM 1300-START-HISTORY THRU 1300-EXIT
032500     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
032600         UNTIL AGEH-EOF.
032700 2000-EXIT.
032800     EXIT.
032900***************************************************************
033000*    2100-SELECT-ONE                                          *
033100***************************************************************
033200 2100-SELECT-ONE.
033300     ADD 1 TO WS-HIST-READ
033400     IF DL-AGEH-AS-OF-DATE
033500             NOT = WS-MT-CLOSE-DATE (WS-REC-MONTH-SUB)
033600         ADD 1 TO WS-LEFT-BOOK
033700         GO TO 2100-NEXT
033800     END-IF
033900     PERFORM 2200-SET-BUCKET-SUB THRU 2200-EXIT
034000     IF WS-BUCKET-SUB = ZERO
034100         DISPLAY 'DL134 - UNKNOWN BUCKET ' DL-AGEH-BUCKET ' '
034200             DL-AGEH-CUSTOMER-NO ' ' DL-AGEH-AUTO-NO-9
034300             ' MONTH ' DL-AGEH-MONTH
034400         ADD 1 TO WS-BAD-BUCKET
034500         GO TO 2100-NEXT
034600     END-IF
034700     PERFORM 2300-FIND-BANK THRU 2300-EXIT
034800     IF WS-BANK-HIT-SUB = ZERO
034900         GO TO 2100-NEXT
035000     END-IF
035100     ADD 1 TO WS-BT-LOANS (WS-BANK-HIT-SUB, WS-REC-MONTH-SUB)
035200     ADD DL-AGEH-PAYOFF-BAL
035300         TO WS-BT-BAL (WS-BANK-HIT-SUB, WS-REC-MONTH-SUB)
035400     IF WS-BUCKET-SUB > 1
035500         ADD 1 TO WS-BT-DLQ-LOANS (WS-BANK-HIT-SUB,
035600             WS-REC-MONTH-SUB)
035700         ADD DL-AGEH-PAYOFF-BAL
035800             TO WS-BT-DLQ-BAL (WS-BANK-HIT-SUB, WS-REC-MONTH-SUB)
035900     END-IF
036000     IF WS-REC-MONTH-SUB NOT LESS THAN 11
036100         MOVE DL-AGEH-LOAN-KEY   TO SW-LOAN-KEY
036200         MOVE WS-REC-MONTH-SUB   TO SW-MONTH-SUB
036300         MOVE WS-BANK-HIT-SUB    TO SW-BANK-SUB
036400         MOVE WS-BUCKET-SUB      TO SW-BUCKET-SUB
036500         MOVE DL-AGEH-PAYOFF-BAL TO SW-PAYOFF-BAL
036600         RELEASE SW-AGE-REC
036700     END-IF.
036800 2100-NEXT.
036900     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
037000 2100-EXIT.
037100     EXIT.
037200***************************************************************
037300*    2200-SET-BUCKET-SUB - BUCKET NUMBER 1-5, ZERO IF UNKNOWN *
037400***************************************************************
037500 2200-SET-BUCKET-SUB.
037600     EVALUATE TRUE
037700         WHEN DL-AGEH-CURRENT
037800             MOVE 1 TO WS-BUCKET-SUB
037900         WHEN DL-AGEH-30-DAY
038000             MOVE 2 TO WS-BUCKET-SUB
038100         WHEN DL-AGEH-60-DAY
038200             MOVE 3 TO WS-BUCKET-SUB
038300         WHEN DL-AGEH-90-DAY
038400             MOVE 4 TO WS-BUCKET-SUB
038500         WHEN DL-AGEH-90-PLUS
038600             MOVE 5 TO WS-BUCKET-SUB
038700         WHEN OTHER
038800             MOVE ZERO TO WS-BUCKET-SUB
038900     END-EVALUATE.
039000 2200-EXIT.
039100     EXIT.
039200***************************************************************
039300*    2300-FIND-BANK - THE RECORD'S BANK ENTRY, ADDED IF NEW;  *
039400*    ZERO WHEN THE TABLE IS FULL                              *
039500***************************************************************
039600 2300-FIND-BANK.
039700     MOVE ZERO TO WS-BANK-HIT-SUB
039800     PERFORM 2310-MATCH-BANK THRU 2310-EXIT
039900         VARYING WS-BANK-SUB FROM 1 BY 1
040000         UNTIL WS-BANK-SUB > WS-BANK-COUNT
040100             OR WS-BANK-HIT-SUB NOT = ZERO
040200     IF WS-BANK-HIT-SUB NOT = ZERO
040300         GO TO 2300-EXIT
040400     END-IF
040500     IF WS-BANK-COUNT < 100
040600         ADD 1 TO WS-BANK-COUNT
040700         MOVE DL-AGEH-BANK-NO TO WS-BT-BANK-NO (WS-BANK-COUNT)
040800         MOVE WS-BANK-COUNT TO WS-BANK-HIT-SUB
040900     ELSE
041000         DISPLAY 'DL134 - BANK TABLE FULL, DROPPED '
041100             DL-AGEH-BANK-NO ' ' DL-AGEH-CUSTOMER-NO ' '
041200             DL-AGEH-AUTO-NO-9 ' MONTH ' DL-AGEH-MONTH
041300         ADD 1 TO WS-BANK-OVERFLOW
041400     END-IF.
041500 2300-EXIT.
041600     EXIT.
041700***************************************************************
041800*    2310-MATCH-BANK                                          *
041900***************************************************************
042000 2310-MATCH-BANK.
042100     IF DL-AGEH-BANK-NO = WS-BT-BANK-NO (WS-BANK-SUB)
042200         MOVE WS-BANK-SUB TO WS-BANK-HIT-SUB
042300     END-IF.
042400 2310-EXIT.
042500     EXIT.
042600***************************************************************
042700*    3000-PAIR-MONTHS - SORT OUTPUT: EACH LOAN'S LAST-MONTH   *
042800*    RECORD GOES INTO THE FROM COUNTS OF ITS BANK AND BUCKET; *
042900*    WHEN THE SAME LOAN'S REPORT-MONTH RECORD FOLLOWS, THE    *
043000*    PAIR GOES INTO THE TO COUNTS.  A LAST-MONTH LOAN WITH NO *
043100*    REPORT-MONTH RECORD LEFT THE BOOK AND STAYS IN THE BASE. *
043200***************************************************************
043300 3000-PAIR-MONTHS.
043400     MOVE 'N' TO WS-HOLD-SW
043500     PERFORM 3100-RETURN-SORT THRU 3100-EXIT
043600     PERFORM 3200-PAIR-ONE THRU 3200-EXIT
043700         UNTIL SORT-EOF.
043800 3000-EXIT.
043900     EXIT.
044000***************************************************************
044100*    3100-RETURN-SORT                                         *
044200***************************************************************
044300 3100-RETURN-SORT.
044400     RETURN SORT-WORK-FILE
044500         AT END
044600             SET SORT-EOF TO TRUE
044700     END-RETURN.
044800 3100-EXIT.
044900     EXIT.
045000***************************************************************
045100*    3200-PAIR-ONE                                            *
045200***************************************************************
045300 3200-PAIR-ONE.
045400     IF SW-MONTH-SUB = 11
045500         ADD 1 TO WS-BT-FROM-LOANS (SW-BANK-SUB, SW-BUCKET-SUB)
045600         ADD SW-PAYOFF-BAL
045700             TO WS-BT-FROM-BAL (SW-BANK-SUB, SW-BUCKET-SUB)
045800         MOVE SW-LOAN-KEY   TO WS-HOLD-LOAN-KEY
045900         MOVE SW-BANK-SUB   TO WS-HOLD-BANK-SUB
046000         MOVE SW-BUCKET-SUB TO WS-HOLD-BUCKET-SUB
046100         MOVE SW-PAYOFF-BAL TO WS-HOLD-PAYOFF-BAL
046200         SET WS-PRIOR-HELD TO TRUE
046300         GO TO 3200-NEXT
046400     END-IF
046500     IF WS-PRIOR-HELD
046600             AND SW-LOAN-KEY = WS-HOLD-LOAN-KEY
046700         ADD 1 TO WS-BT-TO-LOANS (WS-HOLD-BANK-SUB,
046800             WS-HOLD-BUCKET-SUB, SW-BUCKET-SUB)
046900         ADD WS-HOLD-PAYOFF-BAL TO WS-BT-TO-BAL (WS-HOLD-BANK-SUB,
047000             WS-HOLD-BUCKET-SUB, SW-BUCKET-SUB)
047100         ADD 1 TO WS-PAIRED
047200     ELSE
047300         ADD 1 TO WS-NEW-ON-BOOK
047400     END-IF
047500     MOVE 'N' TO WS-HOLD-SW.
047600 3200-NEXT.
047700     PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
047800 3200-EXIT.
047900     EXIT.
048000***************************************************************
048100*    4000-PRINT-REPORT - ONE SECTION PER BANK                 *
048200***************************************************************
048300 4000-PRINT-REPORT.
048400     DISPLAY 'DL134 - ROLL AND CURE RATES FROM '
048500         WS-MT-YYYY (11) '-' WS-MT-MM (11) ' TO '
048600         WS-MT-YYYY (12) '-' WS-MT-MM (12)
048700     IF WS-BANK-COUNT = ZERO
048800         DISPLAY 'DL134 - NO MONTH-END AGING IN THE LAST 12 '
048900             'MONTHS'
049000         GO TO 4000-EXIT
049100     END-IF
049200     PERFORM 4100-PRINT-BANK THRU 4100-EXIT
049300         VARYING WS-BANK-SUB FROM 1 BY 1
049400         UNTIL WS-BANK-SUB > WS-BANK-COUNT.
049500 4000-EXIT.
049600     EXIT.
049700***************************************************************
049800*    4100-PRINT-BANK - RATE LINES, THEN THE TREND             *
049900***************************************************************
050000 4100-PRINT-BANK.
050100     DISPLAY 'DL134 - '
050200     DISPLAY 'DL134 - BANK ' WS-BT-BANK-NO (WS-BANK-SUB)
050300     DISPLAY 'DL134 -   BUCKETS      LOANS  OF LOANS   RATE'
050400         '             DOLLARS          OF DOLLARS   RATE'
050500     PERFORM 4200-PRINT-RATE THRU 4200-EXIT
050600         VARYING WS-RL-SUB FROM 1 BY 1
050700         UNTIL WS-RL-SUB > 8
050800     DISPLAY 'DL134 -   MONTH      LOANS  DELINQ   RATE'
050900         '  DOLLAR RATE     AVERAGE BAL'
051000     PERFORM 4300-PRINT-TREND THRU 4300-EXIT
051100         VARYING WS-MONTH-SUB FROM 1 BY 1
051200         UNTIL WS-MONTH-SUB > 12.
051300 4100-EXIT.
051400     EXIT.
051500***************************************************************
051600*    4200-PRINT-RATE - ONE ROLL OR CURE LINE, BY COUNT AND BY *
051700*    LAST MONTH'S DOLLARS                                     *
051800***************************************************************
051900 4200-PRINT-RATE.
052000     MOVE WS-RL-FROM (WS-RL-SUB) TO WS-FROM-SUB
052100     MOVE WS-RL-TO (WS-RL-SUB)   TO WS-TO-SUB
052200     MOVE WS-BT-TO-LOANS (WS-BANK-SUB, WS-FROM-SUB, WS-TO-SUB)
052300         TO WS-NUM-LOANS
052400     MOVE WS-BT-FROM-LOANS (WS-BANK-SUB, WS-FROM-SUB)
052500         TO WS-DEN-LOANS
052600     MOVE WS-BT-TO-BAL (WS-BANK-SUB, WS-FROM-SUB, WS-TO-SUB)
052700         TO WS-NUM-BAL
052800     MOVE WS-BT-FROM-BAL (WS-BANK-SUB, WS-FROM-SUB)
052900         TO WS-DEN-BAL
053000     MOVE ZERO TO WS-RATE
053100     IF WS-DEN-LOANS > ZERO
053200         COMPUTE WS-RATE ROUNDED =
053300             (WS-NUM-LOANS * 100) / WS-DEN-LOANS
053400     END-IF
053500     MOVE WS-RATE TO WS-LOAN-RATE-ED
053600     MOVE ZERO TO WS-RATE
053700     IF WS-DEN-BAL > ZERO
053800             AND WS-NUM-BAL > ZERO
053900         COMPUTE WS-RATE ROUNDED =
054000             (WS-NUM-BAL * 100) / WS-DEN-BAL
054100     END-IF
054200     MOVE WS-RATE TO WS-BAL-RATE-ED
054300     MOVE WS-NUM-LOANS TO WS-LOANS-ED
054400     MOVE WS-DEN-LOANS TO WS-LOANS-ED-2
054500     MOVE WS-NUM-BAL   TO WS-BAL-ED
054600     MOVE WS-DEN-BAL   TO WS-BAL-ED-2
054700     DISPLAY 'DL134 -   ' WS-RL-LABEL (WS-RL-SUB)
054800         ' ' WS-LOANS-ED ' ' WS-LOANS-ED-2 ' ' WS-LOAN-RATE-ED
054900         ' ' WS-BAL-ED ' ' WS-BAL-ED-2 ' ' WS-BAL-RATE-ED.
055000 4200-EXIT.
055100     EXIT.
055200***************************************************************
055300*    4300-PRINT-TREND - ONE MONTH OF THE BANK'S TREND         *
055400***************************************************************
055500 4300-PRINT-TREND.
055600     MOVE WS-BT-LOANS (WS-BANK-SUB, WS-MONTH-SUB)
055700         TO WS-DEN-LOANS
055800     MOVE WS-BT-DLQ-LOANS (WS-BANK-SUB, WS-MONTH-SUB)
055900         TO WS-NUM-LOANS
056000     MOVE WS-BT-BAL (WS-BANK-SUB, WS-MONTH-SUB)
056100         TO WS-DEN-BAL
056200     MOVE WS-BT-DLQ-BAL (WS-BANK-SUB, WS-MONTH-SUB)
056300         TO WS-NUM-BAL
056400     MOVE ZERO TO WS-RATE
056500     MOVE ZERO TO WS-AVG-BAL
056600     IF WS-DEN-LOANS > ZERO
056700         COMPUTE WS-RATE ROUNDED =
056800             (WS-NUM-LOANS * 100) / WS-DEN-LOANS
056900         COMPUTE WS-AVG-BAL ROUNDED = WS-DEN-BAL / WS-DEN-LOANS
057000     END-IF
057100     MOVE WS-RATE TO WS-LOAN-RATE-ED
057200     MOVE ZERO TO WS-RATE
057300     IF WS-DEN-BAL > ZERO
057400             AND WS-NUM-BAL > ZERO
057500         COMPUTE WS-RATE ROUNDED =
057600             (WS-NUM-BAL * 100) / WS-DEN-BAL
057700     END-IF
057800     MOVE WS-RATE TO WS-BAL-RATE-ED
057900     MOVE WS-DEN-LOANS TO WS-LOANS-ED
058000     MOVE WS-NUM-LOANS TO WS-LOANS-ED-2
058100     MOVE WS-AVG-BAL   TO WS-AVG-BAL-ED
058200     DISPLAY 'DL134 -   ' WS-MT-YYYY (WS-MONTH-SUB) '-'
058300         WS-MT-MM (WS-MONTH-SUB) ' ' WS-LOANS-ED ' '
058400         WS-LOANS-ED-2 ' ' WS-LOAN-RATE-ED '       '
058500         WS-BAL-RATE-ED ' ' WS-AVG-BAL-ED.
058600 4300-EXIT.
058700     EXIT.
058800***************************************************************
058900*    8000-TERMINATE                                           *
059000***************************************************************
059100 8000-TERMINATE.
059200     CLOSE AGING-HISTORY-FILE
059300     DISPLAY 'DL134 - '
059400     DISPLAY 'DL134 - HISTORY RECORDS READ    ' WS-HIST-READ
059500     DISPLAY 'DL134 - LEFT BOOK BEFORE MONTH END ' WS-LEFT-BOOK
059600     DISPLAY 'DL134 - UNKNOWN BUCKET          ' WS-BAD-BUCKET
059700     DISPLAY 'DL134 - BANK TABLE OVERFLOW     ' WS-BANK-OVERFLOW
059800     DISPLAY 'DL134 - BANKS REPORTED          ' WS-BANK-COUNT
059900     DISPLAY 'DL134 - LOANS PAIRED            ' WS-PAIRED
060000     DISPLAY 'DL134 - NEW ON THE BOOK         ' WS-NEW-ON-BOOK.
060100 8000-EXIT.
060200     EXIT.

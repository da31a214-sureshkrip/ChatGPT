000100***************************************************************
000200*                                                             *
000300*    PROGRAM-ID.   DL098                                      *
000400*    AUTHOR.       R. KEMPNER - LOAN SYSTEMS GROUP             *
000500*    INSTALLATION. CONSUMER LOAN SERVICING                    *
000600*    DATE-WRITTEN. 2026-10-15                                 *
000700*                                                             *
000800*    NIGHTLY LOAN MASTER SNAPSHOT.  RUNS AFTER DL110 AND      *
000900*    AHEAD OF THE DL115 OPENING RUN AND DL100, SO EACH        *
001000*    GENERATION IS THE MASTER EXACTLY AS DL100 FOUND IT.      *
001100*    COPIES EVERY LOAN ON THE MASTER TO THE SNAPSHOT FILE     *
001200*    (DLSNAP LAYOUT) UNDER THE BUSINESS DATE, THEN WRITES     *
001300*    THE GENERATION'S CONTROL RECORD WITH THE LOAN COUNT AND  *
001400*    TOTAL PAYOFF-BAL COPIED - THE SAME FIGURES THE DL115     *
001500*    OPENING RECORD CARRIES.  THE CONTROL RECORD GOES LAST,   *
001600*    SO A GENERATION WITHOUT ONE WAS CUT SHORT.               *
001700*                                                             *
001800*    THE FILE KEEPS WS-SNAP-GENERATIONS GENERATIONS,          *
001900*    TONIGHT'S INCLUDED: BEFORE COPYING, THE OLDEST ARE       *
002000*    DELETED UNTIL THERE IS ROOM.  A GENERATION LEFT BY A     *
002100*    CUT-SHORT RUN, OR ONE ALREADY TAKEN FOR TONIGHT'S DATE   *
002200*    (A RERUN), IS DELETED FIRST AND TAKEN AGAIN.  DL099      *
002300*    RESTORES A GENERATION AND ROLLS IT FORWARD.              *
002400*                                                             *
002500*    MODIFICATION HISTORY.                                    *
002600*    DATE       INIT  DESCRIPTION                             *
002700*    2026-10-15  RK   ORIGINAL PROGRAM.                       *
002710*    2026-10-15  RK   THE DLSNAP IMAGE AND LOAN KEY NOW HOLD  *
002720*                     THE WHOLE 113-BYTE RECORD AND 18-BYTE   *
002730*                     HEADER_KEY; THE LAST BYTE (THE SIGN OF  *
002740*                     RECOVERY-AMT) WAS BEING DROPPED.        *
002800*                                                             *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    DL098.
003200 AUTHOR.        R. KEMPNER.
003300 INSTALLATION.  CONSUMER LOAN SERVICING.
003400 DATE-WRITTEN.  2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  GENERIC.
003900 OBJECT-COMPUTER.  GENERIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS HEADER_KEY OF HACKATHON-X.
004600     SELECT SNAPSHOT-FILE    ASSIGN TO LOANSNAP
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS DL-SNAP-KEY
005000         FILE STATUS IS WS-SNAP-FILE-STATUS.
005100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-BDATE-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  LOAN-MASTER-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "test.cpy".
005900 FD  SNAPSHOT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DLSNAP.
006200 FD  BUSINESS-DATE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DLBDATE.
006500 WORKING-STORAGE SECTION.
006600 77  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
006700     88  MASTER-EOF                      VALUE 'Y'.
006800 77  WS-SNAP-EOF-SW          PIC X(01)   VALUE 'N'.
006900     88  SNAP-EOF                        VALUE 'Y'.
007000 77  WS-PURGE-DONE-SW        PIC X(01)   VALUE 'N'.
007100     88  WS-PURGE-DONE                   VALUE 'Y'.
007200 77  WS-SNAP-FILE-STATUS     PIC X(02).
007300 77  WS-BDATE-FILE-STATUS    PIC X(02).
007400***************************************************************
007500*    GENERATIONS KEPT ON THE SNAPSHOT FILE, TONIGHT'S         *
007600*    INCLUDED                                                 *
007700***************************************************************
007800 77  WS-SNAP-GENERATIONS     PIC 9(02)   VALUE 07.
007900***************************************************************
008000*    RUN DATE - THE SNAPSHOT DATE OF TONIGHT'S GENERATION     *
008100***************************************************************
008200 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008300***************************************************************
008400*    GENERATION WORK - THE DATE OF THE GENERATION BEING       *
008500*    LOOKED AT OR DELETED                                     *
008600***************************************************************
008700 77  WS-GEN-DATE             PIC 9(08)   VALUE ZERO.
008800 77  WS-PURGE-DATE           PIC 9(08)   VALUE ZERO.
008900***************************************************************
009000*    RUN COUNTERS                                             *
009100***************************************************************
009200 77  WS-GENS-ON-FILE         PIC 9(07)   VALUE ZERO.
009300 77  WS-GENS-DELETED         PIC 9(07)   VALUE ZERO.
009400 77  WS-RECS-DELETED         PIC 9(07)   VALUE ZERO.
009500 77  WS-LOANS-COPIED         PIC 9(07)   VALUE ZERO.
009600 77  WS-WRITE-ERRORS         PIC 9(07)   VALUE ZERO.
009700 77  WS-TOTAL-PAYOFF         PIC S9(13)V99 VALUE ZERO.
009800 PROCEDURE DIVISION.
009900***************************************************************
010000*    0000-MAINLINE                                            *
010100***************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
010400     PERFORM 2000-LIST-GENERATIONS THRU 2000-EXIT
010500     PERFORM 3000-PURGE-OLDEST    THRU 3000-EXIT
010600         UNTIL WS-GENS-ON-FILE < WS-SNAP-GENERATIONS
010700     PERFORM 4000-COPY-ONE-LOAN   THRU 4000-EXIT
010800         UNTIL MASTER-EOF
010900     PERFORM 5000-WRITE-CONTROL   THRU 5000-EXIT
011000     PERFORM 8000-TERMINATE       THRU 8000-EXIT
011100     STOP RUN.
011200***************************************************************
011300*    1000-INITIALIZE - OPEN THE SNAPSHOT FILE FOR UPDATE,     *
011400*    CREATING IT ON THE FIRST EVER RUN - THE SAME             *
011500*    CREATE-ON-35 PATTERN THE CHECKPOINT AND AUDIT FILES USE  *
011600***************************************************************
011700 1000-INITIALIZE.
011800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
011900     OPEN INPUT LOAN-MASTER-FILE
012000     OPEN I-O SNAPSHOT-FILE
012100     IF WS-SNAP-FILE-STATUS = '35'
012200         OPEN OUTPUT SNAPSHOT-FILE
012300         CLOSE SNAPSHOT-FILE
012400         OPEN I-O SNAPSHOT-FILE
012500     END-IF
012600     DISPLAY 'DL098 - LOAN MASTER SNAPSHOT - RUN DATE '
012700         WS-RUN-DATE
012800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100***************************************************************
013200*    1050-GET-BUSINESS-DATE - THE CHAIN'S BUSINESS DATE FROM  *
013300*    THE DLBDATE CONTROL FILE OPERATIONS SETS BEFORE THE      *
013400*    NIGHT IS RELEASED; SYSTEM DATE ONLY WHEN IT IS ABSENT    *
013500***************************************************************
013600 1050-GET-BUSINESS-DATE.
013700     OPEN INPUT BUSINESS-DATE-FILE
013800     IF WS-BDATE-FILE-STATUS NOT = '00'
013900         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014000         GO TO 1050-EXIT
014100     END-IF
014200     READ BUSINESS-DATE-FILE
014300         AT END
014400             MOVE ZERO TO DL-BDATE-RUN-DATE
014500     END-READ
014600     IF DL-BDATE-RUN-DATE NOT NUMERIC
014700             OR DL-BDATE-RUN-DATE = ZERO
014800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014900     ELSE
015000         MOVE DL-BDATE-RUN-DATE TO WS-RUN-DATE
015100     END-IF
015200     CLOSE BUSINESS-DATE-FILE.
015300 1050-EXIT.
015400     EXIT.
015500***************************************************************
015600*    2000-LIST-GENERATIONS - WALK THE FILE ONE GENERATION AT  *
015700*    A TIME, FROM ITS FIRST RECORD, SKIPPING PAST EACH        *
015800*    GENERATION WITH A START BEYOND ITS HIGHEST KEY           *
015900***************************************************************
016000 2000-LIST-GENERATIONS.
016100     MOVE LOW-VALUES TO DL-SNAP-KEY
016200     START SNAPSHOT-FILE KEY IS NOT LESS THAN DL-SNAP-KEY
016300         INVALID KEY
016400             SET SNAP-EOF TO TRUE
016500     END-START
016600     PERFORM 2200-ONE-GENERATION THRU 2200-EXIT
016700         UNTIL SNAP-EOF
016800     DISPLAY 'DL098 - GENERATIONS ON FILE ' WS-GENS-ON-FILE.
016900 2000-EXIT.
017000     EXIT.
017100***************************************************************
017200*    2100-READ-MASTER                                         *
017300***************************************************************
017400 2100-READ-MASTER.
017500     READ LOAN-MASTER-FILE
017600         AT END
017700             SET MASTER-EOF TO TRUE
017800     END-READ.
017900 2100-EXIT.
018000     EXIT.
018100***************************************************************
018200*    2200-ONE-GENERATION - THE FIRST RECORD OF A GENERATION   *
018300*    MUST BE ITS CONTROL RECORD.  A GENERATION WITHOUT ONE,   *
018400*    OR ONE FOR TONIGHT'S DATE, IS DELETED.                   *
018500***************************************************************
018600 2200-ONE-GENERATION.
018700     READ SNAPSHOT-FILE NEXT
018800         AT END
018900             SET SNAP-EOF TO TRUE
019000             GO TO 2200-EXIT
019100     END-READ
019200     MOVE DL-SNAP-DATE TO WS-GEN-DATE
019300     IF DL-SNAP-CONTROL-REC
019400             AND DL-SNAP-DATE NOT = WS-RUN-DATE
019500         ADD 1 TO WS-GENS-ON-FILE
019600         DISPLAY 'DL098 - GENERATION ' DL-SNAP-DATE
019700             '  LOANS ' DL-SNAP-LOAN-COUNT
019800             '  PAYOFF-BAL ' DL-SNAP-TOTAL-PAYOFF
019900     ELSE
020000         IF DL-SNAP-CONTROL-REC
020100             DISPLAY 'DL098 - GENERATION ' DL-SNAP-DATE
020200                 ' ALREADY TAKEN, DELETED AND TAKEN AGAIN'
020300         ELSE
020400             DISPLAY 'DL098 - GENERATION ' DL-SNAP-DATE
020500                 ' HAS NO CONTROL RECORD, DELETED'
020600         END-IF
020700         MOVE WS-GEN-DATE TO WS-PURGE-DATE
020800         PERFORM 3100-DELETE-GENERATION THRU 3100-EXIT
020900     END-IF
021000     MOVE WS-GEN-DATE TO DL-SNAP-DATE
021100     MOVE HIGH-VALUES TO DL-SNAP-LOAN-KEY
021200     START SNAPSHOT-FILE KEY IS GREATER THAN DL-SNAP-KEY
021300         INVALID KEY
021400             SET SNAP-EOF TO TRUE
021500     END-START.
021600 2200-EXIT.
021700     EXIT.
021800***************************************************************
021900*    3000-PURGE-OLDEST - DELETE THE OLDEST GENERATION ON THE  *
022000*    FILE TO MAKE ROOM FOR TONIGHT'S                          *
022100***************************************************************
022200 3000-PURGE-OLDEST.
022300     MOVE LOW-VALUES TO DL-SNAP-KEY
022400     START SNAPSHOT-FILE KEY IS NOT LESS THAN DL-SNAP-KEY
022500         INVALID KEY
022600             MOVE ZERO TO WS-GENS-ON-FILE
022700             GO TO 3000-EXIT
022800     END-START
022900     READ SNAPSHOT-FILE NEXT
023000         AT END
023100             MOVE ZERO TO WS-GENS-ON-FILE
023200             GO TO 3000-EXIT
023300     END-READ
023400     MOVE DL-SNAP-DATE TO WS-PURGE-DATE
023500     DISPLAY 'DL098 - GENERATION ' WS-PURGE-DATE
023600         ' IS THE OLDEST, DELETED'
023700     PERFORM 3100-DELETE-GENERATION THRU 3100-EXIT
023800     SUBTRACT 1 FROM WS-GENS-ON-FILE.
023900 3000-EXIT.
024000     EXIT.
024100***************************************************************
024200*    3100-DELETE-GENERATION - DELETE EVERY RECORD DATED       *
024300*    WS-PURGE-DATE, CONTROL RECORD FIRST                      *
024400***************************************************************
024500 3100-DELETE-GENERATION.
024600     MOVE WS-PURGE-DATE TO DL-SNAP-DATE
024700     MOVE LOW-VALUES    TO DL-SNAP-LOAN-KEY
024800     MOVE 'N' TO WS-PURGE-DONE-SW
024900     START SNAPSHOT-FILE KEY IS NOT LESS THAN DL-SNAP-KEY
025000         INVALID KEY
025100             SET WS-PURGE-DONE TO TRUE
025200     END-START
025300     PERFORM 3200-DELETE-ONE THRU 3200-EXIT
025400         UNTIL WS-PURGE-DONE
025500     ADD 1 TO WS-GENS-DELETED.
025600 3100-EXIT.
025700     EXIT.
025800***************************************************************
025900*    3200-DELETE-ONE                                          *
026000***************************************************************
026100 3200-DELETE-ONE.
026200     READ SNAPSHOT-FILE NEXT
026300         AT END
026400             SET WS-PURGE-DONE TO TRUE
026500             GO TO 3200-EXIT
026600     END-READ
026700     IF DL-SNAP-DATE NOT = WS-PURGE-DATE
026800         SET WS-PURGE-DONE TO TRUE
026900         GO TO 3200-EXIT
027000     END-IF
027100     DELETE SNAPSHOT-FILE RECORD
027200         INVALID KEY
027300             DISPLAY 'DL098 - DELETE FAILED, STATUS '
027400                 WS-SNAP-FILE-STATUS ' KEY ' DL-SNAP-KEY
027500         NOT INVALID KEY
027600             ADD 1 TO WS-RECS-DELETED
027700     END-DELETE.
027800 3200-EXIT.
027900     EXIT.
028000***************************************************************
028100*    4000-COPY-ONE-LOAN - THE WHOLE MASTER RECORD GOES TO     *
028200*    THE SNAPSHOT UNDER TONIGHT'S DATE                        *
028300***************************************************************
028400 4000-COPY-ONE-LOAN.
028500     MOVE WS-RUN-DATE TO DL-SNAP-DATE
028600     MOVE HEADER_KEY OF HACKATHON-X TO DL-SNAP-LOAN-KEY
028700     MOVE HACKATHON-X TO DL-SNAP-IMAGE
028800     WRITE DL-SNAP-REC
028900         INVALID KEY
029000             DISPLAY 'DL098 - SNAPSHOT WRITE FAILED, STATUS '
029100                 WS-SNAP-FILE-STATUS ' KEY ' DL-SNAP-LOAN-KEY
029200             ADD 1 TO WS-WRITE-ERRORS
029300         NOT INVALID KEY
029400             ADD 1 TO WS-LOANS-COPIED
029500             ADD PAYOFF-BAL OF HACKATHON-X TO WS-TOTAL-PAYOFF
029600     END-WRITE
029700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
029800 4000-EXIT.
029900     EXIT.
030000***************************************************************
030100*    5000-WRITE-CONTROL - CLOSE OFF TONIGHT'S GENERATION.  A  *
030200*    RUN THAT COULD NOT COPY EVERY LOAN LEAVES NO CONTROL     *
030300*    RECORD, SO DL099 WILL NOT RESTORE FROM IT AND THE NEXT   *
030400*    RUN DELETES IT.                                          *
030500***************************************************************
030600 5000-WRITE-CONTROL.
030700     IF WS-WRITE-ERRORS > ZERO
030800         DISPLAY 'DL098 - *** SNAPSHOT INCOMPLETE, NO CONTROL '
030900             'RECORD WRITTEN ***'
031000         GO TO 5000-EXIT
031100     END-IF
031200     MOVE WS-RUN-DATE     TO DL-SNAP-DATE
031300     MOVE LOW-VALUES      TO DL-SNAP-LOAN-KEY
031400     MOVE SPACES          TO DL-SNAP-IMAGE
031500     MOVE WS-LOANS-COPIED TO DL-SNAP-LOAN-COUNT
031600     MOVE WS-TOTAL-PAYOFF TO DL-SNAP-TOTAL-PAYOFF
031700     WRITE DL-SNAP-REC
031800         INVALID KEY
031900             DISPLAY 'DL098 - *** CONTROL RECORD WRITE FAILED, '
032000                 'STATUS ' WS-SNAP-FILE-STATUS ' ***'
032100     END-WRITE.
032200 5000-EXIT.
032300     EXIT.
032400***************************************************************
032500*    8000-TERMINATE                                           *
032600***************************************************************
032700 8000-TERMINATE.
032800     CLOSE LOAN-MASTER-FILE
032900     CLOSE SNAPSHOT-FILE
033000     DISPLAY 'DL098 - SNAPSHOT COMPLETE'
033100     DISPLAY 'DL098 - GENERATIONS DELETED ' WS-GENS-DELETED
033200     DISPLAY 'DL098 - RECORDS DELETED     ' WS-RECS-DELETED
033300     DISPLAY 'DL098 - LOANS COPIED        ' WS-LOANS-COPIED
033400     DISPLAY 'DL098 - WRITE ERRORS        ' WS-WRITE-ERRORS
033500     DISPLAY 'DL098 - TOTAL PAYOFF-BAL    ' WS-TOTAL-PAYOFF.
033600 8000-EXIT.
033700     EXIT.

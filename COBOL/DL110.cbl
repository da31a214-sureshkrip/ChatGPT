003650*    2026-08-21  RK   THE BUSINESS DATE IS NOW THE ONE DL900    *
003660*                     HANDS BACK FROM THE DLBDATE CONTROL       *
003670*                     FILE, NOT THIS PROGRAM'S OWN CLOCK.       *
003675*    2026-10-15  RK   A LOAN DL100 HAS CHARGED OFF NO LONGER   *
003680*                     ACCRUES - ITS BALANCE NOW SITS IN        *
003685*                     CHGOFF-BAL, NOT PAYOFF-BAL.              *
003700*                                                             *
003800***************************************************************
003900 IDENTIFICATION DIVISION.
015500     COMPUTE WS-ACCR-DAYS = WS-RUN-DAYS - WS-LAST-DAYS
015600     IF WS-ACCR-DAYS > ZERO
015700             AND PAYOFF-BAL OF HACKATHON-X > ZERO
015710             AND NOT LOAN-CHARGED-OFF OF HACKATHON-X
015800         MOVE ACCRUED-INT OF HACKATHON-X TO DL-AUDIT-OLD-VALUE
015900         COMPUTE WS-ACCR-AMT ROUNDED =
016000             PAYOFF-BAL OF HACKATHON-X

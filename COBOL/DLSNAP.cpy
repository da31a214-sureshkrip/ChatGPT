000100***************************************************************
000200*    DLSNAP - LOAN MASTER SNAPSHOT RECORD                      *
000300*    DL098 COPIES THE WHOLE LOAN MASTER TO THE SNAPSHOT FILE   *
000400*    (LOANSNAP) EACH NIGHT BEFORE DL100 POSTS, KEYED BY THE    *
000500*    SNAPSHOT DATE AND HEADER_KEY, AND KEEPS A ROLLING SET OF  *
000600*    GENERATIONS.  EACH GENERATION OPENS WITH A CONTROL        *
000700*    RECORD (LOAN KEY LOW-VALUES) CARRYING THE LOAN COUNT AND  *
000800*    TOTAL PAYOFF-BAL COPIED; IT IS WRITTEN LAST, SO A         *
000900*    GENERATION WITHOUT ONE WAS CUT SHORT AND IS NOT USED.     *
001000*    DL099 RESTORES A GENERATION AND ROLLS IT FORWARD.         *
001010*    THE IMAGE IS THE WHOLE 113-BYTE HACKATHON-X RECORD AND    *
001020*    THE LOAN KEY THE WHOLE 18-BYTE HEADER_KEY - AUTO-NO-P20   *
001030*    IS ONE BYTE WIDER THAN THE AUTO-NO IT REDEFINES.          *
001100***************************************************************
001200 01  DL-SNAP-REC.
001300     05  DL-SNAP-KEY.
001400         10  DL-SNAP-DATE        PIC 9(08).
001500         10  DL-SNAP-LOAN-KEY    PIC X(18).
001600             88  DL-SNAP-CONTROL-REC     VALUE LOW-VALUES.
001700     05  DL-SNAP-IMAGE           PIC X(113).
001800     05  DL-SNAP-CONTROL REDEFINES DL-SNAP-IMAGE.
001900         10  DL-SNAP-LOAN-COUNT  PIC 9(07).
002000         10  DL-SNAP-TOTAL-PAYOFF PIC S9(13)V99  COMP-3.
002100         10  FILLER              PIC X(98).

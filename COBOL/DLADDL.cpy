000100***************************************************************
000200*    DLADDL - LOAN ADD LOG RECORD                              *
000300*    DL100 WRITES ONE OF THESE FOR EVERY ADD TRANSACTION IT    *
000400*    APPLIES, CARRYING THE WHOLE HACKATHON-X RECORD AS IT WAS  *
000500*    WRITTEN TO THE MASTER.  THE FILE ACCUMULATES ACROSS RUNS, *
000600*    LIKE THE AUDIT TRAIL; DL099 WRITES A LOAN ADDED AFTER ITS *
000700*    SNAPSHOT INTO THE REBUILT MASTER FROM IT.                 *
000710*    THE IMAGE AND KEY ARE SIZED TO THE WHOLE RECORD (113      *
000720*    BYTES) AND HEADER_KEY (18 BYTES), AS IN DLSNAP.           *
000800***************************************************************
000900 01  DL-ADDL-REC.
001000     05  DL-ADDL-RUN-DATE        PIC 9(08).
001100     05  DL-ADDL-LOAN-KEY        PIC X(18).
001200     05  DL-ADDL-IMAGE           PIC X(113).
001300     05  FILLER                  PIC X(01).

000630*    CARRIES THE RUN DATE OF THE ORIGINAL POSTING BEING BACKED  *
000640*    OUT, SO EXAMINERS CAN PAIR THE TWO RECORDS; IT IS ZERO ON  *
000650*    EVERY OTHER RECORD.                                        *
000660*    DL100 ALSO WRITES A FIELD DUE-DATE RECORD WHEN A           *
000670*    TRANSACTION MOVES THE DUE-DATE, CARRYING THE BEFORE AND    *
000680*    AFTER DATES AS YYYYMMDD IN THE VALUE FIELDS.  READERS      *
000690*    SELECT THE FIELDS THEY WANT BY FIELD NAME.                 *
000691*    DL100 ALSO AUDITS ANNUAL-INT WHEN AN ADD OR CHANGE MOVES   *
000692*    IT, IN TEN-MILLIONTHS (ANNUAL-INT TIMES 10000000) SO ALL   *
000693*    SEVEN PLACES FIT, AND DUE-DATE ON AN ADD.  DL125 WRITES A  *
000694*    FIELD PURGED RECORD (CODE X, ZERO VALUES) FOR EACH LOAN IT *
000695*    DELETES FROM THE MASTER.                                   *
000700***************************************************************
000800 01  DL-AUDIT-REC.
000900     05  DL-AUDIT-CUSTOMER-NO    PIC X(07).

001030*    OFFSET; ROWS WRITTEN BEFORE THE FIELD EXISTED CARRY       *
001040*    SPACES THERE, AND A READER MUST TREAT A NON-NUMERIC       *
001050*    LATE AMOUNT AS ZERO.                                      *
001055*    DL-PAYDT-SOURCE IS COPIED FROM DL-TRANS-SOURCE; 'S'       *
001060*    MARKS A PAYMENT DL103 POSTED FROM UNAPPLIED-CASH          *
001065*    SUSPENSE, WHICH DL190 JOURNALS OUT OF THE SUSPENSE        *
001070*    ACCOUNT ON ITS RUN DATE.  IT TOO CAME OUT OF THE          *
001075*    TRAILING FILLER; OLDER ROWS CARRY A SPACE.                *
001100***************************************************************
001200 01  DL-PAYDT-REC.
001300     05  DL-PAYDT-CUSTOMER-NO    PIC X(07).
002100     05  DL-PAYDT-PRIN-AMT       PIC S9(9)V99    COMP-3.
002200     05  DL-PAYDT-RUN-DATE       PIC 9(08).
002210     05  DL-PAYDT-LATE-AMT       PIC S9(7)V99    COMP-3.
002220     05  DL-PAYDT-SOURCE         PIC X(01).
002230         88  DL-PAYDT-FROM-SUSPENSE      VALUE 'S'.
002240     05  FILLER                  PIC X(04).

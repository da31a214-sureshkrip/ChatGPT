000100***************************************************************
000200*    DLINST - COLLATERAL INSURANCE MAINTENANCE TRANSACTION     *
000300*    ONE RECORD PER ADD (CODE A) OR CHANGE (CODE C) AGAINST    *
000400*    THE INSURANCE FILE (DLINS LAYOUT), KEYED THE SAME AS      *
000500*    HEADER_KEY, FROM THE DECLARATIONS PAGE THE BORROWER OR    *
000600*    AGENT SENDS US.  A CHANGE CARRIES THE FULL REPLACEMENT    *
000700*    POLICY, THE SAME WAY A DLVEHT CHANGE CARRIES ITS FULL     *
000800*    REPLACEMENT DESCRIPTION.                                  *
000900***************************************************************
001000 01  DL-INST-REC.
001100     05  DL-INST-CODE            PIC X(01).
001200         88  DL-INST-ADD                 VALUE 'A'.
001300         88  DL-INST-CHANGE              VALUE 'C'.
001400     05  DL-INST-CUSTOMER-NO     PIC X(07).
001500     05  DL-INST-AUTO-NO-9       PIC X(09).
001600     05  DL-INST-AUTO-CK-DIG     PIC X(01).
001700     05  DL-INST-CARRIER         PIC X(25).
001800     05  DL-INST-POLICY-NO       PIC X(20).
001900     05  DL-INST-EXPIRE-DATE     PIC 9(08).
002000     05  DL-INST-LOSS-PAYEE      PIC X(01).
002100     05  FILLER                  PIC X(10).

000100***************************************************************
000200*    DLTRELC - TITLE RELEASE MAILING CONFIRMATION              *
000300*    KEYED BY THE TITLE CLERK ONCE THE SIGNED LIEN RELEASE     *
000400*    AND THE DMV NOTICE FOR A LOAN HAVE GONE OUT.  DL127       *
000500*    MARKS THE DLTREL RECORD FOR THE KEY MAILED ON THE DATE    *
000600*    GIVEN.  A CONFIRMATION FOR A LOAN PAID OFF BEFORE         *
000700*    RELEASES WERE TRACKED (NO DLTREL RECORD) ADDS ONE         *
000800*    ALREADY MAILED, SO THE LOAN CAN STILL BE ARCHIVED.        *
000900***************************************************************
001000 01  DL-TRELC-REC.
001100     05  DL-TRELC-CODE           PIC X(01).
001200         88  DL-TRELC-MAILED             VALUE 'M'.
001300     05  DL-TRELC-CUSTOMER-NO    PIC X(07).
001400     05  DL-TRELC-AUTO-NO-9      PIC X(09).
001500     05  DL-TRELC-AUTO-CK-DIG    PIC X(01).
001600     05  DL-TRELC-MAILED-DATE    PIC 9(08).
001700     05  FILLER                  PIC X(10).

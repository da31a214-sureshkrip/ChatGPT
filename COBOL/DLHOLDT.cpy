000100***************************************************************
000200*    DLHOLDT - ACCOUNT HOLD MAINTENANCE TRANSACTION            *
000300*    KEYED BY COLLECTIONS FROM THE BANKRUPTCY NOTICES,         *
000400*    ATTORNEY LETTERS, CEASE-AND-DESIST DEMANDS AND DEATH      *
000500*    NOTICES THEY RECEIVE.  A PLACE (CODE A) PUTS A LOAN       *
000600*    UNDER HOLD OF THE TYPE AND FROM THE DATE GIVEN; A CHANGE  *
000700*    (CODE C) CORRECTS THE TYPE AND EFFECTIVE DATE OF A HOLD   *
000800*    STILL ACTIVE; A RELEASE (CODE R) ENDS THE HOLD ON THE     *
000900*    RELEASE DATE GIVEN.  DL136 APPLIES THEM TO THE DLHOLD     *
001000*    FILE.  HOLD TYPES ARE THOSE OF DL-HOLD-TYPE.              *
001100***************************************************************
001200 01  DL-HOLDT-REC.
001300     05  DL-HOLDT-CODE           PIC X(01).
001400         88  DL-HOLDT-PLACE              VALUE 'A'.
001500         88  DL-HOLDT-CHANGE             VALUE 'C'.
001600         88  DL-HOLDT-RELEASE            VALUE 'R'.
001700     05  DL-HOLDT-CUSTOMER-NO    PIC X(07).
001800     05  DL-HOLDT-AUTO-NO-9      PIC X(09).
001900     05  DL-HOLDT-AUTO-CK-DIG    PIC X(01).
002000     05  DL-HOLDT-TYPE           PIC X(01).
002100     05  DL-HOLDT-EFFECTIVE-DATE PIC 9(08).
002200     05  DL-HOLDT-RELEASE-DATE   PIC 9(08).
002300     05  FILLER                  PIC X(10).

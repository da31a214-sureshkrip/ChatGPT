002000     05  DL-CKPT-TRANS-REJECTED  PIC 9(07).
002010     05  DL-CKPT-REVERSALS-APPLIED PIC 9(07).
002020     05  DL-CKPT-DEFERRALS-APPLIED PIC 9(07).
002030     05  DL-CKPT-REFUNDS-APPLIED PIC 9(07).
002040     05  DL-CKPT-CHGOFFS-APPLIED PIC 9(07).
002050     05  DL-CKPT-RECOVERIES-APPLIED PIC 9(07).
002100     05  FILLER                  PIC X(03).

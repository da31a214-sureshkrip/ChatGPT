               15  LATE-CHARGE-DETAILS.
                   17  LATE-CHG-BAL        PIC S9(7)V99    COMP-3.
                   17  LATE-CHG-DUE-DATE   PIC 9(8).
               15  CHARGE-OFF-DETAILS.
                   17  CHGOFF-STATUS       PIC X.
                       88  LOAN-CHARGED-OFF    VALUE 'C'.
                   17  CHGOFF-DATE         PIC 9(8).
                   17  CHGOFF-BAL          PIC S9(9)V99    COMP-3.
                   17  RECOVERY-AMT        PIC S9(9)V99    COMP-3.
                                  

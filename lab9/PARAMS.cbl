              DISPLAY "  OD-RATE       OVERDRAFT DEBIT INTEREST RATE"
              DISPLAY "  CTR-THRESHLD  LARGE CASH REPORT THRESHOLD"
              DISPLAY "  WHT-RATE      INTEREST WITHHOLDING TAX RATE"
              DISPLAY "  MNT-FEE-STD   STANDARD MONTHLY MAINTENANCE FEE"
              DISPLAY "  MNT-FEE-PRM   PREMIUM MONTHLY MAINTENANCE FEE"
              DISPLAY "  FEE-WAIVE-AV  AVG BALANCE TO WAIVE MAINT FEE"
              DISPLAY "  FREE-ATM-WD   FREE ATM WITHDRAWALS PER MONTH"
              DISPLAY "  XS-WD-FEE     FEE PER EXCESS ATM WITHDRAWAL"
              DISPLAY "  IBT-FEE       INTERBANK TRANSFER FEE"
              DISPLAY "  ALERT-LARGE   DEFAULT LARGE DEBIT ALERT LEVEL"
              DISPLAY "  ALERT-LOWBAL  DEFAULT LOW BALANCE ALERT LEVEL"
              DISPLAY "  PAYEE-COOL    NEW PAYEE COOLING-OFF DAYS"
              DISPLAY "  PAYEE-CAP     TRANSFER CAP DURING COOLING-OFF"
              DISPLAY "  TILL-VAR-LMT  TILL OVER/SHORT NEEDING SIGN-OFF"
              DISPLAY "  RETAIN-YEARS  YEARS TO KEEP CLOSED ACCOUNTS"
              DISPLAY "ENTER PARAMETER KEY: "
              ACCEPT WS-PARAM-KEY
              PERFORM MAINTAIN-ONE-PARAM

          05 ACC-OD-USED  PIC 9(8)V99.
          05 ACC-WHT-EXEMPT PIC X(1).
             88 ACC-WHT-IS-EXEMPT VALUE "Y".
          05 ACC-CURRENCY   PIC X(3).

       FD CUST-MASTER.
       01 CUSTOMER-REC.
          05 CUST-ID-DOC    PIC X(13).
          05 CUST-PHONE     PIC X(10).
          05 CUST-ADDRESS   PIC X(40).
          05 CUST-ID-EXPIRY PIC 9(8).
          05 CUST-RISK      PIC X(1).
             88 CUST-RISK-LOW  VALUE "L".
             88 CUST-RISK-MED  VALUE "M".
             88 CUST-RISK-HIGH VALUE "H".
          05 CUST-LAST-REVIEW PIC 9(8).
          05 CUST-KYC-FLAG  PIC X(1).
             88 CUST-KYC-ID-EXPIRED VALUE "E" "B".
             88 CUST-KYC-REVIEW-DUE VALUE "O" "B".

       FD ACC-CTL.
       01 ACC-CTL-REC.

           SELECT GL-MAP ASSIGN TO "GL_MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT PAY-JOURNAL ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-AUDIT-REPORT ASSIGN TO "DEPT_AUDIT_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMP-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT BANK-EXPORT ASSIGN TO WS-BANK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BNK-ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               "DEPT_BUDGET_YEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBY-FILE-STATUS.
           SELECT FISCAL-CAL ASSIGN TO "FISCAL_CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.
           SELECT BUDGET-AUDIT ASSIGN TO "BUDGET_AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-FILE-STATUS.
           SELECT SESSION-LOG ASSIGN TO "SESSION_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESLOG-STATUS.
           SELECT BNK-CUST-MASTER ASSIGN TO "CUST_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-CUST-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT STAFF-LINK ASSIGN TO "STAFF_LINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT STAFF-LINK-REPORT ASSIGN TO
               "STAFF_LINK_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAFF-CONV ASSIGN TO "STAFF_CONV_NOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-FILE-STATUS.
           SELECT REQUISITION ASSIGN TO "REQUISITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT REQUISITION-NEW ASSIGN TO "REQUISITION_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICANT ASSIGN TO "APPLICANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-FILE-STATUS.
           SELECT APPLICANT-NEW ASSIGN TO "APPLICANT_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIME-TO-FILL-REPORT ASSIGN TO
               "TIME_TO_FILL_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BENEFIT-PLAN ASSIGN TO "BENEFIT_PLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT EMP-BENEFIT ASSIGN TO "EMP_BENEFIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EBN-FILE-STATUS.
           SELECT EMP-BENEFIT-NEW ASSIGN TO "EMP_BENEFIT_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BENEFIT-REMIT ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPENSE-CLAIM ASSIGN TO "EXPENSE_CLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT EXPENSE-CLAIM-NEW ASSIGN TO "EXPENSE_CLAIM_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIM-LIMIT ASSIGN TO "CLAIM_LIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT CLAIM-AGING-REPORT ASSIGN TO
               "CLAIM_AGING_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIFT-PATTERN ASSIGN TO "SHIFT_PATTERN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT ROSTER-NEW ASSIGN TO "ROSTER_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-EXC-REPORT ASSIGN TO
               "ROSTER_EXCEPTION_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-CASE ASSIGN TO "EMP_CASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-FILE-STATUS.
           SELECT EMP-CASE-NEW ASSIGN TO "EMP_CASE_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-REPORT ASSIGN TO "CASE_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-NEW ASSIGN TO "PAY_HISTORY_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-PAY ASSIGN TO "RETRO_PAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT RETRO-PAY-NEW ASSIGN TO "RETRO_PAY_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-REPORT ASSIGN TO "RETRO_PAY_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-CTL ASSIGN TO "OFFCYCLE_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-FILE-STATUS.
           SELECT OFFCYCLE-CTL-NEW ASSIGN TO "OFFCYCLE_CTL_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFCYCLE-INPUT ASSIGN TO WS-OC-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT OFFCYCLE-REGISTER ASSIGN TO WS-OC-REG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT ASSIGN TO "HR_INTEGRITY_REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKFORCE-REPORT ASSIGN TO "WORKFORCE_MOVEMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-VARIANCE ASSIGN TO "PAY_VARIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-FILE-STATUS.
           SELECT PAY-VARIANCE-NEW ASSIGN TO "PAY_VARIANCE_NEW.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-VAR-CTL ASSIGN TO "PAY_VARIANCE_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PVC-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "PAYROLL_VARIANCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETIRE-POLICY ASSIGN TO "RETIRE_POLICY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-FILE-STATUS.
           SELECT RETIRE-WORK ASSIGN TO "RETIRE_WORK.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETIRE-SORTED ASSIGN TO "RETIRE_SORTED.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RET-TEMP-SORT ASSIGN TO "RET-TEMP-SORT.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETIRE-REPORT ASSIGN TO "RETIREMENT_FORECAST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-CONTRACT ASSIGN TO "EMP_CONTRACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-EMP-ID
               FILE STATUS IS WS-CT-FILE-STATUS.
           SELECT CONTRACT-HIST ASSIGN TO "CONTRACT_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT CONTRACT-WORK ASSIGN TO "CONTRACT_WORK.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTRACT-SORTED ASSIGN TO "CONTRACT_SORTED.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CT-TEMP-SORT ASSIGN TO "CT-TEMP-SORT.tmp"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTRACT-ALERT ASSIGN TO WS-CT-ALERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUTORY-CTL ASSIGN TO "STATUTORY_CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STC-FILE-STATUS.
           SELECT SSO-FILING ASSIGN TO WS-SSO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHT-FILING ASSIGN TO WS-WHT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-CONTROL ASSIGN TO WS-FILCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 BATCH-EDIT-REC PIC X(80).

       SD PH-TEMP-SORT.
       01 PH-TEMP-REC PIC X(48).

       FD PH-SORTED.
       01 PH-SORTED-REC.
           05 PH-OLD-SALARY-SRT     PIC 9(7)V99.
           05 PH-NEW-SALARY-SRT     PIC 9(7)V99.
           05 PH-EFFECTIVE-DATE-SRT PIC 9(8).
           05 PH-RETRO-FLAG-SRT     PIC X(1).
           05 PH-RETRO-PERIOD-SRT   PIC 9(6).

       FD PAY-HISTORY.
       01 PAY-HIST-REC.
           05 PH-OLD-SALARY      PIC 9(7)V99.
           05 PH-NEW-SALARY      PIC 9(7)V99.
           05 PH-EFFECTIVE-DATE  PIC 9(8).
           05 PH-RETRO-FLAG      PIC X(1).
               88 PH-RETRO-PENDING VALUE "P".
               88 PH-RETRO-DONE    VALUE "D".
           05 PH-RETRO-PERIOD    PIC 9(6).

       FD EMP-REPORT.
       01 REPORT-RECORD PIC X(80).
           05 RH-SSO      PIC 9(7)V99.
           05 RH-OTHER    PIC 9(7)V99.
           05 RH-NET      PIC S9(7)V99.
           05 RH-BEN-EE   PIC 9(7)V99.
           05 RH-BEN-ER   PIC 9(7)V99.
           05 RH-EXPENSE  PIC 9(7)V99.
           05 RH-RETRO-GROSS PIC 9(7)V99.
           05 RH-RETRO-TAX   PIC 9(7)V99.
           05 RH-RETRO-SSO   PIC 9(7)V99.
           05 RH-RUN-ID      PIC X(8).

       FD PAYREG-HIST-NEW.
       01 PAYREG-HIST-NEW-REC PIC X(139).

       FD TAXCERT-FILE.
       01 TAXCERT-REC PIC X(80).
           05 BNK-ACC-OD-LIMIT   PIC 9(8)V99.
           05 BNK-ACC-OD-USED    PIC 9(8)V99.
           05 BNK-ACC-WHT-EXEMPT PIC X(1).
           05 BNK-ACC-CURRENCY   PIC X(3).

       FD BNK-TRANS-CTL.
       01 BNK-TRANS-CTL-REC.
               88 SET-PENDING  VALUE "P".
               88 SET-IN-RUN   VALUE "R".
               88 SET-PAID-OUT VALUE "D".
           05 SET-GRATUITY  PIC 9(7)V99.

       FD SETTLEMENT-NEW.
       01 SETTLEMENT-NEW-REC PIC X(59).

       FD SETTLE-STMT.
       01 SETTLE-STMT-REC PIC X(80).
           05 PD-PHONE       PIC X(10).
           05 PD-EMERG-NAME  PIC X(20).
           05 PD-EMERG-PHONE PIC X(10).
           05 PD-BIRTH-DATE  PIC 9(8).

       FD GRADE-STEPS.
       01 GRADE-STEP-REC.
               88 DBY-APPROVED VALUE "A".
               88 DBY-CLOSED   VALUE "C".

       FD FISCAL-CAL.
       01 FISCAL-CAL-REC.
           05 FC-FISCAL-YEAR PIC 9(4).
           05 FC-PERIOD      PIC 9(2).
           05 FC-QUARTER     PIC 9(1).
           05 FC-START-DATE  PIC 9(8).
           05 FC-END-DATE    PIC 9(8).
           05 FC-STATUS      PIC X(1).
               88 FC-OPEN     VALUE "O".
               88 FC-CLOSED   VALUE "C".

       FD BUDGET-AUDIT.
       01 BUDGET-AUDIT-REC.
           05 SES-EVENT    PIC X(12).
           05 SES-DURATION PIC 9(6).

       FD BNK-CUST-MASTER.
       01 BNK-CUSTOMER-REC.
           05 BNK-CUST-ID          PIC X(10).
           05 BNK-CUST-NAME        PIC X(30).
           05 BNK-CUST-ID-DOC      PIC X(13).
           05 BNK-CUST-PHONE       PIC X(10).
           05 BNK-CUST-ADDRESS     PIC X(40).
           05 BNK-CUST-ID-EXPIRY   PIC 9(8).
           05 BNK-CUST-RISK        PIC X(1).
           05 BNK-CUST-LAST-REVIEW PIC 9(8).
           05 BNK-CUST-KYC-FLAG    PIC X(1).

       FD STAFF-LINK.
       01 STAFF-LINK-REC.
           05 SL-EMP-ID      PIC 9(5).
           05 SL-NATIONAL-ID PIC X(13).
           05 SL-CUST-ID     PIC X(10).
           05 SL-EMP-NAME    PIC X(20).
           05 SL-LINK-DATE   PIC 9(8).

       FD STAFF-LINK-REPORT.
       01 STAFF-LINK-REPORT-REC PIC X(80).

       FD STAFF-CONV.
       01 STAFF-CONV-REC.
           05 SCN-EMP-ID         PIC 9(5).
           05 SCN-CUST-ID        PIC X(10).
           05 SCN-NATIONAL-ID    PIC X(13).
           05 SCN-TERM-DATE      PIC 9(8).
           05 SCN-EFFECTIVE-DATE PIC 9(8).
           05 SCN-NOTICE-DATE    PIC 9(8).
           05 SCN-STATUS         PIC X(1).
               88 SCN-PENDING    VALUE "P".
               88 SCN-APPLIED    VALUE "A".

       FD REQUISITION.
       01 REQUISITION-REC.
           05 REQ-ID          PIC 9(5).
           05 REQ-DEPT        PIC X(10).
           05 REQ-GRADE       PIC X(4).
           05 REQ-SALARY      PIC 9(7)V99.
           05 REQ-OPEN-DATE   PIC 9(8).
           05 REQ-CLOSE-DATE  PIC 9(8).
           05 REQ-EMP-ID      PIC 9(5).
           05 REQ-STATUS      PIC X(1).
               88 REQ-OPEN      VALUE "O".
               88 REQ-FILLED    VALUE "F".
               88 REQ-CANCELLED VALUE "X".

       FD REQUISITION-NEW.
       01 REQUISITION-NEW-REC PIC X(50).

       FD APPLICANT.
       01 APPLICANT-REC.
           05 APL-ID           PIC 9(5).
           05 APL-REQ-ID       PIC 9(5).
           05 APL-NAME         PIC X(20).
           05 APL-NATIONAL-ID  PIC X(13).
           05 APL-STAGE        PIC X(1).
               88 APL-APPLIED     VALUE "N".
               88 APL-SCREENED    VALUE "S".
               88 APL-INTERVIEWED VALUE "I".
               88 APL-OFFERED     VALUE "O".
               88 APL-ACCEPTED    VALUE "A".
               88 APL-REJECTED    VALUE "R".
           05 APL-STAGE-DATE   PIC 9(8).
           05 APL-OFFER-SALARY PIC 9(7)V99.
           05 APL-EMP-ID       PIC 9(5).

       FD APPLICANT-NEW.
       01 APPLICANT-NEW-REC PIC X(66).

       FD TIME-TO-FILL-REPORT.
       01 TIME-TO-FILL-REC PIC X(80).

       FD BENEFIT-PLAN.
       01 BENEFIT-PLAN-REC.
           05 BP-PLAN-CODE   PIC X(6).
           05 BP-PLAN-NAME   PIC X(20).
           05 BP-PLAN-TYPE   PIC X(1).
               88 BP-PROVIDENT  VALUE "P".
               88 BP-HEALTH     VALUE "H".
               88 BP-LIFE       VALUE "L".
           05 BP-PROVIDER    PIC X(10).
           05 BP-MIN-RATE    PIC 9V9999.
           05 BP-MAX-RATE    PIC 9V9999.
           05 BP-ER-RATE     PIC 9V9999.
           05 BP-EE-FIXED    PIC 9(5)V99.
           05 BP-ER-FIXED    PIC 9(5)V99.

       FD EMP-BENEFIT.
       01 EMP-BENEFIT-REC.
           05 EBN-EMP-ID     PIC 9(5).
           05 EBN-PLAN-CODE  PIC X(6).
           05 EBN-MEMBER-NO  PIC X(12).
           05 EBN-EE-RATE    PIC 9V9999.
           05 EBN-START-DATE PIC 9(8).
           05 EBN-END-DATE   PIC 9(8).

       FD EMP-BENEFIT-NEW.
       01 EMP-BENEFIT-NEW-REC PIC X(44).

       FD BENEFIT-REMIT.
       01 BENEFIT-REMIT-REC PIC X(100).

       FD EXPENSE-CLAIM.
       01 EXPENSE-CLAIM-REC.
           05 EC-CLAIM-ID      PIC 9(6).
           05 EC-EMP-ID        PIC 9(5).
           05 EC-DATE          PIC 9(8).
           05 EC-CATEGORY      PIC X(10).
           05 EC-AMOUNT        PIC 9(7)V99.
           05 EC-RECEIPT-REF   PIC X(15).
           05 EC-STATUS        PIC X(1).
               88 EC-PENDING   VALUE "P".
               88 EC-APPROVED  VALUE "A".
               88 EC-REJECTED  VALUE "R".
               88 EC-PAID      VALUE "D".
           05 EC-APPROVER-ID   PIC 9(5).
           05 EC-DECISION-DATE PIC 9(8).
           05 EC-PAID-PERIOD   PIC 9(6).
           05 EC-SUBMIT-DATE   PIC 9(8).

       FD EXPENSE-CLAIM-NEW.
       01 EXPENSE-CLAIM-NEW-REC PIC X(81).

       FD CLAIM-LIMIT.
       01 CLAIM-LIMIT-REC.
           05 CL-GRADE         PIC X(4).
           05 CL-LIMIT         PIC 9(7)V99.

       FD CLAIM-AGING-REPORT.
       01 CLAIM-AGING-REC PIC X(100).

       FD SHIFT-PATTERN.
       01 SHIFT-PATTERN-REC.
           05 SP-CODE          PIC X(4).
           05 SP-NAME          PIC X(20).
           05 SP-START-TIME    PIC 9(4).
           05 SP-END-TIME      PIC 9(4).
           05 SP-HOURS         PIC 9(2)V99.
           05 SP-DAYS          PIC X(7).

       FD ROSTER.
       01 ROSTER-REC.
           05 RS-EMP-ID        PIC 9(5).
           05 RS-DEPT          PIC X(10).
           05 RS-DATE          PIC 9(8).
           05 RS-SHIFT         PIC X(4).
           05 RS-HOURS         PIC 9(2)V99.
           05 RS-STATUS        PIC X(1).
               88 RS-ROSTERED  VALUE "R".
               88 RS-ON-LEAVE  VALUE "L".

       FD ROSTER-NEW.
       01 ROSTER-NEW-REC PIC X(32).

       FD ROSTER-EXC-REPORT.
       01 ROSTER-EXC-REC PIC X(100).

       FD EMP-CASE.
       01 EMP-CASE-REC.
           05 CS-CASE-ID       PIC 9(6).
           05 CS-EMP-ID        PIC 9(5).
           05 CS-TYPE          PIC X(1).
               88 CS-VERBAL    VALUE "V".
               88 CS-WRITTEN   VALUE "W".
               88 CS-FINAL     VALUE "F".
               88 CS-GRIEVANCE VALUE "G".
               88 CS-WARNING   VALUE "V" "W" "F".
           05 CS-OPEN-DATE     PIC 9(8).
           05 CS-CLOSE-DATE    PIC 9(8).
           05 CS-STATUS        PIC X(1).
               88 CS-OPEN      VALUE "O".
               88 CS-CLOSED    VALUE "C".
           05 CS-OUTCOME       PIC X(30).
           05 CS-EXPIRY-DATE   PIC 9(8).

       FD EMP-CASE-NEW.
       01 EMP-CASE-NEW-REC PIC X(67).

       FD CASE-REPORT.
       01 CASE-REPORT-REC PIC X(100).

       FD PAY-HISTORY-NEW.
       01 PAY-HISTORY-NEW-REC PIC X(48).

       FD RETRO-PAY.
       01 RETRO-PAY-REC.
           05 RP-EMP-ID        PIC 9(5).
           05 RP-PERIOD        PIC 9(6).
           05 RP-PAID-PERIOD   PIC 9(6).
           05 RP-OLD-GROSS     PIC 9(7)V99.
           05 RP-NEW-GROSS     PIC 9(7)V99.
           05 RP-GROSS-DIFF    PIC 9(7)V99.
           05 RP-TAX-DIFF      PIC 9(7)V99.
           05 RP-SSO-DIFF      PIC 9(7)V99.

       FD RETRO-PAY-NEW.
       01 RETRO-PAY-NEW-REC PIC X(62).

       FD RETRO-REPORT.
       01 RETRO-REPORT-REC PIC X(100).

       FD OFFCYCLE-CTL.
       01 OFFCYCLE-CTL-REC.
           05 OC-RUN-ID        PIC X(8).
           05 OC-PERIOD        PIC 9(6).
           05 OC-TYPE          PIC X(1).
               88 OC-BONUS      VALUE "B".
               88 OC-13TH-MONTH VALUE "M".
               88 OC-CORRECTION VALUE "C".
           05 OC-TAX-METHOD    PIC X(1).
               88 OC-TAX-FLAT     VALUE "F".
               88 OC-TAX-MARGINAL VALUE "M".
           05 OC-TAX-RATE      PIC 9V9(4).
           05 OC-STATUS        PIC X(1).
               88 OC-NEW     VALUE "N".
               88 OC-TRIAL   VALUE "T".
               88 OC-FINAL   VALUE "F".
               88 OC-CLOSED  VALUE "C".
           05 OC-DESC          PIC X(30).
           05 OC-CREATED       PIC 9(8).

       FD OFFCYCLE-CTL-NEW.
       01 OFFCYCLE-CTL-NEW-REC PIC X(60).

       FD OFFCYCLE-INPUT.
       01 OFFCYCLE-INPUT-REC.
           05 OI-EMP-ID        PIC 9(5).
           05 OI-AMOUNT        PIC 9(7)V99.
           05 OI-NOTE          PIC X(20).

       FD OFFCYCLE-REGISTER.
       01 OFFCYCLE-REGISTER-REC PIC X(100).

       FD INTEGRITY-REPORT.
       01 INTEGRITY-REPORT-REC PIC X(100).

       FD WORKFORCE-REPORT.
       01 WORKFORCE-REPORT-REC PIC X(100).

       FD PAY-VARIANCE.
       01 PAY-VARIANCE-REC.
           05 PV-PERIOD       PIC 9(6).
           05 PV-EMP-ID       PIC 9(5).
           05 PV-REASON       PIC X(4).
           05 PV-MEASURES     PIC X(4).
           05 PV-STATUS       PIC X(1).
               88 PV-OPEN     VALUE "O".
               88 PV-ACKED    VALUE "A".
               88 PV-USED     VALUE "F".
           05 PV-RUN-USER     PIC X(10).
           05 PV-ACK-USER     PIC X(10).
           05 PV-ACK-DATE     PIC 9(8).
           05 PV-PREV-NET     PIC S9(7)V99.
           05 PV-CUR-NET      PIC S9(7)V99.

       FD PAY-VARIANCE-NEW.
       01 PAY-VARIANCE-NEW-REC PIC X(66).

       FD PAY-VAR-CTL.
       01 PAY-VAR-CTL-REC.
           05 PVC-PCT         PIC 9(3)V99.
           05 PVC-AMOUNT      PIC 9(7)V99.

       FD VARIANCE-REPORT.
       01 VARIANCE-REPORT-REC PIC X(100).

       FD RETIRE-POLICY.
       01 RETIRE-POLICY-REC.
           05 RTP-AGE         PIC 9(2).
           05 RTP-GRAT-DAYS   PIC 9(3).
           05 RTP-GRAT-MAX    PIC 9(3).

       FD RETIRE-WORK.
       01 RETIRE-WORK-REC.
           05 RW-DEPT         PIC X(10).
           05 RW-DATE         PIC 9(8).
           05 RW-EMP-ID       PIC 9(5).
           05 RW-NAME         PIC X(20).
           05 RW-DOB          PIC 9(8).
           05 RW-SERVICE      PIC 9(2).
           05 RW-OVERDUE      PIC X(1).

       SD RET-TEMP-SORT.
       01 RET-TEMP-REC.
           05 RTS-DEPT        PIC X(10).
           05 RTS-DATE        PIC 9(8).
           05 RTS-EMP-ID      PIC 9(5).
           05 FILLER          PIC X(31).

       FD RETIRE-SORTED.
       01 RETIRE-SORTED-REC.
           05 RTR-DEPT        PIC X(10).
           05 RTR-DATE        PIC 9(8).
           05 RTR-EMP-ID      PIC 9(5).
           05 RTR-NAME        PIC X(20).
           05 RTR-DOB         PIC 9(8).
           05 RTR-SERVICE     PIC 9(2).
           05 RTR-OVERDUE     PIC X(1).

       FD RETIRE-REPORT.
       01 RETIRE-REPORT-REC PIC X(100).

       FD EMP-CONTRACT.
       01 EMP-CONTRACT-REC.
           05 CT-EMP-ID       PIC 9(5).
           05 CT-TYPE         PIC X(1).
               88 CT-PERMANENT  VALUE "P".
               88 CT-FIXED-TERM VALUE "F".
               88 CT-CONTRACTOR VALUE "C".
           05 CT-START-DATE   PIC 9(8).
           05 CT-END-DATE     PIC 9(8).
           05 CT-RENEWALS     PIC 9(2).

       FD CONTRACT-HIST.
       01 CONTRACT-HIST-REC.
           05 CH-EMP-ID       PIC 9(5).
           05 CH-DATE         PIC 9(8).
           05 CH-ACTION       PIC X(6).
           05 CH-TYPE         PIC X(1).
           05 CH-OLD-END      PIC 9(8).
           05 CH-NEW-END      PIC 9(8).
           05 CH-USER         PIC X(10).

       FD CONTRACT-WORK.
       01 CONTRACT-WORK-REC.
           05 CW-DEPT         PIC X(10).
           05 CW-END-DATE     PIC 9(8).
           05 CW-EMP-ID       PIC 9(5).
           05 CW-NAME         PIC X(20).
           05 CW-TYPE         PIC X(1).
           05 CW-DAYS         PIC 9(3).

       SD CT-TEMP-SORT.
       01 CT-TEMP-REC.
           05 CTS-DEPT        PIC X(10).
           05 CTS-END-DATE    PIC 9(8).
           05 CTS-EMP-ID      PIC 9(5).
           05 FILLER          PIC X(24).

       FD CONTRACT-SORTED.
       01 CONTRACT-SORTED-REC.
           05 CTR-DEPT        PIC X(10).
           05 CTR-END-DATE    PIC 9(8).
           05 CTR-EMP-ID      PIC 9(5).
           05 CTR-NAME        PIC X(20).
           05 CTR-TYPE        PIC X(1).
           05 CTR-DAYS        PIC 9(3).

       FD CONTRACT-ALERT.
       01 CONTRACT-ALERT-REC PIC X(100).

       FD STATUTORY-CTL.
       01 STATUTORY-CTL-REC.
           05 STC-SSO-ACCOUNT  PIC X(10).
           05 STC-SSO-BRANCH   PIC X(6).
           05 STC-TAX-ID       PIC X(13).
           05 STC-TAX-BRANCH   PIC X(5).
           05 STC-EMPLOYER     PIC X(40).

       FD SSO-FILING.
       01 SSO-FILING-REC PIC X(80).

       FD WHT-FILING.
       01 WHT-FILING-REC PIC X(80).

       FD FILING-CONTROL.
       01 FILING-CONTROL-REC PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-ACCR-COUNT         PIC 9(5) VALUE 0.
       01 WS-ANNUAL-ACCRUAL     PIC 9(3)V99 VALUE 0.50.
       01 WS-SICK-ACCRUAL       PIC 9(3)V99 VALUE 2.50.
       01 WS-FT-ANNUAL-ACCRUAL  PIC 9(3)V99 VALUE 0.50.
       01 WS-FT-SICK-ACCRUAL    PIC 9(3)V99 VALUE 1.00.
       01 WS-CN-ANNUAL-ACCRUAL  PIC 9(3)V99 VALUE 0.
       01 WS-CN-SICK-ACCRUAL    PIC 9(3)V99 VALUE 0.
       01 WS-ACCR-ANNUAL        PIC 9(3)V99 VALUE 0.
       01 WS-ACCR-SICK          PIC 9(3)V99 VALUE 0.
       01 WS-ACCR-SKIPPED       PIC 9(5) VALUE 0.
       01 WS-INIT-ANNUAL-ENT    PIC 9(3)V99 VALUE 6.00.
       01 WS-INIT-SICK-ENT      PIC 9(3)V99 VALUE 30.00.
       01 WS-PREV-LV-DEPT       PIC X(10) VALUE SPACES.
       01 WS-PERM-SUBJ          PIC X(10) VALUE SPACES.
       01 WS-PERM-ALLOW-IN      PIC X VALUE "N".
       01 WS-DBY-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-FC-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-BA-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-FC-EOF             PIC X VALUE "N".
       01 WS-FC-DATE            PIC 9(8) VALUE 0.
       01 WS-FC-FOUND           PIC X VALUE "N".
       01 WS-FC-YEAR            PIC 9(4) VALUE 0.
       01 WS-FC-PERIOD          PIC 9(2) VALUE 0.
       01 WS-FC-STATUS          PIC X VALUE SPACE.
       01 WS-FC-YEAR-CNT        PIC 9(3) VALUE 0.
       01 WS-FC-OPEN-CNT        PIC 9(3) VALUE 0.
       01 WS-FC-FIRST-OPEN      PIC 9(2) VALUE 0.
       01 WS-FY-DONE            PIC X VALUE "N".
       01 WS-FY-CLOSE-YEAR      PIC 9(4) VALUE 0.
       01 WS-FY-NEW-YEAR        PIC 9(4) VALUE 0.
       01 WS-FY-APPROVED        PIC 9(9)V99 VALUE 0.
       01 WS-SET-GROSS          PIC 9(7)V99 VALUE 0.
       01 WS-SET-DEDUCT         PIC 9(7)V99 VALUE 0.
       01 WS-SET-NET            PIC S9(7)V99 VALUE 0.
       01 WS-SET-GRATUITY       PIC 9(7)V99 VALUE 0.
       01 WS-TERM-REASON        PIC X(20) VALUE SPACES.
       01 WS-SET-AMT-DIS        PIC Z,ZZZ,ZZ9.99.
       01 WS-BNKCUST-STATUS     PIC XX VALUE SPACES.
       01 WS-SL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-SCN-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-SL-EOF             PIC X VALUE "N".
       01 WS-SL-NATID           PIC X(13) VALUE SPACES.
       01 WS-SL-CUST-ID         PIC X(10) VALUE SPACES.
       01 WS-SL-CHECKED         PIC 9(5) VALUE 0.
       01 WS-SL-MATCHED         PIC 9(5) VALUE 0.
       01 WS-SL-NO-ID           PIC 9(5) VALUE 0.
       01 WS-SL-NO-CUST         PIC 9(5) VALUE 0.
       01 WS-SL-LINE            PIC X(80) VALUE SPACES.
       01 WS-SCN-YEAR           PIC 9(4) VALUE 0.
       01 WS-SCN-MONTH          PIC 9(2) VALUE 0.
       01 WS-SCN-EFFECTIVE      PIC 9(8) VALUE 0.
       01 WS-ADD-DONE           PIC X VALUE "N".
       01 WS-REQ-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-APL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-REQ-CHOICE         PIC 9 VALUE 0.
       01 WS-REQ-EOF            PIC X VALUE "N".
       01 WS-REQ-NEXT-ID        PIC 9(5) VALUE 0.
       01 WS-REQ-FOUND          PIC X VALUE "N".
       01 WS-REQ-OK             PIC X VALUE "N".
       01 WS-REQ-TARGET-ID      PIC 9(5) VALUE 0.
       01 WS-REQ-NEW-STATUS     PIC X VALUE SPACE.
       01 WS-REQ-OPEN-COUNT     PIC 9(5) VALUE 0.
       01 WS-REQ-OPEN-SALARY    PIC 9(9)V99 VALUE 0.
       01 WS-REQ-PROJECTED      PIC 9(9)V99 VALUE 0.
       01 WS-REQ-SAVE-REC       PIC X(50) VALUE SPACES.
       01 WS-REQ-SALARY-DIS     PIC Z,ZZZ,ZZ9.99.
       01 WS-REQ-LINE           PIC X(80) VALUE SPACES.
       01 WS-APL-NEXT-ID        PIC 9(5) VALUE 0.
       01 WS-APL-TARGET-ID      PIC 9(5) VALUE 0.
       01 WS-APL-FOUND          PIC X VALUE "N".
       01 WS-APL-NEW-STAGE      PIC X VALUE SPACE.
       01 WS-APL-SAVE-REC       PIC X(66) VALUE SPACES.
       01 WS-TTF-COUNT          PIC 9(3) VALUE 0.
       01 WS-TTF-IDX            PIC 9(3) VALUE 0.
       01 WS-TTF-HIT            PIC 9(3) VALUE 0.
       01 WS-TTF-DAYS           PIC 9(5) VALUE 0.
       01 WS-TTF-AVG            PIC 9(5) VALUE 0.
       01 WS-TTF-TABLE.
           05 WS-TTF-ENTRY OCCURS 100 TIMES.
               10 WS-TTF-DEPT        PIC X(10).
               10 WS-TTF-FILLED      PIC 9(5).
               10 WS-TTF-TOTAL-DAYS  PIC 9(7).
               10 WS-TTF-OPEN        PIC 9(5).
               10 WS-TTF-OLDEST      PIC 9(5).
       01 WS-BP-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-EBN-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-BEN-CHOICE         PIC 9 VALUE 0.
       01 WS-BEN-EOF            PIC X VALUE "N".
       01 WS-BEN-FOUND          PIC X VALUE "N".
       01 WS-BEN-EMP-ID         PIC 9(5) VALUE 0.
       01 WS-BEN-PLAN-CODE      PIC X(6) VALUE SPACES.
       01 WS-BEN-END-DATE       PIC 9(8) VALUE 0.
       01 WS-BEN-ENDED          PIC 9(3) VALUE 0.
       01 WS-BP-COUNT           PIC 9(3) VALUE 0.
       01 WS-BP-IDX             PIC 9(3) VALUE 0.
       01 WS-BP-HIT             PIC 9(3) VALUE 0.
       01 WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 50 TIMES.
               10 WS-BP-T-CODE     PIC X(6).
               10 WS-BP-T-NAME     PIC X(20).
               10 WS-BP-T-TYPE     PIC X(1).
               10 WS-BP-T-PROVIDER PIC X(10).
               10 WS-BP-T-MIN-RATE PIC 9V9999.
               10 WS-BP-T-MAX-RATE PIC 9V9999.
               10 WS-BP-T-ER-RATE  PIC 9V9999.
               10 WS-BP-T-EE-FIXED PIC 9(5)V99.
               10 WS-BP-T-ER-FIXED PIC 9(5)V99.
       01 WS-EBN-COUNT          PIC 9(4) VALUE 0.
       01 WS-EBN-IDX            PIC 9(4) VALUE 0.
       01 WS-EBN-TABLE.
           05 WS-EBN-ENTRY OCCURS 1000 TIMES.
               10 WS-EBN-T-EMP-ID  PIC 9(5).
               10 WS-EBN-T-PLAN    PIC X(6).
               10 WS-EBN-T-MEMBER  PIC X(12).
               10 WS-EBN-T-RATE    PIC 9V9999.
               10 WS-EBN-T-START   PIC 9(8).
               10 WS-EBN-T-END     PIC 9(8).
       01 WS-PAY-BEN-EE         PIC 9(7)V99 VALUE 0.
       01 WS-PAY-BEN-ER         PIC 9(7)V99 VALUE 0.
       01 WS-BEN-ONE-EE         PIC 9(7)V99 VALUE 0.
       01 WS-BEN-ONE-ER         PIC 9(7)V99 VALUE 0.
       01 WS-PAY-BEN-DIS        PIC Z,ZZZ,ZZ9.99.
       01 WS-PAY-REG-OTHER      PIC 9(7)V99 VALUE 0.
       01 WS-GL-BEN-EE-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GL-BEN-ER-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GL-BEN-PAYABLE     PIC 9(9)V99 VALUE 0.
       01 WS-REMIT-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-REMIT-COUNT        PIC 9(4) VALUE 0.
       01 WS-REMIT-IDX          PIC 9(4) VALUE 0.
       01 WS-REMIT-SUB          PIC 9(4) VALUE 0.
       01 WS-REMIT-OVERFLOW     PIC X VALUE "N".
       01 WS-REMIT-TABLE.
           05 WS-REMIT-ENTRY OCCURS 1000 TIMES.
               10 WS-RM-PROVIDER   PIC X(10).
               10 WS-RM-PLAN       PIC X(6).
               10 WS-RM-EMP-ID     PIC 9(5).
               10 WS-RM-EMP-NAME   PIC X(20).
               10 WS-RM-MEMBER     PIC X(12).
               10 WS-RM-EE         PIC 9(7)V99.
               10 WS-RM-ER         PIC 9(7)V99.
               10 WS-RM-DONE       PIC X(1).
       01 WS-RM-CUR-PROVIDER    PIC X(10) VALUE SPACES.
       01 WS-RM-MEMBERS         PIC 9(5) VALUE 0.
       01 WS-RM-EE-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-RM-ER-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-RM-EE-DIS          PIC Z,ZZZ,ZZ9.99.
       01 WS-RM-ER-DIS          PIC Z,ZZZ,ZZ9.99.
       01 WS-RM-TOT-DIS         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RM-ER-TOT-DIS      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BEN-RATE-DIS       PIC 9.9999.
       01 WS-EC-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-EXP-CHOICE         PIC 9 VALUE 0.
       01 WS-EXP-EOF            PIC X VALUE "N".
       01 WS-EXP-EMP-ID         PIC 9(5) VALUE 0.
       01 WS-EXP-MGR-ID         PIC 9(5) VALUE 0.
       01 WS-EXP-NEXT-ID        PIC 9(6) VALUE 0.
       01 WS-EXP-APPROVER       PIC 9(5) VALUE 0.
       01 WS-EXP-APPR-GRADE     PIC X(4) VALUE SPACES.
       01 WS-EXP-APPR-MGR       PIC 9(5) VALUE 0.
       01 WS-EXP-APPR-LIMIT     PIC 9(7)V99 VALUE 0.
       01 WS-EXP-DECISION       PIC X VALUE SPACE.
       01 WS-EXP-SEEN           PIC 9(5) VALUE 0.
       01 WS-EXP-AMT-DIS        PIC Z,ZZZ,ZZ9.99.
       01 WS-EXP-LINE           PIC X(100) VALUE SPACES.
       01 WS-CL-COUNT           PIC 9(3) VALUE 0.
       01 WS-CL-IDX             PIC 9(3) VALUE 0.
       01 WS-CL-HIT             PIC 9(3) VALUE 0.
       01 WS-CL-GRADE           PIC X(4) VALUE SPACES.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 50 TIMES.
               10 WS-CL-T-GRADE  PIC X(4).
               10 WS-CL-T-LIMIT  PIC 9(7)V99.
       01 WS-XC-COUNT           PIC 9(4) VALUE 0.
       01 WS-XC-IDX             PIC 9(4) VALUE 0.
       01 WS-XC-OVERFLOW        PIC X VALUE "N".
       01 WS-XC-TABLE.
           05 WS-XC-ENTRY OCCURS 1000 TIMES.
               10 WS-XC-CLAIM-ID PIC 9(6).
               10 WS-XC-EMP-ID   PIC 9(5).
               10 WS-XC-AMOUNT   PIC 9(7)V99.
               10 WS-XC-PAID     PIC X(1).
       01 WS-PAY-EXPENSE        PIC 9(7)V99 VALUE 0.
       01 WS-PAY-EXP-DIS        PIC Z,ZZZ,ZZ9.99.
       01 WS-EXP-SHARE          PIC 9(7)V99 VALUE 0.
       01 WS-EXP-SHARED         PIC 9(7)V99 VALUE 0.
       01 WS-EXP-GL-DEPT        PIC X(10) VALUE SPACES.
       01 WS-EXP-GL-AMT         PIC 9(7)V99 VALUE 0.
       01 WS-GL-EXP-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-GLX-COUNT          PIC 9(2) VALUE 0.
       01 WS-GLX-IDX            PIC 9(2) VALUE 0.
       01 WS-GLX-FOUND          PIC X VALUE "N".
       01 WS-GLX-TABLE.
           05 WS-GLX-ENTRY OCCURS 50 TIMES.
               10 WS-GLX-DEPT    PIC X(10).
               10 WS-GLX-AMOUNT  PIC 9(9)V99.
       01 WS-AGE-DAYS           PIC 9(5) VALUE 0.
       01 WS-AGE-BUCKET         PIC 9 VALUE 0.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 4 TIMES.
               10 WS-AGE-COUNT   PIC 9(5).
               10 WS-AGE-AMOUNT  PIC 9(9)V99.
       01 WS-AGE-LABEL          PIC X(10) VALUE SPACES.
       01 WS-AGE-TOT-DIS        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SP-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-RS-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-RS-CHOICE          PIC 9 VALUE 0.
       01 WS-RS-EOF             PIC X VALUE "N".
       01 WS-SP-COUNT           PIC 9(2) VALUE 0.
       01 WS-SP-IDX             PIC 9(2) VALUE 0.
       01 WS-SP-HIT             PIC 9(2) VALUE 0.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 30 TIMES.
               10 WS-SP-T-CODE   PIC X(4).
               10 WS-SP-T-NAME   PIC X(20).
               10 WS-SP-T-START  PIC 9(4).
               10 WS-SP-T-END    PIC 9(4).
               10 WS-SP-T-HOURS  PIC 9(2)V99.
               10 WS-SP-T-DAYS   PIC X(7).
       01 WS-SP-CODE            PIC X(4) VALUE SPACES.
       01 WS-SP-HOURS-DIS       PIC Z9.99.
       01 WS-RS-DEPT            PIC X(10) VALUE SPACES.
       01 WS-RS-EMP-ID          PIC 9(5) VALUE 0.
       01 WS-RS-WEEK-START      PIC 9(8) VALUE 0.
       01 WS-RS-WEEK-END        PIC 9(8) VALUE 0.
       01 WS-RS-START-INT       PIC 9(8) VALUE 0.
       01 WS-RS-DAY             PIC 9 VALUE 0.
       01 WS-RS-DATE            PIC 9(8) VALUE 0.
       01 WS-RS-HOLIDAY         PIC X VALUE "N".
       01 WS-RS-ON-LEAVE        PIC X VALUE "N".
       01 WS-RS-WRITTEN         PIC 9(5) VALUE 0.
       01 WS-RS-LEAVE-DAYS      PIC 9(5) VALUE 0.
       01 WS-RS-HOL-DAYS        PIC 9(5) VALUE 0.
       01 WS-RS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-RS-EMP-IDX         PIC 9(3) VALUE 0.
       01 WS-RS-EMP-TABLE.
           05 WS-RS-T-EMP-ID OCCURS 300 TIMES PIC 9(5).
       01 WS-RS-LV-COUNT        PIC 9(3) VALUE 0.
       01 WS-RS-LV-IDX          PIC 9(3) VALUE 0.
       01 WS-RS-LV-TABLE.
           05 WS-RS-LV-ENTRY OCCURS 500 TIMES.
               10 WS-RS-LV-EMP-ID PIC 9(5).
               10 WS-RS-LV-FROM  PIC 9(8).
               10 WS-RS-LV-TO    PIC 9(8).
       01 WS-RS-LV-FROM-DATE    PIC 9(8) VALUE 0.
       01 WS-RS-LV-TO-DATE      PIC 9(8) VALUE 0.
       01 WS-RS-LINE            PIC X(100) VALUE SPACES.
       01 WS-RX-PERIOD          PIC 9(6) VALUE 0.
       01 WS-RX-COUNT           PIC 9(3) VALUE 0.
       01 WS-RX-IDX             PIC 9(3) VALUE 0.
       01 WS-RX-HIT             PIC 9(3) VALUE 0.
       01 WS-RX-OVERFLOW        PIC X VALUE "N".
       01 WS-RX-TABLE.
           05 WS-RX-ENTRY OCCURS 300 TIMES.
               10 WS-RX-EMP-ID   PIC 9(5).
               10 WS-RX-DEPT     PIC X(10).
               10 WS-RX-SHIFTS   PIC 9(3).
               10 WS-RX-HOURS    PIC 9(4)V99.
               10 WS-RX-LV-SHIFTS PIC 9(3).
       01 WS-RX-WORKED          PIC 9(4)V99 VALUE 0.
       01 WS-RX-TS-REG          PIC 9(3)V99 VALUE 0.
       01 WS-RX-TS-OT           PIC 9(3)V99 VALUE 0.
       01 WS-RX-TS-FOUND        PIC X VALUE "N".
       01 WS-RX-DIFF            PIC 9(4)V99 VALUE 0.
       01 WS-RX-HRS-DIS         PIC Z,ZZ9.99.
       01 WS-RX-WRK-DIS         PIC Z,ZZ9.99.
       01 WS-RX-DIFF-DIS        PIC Z,ZZ9.99.
       01 WS-RX-EXC-COUNT       PIC 9(5) VALUE 0.
       01 WS-CS-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CS-CHOICE          PIC 9 VALUE 0.
       01 WS-CS-SECTION         PIC 9 VALUE 0.
       01 WS-CS-EOF             PIC X VALUE "N".
       01 WS-CS-EMP-ID          PIC 9(5) VALUE 0.
       01 WS-CS-CASE-ID         PIC 9(6) VALUE 0.
       01 WS-CS-NEXT-ID         PIC 9(6) VALUE 0.
       01 WS-CS-FOUND           PIC X VALUE "N".
       01 WS-CS-MONTHS          PIC 9(2) VALUE 0.
       01 WS-CS-TYPE-NAME       PIC X(14) VALUE SPACES.
       01 WS-CS-STATUS-NAME     PIC X(6) VALUE SPACES.
       01 WS-CS-LINE            PIC X(100) VALUE SPACES.
       01 WS-CS-LIVE-FW         PIC X VALUE "N".
       01 WS-CS-FW-COUNT        PIC 9(4) VALUE 0.
       01 WS-CS-PROCEED         PIC X VALUE "Y".
       01 WS-CS-TODAY           PIC 9(8) VALUE 0.
       01 WS-CS-HORIZON         PIC 9(8) VALUE 0.
       01 WS-CS-OPEN-COUNT      PIC 9(5) VALUE 0.
       01 WS-CS-EXP-COUNT       PIC 9(5) VALUE 0.
       01 WS-RP-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-PH-EFF-DATE        PIC 9(8) VALUE 0.
       01 WS-RT-EOF             PIC X VALUE "N".
       01 WS-RT-CAND-COUNT      PIC 9(3) VALUE 0.
       01 WS-RT-CAND-IDX        PIC 9(3) VALUE 0.
       01 WS-RT-CAND-HIT        PIC 9(3) VALUE 0.
       01 WS-RT-CAND-OVERFLOW   PIC X VALUE "N".
       01 WS-RT-CAND-TABLE.
           05 WS-RT-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-RT-CAND-EMP-ID PIC 9(5).
               10 WS-RT-CAND-PERIOD PIC 9(6).
               10 WS-RT-CAND-DONE   PIC X(1).
       01 WS-RT-PH-COUNT        PIC 9(2) VALUE 0.
       01 WS-RT-PH-IDX          PIC 9(2) VALUE 0.
       01 WS-RT-PH-TABLE.
           05 WS-RT-PH-ENTRY OCCURS 50 TIMES.
               10 WS-RT-PH-EFF     PIC 9(8).
               10 WS-RT-PH-OLD     PIC 9(7)V99.
               10 WS-RT-PH-NEW     PIC 9(7)V99.
       01 WS-RT-RH-COUNT        PIC 9(2) VALUE 0.
       01 WS-RT-RH-IDX          PIC 9(2) VALUE 0.
       01 WS-RT-RH-TABLE.
           05 WS-RT-RH-ENTRY OCCURS 60 TIMES.
               10 WS-RT-RH-PERIOD  PIC 9(6).
               10 WS-RT-RH-GROSS   PIC 9(7)V99.
               10 WS-RT-RH-TAX     PIC 9(7)V99.
               10 WS-RT-RH-SSO     PIC 9(7)V99.
       01 WS-RT-PR-COUNT        PIC 9(2) VALUE 0.
       01 WS-RT-PR-IDX          PIC 9(2) VALUE 0.
       01 WS-RT-PR-TABLE.
           05 WS-RT-PR-ENTRY OCCURS 60 TIMES.
               10 WS-RT-PR-PERIOD  PIC 9(6).
               10 WS-RT-PR-GROSS   PIC 9(7)V99.
               10 WS-RT-PR-TAX     PIC 9(7)V99.
               10 WS-RT-PR-SSO     PIC 9(7)V99.
       01 WS-RT-SAVE-PERIOD     PIC 9(6) VALUE 0.
       01 WS-RT-SAVE-GROSS      PIC 9(7)V99 VALUE 0.
       01 WS-RT-SAVE-RATE       PIC 9V9(4) VALUE 0.
       01 WS-RT-DATE            PIC 9(8) VALUE 0.
       01 WS-RT-BEST-EFF        PIC 9(8) VALUE 0.
       01 WS-RT-NEXT-EFF        PIC 9(8) VALUE 0.
       01 WS-RT-SAL             PIC 9(7)V99 VALUE 0.
       01 WS-RT-SAL-START       PIC 9(7)V99 VALUE 0.
       01 WS-RT-SAL-END         PIC 9(7)V99 VALUE 0.
       01 WS-RT-CHANGE-DATE     PIC 9(8) VALUE 0.
       01 WS-RT-CHANGE-INT      PIC 9(8) VALUE 0.
       01 WS-RT-FROM-INT        PIC 9(8) VALUE 0.
       01 WS-RT-TO-INT          PIC 9(8) VALUE 0.
       01 WS-RT-DAYS-BEFORE     PIC 9(3) VALUE 0.
       01 WS-RT-DAYS-AFTER      PIC 9(3) VALUE 0.
       01 WS-RT-OT-HOURS        PIC 9(3)V99 VALUE 0.
       01 WS-RT-OT-RATE         PIC 9(5)V99 VALUE 0.
       01 WS-RT-NEW-GROSS       PIC 9(7)V99 VALUE 0.
       01 WS-RT-NEW-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-RT-NEW-SSO         PIC 9(7)V99 VALUE 0.
       01 WS-RT-PRIOR-GROSS     PIC 9(7)V99 VALUE 0.
       01 WS-RT-PRIOR-TAX       PIC 9(7)V99 VALUE 0.
       01 WS-RT-PRIOR-SSO       PIC 9(7)V99 VALUE 0.
       01 WS-RT-DIFF            PIC S9(7)V99 VALUE 0.
       01 WS-RT-TAX-DIFF        PIC S9(7)V99 VALUE 0.
       01 WS-RT-SSO-DIFF        PIC S9(7)V99 VALUE 0.
       01 WS-PAY-RETRO          PIC 9(7)V99 VALUE 0.
       01 WS-PAY-RETRO-TAX      PIC 9(7)V99 VALUE 0.
       01 WS-PAY-RETRO-SSO      PIC 9(7)V99 VALUE 0.
       01 WS-PAY-GL-GROSS       PIC 9(7)V99 VALUE 0.
       01 WS-RT-COUNT           PIC 9(5) VALUE 0.
       01 WS-RT-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-RT-AMT-DIS         PIC Z,ZZZ,ZZ9.99.
       01 WS-RT-OLD-DIS         PIC Z,ZZZ,ZZ9.99.
       01 WS-RT-NEW-DIS         PIC Z,ZZZ,ZZ9.99.
       01 WS-RT-DIFF-DIS        PIC -Z,ZZZ,ZZ9.99.
       01 WS-RT-TAX-DIS         PIC -Z,ZZZ,ZZ9.99.
       01 WS-RT-LINE            PIC X(100) VALUE SPACES.
       01 WS-JOURNAL-FILENAME   PIC X(40)
           VALUE "PAYROLL_JOURNAL.DAT".
       01 WS-BANK-FILENAME      PIC X(40) VALUE "BANK_EXPORT.DAT".
       01 WS-PAY-RUN-ID         PIC X(8) VALUE SPACES.
       01 WS-NP-RUN-ID          PIC X(8) VALUE SPACES.
       01 WS-OC-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-OI-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-OC-INPUT-FILENAME  PIC X(40) VALUE SPACES.
       01 WS-OC-REG-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-OC-CHOICE          PIC 9 VALUE 0.
       01 WS-OC-EOF             PIC X VALUE "N".
       01 WS-OC-FOUND           PIC X VALUE "N".
       01 WS-OC-ANSWER          PIC X VALUE "N".
       01 WS-OC-RUN-ID          PIC X(8) VALUE SPACES.
       01 WS-OC-PERIOD          PIC 9(6) VALUE 0.
       01 WS-OC-TYPE            PIC X VALUE SPACE.
       01 WS-OC-TAX-METHOD      PIC X VALUE SPACE.
       01 WS-OC-TAX-RATE        PIC 9V9(4) VALUE 0.
       01 WS-OC-STATUS          PIC X VALUE SPACE.
       01 WS-OC-NEW-STATUS      PIC X VALUE SPACE.
       01 WS-OC-DESC            PIC X(30) VALUE SPACES.
       01 WS-OC-COUNT           PIC 9(3) VALUE 0.
       01 WS-OC-IDX             PIC 9(3) VALUE 0.
       01 WS-OC-HIT             PIC 9(3) VALUE 0.
       01 WS-OC-OVERFLOW        PIC X VALUE "N".
       01 WS-OC-SKIPPED         PIC 9(5) VALUE 0.
       01 WS-OC-TABLE.
           05 WS-OC-ENTRY OCCURS 500 TIMES.
               10 WS-OC-T-EMP-ID PIC 9(5).
               10 WS-OC-T-AMOUNT PIC 9(7)V99.
       01 WS-OC-RATE-DIS        PIC 9.9999.
       01 WS-OC-AMT-DIS         PIC Z,ZZZ,ZZ9.99.
       01 WS-OC-LINE            PIC X(100) VALUE SPACES.
       01 WS-IA-EOF             PIC X VALUE "N".
       01 WS-IA-IDX             PIC 9(2) VALUE 0.
       01 WS-IA-TOTAL           PIC 9(6) VALUE 0.
       01 WS-IA-COUNTS.
           05 WS-IA-COUNT OCCURS 20 TIMES PIC 9(5).
       01 WS-IA-LABEL           PIC X(40) VALUE SPACES.
       01 WS-IA-KEY             PIC X(10) VALUE SPACES.
       01 WS-IA-DETAIL          PIC X(50) VALUE SPACES.
       01 WS-IA-LINE            PIC X(100) VALUE SPACES.
       01 WS-IA-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-IA-EMP-IDX         PIC 9(4) VALUE 0.
       01 WS-IA-EMP-HIT         PIC 9(4) VALUE 0.
       01 WS-IA-MGR-HIT         PIC 9(4) VALUE 0.
       01 WS-IA-EMP-OVERFLOW    PIC X VALUE "N".
       01 WS-IA-EMP-TABLE.
           05 WS-IA-EMP-ENTRY OCCURS 1000 TIMES.
               10 WS-IA-E-ID      PIC 9(5).
               10 WS-IA-E-STATUS  PIC X(1).
               10 WS-IA-E-DEPT    PIC X(10).
               10 WS-IA-E-GRADE   PIC X(4).
               10 WS-IA-E-SALARY  PIC 9(7)V99.
               10 WS-IA-E-MGR     PIC 9(5).
       01 WS-IA-FIND-ID         PIC 9(5) VALUE 0.
       01 WS-IA-DEPT-COUNT      PIC 9(3) VALUE 0.
       01 WS-IA-DEPT-IDX        PIC 9(3) VALUE 0.
       01 WS-IA-DEPT-TABLE.
           05 WS-IA-DEPT-CODE OCCURS 200 TIMES PIC X(10).
       01 WS-IA-GRADE-COUNT     PIC 9(3) VALUE 0.
       01 WS-IA-GRADE-IDX       PIC 9(3) VALUE 0.
       01 WS-IA-GRADE-TABLE.
           05 WS-IA-GRADE-CODE OCCURS 100 TIMES PIC X(4).
       01 WS-IA-FIND-DEPT       PIC X(10) VALUE SPACES.
       01 WS-IA-FIND-GRADE      PIC X(4) VALUE SPACES.
       01 WS-IA-FOUND           PIC X VALUE "N".
       01 WS-IA-STEPS-DEFINED   PIC X VALUE "N".
       01 WS-IA-ON-STEP         PIC X VALUE "N".
       01 WS-IA-PCT-TOTAL       PIC 9(4)V99 VALUE 0.
       01 WS-IA-SPLIT           PIC 9 VALUE 0.
       01 WS-IA-SAL-DIS         PIC Z,ZZZ,ZZ9.99.
       01 WS-IA-PCT-DIS         PIC ZZZ9.99.
       01 WS-WM-FROM            PIC 9(8) VALUE 0.
       01 WS-WM-TO              PIC 9(8) VALUE 0.
       01 WS-WM-DATE            PIC 9(8) VALUE 0.
       01 WS-WM-DATE-R REDEFINES WS-WM-DATE.
           05 WS-WM-DATE-YY     PIC 9(4).
           05 WS-WM-DATE-MM     PIC 9(2).
           05 WS-WM-DATE-DD     PIC 9(2).
       01 WS-WM-BASE            PIC 9(6) VALUE 0.
       01 WS-WM-MONTHS          PIC S9(4) VALUE 0.
       01 WS-WM-M               PIC S9(6) VALUE 0.
       01 WS-WM-MX              PIC S9(4) VALUE 0.
       01 WS-WM-H               PIC 9(5) VALUE 0.
       01 WS-WM-R               PIC 9(5) VALUE 0.
       01 WS-WM-XI              PIC 9(5) VALUE 0.
       01 WS-WM-XO              PIC 9(5) VALUE 0.
       01 WS-WM-TM              PIC 9(5) VALUE 0.
       01 WS-WM-FY-COUNT        PIC 9(5) VALUE 0.
       01 WS-WM-PASS            PIC 9 VALUE 0.
       01 WS-WM-EOF             PIC X VALUE "N".
       01 WS-WM-EMP-COUNT       PIC 9(4) VALUE 0.
       01 WS-WM-EMP-IDX         PIC 9(4) VALUE 0.
       01 WS-WM-EMP-HIT         PIC 9(4) VALUE 0.
       01 WS-WM-EMP-OVERFLOW    PIC X VALUE "N".
       01 WS-WM-EMP-TABLE.
           05 WS-WM-EMP-ENTRY OCCURS 1000 TIMES.
               10 WS-WM-E-ID        PIC 9(5).
               10 WS-WM-E-STATUS    PIC X(1).
               10 WS-WM-E-DEPT      PIC X(10).
               10 WS-WM-E-HIRE      PIC 9(8).
               10 WS-WM-E-PROB      PIC 9(8).
               10 WS-WM-E-SEEN      PIC X(1).
               10 WS-WM-E-START     PIC X(1).
               10 WS-WM-E-NEED-DEPT PIC X(1).
               10 WS-WM-E-START-DEPT PIC X(10).
               10 WS-WM-E-CUR-DEPT  PIC X(10).
       01 WS-WM-DEPT-COUNT      PIC 9(3) VALUE 0.
       01 WS-WM-DEPT-IDX        PIC 9(3) VALUE 0.
       01 WS-WM-DEPT-HIT        PIC 9(3) VALUE 0.
       01 WS-WM-FIND-DEPT       PIC X(10) VALUE SPACES.
       01 WS-WM-DEPT-TABLE.
           05 WS-WM-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-WM-D-CODE      PIC X(10).
               10 WS-WM-D-OPEN      PIC 9(5).
               10 WS-WM-D-FIRSTYR   PIC 9(4).
               10 WS-WM-D-MONTH OCCURS 24 TIMES.
                   15 WS-WM-M-HIRE   PIC 9(4).
                   15 WS-WM-M-REHIRE PIC 9(4).
                   15 WS-WM-M-XIN    PIC 9(4).
                   15 WS-WM-M-XOUT   PIC 9(4).
                   15 WS-WM-M-TERM   PIC 9(4).
       01 WS-WM-TOT-TABLE.
           05 WS-WM-T-MONTH OCCURS 24 TIMES.
               10 WS-WM-T-OPEN      PIC S9(6).
               10 WS-WM-T-HIRE      PIC 9(5).
               10 WS-WM-T-REHIRE    PIC 9(5).
               10 WS-WM-T-XIN       PIC 9(5).
               10 WS-WM-T-XOUT      PIC 9(5).
               10 WS-WM-T-TERM      PIC 9(5).
               10 WS-WM-T-CLOSE     PIC S9(6).
       01 WS-WM-DEPT-A          PIC X(10) VALUE SPACES.
       01 WS-WM-DEPT-B          PIC X(10) VALUE SPACES.
       01 WS-WM-RUN-HC          PIC S9(6) VALUE 0.
       01 WS-WM-CLOSE-HC        PIC S9(6) VALUE 0.
       01 WS-WM-HC-SUM          PIC S9(8)V9 VALUE 0.
       01 WS-WM-AVG-HC          PIC S9(6)V99 VALUE 0.
       01 WS-WM-SUM-HIRE        PIC 9(6) VALUE 0.
       01 WS-WM-SUM-REHIRE      PIC 9(6) VALUE 0.
       01 WS-WM-SUM-XIN         PIC 9(6) VALUE 0.
       01 WS-WM-SUM-XOUT        PIC 9(6) VALUE 0.
       01 WS-WM-SUM-TERM        PIC 9(6) VALUE 0.
       01 WS-WM-FIRSTYR         PIC 9(5) VALUE 0.
       01 WS-WM-LEAVERS         PIC 9(5) VALUE 0.
       01 WS-WM-TENURE-DAYS     PIC 9(9) VALUE 0.
       01 WS-WM-DAYS            PIC S9(7) VALUE 0.
       01 WS-WM-TURNOVER        PIC 9(4)V9 VALUE 0.
       01 WS-WM-FY-PCT          PIC 9(3)V9 VALUE 0.
       01 WS-WM-TENURE-YRS      PIC 9(3)V99 VALUE 0.
       01 WS-WM-MONTH-LABEL     PIC 9(6) VALUE 0.
       01 WS-WM-OPEN-DIS        PIC -ZZZZ9.
       01 WS-WM-CLOSE-DIS       PIC -ZZZZ9.
       01 WS-WM-AVG-DIS         PIC -ZZZZ9.99.
       01 WS-WM-TURN-DIS        PIC ZZZ9.9.
       01 WS-WM-FY-DIS          PIC ZZ9.9.
       01 WS-WM-TEN-DIS         PIC ZZ9.99.
       01 WS-WM-LINE            PIC X(100) VALUE SPACES.
       01 WS-PV-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-PVC-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-PV-EOF             PIC X VALUE "N".
       01 WS-PV-CHOICE          PIC 9 VALUE 0.
       01 WS-PV-PCT-LIMIT       PIC 9(3)V99 VALUE 10.
       01 WS-PV-AMT-LIMIT       PIC 9(7)V99 VALUE 5000.
       01 WS-PV-PREV-PERIOD     PIC 9(6) VALUE 0.
       01 WS-PV-COUNT           PIC 9(4) VALUE 0.
       01 WS-PV-IDX             PIC 9(4) VALUE 0.
       01 WS-PV-HIT             PIC 9(4) VALUE 0.
       01 WS-PV-OVERFLOW        PIC X VALUE "N".
       01 WS-PV-TABLE.
           05 WS-PV-ENTRY OCCURS 1000 TIMES.
               10 WS-PV-T-EMP-ID  PIC 9(5).
               10 WS-PV-T-NAME    PIC X(20).
               10 WS-PV-T-GROSS   PIC 9(7)V99.
               10 WS-PV-T-TAX     PIC 9(7)V99.
               10 WS-PV-T-DED     PIC 9(7)V99.
               10 WS-PV-T-NET     PIC S9(7)V99.
               10 WS-PV-T-PAID    PIC X(1).
       01 WS-PV-FLAGS           PIC 9(5) VALUE 0.
       01 WS-PV-OPEN-COUNT      PIC 9(5) VALUE 0.
       01 WS-PV-ACKED           PIC 9(5) VALUE 0.
       01 WS-PV-ACK-ID          PIC 9(5) VALUE 0.
       01 WS-PV-CLEAR           PIC X VALUE "N".
       01 WS-PV-TRIAL-FOUND     PIC X VALUE "N".
       01 WS-PV-RUN-USER        PIC X(10) VALUE SPACES.
       01 WS-PV-FLAG-EMP        PIC 9(5) VALUE 0.
       01 WS-PV-FLAG-NAME       PIC X(20) VALUE SPACES.
       01 WS-PV-FLAG-REASON     PIC X(4) VALUE SPACES.
       01 WS-PV-FLAG-PREV-NET   PIC S9(7)V99 VALUE 0.
       01 WS-PV-FLAG-CUR-NET    PIC S9(7)V99 VALUE 0.
       01 WS-PV-MEASURES        PIC X(4) VALUE SPACES.
       01 WS-PV-M-POS           PIC 9 VALUE 0.
       01 WS-PV-M-CODE          PIC X VALUE SPACE.
       01 WS-PV-ITEM            PIC X(6) VALUE SPACES.
       01 WS-PV-NOTE            PIC X(24) VALUE SPACES.
       01 WS-PV-PREV            PIC S9(7)V99 VALUE 0.
       01 WS-PV-CUR             PIC S9(7)V99 VALUE 0.
       01 WS-PV-DIFF            PIC S9(7)V99 VALUE 0.
       01 WS-PV-ABS             PIC 9(7)V99 VALUE 0.
       01 WS-PV-PCT             PIC 9(5)V9 VALUE 0.
       01 WS-PV-PREV-DIS        PIC -Z,ZZZ,ZZ9.99.
       01 WS-PV-CUR-DIS         PIC -Z,ZZZ,ZZ9.99.
       01 WS-PV-DIFF-DIS        PIC -Z,ZZZ,ZZ9.99.
       01 WS-PV-PCT-DIS         PIC ZZZZ9.9.
       01 WS-PV-LINE            PIC X(100) VALUE SPACES.
       01 WS-RTP-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RET-AGE            PIC 9(2) VALUE 60.
       01 WS-RET-GRAT-DAYS      PIC 9(3) VALUE 15.
       01 WS-RET-GRAT-MAX       PIC 9(3) VALUE 400.
       01 WS-RET-GRAT-DUE       PIC 9(5) VALUE 0.
       01 WS-RET-CHOICE         PIC 9 VALUE 0.
       01 WS-RET-PROCEED        PIC X VALUE "N".
       01 WS-RET-EOF            PIC X VALUE "N".
       01 WS-RET-DOB            PIC 9(8) VALUE 0.
       01 WS-RET-DATE           PIC 9(8) VALUE 0.
       01 WS-RET-HORIZON        PIC 9(8) VALUE 0.
       01 WS-RET-FROM           PIC 9(8) VALUE 0.
       01 WS-RET-TO             PIC 9(8) VALUE 0.
       01 WS-RET-YY             PIC 9(4) VALUE 0.
       01 WS-RET-MMDD           PIC 9(4) VALUE 0.
       01 WS-RET-FROM-YY        PIC 9(4) VALUE 0.
       01 WS-RET-FROM-MMDD      PIC 9(4) VALUE 0.
       01 WS-RET-YEARS          PIC 9(2) VALUE 0.
       01 WS-RET-COUNT          PIC 9(5) VALUE 0.
       01 WS-RET-DEPT-COUNT     PIC 9(5) VALUE 0.
       01 WS-RET-OVERDUE        PIC 9(5) VALUE 0.
       01 WS-RET-NO-DOB         PIC 9(5) VALUE 0.
       01 WS-RET-COUNT-DIS      PIC ZZZZ9.
       01 WS-RET-PREV-DEPT      PIC X(10) VALUE SPACES.
       01 WS-RET-LINE           PIC X(100) VALUE SPACES.
       01 WS-CT-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CH-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CT-NEW-TYPE        PIC X(1) VALUE "P".
       01 WS-CT-NEW-END         PIC 9(8) VALUE 0.
       01 WS-CT-ENTERED-END     PIC 9(8) VALUE 0.
       01 WS-CT-CUR-TYPE        PIC X(1) VALUE "P".
       01 WS-CT-CUR-END         PIC 9(8) VALUE 0.
       01 WS-CT-OLD-TYPE        PIC X(1) VALUE "P".
       01 WS-CT-OLD-END         PIC 9(8) VALUE 0.
       01 WS-CT-ON-FILE         PIC X VALUE "N".
       01 WS-CT-OK              PIC X(1) VALUE "Y".
           88 WS-CT-VALID             VALUE "Y".
       01 WS-CT-HIST-ACTION     PIC X(6) VALUE SPACES.
       01 WS-CT-EOF             PIC X VALUE "N".
       01 WS-CT-LIMIT-YMD       PIC 9(8) VALUE 0.
       01 WS-CT-COUNT           PIC 9(5) VALUE 0.
       01 WS-CT-FILES           PIC 9(3) VALUE 0.
       01 WS-CT-PREV-DEPT       PIC X(10) VALUE SPACES.
       01 WS-CT-MGR-NAME        PIC X(20) VALUE SPACES.
       01 WS-CT-BAND            PIC X(7) VALUE SPACES.
       01 WS-CT-ALERT-FILENAME  PIC X(40) VALUE SPACES.
       01 WS-CT-LINE            PIC X(100) VALUE SPACES.
       01 WS-CT-ENDED           PIC 9(5) VALUE 0.
       01 WS-CT-EXP-COUNT       PIC 9(3) VALUE 0.
       01 WS-CT-EXP-IDX         PIC 9(3) VALUE 0.
       01 WS-CT-EXP-OVERFLOW    PIC X VALUE "N".
       01 WS-CT-EXP-TABLE.
           05 WS-CT-EXP-ID OCCURS 500 TIMES PIC 9(5).
       01 WS-STC-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-SF-CHOICE          PIC 9 VALUE 0.
       01 WS-SF-PERIOD          PIC 9(6) VALUE 0.
       01 WS-SF-EOF             PIC X VALUE "N".
       01 WS-SSO-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-WHT-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-FILCTL-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-SF-SSO-ACCOUNT     PIC X(10) VALUE SPACES.
       01 WS-SF-SSO-BRANCH      PIC X(6) VALUE SPACES.
       01 WS-SF-TAX-ID          PIC X(13) VALUE SPACES.
       01 WS-SF-TAX-BRANCH      PIC X(5) VALUE SPACES.
       01 WS-SF-EMPLOYER        PIC X(40) VALUE SPACES.
       01 WS-SF-NATID           PIC X(13) VALUE SPACES.
       01 WS-SF-INSURED         PIC 9(7)V99 VALUE 0.
       01 WS-SF-WAGE-CEILING    PIC 9(7)V99 VALUE 0.
       01 WS-SF-SSO-COUNT       PIC 9(6) VALUE 0.
       01 WS-SF-SSO-WAGE        PIC 9(10)V99 VALUE 0.
       01 WS-SF-SSO-EE          PIC 9(10)V99 VALUE 0.
       01 WS-SF-SSO-ER          PIC 9(10)V99 VALUE 0.
       01 WS-SF-WHT-COUNT       PIC 9(6) VALUE 0.
       01 WS-SF-WHT-INCOME      PIC 9(10)V99 VALUE 0.
       01 WS-SF-WHT-TAX         PIC 9(10)V99 VALUE 0.
       01 WS-SF-NO-NATID        PIC 9(5) VALUE 0.
       01 WS-SF-AMT-DIS         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SF-LINE            PIC X(80) VALUE SPACES.
       01 WS-SSO-HEADER.
           05 FILLER            PIC X(1) VALUE "H".
           05 WS-SSH-ACCOUNT    PIC X(10).
           05 WS-SSH-BRANCH     PIC X(6).
           05 WS-SSH-PERIOD     PIC 9(6).
           05 WS-SSH-RATE       PIC 9V9(4).
           05 WS-SSH-EMPLOYER   PIC X(40).
       01 WS-SSO-DETAIL.
           05 FILLER            PIC X(1) VALUE "D".
           05 WS-SSD-NATID      PIC X(13).
           05 WS-SSD-EMP-ID     PIC 9(5).
           05 WS-SSD-NAME       PIC X(30).
           05 WS-SSD-WAGE       PIC 9(7)V99.
           05 WS-SSD-EE         PIC 9(5)V99.
           05 WS-SSD-ER         PIC 9(5)V99.
       01 WS-SSO-TRAILER.
           05 FILLER            PIC X(1) VALUE "T".
           05 WS-SST-COUNT      PIC 9(6).
           05 WS-SST-WAGE       PIC 9(10)V99.
           05 WS-SST-EE         PIC 9(10)V99.
           05 WS-SST-ER         PIC 9(10)V99.
           05 WS-SST-TOTAL      PIC 9(10)V99.
       01 WS-WHT-HEADER.
           05 FILLER            PIC X(1) VALUE "H".
           05 WS-WTH-TAX-ID     PIC X(13).
           05 WS-WTH-BRANCH     PIC X(5).
           05 WS-WTH-PERIOD     PIC 9(6).
           05 WS-WTH-EMPLOYER   PIC X(40).
       01 WS-WHT-DETAIL.
           05 FILLER            PIC X(1) VALUE "D".
           05 WS-WTD-NATID      PIC X(13).
           05 WS-WTD-EMP-ID     PIC 9(5).
           05 WS-WTD-NAME       PIC X(30).
           05 WS-WTD-INCOME     PIC 9(7)V99.
           05 WS-WTD-TAX        PIC 9(7)V99.
           05 WS-WTD-COND       PIC X(1) VALUE "1".
       01 WS-WHT-TRAILER.
           05 FILLER            PIC X(1) VALUE "T".
           05 WS-WTT-COUNT      PIC 9(6).
           05 WS-WTT-INCOME     PIC 9(10)V99.
           05 WS-WTT-TAX        PIC 9(10)V99.
       01 WS-SET-NET-DIS        PIC -Z,ZZZ,ZZ9.99.
       01 WS-SET-LINE           PIC X(80) VALUE SPACES.
       01 WS-SET-PAID           PIC 9(3) VALUE 0.
               WHEN "BANKEXPORT"
                   PERFORM EXPORT-BANK-DEPOSIT
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "STAFFLINK"
                   PERFORM STAFF-BANK-MATCH
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "INTEGRITY"
                   PERFORM INTEGRITY-AUDIT
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "WORKFORCE"
                   PERFORM WORKFORCE-MOVEMENT-REPORT
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "RETIREMENT"
                   PERFORM RETIREMENT-FORECAST-REPORT
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "CTALERT"
                   PERFORM CONTRACT-EXPIRY-ALERTS
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN "CTEXPIRE"
                   PERFORM END-EXPIRED-CONTRACTS
                   MOVE "ENDED OK" TO WS-RUNLOG-OUTCOME
               WHEN OTHER
                   MOVE "UNKNOWN FUNCTION" TO WS-RUNLOG-OUTCOME
           END-EVALUATE
           DISPLAY "50. Fiscal Year-End Budget Close (HR / ADMIN)"
           DISPLAY "51. Enter Approved Budget Amendment (HR / ADMIN)"
           DISPLAY "52. Budget vs Actual Report (HR / ADMIN)"
           DISPLAY "53. Link Staff to Bank Customers (HR / ADMIN)"
           DISPLAY "54. Job Requisitions / Applicants (HR)"
           DISPLAY "55. Time-to-Fill Report (HR / ADMIN)"
           DISPLAY "56. Maintain Benefit Plans (HR / ADMIN)"
           DISPLAY "57. Maintain Benefit Enrollment (HR)"
           DISPLAY "58. Expense Claims (HR)"
           DISPLAY "59. Outstanding Expense Claims Aging (HR / ADMIN)"
           DISPLAY "60. Shift Roster Planning (HR)"
           DISPLAY "61. Roster Attendance Exceptions (HR / ADMIN)"
           DISPLAY "62. Disciplinary / Grievance Cases (HR)"
           DISPLAY "63. Open Case and Warning Expiry Report (HR)"
           DISPLAY "64. Statutory SSO / WHT Filing Files (HR / ADMIN)"
           DISPLAY "65. Off-Cycle Bonus / Special Payment Runs (HR)"
           DISPLAY "66. Cross-File Integrity Audit (HR / ADMIN)"
           DISPLAY "67. Workforce Movement / Turnover (HR / ADMIN)"
           DISPLAY "68. Payroll Variance Review (HR / ADMIN)"
           DISPLAY "69. Retirement Forecast Report (HR / ADMIN)"
           DISPLAY "70. Retirement Processing / Policy (HR)"
           DISPLAY "71. Contract Expiry Alerts (HR / ADMIN)"
           DISPLAY "72. End Expired Contracts (HR)"
           ACCEPT WS-OPTION

           IF WS-OPTION = 9
                       WHEN 50 PERFORM FISCAL-YEAR-CLOSE
                       WHEN 51 PERFORM ENTER-APPROVED-BUDGET
                       WHEN 52 PERFORM BUDGET-VS-ACTUAL-REPORT
                       WHEN 53 PERFORM STAFF-BANK-MATCH
                       WHEN 54 PERFORM MAINTAIN-REQUISITIONS
                       WHEN 55 PERFORM TIME-TO-FILL-REPORT-PROC
                       WHEN 56 PERFORM MAINTAIN-BENEFIT-PLANS
                       WHEN 57 PERFORM MAINTAIN-BENEFIT-ENROLLMENT
                       WHEN 58 PERFORM MAINTAIN-EXPENSE-CLAIMS
                       WHEN 59 PERFORM CLAIM-AGING-REPORT-PROC
                       WHEN 60 PERFORM MAINTAIN-SHIFT-ROSTER
                       WHEN 61 PERFORM ROSTER-EXCEPTION-REPORT
                       WHEN 62 PERFORM MAINTAIN-EMP-CASES
                       WHEN 63 PERFORM CASE-EXPIRY-REPORT
                       WHEN 64 PERFORM MAINTAIN-STATUTORY-FILING
                       WHEN 65 PERFORM MAINTAIN-OFFCYCLE-RUNS
                       WHEN 66 PERFORM INTEGRITY-AUDIT
                       WHEN 67 PERFORM WORKFORCE-MOVEMENT-REPORT
                       WHEN 68 PERFORM PAYROLL-VARIANCE-REVIEW
                       WHEN 69 PERFORM RETIREMENT-FORECAST-REPORT
                       WHEN 70 PERFORM RETIREMENT-PROCESSING
                       WHEN 71 PERFORM CONTRACT-EXPIRY-ALERTS
                       WHEN 72 PERFORM END-EXPIRED-CONTRACTS
                       WHEN OTHER DISPLAY "Invalid option"
                   END-EVALUATE
               END-IF
               "defaults."
           OPEN OUTPUT PERM-MATRIX
           PERFORM VARYING WS-PERM-FN FROM 1 BY 1
                   UNTIL WS-PERM-FN > 72
               IF WS-PERM-FN NOT = 9
                   PERFORM SEED-ONE-PERM
               END-IF
               WHEN 46
               WHEN 47
               WHEN 49
               WHEN 54
               WHEN 57
               WHEN 58
               WHEN 60
               WHEN 62
               WHEN 63
               WHEN 65
               WHEN 70
               WHEN 72
                   MOVE "Y" TO WS-PERM-HR
                   MOVE "N" TO WS-PERM-ADMIN
               WHEN OTHER
       MAINTAIN-PERM-MATRIX.
           DISPLAY "Enter User ID or role to grant/revoke for:"
           ACCEPT WS-PERM-SUBJ
           DISPLAY "Enter menu function number (1-72):"
           ACCEPT WS-PERM-FN
           DISPLAY "Allow this function? (Y/N):"
           ACCEPT WS-PERM-ALLOW-IN
           ACCEPT WS-NEW-MGR-ID.
           DISPLAY "Enter National ID (13 chars):".
           ACCEPT WS-PD-NATID.
           DISPLAY "Enter Contract Type (P=Permanent, F=Fixed-term, "
               "C=Contractor):".
           MOVE SPACE TO WS-CT-NEW-TYPE.
           ACCEPT WS-CT-NEW-TYPE.
           MOVE 0 TO WS-CT-NEW-END.
           IF WS-CT-NEW-TYPE NOT = "P" AND WS-CT-NEW-TYPE NOT = SPACE
               DISPLAY "Enter Contract End Date (YYYYMMDD):"
               ACCEPT WS-CT-NEW-END
           END-IF.
           PERFORM VALIDATE-AND-WRITE-EMPLOYEE.

           CLOSE EMP-MASTER.


       VALIDATE-AND-WRITE-EMPLOYEE.
           MOVE "N" TO WS-ADD-DONE
           SET EMP-ACTIVE TO TRUE
           MOVE 0 TO EMP-TERM-DATE
           MOVE WS-NEW-MGR-ID TO EMP-MGR-ID
           PERFORM VALIDATE-MANAGER-CHAIN
           PERFORM VALIDATE-DEPT-HEADCOUNT
           PERFORM CHECK-NATID-UNIQUE
           PERFORM VALIDATE-CONTRACT-TERMS
           IF WS-DEPT-VALID AND WS-GRADE-VALID AND WS-MGR-VALID
                   AND WS-HC-VALID AND WS-NATID-UNIQUE AND WS-CT-VALID
               WRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY "Employee ID already exists"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ADD-DONE
                       PERFORM APPLY-DEPT-BUDGET
                       PERFORM WRITE-PERSONAL-STUB
                       PERFORM SAVE-EMP-CONTRACT
                       MOVE "ADD" TO WS-ACTION
                       MOVE SPACES TO WS-LOG-BEFORE
                       STRING DEPT-NAME DELIMITED BY SPACE
                       PERFORM LOG-HR-ACTION
               END-WRITE
           ELSE
               IF NOT WS-CT-VALID
                   DISPLAY "Add rejected: invalid contract terms."
               ELSE
               IF NOT WS-NATID-UNIQUE
                   DISPLAY "Add rejected: national ID already on "
                       "file - possible duplicate hire."
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       EDIT-EMPLOYEE.
           OPEN I-O EMP-MASTER.
           DISPLAY "Enter Employee ID to Edit:".
               ACCEPT DEPT-NAME
               DISPLAY "Enter New Salary:"
               ACCEPT SALARY
               MOVE 0 TO WS-PH-EFF-DATE
               IF SALARY NOT = WS-OLD-SALARY
                   DISPLAY "Salary effective date (YYYYMMDD, "
                       "0 = today):"
                   ACCEPT WS-PH-EFF-DATE
               END-IF
               DISPLAY "Enter New Job Grade:"
               ACCEPT EMP-GRADE
               DISPLAY "Enter New Manager Employee ID (0 = none):"
               ACCEPT WS-NEW-MGR-ID
               MOVE WS-NEW-MGR-ID TO EMP-MGR-ID
               PERFORM ACCEPT-CONTRACT-CHANGE
               PERFORM VALIDATE-GRADE-SALARY
               PERFORM VALIDATE-DEPT-BUDGET
               PERFORM VALIDATE-MANAGER-CHAIN
               PERFORM VALIDATE-CONTRACT-TERMS
               IF WS-DEPT-VALID AND WS-GRADE-VALID AND WS-MGR-VALID
                       AND WS-CT-VALID
                   REWRITE EMP-RECORD
                       INVALID KEY DISPLAY "Error updating record"
                       NOT INVALID KEY
                           IF SALARY NOT = WS-OLD-SALARY
                               PERFORM WRITE-PAY-HISTORY
                           END-IF
                           PERFORM SAVE-EMP-CONTRACT
                   END-REWRITE
               ELSE
                   IF NOT WS-CT-VALID
                       DISPLAY "Edit rejected: invalid contract terms."
                   ELSE
                   IF NOT WS-MGR-VALID
                       DISPLAY "Edit rejected: invalid manager ID."
                   ELSE
                           "range."
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           CLOSE EMP-MASTER.

      * A new end date on the same contract type is a renewal.
       ACCEPT-CONTRACT-CHANGE.
           PERFORM LOAD-EMP-CONTRACT
           DISPLAY "Current contract type: " WS-CT-CUR-TYPE
               "  End date: " WS-CT-CUR-END
           DISPLAY "Enter New Contract Type (P/F/C, blank = no "
               "change):"
           MOVE SPACE TO WS-CT-NEW-TYPE
           ACCEPT WS-CT-NEW-TYPE
           IF WS-CT-NEW-TYPE = SPACE
               MOVE WS-CT-CUR-TYPE TO WS-CT-NEW-TYPE
           END-IF
           MOVE WS-CT-CUR-END TO WS-CT-NEW-END
           IF WS-CT-NEW-TYPE NOT = "P"
               DISPLAY "Enter Contract End Date (YYYYMMDD, "
                   "0 = no change):"
               MOVE 0 TO WS-CT-ENTERED-END
               ACCEPT WS-CT-ENTERED-END
               IF WS-CT-ENTERED-END > 0
                   MOVE WS-CT-ENTERED-END TO WS-CT-NEW-END
               END-IF
           END-IF.

       CHECK-EMP-RECORD-BUSY.
           IF WS-EMP-FILE-STATUS = "51" OR WS-EMP-FILE-STATUS = "99"
               MOVE "Y" TO WS-RECORD-BUSY
           MOVE SPACES TO PD-PHONE
           MOVE SPACES TO PD-EMERG-NAME
           MOVE SPACES TO PD-EMERG-PHONE
           MOVE 0 TO PD-BIRTH-DATE
           WRITE EMP-PERSONAL-REC
               INVALID KEY
                   REWRITE EMP-PERSONAL-REC
                       DISPLAY "Phone       : " PD-PHONE
                       DISPLAY "Emergency   : " PD-EMERG-NAME
                           " " PD-EMERG-PHONE
                       DISPLAY "Birth Date  : " PD-BIRTH-DATE
                       MOVE SPACES TO WS-LOG-BEFORE
                       STRING WS-PD-MASKED "/" PD-PHONE
                           DELIMITED BY SIZE
           DISPLAY "Enter Emergency Contact Name:"
           ACCEPT PD-EMERG-NAME
           DISPLAY "Enter Emergency Contact Phone:"
           ACCEPT PD-EMERG-PHONE
           DISPLAY "Enter Date of Birth (YYYYMMDD):"
           ACCEPT PD-BIRTH-DATE
           IF PD-BIRTH-DATE > FUNCTION CURRENT-DATE(1:8)
               DISPLAY "Date of birth is in the future - not saved."
               MOVE 0 TO PD-BIRTH-DATE
           END-IF.

       LOG-PERSONAL-CHANGE.
           MOVE PD-EMP-ID TO EMP-ID
                       DISPLAY "Phone       : " PD-PHONE
                       DISPLAY "Emergency   : " PD-EMERG-NAME
                           " " PD-EMERG-PHONE
                       DISPLAY "Birth Date  : " PD-BIRTH-DATE
               END-READ
               CLOSE EMP-PERSONAL
           END-IF.
           MOVE WS-OLD-SALARY TO PH-OLD-SALARY
           MOVE SALARY TO PH-NEW-SALARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-EFFECTIVE-DATE
           IF WS-PH-EFF-DATE > 0
                   AND WS-PH-EFF-DATE < PH-EFFECTIVE-DATE
               MOVE WS-PH-EFF-DATE TO PH-EFFECTIVE-DATE
           END-IF
           MOVE 0 TO WS-PH-EFF-DATE
           MOVE SPACE TO PH-RETRO-FLAG
           MOVE 0 TO PH-RETRO-PERIOD
           PERFORM READ-PAYROLL-CTL
           IF PH-EFFECTIVE-DATE(1:6) < WS-PRC-PERIOD
                   OR (PH-EFFECTIVE-DATE(1:6) = WS-PRC-PERIOD
                       AND (WS-PRC-STATUS = "F"
                           OR WS-PRC-STATUS = "C"))
               SET PH-RETRO-PENDING TO TRUE
               DISPLAY "Effective date falls in a paid period - "
                   "back pay will be calculated in the next run."
           END-IF
           OPEN EXTEND PAY-HISTORY
           IF WS-PH-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   MOVE SPACES TO WS-TERM-REASON
                   MOVE 0 TO WS-SET-GRATUITY
                   PERFORM TERMINATE-EMPLOYEE-RECORD
           END-READ.
           PERFORM CHECK-EMP-RECORD-BUSY

           CLOSE EMP-MASTER.

      * Shared termination path. The caller has read the employee
      * and set WS-TERM-REASON and any WS-SET-GRATUITY due.
       TERMINATE-EMPLOYEE-RECORD.
           MOVE DEPT-NAME TO WS-TERM-DEPT-NAME
           MOVE SALARY TO WS-TERM-SALARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-TERM-DATE
           SET EMP-TERMINATED TO TRUE
           REWRITE EMP-RECORD
               INVALID KEY DISPLAY "Error terminating record"
               NOT INVALID KEY
                   MOVE "DELETE" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE WS-TERM-REASON TO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   PERFORM RELEASE-DEPT-BUDGET
                   PERFORM CALC-FINAL-SETTLEMENT
           END-REWRITE.

       CALC-FINAL-SETTLEMENT.
           MOVE 0 TO WS-SET-LEAVE-PAY
           MOVE 0 TO WS-SET-GROSS
           END-PERFORM

           COMPUTE WS-SET-NET = WS-SET-GROSS + WS-SET-LEAVE-PAY
               + WS-SET-GRATUITY - WS-SET-DEDUCT

           MOVE EMP-ID TO SET-EMP-ID
           MOVE EMP-TERM-DATE TO SET-TERM-DATE
           MOVE WS-SET-LEAVE-PAY TO SET-LEAVE-PAY
           MOVE WS-SET-DEDUCT TO SET-DEDUCT
           MOVE WS-SET-NET TO SET-NET
           MOVE WS-SET-GRATUITY TO SET-GRATUITY
           SET SET-PENDING TO TRUE
           OPEN EXTEND SETTLEMENT
           IF WS-SET-FILE-STATUS = "35"
           CLOSE SETTLEMENT

           PERFORM WRITE-SETTLEMENT-STMT
           PERFORM WRITE-STAFF-CONV-NOTICE

           MOVE "SETTLE" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
               WS-SET-NET
           DISPLAY "It will be paid with the next payroll run.".

       WRITE-STAFF-CONV-NOTICE.
           MOVE SPACES TO WS-SL-CUST-ID
           MOVE SPACES TO WS-SL-NATID
           OPEN INPUT STAFF-LINK
           IF WS-SL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-SL-EOF
               PERFORM UNTIL WS-SL-EOF = "Y"
                   READ STAFF-LINK
                       AT END MOVE "Y" TO WS-SL-EOF
                       NOT AT END
                           IF SL-EMP-ID = EMP-ID
                               MOVE SL-CUST-ID TO WS-SL-CUST-ID
                               MOVE SL-NATIONAL-ID TO WS-SL-NATID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-LINK
           END-IF
           IF WS-SL-CUST-ID NOT = SPACES
               MOVE EMP-TERM-DATE(1:4) TO WS-SCN-YEAR
               MOVE EMP-TERM-DATE(5:2) TO WS-SCN-MONTH
               ADD 1 TO WS-SCN-MONTH
               IF WS-SCN-MONTH > 12
                   MOVE 1 TO WS-SCN-MONTH
                   ADD 1 TO WS-SCN-YEAR
               END-IF
               COMPUTE WS-SCN-EFFECTIVE = WS-SCN-YEAR * 10000
                   + WS-SCN-MONTH * 100 + 1
               OPEN EXTEND STAFF-CONV
               IF WS-SCN-FILE-STATUS = "35"
                   OPEN OUTPUT STAFF-CONV
               END-IF
               MOVE EMP-ID TO SCN-EMP-ID
               MOVE WS-SL-CUST-ID TO SCN-CUST-ID
               MOVE WS-SL-NATID TO SCN-NATIONAL-ID
               MOVE EMP-TERM-DATE TO SCN-TERM-DATE
               MOVE WS-SCN-EFFECTIVE TO SCN-EFFECTIVE-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO SCN-NOTICE-DATE
               SET SCN-PENDING TO TRUE
               WRITE STAFF-CONV-REC
               CLOSE STAFF-CONV
               MOVE "STAFFCONV" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               STRING WS-SL-CUST-ID "/" WS-SCN-EFFECTIVE
                   DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
               PERFORM LOG-HR-ACTION
               DISPLAY "Staff account conversion notice sent to the "
                   "bank for customer " WS-SL-CUST-ID
               DISPLAY "Standard pricing applies from "
                   WS-SCN-EFFECTIVE
           END-IF.

       WRITE-SETTLEMENT-STMT.
           MOVE SPACES TO WS-SET-STMT-FILENAME
           STRING "SETTLEMENT_" EMP-ID ".txt"
               DELIMITED BY SIZE INTO WS-SET-LINE
           MOVE WS-SET-LINE TO SETTLE-STMT-REC
           WRITE SETTLE-STMT-REC
           IF WS-SET-GRATUITY > 0
               MOVE WS-SET-GRATUITY TO WS-SET-AMT-DIS
               MOVE SPACES TO WS-SET-LINE
               STRING "RETIREMENT GRATUITY: " WS-SET-AMT-DIS
                   DELIMITED BY SIZE INTO WS-SET-LINE
               MOVE WS-SET-LINE TO SETTLE-STMT-REC
               WRITE SETTLE-STMT-REC
           END-IF
           MOVE WS-SET-DEDUCT TO WS-SET-AMT-DIS
           MOVE SPACES TO WS-SET-LINE
           STRING "DEDUCTIONS DUE     : " WS-SET-AMT-DIS
           DISPLAY "Settlement statement written to "
               WS-SET-STMT-FILENAME.

       STAFF-BANK-MATCH.
           MOVE 0 TO WS-SL-CHECKED
           MOVE 0 TO WS-SL-MATCHED
           MOVE 0 TO WS-SL-NO-ID
           MOVE 0 TO WS-SL-NO-CUST
           OPEN INPUT BNK-CUST-MASTER
           IF WS-BNKCUST-STATUS = "35"
               DISPLAY "No bank customer master on file - nothing "
                   "to match."
           ELSE
               CLOSE BNK-CUST-MASTER
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               OPEN OUTPUT STAFF-LINK
               OPEN OUTPUT STAFF-LINK-REPORT
               MOVE SPACES TO WS-SL-LINE
               STRING "STAFF / BANK CUSTOMER LINK REPORT - "
                   WS-CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO WS-SL-LINE
               MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               MOVE "EMP   NAME                 RESULT"
                   TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               OPEN INPUT EMP-MASTER
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ EMP-MASTER NEXT RECORD
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF EMP-ACTIVE
                               PERFORM MATCH-ONE-STAFF-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MASTER
               MOVE SPACES TO WS-SL-LINE
               STRING "ACTIVE EMPLOYEES CHECKED : " WS-SL-CHECKED
                   DELIMITED BY SIZE INTO WS-SL-LINE
               MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               MOVE SPACES TO WS-SL-LINE
               STRING "LINKED TO BANK CUSTOMER  : " WS-SL-MATCHED
                   DELIMITED BY SIZE INTO WS-SL-LINE
               MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               MOVE SPACES TO WS-SL-LINE
               STRING "NO NATIONAL ID ON FILE   : " WS-SL-NO-ID
                   DELIMITED BY SIZE INTO WS-SL-LINE
               MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               MOVE SPACES TO WS-SL-LINE
               STRING "NOT A BANK CUSTOMER      : " WS-SL-NO-CUST
                   DELIMITED BY SIZE INTO WS-SL-LINE
               MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
               WRITE STAFF-LINK-REPORT-REC
               CLOSE STAFF-LINK-REPORT
               CLOSE STAFF-LINK
               MOVE "STAFFLINK" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               STRING "LINKED/" WS-SL-MATCHED
                   DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
               MOVE 0 TO EMP-ID
               PERFORM LOG-HR-ACTION
               DISPLAY "Employees linked to bank customers: "
                   WS-SL-MATCHED
               DISPLAY "Report written to STAFF_LINK_REPORT.txt"
           END-IF.

       MATCH-ONE-STAFF-MEMBER.
           ADD 1 TO WS-SL-CHECKED
           MOVE SPACES TO WS-SL-NATID
           MOVE SPACES TO WS-SL-CUST-ID
           OPEN INPUT EMP-PERSONAL
           IF WS-PD-FILE-STATUS NOT = "35"
               MOVE EMP-ID TO PD-EMP-ID
               READ EMP-PERSONAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PD-NATIONAL-ID TO WS-SL-NATID
               END-READ
               CLOSE EMP-PERSONAL
           END-IF
           IF WS-SL-NATID = SPACES
               ADD 1 TO WS-SL-NO-ID
               MOVE SPACES TO WS-SL-LINE
               STRING EMP-ID " " EMP-NAME " NO NATIONAL ID ON FILE"
                   DELIMITED BY SIZE INTO WS-SL-LINE
           ELSE
               OPEN INPUT BNK-CUST-MASTER
               MOVE "N" TO WS-SL-EOF
               PERFORM UNTIL WS-SL-EOF = "Y"
                   READ BNK-CUST-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-SL-EOF
                       NOT AT END
                           IF BNK-CUST-ID-DOC = WS-SL-NATID
                               MOVE BNK-CUST-ID TO WS-SL-CUST-ID
                               MOVE "Y" TO WS-SL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BNK-CUST-MASTER
               MOVE SPACES TO WS-SL-LINE
               IF WS-SL-CUST-ID = SPACES
                   ADD 1 TO WS-SL-NO-CUST
                   STRING EMP-ID " " EMP-NAME " NOT A BANK CUSTOMER"
                       DELIMITED BY SIZE INTO WS-SL-LINE
               ELSE
                   ADD 1 TO WS-SL-MATCHED
                   MOVE EMP-ID TO SL-EMP-ID
                   MOVE WS-SL-NATID TO SL-NATIONAL-ID
                   MOVE WS-SL-CUST-ID TO SL-CUST-ID
                   MOVE EMP-NAME TO SL-EMP-NAME
                   MOVE WS-CURRENT-DATE(1:8) TO SL-LINK-DATE
                   WRITE STAFF-LINK-REC
                   STRING EMP-ID " " EMP-NAME " LINKED TO CUSTOMER "
                       WS-SL-CUST-ID
                       DELIMITED BY SIZE INTO WS-SL-LINE
               END-IF
           END-IF
           MOVE WS-SL-LINE TO STAFF-LINK-REPORT-REC
           WRITE STAFF-LINK-REPORT-REC.

       REHIRE-EMPLOYEE.
           OPEN I-O EMP-MASTER.
           DISPLAY "Enter Employee ID to Rehire:".
                   IF NOT EMP-TERMINATED
                       DISPLAY "Employee is not terminated."
                   ELSE
                       MOVE EMP-ID TO WS-CS-EMP-ID
                       PERFORM CHECK-LIVE-FINAL-WARNING
                       MOVE "Y" TO WS-CS-PROCEED
                       IF WS-CS-LIVE-FW = "Y"
                           DISPLAY "Proceed with rehire? (Y/N):"
                           ACCEPT WS-CS-PROCEED
                       END-IF
                       IF WS-CS-PROCEED NOT = "Y"
                           DISPLAY "Rehire cancelled."
                       ELSE
                           MOVE 0 TO WS-OLD-SALARY
                           MOVE SPACES TO WS-OLD-DEPT-NAME
                           PERFORM VALIDATE-DEPT-BUDGET
                           IF WS-DEPT-VALID
                               SET EMP-ACTIVE TO TRUE
                               MOVE 0 TO EMP-TERM-DATE
                               REWRITE EMP-RECORD
                                   INVALID KEY
                                       DISPLAY "Error rehiring record"
                                   NOT INVALID KEY
                                       PERFORM APPLY-DEPT-BUDGET
                                       MOVE "REHIRE" TO WS-ACTION
                                       MOVE SPACES TO WS-LOG-BEFORE
                                       MOVE SPACES TO WS-LOG-AFTER
                                       STRING DEPT-NAME
                                           DELIMITED BY SPACE
                                           "/" SALARY
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-AFTER
                                       PERFORM LOG-HR-ACTION
                                       DISPLAY "Employee " EMP-ID
                                           " rehired into " DEPT-NAME
                               END-REWRITE
                           ELSE
                               DISPLAY "Rehire rejected: department "
                                   "budget exceeded."
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       FISCAL-YEAR-CLOSE.
           DISPLAY "Enter fiscal year to close (YYYY):"
           ACCEPT WS-FY-CLOSE-YEAR
           PERFORM CHECK-FISCAL-YEAR-CAL
           PERFORM CHECK-YEAR-CLOSED
           IF WS-FC-YEAR-CNT = 0
               DISPLAY "Year " WS-FY-CLOSE-YEAR
                   " is not defined in the fiscal calendar."
           ELSE
           IF WS-FY-DONE = "Y"
               DISPLAY "Year " WS-FY-CLOSE-YEAR
                   " has already been closed."
           ELSE
           IF WS-FC-OPEN-CNT > 0
               DISPLAY "Fiscal period " WS-FY-CLOSE-YEAR "/"
                   WS-FC-FIRST-OPEN " is still open - "
                   WS-FC-OPEN-CNT " period(s) of the year must be "
                   "closed first."
           ELSE
               COMPUTE WS-FY-NEW-YEAR = WS-FY-CLOSE-YEAR + 1
               MOVE 0 TO WS-FY-CLOSED-CNT
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
               MOVE "YEARCLOSE" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
                   WS-FY-CLOSED-CNT " departments."
               DISPLAY "Budgets seeded for year " WS-FY-NEW-YEAR
                   " and spent figures re-based."
           END-IF
           END-IF
           END-IF.

       CLOSE-ONE-DEPT-YEAR.
               CLOSE DEPT-BUDGET-YEAR
           END-IF.

       CHECK-YEAR-CLOSED.
           MOVE "N" TO WS-FY-DONE
           OPEN INPUT DEPT-BUDGET-YEAR
           IF WS-DBY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ DEPT-BUDGET-YEAR
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DBY-CLOSED
                                   AND DBY-YEAR = WS-FY-CLOSE-YEAR
                               MOVE "Y" TO WS-FY-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-BUDGET-YEAR
           END-IF.

       CHECK-FISCAL-YEAR-CAL.
           MOVE 0 TO WS-FC-YEAR-CNT
           MOVE 0 TO WS-FC-OPEN-CNT
           MOVE 0 TO WS-FC-FIRST-OPEN
           OPEN INPUT FISCAL-CAL
           IF WS-FC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-FC-EOF
               PERFORM UNTIL WS-FC-EOF = "Y"
                   READ FISCAL-CAL
                       AT END MOVE "Y" TO WS-FC-EOF
                       NOT AT END
                           IF FC-FISCAL-YEAR = WS-FY-CLOSE-YEAR
                               ADD 1 TO WS-FC-YEAR-CNT
                               IF NOT FC-CLOSED
                                   ADD 1 TO WS-FC-OPEN-CNT
                                   IF WS-FC-FIRST-OPEN = 0
                                       MOVE FC-PERIOD
                                           TO WS-FC-FIRST-OPEN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CAL
           END-IF.

       FIND-FISCAL-PERIOD.
           MOVE "N" TO WS-FC-FOUND
           MOVE 0 TO WS-FC-YEAR
           MOVE 0 TO WS-FC-PERIOD
           MOVE SPACE TO WS-FC-STATUS
           OPEN INPUT FISCAL-CAL
           IF WS-FC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-FC-EOF
               PERFORM UNTIL WS-FC-EOF = "Y"
                   READ FISCAL-CAL
                       AT END MOVE "Y" TO WS-FC-EOF
                       NOT AT END
                           IF WS-FC-DATE >= FC-START-DATE
                                   AND WS-FC-DATE <= FC-END-DATE
                               MOVE "Y" TO WS-FC-FOUND
                               MOVE FC-FISCAL-YEAR TO WS-FC-YEAR
                               MOVE FC-PERIOD TO WS-FC-PERIOD
                               MOVE FC-STATUS TO WS-FC-STATUS
                               MOVE "Y" TO WS-FC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CAL
           END-IF.

       ENTER-APPROVED-BUDGET.
           DISPLAY "Enter budget year (YYYY):"
           ACCEPT DBY-YEAR
           END-IF.

       EXPORT-BANK-DEPOSIT.
           MOVE SPACES TO WS-OC-RUN-ID
           IF WS-RUN-MODE NOT = "B"
               DISPLAY "Enter off-cycle run ID (blank = regular "
                   "payroll):"
               ACCEPT WS-OC-RUN-ID
           END-IF
           IF WS-OC-RUN-ID NOT = SPACES
               PERFORM EXPORT-OFFCYCLE-DEPOSIT
           ELSE
               PERFORM EXPORT-REGULAR-DEPOSIT
           END-IF.

       EXPORT-REGULAR-DEPOSIT.
           MOVE SPACES TO WS-NP-RUN-ID
           MOVE "BANK_EXPORT.DAT" TO WS-BANK-FILENAME
           PERFORM READ-PAYROLL-CTL
           MOVE WS-PRC-PERIOD TO WS-TS-PERIOD
           COMPUTE WS-FC-DATE = WS-TS-PERIOD * 100 + 1
           PERFORM FIND-FISCAL-PERIOD
           IF WS-PRC-STATUS = "C"
               DISPLAY "Period " WS-PRC-PERIOD " is closed - the "
                   "bank export has already been taken."
               DISPLAY "No final payroll run on file. Export "
                   "refused."
           ELSE
           IF WS-FC-FOUND = "N"
               DISPLAY "Payroll period " WS-TS-PERIOD " is not in "
                   "the fiscal calendar. Export refused."
           ELSE
           IF WS-FC-STATUS = "C"
               DISPLAY "Fiscal period " WS-FC-YEAR "/" WS-FC-PERIOD
                   " is closed. Export refused."
           ELSE
               PERFORM LOAD-NET-PAY-TABLE
               IF WS-NP-OVERFLOW = "Y"
                   DISPLAY "*** RUN INCOMPLETE - MORE THAN 200 "
                   MOVE "C" TO WS-PRC-STATUS
                   PERFORM WRITE-PAYROLL-CTL
                   DISPLAY "Payroll period " WS-TS-PERIOD
                       " is now closed (fiscal period " WS-FC-YEAR
                       "/" WS-FC-PERIOD " remains open for finance)."
                   MOVE WS-TS-PERIOD TO WS-SF-PERIOD
                   PERFORM PRODUCE-STATUTORY-FILINGS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       EXPORT-OFFCYCLE-DEPOSIT.
           PERFORM FIND-OFFCYCLE-RUN
           IF WS-OC-FOUND = "N"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " not found."
           ELSE
           IF WS-OC-STATUS = "C"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " is closed - "
                   "the bank export has already been taken."
           ELSE
           IF WS-OC-STATUS NOT = "F"
               DISPLAY "No final run on file for " WS-OC-RUN-ID
                   ". Export refused."
           ELSE
               MOVE WS-OC-RUN-ID TO WS-NP-RUN-ID
               MOVE WS-OC-PERIOD TO WS-TS-PERIOD
               MOVE SPACES TO WS-BANK-FILENAME
               STRING "BANK_EXPORT_" WS-OC-RUN-ID
                   DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-BANK-FILENAME
               PERFORM LOAD-NET-PAY-TABLE
               IF WS-NP-OVERFLOW = "Y"
                   DISPLAY "*** RUN INCOMPLETE - MORE THAN 200 "
                       "EMPLOYEES IN THE FINAL REGISTER ***"
                   DISPLAY "Export refused - run left open."
               ELSE
                   PERFORM EXECUTE-BANK-EXPORT
                   MOVE "C" TO WS-OC-NEW-STATUS
                   PERFORM UPDATE-OFFCYCLE-STATUS
                   DISPLAY "Off-cycle run " WS-OC-RUN-ID
                       " is now closed."
                   PERFORM READ-PAYROLL-CTL
                   IF WS-OC-PERIOD < WS-PRC-PERIOD
                           OR (WS-OC-PERIOD = WS-PRC-PERIOD
                               AND WS-PRC-STATUS = "C")
                       MOVE WS-OC-PERIOD TO WS-SF-PERIOD
                       PERFORM PRODUCE-STATUTORY-FILINGS
                   END-IF
               END-IF
               MOVE SPACES TO WS-NP-RUN-ID
           END-IF
           END-IF
           END-IF.

       MAINTAIN-STATUTORY-FILING.
           DISPLAY "1. Maintain Employer Registration Numbers"
           DISPLAY "2. Produce Filing Files for a Closed Period"
           ACCEPT WS-SF-CHOICE
           EVALUATE WS-SF-CHOICE
               WHEN 1 PERFORM MAINTAIN-STATUTORY-CTL
               WHEN 2
                   DISPLAY "Enter Payroll Period (YYYYMM):"
                   ACCEPT WS-SF-PERIOD
                   PERFORM READ-PAYROLL-CTL
                   IF WS-SF-PERIOD < WS-PRC-PERIOD
                           OR (WS-SF-PERIOD = WS-PRC-PERIOD
                               AND WS-PRC-STATUS = "C")
                       PERFORM PRODUCE-STATUTORY-FILINGS
                   ELSE
                       DISPLAY "Period " WS-SF-PERIOD " is not "
                           "closed - filing files are produced "
                           "from closed periods only."
                   END-IF
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       LOAD-STATUTORY-CTL.
           MOVE SPACES TO WS-SF-SSO-ACCOUNT
           MOVE SPACES TO WS-SF-SSO-BRANCH
           MOVE SPACES TO WS-SF-TAX-ID
           MOVE SPACES TO WS-SF-TAX-BRANCH
           MOVE SPACES TO WS-SF-EMPLOYER
           OPEN INPUT STATUTORY-CTL
           IF WS-STC-FILE-STATUS NOT = "35"
               READ STATUTORY-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE STC-SSO-ACCOUNT TO WS-SF-SSO-ACCOUNT
                       MOVE STC-SSO-BRANCH TO WS-SF-SSO-BRANCH
                       MOVE STC-TAX-ID TO WS-SF-TAX-ID
                       MOVE STC-TAX-BRANCH TO WS-SF-TAX-BRANCH
                       MOVE STC-EMPLOYER TO WS-SF-EMPLOYER
               END-READ
               CLOSE STATUTORY-CTL
           END-IF.

       MAINTAIN-STATUTORY-CTL.
           PERFORM LOAD-STATUTORY-CTL
           DISPLAY "Employer     : " WS-SF-EMPLOYER
           DISPLAY "SSO account  : " WS-SF-SSO-ACCOUNT
               "  branch " WS-SF-SSO-BRANCH
           DISPLAY "Tax ID       : " WS-SF-TAX-ID
               "  branch " WS-SF-TAX-BRANCH
           DISPLAY "Enter Employer Name:"
           ACCEPT STC-EMPLOYER
           DISPLAY "Enter SSO Employer Account No:"
           ACCEPT STC-SSO-ACCOUNT
           DISPLAY "Enter SSO Branch No:"
           ACCEPT STC-SSO-BRANCH
           DISPLAY "Enter Employer Tax ID:"
           ACCEPT STC-TAX-ID
           DISPLAY "Enter Tax Branch No:"
           ACCEPT STC-TAX-BRANCH
           OPEN OUTPUT STATUTORY-CTL
           WRITE STATUTORY-CTL-REC
           CLOSE STATUTORY-CTL
           MOVE 0 TO EMP-ID
           MOVE "STATCTL" TO WS-ACTION
           MOVE WS-SF-TAX-ID TO WS-LOG-BEFORE
           MOVE STC-TAX-ID TO WS-LOG-AFTER
           PERFORM LOG-HR-ACTION
           DISPLAY "Employer registration saved.".

       PRODUCE-STATUTORY-FILINGS.
           PERFORM LOAD-STATUTORY-CTL
           IF WS-SF-SSO-ACCOUNT = SPACES OR WS-SF-TAX-ID = SPACES
               DISPLAY "WARNING: employer SSO account / tax ID not "
                   "set - maintain them under option 64."
           END-IF
           COMPUTE WS-SF-WAGE-CEILING = WS-SSO-CAP / WS-SSO-RATE
           MOVE 0 TO WS-SF-SSO-COUNT
           MOVE 0 TO WS-SF-SSO-WAGE
           MOVE 0 TO WS-SF-SSO-EE
           MOVE 0 TO WS-SF-SSO-ER
           MOVE 0 TO WS-SF-WHT-COUNT
           MOVE 0 TO WS-SF-WHT-INCOME
           MOVE 0 TO WS-SF-WHT-TAX
           MOVE 0 TO WS-SF-NO-NATID
           MOVE SPACES TO WS-SSO-FILENAME
           STRING "SSO_FILING_" WS-SF-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-SSO-FILENAME
           MOVE SPACES TO WS-WHT-FILENAME
           STRING "WHT_FILING_" WS-SF-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-WHT-FILENAME
           MOVE SPACES TO WS-FILCTL-FILENAME
           STRING "STATUTORY_CONTROL_" WS-SF-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-FILCTL-FILENAME
           OPEN OUTPUT SSO-FILING
           OPEN OUTPUT WHT-FILING
           MOVE WS-SF-SSO-ACCOUNT TO WS-SSH-ACCOUNT
           MOVE WS-SF-SSO-BRANCH TO WS-SSH-BRANCH
           MOVE WS-SF-PERIOD TO WS-SSH-PERIOD
           MOVE WS-SSO-RATE TO WS-SSH-RATE
           MOVE WS-SF-EMPLOYER TO WS-SSH-EMPLOYER
           WRITE SSO-FILING-REC FROM WS-SSO-HEADER
           MOVE WS-SF-TAX-ID TO WS-WTH-TAX-ID
           MOVE WS-SF-TAX-BRANCH TO WS-WTH-BRANCH
           MOVE WS-SF-PERIOD TO WS-WTH-PERIOD
           MOVE WS-SF-EMPLOYER TO WS-WTH-EMPLOYER
           WRITE WHT-FILING-REC FROM WS-WHT-HEADER
           OPEN INPUT EMP-PERSONAL
           OPEN INPUT PAYREG-HIST
           IF WS-RH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-SF-EOF
               PERFORM UNTIL WS-SF-EOF = "Y"
                   READ PAYREG-HIST
                       AT END MOVE "Y" TO WS-SF-EOF
                       NOT AT END
                           IF RH-PERIOD = WS-SF-PERIOD
                               PERFORM WRITE-STATUTORY-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
           END-IF
           IF WS-PD-FILE-STATUS NOT = "35"
               CLOSE EMP-PERSONAL
           END-IF
           MOVE WS-SF-SSO-COUNT TO WS-SST-COUNT
           MOVE WS-SF-SSO-WAGE TO WS-SST-WAGE
           MOVE WS-SF-SSO-EE TO WS-SST-EE
           MOVE WS-SF-SSO-ER TO WS-SST-ER
           COMPUTE WS-SST-TOTAL = WS-SF-SSO-EE + WS-SF-SSO-ER
           WRITE SSO-FILING-REC FROM WS-SSO-TRAILER
           MOVE WS-SF-WHT-COUNT TO WS-WTT-COUNT
           MOVE WS-SF-WHT-INCOME TO WS-WTT-INCOME
           MOVE WS-SF-WHT-TAX TO WS-WTT-TAX
           WRITE WHT-FILING-REC FROM WS-WHT-TRAILER
           CLOSE SSO-FILING
           CLOSE WHT-FILING
           PERFORM WRITE-FILING-CONTROL
           DISPLAY "Statutory filing files written for period "
               WS-SF-PERIOD
           DISPLAY "  " WS-SSO-FILENAME
           DISPLAY "  " WS-WHT-FILENAME
           DISPLAY "  Control summary: " WS-FILCTL-FILENAME
           IF WS-SF-NO-NATID > 0
               DISPLAY "WARNING: " WS-SF-NO-NATID " employees have "
                   "no national ID on file."
           END-IF.

       WRITE-STATUTORY-DETAIL.
           MOVE SPACES TO WS-SF-NATID
           IF WS-PD-FILE-STATUS NOT = "35"
               MOVE RH-EMP-ID TO PD-EMP-ID
               READ EMP-PERSONAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PD-NATIONAL-ID TO WS-SF-NATID
               END-READ
           END-IF
           IF WS-SF-NATID = SPACES
               ADD 1 TO WS-SF-NO-NATID
           END-IF
           IF RH-RETRO-GROSS NOT NUMERIC
               MOVE 0 TO RH-RETRO-GROSS
               MOVE 0 TO RH-RETRO-TAX
               MOVE 0 TO RH-RETRO-SSO
           END-IF
           ADD RH-RETRO-GROSS TO RH-GROSS
           ADD RH-RETRO-TAX TO RH-TAX
           ADD RH-RETRO-SSO TO RH-SSO
           IF RH-SSO > 0
               MOVE RH-GROSS TO WS-SF-INSURED
               IF WS-SF-INSURED > WS-SF-WAGE-CEILING
                   MOVE WS-SF-WAGE-CEILING TO WS-SF-INSURED
               END-IF
               MOVE WS-SF-NATID TO WS-SSD-NATID
               MOVE RH-EMP-ID TO WS-SSD-EMP-ID
               MOVE RH-EMP-NAME TO WS-SSD-NAME
               MOVE WS-SF-INSURED TO WS-SSD-WAGE
               MOVE RH-SSO TO WS-SSD-EE
               MOVE RH-SSO TO WS-SSD-ER
               WRITE SSO-FILING-REC FROM WS-SSO-DETAIL
               ADD 1 TO WS-SF-SSO-COUNT
               ADD WS-SF-INSURED TO WS-SF-SSO-WAGE
               ADD RH-SSO TO WS-SF-SSO-EE
               ADD RH-SSO TO WS-SF-SSO-ER
           END-IF
           MOVE WS-SF-NATID TO WS-WTD-NATID
           MOVE RH-EMP-ID TO WS-WTD-EMP-ID
           MOVE RH-EMP-NAME TO WS-WTD-NAME
           MOVE RH-GROSS TO WS-WTD-INCOME
           MOVE RH-TAX TO WS-WTD-TAX
           WRITE WHT-FILING-REC FROM WS-WHT-DETAIL
           ADD 1 TO WS-SF-WHT-COUNT
           ADD RH-GROSS TO WS-SF-WHT-INCOME
           ADD RH-TAX TO WS-SF-WHT-TAX.

       WRITE-FILING-CONTROL.
           OPEN OUTPUT FILING-CONTROL
           MOVE SPACES TO WS-SF-LINE
           STRING "STATUTORY FILING CONTROL SUMMARY - PERIOD "
               WS-SF-PERIOD
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "EMPLOYER : " WS-SF-EMPLOYER
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "SOCIAL SECURITY FILE " WS-SSO-FILENAME
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "  SSO ACCOUNT / BRANCH : " WS-SF-SSO-ACCOUNT
               " / " WS-SF-SSO-BRANCH
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "  INSURED EMPLOYEES    : " WS-SF-SSO-COUNT
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SF-SSO-WAGE TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  TOTAL INSURED WAGES  : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SF-SSO-EE TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  EMPLOYEE SHARE       : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SF-SSO-ER TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  EMPLOYER SHARE       : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SST-TOTAL TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  TOTAL CONTRIBUTION   : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "WITHHOLDING TAX FILE " WS-WHT-FILENAME
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "  TAX ID / BRANCH      : " WS-SF-TAX-ID
               " / " WS-SF-TAX-BRANCH
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO WS-SF-LINE
           STRING "  EMPLOYEES            : " WS-SF-WHT-COUNT
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SF-WHT-INCOME TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  TOTAL INCOME PAID    : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE WS-SF-WHT-TAX TO WS-SF-AMT-DIS
           MOVE SPACES TO WS-SF-LINE
           STRING "  TOTAL TAX WITHHELD   : " WS-SF-AMT-DIS
               DELIMITED BY SIZE INTO WS-SF-LINE
           MOVE WS-SF-LINE TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           IF WS-SF-NO-NATID > 0
               MOVE SPACES TO WS-SF-LINE
               STRING "*** " WS-SF-NO-NATID " EMPLOYEES WITHOUT "
                   "NATIONAL ID - CORRECT BEFORE FILING ***"
                   DELIMITED BY SIZE INTO WS-SF-LINE
               MOVE WS-SF-LINE TO FILING-CONTROL-REC
               WRITE FILING-CONTROL-REC
           END-IF
           MOVE SPACES TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE "PREPARED BY : ____________________  DATE : ________"
               TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE SPACES TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           MOVE "APPROVED BY : ____________________  DATE : ________"
               TO FILING-CONTROL-REC
           WRITE FILING-CONTROL-REC
           CLOSE FILING-CONTROL.

       EXECUTE-BANK-EXPORT.
           DISPLAY "Starting salary posting and bank export..."
           MOVE 0 TO WS-BANK-COUNT
           MOVE 0 TO WS-BANK-SKIPPED
           MOVE 0 TO WS-BANK-HASH-TOTAL
           MOVE 0 TO WS-POSTED-CNT
           MOVE 0 TO WS-POSTED-TOTAL
           MOVE 0 TO WS-EXPORTED-CNT
           MOVE 0 TO WS-EXPORTED-TOTAL
           MOVE 0 TO WS-NOPAY-CNT

           MOVE "N" TO WS-BNKACC-AVAIL
           OPEN I-O BNK-ACCOUNTS
           IF WS-BNKACC-STATUS = "00"
               MOVE "Y" TO WS-BNKACC-AVAIL
           END-IF

           OPEN OUTPUT SALARY-POST-REPORT
           MOVE "SALARY CREDIT POSTING RESULTS"
               TO SALARY-POST-REC
           WRITE SALARY-POST-REC

           OPEN OUTPUT BANK-EXPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BH-DATE
           WRITE BANK-EXPORT-REC FROM WS-BANK-HEADER

           OPEN INPUT EMP-MASTER
           OPEN INPUT EMP-BANK
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-ACTIVE
                           IF WS-NP-RUN-ID = SPACES
                               PERFORM WRITE-ONE-BANK-CREDIT
                           ELSE
                               PERFORM FIND-NET-PAY
                               IF WS-NP-FOUND = "Y"
                                   PERFORM WRITE-ONE-BANK-CREDIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NP-RUN-ID = SPACES
               PERFORM EXPORT-SETTLEMENTS
           END-IF
           CLOSE EMP-BANK
           CLOSE EMP-MASTER
           IF WS-BNKACC-AVAIL = "Y"

           MOVE "BANKEXP" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE WS-BANK-FILENAME TO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION

           DISPLAY "Salary credits posted in-house: "
               WS-POSTED-CNT
           DISPLAY "External credits exported: " WS-EXPORTED-CNT
           DISPLAY "Bank file written: " WS-BANK-FILENAME
           DISPLAY "Results written to SALARY_POST_REPORT.txt"
           IF WS-BANK-SKIPPED > 0
               DISPLAY "WARNING: " WS-BANK-SKIPPED
                   READ SETTLEMENT
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SET-GRATUITY NOT NUMERIC
                               MOVE 0 TO SET-GRATUITY
                           END-IF
                           IF SET-IN-RUN AND SET-NET > 0
                               PERFORM EXPORT-ONE-SETTLEMENT
                           END-IF
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RH-PERIOD = WS-TS-PERIOD
                                   AND RH-RUN-ID = WS-NP-RUN-ID
                               IF WS-NP-COUNT < 200
                                   ADD 1 TO WS-NP-COUNT
                                   MOVE RH-EMP-ID TO
           DISPLAY "1. View My Record"
           DISPLAY "2. View My Pay History"
           DISPLAY "3. View My Personal Details"
           DISPLAY "4. Submit Expense Claim"
           DISPLAY "5. Approve Team Expense Claims"
           DISPLAY "9. Exit"
           ACCEPT WS-OPTION

               WHEN 1 PERFORM VIEW-OWN-RECORD
               WHEN 2 PERFORM VIEW-OWN-PAY-HISTORY
               WHEN 3 PERFORM VIEW-OWN-PERSONAL
               WHEN 4
                   MOVE WS-USER-EMP-ID TO WS-EXP-EMP-ID
                   PERFORM RECORD-EXPENSE-CLAIM
               WHEN 5 PERFORM APPROVE-EXPENSE-CLAIMS
               WHEN 9
                   PERFORM WRITE-SESSION-LOGOUT
                   DISPLAY "Bye"
               DISPLAY "Leave accrual already run for this month."
           ELSE
               MOVE 0 TO WS-ACCR-COUNT
               MOVE 0 TO WS-ACCR-SKIPPED
               OPEN INPUT EMP-MASTER
               OPEN I-O LEAVE-BAL
               MOVE "N" TO EOF-FLAG
               PERFORM LOG-HR-ACTION
               DISPLAY "Monthly leave accrual applied to "
                   WS-ACCR-COUNT " employees."
               IF WS-ACCR-SKIPPED > 0
                   DISPLAY "Contractors without leave accrual: "
                       WS-ACCR-SKIPPED
               END-IF
           END-IF.

      * Accrual rates depend on the contract type; contractors
      * accrue no leave.
       ACCRUE-ONE-EMPLOYEE.
           PERFORM LOAD-EMP-CONTRACT
           EVALUATE WS-CT-CUR-TYPE
               WHEN "F"
                   MOVE WS-FT-ANNUAL-ACCRUAL TO WS-ACCR-ANNUAL
                   MOVE WS-FT-SICK-ACCRUAL TO WS-ACCR-SICK
               WHEN "C"
                   MOVE WS-CN-ANNUAL-ACCRUAL TO WS-ACCR-ANNUAL
                   MOVE WS-CN-SICK-ACCRUAL TO WS-ACCR-SICK
               WHEN OTHER
                   MOVE WS-ANNUAL-ACCRUAL TO WS-ACCR-ANNUAL
                   MOVE WS-SICK-ACCRUAL TO WS-ACCR-SICK
           END-EVALUATE
           IF WS-ACCR-ANNUAL = 0 AND WS-ACCR-SICK = 0
               ADD 1 TO WS-ACCR-SKIPPED
           ELSE
               MOVE EMP-ID TO LB-EMP-ID
               READ LEAVE-BAL
                   INVALID KEY
                       PERFORM INIT-LEAVE-BALANCE
                       ADD WS-ACCR-ANNUAL TO LB-ANNUAL-ENT
                       ADD WS-ACCR-SICK TO LB-SICK-ENT
                       WRITE LEAVE-BAL-REC
                   NOT INVALID KEY
                       ADD WS-ACCR-ANNUAL TO LB-ANNUAL-ENT
                       ADD WS-ACCR-SICK TO LB-SICK-ENT
                       REWRITE LEAVE-BAL-REC
               END-READ
               ADD 1 TO WS-ACCR-COUNT
           END-IF.

       LEAVE-CALENDAR-REPORT.
           PERFORM LOAD-HOLIDAY-TABLE
               CLOSE GRADE-MASTER
           END-IF.

       MAINTAIN-SHIFT-ROSTER.
           DISPLAY "1. Maintain Shift Patterns"
           DISPLAY "2. Build Weekly Department Roster"
           DISPLAY "3. Assign / Remove One Rostered Shift"
           DISPLAY "4. List Department Roster for a Week"
           ACCEPT WS-RS-CHOICE
           EVALUATE WS-RS-CHOICE
               WHEN 1 PERFORM MAINTAIN-SHIFT-PATTERNS
               WHEN 2 PERFORM BUILD-WEEKLY-ROSTER
               WHEN 3 PERFORM ASSIGN-ONE-SHIFT
               WHEN 4 PERFORM LIST-WEEKLY-ROSTER
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       LOAD-SHIFT-PATTERNS.
           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT SHIFT-PATTERN
           IF WS-SP-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ SHIFT-PATTERN
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF WS-SP-COUNT < 30
                               ADD 1 TO WS-SP-COUNT
                               MOVE SP-CODE
                                   TO WS-SP-T-CODE(WS-SP-COUNT)
                               MOVE SP-NAME
                                   TO WS-SP-T-NAME(WS-SP-COUNT)
                               MOVE SP-START-TIME
                                   TO WS-SP-T-START(WS-SP-COUNT)
                               MOVE SP-END-TIME
                                   TO WS-SP-T-END(WS-SP-COUNT)
                               MOVE SP-HOURS
                                   TO WS-SP-T-HOURS(WS-SP-COUNT)
                               MOVE SP-DAYS
                                   TO WS-SP-T-DAYS(WS-SP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-PATTERN
           END-IF.

       FIND-SHIFT-PATTERN.
           MOVE 0 TO WS-SP-HIT
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-T-CODE(WS-SP-IDX) = WS-SP-CODE
                   MOVE WS-SP-IDX TO WS-SP-HIT
               END-IF
           END-PERFORM.

       MAINTAIN-SHIFT-PATTERNS.
           PERFORM LOAD-SHIFT-PATTERNS
           DISPLAY "CODE NAME                 START END   HOURS MTWTFSS"
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-T-HOURS(WS-SP-IDX) TO WS-SP-HOURS-DIS
               DISPLAY WS-SP-T-CODE(WS-SP-IDX) " "
                   WS-SP-T-NAME(WS-SP-IDX) " "
                   WS-SP-T-START(WS-SP-IDX) "  "
                   WS-SP-T-END(WS-SP-IDX) "  "
                   WS-SP-HOURS-DIS " "
                   WS-SP-T-DAYS(WS-SP-IDX)
           END-PERFORM
           DISPLAY "Enter Shift Code to add or change:"
           ACCEPT WS-SP-CODE
           IF WS-SP-CODE = SPACES
               DISPLAY "Shift code is required."
           ELSE
               PERFORM FIND-SHIFT-PATTERN
               IF WS-SP-HIT = 0 AND WS-SP-COUNT >= 30
                   DISPLAY "Shift pattern table is full."
               ELSE
                   IF WS-SP-HIT = 0
                       ADD 1 TO WS-SP-COUNT
                       MOVE WS-SP-COUNT TO WS-SP-HIT
                       MOVE WS-SP-CODE TO WS-SP-T-CODE(WS-SP-HIT)
                   END-IF
                   DISPLAY "Enter Shift Name:"
                   ACCEPT WS-SP-T-NAME(WS-SP-HIT)
                   DISPLAY "Enter Start Time (HHMM):"
                   ACCEPT WS-SP-T-START(WS-SP-HIT)
                   DISPLAY "Enter End Time (HHMM):"
                   ACCEPT WS-SP-T-END(WS-SP-HIT)
                   DISPLAY "Enter Paid Hours per Shift:"
                   ACCEPT WS-SP-T-HOURS(WS-SP-HIT)
                   DISPLAY "Enter Working Days Mon-Sun as Y/N "
                       "(e.g. YYYYYNN):"
                   ACCEPT WS-SP-T-DAYS(WS-SP-HIT)
                   OPEN OUTPUT SHIFT-PATTERN
                   PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                           UNTIL WS-SP-IDX > WS-SP-COUNT
                       MOVE WS-SP-T-CODE(WS-SP-IDX) TO SP-CODE
                       MOVE WS-SP-T-NAME(WS-SP-IDX) TO SP-NAME
                       MOVE WS-SP-T-START(WS-SP-IDX) TO SP-START-TIME
                       MOVE WS-SP-T-END(WS-SP-IDX) TO SP-END-TIME
                       MOVE WS-SP-T-HOURS(WS-SP-IDX) TO SP-HOURS
                       MOVE WS-SP-T-DAYS(WS-SP-IDX) TO SP-DAYS
                       WRITE SHIFT-PATTERN-REC
                   END-PERFORM
                   CLOSE SHIFT-PATTERN
                   MOVE 0 TO EMP-ID
                   MOVE "SHIFTPAT" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE WS-SP-CODE TO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Shift pattern saved."
               END-IF
           END-IF.

       ACCEPT-ROSTER-WEEK.
           DISPLAY "Enter Week Start Date - a Monday (YYYYMMDD):"
           ACCEPT WS-RS-WEEK-START
           MOVE WS-RS-WEEK-START TO WS-CHECK-DATE
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
               MOVE 9 TO WS-ZELLER-H
           ELSE
               PERFORM DETERMINE-DAY-OF-WEEK
           END-IF
           IF WS-ZELLER-H NOT = 2
               DISPLAY "Week start must be a valid Monday."
               MOVE 0 TO WS-RS-WEEK-START
           ELSE
               COMPUTE WS-RS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RS-WEEK-START)
               COMPUTE WS-RS-WEEK-END = FUNCTION DATE-OF-INTEGER(
                   WS-RS-START-INT + 6)
           END-IF.

       LOAD-ROSTER-LEAVE.
           MOVE 0 TO WS-RS-LV-COUNT
           OPEN INPUT LEAVE-REQ
           IF WS-LVREQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ LEAVE-REQ
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF LR-FROM-DATE <= WS-RS-LV-TO-DATE
                                   AND LR-TO-DATE
                                       >= WS-RS-LV-FROM-DATE
                                   AND WS-RS-LV-COUNT < 500
                               ADD 1 TO WS-RS-LV-COUNT
                               MOVE LR-EMP-ID
                                   TO WS-RS-LV-EMP-ID(WS-RS-LV-COUNT)
                               MOVE LR-FROM-DATE
                                   TO WS-RS-LV-FROM(WS-RS-LV-COUNT)
                               MOVE LR-TO-DATE
                                   TO WS-RS-LV-TO(WS-RS-LV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQ
           END-IF.

       CHECK-ROSTER-DAY.
           MOVE "N" TO WS-RS-HOLIDAY
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-T-DATE(WS-HOL-IDX) = WS-RS-DATE
                   MOVE "Y" TO WS-RS-HOLIDAY
               END-IF
           END-PERFORM
           MOVE "N" TO WS-RS-ON-LEAVE
           PERFORM VARYING WS-RS-LV-IDX FROM 1 BY 1
                   UNTIL WS-RS-LV-IDX > WS-RS-LV-COUNT
               IF WS-RS-LV-EMP-ID(WS-RS-LV-IDX) = WS-RS-EMP-ID
                       AND WS-RS-LV-FROM(WS-RS-LV-IDX) <= WS-RS-DATE
                       AND WS-RS-LV-TO(WS-RS-LV-IDX) >= WS-RS-DATE
                   MOVE "Y" TO WS-RS-ON-LEAVE
               END-IF
           END-PERFORM.

       BUILD-WEEKLY-ROSTER.
           DISPLAY "Enter Department Code:"
           ACCEPT WS-RS-DEPT
           PERFORM ACCEPT-ROSTER-WEEK
           IF WS-RS-WEEK-START NOT = 0
               PERFORM LOAD-SHIFT-PATTERNS
               DISPLAY "Enter Shift Code for the department:"
               ACCEPT WS-SP-CODE
               PERFORM FIND-SHIFT-PATTERN
               IF WS-SP-HIT = 0
                   DISPLAY "Shift pattern not found."
               ELSE
                   PERFORM LOAD-ROSTER-DEPT-EMPS
                   IF WS-RS-EMP-COUNT = 0
                       DISPLAY "No active employees in department "
                           WS-RS-DEPT
                   ELSE
                       PERFORM WRITE-WEEKLY-ROSTER
                   END-IF
               END-IF
           END-IF.

       LOAD-ROSTER-DEPT-EMPS.
           MOVE 0 TO WS-RS-EMP-COUNT
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ EMP-MASTER NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DEPT-NAME = WS-RS-DEPT AND EMP-ACTIVE
                               AND WS-RS-EMP-COUNT < 300
                           ADD 1 TO WS-RS-EMP-COUNT
                           MOVE EMP-ID
                               TO WS-RS-T-EMP-ID(WS-RS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER.

       WRITE-WEEKLY-ROSTER.
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-RS-WEEK-START TO WS-RS-LV-FROM-DATE
           MOVE WS-RS-WEEK-END TO WS-RS-LV-TO-DATE
           PERFORM LOAD-ROSTER-LEAVE
           OPEN OUTPUT ROSTER-NEW
           OPEN INPUT ROSTER
           IF WS-RS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-DEPT = WS-RS-DEPT
                                   AND RS-DATE >= WS-RS-WEEK-START
                                   AND RS-DATE <= WS-RS-WEEK-END
                               CONTINUE
                           ELSE
                               WRITE ROSTER-NEW-REC FROM ROSTER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER
           END-IF
           MOVE 0 TO WS-RS-WRITTEN
           MOVE 0 TO WS-RS-LEAVE-DAYS
           MOVE 0 TO WS-RS-HOL-DAYS
           PERFORM VARYING WS-RS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-RS-EMP-IDX > WS-RS-EMP-COUNT
               MOVE WS-RS-T-EMP-ID(WS-RS-EMP-IDX) TO WS-RS-EMP-ID
               PERFORM VARYING WS-RS-DAY FROM 1 BY 1
                       UNTIL WS-RS-DAY > 7
                   IF WS-SP-T-DAYS(WS-SP-HIT)(WS-RS-DAY:1) = "Y"
                       PERFORM ROSTER-ONE-DAY
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ROSTER-NEW
           CALL "SYSTEM" USING "mv ROSTER_NEW.tmp ROSTER.DAT"
           MOVE 0 TO EMP-ID
           MOVE "ROSTER" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-RS-DEPT(1:8) WS-RS-WEEK-START WS-SP-CODE
               DELIMITED BY SIZE
               INTO WS-LOG-AFTER
           PERFORM LOG-HR-ACTION
           DISPLAY "Roster built for " WS-RS-DEPT " week of "
               WS-RS-WEEK-START
           DISPLAY "  Shifts rostered : " WS-RS-WRITTEN
           DISPLAY "  Days on leave   : " WS-RS-LEAVE-DAYS
           DISPLAY "  Holiday days    : " WS-RS-HOL-DAYS.

       ROSTER-ONE-DAY.
           COMPUTE WS-RS-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RS-START-INT + WS-RS-DAY - 1)
           PERFORM CHECK-ROSTER-DAY
           IF WS-RS-HOLIDAY = "Y"
               ADD 1 TO WS-RS-HOL-DAYS
           ELSE
               MOVE WS-RS-EMP-ID TO RS-EMP-ID
               MOVE WS-RS-DEPT TO RS-DEPT
               MOVE WS-RS-DATE TO RS-DATE
               MOVE WS-SP-CODE TO RS-SHIFT
               IF WS-RS-ON-LEAVE = "Y"
                   MOVE 0 TO RS-HOURS
                   SET RS-ON-LEAVE TO TRUE
                   ADD 1 TO WS-RS-LEAVE-DAYS
               ELSE
                   MOVE WS-SP-T-HOURS(WS-SP-HIT) TO RS-HOURS
                   SET RS-ROSTERED TO TRUE
                   ADD 1 TO WS-RS-WRITTEN
               END-IF
               WRITE ROSTER-NEW-REC FROM ROSTER-REC
           END-IF.

       ASSIGN-ONE-SHIFT.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-RS-EMP-ID
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE WS-RS-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated - cannot "
                           "be rostered."
                   ELSE
                       MOVE "Y" TO WS-EMP-FOUND
                       MOVE DEPT-NAME TO WS-RS-DEPT
                   END-IF
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               DISPLAY "Enter Shift Date (YYYYMMDD):"
               ACCEPT WS-RS-DATE
               PERFORM LOAD-SHIFT-PATTERNS
               DISPLAY "Enter Shift Code (OFF to remove the shift):"
               ACCEPT WS-SP-CODE
               MOVE 1 TO WS-SP-HIT
               IF WS-SP-CODE NOT = "OFF"
                   PERFORM FIND-SHIFT-PATTERN
               END-IF
               IF WS-SP-HIT = 0
                   DISPLAY "Shift pattern not found."
               ELSE
                   PERFORM STORE-ONE-SHIFT
               END-IF
           END-IF.

       STORE-ONE-SHIFT.
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-RS-DATE TO WS-RS-LV-FROM-DATE
           MOVE WS-RS-DATE TO WS-RS-LV-TO-DATE
           PERFORM LOAD-ROSTER-LEAVE
           PERFORM CHECK-ROSTER-DAY
           OPEN OUTPUT ROSTER-NEW
           OPEN INPUT ROSTER
           IF WS-RS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-EMP-ID = WS-RS-EMP-ID
                                   AND RS-DATE = WS-RS-DATE
                               CONTINUE
                           ELSE
                               WRITE ROSTER-NEW-REC FROM ROSTER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER
           END-IF
           IF WS-SP-CODE NOT = "OFF"
               MOVE WS-RS-EMP-ID TO RS-EMP-ID
               MOVE WS-RS-DEPT TO RS-DEPT
               MOVE WS-RS-DATE TO RS-DATE
               MOVE WS-SP-CODE TO RS-SHIFT
               IF WS-RS-ON-LEAVE = "Y"
                   MOVE 0 TO RS-HOURS
                   SET RS-ON-LEAVE TO TRUE
                   DISPLAY "Employee has approved leave on this "
                       "date - recorded as leave."
               ELSE
                   MOVE WS-SP-T-HOURS(WS-SP-HIT) TO RS-HOURS
                   SET RS-ROSTERED TO TRUE
                   IF WS-RS-HOLIDAY = "Y"
                       DISPLAY "WARNING: date is a public holiday - "
                           "shift will show on the exception report."
                   END-IF
               END-IF
               WRITE ROSTER-NEW-REC FROM ROSTER-REC
           END-IF
           CLOSE ROSTER-NEW
           CALL "SYSTEM" USING "mv ROSTER_NEW.tmp ROSTER.DAT"
           MOVE WS-RS-EMP-ID TO EMP-ID
           MOVE "ROSTERADJ" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-RS-DATE "/" WS-SP-CODE
               DELIMITED BY SIZE
               INTO WS-LOG-AFTER
           PERFORM LOG-HR-ACTION
           DISPLAY "Roster updated.".

       LIST-WEEKLY-ROSTER.
           DISPLAY "Enter Department Code:"
           ACCEPT WS-RS-DEPT
           PERFORM ACCEPT-ROSTER-WEEK
           MOVE 0 TO WS-RS-WRITTEN
           IF WS-RS-WEEK-START NOT = 0
               OPEN INPUT ROSTER
               IF WS-RS-FILE-STATUS = "35"
                   DISPLAY "No roster on file."
               ELSE
                   DISPLAY "EMP   DATE     SHIFT HOURS STATUS"
                   PERFORM LIST-ROSTER-ENTRIES
                   CLOSE ROSTER
                   IF WS-RS-WRITTEN = 0
                       DISPLAY "No roster entries for that week."
                   END-IF
               END-IF
           END-IF.

       LIST-ROSTER-ENTRIES.
           MOVE "N" TO WS-RS-EOF
           PERFORM UNTIL WS-RS-EOF = "Y"
               READ ROSTER
                   AT END MOVE "Y" TO WS-RS-EOF
                   NOT AT END
                       IF RS-DEPT = WS-RS-DEPT
                               AND RS-DATE >= WS-RS-WEEK-START
                               AND RS-DATE <= WS-RS-WEEK-END
                           ADD 1 TO WS-RS-WRITTEN
                           MOVE RS-HOURS TO WS-SP-HOURS-DIS
                           IF RS-ON-LEAVE
                               DISPLAY RS-EMP-ID " " RS-DATE " "
                                   RS-SHIFT "  " WS-SP-HOURS-DIS
                                   " LEAVE"
                           ELSE
                               DISPLAY RS-EMP-ID " " RS-DATE " "
                                   RS-SHIFT "  " WS-SP-HOURS-DIS
                                   " ROSTERED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ROSTER-EXCEPTION-REPORT.
           DISPLAY "Enter Period to check (YYYYMM):"
           ACCEPT WS-RX-PERIOD
           MOVE 0 TO WS-RX-COUNT
           MOVE 0 TO WS-RX-EXC-COUNT
           MOVE "N" TO WS-RX-OVERFLOW
           PERFORM LOAD-HOLIDAY-TABLE
           COMPUTE WS-RS-LV-FROM-DATE = WS-RX-PERIOD * 100 + 1
           COMPUTE WS-RS-LV-TO-DATE = WS-RX-PERIOD * 100 + 31
           PERFORM LOAD-ROSTER-LEAVE
           OPEN OUTPUT ROSTER-EXC-REPORT
           MOVE SPACES TO WS-RS-LINE
           STRING "ROSTER ATTENDANCE EXCEPTIONS - PERIOD " WS-RX-PERIOD
               DELIMITED BY SIZE INTO WS-RS-LINE
           MOVE WS-RS-LINE TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE SPACES TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE "ROSTERED SHIFTS ON PUBLIC HOLIDAYS" TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           OPEN INPUT ROSTER
           IF WS-RS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ ROSTER
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF RS-DATE(1:6) = WS-RX-PERIOD
                               PERFORM ACCUM-ROSTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER
           END-IF
           MOVE SPACES TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE "ABSENCES WITHOUT LEAVE (WORKED < ROSTERED)"
               TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE "  EMP   DEPT       SHIFTS  ROSTERED    WORKED  SHORT"
               TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
                   UNTIL WS-RX-IDX > WS-RX-COUNT
               PERFORM GET-ROSTER-TIMESHEET
               IF WS-RX-WORKED < WS-RX-HOURS(WS-RX-IDX)
                   COMPUTE WS-RX-DIFF =
                       WS-RX-HOURS(WS-RX-IDX) - WS-RX-WORKED
                   PERFORM WRITE-ROSTER-EXC-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE "OVERTIME NOT ON THE ROSTER (WORKED > ROSTERED)"
               TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE "  EMP   DEPT       SHIFTS  ROSTERED    WORKED  EXTRA"
               TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
                   UNTIL WS-RX-IDX > WS-RX-COUNT
               PERFORM GET-ROSTER-TIMESHEET
               IF WS-RX-WORKED > WS-RX-HOURS(WS-RX-IDX)
                   COMPUTE WS-RX-DIFF =
                       WS-RX-WORKED - WS-RX-HOURS(WS-RX-IDX)
                   PERFORM WRITE-ROSTER-EXC-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           MOVE SPACES TO WS-RS-LINE
           STRING "TOTAL EXCEPTIONS: " WS-RX-EXC-COUNT
               DELIMITED BY SIZE INTO WS-RS-LINE
           MOVE WS-RS-LINE TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC
           IF WS-RX-OVERFLOW = "Y"
               MOVE "*** ROSTER TABLE FULL - REPORT INCOMPLETE ***"
                   TO ROSTER-EXC-REC
               WRITE ROSTER-EXC-REC
           END-IF
           CLOSE ROSTER-EXC-REPORT
           DISPLAY "*****CREATED ROSTER EXCEPTION REPORT*****"
           DISPLAY "Exceptions found: " WS-RX-EXC-COUNT
           DISPLAY "Report written to ROSTER_EXCEPTION_REPORT.txt".

       ACCUM-ROSTER-ENTRY.
           MOVE 0 TO WS-RX-HIT
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
                   UNTIL WS-RX-IDX > WS-RX-COUNT
               IF WS-RX-EMP-ID(WS-RX-IDX) = RS-EMP-ID
                   MOVE WS-RX-IDX TO WS-RX-HIT
               END-IF
           END-PERFORM
           IF WS-RX-HIT = 0
               IF WS-RX-COUNT < 300
                   ADD 1 TO WS-RX-COUNT
                   MOVE WS-RX-COUNT TO WS-RX-HIT
                   MOVE RS-EMP-ID TO WS-RX-EMP-ID(WS-RX-HIT)
                   MOVE RS-DEPT TO WS-RX-DEPT(WS-RX-HIT)
                   MOVE 0 TO WS-RX-SHIFTS(WS-RX-HIT)
                   MOVE 0 TO WS-RX-HOURS(WS-RX-HIT)
                   MOVE 0 TO WS-RX-LV-SHIFTS(WS-RX-HIT)
               ELSE
                   MOVE "Y" TO WS-RX-OVERFLOW
               END-IF
           END-IF
           IF WS-RX-HIT > 0
               PERFORM CLASSIFY-ROSTER-ENTRY
           END-IF.

       CLASSIFY-ROSTER-ENTRY.
           MOVE RS-EMP-ID TO WS-RS-EMP-ID
           MOVE RS-DATE TO WS-RS-DATE
           PERFORM CHECK-ROSTER-DAY
           IF RS-ON-LEAVE OR WS-RS-ON-LEAVE = "Y"
               ADD 1 TO WS-RX-LV-SHIFTS(WS-RX-HIT)
           ELSE
               ADD 1 TO WS-RX-SHIFTS(WS-RX-HIT)
               ADD RS-HOURS TO WS-RX-HOURS(WS-RX-HIT)
               IF WS-RS-HOLIDAY = "Y"
                   ADD 1 TO WS-RX-EXC-COUNT
                   MOVE RS-HOURS TO WS-SP-HOURS-DIS
                   MOVE SPACES TO WS-RS-LINE
                   STRING "  " RS-EMP-ID " " RS-DEPT " " RS-DATE
                       " SHIFT " RS-SHIFT " " WS-SP-HOURS-DIS " HRS"
                       DELIMITED BY SIZE INTO WS-RS-LINE
                   MOVE WS-RS-LINE TO ROSTER-EXC-REC
                   WRITE ROSTER-EXC-REC
               END-IF
           END-IF.

       GET-ROSTER-TIMESHEET.
           MOVE "N" TO WS-RX-TS-FOUND
           MOVE 0 TO WS-RX-TS-REG
           MOVE 0 TO WS-RX-TS-OT
           OPEN INPUT TIMESHEET
           IF WS-TS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RS-EOF
               PERFORM UNTIL WS-RS-EOF = "Y"
                   READ TIMESHEET
                       AT END MOVE "Y" TO WS-RS-EOF
                       NOT AT END
                           IF TS-EMP-ID = WS-RX-EMP-ID(WS-RX-IDX)
                                   AND TS-PERIOD = WS-RX-PERIOD
                               MOVE "Y" TO WS-RX-TS-FOUND
                               MOVE TS-REG-HOURS TO WS-RX-TS-REG
                               MOVE TS-OT-HOURS TO WS-RX-TS-OT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET
           END-IF
           COMPUTE WS-RX-WORKED = WS-RX-TS-REG + WS-RX-TS-OT.

       WRITE-ROSTER-EXC-LINE.
           ADD 1 TO WS-RX-EXC-COUNT
           MOVE WS-RX-HOURS(WS-RX-IDX) TO WS-RX-HRS-DIS
           MOVE WS-RX-WORKED TO WS-RX-WRK-DIS
           MOVE WS-RX-DIFF TO WS-RX-DIFF-DIS
           MOVE SPACES TO WS-RS-LINE
           IF WS-RX-TS-FOUND = "N"
               STRING "  " WS-RX-EMP-ID(WS-RX-IDX) " "
                   WS-RX-DEPT(WS-RX-IDX) " "
                   WS-RX-SHIFTS(WS-RX-IDX) "   "
                   WS-RX-HRS-DIS "  " WS-RX-WRK-DIS " "
                   WS-RX-DIFF-DIS " NO TIMESHEET"
                   DELIMITED BY SIZE INTO WS-RS-LINE
           ELSE
               STRING "  " WS-RX-EMP-ID(WS-RX-IDX) " "
                   WS-RX-DEPT(WS-RX-IDX) " "
                   WS-RX-SHIFTS(WS-RX-IDX) "   "
                   WS-RX-HRS-DIS "  " WS-RX-WRK-DIS " "
                   WS-RX-DIFF-DIS
                   DELIMITED BY SIZE INTO WS-RS-LINE
           END-IF
           MOVE WS-RS-LINE TO ROSTER-EXC-REC
           WRITE ROSTER-EXC-REC.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
               ACCEPT WS-PAY-RUN-TYPE
               IF WS-PAY-RUN-TYPE NOT = "F"
                   MOVE "T" TO WS-PAY-RUN-TYPE
                   PERFORM EXECUTE-PAYROLL-RUN
               ELSE
                   PERFORM CHECK-VARIANCE-CLEARED
                   IF WS-PV-CLEAR = "Y"
                       PERFORM EXECUTE-PAYROLL-RUN
                   END-IF
               END-IF
           END-IF.

       EXECUTE-PAYROLL-RUN.
           DISPLAY "Starting payroll calculation run..."
           MOVE SPACES TO WS-PAY-RUN-ID
           MOVE "PAYROLL_JOURNAL.DAT" TO WS-JOURNAL-FILENAME
           IF WS-PAY-RUN-TYPE = "F"
               PERFORM PURGE-PAYREG-HIST-PERIOD
               PERFORM PURGE-RETRO-PAY-PERIOD
           END-IF
           PERFORM LOAD-TAX-BRACKETS
           PERFORM LOAD-EMP-DEDUCTIONS
           PERFORM LOAD-BENEFIT-PLANS
           PERFORM LOAD-BENEFIT-ENROLLMENTS
           PERFORM LOAD-APPROVED-CLAIMS
           MOVE 0 TO WS-REMIT-COUNT
           MOVE "N" TO WS-REMIT-OVERFLOW
           PERFORM LOAD-TIMESHEETS
           IF WS-TS-OVERFLOW = "Y"
               DISPLAY "*** RUN INCOMPLETE - TIMESHEET TABLE "
           MOVE 0 TO WS-GL-TAX-TOTAL
           MOVE 0 TO WS-GL-DED-TOTAL
           MOVE 0 TO WS-GL-NET-TOTAL
           MOVE 0 TO WS-GL-BEN-EE-TOTAL
           MOVE 0 TO WS-GL-BEN-ER-TOTAL
           MOVE 0 TO WS-GL-EXP-TOTAL
           MOVE 0 TO WS-GLX-COUNT
           PERFORM LOAD-RETRO-CANDIDATES
           PERFORM OPEN-RETRO-REPORT
           IF WS-PAY-RUN-TYPE = "T"
               PERFORM START-VARIANCE-CHECK
           END-IF

           OPEN OUTPUT PAYROLL-REGISTER
           MOVE "EMP-ID NAME                 GROSS        TAX" &
           MOVE WS-PAY-LINE TO PAYROLL-REGISTER-REC
           WRITE PAYROLL-REGISTER-REC
           CLOSE PAYROLL-REGISTER
           PERFORM CLOSE-RETRO-REPORT
           IF WS-PAY-RUN-TYPE = "T"
               PERFORM FINISH-VARIANCE-CHECK
           END-IF

           MOVE "PAYROLL" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE

           IF WS-PAY-RUN-TYPE = "F"
               PERFORM PRODUCE-GL-EXTRACT
               PERFORM WRITE-BENEFIT-REMITTANCES
               PERFORM MARK-CLAIMS-PAID
               PERFORM MARK-RETRO-DONE
               PERFORM MARK-VARIANCE-USED
           ELSE
               DISPLAY "Trial run - no ledger journal produced."
           END-IF
               " employees paid."
           DISPLAY "Run type: " WS-PAY-RUN-TYPE
               " (T = trial, F = final)"
           DISPLAY "Register written to PAYROLL_REGISTER.DAT"
           DISPLAY "Back pay written to RETRO_PAY_REPORT.txt".

       START-VARIANCE-CHECK.
           PERFORM LOAD-VARIANCE-LIMITS
           PERFORM LOAD-PRIOR-PAY
           PERFORM PURGE-PAY-VARIANCE-PERIOD
           MOVE 0 TO WS-PV-FLAGS
           OPEN EXTEND PAY-VARIANCE
           IF WS-PV-FILE-STATUS = "35"
               OPEN OUTPUT PAY-VARIANCE
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-PV-PCT-LIMIT TO WS-PV-PCT-DIS
           MOVE WS-PV-AMT-LIMIT TO WS-PV-CUR-DIS
           MOVE SPACES TO WS-PV-LINE
           STRING "PAYROLL VARIANCE CHECK - TRIAL " WS-TS-PERIOD
               " AGAINST " WS-PV-PREV-PERIOD
               "  LIMITS " WS-PV-PCT-DIS "% /" WS-PV-CUR-DIS
               DELIMITED BY SIZE INTO WS-PV-LINE
           MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           IF WS-PV-PREV-PERIOD = 0
               MOVE "NO EARLIER REGULAR PERIOD ON FILE - NOTHING TO "
                   TO WS-PV-LINE
               MOVE "COMPARE." TO WS-PV-LINE(48:)
               MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           ELSE
               MOVE "EMPID NAME                 ITEM           PRIOR"
                   TO WS-PV-LINE
               MOVE "       CURRENT        CHANGE       %" TO
                   WS-PV-LINE(48:)
               MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
           IF WS-PV-OVERFLOW = "Y"
               MOVE "*** MORE THAN 1000 EMPLOYEES IN PRIOR PERIOD - "
                   TO WS-PV-LINE
               MOVE "LATER ONES SHOW AS NEW ***" TO WS-PV-LINE(48:)
               MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF.

       LOAD-VARIANCE-LIMITS.
           MOVE 10 TO WS-PV-PCT-LIMIT
           MOVE 5000 TO WS-PV-AMT-LIMIT
           OPEN INPUT PAY-VAR-CTL
           IF WS-PVC-FILE-STATUS NOT = "35"
               READ PAY-VAR-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE PVC-PCT TO WS-PV-PCT-LIMIT
                       MOVE PVC-AMOUNT TO WS-PV-AMT-LIMIT
               END-READ
               CLOSE PAY-VAR-CTL
           END-IF.

      * The comparison period is the latest regular run before the
      * one being calculated, so a skipped month still compares.
       LOAD-PRIOR-PAY.
           MOVE 0 TO WS-PV-PREV-PERIOD
           MOVE 0 TO WS-PV-COUNT
           MOVE "N" TO WS-PV-OVERFLOW
           OPEN INPUT PAYREG-HIST
           IF WS-RH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAYREG-HIST
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF RH-RUN-ID = SPACES
                                   AND RH-PERIOD < WS-TS-PERIOD
                                   AND RH-PERIOD > WS-PV-PREV-PERIOD
                               MOVE RH-PERIOD TO WS-PV-PREV-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
           END-IF
           IF WS-PV-PREV-PERIOD > 0
               OPEN INPUT PAYREG-HIST
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAYREG-HIST
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF RH-RUN-ID = SPACES
                                   AND RH-PERIOD = WS-PV-PREV-PERIOD
                               PERFORM ADD-PRIOR-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
           END-IF.

       ADD-PRIOR-PAY.
           IF WS-PV-COUNT < 1000
               ADD 1 TO WS-PV-COUNT
               MOVE RH-EMP-ID TO WS-PV-T-EMP-ID(WS-PV-COUNT)
               MOVE RH-EMP-NAME TO WS-PV-T-NAME(WS-PV-COUNT)
               MOVE RH-GROSS TO WS-PV-T-GROSS(WS-PV-COUNT)
               MOVE RH-TAX TO WS-PV-T-TAX(WS-PV-COUNT)
               COMPUTE WS-PV-T-DED(WS-PV-COUNT) =
                   RH-SSO + RH-OTHER + RH-BEN-EE
               MOVE RH-NET TO WS-PV-T-NET(WS-PV-COUNT)
               MOVE "N" TO WS-PV-T-PAID(WS-PV-COUNT)
           ELSE
               MOVE "Y" TO WS-PV-OVERFLOW
           END-IF.

       PURGE-PAY-VARIANCE-PERIOD.
           OPEN INPUT PAY-VARIANCE
           IF WS-PV-FILE-STATUS NOT = "35"
               OPEN OUTPUT PAY-VARIANCE-NEW
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAY-VARIANCE
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF PV-PERIOD NOT = WS-TS-PERIOD
                               WRITE PAY-VARIANCE-NEW-REC
                                   FROM PAY-VARIANCE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-VARIANCE
               CLOSE PAY-VARIANCE-NEW
               CALL "SYSTEM" USING
                   "mv PAY_VARIANCE_NEW.tmp PAY_VARIANCE.DAT"
           END-IF.

       CHECK-PAY-VARIANCE.
           IF WS-PV-PREV-PERIOD > 0
               MOVE 0 TO WS-PV-HIT
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PV-COUNT OR WS-PV-HIT > 0
                   IF WS-PV-T-EMP-ID(WS-PV-IDX) = EMP-ID
                       MOVE WS-PV-IDX TO WS-PV-HIT
                   END-IF
               END-PERFORM
               MOVE EMP-ID TO WS-PV-FLAG-EMP
               MOVE EMP-NAME TO WS-PV-FLAG-NAME
               MOVE WS-PAY-NET TO WS-PV-FLAG-CUR-NET
               IF WS-PV-HIT = 0
                   MOVE 0 TO WS-PV-FLAG-PREV-NET
                   MOVE "NEW" TO WS-PV-FLAG-REASON
                   MOVE SPACES TO WS-PV-MEASURES
                   MOVE "NOT PAID IN PRIOR PERIOD" TO WS-PV-NOTE
                   PERFORM WRITE-PV-NOTE-LINE
                   PERFORM WRITE-PV-FLAG
               ELSE
                   MOVE "Y" TO WS-PV-T-PAID(WS-PV-HIT)
                   MOVE WS-PV-T-NET(WS-PV-HIT) TO WS-PV-FLAG-PREV-NET
                   MOVE SPACES TO WS-PV-MEASURES
                   MOVE "GROSS" TO WS-PV-ITEM
                   MOVE 1 TO WS-PV-M-POS
                   MOVE "G" TO WS-PV-M-CODE
                   MOVE WS-PV-T-GROSS(WS-PV-HIT) TO WS-PV-PREV
                   MOVE WS-PAY-GROSS TO WS-PV-CUR
                   PERFORM COMPARE-PAY-ITEM
                   MOVE "TAX" TO WS-PV-ITEM
                   MOVE 2 TO WS-PV-M-POS
                   MOVE "T" TO WS-PV-M-CODE
                   MOVE WS-PV-T-TAX(WS-PV-HIT) TO WS-PV-PREV
                   MOVE WS-PAY-TAX TO WS-PV-CUR
                   PERFORM COMPARE-PAY-ITEM
                   MOVE "DEDUCT" TO WS-PV-ITEM
                   MOVE 3 TO WS-PV-M-POS
                   MOVE "D" TO WS-PV-M-CODE
                   MOVE WS-PV-T-DED(WS-PV-HIT) TO WS-PV-PREV
                   COMPUTE WS-PV-CUR = WS-PAY-SSO + WS-PAY-OTHER-DED
                       + WS-PAY-BEN-EE
                   PERFORM COMPARE-PAY-ITEM
                   MOVE "NET" TO WS-PV-ITEM
                   MOVE 4 TO WS-PV-M-POS
                   MOVE "N" TO WS-PV-M-CODE
                   MOVE WS-PV-T-NET(WS-PV-HIT) TO WS-PV-PREV
                   MOVE WS-PAY-NET TO WS-PV-CUR
                   PERFORM COMPARE-PAY-ITEM
                   IF WS-PV-MEASURES NOT = SPACES
                       MOVE "VAR" TO WS-PV-FLAG-REASON
                       PERFORM WRITE-PV-FLAG
                   END-IF
               END-IF
           END-IF.

      * An item is flagged when the change passes either limit; a zero
      * limit switches that test off.
       COMPARE-PAY-ITEM.
           COMPUTE WS-PV-DIFF = WS-PV-CUR - WS-PV-PREV
           IF WS-PV-DIFF < 0
               COMPUTE WS-PV-ABS = 0 - WS-PV-DIFF
           ELSE
               MOVE WS-PV-DIFF TO WS-PV-ABS
           END-IF
           MOVE 0 TO WS-PV-PCT
           IF WS-PV-PREV > 0
               COMPUTE WS-PV-PCT ROUNDED = WS-PV-ABS * 100 / WS-PV-PREV
                   ON SIZE ERROR MOVE 99999.9 TO WS-PV-PCT
               END-COMPUTE
           END-IF
           IF (WS-PV-PCT-LIMIT > 0 AND WS-PV-PREV > 0
                   AND WS-PV-PCT > WS-PV-PCT-LIMIT)
                   OR (WS-PV-AMT-LIMIT > 0
                       AND WS-PV-ABS > WS-PV-AMT-LIMIT)
               MOVE WS-PV-M-CODE TO WS-PV-MEASURES(WS-PV-M-POS:1)
               MOVE WS-PV-PREV TO WS-PV-PREV-DIS
               MOVE WS-PV-CUR TO WS-PV-CUR-DIS
               MOVE WS-PV-DIFF TO WS-PV-DIFF-DIS
               MOVE WS-PV-PCT TO WS-PV-PCT-DIS
               MOVE SPACES TO WS-PV-LINE
               STRING WS-PV-FLAG-EMP " " WS-PV-FLAG-NAME " "
                   WS-PV-ITEM " " WS-PV-PREV-DIS " " WS-PV-CUR-DIS
                   " " WS-PV-DIFF-DIS " " WS-PV-PCT-DIS
                   DELIMITED BY SIZE INTO WS-PV-LINE
               MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF.

       WRITE-PV-NOTE-LINE.
           MOVE WS-PV-FLAG-PREV-NET TO WS-PV-PREV-DIS
           MOVE WS-PV-FLAG-CUR-NET TO WS-PV-CUR-DIS
           MOVE SPACES TO WS-PV-LINE
           STRING WS-PV-FLAG-EMP " " WS-PV-FLAG-NAME " NET    "
               WS-PV-PREV-DIS " " WS-PV-CUR-DIS "  " WS-PV-NOTE
               DELIMITED BY SIZE INTO WS-PV-LINE
           MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC.

       WRITE-PV-FLAG.
           MOVE WS-TS-PERIOD TO PV-PERIOD
           MOVE WS-PV-FLAG-EMP TO PV-EMP-ID
           MOVE WS-PV-FLAG-REASON TO PV-REASON
           MOVE WS-PV-MEASURES TO PV-MEASURES
           SET PV-OPEN TO TRUE
           MOVE WS-LOGIN-ID TO PV-RUN-USER
           MOVE SPACES TO PV-ACK-USER
           MOVE 0 TO PV-ACK-DATE
           MOVE WS-PV-FLAG-PREV-NET TO PV-PREV-NET
           MOVE WS-PV-FLAG-CUR-NET TO PV-CUR-NET
           WRITE PAY-VARIANCE-REC
           IF WS-PV-FLAG-REASON NOT = "RUN"
               ADD 1 TO WS-PV-FLAGS
           END-IF.

       FINISH-VARIANCE-CHECK.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-T-PAID(WS-PV-IDX) = "N"
                   MOVE WS-PV-T-EMP-ID(WS-PV-IDX) TO WS-PV-FLAG-EMP
                   MOVE WS-PV-T-NAME(WS-PV-IDX) TO WS-PV-FLAG-NAME
                   MOVE WS-PV-T-NET(WS-PV-IDX) TO WS-PV-FLAG-PREV-NET
                   MOVE 0 TO WS-PV-FLAG-CUR-NET
                   MOVE "GONE" TO WS-PV-FLAG-REASON
                   MOVE SPACES TO WS-PV-MEASURES
                   MOVE "NOT PAID IN THIS RUN" TO WS-PV-NOTE
                   PERFORM WRITE-PV-NOTE-LINE
                   PERFORM WRITE-PV-FLAG
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PV-FLAG-EMP
           MOVE "RUN" TO WS-PV-FLAG-REASON
           MOVE SPACES TO WS-PV-MEASURES
           MOVE 0 TO WS-PV-FLAG-PREV-NET
           MOVE 0 TO WS-PV-FLAG-CUR-NET
           PERFORM WRITE-PV-FLAG
           CLOSE PAY-VARIANCE
           MOVE SPACES TO WS-PV-LINE
           STRING "ITEMS FLAGGED FOR ACKNOWLEDGMENT: " WS-PV-FLAGS
               DELIMITED BY SIZE INTO WS-PV-LINE
           MOVE WS-PV-LINE TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           CLOSE VARIANCE-REPORT
           DISPLAY "Variance report written to PAYROLL_VARIANCE.txt - "
               WS-PV-FLAGS " item(s) flagged."
           IF WS-PV-FLAGS > 0
               DISPLAY "A second user must acknowledge them (option "
                   "68) before the final run."
           END-IF.

       CHECK-VARIANCE-CLEARED.
           MOVE "N" TO WS-PV-CLEAR
           MOVE "N" TO WS-PV-TRIAL-FOUND
           MOVE 0 TO WS-PV-OPEN-COUNT
           OPEN INPUT PAY-VARIANCE
           IF WS-PV-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAY-VARIANCE
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF PV-PERIOD = WS-TS-PERIOD AND PV-OPEN
                               IF PV-REASON = "RUN"
                                   MOVE "Y" TO WS-PV-TRIAL-FOUND
                               ELSE
                                   ADD 1 TO WS-PV-OPEN-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-VARIANCE
           END-IF
           IF WS-PV-TRIAL-FOUND = "N"
               DISPLAY "Final run refused: run a trial for period "
                   WS-TS-PERIOD " first and review its variance "
                   "report."
           ELSE
               IF WS-PV-OPEN-COUNT > 0
                   DISPLAY "Final run refused: " WS-PV-OPEN-COUNT
                       " flagged variance(s) still need a second "
                       "user's acknowledgment (option 68)."
               ELSE
                   MOVE "Y" TO WS-PV-CLEAR
               END-IF
           END-IF.

       MARK-VARIANCE-USED.
           OPEN INPUT PAY-VARIANCE
           IF WS-PV-FILE-STATUS NOT = "35"
               OPEN OUTPUT PAY-VARIANCE-NEW
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAY-VARIANCE
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF PV-PERIOD = WS-TS-PERIOD
                                   AND PV-REASON = "RUN"
                               SET PV-USED TO TRUE
                           END-IF
                           WRITE PAY-VARIANCE-NEW-REC
                               FROM PAY-VARIANCE-REC
                   END-READ
               END-PERFORM
               CLOSE PAY-VARIANCE
               CLOSE PAY-VARIANCE-NEW
               CALL "SYSTEM" USING
                   "mv PAY_VARIANCE_NEW.tmp PAY_VARIANCE.DAT"
           END-IF.

       PAYROLL-VARIANCE-REVIEW.
           DISPLAY "1. Acknowledge Flagged Variances"
           DISPLAY "2. Set Variance Limits"
           ACCEPT WS-PV-CHOICE
           EVALUATE WS-PV-CHOICE
               WHEN 1 PERFORM ACK-PAY-VARIANCES
               WHEN 2 PERFORM SET-VARIANCE-LIMITS
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       ACK-PAY-VARIANCES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-TS-PERIOD
           MOVE 0 TO WS-PV-OPEN-COUNT
           MOVE SPACES TO WS-PV-RUN-USER
           OPEN INPUT PAY-VARIANCE
           IF WS-PV-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-PV-EOF
               PERFORM UNTIL WS-PV-EOF = "Y"
                   READ PAY-VARIANCE
                       AT END MOVE "Y" TO WS-PV-EOF
                       NOT AT END
                           IF PV-PERIOD = WS-TS-PERIOD AND PV-OPEN
                                   AND PV-REASON NOT = "RUN"
                               ADD 1 TO WS-PV-OPEN-COUNT
                               MOVE PV-RUN-USER TO WS-PV-RUN-USER
                               MOVE PV-PREV-NET TO WS-PV-PREV-DIS
                               MOVE PV-CUR-NET TO WS-PV-CUR-DIS
                               DISPLAY PV-EMP-ID " " PV-REASON " "
                                   PV-MEASURES " NET " WS-PV-PREV-DIS
                                   " -> " WS-PV-CUR-DIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-VARIANCE
           END-IF
           IF WS-PV-OPEN-COUNT = 0
               DISPLAY "No open variance items for period "
                   WS-TS-PERIOD "."
           ELSE
               IF WS-PV-RUN-USER = WS-LOGIN-ID
                   DISPLAY "The trial was run by " WS-PV-RUN-USER
                       " - another user must acknowledge it."
               ELSE
                   DISPLAY "See PAYROLL_VARIANCE.txt for the detail."
                   DISPLAY "Employee ID to acknowledge (99999 = all "
                       "listed, 0 = cancel):"
                   ACCEPT WS-PV-ACK-ID
                   IF WS-PV-ACK-ID > 0
                       PERFORM APPLY-VARIANCE-ACK
                   END-IF
               END-IF
           END-IF.

       APPLY-VARIANCE-ACK.
           MOVE 0 TO WS-PV-ACKED
           OPEN INPUT PAY-VARIANCE
           OPEN OUTPUT PAY-VARIANCE-NEW
           MOVE "N" TO WS-PV-EOF
           PERFORM UNTIL WS-PV-EOF = "Y"
               READ PAY-VARIANCE
                   AT END MOVE "Y" TO WS-PV-EOF
                   NOT AT END
                       IF PV-PERIOD = WS-TS-PERIOD AND PV-OPEN
                               AND PV-REASON NOT = "RUN"
                               AND (WS-PV-ACK-ID = 99999
                                   OR PV-EMP-ID = WS-PV-ACK-ID)
                           SET PV-ACKED TO TRUE
                           MOVE WS-LOGIN-ID TO PV-ACK-USER
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO PV-ACK-DATE
                           ADD 1 TO WS-PV-ACKED
                       END-IF
                       WRITE PAY-VARIANCE-NEW-REC
                           FROM PAY-VARIANCE-REC
               END-READ
           END-PERFORM
           CLOSE PAY-VARIANCE
           CLOSE PAY-VARIANCE-NEW
           CALL "SYSTEM" USING
               "mv PAY_VARIANCE_NEW.tmp PAY_VARIANCE.DAT"
           MOVE "PAYVARACK" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-TS-PERIOD "/" WS-PV-ACKED
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           IF WS-PV-ACK-ID = 99999
               MOVE 0 TO EMP-ID
           ELSE
               MOVE WS-PV-ACK-ID TO EMP-ID
           END-IF
           PERFORM LOG-HR-ACTION
           DISPLAY WS-PV-ACKED " variance item(s) acknowledged.".

       SET-VARIANCE-LIMITS.
           PERFORM LOAD-VARIANCE-LIMITS
           MOVE WS-PV-PCT-LIMIT TO WS-PV-PCT-DIS
           MOVE WS-PV-AMT-LIMIT TO WS-PV-CUR-DIS
           DISPLAY "Current limits: " WS-PV-PCT-DIS "% or "
               WS-PV-CUR-DIS
           MOVE SPACES TO WS-LOG-BEFORE
           STRING WS-PV-PCT-LIMIT "/" WS-PV-AMT-LIMIT
               DELIMITED BY SIZE INTO WS-LOG-BEFORE
           DISPLAY "Flag changes above this percentage (0 = off):"
           ACCEPT WS-PV-PCT-LIMIT
           DISPLAY "Flag changes above this amount (0 = off):"
           ACCEPT WS-PV-AMT-LIMIT
           OPEN OUTPUT PAY-VAR-CTL
           MOVE WS-PV-PCT-LIMIT TO PVC-PCT
           MOVE WS-PV-AMT-LIMIT TO PVC-AMOUNT
           WRITE PAY-VAR-CTL-REC
           CLOSE PAY-VAR-CTL
           MOVE "VARLIMIT" TO WS-ACTION
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-PV-PCT-LIMIT "/" WS-PV-AMT-LIMIT
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION
           DISPLAY "Variance limits saved.".

      * Retirement date is the birthday at the policy retirement age;
      * a 29 February birthday retires on 28 February.
       CALC-RETIREMENT-DATE.
           COMPUTE WS-RET-DATE = WS-RET-DOB + WS-RET-AGE * 10000
           DIVIDE WS-RET-DATE BY 10000
               GIVING WS-RET-YY REMAINDER WS-RET-MMDD
           IF WS-RET-MMDD = 229
               SUBTRACT 1 FROM WS-RET-DATE
           END-IF.

      * Completed years of service from WS-RET-FROM to WS-RET-TO.
       CALC-SERVICE-YEARS.
           MOVE 0 TO WS-RET-YEARS
           IF WS-RET-FROM > 0 AND WS-RET-FROM < WS-RET-TO
               DIVIDE WS-RET-FROM BY 10000
                   GIVING WS-RET-FROM-YY REMAINDER WS-RET-FROM-MMDD
               DIVIDE WS-RET-TO BY 10000
                   GIVING WS-RET-YY REMAINDER WS-RET-MMDD
               COMPUTE WS-RET-YEARS = WS-RET-YY - WS-RET-FROM-YY
               IF WS-RET-MMDD < WS-RET-FROM-MMDD
                   SUBTRACT 1 FROM WS-RET-YEARS
               END-IF
           END-IF.

       GET-BIRTH-DATE.
           MOVE 0 TO WS-RET-DOB
           OPEN INPUT EMP-PERSONAL
           IF WS-PD-FILE-STATUS NOT = "35"
               MOVE EMP-ID TO PD-EMP-ID
               READ EMP-PERSONAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PD-BIRTH-DATE IS NUMERIC
                           MOVE PD-BIRTH-DATE TO WS-RET-DOB
                       END-IF
               END-READ
               CLOSE EMP-PERSONAL
           END-IF.

       LOAD-RETIRE-POLICY.
           MOVE 60 TO WS-RET-AGE
           MOVE 15 TO WS-RET-GRAT-DAYS
           MOVE 400 TO WS-RET-GRAT-MAX
           OPEN INPUT RETIRE-POLICY
           IF WS-RTP-FILE-STATUS NOT = "35"
               READ RETIRE-POLICY
                   AT END CONTINUE
                   NOT AT END
                       MOVE RTP-AGE TO WS-RET-AGE
                       MOVE RTP-GRAT-DAYS TO WS-RET-GRAT-DAYS
                       MOVE RTP-GRAT-MAX TO WS-RET-GRAT-MAX
               END-READ
               CLOSE RETIRE-POLICY
           END-IF.

      * Employees reaching retirement age within the next twelve
      * months, by department, for succession planning.
       RETIREMENT-FORECAST-REPORT.
           PERFORM LOAD-RETIRE-POLICY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-RET-HORIZON = WS-TODAY-YMD + 10000
           MOVE 0 TO WS-RET-COUNT
           MOVE 0 TO WS-RET-OVERDUE
           MOVE 0 TO WS-RET-NO-DOB

           OPEN OUTPUT RETIRE-WORK
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-RET-EOF
           PERFORM UNTIL WS-RET-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-RET-EOF
                   NOT AT END
                       IF EMP-ACTIVE
                           PERFORM RET-CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           CLOSE RETIRE-WORK

           SORT RET-TEMP-SORT
               ON ASCENDING KEY RTS-DEPT RTS-DATE RTS-EMP-ID
               USING RETIRE-WORK
               GIVING RETIRE-SORTED

           OPEN OUTPUT RETIRE-REPORT
           MOVE SPACES TO WS-RET-LINE
           STRING "RETIREMENTS DUE BY " WS-RET-HORIZON
               " (RETIREMENT AGE " WS-RET-AGE ")"
               DELIMITED BY SIZE INTO WS-RET-LINE
           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC
           MOVE SPACES TO WS-RET-PREV-DEPT
           MOVE 0 TO WS-RET-DEPT-COUNT
           OPEN INPUT RETIRE-SORTED
           MOVE "N" TO WS-RET-EOF
           PERFORM UNTIL WS-RET-EOF = "Y"
               READ RETIRE-SORTED
                   AT END MOVE "Y" TO WS-RET-EOF
                   NOT AT END
                       IF RTR-DEPT NOT = WS-RET-PREV-DEPT
                           PERFORM RET-WRITE-DEPT-TOTAL
                           MOVE SPACES TO WS-RET-LINE
                           STRING "DEPT: " RTR-DEPT
                               DELIMITED BY SIZE INTO WS-RET-LINE
                           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
                           WRITE RETIRE-REPORT-REC
                           MOVE RTR-DEPT TO WS-RET-PREV-DEPT
                       END-IF
                       PERFORM RET-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE RETIRE-SORTED
           PERFORM RET-WRITE-DEPT-TOTAL

           MOVE SPACES TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC
           MOVE WS-RET-COUNT TO WS-RET-COUNT-DIS
           MOVE SPACES TO WS-RET-LINE
           STRING "EMPLOYEES LISTED        : " WS-RET-COUNT-DIS
               DELIMITED BY SIZE INTO WS-RET-LINE
           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC
           MOVE WS-RET-OVERDUE TO WS-RET-COUNT-DIS
           MOVE SPACES TO WS-RET-LINE
           STRING "ALREADY PAST RETIREMENT : " WS-RET-COUNT-DIS
               DELIMITED BY SIZE INTO WS-RET-LINE
           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC
           MOVE WS-RET-NO-DOB TO WS-RET-COUNT-DIS
           MOVE SPACES TO WS-RET-LINE
           STRING "ACTIVE WITHOUT BIRTH DATE: " WS-RET-COUNT-DIS
               DELIMITED BY SIZE INTO WS-RET-LINE
           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC
           CLOSE RETIRE-REPORT
           DISPLAY "*****CREATED RETIREMENT FORECAST REPORT*****".

       RET-CHECK-ONE-EMPLOYEE.
           PERFORM GET-BIRTH-DATE
           IF WS-RET-DOB = 0
               ADD 1 TO WS-RET-NO-DOB
           ELSE
               PERFORM CALC-RETIREMENT-DATE
               IF WS-RET-DATE <= WS-RET-HORIZON
                   MOVE EMP-HIRE-DATE TO WS-RET-FROM
                   MOVE WS-RET-DATE TO WS-RET-TO
                   PERFORM CALC-SERVICE-YEARS
                   MOVE DEPT-NAME TO RW-DEPT
                   MOVE WS-RET-DATE TO RW-DATE
                   MOVE EMP-ID TO RW-EMP-ID
                   MOVE EMP-NAME TO RW-NAME
                   MOVE WS-RET-DOB TO RW-DOB
                   MOVE WS-RET-YEARS TO RW-SERVICE
                   IF WS-RET-DATE < WS-TODAY-YMD
                       MOVE "Y" TO RW-OVERDUE
                   ELSE
                       MOVE "N" TO RW-OVERDUE
                   END-IF
                   WRITE RETIRE-WORK-REC
               END-IF
           END-IF.

       RET-WRITE-DETAIL.
           ADD 1 TO WS-RET-COUNT
           ADD 1 TO WS-RET-DEPT-COUNT
           MOVE SPACES TO WS-RET-LINE
           STRING "  " RTR-EMP-ID "  " RTR-NAME "  BORN " RTR-DOB
               "  RETIRES " RTR-DATE "  SERVICE " RTR-SERVICE " YRS"
               DELIMITED BY SIZE INTO WS-RET-LINE
           IF RTR-OVERDUE = "Y"
               ADD 1 TO WS-RET-OVERDUE
               MOVE "OVERDUE" TO WS-RET-LINE(80:)
           END-IF
           MOVE WS-RET-LINE TO RETIRE-REPORT-REC
           WRITE RETIRE-REPORT-REC.

       RET-WRITE-DEPT-TOTAL.
           IF WS-RET-PREV-DEPT NOT = SPACES
               MOVE WS-RET-DEPT-COUNT TO WS-RET-COUNT-DIS
               MOVE SPACES TO WS-RET-LINE
               STRING "  RETIRING IN DEPARTMENT: " WS-RET-COUNT-DIS
                   DELIMITED BY SIZE INTO WS-RET-LINE
               MOVE WS-RET-LINE TO RETIRE-REPORT-REC
               WRITE RETIRE-REPORT-REC
           END-IF
           MOVE 0 TO WS-RET-DEPT-COUNT.

       RETIREMENT-PROCESSING.
           DISPLAY "1. Process a Retirement"
           DISPLAY "2. Set Retirement Policy"
           ACCEPT WS-RET-CHOICE
           EVALUATE WS-RET-CHOICE
               WHEN 1 PERFORM PROCESS-RETIREMENT
               WHEN 2 PERFORM SET-RETIRE-POLICY
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       PROCESS-RETIREMENT.
           PERFORM LOAD-RETIRE-POLICY
           DISPLAY "Enter Employee ID to retire:"
           ACCEPT WS-LQ-EMP-ID
           OPEN I-O EMP-MASTER
           MOVE WS-LQ-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   IF NOT EMP-ACTIVE
                       DISPLAY "Employee is not active."
                   ELSE
                       PERFORM CHECK-RETIREMENT-DUE
                   END-IF
           END-READ
           PERFORM CHECK-EMP-RECORD-BUSY
           CLOSE EMP-MASTER.

       CHECK-RETIREMENT-DUE.
           PERFORM GET-BIRTH-DATE
           IF WS-RET-DOB = 0
               DISPLAY "No date of birth on file - record it with "
                   "option 47 first."
           ELSE
               PERFORM CALC-RETIREMENT-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
               MOVE "Y" TO WS-RET-PROCEED
               IF WS-RET-DATE > WS-TODAY-YMD
                   DISPLAY "Retirement age is not reached until "
                       WS-RET-DATE "."
                   DISPLAY "Process as early retirement? (Y/N):"
                   ACCEPT WS-RET-PROCEED
               END-IF
               IF WS-RET-PROCEED NOT = "Y"
                   DISPLAY "Retirement cancelled."
               ELSE
                   PERFORM CONFIRM-RETIREMENT
               END-IF
           END-IF.

      * Gratuity is a number of days' pay per completed year of
      * service from the hire date, capped by the policy maximum.
       CONFIRM-RETIREMENT.
           MOVE EMP-HIRE-DATE TO WS-RET-FROM
           MOVE WS-TODAY-YMD TO WS-RET-TO
           PERFORM CALC-SERVICE-YEARS
           COMPUTE WS-RET-GRAT-DUE = WS-RET-YEARS * WS-RET-GRAT-DAYS
           IF WS-RET-GRAT-MAX > 0
                   AND WS-RET-GRAT-DUE > WS-RET-GRAT-MAX
               MOVE WS-RET-GRAT-MAX TO WS-RET-GRAT-DUE
           END-IF
           COMPUTE WS-SET-DAILY-RATE ROUNDED =
               SALARY / WS-DAILY-DIVISOR
           COMPUTE WS-SET-GRATUITY ROUNDED =
               WS-RET-GRAT-DUE * WS-SET-DAILY-RATE
           MOVE WS-SET-GRATUITY TO WS-SET-AMT-DIS
           DISPLAY "Employee      : " EMP-ID " " EMP-NAME
           DISPLAY "Hired         : " EMP-HIRE-DATE
               "  Years of service: " WS-RET-YEARS
           DISPLAY "Gratuity days : " WS-RET-GRAT-DUE
               "  Gratuity: " WS-SET-AMT-DIS
           DISPLAY "Confirm retirement? (Y/N):"
           ACCEPT WS-RET-PROCEED
           IF WS-RET-PROCEED NOT = "Y"
               DISPLAY "Retirement cancelled."
           ELSE
               MOVE "RETIREMENT" TO WS-TERM-REASON
               PERFORM TERMINATE-EMPLOYEE-RECORD
           END-IF.

       SET-RETIRE-POLICY.
           PERFORM LOAD-RETIRE-POLICY
           DISPLAY "Current policy: retirement age " WS-RET-AGE
               ", gratuity " WS-RET-GRAT-DAYS " days per year, "
               "maximum " WS-RET-GRAT-MAX " days"
           MOVE SPACES TO WS-LOG-BEFORE
           STRING WS-RET-AGE "/" WS-RET-GRAT-DAYS "/" WS-RET-GRAT-MAX
               DELIMITED BY SIZE INTO WS-LOG-BEFORE
           DISPLAY "Enter retirement age:"
           ACCEPT WS-RET-AGE
           DISPLAY "Enter gratuity days per year of service:"
           ACCEPT WS-RET-GRAT-DAYS
           DISPLAY "Enter maximum gratuity days (0 = no limit):"
           ACCEPT WS-RET-GRAT-MAX
           IF WS-RET-AGE = 0
               DISPLAY "Retirement age must be entered - policy not "
                   "changed."
           ELSE
               OPEN OUTPUT RETIRE-POLICY
               MOVE WS-RET-AGE TO RTP-AGE
               MOVE WS-RET-GRAT-DAYS TO RTP-GRAT-DAYS
               MOVE WS-RET-GRAT-MAX TO RTP-GRAT-MAX
               WRITE RETIRE-POLICY-REC
               CLOSE RETIRE-POLICY
               MOVE "RETPOLICY" TO WS-ACTION
               MOVE SPACES TO WS-LOG-AFTER
               STRING WS-RET-AGE "/" WS-RET-GRAT-DAYS "/"
                   WS-RET-GRAT-MAX
                   DELIMITED BY SIZE INTO WS-LOG-AFTER
               MOVE 0 TO EMP-ID
               PERFORM LOG-HR-ACTION
               DISPLAY "Retirement policy saved."
           END-IF.

       LOAD-EMP-CONTRACT.
           MOVE "P" TO WS-CT-CUR-TYPE
           MOVE 0 TO WS-CT-CUR-END
           OPEN INPUT EMP-CONTRACT
           IF WS-CT-FILE-STATUS NOT = "35"
               MOVE EMP-ID TO CT-EMP-ID
               READ EMP-CONTRACT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CT-TYPE TO WS-CT-CUR-TYPE
                       MOVE CT-END-DATE TO WS-CT-CUR-END
               END-READ
               CLOSE EMP-CONTRACT
           END-IF.

       VALIDATE-CONTRACT-TERMS.
           MOVE "Y" TO WS-CT-OK
           IF WS-CT-NEW-TYPE = SPACE
               MOVE "P" TO WS-CT-NEW-TYPE
           END-IF
           EVALUATE WS-CT-NEW-TYPE
               WHEN "P"
                   MOVE 0 TO WS-CT-NEW-END
               WHEN "F"
               WHEN "C"
                   IF WS-CT-NEW-END = 0
                           OR WS-CT-NEW-END NOT > EMP-HIRE-DATE
                       DISPLAY "Fixed-term and contract staff need a "
                           "contract end date after the hire date."
                       MOVE "N" TO WS-CT-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Contract type must be P, F or C."
                   MOVE "N" TO WS-CT-OK
           END-EVALUATE.

      * Keeps the current contract on EMP_CONTRACT.DAT and every
      * start, type change and renewal on CONTRACT_HIST.DAT.
       SAVE-EMP-CONTRACT.
           OPEN I-O EMP-CONTRACT
           IF WS-CT-FILE-STATUS = "35"
               CLOSE EMP-CONTRACT
               OPEN OUTPUT EMP-CONTRACT
               CLOSE EMP-CONTRACT
               OPEN I-O EMP-CONTRACT
           END-IF
           MOVE EMP-ID TO CT-EMP-ID
           READ EMP-CONTRACT
               INVALID KEY
                   MOVE "N" TO WS-CT-ON-FILE
                   MOVE "P" TO WS-CT-OLD-TYPE
                   MOVE 0 TO WS-CT-OLD-END
               NOT INVALID KEY
                   MOVE "Y" TO WS-CT-ON-FILE
                   MOVE CT-TYPE TO WS-CT-OLD-TYPE
                   MOVE CT-END-DATE TO WS-CT-OLD-END
           END-READ
           IF WS-CT-ON-FILE = "N"
               MOVE EMP-ID TO CT-EMP-ID
               MOVE WS-CT-NEW-TYPE TO CT-TYPE
               MOVE EMP-HIRE-DATE TO CT-START-DATE
               MOVE WS-CT-NEW-END TO CT-END-DATE
               MOVE 0 TO CT-RENEWALS
               WRITE EMP-CONTRACT-REC
                   INVALID KEY
                       DISPLAY "Error writing contract record"
                   NOT INVALID KEY
                       MOVE "START" TO WS-CT-HIST-ACTION
                       PERFORM WRITE-CONTRACT-HIST
               END-WRITE
           ELSE
               IF WS-CT-NEW-TYPE NOT = WS-CT-OLD-TYPE
                       OR WS-CT-NEW-END NOT = WS-CT-OLD-END
                   IF WS-CT-NEW-TYPE NOT = WS-CT-OLD-TYPE
                       MOVE "CHANGE" TO WS-CT-HIST-ACTION
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CT-START-DATE
                   ELSE
                       MOVE "RENEW" TO WS-CT-HIST-ACTION
                       ADD 1 TO CT-RENEWALS
                   END-IF
                   MOVE WS-CT-NEW-TYPE TO CT-TYPE
                   MOVE WS-CT-NEW-END TO CT-END-DATE
                   REWRITE EMP-CONTRACT-REC
                       INVALID KEY
                           DISPLAY "Error updating contract record"
                       NOT INVALID KEY
                           PERFORM WRITE-CONTRACT-HIST
                           MOVE "CONTRACT" TO WS-ACTION
                           MOVE SPACES TO WS-LOG-BEFORE
                           STRING WS-CT-OLD-TYPE "/" WS-CT-OLD-END
                               DELIMITED BY SIZE INTO WS-LOG-BEFORE
                           MOVE SPACES TO WS-LOG-AFTER
                           STRING WS-CT-NEW-TYPE "/" WS-CT-NEW-END
                               DELIMITED BY SIZE INTO WS-LOG-AFTER
                           PERFORM LOG-HR-ACTION
                           DISPLAY "Contract " WS-CT-HIST-ACTION
                               " recorded."
                   END-REWRITE
               END-IF
           END-IF
           CLOSE EMP-CONTRACT.

       WRITE-CONTRACT-HIST.
           OPEN EXTEND CONTRACT-HIST
           IF WS-CH-FILE-STATUS = "35"
               OPEN OUTPUT CONTRACT-HIST
           END-IF
           MOVE EMP-ID TO CH-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CH-DATE
           MOVE WS-CT-HIST-ACTION TO CH-ACTION
           MOVE WS-CT-NEW-TYPE TO CH-TYPE
           MOVE WS-CT-OLD-END TO CH-OLD-END
           MOVE WS-CT-NEW-END TO CH-NEW-END
           MOVE WS-LOGIN-ID TO CH-USER
           WRITE CONTRACT-HIST-REC
           CLOSE CONTRACT-HIST.

      * Contracts ending within 60 days, one alert file per
      * department for its manager; 30-day and overdue ones flagged.
       CONTRACT-EXPIRY-ALERTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-CT-LIMIT-YMD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 60)
           MOVE 0 TO WS-CT-COUNT
           MOVE 0 TO WS-CT-FILES

           OPEN OUTPUT CONTRACT-WORK
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-CT-EOF
           PERFORM UNTIL WS-CT-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-CT-EOF
                   NOT AT END
                       IF EMP-ACTIVE
                           PERFORM CT-CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           CLOSE CONTRACT-WORK

           SORT CT-TEMP-SORT
               ON ASCENDING KEY CTS-DEPT CTS-END-DATE CTS-EMP-ID
               USING CONTRACT-WORK
               GIVING CONTRACT-SORTED

           MOVE SPACES TO WS-CT-PREV-DEPT
           OPEN INPUT DEPT-MASTER
           OPEN INPUT CONTRACT-SORTED
           MOVE "N" TO WS-CT-EOF
           PERFORM UNTIL WS-CT-EOF = "Y"
               READ CONTRACT-SORTED
                   AT END MOVE "Y" TO WS-CT-EOF
                   NOT AT END
                       IF WS-CT-FILES = 0
                               OR CTR-DEPT NOT = WS-CT-PREV-DEPT
                           PERFORM CT-START-DEPT-ALERT
                       END-IF
                       PERFORM CT-WRITE-ALERT-LINE
               END-READ
           END-PERFORM
           CLOSE CONTRACT-SORTED
           CLOSE DEPT-MASTER
           IF WS-CT-FILES > 0
               CLOSE CONTRACT-ALERT
           END-IF
           DISPLAY "Contracts ending by " WS-CT-LIMIT-YMD ": "
               WS-CT-COUNT " in " WS-CT-FILES " department alert(s)."
           DISPLAY "*****CREATED CONTRACT EXPIRY ALERTS*****".

       CT-CHECK-ONE-EMPLOYEE.
           PERFORM LOAD-EMP-CONTRACT
           IF WS-CT-CUR-TYPE NOT = "P" AND WS-CT-CUR-END > 0
                   AND WS-CT-CUR-END NOT > WS-CT-LIMIT-YMD
               MOVE DEPT-NAME TO CW-DEPT
               MOVE WS-CT-CUR-END TO CW-END-DATE
               MOVE EMP-ID TO CW-EMP-ID
               MOVE EMP-NAME TO CW-NAME
               MOVE WS-CT-CUR-TYPE TO CW-TYPE
               IF WS-CT-CUR-END < WS-TODAY-YMD
                   MOVE 0 TO CW-DAYS
               ELSE
                   COMPUTE CW-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CT-CUR-END)
                       - WS-TODAY-INT
               END-IF
               WRITE CONTRACT-WORK-REC
           END-IF.

       CT-START-DEPT-ALERT.
           IF WS-CT-FILES > 0
               CLOSE CONTRACT-ALERT
           END-IF
           ADD 1 TO WS-CT-FILES
           MOVE CTR-DEPT TO WS-CT-PREV-DEPT
           MOVE SPACES TO WS-CT-ALERT-FILENAME
           STRING "CONTRACT_ALERT_" DELIMITED BY SIZE
               CTR-DEPT DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-CT-ALERT-FILENAME
           MOVE SPACES TO WS-CT-MGR-NAME
           MOVE CTR-DEPT TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-MGR-NAME TO WS-CT-MGR-NAME
           END-READ
           IF WS-CT-MGR-NAME = SPACES
               MOVE "DEPARTMENT MANAGER" TO WS-CT-MGR-NAME
           END-IF
           OPEN OUTPUT CONTRACT-ALERT
           MOVE SPACES TO WS-CT-LINE
           STRING "TO: " WS-CT-MGR-NAME "  DEPT: " CTR-DEPT
               DELIMITED BY SIZE INTO WS-CT-LINE
           MOVE WS-CT-LINE TO CONTRACT-ALERT-REC
           WRITE CONTRACT-ALERT-REC
           MOVE SPACES TO WS-CT-LINE
           STRING "CONTRACTS ENDING BY " WS-CT-LIMIT-YMD
               " - RENEW OR CONFIRM LEAVING DATE"
               DELIMITED BY SIZE INTO WS-CT-LINE
           MOVE WS-CT-LINE TO CONTRACT-ALERT-REC
           WRITE CONTRACT-ALERT-REC
           MOVE SPACES TO CONTRACT-ALERT-REC
           WRITE CONTRACT-ALERT-REC.

       CT-WRITE-ALERT-LINE.
           ADD 1 TO WS-CT-COUNT
           IF CTR-END-DATE < WS-TODAY-YMD
               MOVE "EXPIRED" TO WS-CT-BAND
           ELSE
           IF CTR-DAYS NOT > 30
               MOVE "30-DAY" TO WS-CT-BAND
           ELSE
               MOVE "60-DAY" TO WS-CT-BAND
           END-IF
           END-IF
           MOVE SPACES TO WS-CT-LINE
           STRING "  " WS-CT-BAND "  " CTR-EMP-ID "  " CTR-NAME
               "  TYPE " CTR-TYPE "  ENDS " CTR-END-DATE
               "  DAYS LEFT " CTR-DAYS
               DELIMITED BY SIZE INTO WS-CT-LINE
           MOVE WS-CT-LINE TO CONTRACT-ALERT-REC
           WRITE CONTRACT-ALERT-REC.

      * Fixed-term and contract staff whose end date has arrived
      * without a renewal are ended through the normal termination.
       END-EXPIRED-CONTRACTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE 0 TO WS-CT-EXP-COUNT
           MOVE 0 TO WS-CT-ENDED
           MOVE "N" TO WS-CT-EXP-OVERFLOW
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-CT-EOF
           PERFORM UNTIL WS-CT-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-CT-EOF
                   NOT AT END
                       IF EMP-ACTIVE
                           PERFORM CT-NOTE-EXPIRED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           IF WS-CT-EXP-OVERFLOW = "Y"
               DISPLAY "More than 500 contracts due - run again to "
                   "end the rest."
           END-IF
           PERFORM VARYING WS-CT-EXP-IDX FROM 1 BY 1
                   UNTIL WS-CT-EXP-IDX > WS-CT-EXP-COUNT
               PERFORM END-ONE-CONTRACT
           END-PERFORM
           MOVE "CTEXPIRE" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-TODAY-YMD "/" WS-CT-ENDED
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION
           DISPLAY "Expired contracts ended: " WS-CT-ENDED.

       CT-NOTE-EXPIRED.
           PERFORM LOAD-EMP-CONTRACT
           IF WS-CT-CUR-TYPE NOT = "P" AND WS-CT-CUR-END > 0
                   AND WS-CT-CUR-END NOT > WS-TODAY-YMD
               IF WS-CT-EXP-COUNT < 500
                   ADD 1 TO WS-CT-EXP-COUNT
                   MOVE EMP-ID TO WS-CT-EXP-ID(WS-CT-EXP-COUNT)
               ELSE
                   MOVE "Y" TO WS-CT-EXP-OVERFLOW
               END-IF
           END-IF.

       END-ONE-CONTRACT.
           OPEN I-O EMP-MASTER
           MOVE WS-CT-EXP-ID(WS-CT-EXP-IDX) TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found " EMP-ID
               NOT INVALID KEY
                   IF EMP-ACTIVE
                       PERFORM LOAD-EMP-CONTRACT
                       MOVE "CONTRACT END" TO WS-TERM-REASON
                       MOVE 0 TO WS-SET-GRATUITY
                       PERFORM TERMINATE-EMPLOYEE-RECORD
                       IF EMP-TERMINATED
                               AND WS-EMP-FILE-STATUS = "00"
                           ADD 1 TO WS-CT-ENDED
                           MOVE "EXPIRE" TO WS-CT-HIST-ACTION
                           MOVE WS-CT-CUR-TYPE TO WS-CT-NEW-TYPE
                           MOVE WS-CT-CUR-END TO WS-CT-OLD-END
                           MOVE WS-CT-CUR-END TO WS-CT-NEW-END
                           PERFORM WRITE-CONTRACT-HIST
                           DISPLAY "Contract ended for " EMP-ID " "
                               EMP-NAME
                       END-IF
                   END-IF
           END-READ
           PERFORM CHECK-EMP-RECORD-BUSY
           CLOSE EMP-MASTER.

       MAINTAIN-OFFCYCLE-RUNS.
           DISPLAY "1. Create Off-Cycle Run"
           DISPLAY "2. Enter Payment Amounts"
           DISPLAY "3. Run Off-Cycle Calculation (Trial / Final)"
           DISPLAY "4. List Off-Cycle Runs"
           DISPLAY "Bank export and close: option 34 with the run ID"
           ACCEPT WS-OC-CHOICE
           EVALUATE WS-OC-CHOICE
               WHEN 1 PERFORM CREATE-OFFCYCLE-RUN
               WHEN 2 PERFORM ENTER-OFFCYCLE-AMOUNTS
               WHEN 3 PERFORM RUN-OFFCYCLE-PAYMENT
               WHEN 4 PERFORM LIST-OFFCYCLE-RUNS
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       FIND-OFFCYCLE-RUN.
           MOVE "N" TO WS-OC-FOUND
           OPEN INPUT OFFCYCLE-CTL
           IF WS-OC-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ OFFCYCLE-CTL
                       AT END MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-RUN-ID = WS-OC-RUN-ID
                               MOVE "Y" TO WS-OC-FOUND
                               MOVE OC-PERIOD TO WS-OC-PERIOD
                               MOVE OC-TYPE TO WS-OC-TYPE
                               MOVE OC-TAX-METHOD TO WS-OC-TAX-METHOD
                               MOVE OC-TAX-RATE TO WS-OC-TAX-RATE
                               MOVE OC-STATUS TO WS-OC-STATUS
                               MOVE OC-DESC TO WS-OC-DESC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-CTL
           END-IF.

       SET-OFFCYCLE-FILENAMES.
           MOVE SPACES TO WS-OC-INPUT-FILENAME
           STRING "OFFCYCLE_" WS-OC-RUN-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-OC-INPUT-FILENAME
           MOVE SPACES TO WS-OC-REG-FILENAME
           STRING "OFFCYCLE_REGISTER_" WS-OC-RUN-ID DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-OC-REG-FILENAME.

       CREATE-OFFCYCLE-RUN.
           DISPLAY "Enter Run ID (up to 8 characters, e.g. BON2026):"
           MOVE SPACES TO WS-OC-RUN-ID
           ACCEPT WS-OC-RUN-ID
           IF WS-OC-RUN-ID = SPACES
               DISPLAY "Run ID is required."
           ELSE
               PERFORM FIND-OFFCYCLE-RUN
               IF WS-OC-FOUND = "Y"
                   DISPLAY "Off-cycle run " WS-OC-RUN-ID
                       " already exists."
               ELSE
                   PERFORM ACCEPT-OFFCYCLE-DETAILS
               END-IF
           END-IF.

       ACCEPT-OFFCYCLE-DETAILS.
           DISPLAY "Payment type (B = bonus, M = 13th month, "
               "C = correction):"
           ACCEPT WS-OC-TYPE
           DISPLAY "Payroll period (YYYYMM, 0 = current):"
           ACCEPT WS-OC-PERIOD
           IF WS-OC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-OC-PERIOD
           END-IF
           DISPLAY "Tax treatment (F = flat rate, M = marginal rate "
               "on salary plus payment):"
           ACCEPT WS-OC-TAX-METHOD
           MOVE 0 TO WS-OC-TAX-RATE
           IF WS-OC-TAX-METHOD = "F"
               DISPLAY "Flat withholding rate (e.g. 0.1000):"
               ACCEPT WS-OC-TAX-RATE
           END-IF
           DISPLAY "Description:"
           ACCEPT WS-OC-DESC
           IF (WS-OC-TYPE NOT = "B" AND WS-OC-TYPE NOT = "M"
                   AND WS-OC-TYPE NOT = "C")
                   OR (WS-OC-TAX-METHOD NOT = "F"
                       AND WS-OC-TAX-METHOD NOT = "M")
                   OR WS-OC-PERIOD(5:2) < "01"
                   OR WS-OC-PERIOD(5:2) > "12"
               DISPLAY "Invalid payment type, period or tax "
                   "treatment - run not created."
           ELSE
               MOVE WS-OC-RUN-ID TO OC-RUN-ID
               MOVE WS-OC-PERIOD TO OC-PERIOD
               MOVE WS-OC-TYPE TO OC-TYPE
               MOVE WS-OC-TAX-METHOD TO OC-TAX-METHOD
               MOVE WS-OC-TAX-RATE TO OC-TAX-RATE
               SET OC-NEW TO TRUE
               MOVE WS-OC-DESC TO OC-DESC
               MOVE FUNCTION CURRENT-DATE(1:8) TO OC-CREATED
               OPEN EXTEND OFFCYCLE-CTL
               IF WS-OC-FILE-STATUS = "35"
                   OPEN OUTPUT OFFCYCLE-CTL
               END-IF
               WRITE OFFCYCLE-CTL-REC
               CLOSE OFFCYCLE-CTL
               MOVE 0 TO EMP-ID
               MOVE "OFFCYCLE" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               STRING WS-OC-RUN-ID "/" WS-OC-PERIOD "/N"
                   DELIMITED BY SIZE INTO WS-LOG-AFTER
               PERFORM LOG-HR-ACTION
               PERFORM SET-OFFCYCLE-FILENAMES
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " created."
               DISPLAY "Payment amounts are read from "
                   WS-OC-INPUT-FILENAME
           END-IF.

       ENTER-OFFCYCLE-AMOUNTS.
           DISPLAY "Enter Run ID:"
           MOVE SPACES TO WS-OC-RUN-ID
           ACCEPT WS-OC-RUN-ID
           PERFORM FIND-OFFCYCLE-RUN
           IF WS-OC-FOUND = "N"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " not found."
           ELSE
           IF WS-OC-STATUS = "F" OR WS-OC-STATUS = "C"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " is final - "
                   "amounts can no longer be added."
           ELSE
               PERFORM SET-OFFCYCLE-FILENAMES
               OPEN EXTEND OFFCYCLE-INPUT
               IF WS-OI-FILE-STATUS = "35"
                   OPEN OUTPUT OFFCYCLE-INPUT
               END-IF
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   DISPLAY "Employee ID (0 = finish):"
                   ACCEPT OI-EMP-ID
                   IF OI-EMP-ID = 0
                       MOVE "Y" TO WS-OC-EOF
                   ELSE
                       PERFORM ENTER-ONE-OFFCYCLE-AMOUNT
                   END-IF
               END-PERFORM
               CLOSE OFFCYCLE-INPUT
           END-IF
           END-IF.

       ENTER-ONE-OFFCYCLE-AMOUNT.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE OI-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               DISPLAY EMP-NAME " - enter payment amount:"
               ACCEPT OI-AMOUNT
               DISPLAY "Note:"
               MOVE SPACES TO OI-NOTE
               ACCEPT OI-NOTE
               WRITE OFFCYCLE-INPUT-REC
           END-IF.

       LIST-OFFCYCLE-RUNS.
           OPEN INPUT OFFCYCLE-CTL
           IF WS-OC-FILE-STATUS = "35"
               DISPLAY "No off-cycle runs on file."
           ELSE
               DISPLAY "RUN ID   PERIOD T TAX RATE   ST DESCRIPTION"
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ OFFCYCLE-CTL
                       AT END MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           MOVE OC-TAX-RATE TO WS-OC-RATE-DIS
                           DISPLAY OC-RUN-ID " " OC-PERIOD " "
                               OC-TYPE " " OC-TAX-METHOD "   "
                               WS-OC-RATE-DIS " " OC-STATUS "  "
                               OC-DESC
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-CTL
           END-IF.

       RUN-OFFCYCLE-PAYMENT.
           DISPLAY "Enter Run ID:"
           MOVE SPACES TO WS-OC-RUN-ID
           ACCEPT WS-OC-RUN-ID
           PERFORM FIND-OFFCYCLE-RUN
           IF WS-OC-FOUND = "N"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " not found."
           ELSE
           IF WS-OC-STATUS = "F" OR WS-OC-STATUS = "C"
               DISPLAY "Off-cycle run " WS-OC-RUN-ID " is finalized "
                   "and cannot be re-run."
           ELSE
               DISPLAY "Run type (T = trial, F = final):"
               ACCEPT WS-PAY-RUN-TYPE
               IF WS-PAY-RUN-TYPE NOT = "F"
                   MOVE "T" TO WS-PAY-RUN-TYPE
               END-IF
               PERFORM EXECUTE-OFFCYCLE-RUN
           END-IF
           END-IF.

       EXECUTE-OFFCYCLE-RUN.
           MOVE WS-OC-RUN-ID TO WS-PAY-RUN-ID
           MOVE WS-OC-PERIOD TO WS-TS-PERIOD
           PERFORM SET-OFFCYCLE-FILENAMES
           PERFORM LOAD-OFFCYCLE-AMOUNTS
           IF WS-OC-COUNT = 0
               DISPLAY "No payment amounts found in "
                   WS-OC-INPUT-FILENAME
           ELSE
           IF WS-OC-OVERFLOW = "Y"
               DISPLAY "*** RUN REFUSED - MORE THAN 500 EMPLOYEES "
                   "IN THE PAYMENT FILE ***"
           ELSE
               PERFORM CALC-OFFCYCLE-RUN
           END-IF
           END-IF
           MOVE SPACES TO WS-PAY-RUN-ID.

       LOAD-OFFCYCLE-AMOUNTS.
           MOVE 0 TO WS-OC-COUNT
           MOVE "N" TO WS-OC-OVERFLOW
           OPEN INPUT OFFCYCLE-INPUT
           IF WS-OI-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ OFFCYCLE-INPUT
                       AT END MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           PERFORM ADD-OFFCYCLE-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-INPUT
           END-IF.

       ADD-OFFCYCLE-AMOUNT.
           MOVE 0 TO WS-OC-HIT
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-T-EMP-ID(WS-OC-IDX) = OI-EMP-ID
                   MOVE WS-OC-IDX TO WS-OC-HIT
               END-IF
           END-PERFORM
           IF WS-OC-HIT > 0
               ADD OI-AMOUNT TO WS-OC-T-AMOUNT(WS-OC-HIT)
           ELSE
               IF WS-OC-COUNT < 500
                   ADD 1 TO WS-OC-COUNT
                   MOVE OI-EMP-ID TO WS-OC-T-EMP-ID(WS-OC-COUNT)
                   MOVE OI-AMOUNT TO WS-OC-T-AMOUNT(WS-OC-COUNT)
               ELSE
                   MOVE "Y" TO WS-OC-OVERFLOW
               END-IF
           END-IF.

       CALC-OFFCYCLE-RUN.
           DISPLAY "Starting off-cycle run " WS-OC-RUN-ID "..."
           IF WS-PAY-RUN-TYPE = "F"
               PERFORM PURGE-PAYREG-HIST-PERIOD
           END-IF
           IF WS-OC-TAX-METHOD = "M"
               PERFORM LOAD-TAX-BRACKETS
           END-IF
           MOVE 0 TO WS-PAY-COUNT
           MOVE 0 TO WS-PAY-TOTAL-GROSS
           MOVE 0 TO WS-PAY-TOTAL-NET
           MOVE 0 TO WS-OC-SKIPPED
           MOVE 0 TO WS-GLD-COUNT
           MOVE 0 TO WS-GL-TAX-TOTAL
           MOVE 0 TO WS-GL-DED-TOTAL
           MOVE 0 TO WS-GL-NET-TOTAL
           MOVE 0 TO WS-GL-BEN-EE-TOTAL
           MOVE 0 TO WS-GL-BEN-ER-TOTAL
           MOVE 0 TO WS-GL-EXP-TOTAL
           MOVE 0 TO WS-GLX-COUNT
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING "PAYROLL_JOURNAL_" WS-OC-RUN-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME

           OPEN OUTPUT OFFCYCLE-REGISTER
           MOVE SPACES TO WS-OC-LINE
           STRING "OFF-CYCLE REGISTER RUN " WS-OC-RUN-ID
               " PERIOD " WS-OC-PERIOD " " WS-OC-DESC
               DELIMITED BY SIZE INTO WS-OC-LINE
           MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
           WRITE OFFCYCLE-REGISTER-REC
           MOVE "EMP-ID NAME                 PAYMENT        TAX"
               TO WS-OC-LINE
           MOVE "          NET" TO WS-OC-LINE(48:)
           MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
           WRITE OFFCYCLE-REGISTER-REC

           OPEN INPUT EMP-MASTER
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               PERFORM CALC-ONE-OFFCYCLE-PAY
           END-PERFORM
           CLOSE EMP-MASTER

           MOVE WS-PAY-TOTAL-GROSS TO WS-PAY-GROSS-DIS
           MOVE WS-PAY-TOTAL-NET TO WS-PAY-NET-DIS
           MOVE SPACES TO WS-OC-LINE
           STRING "TOTALS: EMPLOYEES " WS-PAY-COUNT
               "  PAYMENTS " WS-PAY-GROSS-DIS
               "  NET " WS-PAY-NET-DIS
               "  SKIPPED " WS-OC-SKIPPED
               DELIMITED BY SIZE INTO WS-OC-LINE
           MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
           WRITE OFFCYCLE-REGISTER-REC
           CLOSE OFFCYCLE-REGISTER

           MOVE WS-PAY-RUN-TYPE TO WS-OC-NEW-STATUS
           PERFORM UPDATE-OFFCYCLE-STATUS
           MOVE "OFFCYCLE" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-OC-RUN-ID "/" WS-OC-PERIOD "/" WS-PAY-RUN-TYPE
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION

           IF WS-PAY-RUN-TYPE = "F"
               PERFORM PRODUCE-GL-EXTRACT
           ELSE
               DISPLAY "Trial run - no ledger journal produced."
           END-IF
           DISPLAY "Off-cycle run complete: " WS-PAY-COUNT
               " employees paid, " WS-OC-SKIPPED " skipped."
           DISPLAY "Run type: " WS-PAY-RUN-TYPE
               " (T = trial, F = final)"
           DISPLAY "Register written to " WS-OC-REG-FILENAME.

       CALC-ONE-OFFCYCLE-PAY.
           MOVE WS-OC-T-EMP-ID(WS-OC-IDX) TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   MOVE SPACES TO WS-OC-LINE
                   STRING WS-OC-T-EMP-ID(WS-OC-IDX)
                       " SKIPPED - EMPLOYEE NOT FOUND"
                       DELIMITED BY SIZE INTO WS-OC-LINE
                   MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
                   WRITE OFFCYCLE-REGISTER-REC
                   ADD 1 TO WS-OC-SKIPPED
               NOT INVALID KEY
                   IF EMP-ACTIVE
                       PERFORM PAY-ONE-OFFCYCLE
                   ELSE
                       MOVE SPACES TO WS-OC-LINE
                       STRING EMP-ID " " EMP-NAME
                           " SKIPPED - EMPLOYEE NOT ACTIVE"
                           DELIMITED BY SIZE INTO WS-OC-LINE
                       MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
                       WRITE OFFCYCLE-REGISTER-REC
                       ADD 1 TO WS-OC-SKIPPED
                   END-IF
           END-READ.

       PAY-ONE-OFFCYCLE.
           IF WS-OC-TAX-METHOD = "M"
               COMPUTE WS-PAY-GROSS =
                   SALARY + WS-OC-T-AMOUNT(WS-OC-IDX)
               PERFORM DETERMINE-TAX-RATE
           ELSE
               MOVE WS-OC-TAX-RATE TO WS-PAY-TAX-RATE
           END-IF
           MOVE WS-OC-T-AMOUNT(WS-OC-IDX) TO WS-PAY-GROSS
           COMPUTE WS-PAY-TAX ROUNDED =
               WS-PAY-GROSS * WS-PAY-TAX-RATE
           MOVE 0 TO WS-PAY-SSO
           MOVE 0 TO WS-PAY-OTHER-DED
           MOVE 0 TO WS-PAY-LOAN-AMT
           MOVE 0 TO WS-PAY-BEN-EE
           MOVE 0 TO WS-PAY-BEN-ER
           MOVE 0 TO WS-PAY-EXPENSE
           MOVE 0 TO WS-PAY-RETRO
           MOVE 0 TO WS-PAY-RETRO-TAX
           MOVE 0 TO WS-PAY-RETRO-SSO
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX
           ADD 1 TO WS-PAY-COUNT
           ADD WS-PAY-GROSS TO WS-PAY-TOTAL-GROSS
           ADD WS-PAY-NET TO WS-PAY-TOTAL-NET
           MOVE WS-PAY-GROSS TO WS-PAY-GROSS-DIS
           MOVE WS-PAY-TAX TO WS-PAY-TAX-DIS
           MOVE WS-PAY-NET TO WS-PAY-NET-DIS
           MOVE SPACES TO WS-OC-LINE
           STRING EMP-ID " " EMP-NAME " " WS-PAY-GROSS-DIS " "
               WS-PAY-TAX-DIS " " WS-PAY-NET-DIS
               DELIMITED BY SIZE INTO WS-OC-LINE
           MOVE WS-OC-LINE TO OFFCYCLE-REGISTER-REC
           WRITE OFFCYCLE-REGISTER-REC
           IF WS-PAY-RUN-TYPE = "F"
               PERFORM WRITE-PAYREG-HIST
           END-IF
           PERFORM ACCUM-GL-AMOUNTS
           PERFORM WRITE-OFFCYCLE-PAYSLIP.

       WRITE-OFFCYCLE-PAYSLIP.
           MOVE SPACES TO WS-PAYSLIP-FILENAME
           STRING "PAYSLIP_" WS-OC-RUN-ID DELIMITED BY SPACE
               "_" EMP-ID ".txt" DELIMITED BY SIZE
               INTO WS-PAYSLIP-FILENAME
           OPEN OUTPUT PAYSLIP-FILE
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "      *** OFF-CYCLE PAYSLIP ***" TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE SPACES TO WS-PAY-LINE
           STRING "RUN: " WS-OC-RUN-ID "  PERIOD: " WS-OC-PERIOD
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE WS-OC-DESC TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE SPACES TO WS-PAY-LINE
           STRING "PAYMENT AMOUNT   : " WS-PAY-GROSS-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE WS-PAY-TAX-RATE TO WS-OC-RATE-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "TAX              : " WS-PAY-TAX-DIS
               " AT " WS-OC-RATE-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE SPACES TO WS-PAY-LINE
           STRING "NET PAY          : " WS-PAY-NET-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           CLOSE PAYSLIP-FILE.

       UPDATE-OFFCYCLE-STATUS.
           OPEN INPUT OFFCYCLE-CTL
           IF WS-OC-FILE-STATUS NOT = "35"
               OPEN OUTPUT OFFCYCLE-CTL-NEW
               MOVE "N" TO WS-OC-EOF
               PERFORM UNTIL WS-OC-EOF = "Y"
                   READ OFFCYCLE-CTL
                       AT END MOVE "Y" TO WS-OC-EOF
                       NOT AT END
                           IF OC-RUN-ID = WS-OC-RUN-ID
                               MOVE WS-OC-NEW-STATUS TO OC-STATUS
                           END-IF
                           WRITE OFFCYCLE-CTL-NEW-REC
                               FROM OFFCYCLE-CTL-REC
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-CTL
               CLOSE OFFCYCLE-CTL-NEW
               CALL "SYSTEM" USING
                   "mv OFFCYCLE_CTL_NEW.tmp OFFCYCLE_CTL.DAT"
               MOVE WS-OC-NEW-STATUS TO WS-OC-STATUS
           END-IF.

       PROCESS-SETTLEMENTS.
           MOVE 0 TO WS-SET-PAID
           OPEN INPUT SETTLEMENT
           IF WS-SET-FILE-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT SETTLEMENT-NEW
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ SETTLEMENT
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SET-GRATUITY NOT NUMERIC
                               MOVE 0 TO SET-GRATUITY
                           END-IF
                           IF SET-PENDING
                               PERFORM PAY-ONE-SETTLEMENT
                           END-IF
                           WRITE SETTLEMENT-NEW-REC
                               FROM SETTLEMENT-REC
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT
               CLOSE SETTLEMENT-NEW
               CALL "SYSTEM" USING
                   "mv SETTLEMENT_NEW.tmp SETTLEMENT.DAT"
               IF WS-SET-PAID > 0
                   DISPLAY "Final settlements included in run: "
                       WS-SET-PAID
               END-IF
           END-IF.

       PAY-ONE-SETTLEMENT.
           MOVE SET-NET TO WS-PAY-NET-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING SET-EMP-ID " FINAL SETTLEMENT"
               "                          " WS-PAY-NET-DIS
               DELIMITED BY SIZE
               INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYROLL-REGISTER-REC
           WRITE PAYROLL-REGISTER-REC
           COMPUTE WS-PAY-TOTAL-GROSS = WS-PAY-TOTAL-GROSS
               + SET-GROSS + SET-LEAVE-PAY + SET-GRATUITY
           ADD SET-NET TO WS-PAY-TOTAL-NET
           PERFORM ACCUM-SETTLE-GL
           ADD 1 TO WS-SET-PAID
           IF WS-PAY-RUN-TYPE = "F"
               SET SET-IN-RUN TO TRUE
           END-IF.

       ACCUM-SETTLE-GL.
           MOVE "*DEFAULT*" TO WS-DSM-KEY
           OPEN INPUT EMP-MASTER
           MOVE SET-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-DSM-KEY
           END-READ
           CLOSE EMP-MASTER
           MOVE "N" TO WS-GLD-FOUND
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               IF WS-GLD-DEPT(WS-GLD-IDX) = WS-DSM-KEY
                   MOVE "Y" TO WS-GLD-FOUND
                   COMPUTE WS-GLD-AMOUNT(WS-GLD-IDX) =
                       WS-GLD-AMOUNT(WS-GLD-IDX)
                       + SET-GROSS + SET-LEAVE-PAY + SET-GRATUITY
               END-IF
           END-PERFORM
           IF WS-GLD-FOUND = "N" AND WS-GLD-COUNT < 50
               ADD 1 TO WS-GLD-COUNT
               MOVE WS-DSM-KEY TO WS-GLD-DEPT(WS-GLD-COUNT)
               COMPUTE WS-GLD-AMOUNT(WS-GLD-COUNT) =
                   SET-GROSS + SET-LEAVE-PAY + SET-GRATUITY
           END-IF
           ADD SET-DEDUCT TO WS-GL-DED-TOTAL
           ADD SET-NET TO WS-GL-NET-TOTAL.

       LOAD-GL-MAP.
           MOVE 0 TO WS-GLM-COUNT
           OPEN INPUT GL-MAP
           IF WS-GLM-FILE-STATUS = "35"
               CLOSE GL-MAP
               PERFORM SEED-GL-MAP
               OPEN INPUT GL-MAP
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ GL-MAP
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-GLM-COUNT < 50
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GLM-KEY TO
                               WS-GLM-T-KEY(WS-GLM-COUNT)
                           MOVE GLM-ACCOUNT TO
                               WS-GLM-T-ACCOUNT(WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP.

       SEED-GL-MAP.
           OPEN OUTPUT GL-MAP
           MOVE "*DEFAULT*" TO GLM-KEY
           MOVE "50000000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*TAX*" TO GLM-KEY
           MOVE "21010000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*DED*" TO GLM-KEY
           MOVE "21020000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*NET*" TO GLM-KEY
           MOVE "11020000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*BENEXP*" TO GLM-KEY
           MOVE "50100000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*BENPAY*" TO GLM-KEY
           MOVE "21030000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           MOVE "*EXPCLM*" TO GLM-KEY
           MOVE "50200000" TO GLM-ACCOUNT
           WRITE GL-MAP-REC
           CLOSE GL-MAP.

       FIND-GL-ACCOUNT.
           MOVE SPACES TO WS-GL-ACCOUNT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-T-KEY(WS-GLM-IDX) = WS-GL-KEY
                   MOVE WS-GLM-T-ACCOUNT(WS-GLM-IDX)
                       TO WS-GL-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-GL-ACCOUNT = SPACES
               PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                       UNTIL WS-GLM-IDX > WS-GLM-COUNT
                   IF WS-GLM-T-KEY(WS-GLM-IDX) = "*DEFAULT*"
                       MOVE WS-GLM-T-ACCOUNT(WS-GLM-IDX)
                           TO WS-GL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.

       PRODUCE-GL-EXTRACT.
           PERFORM LOAD-GL-MAP
           COMPUTE WS-GL-DR-TOTAL =
               WS-GL-BEN-ER-TOTAL + WS-GL-EXP-TOTAL
           COMPUTE WS-GL-BEN-PAYABLE =
               WS-GL-BEN-EE-TOTAL + WS-GL-BEN-ER-TOTAL
           COMPUTE WS-GL-CR-TOTAL = WS-GL-TAX-TOTAL
               + WS-GL-DED-TOTAL + WS-GL-NET-TOTAL
               + WS-GL-BEN-PAYABLE
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               ADD WS-GLD-AMOUNT(WS-GLD-IDX) TO WS-GL-DR-TOTAL
           END-PERFORM
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
               DISPLAY "JOURNAL REJECTED: debits "
                   WS-GL-DR-TOTAL " do not equal credits "
                   WS-GL-CR-TOTAL
               DISPLAY "No journal file produced - investigate "
                   "the payroll register."
           ELSE
               OPEN OUTPUT PAY-JOURNAL
               MOVE SPACES TO WS-GL-LINE
               STRING "H PAYROLL JOURNAL PERIOD " WS-TS-PERIOD
                   DELIMITED BY SIZE INTO WS-GL-LINE
               MOVE WS-GL-LINE TO PAY-JOURNAL-REC
               WRITE PAY-JOURNAL-REC
               PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                       UNTIL WS-GLD-IDX > WS-GLD-COUNT
                   MOVE WS-GLD-DEPT(WS-GLD-IDX) TO WS-GL-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE WS-GLD-AMOUNT(WS-GLD-IDX) TO WS-GL-AMT-DIS
                   MOVE SPACES TO WS-GL-LINE
                   STRING "D " WS-GL-ACCOUNT " "
                       WS-GLD-DEPT(WS-GLD-IDX) " GROSS PAY  "
                       WS-GL-AMT-DIS
                       DELIMITED BY SIZE INTO WS-GL-LINE
                   MOVE WS-GL-LINE TO PAY-JOURNAL-REC
                   WRITE PAY-JOURNAL-REC
               END-PERFORM
               MOVE "*EXPCLM*" TO WS-GL-KEY
               PERFORM FIND-GL-ACCOUNT
               PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
                       UNTIL WS-GLX-IDX > WS-GLX-COUNT
                   MOVE WS-GLX-AMOUNT(WS-GLX-IDX) TO WS-GL-AMT-DIS
                   MOVE SPACES TO WS-GL-LINE
                   STRING "D " WS-GL-ACCOUNT " "
                       WS-GLX-DEPT(WS-GLX-IDX) " EXPENSE CLM "
                       WS-GL-AMT-DIS
                       DELIMITED BY SIZE INTO WS-GL-LINE
                   MOVE WS-GL-LINE TO PAY-JOURNAL-REC
                   WRITE PAY-JOURNAL-REC
               END-PERFORM
               IF WS-GL-BEN-ER-TOTAL > 0
                   MOVE "*BENEXP*" TO WS-GL-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE WS-GL-BEN-ER-TOTAL TO WS-GL-AMT-DIS
                   MOVE SPACES TO WS-GL-LINE
                   STRING "D " WS-GL-ACCOUNT " EMPLOYER BENEFITS "
                       WS-GL-AMT-DIS
                       DELIMITED BY SIZE INTO WS-GL-LINE
                   MOVE WS-GL-LINE TO PAY-JOURNAL-REC
                   WRITE PAY-JOURNAL-REC
               END-IF
               MOVE "*TAX*" TO WS-GL-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE WS-GL-TAX-TOTAL TO WS-GL-AMT-DIS
               MOVE SPACES TO WS-GL-LINE
               STRING "C " WS-GL-ACCOUNT " TAX WITHHELD    "
                   WS-GL-AMT-DIS
                   DELIMITED BY SIZE INTO WS-GL-LINE
               MOVE WS-GL-LINE TO PAY-JOURNAL-REC
               WRITE PAY-JOURNAL-REC
               MOVE "*DED*" TO WS-GL-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE WS-GL-DED-TOTAL TO WS-GL-AMT-DIS
               MOVE SPACES TO WS-GL-LINE
               STRING "C " WS-GL-ACCOUNT " OTHER DEDUCTIONS "
                   WS-GL-AMT-DIS
                   DELIMITED BY SIZE INTO WS-GL-LINE
               MOVE WS-GL-LINE TO PAY-JOURNAL-REC
               WRITE PAY-JOURNAL-REC
               MOVE "*NET*" TO WS-GL-KEY
               PERFORM FIND-GL-ACCOUNT
               MOVE WS-GL-NET-TOTAL TO WS-GL-AMT-DIS
               MOVE SPACES TO WS-GL-LINE
               STRING "C " WS-GL-ACCOUNT " NET PAY CLEARING "
                   WS-GL-AMT-DIS
                   DELIMITED BY SIZE INTO WS-GL-LINE
               MOVE WS-GL-LINE TO PAY-JOURNAL-REC
               WRITE PAY-JOURNAL-REC
               IF WS-GL-BEN-PAYABLE > 0
                   MOVE "*BENPAY*" TO WS-GL-KEY
                   PERFORM FIND-GL-ACCOUNT
                   MOVE WS-GL-BEN-PAYABLE TO WS-GL-AMT-DIS
                   MOVE SPACES TO WS-GL-LINE
                   STRING "C " WS-GL-ACCOUNT " BENEFITS PAYABLE "
                       WS-GL-AMT-DIS
                       DELIMITED BY SIZE INTO WS-GL-LINE
                   MOVE WS-GL-LINE TO PAY-JOURNAL-REC
                   WRITE PAY-JOURNAL-REC
               END-IF
               MOVE WS-GL-DR-TOTAL TO WS-GL-AMT-DIS
               MOVE SPACES TO WS-GL-LINE
               STRING "T BALANCED TOTAL " WS-GL-AMT-DIS
                   DELIMITED BY SIZE INTO WS-GL-LINE
               MOVE WS-GL-LINE TO PAY-JOURNAL-REC
               WRITE PAY-JOURNAL-REC
               CLOSE PAY-JOURNAL
               DISPLAY "Ledger journal written to "
                   WS-JOURNAL-FILENAME
           END-IF.

       LOAD-TAX-BRACKETS.
           MOVE 0 TO WS-TAX-COUNT
           OPEN INPUT TAX-BRACKETS
           IF WS-TAX-FILE-STATUS = "35"
               CLOSE TAX-BRACKETS
               PERFORM SEED-TAX-BRACKETS
               OPEN INPUT TAX-BRACKETS
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TAX-BRACKETS
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-TAX-COUNT < 10
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TB-MAX-SALARY TO
                               WS-TAX-MAX-SALARY(WS-TAX-COUNT)
                           MOVE TB-RATE TO
                               WS-TAX-RATE(WS-TAX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-BRACKETS.

       SEED-TAX-BRACKETS.
           OPEN OUTPUT TAX-BRACKETS
           MOVE 15000.00 TO TB-MAX-SALARY
           MOVE 0.0000 TO TB-RATE
           WRITE TAX-BRACKET-REC
           MOVE 30000.00 TO TB-MAX-SALARY
           MOVE 0.0500 TO TB-RATE
           WRITE TAX-BRACKET-REC
           MOVE 60000.00 TO TB-MAX-SALARY
           MOVE 0.1000 TO TB-RATE
           WRITE TAX-BRACKET-REC
           MOVE 100000.00 TO TB-MAX-SALARY
           MOVE 0.1500 TO TB-RATE
           WRITE TAX-BRACKET-REC
           MOVE 9999999.99 TO TB-MAX-SALARY
           MOVE 0.2000 TO TB-RATE
           WRITE TAX-BRACKET-REC
           CLOSE TAX-BRACKETS.

       LOAD-BENEFIT-PLANS.
           MOVE 0 TO WS-BP-COUNT
           OPEN INPUT BENEFIT-PLAN
           IF WS-BP-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-BEN-EOF
               PERFORM UNTIL WS-BEN-EOF = "Y"
                   READ BENEFIT-PLAN
                       AT END MOVE "Y" TO WS-BEN-EOF
                       NOT AT END
                           IF WS-BP-COUNT < 50
                               ADD 1 TO WS-BP-COUNT
                               MOVE BENEFIT-PLAN-REC
                                   TO WS-BP-ENTRY(WS-BP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN
           END-IF.

       LOAD-BENEFIT-ENROLLMENTS.
           MOVE 0 TO WS-EBN-COUNT
           OPEN INPUT EMP-BENEFIT
           IF WS-EBN-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-BEN-EOF
               PERFORM UNTIL WS-BEN-EOF = "Y"
                   READ EMP-BENEFIT
                       AT END MOVE "Y" TO WS-BEN-EOF
                       NOT AT END
                           IF WS-EBN-COUNT < 1000
                               ADD 1 TO WS-EBN-COUNT
                               MOVE EMP-BENEFIT-REC
                                   TO WS-EBN-ENTRY(WS-EBN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-BENEFIT
           END-IF.

       WRITE-BENEFIT-REMITTANCES.
           IF WS-REMIT-OVERFLOW = "Y"
               DISPLAY "*** REMITTANCE TABLE LIMIT EXCEEDED - "
                   "SOME MEMBERS ARE MISSING FROM THE FILES ***"
           END-IF
           PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
               IF WS-RM-DONE(WS-REMIT-IDX) = "N"
                   MOVE WS-RM-PROVIDER(WS-REMIT-IDX)
                       TO WS-RM-CUR-PROVIDER
                   PERFORM WRITE-ONE-PROVIDER-REMIT
               END-IF
           END-PERFORM.

       WRITE-ONE-PROVIDER-REMIT.
           MOVE 0 TO WS-RM-MEMBERS
           MOVE 0 TO WS-RM-EE-TOTAL
           MOVE 0 TO WS-RM-ER-TOTAL
           MOVE SPACES TO WS-REMIT-FILENAME
           STRING "BENREMIT_" DELIMITED BY SIZE
               WS-RM-CUR-PROVIDER DELIMITED BY SPACE
               "_" WS-TS-PERIOD ".txt" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME
           OPEN OUTPUT BENEFIT-REMIT
           MOVE SPACES TO WS-PAY-LINE
           STRING "H BENEFIT REMITTANCE PROVIDER " WS-RM-CUR-PROVIDER
               " PERIOD " WS-TS-PERIOD
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO BENEFIT-REMIT-REC
           WRITE BENEFIT-REMIT-REC
           PERFORM VARYING WS-REMIT-SUB FROM WS-REMIT-IDX BY 1
                   UNTIL WS-REMIT-SUB > WS-REMIT-COUNT
               IF WS-RM-DONE(WS-REMIT-SUB) = "N"
                       AND WS-RM-PROVIDER(WS-REMIT-SUB)
                           = WS-RM-CUR-PROVIDER
                   MOVE WS-RM-EE(WS-REMIT-SUB) TO WS-RM-EE-DIS
                   MOVE WS-RM-ER(WS-REMIT-SUB) TO WS-RM-ER-DIS
                   MOVE SPACES TO WS-PAY-LINE
                   STRING "D " WS-RM-PLAN(WS-REMIT-SUB) " "
                       WS-RM-MEMBER(WS-REMIT-SUB) " "
                       WS-RM-EMP-ID(WS-REMIT-SUB) " "
                       WS-RM-EMP-NAME(WS-REMIT-SUB) " "
                       WS-RM-EE-DIS " " WS-RM-ER-DIS
                       DELIMITED BY SIZE INTO WS-PAY-LINE
                   MOVE WS-PAY-LINE TO BENEFIT-REMIT-REC
                   WRITE BENEFIT-REMIT-REC
                   ADD 1 TO WS-RM-MEMBERS
                   ADD WS-RM-EE(WS-REMIT-SUB) TO WS-RM-EE-TOTAL
                   ADD WS-RM-ER(WS-REMIT-SUB) TO WS-RM-ER-TOTAL
                   MOVE "Y" TO WS-RM-DONE(WS-REMIT-SUB)
               END-IF
           END-PERFORM
           MOVE WS-RM-EE-TOTAL TO WS-RM-TOT-DIS
           MOVE WS-RM-ER-TOTAL TO WS-RM-ER-TOT-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "T MEMBERS " WS-RM-MEMBERS
               " EMPLOYEE " WS-RM-TOT-DIS
               " EMPLOYER " WS-RM-ER-TOT-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO BENEFIT-REMIT-REC
           WRITE BENEFIT-REMIT-REC
           CLOSE BENEFIT-REMIT
           DISPLAY "Benefit remittance written to " WS-REMIT-FILENAME.

       MAINTAIN-BENEFIT-PLANS.
           DISPLAY "1. Add / Update Benefit Plan"
           DISPLAY "2. List Benefit Plans"
           ACCEPT WS-BEN-CHOICE
           EVALUATE WS-BEN-CHOICE
               WHEN 1 PERFORM UPDATE-BENEFIT-PLAN
               WHEN 2 PERFORM LIST-BENEFIT-PLANS
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       UPDATE-BENEFIT-PLAN.
           PERFORM LOAD-BENEFIT-PLANS
           DISPLAY "Enter Plan Code:"
           ACCEPT WS-BEN-PLAN-CODE
           MOVE 0 TO WS-BP-HIT
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-T-CODE(WS-BP-IDX) = WS-BEN-PLAN-CODE
                   MOVE WS-BP-IDX TO WS-BP-HIT
               END-IF
           END-PERFORM
           IF WS-BP-HIT = 0 AND WS-BP-COUNT >= 50
               DISPLAY "Benefit plan table is full."
           ELSE
               MOVE WS-BEN-PLAN-CODE TO BP-PLAN-CODE
               DISPLAY "Enter Plan Name:"
               ACCEPT BP-PLAN-NAME
               DISPLAY "Enter Plan Type (P = Provident Fund, "
                   "H = Group Health, L = Life Cover):"
               ACCEPT BP-PLAN-TYPE
               DISPLAY "Enter Provider Code:"
               ACCEPT BP-PROVIDER
               DISPLAY "Enter Minimum Employee Rate (e.g. 0.0200):"
               ACCEPT BP-MIN-RATE
               DISPLAY "Enter Maximum Employee Rate (e.g. 0.1500):"
               ACCEPT BP-MAX-RATE
               DISPLAY "Enter Employer Rate of Gross (e.g. 0.0500):"
               ACCEPT BP-ER-RATE
               DISPLAY "Enter Employee Fixed Premium per Month:"
               ACCEPT BP-EE-FIXED
               DISPLAY "Enter Employer Fixed Premium per Month:"
               ACCEPT BP-ER-FIXED
               IF BP-MIN-RATE > BP-MAX-RATE
                   DISPLAY "Minimum rate exceeds maximum rate - "
                       "plan not saved."
               ELSE
                   IF WS-BP-HIT = 0
                       ADD 1 TO WS-BP-COUNT
                       MOVE WS-BP-COUNT TO WS-BP-HIT
                   END-IF
                   MOVE BENEFIT-PLAN-REC TO WS-BP-ENTRY(WS-BP-HIT)
                   OPEN OUTPUT BENEFIT-PLAN
                   PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                           UNTIL WS-BP-IDX > WS-BP-COUNT
                       MOVE WS-BP-ENTRY(WS-BP-IDX) TO BENEFIT-PLAN-REC
                       WRITE BENEFIT-PLAN-REC
                   END-PERFORM
                   CLOSE BENEFIT-PLAN
                   MOVE 0 TO EMP-ID
                   MOVE "BENPLAN" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE WS-BEN-PLAN-CODE TO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Benefit plan saved."
               END-IF
           END-IF.

       LIST-BENEFIT-PLANS.
           PERFORM LOAD-BENEFIT-PLANS
           IF WS-BP-COUNT = 0
               DISPLAY "No benefit plans on file."
           ELSE
               DISPLAY "CODE   NAME                 T PROVIDER   "
                   "MIN    MAX    EMPLOYER"
               PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                       UNTIL WS-BP-IDX > WS-BP-COUNT
                   DISPLAY WS-BP-T-CODE(WS-BP-IDX) " "
                       WS-BP-T-NAME(WS-BP-IDX) " "
                       WS-BP-T-TYPE(WS-BP-IDX) " "
                       WS-BP-T-PROVIDER(WS-BP-IDX) " "
                       WS-BP-T-MIN-RATE(WS-BP-IDX) " "
                       WS-BP-T-MAX-RATE(WS-BP-IDX) " "
                       WS-BP-T-ER-RATE(WS-BP-IDX)
               END-PERFORM
           END-IF.

       MAINTAIN-BENEFIT-ENROLLMENT.
           DISPLAY "1. Enroll Employee in Plan"
           DISPLAY "2. List Enrollments for Employee"
           DISPLAY "3. End Enrollment"
           ACCEPT WS-BEN-CHOICE
           EVALUATE WS-BEN-CHOICE
               WHEN 1 PERFORM ENROLL-EMPLOYEE-BENEFIT
               WHEN 2 PERFORM LIST-EMP-BENEFITS
               WHEN 3 PERFORM END-EMP-BENEFIT
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       ENROLL-EMPLOYEE-BENEFIT.
           DISPLAY "Enter Employee ID:"
           ACCEPT EBN-EMP-ID
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE EBN-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated - cannot "
                           "enroll."
                   ELSE
                       MOVE "Y" TO WS-EMP-FOUND
                   END-IF
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               PERFORM LOAD-BENEFIT-PLANS
               DISPLAY "Enter Plan Code:"
               ACCEPT EBN-PLAN-CODE
               MOVE 0 TO WS-BP-HIT
               PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                       UNTIL WS-BP-IDX > WS-BP-COUNT
                   IF WS-BP-T-CODE(WS-BP-IDX) = EBN-PLAN-CODE
                       MOVE WS-BP-IDX TO WS-BP-HIT
                   END-IF
               END-PERFORM
               IF WS-BP-HIT = 0
                   DISPLAY "Benefit plan not found."
               ELSE
                   DISPLAY "Enter Member Number:"
                   ACCEPT EBN-MEMBER-NO
                   MOVE WS-BP-T-MIN-RATE(WS-BP-HIT) TO WS-BEN-RATE-DIS
                   DISPLAY "Enter Employee Rate (minimum "
                       WS-BEN-RATE-DIS "):"
                   ACCEPT EBN-EE-RATE
                   DISPLAY "Enter Start Date (YYYYMMDD):"
                   ACCEPT EBN-START-DATE
                   MOVE 0 TO EBN-END-DATE
                   IF EBN-EE-RATE < WS-BP-T-MIN-RATE(WS-BP-HIT)
                       OR EBN-EE-RATE > WS-BP-T-MAX-RATE(WS-BP-HIT)
                       DISPLAY "Rate outside the plan's range - "
                           "enrollment rejected."
                   ELSE
                       OPEN EXTEND EMP-BENEFIT
                       IF WS-EBN-FILE-STATUS = "35"
                           OPEN OUTPUT EMP-BENEFIT
                       END-IF
                       WRITE EMP-BENEFIT-REC
                       CLOSE EMP-BENEFIT
                       MOVE EBN-EMP-ID TO EMP-ID
                       MOVE "BENENROL" TO WS-ACTION
                       MOVE SPACES TO WS-LOG-BEFORE
                       MOVE SPACES TO WS-LOG-AFTER
                       STRING EBN-PLAN-CODE "/" EBN-START-DATE
                           DELIMITED BY SIZE
                           INTO WS-LOG-AFTER
                       PERFORM LOG-HR-ACTION
                       DISPLAY "Enrollment recorded."
                   END-IF
               END-IF
           END-IF.

       LIST-EMP-BENEFITS.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-BEN-EMP-ID
           PERFORM LOAD-BENEFIT-ENROLLMENTS
           MOVE "N" TO WS-BEN-FOUND
           PERFORM VARYING WS-EBN-IDX FROM 1 BY 1
                   UNTIL WS-EBN-IDX > WS-EBN-COUNT
               IF WS-EBN-T-EMP-ID(WS-EBN-IDX) = WS-BEN-EMP-ID
                   MOVE "Y" TO WS-BEN-FOUND
                   DISPLAY WS-EBN-T-PLAN(WS-EBN-IDX) " "
                       WS-EBN-T-MEMBER(WS-EBN-IDX) " RATE "
                       WS-EBN-T-RATE(WS-EBN-IDX) " FROM "
                       WS-EBN-T-START(WS-EBN-IDX) " TO "
                       WS-EBN-T-END(WS-EBN-IDX)
               END-IF
           END-PERFORM
           IF WS-BEN-FOUND = "N"
               DISPLAY "No enrollments for employee."
           END-IF.

       END-EMP-BENEFIT.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-BEN-EMP-ID
           DISPLAY "Enter Plan Code:"
           ACCEPT WS-BEN-PLAN-CODE
           DISPLAY "Enter End Date (YYYYMMDD):"
           ACCEPT WS-BEN-END-DATE
           MOVE 0 TO WS-BEN-ENDED
           OPEN INPUT EMP-BENEFIT
           IF WS-EBN-FILE-STATUS = "35"
               DISPLAY "No enrollments on file."
           ELSE
               OPEN OUTPUT EMP-BENEFIT-NEW
               MOVE "N" TO WS-BEN-EOF
               PERFORM UNTIL WS-BEN-EOF = "Y"
                   READ EMP-BENEFIT
                       AT END MOVE "Y" TO WS-BEN-EOF
                       NOT AT END
                           IF EBN-EMP-ID = WS-BEN-EMP-ID
                                   AND EBN-PLAN-CODE = WS-BEN-PLAN-CODE
                                   AND EBN-END-DATE = 0
                               MOVE WS-BEN-END-DATE TO EBN-END-DATE
                               ADD 1 TO WS-BEN-ENDED
                           END-IF
                           WRITE EMP-BENEFIT-NEW-REC
                               FROM EMP-BENEFIT-REC
                   END-READ
               END-PERFORM
               CLOSE EMP-BENEFIT
               CLOSE EMP-BENEFIT-NEW
               CALL "SYSTEM" USING
                   "mv EMP_BENEFIT_NEW.tmp EMP_BENEFIT.DAT"
               IF WS-BEN-ENDED > 0
                   MOVE WS-BEN-EMP-ID TO EMP-ID
                   MOVE "BENEND" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING WS-BEN-PLAN-CODE "/" WS-BEN-END-DATE
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Enrollment ended."
               ELSE
                   DISPLAY "No open enrollment found."
               END-IF
           END-IF.

       LOAD-EMP-DEDUCTIONS.
           MOVE 0 TO WS-DED-COUNT
           OPEN INPUT EMP-DEDUCT
           IF WS-DED-FILE-STATUS = "35"
               CLOSE EMP-DEDUCT
               OPEN OUTPUT EMP-DEDUCT
               CLOSE EMP-DEDUCT
               OPEN INPUT EMP-DEDUCT
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-DEDUCT
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF WS-DED-COUNT < 100
                           ADD 1 TO WS-DED-COUNT
                           MOVE DED-EMP-ID TO
                               WS-DED-T-EMP-ID(WS-DED-COUNT)
                           MOVE DED-DESC TO
                               WS-DED-T-DESC(WS-DED-COUNT)
                           MOVE DED-AMOUNT TO
                               WS-DED-T-AMOUNT(WS-DED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-DEDUCT.

       CALC-ONE-PAYSLIP.
           PERFORM PRORATE-PERIOD-GROSS
           MOVE 0 TO WS-PAY-OT-HOURS
           MOVE 0 TO WS-PAY-OT-AMT
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
               IF WS-TS-T-EMP-ID(WS-TS-IDX) = EMP-ID
                   ADD WS-TS-T-OT(WS-TS-IDX) TO WS-PAY-OT-HOURS
               END-IF
           END-PERFORM
           IF WS-PAY-OT-HOURS > 0
               PERFORM GET-GRADE-OT-MULT
               COMPUTE WS-PAY-HOURLY-RATE ROUNDED =
                   SALARY / WS-STD-MONTH-HOURS
               COMPUTE WS-PAY-OT-AMT ROUNDED =
                   WS-PAY-HOURLY-RATE * WS-PAY-OT-HOURS * WS-OT-MULT
               ADD WS-PAY-OT-AMT TO WS-PAY-GROSS
           END-IF
           PERFORM DETERMINE-TAX-RATE
           COMPUTE WS-PAY-TAX ROUNDED =
               WS-PAY-GROSS * WS-PAY-TAX-RATE
           COMPUTE WS-PAY-SSO ROUNDED =
               WS-PAY-GROSS * WS-SSO-RATE
           IF WS-PAY-SSO > WS-SSO-CAP
               MOVE WS-SSO-CAP TO WS-PAY-SSO
           END-IF
           MOVE 0 TO WS-PAY-OTHER-DED
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-T-EMP-ID(WS-DED-IDX) = EMP-ID
                   ADD WS-DED-T-AMOUNT(WS-DED-IDX)
                       TO WS-PAY-OTHER-DED
               END-IF
           END-PERFORM
           PERFORM APPLY-LOAN-DEDUCTION
           PERFORM CALC-BENEFIT-CONTRIBS
           PERFORM CALC-EXPENSE-REIMB
           PERFORM CALC-RETRO-PAY
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-TAX
               - WS-PAY-SSO - WS-PAY-OTHER-DED - WS-PAY-BEN-EE
               + WS-PAY-EXPENSE
               + WS-PAY-RETRO - WS-PAY-RETRO-TAX - WS-PAY-RETRO-SSO
           ADD 1 TO WS-PAY-COUNT
           ADD WS-PAY-GROSS TO WS-PAY-TOTAL-GROSS
           ADD WS-PAY-NET TO WS-PAY-TOTAL-NET
           PERFORM WRITE-REGISTER-LINE
           IF WS-PAY-RUN-TYPE = "F"
               PERFORM WRITE-PAYREG-HIST
           ELSE
               PERFORM CHECK-PAY-VARIANCE
           END-IF
           PERFORM ACCUM-GL-AMOUNTS
           PERFORM WRITE-PAYSLIP.

       LOAD-APPROVED-CLAIMS.
           MOVE 0 TO WS-XC-COUNT
           MOVE "N" TO WS-XC-OVERFLOW
           OPEN INPUT EXPENSE-CLAIM
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EXP-EOF
               PERFORM UNTIL WS-EXP-EOF = "Y"
                   READ EXPENSE-CLAIM
                       AT END MOVE "Y" TO WS-EXP-EOF
                       NOT AT END
                           IF EC-APPROVED
                               IF WS-XC-COUNT < 1000
                                   ADD 1 TO WS-XC-COUNT
                                   MOVE EC-CLAIM-ID
                                       TO WS-XC-CLAIM-ID(WS-XC-COUNT)
                                   MOVE EC-EMP-ID
                                       TO WS-XC-EMP-ID(WS-XC-COUNT)
                                   MOVE EC-AMOUNT
                                       TO WS-XC-AMOUNT(WS-XC-COUNT)
                                   MOVE "N" TO WS-XC-PAID(WS-XC-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-XC-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM
           END-IF
           IF WS-XC-OVERFLOW = "Y"
               DISPLAY "WARNING: approved claim table full - "
                   "remaining claims wait for the next run."
           END-IF.

       CALC-EXPENSE-REIMB.
           MOVE 0 TO WS-PAY-EXPENSE
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               IF WS-XC-EMP-ID(WS-XC-IDX) = EMP-ID
                   ADD WS-XC-AMOUNT(WS-XC-IDX) TO WS-PAY-EXPENSE
                   MOVE "Y" TO WS-XC-PAID(WS-XC-IDX)
               END-IF
           END-PERFORM
           IF WS-PAY-EXPENSE > 0
               PERFORM ACCUM-EXPENSE-GL
           END-IF.

       ACCUM-EXPENSE-GL.
           ADD WS-PAY-EXPENSE TO WS-GL-EXP-TOTAL
           MOVE EMP-RECORD TO WS-EMP-SAVE-REC
           MOVE EMP-ID TO WS-ALLOC-EMP-ID
           PERFORM LOAD-EMP-ALLOCATION
           MOVE WS-EMP-SAVE-REC TO EMP-RECORD
           IF WS-ALLOC-COUNT = 0
               MOVE DEPT-NAME TO WS-EXP-GL-DEPT
               MOVE WS-PAY-EXPENSE TO WS-EXP-GL-AMT
               PERFORM ADD-EXPENSE-GL-LINE
           ELSE
               MOVE 0 TO WS-EXP-SHARED
               PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                       UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
                   IF WS-ALLOC-IDX = WS-ALLOC-COUNT
                       COMPUTE WS-EXP-SHARE =
                           WS-PAY-EXPENSE - WS-EXP-SHARED
                   ELSE
                       COMPUTE WS-EXP-SHARE ROUNDED = WS-PAY-EXPENSE
                           * WS-ALLOC-PCT(WS-ALLOC-IDX) / 100
                   END-IF
                   ADD WS-EXP-SHARE TO WS-EXP-SHARED
                   MOVE WS-ALLOC-DEPT(WS-ALLOC-IDX) TO WS-EXP-GL-DEPT
                   MOVE WS-EXP-SHARE TO WS-EXP-GL-AMT
                   PERFORM ADD-EXPENSE-GL-LINE
               END-PERFORM
           END-IF.

       ADD-EXPENSE-GL-LINE.
           MOVE "N" TO WS-GLX-FOUND
           PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
                   UNTIL WS-GLX-IDX > WS-GLX-COUNT
               IF WS-GLX-DEPT(WS-GLX-IDX) = WS-EXP-GL-DEPT
                   MOVE "Y" TO WS-GLX-FOUND
                   ADD WS-EXP-GL-AMT TO WS-GLX-AMOUNT(WS-GLX-IDX)
               END-IF
           END-PERFORM
           IF WS-GLX-FOUND = "N" AND WS-GLX-COUNT < 50
               ADD 1 TO WS-GLX-COUNT
               MOVE WS-EXP-GL-DEPT TO WS-GLX-DEPT(WS-GLX-COUNT)
               MOVE WS-EXP-GL-AMT TO WS-GLX-AMOUNT(WS-GLX-COUNT)
           END-IF.

       MARK-CLAIMS-PAID.
           OPEN INPUT EXPENSE-CLAIM
           IF WS-EC-FILE-STATUS NOT = "35"
               OPEN OUTPUT EXPENSE-CLAIM-NEW
               MOVE "N" TO WS-EXP-EOF
               PERFORM UNTIL WS-EXP-EOF = "Y"
                   READ EXPENSE-CLAIM
                       AT END MOVE "Y" TO WS-EXP-EOF
                       NOT AT END
                           IF EC-APPROVED
                               PERFORM MARK-ONE-CLAIM-PAID
                           END-IF
                           WRITE EXPENSE-CLAIM-NEW-REC
                               FROM EXPENSE-CLAIM-REC
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM
               CLOSE EXPENSE-CLAIM-NEW
               CALL "SYSTEM" USING
                   "mv EXPENSE_CLAIM_NEW.tmp EXPENSE_CLAIM.DAT"
           END-IF.

       MARK-ONE-CLAIM-PAID.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               IF WS-XC-CLAIM-ID(WS-XC-IDX) = EC-CLAIM-ID
                       AND WS-XC-PAID(WS-XC-IDX) = "Y"
                   SET EC-PAID TO TRUE
                   MOVE WS-TS-PERIOD TO EC-PAID-PERIOD
               END-IF
           END-PERFORM.

       MAINTAIN-EXPENSE-CLAIMS.
           DISPLAY "1. Enter Expense Claim for Employee"
           DISPLAY "2. Approve / Reject Claims Awaiting Me"
           DISPLAY "3. Maintain Grade Approval Limits"
           ACCEPT WS-EXP-CHOICE
           EVALUATE WS-EXP-CHOICE
               WHEN 1
                   DISPLAY "Enter Employee ID:"
                   ACCEPT WS-EXP-EMP-ID
                   PERFORM RECORD-EXPENSE-CLAIM
               WHEN 2 PERFORM APPROVE-EXPENSE-CLAIMS
               WHEN 3 PERFORM MAINTAIN-CLAIM-LIMITS
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       RECORD-EXPENSE-CLAIM.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE WS-EXP-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated - no claim "
                           "recorded."
                   ELSE
                       MOVE "Y" TO WS-EMP-FOUND
                       MOVE EMP-MGR-ID TO WS-EXP-MGR-ID
                   END-IF
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               MOVE 1 TO WS-EXP-NEXT-ID
               OPEN INPUT EXPENSE-CLAIM
               IF WS-EC-FILE-STATUS NOT = "35"
                   MOVE "N" TO WS-EXP-EOF
                   PERFORM UNTIL WS-EXP-EOF = "Y"
                       READ EXPENSE-CLAIM
                           AT END MOVE "Y" TO WS-EXP-EOF
                           NOT AT END
                               IF EC-CLAIM-ID >= WS-EXP-NEXT-ID
                                   COMPUTE WS-EXP-NEXT-ID =
                                       EC-CLAIM-ID + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXPENSE-CLAIM
               END-IF
               MOVE SPACES TO EXPENSE-CLAIM-REC
               MOVE WS-EXP-NEXT-ID TO EC-CLAIM-ID
               MOVE WS-EXP-EMP-ID TO EC-EMP-ID
               DISPLAY "Enter Expense Date (YYYYMMDD):"
               ACCEPT EC-DATE
               DISPLAY "Enter Category (TRAVEL, MEALS, LODGING, ...):"
               ACCEPT EC-CATEGORY
               DISPLAY "Enter Amount:"
               ACCEPT EC-AMOUNT
               DISPLAY "Enter Receipt Reference:"
               ACCEPT EC-RECEIPT-REF
               SET EC-PENDING TO TRUE
               MOVE WS-EXP-MGR-ID TO EC-APPROVER-ID
               MOVE 0 TO EC-DECISION-DATE
               MOVE 0 TO EC-PAID-PERIOD
               MOVE FUNCTION CURRENT-DATE(1:8) TO EC-SUBMIT-DATE
               IF EC-AMOUNT = 0 OR EC-RECEIPT-REF = SPACES
                   DISPLAY "Claim rejected: amount and receipt "
                       "reference are required."
               ELSE
                   OPEN EXTEND EXPENSE-CLAIM
                   IF WS-EC-FILE-STATUS = "35"
                       OPEN OUTPUT EXPENSE-CLAIM
                   END-IF
                   WRITE EXPENSE-CLAIM-REC
                   CLOSE EXPENSE-CLAIM
                   MOVE WS-EXP-EMP-ID TO EMP-ID
                   MOVE "EXPCLAIM" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING EC-CLAIM-ID "/" EC-AMOUNT
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   IF WS-EXP-MGR-ID = 0
                       DISPLAY "Claim " EC-CLAIM-ID " recorded - no "
                           "manager on file, awaiting HR approval."
                   ELSE
                       DISPLAY "Claim " EC-CLAIM-ID " recorded - "
                           "awaiting approval by " WS-EXP-MGR-ID
                   END-IF
               END-IF
           END-IF.

       APPROVE-EXPENSE-CLAIMS.
           MOVE WS-USER-EMP-ID TO WS-EXP-APPROVER
           MOVE SPACES TO WS-EXP-APPR-GRADE
           MOVE 0 TO WS-EXP-APPR-MGR
           MOVE 0 TO WS-EXP-APPR-LIMIT
           IF WS-EXP-APPROVER > 0
               OPEN INPUT EMP-MASTER
               MOVE WS-EXP-APPROVER TO EMP-ID
               READ EMP-MASTER KEY IS EMP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-GRADE TO WS-EXP-APPR-GRADE
                       MOVE EMP-MGR-ID TO WS-EXP-APPR-MGR
               END-READ
               CLOSE EMP-MASTER
               PERFORM LOAD-CLAIM-LIMITS
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                   IF WS-CL-T-GRADE(WS-CL-IDX) = WS-EXP-APPR-GRADE
                       MOVE WS-CL-T-LIMIT(WS-CL-IDX)
                           TO WS-EXP-APPR-LIMIT
                   END-IF
               END-PERFORM
               MOVE WS-EXP-APPR-LIMIT TO WS-EXP-AMT-DIS
               DISPLAY "Your approval limit per claim: " WS-EXP-AMT-DIS
           END-IF
           MOVE 0 TO WS-EXP-SEEN
           OPEN INPUT EXPENSE-CLAIM
           IF WS-EC-FILE-STATUS = "35"
               DISPLAY "No expense claims on file."
           ELSE
               OPEN OUTPUT EXPENSE-CLAIM-NEW
               MOVE "N" TO WS-EXP-EOF
               PERFORM UNTIL WS-EXP-EOF = "Y"
                   READ EXPENSE-CLAIM
                       AT END MOVE "Y" TO WS-EXP-EOF
                       NOT AT END
                           IF EC-PENDING
                                   AND EC-APPROVER-ID = WS-EXP-APPROVER
                                   AND EC-EMP-ID NOT = WS-EXP-APPROVER
                               PERFORM DECIDE-ONE-CLAIM
                           END-IF
                           WRITE EXPENSE-CLAIM-NEW-REC
                               FROM EXPENSE-CLAIM-REC
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM
               CLOSE EXPENSE-CLAIM-NEW
               CALL "SYSTEM" USING
                   "mv EXPENSE_CLAIM_NEW.tmp EXPENSE_CLAIM.DAT"
               IF WS-EXP-SEEN = 0
                   DISPLAY "No claims awaiting your approval."
               END-IF
           END-IF.

       DECIDE-ONE-CLAIM.
           ADD 1 TO WS-EXP-SEEN
           MOVE EC-AMOUNT TO WS-EXP-AMT-DIS
           DISPLAY "Claim " EC-CLAIM-ID "  Employee " EC-EMP-ID
               "  " EC-DATE "  " EC-CATEGORY
           DISPLAY "  Amount " WS-EXP-AMT-DIS "  Receipt "
               EC-RECEIPT-REF
           DISPLAY "  A = Approve, R = Reject, anything else = skip:"
           ACCEPT WS-EXP-DECISION
           EVALUATE WS-EXP-DECISION
               WHEN "A"
                   IF WS-EXP-APPROVER > 0
                           AND EC-AMOUNT > WS-EXP-APPR-LIMIT
                       IF WS-EXP-APPR-MGR > 0
                           MOVE WS-EXP-APPR-MGR TO EC-APPROVER-ID
                           DISPLAY "  Above your limit - referred to "
                               WS-EXP-APPR-MGR
                       ELSE
                           MOVE 0 TO EC-APPROVER-ID
                           DISPLAY "  Above your limit - referred to "
                               "HR."
                       END-IF
                   ELSE
                       SET EC-APPROVED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO EC-DECISION-DATE
                       MOVE "EXPAPPR" TO WS-ACTION
                       PERFORM LOG-CLAIM-DECISION
                       DISPLAY "  Approved - will be paid in the "
                           "next payroll run."
                   END-IF
               WHEN "R"
                   SET EC-REJECTED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO EC-DECISION-DATE
                   MOVE "EXPREJ" TO WS-ACTION
                   PERFORM LOG-CLAIM-DECISION
                   DISPLAY "  Rejected."
               WHEN OTHER
                   DISPLAY "  Skipped."
           END-EVALUATE.

       LOG-CLAIM-DECISION.
           MOVE EC-EMP-ID TO EMP-ID
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING EC-CLAIM-ID "/" EC-AMOUNT
               DELIMITED BY SIZE
               INTO WS-LOG-AFTER
           PERFORM LOG-HR-ACTION.

       LOAD-CLAIM-LIMITS.
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT CLAIM-LIMIT
           IF WS-CL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EXP-EOF
               PERFORM UNTIL WS-EXP-EOF = "Y"
                   READ CLAIM-LIMIT
                       AT END MOVE "Y" TO WS-EXP-EOF
                       NOT AT END
                           IF WS-CL-COUNT < 50
                               ADD 1 TO WS-CL-COUNT
                               MOVE CL-GRADE
                                   TO WS-CL-T-GRADE(WS-CL-COUNT)
                               MOVE CL-LIMIT
                                   TO WS-CL-T-LIMIT(WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-LIMIT
           END-IF.

       MAINTAIN-CLAIM-LIMITS.
           PERFORM LOAD-CLAIM-LIMITS
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE WS-CL-T-LIMIT(WS-CL-IDX) TO WS-EXP-AMT-DIS
               DISPLAY WS-CL-T-GRADE(WS-CL-IDX) " " WS-EXP-AMT-DIS
           END-PERFORM
           DISPLAY "Enter Job Grade:"
           ACCEPT WS-CL-GRADE
           MOVE 0 TO WS-CL-HIT
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-T-GRADE(WS-CL-IDX) = WS-CL-GRADE
                   MOVE WS-CL-IDX TO WS-CL-HIT
               END-IF
           END-PERFORM
           IF WS-CL-HIT = 0 AND WS-CL-COUNT >= 50
               DISPLAY "Approval limit table is full."
           ELSE
               IF WS-CL-HIT = 0
                   ADD 1 TO WS-CL-COUNT
                   MOVE WS-CL-COUNT TO WS-CL-HIT
                   MOVE WS-CL-GRADE TO WS-CL-T-GRADE(WS-CL-HIT)
               END-IF
               DISPLAY "Enter Approval Limit per Claim:"
               ACCEPT WS-CL-T-LIMIT(WS-CL-HIT)
               OPEN OUTPUT CLAIM-LIMIT
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                   MOVE WS-CL-T-GRADE(WS-CL-IDX) TO CL-GRADE
                   MOVE WS-CL-T-LIMIT(WS-CL-IDX) TO CL-LIMIT
                   WRITE CLAIM-LIMIT-REC
               END-PERFORM
               CLOSE CLAIM-LIMIT
               MOVE 0 TO EMP-ID
               MOVE "CLAIMLIM" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE WS-CL-GRADE TO WS-LOG-AFTER
               PERFORM LOG-HR-ACTION
               DISPLAY "Approval limit saved."
           END-IF.

       CLAIM-AGING-REPORT-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                   UNTIL WS-AGE-BUCKET > 4
               MOVE 0 TO WS-AGE-COUNT(WS-AGE-BUCKET)
               MOVE 0 TO WS-AGE-AMOUNT(WS-AGE-BUCKET)
           END-PERFORM
           OPEN OUTPUT CLAIM-AGING-REPORT
           MOVE SPACES TO WS-EXP-LINE
           STRING "OUTSTANDING EXPENSE CLAIMS AGING - " WS-TODAY-YMD
               DELIMITED BY SIZE INTO WS-EXP-LINE
           MOVE WS-EXP-LINE TO CLAIM-AGING-REC
           WRITE CLAIM-AGING-REC
           MOVE "CLAIM  EMP   SUBMITTED CATEGORY         AMOUNT ST "
               TO WS-EXP-LINE
           MOVE "WITH  DAYS" TO WS-EXP-LINE(52:10)
           MOVE WS-EXP-LINE TO CLAIM-AGING-REC
           WRITE CLAIM-AGING-REC
           OPEN INPUT EXPENSE-CLAIM
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EXP-EOF
               PERFORM UNTIL WS-EXP-EOF = "Y"
                   READ EXPENSE-CLAIM
                       AT END MOVE "Y" TO WS-EXP-EOF
                       NOT AT END
                           IF EC-PENDING OR EC-APPROVED
                               PERFORM AGE-ONE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM
           END-IF
           MOVE SPACES TO CLAIM-AGING-REC
           WRITE CLAIM-AGING-REC
           PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                   UNTIL WS-AGE-BUCKET > 4
               EVALUATE WS-AGE-BUCKET
                   WHEN 1 MOVE "0-30 DAYS" TO WS-AGE-LABEL
                   WHEN 2 MOVE "31-60 DAYS" TO WS-AGE-LABEL
                   WHEN 3 MOVE "61-90 DAYS" TO WS-AGE-LABEL
                   WHEN 4 MOVE "OVER 90" TO WS-AGE-LABEL
               END-EVALUATE
               MOVE WS-AGE-AMOUNT(WS-AGE-BUCKET) TO WS-AGE-TOT-DIS
               MOVE SPACES TO WS-EXP-LINE
               STRING WS-AGE-LABEL " CLAIMS "
                   WS-AGE-COUNT(WS-AGE-BUCKET)
                   " AMOUNT " WS-AGE-TOT-DIS
                   DELIMITED BY SIZE INTO WS-EXP-LINE
               MOVE WS-EXP-LINE TO CLAIM-AGING-REC
               WRITE CLAIM-AGING-REC
           END-PERFORM
           CLOSE CLAIM-AGING-REPORT
           DISPLAY "*****CREATED EXPENSE CLAIM AGING REPORT*****"
           DISPLAY "Report written to CLAIM_AGING_REPORT.txt".

       AGE-ONE-CLAIM.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(EC-SUBMIT-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30 MOVE 1 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 60 MOVE 2 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 90 MOVE 3 TO WS-AGE-BUCKET
               WHEN OTHER MOVE 4 TO WS-AGE-BUCKET
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-BUCKET)
           ADD EC-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-BUCKET)
           MOVE EC-AMOUNT TO WS-EXP-AMT-DIS
           MOVE SPACES TO WS-EXP-LINE
           IF EC-PENDING
               STRING EC-CLAIM-ID " " EC-EMP-ID " " EC-SUBMIT-DATE
                   "  " EC-CATEGORY " " WS-EXP-AMT-DIS " P  "
                   EC-APPROVER-ID " " WS-AGE-DAYS
                   DELIMITED BY SIZE INTO WS-EXP-LINE
           ELSE
               STRING EC-CLAIM-ID " " EC-EMP-ID " " EC-SUBMIT-DATE
                   "  " EC-CATEGORY " " WS-EXP-AMT-DIS " A  "
                   "PAYRL " WS-AGE-DAYS
                   DELIMITED BY SIZE INTO WS-EXP-LINE
           END-IF
           MOVE WS-EXP-LINE TO CLAIM-AGING-REC
           WRITE CLAIM-AGING-REC.

       CALC-BENEFIT-CONTRIBS.
           MOVE 0 TO WS-PAY-BEN-EE
           MOVE 0 TO WS-PAY-BEN-ER
           PERFORM VARYING WS-EBN-IDX FROM 1 BY 1
                   UNTIL WS-EBN-IDX > WS-EBN-COUNT
               IF WS-EBN-T-EMP-ID(WS-EBN-IDX) = EMP-ID
                       AND WS-EBN-T-START(WS-EBN-IDX) <= WS-PP-END
                       AND (WS-EBN-T-END(WS-EBN-IDX) = 0
                       OR WS-EBN-T-END(WS-EBN-IDX) >= WS-PP-START)
                   PERFORM CALC-ONE-BENEFIT
               END-IF
           END-PERFORM.

       CALC-ONE-BENEFIT.
           MOVE 0 TO WS-BP-HIT
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-T-CODE(WS-BP-IDX) = WS-EBN-T-PLAN(WS-EBN-IDX)
                   MOVE WS-BP-IDX TO WS-BP-HIT
               END-IF
           END-PERFORM
           IF WS-BP-HIT = 0
               DISPLAY "WARNING: employee " EMP-ID
                   " enrolled in unknown plan "
                   WS-EBN-T-PLAN(WS-EBN-IDX)
           ELSE
               COMPUTE WS-BEN-ONE-EE ROUNDED =
                   WS-PAY-GROSS * WS-EBN-T-RATE(WS-EBN-IDX)
                   + WS-BP-T-EE-FIXED(WS-BP-HIT)
               COMPUTE WS-BEN-ONE-ER ROUNDED =
                   WS-PAY-GROSS * WS-BP-T-ER-RATE(WS-BP-HIT)
                   + WS-BP-T-ER-FIXED(WS-BP-HIT)
               ADD WS-BEN-ONE-EE TO WS-PAY-BEN-EE
               ADD WS-BEN-ONE-ER TO WS-PAY-BEN-ER
               IF WS-PAY-RUN-TYPE = "F"
                   IF WS-REMIT-COUNT < 1000
                       ADD 1 TO WS-REMIT-COUNT
                       MOVE WS-BP-T-PROVIDER(WS-BP-HIT)
                           TO WS-RM-PROVIDER(WS-REMIT-COUNT)
                       MOVE WS-BP-T-CODE(WS-BP-HIT)
                           TO WS-RM-PLAN(WS-REMIT-COUNT)
                       MOVE EMP-ID TO WS-RM-EMP-ID(WS-REMIT-COUNT)
                       MOVE EMP-NAME TO WS-RM-EMP-NAME(WS-REMIT-COUNT)
                       MOVE WS-EBN-T-MEMBER(WS-EBN-IDX)
                           TO WS-RM-MEMBER(WS-REMIT-COUNT)
                       MOVE WS-BEN-ONE-EE TO WS-RM-EE(WS-REMIT-COUNT)
                       MOVE WS-BEN-ONE-ER TO WS-RM-ER(WS-REMIT-COUNT)
                       MOVE "N" TO WS-RM-DONE(WS-REMIT-COUNT)
                   ELSE
                       MOVE "Y" TO WS-REMIT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       APPLY-LOAN-DEDUCTION.
           MOVE 0 TO WS-PAY-LOAN-AMT
           MOVE EMP-ID TO LN-EMP-ID
           READ LOAN-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LN-ACTIVE AND LN-BALANCE > 0
                       IF LN-INSTALLMENT > LN-BALANCE
                           MOVE LN-BALANCE TO WS-PAY-LOAN-AMT
                       ELSE
                           MOVE LN-INSTALLMENT TO WS-PAY-LOAN-AMT
                       END-IF
                       IF WS-PAY-RUN-TYPE = "F"
                           SUBTRACT WS-PAY-LOAN-AMT
                               FROM LN-BALANCE
                           IF LN-BALANCE = 0
                               SET LN-CLOSED TO TRUE
                           END-IF
                           REWRITE LOAN-MASTER-REC
                       END-IF
                   END-IF
           END-READ
           ADD WS-PAY-LOAN-AMT TO WS-PAY-OTHER-DED.

       ACCUM-GL-AMOUNTS.
           COMPUTE WS-PAY-GL-GROSS = WS-PAY-GROSS + WS-PAY-RETRO
           MOVE "N" TO WS-GLD-FOUND
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
               IF WS-GLD-DEPT(WS-GLD-IDX) = DEPT-NAME
                   MOVE "Y" TO WS-GLD-FOUND
                   ADD WS-PAY-GL-GROSS TO WS-GLD-AMOUNT(WS-GLD-IDX)
               END-IF
           END-PERFORM
           IF WS-GLD-FOUND = "N" AND WS-GLD-COUNT < 50
               ADD 1 TO WS-GLD-COUNT
               MOVE DEPT-NAME TO WS-GLD-DEPT(WS-GLD-COUNT)
               MOVE WS-PAY-GL-GROSS TO WS-GLD-AMOUNT(WS-GLD-COUNT)
           END-IF
           COMPUTE WS-GL-TAX-TOTAL =
               WS-GL-TAX-TOTAL + WS-PAY-TAX + WS-PAY-RETRO-TAX
           COMPUTE WS-GL-DED-TOTAL =
               WS-GL-DED-TOTAL + WS-PAY-SSO + WS-PAY-OTHER-DED
               + WS-PAY-RETRO-SSO
           ADD WS-PAY-NET TO WS-GL-NET-TOTAL
           ADD WS-PAY-BEN-EE TO WS-GL-BEN-EE-TOTAL
           ADD WS-PAY-BEN-ER TO WS-GL-BEN-ER-TOTAL.

       WRITE-PAYREG-HIST.
           OPEN EXTEND PAYREG-HIST
           IF WS-RH-FILE-STATUS = "35"
               OPEN OUTPUT PAYREG-HIST
           END-IF
           MOVE WS-TS-PERIOD TO RH-PERIOD
           MOVE EMP-ID TO RH-EMP-ID
           MOVE EMP-NAME TO RH-EMP-NAME
           MOVE WS-PAY-GROSS TO RH-GROSS
           MOVE WS-PAY-TAX TO RH-TAX
           MOVE WS-PAY-SSO TO RH-SSO
           MOVE WS-PAY-OTHER-DED TO RH-OTHER
           MOVE WS-PAY-NET TO RH-NET
           MOVE WS-PAY-BEN-EE TO RH-BEN-EE
           MOVE WS-PAY-BEN-ER TO RH-BEN-ER
           MOVE WS-PAY-EXPENSE TO RH-EXPENSE
           MOVE WS-PAY-RETRO TO RH-RETRO-GROSS
           MOVE WS-PAY-RETRO-TAX TO RH-RETRO-TAX
           MOVE WS-PAY-RETRO-SSO TO RH-RETRO-SSO
           MOVE WS-PAY-RUN-ID TO RH-RUN-ID
           WRITE PAYREG-HIST-REC
           CLOSE PAYREG-HIST.

       PURGE-PAYREG-HIST-PERIOD.
           MOVE 0 TO WS-PURGE-KEPT
           OPEN INPUT PAYREG-HIST
           IF WS-RH-FILE-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT PAYREG-HIST-NEW
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PAYREG-HIST
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RH-PERIOD NOT = WS-TS-PERIOD
                                   OR RH-RUN-ID NOT = WS-PAY-RUN-ID
                               WRITE PAYREG-HIST-NEW-REC
                                   FROM PAYREG-HIST-REC
                               ADD 1 TO WS-PURGE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
               CLOSE PAYREG-HIST-NEW
               CALL "SYSTEM" USING
                   "mv PAYREG_HIST_NEW.tmp PAYREG_HIST.DAT"
           END-IF.

       PURGE-RETRO-PAY-PERIOD.
           OPEN INPUT RETRO-PAY
           IF WS-RP-FILE-STATUS NOT = "35"
               OPEN OUTPUT RETRO-PAY-NEW
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ RETRO-PAY
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF RP-PAID-PERIOD NOT = WS-TS-PERIOD
                               WRITE RETRO-PAY-NEW-REC
                                   FROM RETRO-PAY-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY
               CLOSE RETRO-PAY-NEW
               CALL "SYSTEM" USING
                   "mv RETRO_PAY_NEW.tmp RETRO_PAY.DAT"
           END-IF.

       LOAD-RETRO-CANDIDATES.
           MOVE 0 TO WS-RT-CAND-COUNT
           MOVE "N" TO WS-RT-CAND-OVERFLOW
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-TOTAL
           OPEN INPUT PAY-HISTORY
           IF WS-PH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ PAY-HISTORY
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF PH-RETRO-PENDING
                                   OR (PH-RETRO-DONE
                                       AND PH-RETRO-PERIOD
                                           = WS-TS-PERIOD)
                               PERFORM ADD-RETRO-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF
           IF WS-RT-CAND-OVERFLOW = "Y"
               DISPLAY "WARNING: back pay table full - remaining "
                   "employees wait for the next run."
           END-IF.

       ADD-RETRO-CANDIDATE.
           MOVE 0 TO WS-RT-CAND-HIT
           PERFORM VARYING WS-RT-CAND-IDX FROM 1 BY 1
                   UNTIL WS-RT-CAND-IDX > WS-RT-CAND-COUNT
               IF WS-RT-CAND-EMP-ID(WS-RT-CAND-IDX) = PH-EMP-ID
                   MOVE WS-RT-CAND-IDX TO WS-RT-CAND-HIT
               END-IF
           END-PERFORM
           IF WS-RT-CAND-HIT = 0
               IF WS-RT-CAND-COUNT < 500
                   ADD 1 TO WS-RT-CAND-COUNT
                   MOVE WS-RT-CAND-COUNT TO WS-RT-CAND-HIT
                   MOVE PH-EMP-ID
                       TO WS-RT-CAND-EMP-ID(WS-RT-CAND-HIT)
                   MOVE PH-EFFECTIVE-DATE(1:6)
                       TO WS-RT-CAND-PERIOD(WS-RT-CAND-HIT)
                   MOVE "N" TO WS-RT-CAND-DONE(WS-RT-CAND-HIT)
               ELSE
                   MOVE "Y" TO WS-RT-CAND-OVERFLOW
               END-IF
           ELSE
               IF PH-EFFECTIVE-DATE(1:6)
                       < WS-RT-CAND-PERIOD(WS-RT-CAND-HIT)
                   MOVE PH-EFFECTIVE-DATE(1:6)
                       TO WS-RT-CAND-PERIOD(WS-RT-CAND-HIT)
               END-IF
           END-IF.

       OPEN-RETRO-REPORT.
           OPEN OUTPUT RETRO-REPORT
           MOVE SPACES TO WS-RT-LINE
           STRING "RETROACTIVE PAY REPORT - PAID IN PERIOD "
               WS-TS-PERIOD
               DELIMITED BY SIZE INTO WS-RT-LINE
           MOVE WS-RT-LINE TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC
           MOVE "EMP   PERIOD   PAID GROSS  RECALC GROSS    "
               TO WS-RT-LINE
           MOVE "DIFFERENCE      TAX DIFF" TO WS-RT-LINE(47:)
           MOVE WS-RT-LINE TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC.

       CLOSE-RETRO-REPORT.
           MOVE SPACES TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC
           MOVE WS-RT-TOTAL TO WS-RT-AMT-DIS
           MOVE SPACES TO WS-RT-LINE
           STRING "EMPLOYEES WITH BACK PAY: " WS-RT-COUNT
               "   TOTAL BACK PAY: " WS-RT-AMT-DIS
               DELIMITED BY SIZE INTO WS-RT-LINE
           MOVE WS-RT-LINE TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC
           CLOSE RETRO-REPORT.

       CALC-RETRO-PAY.
           MOVE 0 TO WS-PAY-RETRO
           MOVE 0 TO WS-PAY-RETRO-TAX
           MOVE 0 TO WS-PAY-RETRO-SSO
           MOVE 0 TO WS-RT-CAND-HIT
           PERFORM VARYING WS-RT-CAND-IDX FROM 1 BY 1
                   UNTIL WS-RT-CAND-IDX > WS-RT-CAND-COUNT
               IF WS-RT-CAND-EMP-ID(WS-RT-CAND-IDX) = EMP-ID
                   MOVE WS-RT-CAND-IDX TO WS-RT-CAND-HIT
               END-IF
           END-PERFORM
           IF WS-RT-CAND-HIT > 0
               MOVE "Y" TO WS-RT-CAND-DONE(WS-RT-CAND-HIT)
               PERFORM LOAD-RETRO-EMP-DATA
               MOVE WS-TS-PERIOD TO WS-RT-SAVE-PERIOD
               MOVE WS-PAY-GROSS TO WS-RT-SAVE-GROSS
               MOVE WS-PAY-TAX-RATE TO WS-RT-SAVE-RATE
               PERFORM VARYING WS-RT-RH-IDX FROM 1 BY 1
                       UNTIL WS-RT-RH-IDX > WS-RT-RH-COUNT
                   PERFORM RETRO-ONE-PERIOD
               END-PERFORM
               MOVE WS-RT-SAVE-PERIOD TO WS-TS-PERIOD
               PERFORM SET-PAY-PERIOD-RANGE
               MOVE WS-RT-SAVE-GROSS TO WS-PAY-GROSS
               MOVE WS-RT-SAVE-RATE TO WS-PAY-TAX-RATE
               IF WS-PAY-RETRO > 0
                   ADD 1 TO WS-RT-COUNT
                   ADD WS-PAY-RETRO TO WS-RT-TOTAL
               END-IF
           END-IF.

       LOAD-RETRO-EMP-DATA.
           MOVE 0 TO WS-RT-PH-COUNT
           OPEN INPUT PAY-HISTORY
           MOVE "N" TO WS-RT-EOF
           PERFORM UNTIL WS-RT-EOF = "Y"
               READ PAY-HISTORY
                   AT END MOVE "Y" TO WS-RT-EOF
                   NOT AT END
                       IF PH-EMP-ID = EMP-ID AND WS-RT-PH-COUNT < 50
                           ADD 1 TO WS-RT-PH-COUNT
                           MOVE PH-EFFECTIVE-DATE
                               TO WS-RT-PH-EFF(WS-RT-PH-COUNT)
                           MOVE PH-OLD-SALARY
                               TO WS-RT-PH-OLD(WS-RT-PH-COUNT)
                           MOVE PH-NEW-SALARY
                               TO WS-RT-PH-NEW(WS-RT-PH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY
           MOVE 0 TO WS-RT-RH-COUNT
           OPEN INPUT PAYREG-HIST
           IF WS-RH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ PAYREG-HIST
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF RH-EMP-ID = EMP-ID
                                   AND RH-RUN-ID = SPACES
                                   AND RH-PERIOD >=
                                       WS-RT-CAND-PERIOD(WS-RT-CAND-HIT)
                                   AND RH-PERIOD < WS-TS-PERIOD
                                   AND WS-RT-RH-COUNT < 60
                               ADD 1 TO WS-RT-RH-COUNT
                               MOVE RH-PERIOD
                                   TO WS-RT-RH-PERIOD(WS-RT-RH-COUNT)
                               MOVE RH-GROSS
                                   TO WS-RT-RH-GROSS(WS-RT-RH-COUNT)
                               MOVE RH-TAX
                                   TO WS-RT-RH-TAX(WS-RT-RH-COUNT)
                               MOVE RH-SSO
                                   TO WS-RT-RH-SSO(WS-RT-RH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
           END-IF
           MOVE 0 TO WS-RT-PR-COUNT
           OPEN INPUT RETRO-PAY
           IF WS-RP-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ RETRO-PAY
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF RP-EMP-ID = EMP-ID
                                   AND WS-RT-PR-COUNT < 60
                               ADD 1 TO WS-RT-PR-COUNT
                               MOVE RP-PERIOD
                                   TO WS-RT-PR-PERIOD(WS-RT-PR-COUNT)
                               MOVE RP-GROSS-DIFF
                                   TO WS-RT-PR-GROSS(WS-RT-PR-COUNT)
                               MOVE RP-TAX-DIFF
                                   TO WS-RT-PR-TAX(WS-RT-PR-COUNT)
                               MOVE RP-SSO-DIFF
                                   TO WS-RT-PR-SSO(WS-RT-PR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-PAY
           END-IF.

       RETRO-ONE-PERIOD.
           MOVE WS-RT-RH-PERIOD(WS-RT-RH-IDX) TO WS-TS-PERIOD
           PERFORM SET-PAY-PERIOD-RANGE
           PERFORM RETRO-PERIOD-GROSS
           MOVE WS-RT-NEW-GROSS TO WS-PAY-GROSS
           PERFORM DETERMINE-TAX-RATE
           COMPUTE WS-RT-NEW-TAX ROUNDED =
               WS-RT-NEW-GROSS * WS-PAY-TAX-RATE
           COMPUTE WS-RT-NEW-SSO ROUNDED =
               WS-RT-NEW-GROSS * WS-SSO-RATE
           IF WS-RT-NEW-SSO > WS-SSO-CAP
               MOVE WS-SSO-CAP TO WS-RT-NEW-SSO
           END-IF
           MOVE 0 TO WS-RT-PRIOR-GROSS
           MOVE 0 TO WS-RT-PRIOR-TAX
           MOVE 0 TO WS-RT-PRIOR-SSO
           PERFORM VARYING WS-RT-PR-IDX FROM 1 BY 1
                   UNTIL WS-RT-PR-IDX > WS-RT-PR-COUNT
               IF WS-RT-PR-PERIOD(WS-RT-PR-IDX) = WS-TS-PERIOD
                   ADD WS-RT-PR-GROSS(WS-RT-PR-IDX)
                       TO WS-RT-PRIOR-GROSS
                   ADD WS-RT-PR-TAX(WS-RT-PR-IDX) TO WS-RT-PRIOR-TAX
                   ADD WS-RT-PR-SSO(WS-RT-PR-IDX) TO WS-RT-PRIOR-SSO
               END-IF
           END-PERFORM
           COMPUTE WS-RT-DIFF = WS-RT-NEW-GROSS
               - WS-RT-RH-GROSS(WS-RT-RH-IDX) - WS-RT-PRIOR-GROSS
           COMPUTE WS-RT-TAX-DIFF = WS-RT-NEW-TAX
               - WS-RT-RH-TAX(WS-RT-RH-IDX) - WS-RT-PRIOR-TAX
           COMPUTE WS-RT-SSO-DIFF = WS-RT-NEW-SSO
               - WS-RT-RH-SSO(WS-RT-RH-IDX) - WS-RT-PRIOR-SSO
           IF WS-RT-TAX-DIFF < 0
               MOVE 0 TO WS-RT-TAX-DIFF
           END-IF
           IF WS-RT-SSO-DIFF < 0
               MOVE 0 TO WS-RT-SSO-DIFF
           END-IF
           IF WS-RT-DIFF NOT = 0
               PERFORM WRITE-RETRO-REPORT-LINE
           END-IF
           IF WS-RT-DIFF > 0
               ADD WS-RT-DIFF TO WS-PAY-RETRO
               ADD WS-RT-TAX-DIFF TO WS-PAY-RETRO-TAX
               ADD WS-RT-SSO-DIFF TO WS-PAY-RETRO-SSO
               IF WS-PAY-RUN-TYPE = "F"
                   PERFORM WRITE-RETRO-PAY-REC
               END-IF
           END-IF.

       RETRO-PERIOD-GROSS.
           MOVE WS-PP-START-INT TO WS-RT-FROM-INT
           MOVE WS-PP-END-INT TO WS-RT-TO-INT
           IF EMP-HIRE-DATE > WS-PP-START
                   AND EMP-HIRE-DATE <= WS-PP-END
               COMPUTE WS-RT-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
           END-IF
           MOVE WS-PP-END TO WS-RT-DATE
           PERFORM RETRO-SALARY-AT-DATE
           MOVE WS-RT-SAL TO WS-RT-SAL-END
           MOVE 0 TO WS-RT-CHANGE-DATE
           PERFORM VARYING WS-RT-PH-IDX FROM 1 BY 1
                   UNTIL WS-RT-PH-IDX > WS-RT-PH-COUNT
               IF WS-RT-PH-EFF(WS-RT-PH-IDX) > WS-PP-START
                       AND WS-RT-PH-EFF(WS-RT-PH-IDX) <= WS-PP-END
                       AND WS-RT-PH-EFF(WS-RT-PH-IDX)
                           > WS-RT-CHANGE-DATE
                   MOVE WS-RT-PH-EFF(WS-RT-PH-IDX)
                       TO WS-RT-CHANGE-DATE
               END-IF
           END-PERFORM
           MOVE WS-RT-SAL-END TO WS-RT-NEW-GROSS
           IF WS-RT-CHANGE-DATE = 0
               IF WS-PRORATE-TOTAL > 0
                       AND WS-RT-FROM-INT > WS-PP-START-INT
                   MOVE WS-RT-FROM-INT TO WS-BD-FROM-INT
                   MOVE WS-RT-TO-INT TO WS-BD-TO-INT
                   PERFORM COUNT-BUSINESS-DAYS
                   IF WS-BD-COUNT < WS-PRORATE-TOTAL
                       COMPUTE WS-RT-NEW-GROSS ROUNDED =
                           WS-RT-SAL-END * WS-BD-COUNT
                           / WS-PRORATE-TOTAL
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-RT-CHANGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RT-CHANGE-DATE)
               COMPUTE WS-RT-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-RT-CHANGE-INT - 1)
               PERFORM RETRO-SALARY-AT-DATE
               MOVE WS-RT-SAL TO WS-RT-SAL-START
               MOVE WS-RT-FROM-INT TO WS-BD-FROM-INT
               COMPUTE WS-BD-TO-INT = WS-RT-CHANGE-INT - 1
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BD-COUNT TO WS-RT-DAYS-BEFORE
               MOVE WS-RT-CHANGE-INT TO WS-BD-FROM-INT
               IF WS-RT-FROM-INT > WS-RT-CHANGE-INT
                   MOVE WS-RT-FROM-INT TO WS-BD-FROM-INT
               END-IF
               MOVE WS-RT-TO-INT TO WS-BD-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BD-COUNT TO WS-RT-DAYS-AFTER
               IF WS-PRORATE-TOTAL > 0
                   COMPUTE WS-RT-NEW-GROSS ROUNDED =
                       (WS-RT-SAL-START * WS-RT-DAYS-BEFORE
                       + WS-RT-SAL-END * WS-RT-DAYS-AFTER)
                       / WS-PRORATE-TOTAL
               END-IF
           END-IF
           MOVE 0 TO WS-RT-OT-HOURS
           OPEN INPUT TIMESHEET
           IF WS-TS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ TIMESHEET
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF TS-EMP-ID = EMP-ID
                                   AND TS-PERIOD = WS-TS-PERIOD
                               MOVE TS-OT-HOURS TO WS-RT-OT-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET
           END-IF
           IF WS-RT-OT-HOURS > 0
               PERFORM GET-GRADE-OT-MULT
               COMPUTE WS-RT-OT-RATE ROUNDED =
                   WS-RT-SAL-END / WS-STD-MONTH-HOURS
               COMPUTE WS-RT-NEW-GROSS ROUNDED = WS-RT-NEW-GROSS
                   + WS-RT-OT-RATE * WS-RT-OT-HOURS * WS-OT-MULT
           END-IF.

       RETRO-SALARY-AT-DATE.
           MOVE SALARY TO WS-RT-SAL
           MOVE 0 TO WS-RT-BEST-EFF
           MOVE 99999999 TO WS-RT-NEXT-EFF
           PERFORM VARYING WS-RT-PH-IDX FROM 1 BY 1
                   UNTIL WS-RT-PH-IDX > WS-RT-PH-COUNT
               IF WS-RT-PH-EFF(WS-RT-PH-IDX) <= WS-RT-DATE
                   IF WS-RT-PH-EFF(WS-RT-PH-IDX) >= WS-RT-BEST-EFF
                       MOVE WS-RT-PH-EFF(WS-RT-PH-IDX)
                           TO WS-RT-BEST-EFF
                       MOVE WS-RT-PH-NEW(WS-RT-PH-IDX) TO WS-RT-SAL
                   END-IF
               ELSE
                   IF WS-RT-BEST-EFF = 0
                           AND WS-RT-PH-EFF(WS-RT-PH-IDX)
                               < WS-RT-NEXT-EFF
                       MOVE WS-RT-PH-EFF(WS-RT-PH-IDX)
                           TO WS-RT-NEXT-EFF
                       MOVE WS-RT-PH-OLD(WS-RT-PH-IDX) TO WS-RT-SAL
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RETRO-REPORT-LINE.
           MOVE WS-RT-RH-GROSS(WS-RT-RH-IDX) TO WS-RT-OLD-DIS
           MOVE WS-RT-NEW-GROSS TO WS-RT-NEW-DIS
           MOVE WS-RT-DIFF TO WS-RT-DIFF-DIS
           MOVE WS-RT-TAX-DIFF TO WS-RT-TAX-DIS
           MOVE SPACES TO WS-RT-LINE
           IF WS-RT-DIFF > 0
               STRING EMP-ID " " WS-TS-PERIOD "  " WS-RT-OLD-DIS
                   "  " WS-RT-NEW-DIS "  " WS-RT-DIFF-DIS "  "
                   WS-RT-TAX-DIS
                   DELIMITED BY SIZE INTO WS-RT-LINE
           ELSE
               STRING EMP-ID " " WS-TS-PERIOD "  " WS-RT-OLD-DIS
                   "  " WS-RT-NEW-DIS "  " WS-RT-DIFF-DIS
                   "  OVERPAID - NOT RECOVERED"
                   DELIMITED BY SIZE INTO WS-RT-LINE
           END-IF
           MOVE WS-RT-LINE TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC.

       WRITE-RETRO-PAY-REC.
           MOVE EMP-ID TO RP-EMP-ID
           MOVE WS-TS-PERIOD TO RP-PERIOD
           MOVE WS-RT-SAVE-PERIOD TO RP-PAID-PERIOD
           MOVE WS-RT-RH-GROSS(WS-RT-RH-IDX) TO RP-OLD-GROSS
           MOVE WS-RT-NEW-GROSS TO RP-NEW-GROSS
           MOVE WS-RT-DIFF TO RP-GROSS-DIFF
           MOVE WS-RT-TAX-DIFF TO RP-TAX-DIFF
           MOVE WS-RT-SSO-DIFF TO RP-SSO-DIFF
           OPEN EXTEND RETRO-PAY
           IF WS-RP-FILE-STATUS = "35"
               OPEN OUTPUT RETRO-PAY
           END-IF
           WRITE RETRO-PAY-REC
           CLOSE RETRO-PAY.

       MARK-RETRO-DONE.
           OPEN INPUT PAY-HISTORY
           IF WS-PH-FILE-STATUS NOT = "35"
               OPEN OUTPUT PAY-HISTORY-NEW
               MOVE "N" TO WS-RT-EOF
               PERFORM UNTIL WS-RT-EOF = "Y"
                   READ PAY-HISTORY
                       AT END MOVE "Y" TO WS-RT-EOF
                       NOT AT END
                           IF PH-RETRO-PENDING
                               PERFORM MARK-ONE-RETRO-DONE
                           END-IF
                           WRITE PAY-HISTORY-NEW-REC FROM PAY-HIST-REC
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY
               CLOSE PAY-HISTORY-NEW
               CALL "SYSTEM" USING
                   "mv PAY_HISTORY_NEW.tmp PAY_HISTORY.DAT"
           END-IF.

       MARK-ONE-RETRO-DONE.
           PERFORM VARYING WS-RT-CAND-IDX FROM 1 BY 1
                   UNTIL WS-RT-CAND-IDX > WS-RT-CAND-COUNT
               IF WS-RT-CAND-EMP-ID(WS-RT-CAND-IDX) = PH-EMP-ID
                       AND WS-RT-CAND-DONE(WS-RT-CAND-IDX) = "Y"
                   SET PH-RETRO-DONE TO TRUE
                   MOVE WS-TS-PERIOD TO PH-RETRO-PERIOD
               END-IF
           END-PERFORM.

       PRORATE-PERIOD-GROSS.
           MOVE "N" TO WS-PRORATED
           MOVE SALARY TO WS-PAY-GROSS
           MOVE WS-PP-START-INT TO WS-BD-FROM-INT
           MOVE WS-PP-END-INT TO WS-BD-TO-INT
           IF EMP-HIRE-DATE > WS-PP-START
                   AND EMP-HIRE-DATE <= WS-PP-END
               COMPUTE WS-BD-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
           END-IF
           IF EMP-TERMINATED AND EMP-TERM-DATE > 0
                   AND EMP-TERM-DATE < WS-PP-END
                   AND EMP-TERM-DATE >= WS-PP-START
               COMPUTE WS-BD-TO-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-TERM-DATE)
           END-IF
           IF WS-PRORATE-TOTAL > 0
                   AND (WS-BD-FROM-INT > WS-PP-START-INT
                       OR WS-BD-TO-INT < WS-PP-END-INT)
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BD-COUNT TO WS-PRORATE-WORKED
               IF WS-PRORATE-WORKED < WS-PRORATE-TOTAL
                   MOVE "Y" TO WS-PRORATED
                   COMPUTE WS-PAY-GROSS ROUNDED =
                       SALARY * WS-PRORATE-WORKED
                       / WS-PRORATE-TOTAL
               END-IF
           END-IF.

       DETERMINE-TAX-RATE.
           MOVE "N" TO WS-TAX-FOUND
           MOVE 0 TO WS-PAY-TAX-RATE
           IF WS-TAX-COUNT > 0
               MOVE WS-TAX-RATE(WS-TAX-COUNT) TO WS-PAY-TAX-RATE
           END-IF
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-FOUND = "N" AND
                       WS-PAY-GROSS < WS-TAX-MAX-SALARY(WS-TAX-IDX)
                   MOVE WS-TAX-RATE(WS-TAX-IDX) TO WS-PAY-TAX-RATE
                   MOVE "Y" TO WS-TAX-FOUND
               END-IF
           END-PERFORM.

       WRITE-REGISTER-LINE.
           MOVE WS-PAY-GROSS TO WS-PAY-GROSS-DIS
           MOVE WS-PAY-TAX TO WS-PAY-TAX-DIS
           MOVE WS-PAY-SSO TO WS-PAY-SSO-DIS
           COMPUTE WS-PAY-REG-OTHER = WS-PAY-OTHER-DED + WS-PAY-BEN-EE
           MOVE WS-PAY-REG-OTHER TO WS-PAY-OTHER-DIS
           MOVE WS-PAY-NET TO WS-PAY-NET-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING EMP-ID " " EMP-NAME " " WS-PAY-GROSS-DIS " "
               WS-PAY-TAX-DIS " " WS-PAY-SSO-DIS " "
               WS-PAY-OTHER-DIS " " WS-PAY-NET-DIS
               DELIMITED BY SIZE
               INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYROLL-REGISTER-REC
           WRITE PAYROLL-REGISTER-REC
           IF WS-PAY-EXPENSE > 0
               MOVE WS-PAY-EXPENSE TO WS-PAY-EXP-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "      INCL. NON-TAXABLE EXPENSE REIMBURSEMENT "
                   WS-PAY-EXP-DIS
                   DELIMITED BY SIZE
                   INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYROLL-REGISTER-REC
               WRITE PAYROLL-REGISTER-REC
           END-IF
           IF WS-PAY-RETRO > 0
               MOVE WS-PAY-RETRO TO WS-RT-AMT-DIS
               MOVE WS-PAY-RETRO-TAX TO WS-PAY-TAX-DIS
               MOVE WS-PAY-RETRO-SSO TO WS-PAY-SSO-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "      INCL. BACK PAY " WS-RT-AMT-DIS
                   "  TAX " WS-PAY-TAX-DIS "  SSO " WS-PAY-SSO-DIS
                   DELIMITED BY SIZE
                   INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYROLL-REGISTER-REC
               WRITE PAYROLL-REGISTER-REC
           END-IF.

       WRITE-PAYSLIP.
           MOVE SPACES TO WS-PAYSLIP-FILENAME
           STRING "PAYSLIP_" EMP-ID ".txt"
               DELIMITED BY SIZE
               INTO WS-PAYSLIP-FILENAME
           OPEN OUTPUT PAYSLIP-FILE
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "           *** PAYSLIP ***" TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE SPACES TO WS-PAY-LINE
           STRING "EMPLOYEE: " EMP-ID "  " EMP-NAME
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE SPACES TO WS-PAY-LINE
           STRING "DEPT: " DEPT-NAME
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE WS-PAY-GROSS TO WS-PAY-GROSS-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "GROSS SALARY     : " WS-PAY-GROSS-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           IF WS-PRORATED = "Y"
               MOVE SPACES TO WS-PAY-LINE
               STRING "PRO-RATED: " WS-PRORATE-WORKED " OF "
                   WS-PRORATE-TOTAL " BUSINESS DAYS WORKED"
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           IF WS-PAY-OT-HOURS > 0
               MOVE WS-PAY-OT-HOURS TO WS-PAY-OT-HRS-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "OVERTIME HOURS   : " WS-PAY-OT-HRS-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
               MOVE WS-PAY-OT-AMT TO WS-PAY-OT-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "OVERTIME PAY     : " WS-PAY-OT-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           MOVE WS-PAY-TAX TO WS-PAY-TAX-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "TAX              : " WS-PAY-TAX-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE WS-PAY-SSO TO WS-PAY-SSO-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "SOCIAL SECURITY  : " WS-PAY-SSO-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE WS-PAY-OTHER-DED TO WS-PAY-OTHER-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "OTHER DEDUCTIONS : " WS-PAY-OTHER-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           IF WS-PAY-LOAN-AMT > 0
               MOVE WS-PAY-LOAN-AMT TO WS-PAY-LOAN-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "  OF WHICH LOAN  : " WS-PAY-LOAN-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           IF WS-PAY-BEN-EE > 0 OR WS-PAY-BEN-ER > 0
               MOVE WS-PAY-BEN-EE TO WS-PAY-BEN-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "BENEFIT CONTRIB  : " WS-PAY-BEN-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
               MOVE WS-PAY-BEN-ER TO WS-PAY-BEN-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "EMPLOYER BENEFIT : " WS-PAY-BEN-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           IF WS-PAY-EXPENSE > 0
               MOVE WS-PAY-EXPENSE TO WS-PAY-EXP-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "EXPENSE REIMB.   : " WS-PAY-EXP-DIS
                   " (NON-TAXABLE)"
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           IF WS-PAY-RETRO > 0
               MOVE WS-PAY-RETRO TO WS-RT-AMT-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "BACK PAY         : " WS-RT-AMT-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
               MOVE WS-PAY-RETRO-TAX TO WS-RT-AMT-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "BACK PAY TAX     : " WS-RT-AMT-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
               MOVE WS-PAY-RETRO-SSO TO WS-RT-AMT-DIS
               MOVE SPACES TO WS-PAY-LINE
               STRING "BACK PAY SSO     : " WS-RT-AMT-DIS
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               MOVE WS-PAY-LINE TO PAYSLIP-REC
               WRITE PAYSLIP-REC
           END-IF
           MOVE WS-PAY-NET TO WS-PAY-NET-DIS
           MOVE SPACES TO WS-PAY-LINE
           STRING "NET PAY          : " WS-PAY-NET-DIS
               DELIMITED BY SIZE INTO WS-PAY-LINE
           MOVE WS-PAY-LINE TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           MOVE "----------------------------------------"
               TO PAYSLIP-REC
           WRITE PAYSLIP-REC
           CLOSE PAYSLIP-FILE.

       RECORD-APPRAISAL.
           DISPLAY "Enter Employee ID:"
           ACCEPT AP-EMP-ID
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE AP-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee is terminated - no "
                           "appraisal recorded."
                   ELSE
                       MOVE "Y" TO WS-EMP-FOUND
                   END-IF
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               DISPLAY "Enter Appraisal Year (YYYY):"
               ACCEPT AP-PERIOD
               DISPLAY "Enter Rating (1 = lowest, 5 = highest):"
               ACCEPT AP-RATING
               IF AP-RATING < 1 OR AP-RATING > 5
                   DISPLAY "Rating must be 1 to 5. Not recorded."
               ELSE
                   MOVE WS-LOGIN-ID TO AP-REVIEWER
                   DISPLAY "Enter Comments:"
                   ACCEPT AP-COMMENTS
                   OPEN EXTEND APPRAISAL
                   IF WS-APPR-FILE-STATUS = "35"
                       OPEN OUTPUT APPRAISAL
                   END-IF
                   WRITE APPRAISAL-REC
                   CLOSE APPRAISAL
                   MOVE AP-EMP-ID TO EMP-ID
                   MOVE "APPRAISE" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING AP-PERIOD "/R" AP-RATING
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Appraisal recorded."
               END-IF
           END-IF.

       LOAD-MERIT-MATRIX.
           OPEN INPUT MERIT-MATRIX
           IF WS-MERIT-FILE-STATUS = "35"
               CLOSE MERIT-MATRIX
               PERFORM SEED-MERIT-MATRIX
               OPEN INPUT MERIT-MATRIX
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ MERIT-MATRIX
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MM-RATING >= 1 AND MM-RATING <= 5
                           MOVE MM-PCT TO WS-MERIT-PCT(MM-RATING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERIT-MATRIX.

       SEED-MERIT-MATRIX.
           OPEN OUTPUT MERIT-MATRIX
           MOVE 1 TO MM-RATING
           MOVE 0.00 TO MM-PCT
           WRITE MERIT-MATRIX-REC
           MOVE 2 TO MM-RATING
           MOVE 1.00 TO MM-PCT
           WRITE MERIT-MATRIX-REC
           MOVE 3 TO MM-RATING
           MOVE 2.50 TO MM-PCT
           WRITE MERIT-MATRIX-REC
           MOVE 4 TO MM-RATING
           MOVE 4.00 TO MM-PCT
           WRITE MERIT-MATRIX-REC
           MOVE 5 TO MM-RATING
           MOVE 6.00 TO MM-PCT
           WRITE MERIT-MATRIX-REC
           CLOSE MERIT-MATRIX.

       CHECK-LIVE-FINAL-WARNING.
           MOVE "N" TO WS-CS-LIVE-FW
           MOVE 0 TO WS-CS-FW-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CS-TODAY
           OPEN INPUT EMP-CASE
           IF WS-CS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-CS-EOF
               PERFORM UNTIL WS-CS-EOF = "Y"
                   READ EMP-CASE
                       AT END MOVE "Y" TO WS-CS-EOF
                       NOT AT END
                           IF CS-FINAL
                                   AND CS-EXPIRY-DATE >= WS-CS-TODAY
                                   AND (WS-CS-EMP-ID = 0
                                       OR CS-EMP-ID = WS-CS-EMP-ID)
                               MOVE "Y" TO WS-CS-LIVE-FW
                               ADD 1 TO WS-CS-FW-COUNT
                               DISPLAY "*** LIVE FINAL WARNING: "
                                   "Employee " CS-EMP-ID
                                   "  Case " CS-CASE-ID
                                   "  Issued " CS-OPEN-DATE
                                   "  Expires " CS-EXPIRY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CASE
           END-IF.

       MAINTAIN-EMP-CASES.
           DISPLAY "1. Open Case / Issue Warning"
           DISPLAY "2. List Cases for Employee"
           DISPLAY "3. Close Case with Outcome"
           ACCEPT WS-CS-CHOICE
           EVALUATE WS-CS-CHOICE
               WHEN 1 PERFORM OPEN-EMP-CASE
               WHEN 2 PERFORM LIST-EMP-CASES
               WHEN 3 PERFORM CLOSE-EMP-CASE
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       OPEN-EMP-CASE.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-CS-EMP-ID
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE WS-CS-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               MOVE 1 TO WS-CS-NEXT-ID
               OPEN INPUT EMP-CASE
               IF WS-CS-FILE-STATUS NOT = "35"
                   MOVE "N" TO WS-CS-EOF
                   PERFORM UNTIL WS-CS-EOF = "Y"
                       READ EMP-CASE
                           AT END MOVE "Y" TO WS-CS-EOF
                           NOT AT END
                               IF CS-CASE-ID >= WS-CS-NEXT-ID
                                   COMPUTE WS-CS-NEXT-ID =
                                       CS-CASE-ID + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMP-CASE
               END-IF
               MOVE SPACES TO EMP-CASE-REC
               MOVE WS-CS-NEXT-ID TO CS-CASE-ID
               MOVE WS-CS-EMP-ID TO CS-EMP-ID
               DISPLAY "Case type (V = Verbal warning, W = Written "
                   "warning,"
               DISPLAY "           F = Final warning, G = Grievance):"
               ACCEPT CS-TYPE
               DISPLAY "Case / issue date (YYYYMMDD):"
               ACCEPT CS-OPEN-DATE
               MOVE 0 TO CS-CLOSE-DATE
               MOVE 0 TO CS-EXPIRY-DATE
               SET CS-OPEN TO TRUE
               IF CS-WARNING
                   DISPLAY "Warning valid for how many months?"
                   ACCEPT WS-CS-MONTHS
                   MOVE CS-OPEN-DATE TO WS-CHECK-DATE
                   COMPUTE WS-EOM-MONTH = WS-CHK-MONTH + WS-CS-MONTHS
                   MOVE WS-CHK-YEAR TO WS-EOM-YEAR
                   PERFORM UNTIL WS-EOM-MONTH <= 12
                       SUBTRACT 12 FROM WS-EOM-MONTH
                       ADD 1 TO WS-EOM-YEAR
                   END-PERFORM
                   COMPUTE CS-EXPIRY-DATE = WS-EOM-YEAR * 10000
                       + WS-EOM-MONTH * 100 + WS-CHK-DAY
                   IF WS-CHK-DAY > 28
                       COMPUTE CS-EXPIRY-DATE = WS-EOM-YEAR * 10000
                           + WS-EOM-MONTH * 100 + 28
                   END-IF
                   DISPLAY "Outcome / warning reason:"
               ELSE
                   DISPLAY "Grievance subject:"
               END-IF
               ACCEPT CS-OUTCOME
               IF NOT (CS-WARNING OR CS-GRIEVANCE)
                   DISPLAY "Case not recorded: invalid case type."
               ELSE
                   OPEN EXTEND EMP-CASE
                   IF WS-CS-FILE-STATUS = "35"
                       OPEN OUTPUT EMP-CASE
                   END-IF
                   WRITE EMP-CASE-REC
                   CLOSE EMP-CASE
                   MOVE WS-CS-EMP-ID TO EMP-ID
                   MOVE "CASEOPEN" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING CS-CASE-ID "/" CS-TYPE "/" CS-EXPIRY-DATE
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Case " CS-CASE-ID " recorded."
                   IF CS-WARNING
                       DISPLAY "Warning expires " CS-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.

       LIST-EMP-CASES.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-CS-EMP-ID
           MOVE "N" TO WS-CS-FOUND
           OPEN INPUT EMP-CASE
           IF WS-CS-FILE-STATUS NOT = "35"
               DISPLAY "CASE   TYPE           OPENED   CLOSED   "
                   "EXPIRES  STATUS OUTCOME"
               MOVE "N" TO WS-CS-EOF
               PERFORM UNTIL WS-CS-EOF = "Y"
                   READ EMP-CASE
                       AT END MOVE "Y" TO WS-CS-EOF
                       NOT AT END
                           IF CS-EMP-ID = WS-CS-EMP-ID
                               MOVE "Y" TO WS-CS-FOUND
                               PERFORM SET-CASE-NAMES
                               DISPLAY CS-CASE-ID " " WS-CS-TYPE-NAME
                                   " " CS-OPEN-DATE " "
                                   CS-CLOSE-DATE " " CS-EXPIRY-DATE
                                   " " WS-CS-STATUS-NAME " "
                                   CS-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CASE
           END-IF
           IF WS-CS-FOUND = "N"
               DISPLAY "No cases on file for employee " WS-CS-EMP-ID
           END-IF.

       SET-CASE-NAMES.
           EVALUATE TRUE
               WHEN CS-VERBAL MOVE "VERBAL WARNING" TO WS-CS-TYPE-NAME
               WHEN CS-WRITTEN MOVE "WRITTEN WARN." TO WS-CS-TYPE-NAME
               WHEN CS-FINAL MOVE "FINAL WARNING" TO WS-CS-TYPE-NAME
               WHEN OTHER MOVE "GRIEVANCE" TO WS-CS-TYPE-NAME
           END-EVALUATE
           IF CS-OPEN
               MOVE "OPEN" TO WS-CS-STATUS-NAME
           ELSE
               MOVE "CLOSED" TO WS-CS-STATUS-NAME
           END-IF.

       CLOSE-EMP-CASE.
           DISPLAY "Enter Case ID to close:"
           ACCEPT WS-CS-CASE-ID
           MOVE "N" TO WS-CS-FOUND
           OPEN INPUT EMP-CASE
           IF WS-CS-FILE-STATUS = "35"
               DISPLAY "No cases on file."
           ELSE
               OPEN OUTPUT EMP-CASE-NEW
               MOVE "N" TO WS-CS-EOF
               PERFORM UNTIL WS-CS-EOF = "Y"
                   READ EMP-CASE
                       AT END MOVE "Y" TO WS-CS-EOF
                       NOT AT END
                           IF CS-CASE-ID = WS-CS-CASE-ID AND CS-OPEN
                               MOVE "Y" TO WS-CS-FOUND
                               DISPLAY "Employee " CS-EMP-ID
                                   "  Current: " CS-OUTCOME
                               DISPLAY "Enter outcome:"
                               ACCEPT CS-OUTCOME
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO CS-CLOSE-DATE
                               SET CS-CLOSED TO TRUE
                               MOVE CS-EMP-ID TO EMP-ID
                               MOVE CS-CASE-ID TO WS-LOG-BEFORE
                               MOVE CS-OUTCOME TO WS-LOG-AFTER
                           END-IF
                           WRITE EMP-CASE-NEW-REC FROM EMP-CASE-REC
                   END-READ
               END-PERFORM
               CLOSE EMP-CASE
               CLOSE EMP-CASE-NEW
               CALL "SYSTEM" USING "mv EMP_CASE_NEW.tmp EMP_CASE.DAT"
               IF WS-CS-FOUND = "Y"
                   MOVE "CASECLOSE" TO WS-ACTION
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Case " WS-CS-CASE-ID " closed."
               ELSE
                   DISPLAY "Open case " WS-CS-CASE-ID " not found."
               END-IF
           END-IF.

       CASE-EXPIRY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CS-TODAY
           COMPUTE WS-CS-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CS-TODAY) + 30)
           MOVE 0 TO WS-CS-OPEN-COUNT
           MOVE 0 TO WS-CS-EXP-COUNT
           OPEN OUTPUT CASE-REPORT
           MOVE SPACES TO WS-CS-LINE
           STRING "DISCIPLINARY AND GRIEVANCE CASES - " WS-CS-TODAY
               DELIMITED BY SIZE INTO WS-CS-LINE
           MOVE WS-CS-LINE TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE SPACES TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE "OPEN CASES" TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE 1 TO WS-CS-SECTION
           PERFORM WRITE-CASE-REPORT-SECTION
           MOVE SPACES TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE SPACES TO WS-CS-LINE
           STRING "WARNINGS EXPIRING BY " WS-CS-HORIZON
               DELIMITED BY SIZE INTO WS-CS-LINE
           MOVE WS-CS-LINE TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE 2 TO WS-CS-SECTION
           PERFORM WRITE-CASE-REPORT-SECTION
           MOVE SPACES TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           MOVE SPACES TO WS-CS-LINE
           STRING "OPEN CASES: " WS-CS-OPEN-COUNT
               "   WARNINGS EXPIRING: " WS-CS-EXP-COUNT
               DELIMITED BY SIZE INTO WS-CS-LINE
           MOVE WS-CS-LINE TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC
           CLOSE CASE-REPORT
           DISPLAY "*****CREATED CASE REPORT*****"
           DISPLAY "Report written to CASE_REPORT.txt".

       WRITE-CASE-REPORT-SECTION.
           OPEN INPUT EMP-CASE
           IF WS-CS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-CS-EOF
               PERFORM UNTIL WS-CS-EOF = "Y"
                   READ EMP-CASE
                       AT END MOVE "Y" TO WS-CS-EOF
                       NOT AT END
                           IF WS-CS-SECTION = 1 AND CS-OPEN
                               ADD 1 TO WS-CS-OPEN-COUNT
                               PERFORM WRITE-CASE-REPORT-LINE
                           END-IF
                           IF WS-CS-SECTION = 2 AND CS-WARNING
                                   AND CS-EXPIRY-DATE >= WS-CS-TODAY
                                   AND CS-EXPIRY-DATE <= WS-CS-HORIZON
                               ADD 1 TO WS-CS-EXP-COUNT
                               PERFORM WRITE-CASE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-CASE
           END-IF.

       WRITE-CASE-REPORT-LINE.
           PERFORM SET-CASE-NAMES
           MOVE SPACES TO WS-CS-LINE
           STRING "  " CS-CASE-ID " " CS-EMP-ID " " WS-CS-TYPE-NAME
               " " CS-OPEN-DATE " EXP " CS-EXPIRY-DATE " "
               CS-OUTCOME
               DELIMITED BY SIZE INTO WS-CS-LINE
           MOVE WS-CS-LINE TO CASE-REPORT-REC
           WRITE CASE-REPORT-REC.

       FIND-LATEST-APPRAISAL.
           MOVE "N" TO WS-APPR-FOUND
           MOVE 0 TO WS-APPR-RATING
           OPEN INPUT APPRAISAL
           IF WS-APPR-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ APPRAISAL
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AP-EMP-ID = WS-APPR-EMP-ID
                                   AND AP-PERIOD = WS-REVIEW-YEAR
                               MOVE "Y" TO WS-APPR-FOUND
                               MOVE AP-RATING TO WS-APPR-RATING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPRAISAL
           END-IF.

       MAINTAIN-TRAINING.
           DISPLAY "1. Add Certification"
           DISPLAY "2. List Certifications for Employee"
           DISPLAY "3. Delete Certification"
           ACCEPT WS-TRN-CHOICE
           EVALUATE WS-TRN-CHOICE
               WHEN 1 PERFORM ADD-TRAINING-REC
               WHEN 2 PERFORM LIST-TRAINING-RECS
               WHEN 3 PERFORM DELETE-TRAINING-REC
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       ADD-TRAINING-REC.
           DISPLAY "Enter Employee ID:"
           ACCEPT TR-EMP-ID
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMP-MASTER
           MOVE TR-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Employee Not Found"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE EMP-MASTER
           IF WS-EMP-FOUND = "Y"
               DISPLAY "Enter Course Code:"
               ACCEPT TR-COURSE-CODE
               DISPLAY "Enter Completion Date (YYYYMMDD):"
               ACCEPT TR-COMPLETION-DATE
               DISPLAY "Enter Expiry Date (YYYYMMDD, 0 = never):"
               ACCEPT TR-EXPIRY-DATE
               OPEN EXTEND TRAINING
               IF WS-TRNG-FILE-STATUS = "35"
                   OPEN OUTPUT TRAINING
               END-IF
               WRITE TRAINING-REC
               CLOSE TRAINING
               MOVE TR-EMP-ID TO EMP-ID
               MOVE "CERT" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               STRING TR-COURSE-CODE "/" TR-EXPIRY-DATE
                   DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
               PERFORM LOG-HR-ACTION
               DISPLAY "Certification recorded."
           END-IF.

       LIST-TRAINING-RECS.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-TRN-EMP-ID
           MOVE 0 TO WS-TRN-SHOWN
           OPEN INPUT TRAINING
           IF WS-TRNG-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRAINING
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF TR-EMP-ID = WS-TRN-EMP-ID
                               ADD 1 TO WS-TRN-SHOWN
                               DISPLAY TR-COURSE-CODE
                                   " completed " TR-COMPLETION-DATE
                                   " expires " TR-EXPIRY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING
           END-IF
           IF WS-TRN-SHOWN = 0
               DISPLAY "No certifications on file."
           END-IF.

       DELETE-TRAINING-REC.
           DISPLAY "Enter Employee ID:"
           ACCEPT WS-TRN-EMP-ID
           DISPLAY "Enter Course Code to delete:"
           ACCEPT WS-TRN-COURSE
           MOVE 0 TO WS-TRN-DELETED
           OPEN INPUT TRAINING
           IF WS-TRNG-FILE-STATUS = "35"
               DISPLAY "No certifications on file."
           ELSE
               OPEN OUTPUT TRAINING-NEW
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRAINING
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF TR-EMP-ID = WS-TRN-EMP-ID
                                   AND TR-COURSE-CODE = WS-TRN-COURSE
                               ADD 1 TO WS-TRN-DELETED
                           ELSE
                               WRITE TRAINING-NEW-REC
                                   FROM TRAINING-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING
               CLOSE TRAINING-NEW
               CALL "SYSTEM" USING
                   "mv TRAINING_NEW.tmp TRAINING.DAT"
               IF WS-TRN-DELETED > 0
                   MOVE WS-TRN-EMP-ID TO EMP-ID
                   MOVE "CERTDEL" TO WS-ACTION
                   MOVE WS-TRN-COURSE TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Certification deleted."
               ELSE
                   DISPLAY "No matching certification found."
               END-IF
           END-IF.

       CERT-EXPIRY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-CERT-LIMIT-INT = WS-TODAY-INT + 60
           MOVE 0 TO WS-CERT-COUNT

           OPEN INPUT TRAINING
           IF WS-TRNG-FILE-STATUS = "35"
               DISPLAY "No certifications on file."
           ELSE
               OPEN INPUT EMP-MASTER
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRAINING
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM NOTE-EXPIRING-CERT
                   END-READ
               END-PERFORM
               CLOSE EMP-MASTER
               CLOSE TRAINING

               OPEN OUTPUT CERT-EXP-REPORT
               MOVE "CERTIFICATIONS EXPIRING IN THE NEXT 60 DAYS"
                   TO CERT-EXP-REC
               WRITE CERT-EXP-REC
               OPEN INPUT DEPT-MASTER
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM CERT-EXPIRY-ONE-DEPT
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
               MOVE SPACES TO WS-CERT-LINE
               STRING "CERTIFICATIONS LISTED: " WS-CERT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-CERT-LINE
               MOVE WS-CERT-LINE TO CERT-EXP-REC
               WRITE CERT-EXP-REC
               CLOSE CERT-EXP-REPORT
               DISPLAY "*****CREATED CERTIFICATION EXPIRY "
                   "REPORT*****"
               DISPLAY "Report written to CERT_EXPIRY_REPORT.txt"
           END-IF.

       NOTE-EXPIRING-CERT.
           IF TR-EXPIRY-DATE = 0 OR WS-CERT-COUNT >= 200
               CONTINUE
           ELSE
               COMPUTE WS-CERT-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(TR-EXPIRY-DATE)
               IF WS-CERT-EXP-INT >= WS-TODAY-INT
                       AND WS-CERT-EXP-INT <= WS-CERT-LIMIT-INT
                   MOVE TR-EMP-ID TO EMP-ID
                   READ EMP-MASTER KEY IS EMP-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EMP-ACTIVE
                               ADD 1 TO WS-CERT-COUNT
                               MOVE TR-EMP-ID TO
                                   WS-CERT-EMP-ID(WS-CERT-COUNT)
                               MOVE EMP-NAME TO
                                   WS-CERT-NAME(WS-CERT-COUNT)
                               MOVE DEPT-NAME TO
                                   WS-CERT-DEPT(WS-CERT-COUNT)
                               MOVE TR-COURSE-CODE TO
                                   WS-CERT-COURSE(WS-CERT-COUNT)
                               MOVE TR-EXPIRY-DATE TO
                                   WS-CERT-EXPIRY(WS-CERT-COUNT)
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CERT-EXPIRY-ONE-DEPT.
           MOVE 0 TO WS-CERT-DEPT-SHOWN
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-DEPT(WS-CERT-IDX) = DEPT-CODE
                   IF WS-CERT-DEPT-SHOWN = 0
                       MOVE SPACES TO WS-CERT-LINE
                       STRING "DEPT: " DEPT-CODE
                           DELIMITED BY SIZE
                           INTO WS-CERT-LINE
                       MOVE WS-CERT-LINE TO CERT-EXP-REC
                       WRITE CERT-EXP-REC
                   END-IF
                   ADD 1 TO WS-CERT-DEPT-SHOWN
                   MOVE SPACES TO WS-CERT-LINE
                   STRING "  " WS-CERT-EMP-ID(WS-CERT-IDX) " "
                       WS-CERT-NAME(WS-CERT-IDX) " "
                       WS-CERT-COURSE(WS-CERT-IDX)
                       " EXPIRES " WS-CERT-EXPIRY(WS-CERT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   MOVE WS-CERT-LINE TO CERT-EXP-REC
                   WRITE CERT-EXP-REC
               END-IF
           END-PERFORM.

       YEAR-END-TAX-CERTS.
           DISPLAY "Enter tax year (YYYY):"
           ACCEPT WS-YE-YEAR
           MOVE 0 TO WS-YE-COUNT
           MOVE "N" TO WS-YE-OVERFLOW
           MOVE 0 TO WS-YE-TOT-GROSS
           MOVE 0 TO WS-YE-TOT-TAX
           MOVE 0 TO WS-YE-TOT-DED
           MOVE 0 TO WS-YE-TOT-NET
           PERFORM VARYING WS-YE-IDX FROM 1 BY 1
                   UNTIL WS-YE-IDX > 12
               MOVE 0 TO WS-YE-M-GROSS(WS-YE-IDX)
               MOVE 0 TO WS-YE-M-TAX(WS-YE-IDX)
               MOVE 0 TO WS-YE-M-NET(WS-YE-IDX)
           END-PERFORM
           OPEN INPUT PAYREG-HIST
           IF WS-RH-FILE-STATUS = "35"
               DISPLAY "No payroll register history on file."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PAYREG-HIST
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-YE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYREG-HIST
               IF WS-YE-COUNT = 0
                   DISPLAY "No finalized payroll for year "
                       WS-YE-YEAR "."
               ELSE
                   PERFORM VARYING WS-YE-IDX FROM 1 BY 1
                           UNTIL WS-YE-IDX > WS-YE-COUNT
                       PERFORM WRITE-ONE-TAX-CERT
                   END-PERFORM
                   PERFORM WRITE-TAXCERT-CONTROL
                   DISPLAY "Year-end certificates produced: "
                       WS-YE-COUNT
                   DISPLAY "Control page written to "
                       "TAX_CERT_CONTROL.txt"
                   IF WS-YE-OVERFLOW = "Y"
                       DISPLAY "*** RUN INCOMPLETE - EMPLOYEE "
                           "TABLE LIMIT EXCEEDED ***"
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-YE-RECORD.
           DIVIDE RH-PERIOD BY 100 GIVING WS-YE-REC-YEAR
               REMAINDER WS-YE-MONTH
           IF RH-RETRO-GROSS NOT NUMERIC
               MOVE 0 TO RH-RETRO-GROSS
               MOVE 0 TO RH-RETRO-TAX
               MOVE 0 TO RH-RETRO-SSO
           END-IF
           IF WS-YE-REC-YEAR NOT = WS-YE-YEAR
               CONTINUE
           ELSE
               MOVE "N" TO WS-YE-FOUND
               PERFORM VARYING WS-YE-IDX FROM 1 BY 1
                       UNTIL WS-YE-IDX > WS-YE-COUNT
                   IF WS-YE-EMP-ID(WS-YE-IDX) = RH-EMP-ID
                       MOVE "Y" TO WS-YE-FOUND
                       PERFORM ADD-YE-AMOUNTS
                   END-IF
               END-PERFORM
               IF WS-YE-FOUND = "N"
                   IF WS-YE-COUNT < 200
                       ADD 1 TO WS-YE-COUNT
                       MOVE WS-YE-COUNT TO WS-YE-IDX
                       MOVE RH-EMP-ID TO WS-YE-EMP-ID(WS-YE-IDX)
                       MOVE RH-EMP-NAME TO WS-YE-NAME(WS-YE-IDX)
                       MOVE 0 TO WS-YE-GROSS(WS-YE-IDX)
                       MOVE 0 TO WS-YE-TAX(WS-YE-IDX)
                       MOVE 0 TO WS-YE-DED(WS-YE-IDX)
                       MOVE 0 TO WS-YE-NET(WS-YE-IDX)
                       MOVE 0 TO WS-YE-MONTHS(WS-YE-IDX)
                       PERFORM ADD-YE-AMOUNTS
                   ELSE
                       MOVE "Y" TO WS-YE-OVERFLOW
                   END-IF
               END-IF
               IF WS-YE-MONTH >= 1 AND WS-YE-MONTH <= 12
                   ADD RH-GROSS TO WS-YE-M-GROSS(WS-YE-MONTH)
                   ADD RH-TAX TO WS-YE-M-TAX(WS-YE-MONTH)
                   ADD RH-NET TO WS-YE-M-NET(WS-YE-MONTH)
               END-IF
               ADD RH-GROSS TO WS-YE-TOT-GROSS
               ADD RH-TAX TO WS-YE-TOT-TAX
               IF RH-BEN-EE NOT NUMERIC
                   MOVE 0 TO RH-BEN-EE
               END-IF
               COMPUTE WS-YE-TOT-DED =
                   WS-YE-TOT-DED + RH-SSO + RH-OTHER + RH-BEN-EE
               IF WS-YE-MONTH >= 1 AND WS-YE-MONTH <= 12
                   ADD RH-RETRO-GROSS TO WS-YE-M-GROSS(WS-YE-MONTH)
                   ADD RH-RETRO-TAX TO WS-YE-M-TAX(WS-YE-MONTH)
               END-IF
               ADD RH-RETRO-GROSS TO WS-YE-TOT-GROSS
               ADD RH-RETRO-TAX TO WS-YE-TOT-TAX
               ADD RH-RETRO-SSO TO WS-YE-TOT-DED
               ADD RH-NET TO WS-YE-TOT-NET
           END-IF.

       ADD-YE-AMOUNTS.
           COMPUTE WS-YE-GROSS(WS-YE-IDX) =
               WS-YE-GROSS(WS-YE-IDX) + RH-GROSS + RH-RETRO-GROSS
           COMPUTE WS-YE-TAX(WS-YE-IDX) =
               WS-YE-TAX(WS-YE-IDX) + RH-TAX + RH-RETRO-TAX
           IF RH-BEN-EE NOT NUMERIC
               MOVE 0 TO RH-BEN-EE
           END-IF
           COMPUTE WS-YE-DED(WS-YE-IDX) =
               WS-YE-DED(WS-YE-IDX) + RH-SSO + RH-OTHER + RH-BEN-EE
               + RH-RETRO-SSO
           ADD RH-NET TO WS-YE-NET(WS-YE-IDX)
           ADD 1 TO WS-YE-MONTHS(WS-YE-IDX).

       WRITE-ONE-TAX-CERT.
           MOVE SPACES TO WS-TAXCERT-FILENAME
           STRING "TAXCERT_" WS-YE-EMP-ID(WS-YE-IDX)
               "_" WS-YE-YEAR ".txt"
               DELIMITED BY SIZE
               INTO WS-TAXCERT-FILENAME
           OPEN OUTPUT TAXCERT-FILE
           MOVE "----------------------------------------"
               TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE "   ANNUAL EARNINGS AND TAX CERTIFICATE"
               TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE "----------------------------------------"
               TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE SPACES TO WS-YE-LINE
           STRING "TAX YEAR : " WS-YE-YEAR
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE SPACES TO WS-YE-LINE
           STRING "EMPLOYEE : " WS-YE-EMP-ID(WS-YE-IDX)
               "  " WS-YE-NAME(WS-YE-IDX)
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE WS-YE-GROSS(WS-YE-IDX) TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "TOTAL GROSS EARNINGS : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE WS-YE-TAX(WS-YE-IDX) TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "TAX WITHHELD         : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE WS-YE-DED(WS-YE-IDX) TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "OTHER DEDUCTIONS     : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE WS-YE-NET(WS-YE-IDX) TO WS-YE-NET-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "NET PAID             : " WS-YE-NET-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE SPACES TO WS-YE-LINE
           STRING "MONTHS INCLUDED      : "
               WS-YE-MONTHS(WS-YE-IDX)
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-REC
           WRITE TAXCERT-REC
           MOVE "----------------------------------------"
               TO TAXCERT-REC
           WRITE TAXCERT-REC
           CLOSE TAXCERT-FILE.

       WRITE-TAXCERT-CONTROL.
           OPEN OUTPUT TAXCERT-CONTROL
           MOVE SPACES TO WS-YE-LINE
           STRING "TAX CERTIFICATE CONTROL TOTALS - YEAR "
               WS-YE-YEAR
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           MOVE "MONTH      GROSS             TAX              NET"
               TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           PERFORM VARYING WS-YE-MONTH FROM 1 BY 1
                   UNTIL WS-YE-MONTH > 12
               IF WS-YE-M-GROSS(WS-YE-MONTH) NOT = 0
                       OR WS-YE-M-TAX(WS-YE-MONTH) NOT = 0
                   MOVE SPACES TO WS-YE-LINE
                   MOVE WS-YE-M-GROSS(WS-YE-MONTH)
                       TO WS-YE-AMT-DIS
                   MOVE WS-YE-M-NET(WS-YE-MONTH) TO WS-YE-NET-DIS
                   STRING WS-YE-MONTH "  " WS-YE-AMT-DIS
                       DELIMITED BY SIZE INTO WS-YE-LINE
                   MOVE WS-YE-M-TAX(WS-YE-MONTH) TO WS-YE-AMT-DIS
                   STRING "  " WS-YE-AMT-DIS "  " WS-YE-NET-DIS
                       DELIMITED BY SIZE
                       INTO WS-YE-LINE(22:)
                   MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
                   WRITE TAXCERT-CONTROL-REC
               END-IF
           END-PERFORM
           MOVE WS-YE-TOT-GROSS TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "EMPLOYER TOTAL GROSS : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           MOVE WS-YE-TOT-TAX TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "EMPLOYER TOTAL TAX   : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           MOVE WS-YE-TOT-DED TO WS-YE-AMT-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "EMPLOYER TOTAL DEDNS : " WS-YE-AMT-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           MOVE WS-YE-TOT-NET TO WS-YE-NET-DIS
           MOVE SPACES TO WS-YE-LINE
           STRING "EMPLOYER TOTAL NET   : " WS-YE-NET-DIS
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           MOVE SPACES TO WS-YE-LINE
           STRING "CERTIFICATES ISSUED  : " WS-YE-COUNT
               DELIMITED BY SIZE INTO WS-YE-LINE
           MOVE WS-YE-LINE TO TAXCERT-CONTROL-REC
           WRITE TAXCERT-CONTROL-REC
           IF WS-YE-OVERFLOW = "Y"
               MOVE "*** RUN INCOMPLETE - EMPLOYEE TABLE LIMIT" &
                   " EXCEEDED - CERTIFICATES ARE MISSING ***"
                   TO TAXCERT-CONTROL-REC
               WRITE TAXCERT-CONTROL-REC
           END-IF
           CLOSE TAXCERT-CONTROL.

       GENERATE-REVIEW-PROPOSAL.
           MOVE 0 TO WS-CS-EMP-ID
           PERFORM CHECK-LIVE-FINAL-WARNING
           MOVE "Y" TO WS-CS-PROCEED
           IF WS-CS-LIVE-FW = "Y"
               DISPLAY "Proceed with the review proposal? (Y/N):"
               ACCEPT WS-CS-PROCEED
           END-IF
           IF WS-CS-PROCEED = "Y"
               PERFORM BUILD-REVIEW-PROPOSAL
           ELSE
               DISPLAY "Review proposal not generated."
           END-IF.

       BUILD-REVIEW-PROPOSAL.
           DISPLAY "Department filter (blank = all):"
           ACCEPT WS-REVIEW-DEPT-FILTER
           DISPLAY "Job grade filter (blank = all):"
           ACCEPT WS-REVIEW-GRADE-FILTER
           DISPLAY "Appraisal year to apply (YYYY):"
           ACCEPT WS-REVIEW-YEAR
           DISPLAY "Default percentage for unrated employees "
               "(e.g. 03.50):"
           ACCEPT WS-REVIEW-PCT
           PERFORM LOAD-MERIT-MATRIX
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE 0 TO WS-REVIEW-RATED
           MOVE 0 TO WS-REVIEW-UNRATED

           OPEN OUTPUT SAL-REVIEW
           OPEN INPUT EMP-MASTER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-ACTIVE
                           AND (WS-REVIEW-DEPT-FILTER = SPACES
                               OR DEPT-NAME
                                   = WS-REVIEW-DEPT-FILTER)
                           AND (WS-REVIEW-GRADE-FILTER = SPACES
                               OR EMP-GRADE
                                   = WS-REVIEW-GRADE-FILTER)
                           MOVE EMP-ID TO SR-EMP-ID
                           MOVE DEPT-NAME TO SR-DEPT-NAME
                           MOVE SALARY TO SR-OLD-SALARY
                           MOVE EMP-ID TO WS-APPR-EMP-ID
                           PERFORM FIND-LATEST-APPRAISAL
                           IF WS-APPR-FOUND = "Y"
                               COMPUTE SR-NEW-SALARY ROUNDED =
                                   SALARY * (1 +
                                   WS-MERIT-PCT(WS-APPR-RATING)
                                   / 100)
                               ADD 1 TO WS-REVIEW-RATED
                           ELSE
                               COMPUTE SR-NEW-SALARY ROUNDED =
                                   SALARY * (1 + WS-REVIEW-PCT / 100)
                               ADD 1 TO WS-REVIEW-UNRATED
                           END-IF
                           SET SR-PROPOSED TO TRUE
                           WRITE SAL-REVIEW-REC
                           ADD 1 TO WS-REVIEW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           CLOSE SAL-REVIEW

           MOVE 0 TO WS-REVIEW-LAST-CKPT
           PERFORM WRITE-REVIEW-CHECKPOINT

           DISPLAY "Review proposal generated: " WS-REVIEW-COUNT
               " lines in SAL_REVIEW.DAT"
           DISPLAY "  Seeded from appraisal rating: "
               WS-REVIEW-RATED
           DISPLAY "  Default percentage (unrated): "
               WS-REVIEW-UNRATED.

       ADJUST-REVIEW-LINE.
           DISPLAY "Enter Employee ID to adjust:"
           ACCEPT WS-REVIEW-ADJ-ID
           DISPLAY "Enter new proposed salary:"
           ACCEPT WS-REVIEW-ADJ-AMT
           MOVE "N" TO WS-REVIEW-ADJ-FOUND
           OPEN INPUT SAL-REVIEW
           IF WS-REVIEW-FILE-STATUS = "35"
               DISPLAY "No review proposal on file."
           ELSE
               OPEN OUTPUT SAL-REVIEW-NEW
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SAL-REVIEW
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SR-EMP-ID = WS-REVIEW-ADJ-ID
                                   AND SR-PROPOSED
                               MOVE WS-REVIEW-ADJ-AMT
                                   TO SR-NEW-SALARY
                               MOVE "Y" TO WS-REVIEW-ADJ-FOUND
                           END-IF
                           WRITE SAL-REVIEW-NEW-REC
                               FROM SAL-REVIEW-REC
                   END-READ
               END-PERFORM
               CLOSE SAL-REVIEW
               CLOSE SAL-REVIEW-NEW
               CALL "SYSTEM" USING
                   "mv SAL_REVIEW_NEW.tmp SAL_REVIEW.DAT"
               IF WS-REVIEW-ADJ-FOUND = "Y"
                   DISPLAY "Proposal line adjusted."
               ELSE
                   DISPLAY "No proposed line found for that ID."
               END-IF
           END-IF.

       PROJECT-REVIEW-BUDGET.
           OPEN INPUT SAL-REVIEW
           IF WS-REVIEW-FILE-STATUS = "35"
               DISPLAY "No review proposal on file."
           ELSE
               CLOSE SAL-REVIEW
               OPEN OUTPUT REVIEW-PROJ-REPORT
               MOVE "SALARY REVIEW PROJECTION BY DEPARTMENT"
                   TO REVIEW-PROJ-REC
               WRITE REVIEW-PROJ-REC
               MOVE "DEPT       INCREASE          PROJECTED" &
                   " SPENT   BUDGET" TO REVIEW-PROJ-REC
               WRITE REVIEW-PROJ-REC

               OPEN INPUT DEPT-MASTER
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM PROJECT-ONE-DEPT
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
               CLOSE REVIEW-PROJ-REPORT
               DISPLAY "*****CREATED SALARY REVIEW PROJECTION*****"
           END-IF.

       PROJECT-ONE-DEPT.
           MOVE 0 TO WS-REVIEW-DELTA
           OPEN INPUT SAL-REVIEW
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ SAL-REVIEW
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SR-DEPT-NAME = DEPT-CODE AND SR-PROPOSED
                           COMPUTE WS-REVIEW-DELTA =
                               WS-REVIEW-DELTA
                               + SR-NEW-SALARY - SR-OLD-SALARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAL-REVIEW
           IF WS-REVIEW-DELTA NOT = 0
               COMPUTE WS-REVIEW-PROJ-TOTAL =
                   DEPT-SPENT + WS-REVIEW-DELTA
               MOVE WS-REVIEW-DELTA TO WS-REVIEW-DELTA-DIS
               MOVE WS-REVIEW-PROJ-TOTAL TO WS-REVIEW-PROJ-DIS
               MOVE DEPT-BUDGET TO WS-REVIEW-BUDGET-DIS
               MOVE SPACES TO WS-REVIEW-LINE
               STRING DEPT-CODE " " WS-REVIEW-DELTA-DIS " "
                   WS-REVIEW-PROJ-DIS " " WS-REVIEW-BUDGET-DIS
                   DELIMITED BY SIZE
                   INTO WS-REVIEW-LINE
               MOVE WS-REVIEW-LINE TO REVIEW-PROJ-REC
               WRITE REVIEW-PROJ-REC
               IF WS-REVIEW-PROJ-TOTAL > DEPT-BUDGET
                   MOVE "  *** OVER BUDGET ***" TO REVIEW-PROJ-REC
                   WRITE REVIEW-PROJ-REC
               END-IF
           END-IF.

       APPLY-REVIEW-PROPOSAL.
           PERFORM READ-REVIEW-CHECKPOINT
           MOVE 0 TO WS-REVIEW-APPLIED
           MOVE 0 TO WS-REVIEW-REJECTED
           OPEN INPUT SAL-REVIEW
           IF WS-REVIEW-FILE-STATUS = "35"
               DISPLAY "No review proposal on file."
           ELSE
               OPEN OUTPUT SAL-REVIEW-NEW
               OPEN I-O EMP-MASTER
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SAL-REVIEW
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SR-PROPOSED
                                   AND SR-EMP-ID
                                       > WS-REVIEW-LAST-CKPT
                               PERFORM APPLY-ONE-REVIEW-LINE
                           END-IF
                           WRITE SAL-REVIEW-NEW-REC
                               FROM SAL-REVIEW-REC
                   END-READ
               END-PERFORM
               CLOSE EMP-MASTER
               CLOSE SAL-REVIEW
               CLOSE SAL-REVIEW-NEW
               CALL "SYSTEM" USING
                   "mv SAL_REVIEW_NEW.tmp SAL_REVIEW.DAT"
               DISPLAY "Salary review apply completed."
               DISPLAY "  Applied : " WS-REVIEW-APPLIED
               DISPLAY "  Rejected: " WS-REVIEW-REJECTED
           END-IF.

       APPLY-ONE-REVIEW-LINE.
           MOVE SR-EMP-ID TO EMP-ID
           READ EMP-MASTER KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "Review line skipped - employee "
                       SR-EMP-ID " not found"
                   ADD 1 TO WS-REVIEW-REJECTED
               NOT INVALID KEY
                   MOVE SALARY TO WS-OLD-SALARY
                   MOVE DEPT-NAME TO WS-OLD-DEPT-NAME
                   MOVE SR-NEW-SALARY TO SALARY
                   PERFORM VALIDATE-DEPT-BUDGET
                   IF WS-DEPT-VALID
                       REWRITE EMP-RECORD
                           INVALID KEY
                               DISPLAY "Error updating employee "
                                   EMP-ID
                               ADD 1 TO WS-REVIEW-REJECTED
                           NOT INVALID KEY
                               PERFORM APPLY-DEPT-BUDGET
                               MOVE "REVIEW" TO WS-ACTION
                               MOVE SPACES TO WS-LOG-BEFORE
                               MOVE SPACES TO WS-LOG-AFTER
                               STRING WS-OLD-DEPT-NAME
                                   DELIMITED BY SPACE
                                   "/" WS-OLD-SALARY
                                   DELIMITED BY SIZE
                                   INTO WS-LOG-BEFORE
                               STRING DEPT-NAME DELIMITED BY SPACE
                                   "/" SALARY DELIMITED BY SIZE
                                   INTO WS-LOG-AFTER
                               PERFORM LOG-HR-ACTION
                               IF SALARY NOT = WS-OLD-SALARY
                                   PERFORM WRITE-PAY-HISTORY
                               END-IF
                               SET SR-APPLIED TO TRUE
                               ADD 1 TO WS-REVIEW-APPLIED
                               MOVE SR-EMP-ID
                                   TO WS-REVIEW-LAST-CKPT
                               PERFORM WRITE-REVIEW-CHECKPOINT
                       END-REWRITE
                   ELSE
                       DISPLAY "Review line rejected for employee "
                           SR-EMP-ID
                       ADD 1 TO WS-REVIEW-REJECTED
                   END-IF
           END-READ.

       READ-REVIEW-CHECKPOINT.
           MOVE 0 TO WS-REVIEW-LAST-CKPT
           OPEN INPUT REVIEW-CKPT
           IF WS-RVCKPT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ REVIEW-CKPT
                   AT END CONTINUE
                   NOT AT END
                       MOVE RV-CKPT-LAST-EMP-ID
                           TO WS-REVIEW-LAST-CKPT
               END-READ
               CLOSE REVIEW-CKPT
           END-IF.

       WRITE-REVIEW-CHECKPOINT.
           MOVE WS-REVIEW-LAST-CKPT TO RV-CKPT-LAST-EMP-ID
           OPEN OUTPUT REVIEW-CKPT
           WRITE REVIEW-CKPT-REC
           CLOSE REVIEW-CKPT.

       SET-DEFAULT-PROBATION.
           IF EMP-HIRE-DATE = 0
               MOVE 0 TO EMP-PROBATION-END
           ELSE
               COMPUTE WS-PROB-INT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE) + 90
               COMPUTE EMP-PROBATION-END =
                   FUNCTION DATE-OF-INTEGER(WS-PROB-INT)
           END-IF.

       PROBATION-ENDING-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-PROB-LIMIT-INT = WS-TODAY-INT + 30
           MOVE 0 TO WS-PROB-COUNT

           OPEN OUTPUT PROBATION-REPORT
           MOVE "EMPLOYEES ENDING PROBATION IN THE NEXT 30 DAYS"
               TO PROBATION-REPORT-REC
           WRITE PROBATION-REPORT-REC

           OPEN INPUT EMP-MASTER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF EMP-ACTIVE AND EMP-PROBATION-END > 0
                           COMPUTE WS-PROB-INT =
                               FUNCTION INTEGER-OF-DATE
                                   (EMP-PROBATION-END)
                           IF WS-PROB-INT >= WS-TODAY-INT
                                   AND WS-PROB-INT
                                       <= WS-PROB-LIMIT-INT
                               ADD 1 TO WS-PROB-COUNT
                               MOVE SPACES TO WS-EMP-RPT-LINE
                               STRING EMP-ID " " EMP-NAME " "
                                   DEPT-NAME " ENDS "
                                   EMP-PROBATION-END
                                   DELIMITED BY SIZE
                                   INTO WS-EMP-RPT-LINE
                               MOVE WS-EMP-RPT-LINE
                                   TO PROBATION-REPORT-REC
                               WRITE PROBATION-REPORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER

           MOVE SPACES TO WS-EMP-RPT-LINE
           STRING "EMPLOYEES LISTED: " WS-PROB-COUNT
               DELIMITED BY SIZE
               INTO WS-EMP-RPT-LINE
           MOVE WS-EMP-RPT-LINE TO PROBATION-REPORT-REC
           WRITE PROBATION-REPORT-REC
           CLOSE PROBATION-REPORT
           DISPLAY "*****CREATED PROBATION ENDING REPORT*****".

       SERVICE-ANNIVERSARY-REPORT.
           DISPLAY "Enter anniversary month (1-12):"
           ACCEPT WS-ANNIV-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE 0 TO WS-ANNIV-COUNT

           OPEN OUTPUT ANNIV-REPORT
           MOVE SPACES TO WS-EMP-RPT-LINE
           STRING "SERVICE ANNIVERSARIES FOR MONTH " WS-ANNIV-MONTH
               DELIMITED BY SIZE
               INTO WS-EMP-RPT-LINE
           MOVE WS-EMP-RPT-LINE TO ANNIV-REPORT-REC
           WRITE ANNIV-REPORT-REC

           OPEN INPUT EMP-MASTER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE EMP-HIRE-DATE(5:2) TO WS-HIRE-MONTH
                       IF EMP-ACTIVE AND EMP-HIRE-DATE > 0
                               AND WS-HIRE-MONTH = WS-ANNIV-MONTH
                           DIVIDE WS-TODAY-YMD BY 10000
                               GIVING WS-ANNIV-THIS-YEAR
                           DIVIDE EMP-HIRE-DATE BY 10000
                               GIVING WS-ANNIV-HIRE-YEAR
                           COMPUTE WS-SERVICE-YEARS =
                               WS-ANNIV-THIS-YEAR
                               - WS-ANNIV-HIRE-YEAR
                           ADD 1 TO WS-ANNIV-COUNT
                           MOVE SPACES TO WS-EMP-RPT-LINE
                           STRING EMP-ID " " EMP-NAME " "
                               DEPT-NAME " HIRED " EMP-HIRE-DATE
                               " YEARS " WS-SERVICE-YEARS
                               DELIMITED BY SIZE
                               INTO WS-EMP-RPT-LINE
                           MOVE WS-EMP-RPT-LINE TO ANNIV-REPORT-REC
                           WRITE ANNIV-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER

           MOVE SPACES TO WS-EMP-RPT-LINE
           STRING "EMPLOYEES LISTED: " WS-ANNIV-COUNT
               DELIMITED BY SIZE
               INTO WS-EMP-RPT-LINE
           MOVE WS-EMP-RPT-LINE TO ANNIV-REPORT-REC
           WRITE ANNIV-REPORT-REC
           CLOSE ANNIV-REPORT
           DISPLAY "*****CREATED SERVICE ANNIVERSARY REPORT*****".

       ORG-CHART-REPORT-PROC.
           PERFORM LOAD-ORG-TABLE
           IF WS-ORG-COUNT = 0
               DISPLAY "No active employees on file."
           ELSE
               OPEN OUTPUT ORG-CHART-REPORT
               MOVE "ORGANIZATION CHART BY DEPARTMENT"
                   TO ORG-CHART-REC
               WRITE ORG-CHART-REC
               OPEN INPUT DEPT-MASTER
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEPT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           MOVE DEPT-CODE TO WS-ORG-DEPT-CODE
                           PERFORM ORG-CHART-ONE-DEPT
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
               CLOSE ORG-CHART-REPORT
               DISPLAY "*****CREATED ORGANIZATION CHART REPORT*****"
               DISPLAY "Report written to ORG_CHART_REPORT.txt"
           END-IF.

       LOAD-ORG-TABLE.
           MOVE 0 TO WS-ORG-COUNT
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ EMP-MASTER NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EMP-ACTIVE AND WS-ORG-COUNT < 500
                           ADD 1 TO WS-ORG-COUNT
                           MOVE EMP-ID TO
                               WS-ORG-EMP-ID(WS-ORG-COUNT)
                           MOVE EMP-NAME TO
                               WS-ORG-NAME(WS-ORG-COUNT)
                           MOVE DEPT-NAME TO
                               WS-ORG-DEPT(WS-ORG-COUNT)
                           MOVE EMP-GRADE TO
                               WS-ORG-GRADE(WS-ORG-COUNT)
                           MOVE EMP-MGR-ID TO
                               WS-ORG-MGR-ID(WS-ORG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER.

       ORG-CHART-ONE-DEPT.
           MOVE 0 TO WS-ORG-SHOWN
           MOVE 0 TO WS-ORG-STACK-TOP
           PERFORM VARYING WS-ORG-IDX FROM WS-ORG-COUNT BY -1
                   UNTIL WS-ORG-IDX < 1
               IF WS-ORG-DEPT(WS-ORG-IDX) = WS-ORG-DEPT-CODE
                   PERFORM CHECK-ORG-ROOT
                   IF WS-ORG-ROOT = "Y"
                           AND WS-ORG-STACK-TOP < 200
                       ADD 1 TO WS-ORG-STACK-TOP
                       MOVE WS-ORG-IDX TO
                           WS-ORG-STK-IDX(WS-ORG-STACK-TOP)
                       MOVE 0 TO
                           WS-ORG-STK-DEPTH(WS-ORG-STACK-TOP)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORG-STACK-TOP > 0
               MOVE SPACES TO WS-ORG-LINE
               STRING "DEPT: " WS-ORG-DEPT-CODE " (" DEPT-DESC ")"
                   DELIMITED BY SIZE
                   INTO WS-ORG-LINE
               MOVE WS-ORG-LINE TO ORG-CHART-REC
               WRITE ORG-CHART-REC
           END-IF
           PERFORM UNTIL WS-ORG-STACK-TOP = 0
               MOVE WS-ORG-STK-IDX(WS-ORG-STACK-TOP)
                   TO WS-ORG-CUR-IDX
               MOVE WS-ORG-STK-DEPTH(WS-ORG-STACK-TOP)
                   TO WS-ORG-CUR-DEPTH
               SUBTRACT 1 FROM WS-ORG-STACK-TOP
               PERFORM WRITE-ORG-CHART-LINE
               ADD 1 TO WS-ORG-SHOWN
               PERFORM VARYING WS-ORG-JDX FROM WS-ORG-COUNT BY -1
                       UNTIL WS-ORG-JDX < 1
                   IF WS-ORG-DEPT(WS-ORG-JDX) = WS-ORG-DEPT-CODE
                           AND WS-ORG-MGR-ID(WS-ORG-JDX) =
                               WS-ORG-EMP-ID(WS-ORG-CUR-IDX)
                           AND WS-ORG-STACK-TOP < 200
                           AND WS-ORG-CUR-DEPTH < 25
                       ADD 1 TO WS-ORG-STACK-TOP
                       MOVE WS-ORG-JDX TO
                           WS-ORG-STK-IDX(WS-ORG-STACK-TOP)
                       COMPUTE WS-ORG-STK-DEPTH(WS-ORG-STACK-TOP)
                           = WS-ORG-CUR-DEPTH + 1
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-ORG-ROOT.
           IF WS-ORG-MGR-ID(WS-ORG-IDX) = 0
               MOVE "Y" TO WS-ORG-ROOT
           ELSE
               MOVE "Y" TO WS-ORG-ROOT
               PERFORM VARYING WS-ORG-JDX FROM 1 BY 1
                       UNTIL WS-ORG-JDX > WS-ORG-COUNT
                   IF WS-ORG-EMP-ID(WS-ORG-JDX) =
                           WS-ORG-MGR-ID(WS-ORG-IDX)
                           AND WS-ORG-DEPT(WS-ORG-JDX) =
                               WS-ORG-DEPT-CODE
                       MOVE "N" TO WS-ORG-ROOT
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ORG-CHART-LINE.
           MOVE SPACES TO WS-ORG-LINE
           COMPUTE WS-ORG-PAD = (WS-ORG-CUR-DEPTH * 2) + 3
           STRING WS-ORG-EMP-ID(WS-ORG-CUR-IDX) " "
               WS-ORG-NAME(WS-ORG-CUR-IDX) " "
               WS-ORG-GRADE(WS-ORG-CUR-IDX)
               DELIMITED BY SIZE
               INTO WS-ORG-LINE(WS-ORG-PAD:)
           MOVE WS-ORG-LINE TO ORG-CHART-REC
           WRITE ORG-CHART-REC.

       MAINTAIN-REQUISITIONS.
           DISPLAY "1. Raise Job Requisition"
           DISPLAY "2. List Requisitions"
           DISPLAY "3. Record Applicant"
           DISPLAY "4. Move Applicant to Next Stage"
           DISPLAY "5. List Applicants for Requisition"
           DISPLAY "6. Cancel Requisition"
           ACCEPT WS-REQ-CHOICE
           EVALUATE WS-REQ-CHOICE
               WHEN 1 PERFORM RAISE-REQUISITION
               WHEN 2 PERFORM LIST-REQUISITIONS
               WHEN 3 PERFORM RECORD-APPLICANT
               WHEN 4 PERFORM MOVE-APPLICANT-STAGE
               WHEN 5 PERFORM LIST-APPLICANTS
               WHEN 6 PERFORM CANCEL-REQUISITION
               WHEN OTHER DISPLAY "Invalid option"
           END-EVALUATE.

       RAISE-REQUISITION.
           MOVE SPACES TO REQUISITION-REC
           DISPLAY "Enter Department:"
           ACCEPT REQ-DEPT
           DISPLAY "Enter Job Grade:"
           ACCEPT REQ-GRADE
           DISPLAY "Enter Budgeted Salary:"
           ACCEPT REQ-SALARY
           MOVE REQUISITION-REC TO WS-REQ-SAVE-REC
           MOVE "Y" TO WS-REQ-OK
           OPEN INPUT GRADE-MASTER
           MOVE REQ-GRADE TO GRADE-CODE
           READ GRADE-MASTER
               INVALID KEY
                   DISPLAY "Job grade not found in Grade Master: "
                       REQ-GRADE
                   MOVE "N" TO WS-REQ-OK
               NOT INVALID KEY
                   IF REQ-SALARY < GRADE-MIN-SALARY
                       OR REQ-SALARY > GRADE-MAX-SALARY
                       DISPLAY "Salary outside range for grade "
                           GRADE-CODE " (" GRADE-TITLE ")"
                       MOVE "N" TO WS-REQ-OK
                   END-IF
           END-READ
           CLOSE GRADE-MASTER
           MOVE REQ-DEPT TO WS-HC-DEPT-CODE
           PERFORM SCAN-OPEN-REQUISITIONS
           MOVE WS-REQ-SAVE-REC TO REQUISITION-REC
           MOVE 0 TO WS-HC-AUTH
           OPEN INPUT DEPT-MASTER
           MOVE REQ-DEPT TO DEPT-CODE
           READ DEPT-MASTER
               INVALID KEY
                   DISPLAY "Department not found in Dept Master: "
                       REQ-DEPT
                   MOVE "N" TO WS-REQ-OK
               NOT INVALID KEY
                   MOVE DEPT-AUTH-HEADCOUNT TO WS-HC-AUTH
                   COMPUTE WS-REQ-PROJECTED = DEPT-SPENT
                       + WS-REQ-OPEN-SALARY + REQ-SALARY
                   IF WS-REQ-PROJECTED > DEPT-BUDGET
                       DISPLAY "Requisition would push " REQ-DEPT
                           " over its approved budget."
                       DISPLAY "Budget: " DEPT-BUDGET
                           "  Projected total: " WS-REQ-PROJECTED
                       MOVE "N" TO WS-REQ-OK
                   END-IF
           END-READ
           CLOSE DEPT-MASTER
           IF WS-HC-AUTH > 0
               MOVE REQ-DEPT TO WS-HC-DEPT-CODE
               PERFORM COUNT-DEPT-HEADCOUNT
               IF WS-HC-ACTUAL + WS-REQ-OPEN-COUNT + 1 > WS-HC-AUTH
                   DISPLAY "Requisition exceeds establishment for "
                       REQ-DEPT
                   DISPLAY "Authorized: " WS-HC-AUTH
                       "  Current: " WS-HC-ACTUAL
                       "  Open requisitions: " WS-REQ-OPEN-COUNT
                   MOVE "N" TO WS-REQ-OK
               END-IF
           END-IF
           IF WS-REQ-OK = "Y"
               MOVE WS-REQ-SAVE-REC TO REQUISITION-REC
               MOVE WS-REQ-NEXT-ID TO REQ-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO REQ-OPEN-DATE
               MOVE 0 TO REQ-CLOSE-DATE
               MOVE 0 TO REQ-EMP-ID
               SET REQ-OPEN TO TRUE
               OPEN EXTEND REQUISITION
               IF WS-REQ-FILE-STATUS = "35"
                   OPEN OUTPUT REQUISITION
               END-IF
               WRITE REQUISITION-REC
               CLOSE REQUISITION
               MOVE 0 TO EMP-ID
               MOVE "REQRAISE" TO WS-ACTION
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               STRING REQ-ID "/" REQ-DEPT
                   DELIMITED BY SIZE
                   INTO WS-LOG-AFTER
               PERFORM LOG-HR-ACTION
               DISPLAY "Requisition " REQ-ID " approved and opened."
           ELSE
               DISPLAY "Requisition not approved."
           END-IF.

       SCAN-OPEN-REQUISITIONS.
           MOVE 0 TO WS-REQ-OPEN-COUNT
           MOVE 0 TO WS-REQ-OPEN-SALARY
           MOVE 1 TO WS-REQ-NEXT-ID
           OPEN INPUT REQUISITION
           IF WS-REQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ REQUISITION
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF REQ-ID >= WS-REQ-NEXT-ID
                               COMPUTE WS-REQ-NEXT-ID = REQ-ID + 1
                           END-IF
                           IF REQ-OPEN AND REQ-DEPT = WS-HC-DEPT-CODE
                               ADD 1 TO WS-REQ-OPEN-COUNT
                               ADD REQ-SALARY TO WS-REQ-OPEN-SALARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION
           END-IF.

       LIST-REQUISITIONS.
           OPEN INPUT REQUISITION
           IF WS-REQ-FILE-STATUS = "35"
               DISPLAY "No requisitions on file."
           ELSE
               DISPLAY "REQ   DEPT       GRADE SALARY        OPENED   "
                   "STATUS"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ REQUISITION
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           MOVE REQ-SALARY TO WS-REQ-SALARY-DIS
                           DISPLAY REQ-ID " " REQ-DEPT " " REQ-GRADE
                               "  " WS-REQ-SALARY-DIS " "
                               REQ-OPEN-DATE " " REQ-STATUS
                   END-READ
               END-PERFORM
               CLOSE REQUISITION
           END-IF.

       FIND-REQUISITION.
           MOVE "N" TO WS-REQ-FOUND
           OPEN INPUT REQUISITION
           IF WS-REQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ REQUISITION
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF REQ-ID = WS-REQ-TARGET-ID
                               MOVE "Y" TO WS-REQ-FOUND
                               MOVE "Y" TO WS-REQ-EOF
                               MOVE REQUISITION-REC TO WS-REQ-SAVE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION
           END-IF
           IF WS-REQ-FOUND = "Y"
               MOVE WS-REQ-SAVE-REC TO REQUISITION-REC
           END-IF.

       UPDATE-REQUISITION-STATUS.
           OPEN INPUT REQUISITION
           OPEN OUTPUT REQUISITION-NEW
           MOVE "N" TO WS-REQ-EOF
           PERFORM UNTIL WS-REQ-EOF = "Y"
               READ REQUISITION
                   AT END MOVE "Y" TO WS-REQ-EOF
                   NOT AT END
                       IF REQ-ID = WS-REQ-TARGET-ID
                           MOVE WS-REQ-NEW-STATUS TO REQ-STATUS
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO REQ-CLOSE-DATE
                           MOVE EMP-ID TO REQ-EMP-ID
                       END-IF
                       WRITE REQUISITION-NEW-REC FROM REQUISITION-REC
               END-READ
           END-PERFORM
           CLOSE REQUISITION
           CLOSE REQUISITION-NEW
           CALL "SYSTEM" USING
               "mv REQUISITION_NEW.tmp REQUISITION.DAT".

       CANCEL-REQUISITION.
           DISPLAY "Enter Requisition ID to cancel:"
           ACCEPT WS-REQ-TARGET-ID
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND = "N"
               DISPLAY "Requisition not found."
           ELSE
               IF NOT REQ-OPEN
                   DISPLAY "Requisition is not open."
               ELSE
                   MOVE 0 TO EMP-ID
                   MOVE "X" TO WS-REQ-NEW-STATUS
                   PERFORM UPDATE-REQUISITION-STATUS
                   MOVE "REQCANCEL" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING WS-REQ-TARGET-ID "/" REQ-DEPT
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Requisition cancelled."
               END-IF
           END-IF.

       RECORD-APPLICANT.
           DISPLAY "Enter Requisition ID:"
           ACCEPT WS-REQ-TARGET-ID
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND = "N"
               DISPLAY "Requisition not found."
           ELSE
           IF NOT REQ-OPEN
               DISPLAY "Requisition is not open."
           ELSE
               MOVE 1 TO WS-APL-NEXT-ID
               OPEN INPUT APPLICANT
               IF WS-APL-FILE-STATUS NOT = "35"
                   MOVE "N" TO WS-REQ-EOF
                   PERFORM UNTIL WS-REQ-EOF = "Y"
                       READ APPLICANT
                           AT END MOVE "Y" TO WS-REQ-EOF
                           NOT AT END
                               IF APL-ID >= WS-APL-NEXT-ID
                                   COMPUTE WS-APL-NEXT-ID = APL-ID + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPLICANT
               END-IF
               MOVE SPACES TO APPLICANT-REC
               MOVE WS-APL-NEXT-ID TO APL-ID
               MOVE WS-REQ-TARGET-ID TO APL-REQ-ID
               DISPLAY "Enter Applicant Name:"
               ACCEPT APL-NAME
               DISPLAY "Enter National ID (13 chars):"
               ACCEPT APL-NATIONAL-ID
               SET APL-APPLIED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO APL-STAGE-DATE
               MOVE 0 TO APL-OFFER-SALARY
               MOVE 0 TO APL-EMP-ID
               OPEN EXTEND APPLICANT
               IF WS-APL-FILE-STATUS = "35"
                   OPEN OUTPUT APPLICANT
               END-IF
               WRITE APPLICANT-REC
               CLOSE APPLICANT
               DISPLAY "Applicant " APL-ID " recorded against "
                   "requisition " APL-REQ-ID
           END-IF
           END-IF.

       LIST-APPLICANTS.
           DISPLAY "Enter Requisition ID:"
           ACCEPT WS-REQ-TARGET-ID
           OPEN INPUT APPLICANT
           IF WS-APL-FILE-STATUS = "35"
               DISPLAY "No applicants on file."
           ELSE
               DISPLAY "APPL  NAME                 STAGE  SINCE"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ APPLICANT
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF APL-REQ-ID = WS-REQ-TARGET-ID
                               DISPLAY APL-ID " " APL-NAME " "
                                   APL-STAGE "      " APL-STAGE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICANT
           END-IF.

       MOVE-APPLICANT-STAGE.
           DISPLAY "Enter Applicant ID:"
           ACCEPT WS-APL-TARGET-ID
           MOVE "N" TO WS-APL-FOUND
           OPEN INPUT APPLICANT
           IF WS-APL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ APPLICANT
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF APL-ID = WS-APL-TARGET-ID
                               MOVE "Y" TO WS-APL-FOUND
                               MOVE "Y" TO WS-REQ-EOF
                               MOVE APPLICANT-REC TO WS-APL-SAVE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICANT
           END-IF
           IF WS-APL-FOUND = "N"
               DISPLAY "Applicant not found."
           ELSE
               MOVE WS-APL-SAVE-REC TO APPLICANT-REC
               IF APL-ACCEPTED OR APL-REJECTED
                   DISPLAY "Applicant is already closed at stage "
                       APL-STAGE
               ELSE
                   DISPLAY "Current stage: " APL-STAGE
                   DISPLAY "Enter new stage (S=Screened I=Interviewed "
                       "O=Offered A=Accepted R=Rejected):"
                   ACCEPT WS-APL-NEW-STAGE
                   PERFORM APPLY-APPLICANT-STAGE
               END-IF
           END-IF.

       APPLY-APPLICANT-STAGE.
           MOVE "N" TO WS-APL-FOUND
           EVALUATE TRUE
               WHEN WS-APL-NEW-STAGE = "S" AND APL-APPLIED
               WHEN WS-APL-NEW-STAGE = "I" AND APL-SCREENED
               WHEN WS-APL-NEW-STAGE = "R"
                   MOVE "Y" TO WS-APL-FOUND
               WHEN WS-APL-NEW-STAGE = "O" AND APL-INTERVIEWED
                   DISPLAY "Enter Offered Salary:"
                   ACCEPT APL-OFFER-SALARY
                   MOVE "Y" TO WS-APL-FOUND
               WHEN WS-APL-NEW-STAGE = "A" AND APL-OFFERED
                   PERFORM HIRE-ACCEPTED-APPLICANT
                   MOVE WS-APL-SAVE-REC TO APPLICANT-REC
                   IF WS-ADD-DONE = "Y"
                       MOVE EMP-ID TO APL-EMP-ID
                       MOVE "Y" TO WS-APL-FOUND
                   END-IF
               WHEN OTHER
                   DISPLAY "Stage " WS-APL-NEW-STAGE
                       " cannot follow stage " APL-STAGE
           END-EVALUATE
           IF WS-APL-FOUND = "Y"
               MOVE WS-APL-NEW-STAGE TO APL-STAGE
               MOVE FUNCTION CURRENT-DATE(1:8) TO APL-STAGE-DATE
               MOVE APPLICANT-REC TO WS-APL-SAVE-REC
               OPEN INPUT APPLICANT
               OPEN OUTPUT APPLICANT-NEW
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ APPLICANT
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF APL-ID = WS-APL-TARGET-ID
                               MOVE WS-APL-SAVE-REC TO APPLICANT-REC
                           END-IF
                           WRITE APPLICANT-NEW-REC FROM APPLICANT-REC
                   END-READ
               END-PERFORM
               CLOSE APPLICANT
               CLOSE APPLICANT-NEW
               CALL "SYSTEM" USING
                   "mv APPLICANT_NEW.tmp APPLICANT.DAT"
               DISPLAY "Applicant moved to stage " WS-APL-NEW-STAGE
           END-IF.

       HIRE-ACCEPTED-APPLICANT.
           MOVE "N" TO WS-ADD-DONE
           MOVE APL-REQ-ID TO WS-REQ-TARGET-ID
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND = "N" OR NOT REQ-OPEN
               DISPLAY "Requisition " WS-REQ-TARGET-ID
                   " is not open - cannot hire."
           ELSE
               MOVE WS-APL-SAVE-REC TO APPLICANT-REC
               OPEN I-O EMP-MASTER
               DISPLAY "Enter New Employee ID:"
               ACCEPT EMP-ID
               MOVE APL-NAME TO EMP-NAME
               MOVE REQ-DEPT TO DEPT-NAME
               MOVE APL-OFFER-SALARY TO SALARY
               MOVE REQ-GRADE TO EMP-GRADE
               DISPLAY "Enter Hire Date (YYYYMMDD):"
               ACCEPT EMP-HIRE-DATE
               PERFORM SET-DEFAULT-PROBATION
               DISPLAY "Enter Manager Employee ID (0 = none):"
               ACCEPT WS-NEW-MGR-ID
               MOVE APL-NATIONAL-ID TO WS-PD-NATID
               MOVE "P" TO WS-CT-NEW-TYPE
               MOVE 0 TO WS-CT-NEW-END
               PERFORM VALIDATE-AND-WRITE-EMPLOYEE
               CLOSE EMP-MASTER
               IF WS-ADD-DONE = "Y"
                   MOVE "F" TO WS-REQ-NEW-STATUS
                   PERFORM UPDATE-REQUISITION-STATUS
                   MOVE "REQFILL" TO WS-ACTION
                   MOVE SPACES TO WS-LOG-BEFORE
                   MOVE SPACES TO WS-LOG-AFTER
                   STRING WS-REQ-TARGET-ID "/" APL-ID
                       DELIMITED BY SIZE
                       INTO WS-LOG-AFTER
                   PERFORM LOG-HR-ACTION
                   DISPLAY "Employee " EMP-ID " created; requisition "
                       WS-REQ-TARGET-ID " closed."
               END-IF
           END-IF.

       TIME-TO-FILL-REPORT-PROC.
           MOVE 0 TO WS-TTF-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           OPEN INPUT REQUISITION
           IF WS-REQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-REQ-EOF
               PERFORM UNTIL WS-REQ-EOF = "Y"
                   READ REQUISITION
                       AT END MOVE "Y" TO WS-REQ-EOF
                       NOT AT END
                           IF REQ-OPEN OR REQ-FILLED
                               PERFORM ACCUM-TIME-TO-FILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION
           END-IF
           OPEN OUTPUT TIME-TO-FILL-REPORT
           MOVE "TIME-TO-FILL REPORT BY DEPARTMENT"
               TO TIME-TO-FILL-REC
           WRITE TIME-TO-FILL-REC
           MOVE "DEPT       FILLED  AVG DAYS  OPEN  OLDEST OPEN (DAYS)"
               TO TIME-TO-FILL-REC
           WRITE TIME-TO-FILL-REC
           PERFORM VARYING WS-TTF-IDX FROM 1 BY 1
                   UNTIL WS-TTF-IDX > WS-TTF-COUNT
               MOVE 0 TO WS-TTF-AVG
               IF WS-TTF-FILLED(WS-TTF-IDX) > 0
                   COMPUTE WS-TTF-AVG ROUNDED =
                       WS-TTF-TOTAL-DAYS(WS-TTF-IDX)
                       / WS-TTF-FILLED(WS-TTF-IDX)
               END-IF
               MOVE SPACES TO WS-REQ-LINE
               STRING WS-TTF-DEPT(WS-TTF-IDX) " "
                   WS-TTF-FILLED(WS-TTF-IDX) "   "
                   WS-TTF-AVG "     "
                   WS-TTF-OPEN(WS-TTF-IDX) " "
                   WS-TTF-OLDEST(WS-TTF-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REQ-LINE
               MOVE WS-REQ-LINE TO TIME-TO-FILL-REC
               WRITE TIME-TO-FILL-REC
           END-PERFORM
           CLOSE TIME-TO-FILL-REPORT
           DISPLAY "*****CREATED TIME-TO-FILL REPORT*****"
           DISPLAY "Report written to TIME_TO_FILL_REPORT.txt".

       ACCUM-TIME-TO-FILL.
           MOVE 0 TO WS-TTF-HIT
           PERFORM VARYING WS-TTF-IDX FROM 1 BY 1
                   UNTIL WS-TTF-IDX > WS-TTF-COUNT
               IF WS-TTF-DEPT(WS-TTF-IDX) = REQ-DEPT
                   MOVE WS-TTF-IDX TO WS-TTF-HIT
               END-IF
           END-PERFORM
           IF WS-TTF-HIT = 0 AND WS-TTF-COUNT < 100
               ADD 1 TO WS-TTF-COUNT
               MOVE WS-TTF-COUNT TO WS-TTF-HIT
               MOVE REQ-DEPT TO WS-TTF-DEPT(WS-TTF-HIT)
               MOVE 0 TO WS-TTF-FILLED(WS-TTF-HIT)
               MOVE 0 TO WS-TTF-TOTAL-DAYS(WS-TTF-HIT)
               MOVE 0 TO WS-TTF-OPEN(WS-TTF-HIT)
               MOVE 0 TO WS-TTF-OLDEST(WS-TTF-HIT)
           END-IF
           IF WS-TTF-HIT > 0
               IF REQ-FILLED
                   COMPUTE WS-TTF-DAYS =
                       FUNCTION INTEGER-OF-DATE(REQ-CLOSE-DATE)
                       - FUNCTION INTEGER-OF-DATE(REQ-OPEN-DATE)
                   ADD 1 TO WS-TTF-FILLED(WS-TTF-HIT)
                   ADD WS-TTF-DAYS TO WS-TTF-TOTAL-DAYS(WS-TTF-HIT)
               ELSE
                   COMPUTE WS-TTF-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(REQ-OPEN-DATE)
                   ADD 1 TO WS-TTF-OPEN(WS-TTF-HIT)
                   IF WS-TTF-DAYS > WS-TTF-OLDEST(WS-TTF-HIT)
                       MOVE WS-TTF-DAYS TO WS-TTF-OLDEST(WS-TTF-HIT)
                   END-IF
               END-IF
           END-IF.

       VACANCY-REPORT-PROC.
           MOVE 0 TO WS-VAC-AUTH-TOTAL
           MOVE 0 TO WS-VAC-ACT-TOTAL
           OPEN OUTPUT VACANCY-REPORT
           MOVE "DEPARTMENT VACANCY REPORT" TO VACANCY-REPORT-REC
           WRITE VACANCY-REPORT-REC
           MOVE "DEPT       AUTHORIZED  ACTUAL  VACANCIES"
               TO VACANCY-REPORT-REC
           WRITE VACANCY-REPORT-REC
           OPEN INPUT DEPT-MASTER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEPT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM VACANCY-ONE-DEPT
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER
           MOVE SPACES TO WS-VAC-LINE
           STRING "TOTALS: AUTHORIZED " WS-VAC-AUTH-TOTAL
               "  ACTUAL " WS-VAC-ACT-TOTAL
               DELIMITED BY SIZE
               INTO WS-VAC-LINE
           MOVE WS-VAC-LINE TO VACANCY-REPORT-REC
           WRITE VACANCY-REPORT-REC
           CLOSE VACANCY-REPORT
           DISPLAY "*****CREATED DEPARTMENT VACANCY REPORT*****"
           DISPLAY "Report written to VACANCY_REPORT.txt".

       VACANCY-ONE-DEPT.
           MOVE DEPT-CODE TO WS-HC-DEPT-CODE
           MOVE DEPT-AUTH-HEADCOUNT TO WS-HC-AUTH
           PERFORM COUNT-DEPT-HEADCOUNT
           ADD WS-HC-AUTH TO WS-VAC-AUTH-TOTAL
           ADD WS-HC-ACTUAL TO WS-VAC-ACT-TOTAL
           COMPUTE WS-VAC-DELTA = WS-HC-AUTH - WS-HC-ACTUAL
           MOVE WS-VAC-DELTA TO WS-VAC-DELTA-DIS
           MOVE SPACES TO WS-VAC-LINE
           IF WS-HC-AUTH > 0 AND WS-VAC-DELTA < 0
               STRING WS-HC-DEPT-CODE " " WS-HC-AUTH
                   "       " WS-HC-ACTUAL "   " WS-VAC-DELTA-DIS
                   "  *** OVER ESTABLISHMENT ***"
                   DELIMITED BY SIZE
                   INTO WS-VAC-LINE
           ELSE
               STRING WS-HC-DEPT-CODE " " WS-HC-AUTH
                   "       " WS-HC-ACTUAL "   " WS-VAC-DELTA-DIS
                   DELIMITED BY SIZE
                   INTO WS-VAC-LINE
           END-IF
           MOVE WS-VAC-LINE TO VACANCY-REPORT-REC
           WRITE VACANCY-REPORT-REC.

       INTEGRITY-AUDIT.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1 UNTIL WS-IA-IDX > 20
               MOVE 0 TO WS-IA-COUNT(WS-IA-IDX)
           END-PERFORM
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE SPACES TO WS-IA-LINE
           STRING "HR CROSS-FILE INTEGRITY AUDIT - RUN "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-IA-LINE
           MOVE WS-IA-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "CHK KEY        EXCEPTION" TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           PERFORM IA-LOAD-MASTERS
           IF WS-IA-EMP-OVERFLOW = "Y"
               MOVE "*** MORE THAN 1000 EMPLOYEES - LATER RECORDS "
                   TO WS-IA-LINE
               MOVE "REPORTED AS MISSING ***" TO WS-IA-LINE(46:)
               MOVE WS-IA-LINE TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-IF
           PERFORM IA-CHECK-EMPLOYEES
           PERFORM IA-CHECK-LEAVE-BAL
           PERFORM IA-CHECK-EMP-BANK
           PERFORM IA-CHECK-EMP-PERSONAL
           PERFORM IA-CHECK-COST-ALLOC
           PERFORM IA-CHECK-LOANS
           PERFORM IA-CHECK-TRAINING
           PERFORM IA-CHECK-APPRAISAL
           PERFORM IA-CHECK-TIMESHEET
           PERFORM IA-CHECK-SAL-REVIEW
           PERFORM IA-CHECK-PENDING-CHG
           PERFORM IA-CHECK-USERS

           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE "SUMMARY OF CHECKS" TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE 0 TO WS-IA-TOTAL
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1 UNTIL WS-IA-IDX > 20
               PERFORM WRITE-IA-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO WS-IA-LINE
           STRING "TOTAL EXCEPTIONS: " WS-IA-TOTAL
               "  EMPLOYEES ON FILE: " WS-IA-EMP-COUNT
               DELIMITED BY SIZE INTO WS-IA-LINE
           MOVE WS-IA-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           CLOSE INTEGRITY-REPORT

           MOVE "INTEGRITY" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-IA-TOTAL DELIMITED BY SIZE INTO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION
           DISPLAY "Integrity audit complete - " WS-IA-TOTAL
               " exceptions."
           DISPLAY "Report written to HR_INTEGRITY_REPORT.txt".

       IA-LOAD-MASTERS.
           MOVE 0 TO WS-IA-EMP-COUNT
           MOVE "N" TO WS-IA-EMP-OVERFLOW
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-IA-EOF
           PERFORM UNTIL WS-IA-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-IA-EOF
                   NOT AT END
                       IF WS-IA-EMP-COUNT < 1000
                           ADD 1 TO WS-IA-EMP-COUNT
                           MOVE EMP-ID TO WS-IA-E-ID(WS-IA-EMP-COUNT)
                           MOVE EMP-STATUS
                               TO WS-IA-E-STATUS(WS-IA-EMP-COUNT)
                           MOVE DEPT-NAME
                               TO WS-IA-E-DEPT(WS-IA-EMP-COUNT)
                           MOVE EMP-GRADE
                               TO WS-IA-E-GRADE(WS-IA-EMP-COUNT)
                           MOVE SALARY
                               TO WS-IA-E-SALARY(WS-IA-EMP-COUNT)
                           MOVE EMP-MGR-ID
                               TO WS-IA-E-MGR(WS-IA-EMP-COUNT)
                       ELSE
                           MOVE "Y" TO WS-IA-EMP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER
           MOVE 0 TO WS-IA-DEPT-COUNT
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ DEPT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           IF WS-IA-DEPT-COUNT < 200
                               ADD 1 TO WS-IA-DEPT-COUNT
                               MOVE DEPT-CODE TO
                                   WS-IA-DEPT-CODE(WS-IA-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPT-MASTER
           MOVE 0 TO WS-IA-GRADE-COUNT
           OPEN INPUT GRADE-MASTER
           IF WS-GRADE-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ GRADE-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           IF WS-IA-GRADE-COUNT < 100
                               ADD 1 TO WS-IA-GRADE-COUNT
                               MOVE GRADE-CODE TO
                                   WS-IA-GRADE-CODE(WS-IA-GRADE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRADE-MASTER
           PERFORM LOAD-GRADE-STEPS.

       IA-FIND-EMP.
           MOVE 0 TO WS-IA-EMP-HIT
           PERFORM VARYING WS-IA-EMP-IDX FROM 1 BY 1
                   UNTIL WS-IA-EMP-IDX > WS-IA-EMP-COUNT
                       OR WS-IA-EMP-HIT > 0
               IF WS-IA-E-ID(WS-IA-EMP-IDX) = WS-IA-FIND-ID
                   MOVE WS-IA-EMP-IDX TO WS-IA-EMP-HIT
               END-IF
           END-PERFORM.

       IA-FIND-DEPT.
           MOVE "N" TO WS-IA-FOUND
           PERFORM VARYING WS-IA-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-IA-DEPT-IDX > WS-IA-DEPT-COUNT
               IF WS-IA-DEPT-CODE(WS-IA-DEPT-IDX) = WS-IA-FIND-DEPT
                   MOVE "Y" TO WS-IA-FOUND
               END-IF
           END-PERFORM.

       IA-FIND-GRADE.
           MOVE "N" TO WS-IA-FOUND
           PERFORM VARYING WS-IA-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-IA-GRADE-IDX > WS-IA-GRADE-COUNT
               IF WS-IA-GRADE-CODE(WS-IA-GRADE-IDX) = WS-IA-FIND-GRADE
                   MOVE "Y" TO WS-IA-FOUND
               END-IF
           END-PERFORM.

       WRITE-IA-EXCEPTION.
           ADD 1 TO WS-IA-COUNT(WS-IA-IDX)
           MOVE SPACES TO WS-IA-LINE
           STRING WS-IA-IDX "  " WS-IA-KEY " " WS-IA-DETAIL
               DELIMITED BY SIZE INTO WS-IA-LINE
           MOVE WS-IA-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC.

       WRITE-IA-ORPHAN.
           MOVE SPACES TO WS-IA-KEY
           MOVE WS-IA-FIND-ID TO WS-IA-KEY
           PERFORM IA-FIND-EMP
           IF WS-IA-EMP-HIT = 0
               PERFORM WRITE-IA-EXCEPTION
           END-IF.

       IA-CHECK-EMPLOYEES.
           PERFORM VARYING WS-IA-EMP-IDX FROM 1 BY 1
                   UNTIL WS-IA-EMP-IDX > WS-IA-EMP-COUNT
               PERFORM IA-CHECK-ONE-EMPLOYEE
           END-PERFORM.

       IA-CHECK-ONE-EMPLOYEE.
           MOVE SPACES TO WS-IA-KEY
           MOVE WS-IA-E-ID(WS-IA-EMP-IDX) TO WS-IA-KEY
           MOVE WS-IA-E-DEPT(WS-IA-EMP-IDX) TO WS-IA-FIND-DEPT
           PERFORM IA-FIND-DEPT
           IF WS-IA-FOUND = "N"
               MOVE 1 TO WS-IA-IDX
               MOVE SPACES TO WS-IA-DETAIL
               STRING "DEPARTMENT " WS-IA-FIND-DEPT
                   " NOT IN DEPT_MASTER"
                   DELIMITED BY SIZE INTO WS-IA-DETAIL
               PERFORM WRITE-IA-EXCEPTION
           END-IF
           IF WS-IA-E-GRADE(WS-IA-EMP-IDX) NOT = SPACES
               MOVE WS-IA-E-GRADE(WS-IA-EMP-IDX) TO WS-IA-FIND-GRADE
               PERFORM IA-FIND-GRADE
               IF WS-IA-FOUND = "N"
                   MOVE 2 TO WS-IA-IDX
                   MOVE SPACES TO WS-IA-DETAIL
                   STRING "GRADE " WS-IA-FIND-GRADE
                       " NOT IN GRADE_MASTER"
                       DELIMITED BY SIZE INTO WS-IA-DETAIL
                   PERFORM WRITE-IA-EXCEPTION
               END-IF
           END-IF
           IF WS-IA-E-MGR(WS-IA-EMP-IDX) > 0
                   AND WS-IA-E-STATUS(WS-IA-EMP-IDX) = "A"
               PERFORM IA-CHECK-MANAGER
           END-IF
           IF WS-IA-E-STATUS(WS-IA-EMP-IDX) = "A"
                   AND WS-IA-E-GRADE(WS-IA-EMP-IDX) NOT = SPACES
               PERFORM IA-CHECK-GRADE-STEP
           END-IF.

       IA-CHECK-MANAGER.
           MOVE WS-IA-E-MGR(WS-IA-EMP-IDX) TO WS-IA-FIND-ID
           MOVE 0 TO WS-IA-MGR-HIT
           PERFORM VARYING WS-IA-EMP-HIT FROM 1 BY 1
                   UNTIL WS-IA-EMP-HIT > WS-IA-EMP-COUNT
               IF WS-IA-E-ID(WS-IA-EMP-HIT) = WS-IA-FIND-ID
                   MOVE WS-IA-EMP-HIT TO WS-IA-MGR-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-IA-DETAIL
           IF WS-IA-MGR-HIT = 0
               MOVE 3 TO WS-IA-IDX
               STRING "MANAGER " WS-IA-FIND-ID " NOT ON EMPLOYEE.DAT"
                   DELIMITED BY SIZE INTO WS-IA-DETAIL
               PERFORM WRITE-IA-EXCEPTION
           ELSE
               IF WS-IA-E-STATUS(WS-IA-MGR-HIT) = "T"
                   MOVE 4 TO WS-IA-IDX
                   STRING "MANAGER " WS-IA-FIND-ID " IS TERMINATED"
                       DELIMITED BY SIZE INTO WS-IA-DETAIL
                   PERFORM WRITE-IA-EXCEPTION
               END-IF
           END-IF.

       IA-CHECK-GRADE-STEP.
           MOVE "N" TO WS-IA-STEPS-DEFINED
           MOVE "N" TO WS-IA-ON-STEP
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
               IF WS-GS-T-GRADE(WS-GS-IDX) =
                       WS-IA-E-GRADE(WS-IA-EMP-IDX)
                   MOVE "Y" TO WS-IA-STEPS-DEFINED
                   IF WS-GS-T-SALARY(WS-GS-IDX) =
                           WS-IA-E-SALARY(WS-IA-EMP-IDX)
                       MOVE "Y" TO WS-IA-ON-STEP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IA-STEPS-DEFINED = "Y" AND WS-IA-ON-STEP = "N"
               MOVE 5 TO WS-IA-IDX
               MOVE WS-IA-E-SALARY(WS-IA-EMP-IDX) TO WS-IA-SAL-DIS
               MOVE SPACES TO WS-IA-DETAIL
               STRING "SALARY " WS-IA-SAL-DIS " NOT ON A STEP OF "
                   WS-IA-E-GRADE(WS-IA-EMP-IDX)
                   DELIMITED BY SIZE INTO WS-IA-DETAIL
               PERFORM WRITE-IA-EXCEPTION
           END-IF.

       IA-CHECK-LEAVE-BAL.
           MOVE 6 TO WS-IA-IDX
           MOVE "LEAVE_BAL RECORD - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT LEAVE-BAL
           IF WS-LEAVE-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ LEAVE-BAL NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE LB-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LEAVE-BAL.

       IA-CHECK-EMP-BANK.
           MOVE 7 TO WS-IA-IDX
           MOVE "EMP_BANK RECORD - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT EMP-BANK
           IF WS-BANK-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ EMP-BANK NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE EB-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-BANK.

       IA-CHECK-EMP-PERSONAL.
           MOVE 8 TO WS-IA-IDX
           MOVE "EMP_PERSONAL RECORD - NO SUCH EMPLOYEE"
               TO WS-IA-DETAIL
           OPEN INPUT EMP-PERSONAL
           IF WS-PD-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ EMP-PERSONAL NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE PD-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE EMP-PERSONAL
           END-IF.

       IA-CHECK-COST-ALLOC.
           OPEN INPUT COST-ALLOC
           IF WS-CAL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ COST-ALLOC NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           PERFORM IA-CHECK-ONE-COST-ALLOC
                   END-READ
               END-PERFORM
               CLOSE COST-ALLOC
           END-IF.

       IA-CHECK-ONE-COST-ALLOC.
           MOVE 9 TO WS-IA-IDX
           MOVE "COST_ALLOC RECORD - NO SUCH EMPLOYEE"
               TO WS-IA-DETAIL
           MOVE CA-EMP-ID TO WS-IA-FIND-ID
           PERFORM WRITE-IA-ORPHAN
           MOVE 0 TO WS-IA-PCT-TOTAL
           PERFORM VARYING WS-IA-SPLIT FROM 1 BY 1
                   UNTIL WS-IA-SPLIT > 4
               IF CA-DEPT(WS-IA-SPLIT) NOT = SPACES
                   ADD CA-PCT(WS-IA-SPLIT) TO WS-IA-PCT-TOTAL
                   MOVE CA-DEPT(WS-IA-SPLIT) TO WS-IA-FIND-DEPT
                   PERFORM IA-FIND-DEPT
                   IF WS-IA-FOUND = "N"
                       MOVE 10 TO WS-IA-IDX
                       MOVE SPACES TO WS-IA-DETAIL
                       STRING "COST_ALLOC DEPARTMENT " WS-IA-FIND-DEPT
                           " NOT IN DEPT_MASTER"
                           DELIMITED BY SIZE INTO WS-IA-DETAIL
                       PERFORM WRITE-IA-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IA-PCT-TOTAL NOT = 100
               MOVE 11 TO WS-IA-IDX
               MOVE WS-IA-PCT-TOTAL TO WS-IA-PCT-DIS
               MOVE SPACES TO WS-IA-DETAIL
               STRING "COST_ALLOC SPLITS TOTAL " WS-IA-PCT-DIS "%"
                   DELIMITED BY SIZE INTO WS-IA-DETAIL
               PERFORM WRITE-IA-EXCEPTION
           END-IF.

       IA-CHECK-LOANS.
           OPEN INPUT LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ LOAN-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           PERFORM IA-CHECK-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.

       IA-CHECK-ONE-LOAN.
           MOVE LN-EMP-ID TO WS-IA-FIND-ID
           PERFORM IA-FIND-EMP
           MOVE SPACES TO WS-IA-KEY
           MOVE LN-EMP-ID TO WS-IA-KEY
           IF WS-IA-EMP-HIT = 0
               MOVE 12 TO WS-IA-IDX
               MOVE "LOAN_MASTER RECORD - NO SUCH EMPLOYEE"
                   TO WS-IA-DETAIL
               PERFORM WRITE-IA-EXCEPTION
           ELSE
               IF LN-ACTIVE AND LN-BALANCE > 0
                       AND WS-IA-E-STATUS(WS-IA-EMP-HIT) = "T"
                   MOVE 13 TO WS-IA-IDX
                   MOVE LN-BALANCE TO WS-IA-SAL-DIS
                   MOVE SPACES TO WS-IA-DETAIL
                   STRING "ACTIVE LOAN BALANCE " WS-IA-SAL-DIS
                       " ON TERMINATED EMPLOYEE"
                       DELIMITED BY SIZE INTO WS-IA-DETAIL
                   PERFORM WRITE-IA-EXCEPTION
               END-IF
           END-IF.

       IA-CHECK-TRAINING.
           MOVE 14 TO WS-IA-IDX
           MOVE "TRAINING RECORD - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT TRAINING
           IF WS-TRNG-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ TRAINING
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE TR-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE TRAINING
           END-IF.

       IA-CHECK-APPRAISAL.
           MOVE 15 TO WS-IA-IDX
           MOVE "APPRAISAL RECORD - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT APPRAISAL
           IF WS-APPR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ APPRAISAL
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE AP-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE APPRAISAL
           END-IF.

       IA-CHECK-TIMESHEET.
           MOVE 16 TO WS-IA-IDX
           MOVE "TIMESHEET RECORD - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT TIMESHEET
           IF WS-TS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ TIMESHEET
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE TS-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET
           END-IF.

       IA-CHECK-SAL-REVIEW.
           MOVE 17 TO WS-IA-IDX
           MOVE "SAL_REVIEW LINE - NO SUCH EMPLOYEE" TO WS-IA-DETAIL
           OPEN INPUT SAL-REVIEW
           IF WS-REVIEW-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ SAL-REVIEW
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           MOVE SR-EMP-ID TO WS-IA-FIND-ID
                           PERFORM WRITE-IA-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE SAL-REVIEW
           END-IF.

       IA-CHECK-PENDING-CHG.
           OPEN INPUT PENDING-CHG
           IF WS-PEND-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ PENDING-CHG
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           IF PC-PENDING
                               PERFORM IA-CHECK-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHG
           END-IF.

       IA-CHECK-ONE-PENDING.
           MOVE 18 TO WS-IA-IDX
           MOVE "PENDING_CHG ENTRY - NO SUCH EMPLOYEE"
               TO WS-IA-DETAIL
           MOVE PC-EMP-ID TO WS-IA-FIND-ID
           PERFORM WRITE-IA-ORPHAN
           IF PC-NEW-DEPT NOT = SPACES
               MOVE PC-NEW-DEPT TO WS-IA-FIND-DEPT
               PERFORM IA-FIND-DEPT
               IF WS-IA-FOUND = "N"
                   MOVE 19 TO WS-IA-IDX
                   MOVE SPACES TO WS-IA-DETAIL
                   STRING "PENDING_CHG DEPARTMENT " WS-IA-FIND-DEPT
                       " NOT IN DEPT_MASTER"
                       DELIMITED BY SIZE INTO WS-IA-DETAIL
                   PERFORM WRITE-IA-EXCEPTION
               END-IF
           END-IF
           IF PC-NEW-GRADE NOT = SPACES
               MOVE PC-NEW-GRADE TO WS-IA-FIND-GRADE
               PERFORM IA-FIND-GRADE
               IF WS-IA-FOUND = "N"
                   MOVE 19 TO WS-IA-IDX
                   MOVE SPACES TO WS-IA-DETAIL
                   STRING "PENDING_CHG GRADE " WS-IA-FIND-GRADE
                       " NOT IN GRADE_MASTER"
                       DELIMITED BY SIZE INTO WS-IA-DETAIL
                   PERFORM WRITE-IA-EXCEPTION
               END-IF
           END-IF.

       IA-CHECK-USERS.
           MOVE 20 TO WS-IA-IDX
           OPEN INPUT USER-MASTER
           IF WS-USER-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = "Y"
                   READ USER-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-IA-EOF
                       NOT AT END
                           IF USER-EMP-ID > 0
                               MOVE USER-EMP-ID TO WS-IA-FIND-ID
                               PERFORM IA-FIND-EMP
                               IF WS-IA-EMP-HIT = 0
                                   MOVE USER-ID TO WS-IA-KEY
                                   MOVE SPACES TO WS-IA-DETAIL
                                   STRING "USER_MASTER EMPLOYEE "
                                       USER-EMP-ID " NOT ON FILE"
                                       DELIMITED BY SIZE
                                       INTO WS-IA-DETAIL
                                   PERFORM WRITE-IA-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USER-MASTER.

       WRITE-IA-SUMMARY-LINE.
           EVALUATE WS-IA-IDX
               WHEN 1  MOVE "EMPLOYEE DEPARTMENT NOT ON FILE"
                           TO WS-IA-LABEL
               WHEN 2  MOVE "EMPLOYEE GRADE NOT ON FILE"
                           TO WS-IA-LABEL
               WHEN 3  MOVE "MANAGER ID NOT ON FILE" TO WS-IA-LABEL
               WHEN 4  MOVE "MANAGER TERMINATED" TO WS-IA-LABEL
               WHEN 5  MOVE "SALARY OFF GRADE STEP" TO WS-IA-LABEL
               WHEN 6  MOVE "LEAVE_BAL ORPHANS" TO WS-IA-LABEL
               WHEN 7  MOVE "EMP_BANK ORPHANS" TO WS-IA-LABEL
               WHEN 8  MOVE "EMP_PERSONAL ORPHANS" TO WS-IA-LABEL
               WHEN 9  MOVE "COST_ALLOC ORPHANS" TO WS-IA-LABEL
               WHEN 10 MOVE "COST_ALLOC UNKNOWN DEPARTMENT"
                           TO WS-IA-LABEL
               WHEN 11 MOVE "COST_ALLOC SPLIT NOT 100%"
                           TO WS-IA-LABEL
               WHEN 12 MOVE "LOAN_MASTER ORPHANS" TO WS-IA-LABEL
               WHEN 13 MOVE "ACTIVE LOAN ON TERMINATED EMPLOYEE"
                           TO WS-IA-LABEL
               WHEN 14 MOVE "TRAINING ORPHANS" TO WS-IA-LABEL
               WHEN 15 MOVE "APPRAISAL ORPHANS" TO WS-IA-LABEL
               WHEN 16 MOVE "TIMESHEET ORPHANS" TO WS-IA-LABEL
               WHEN 17 MOVE "SAL_REVIEW ORPHANS" TO WS-IA-LABEL
               WHEN 18 MOVE "PENDING_CHG ORPHANS" TO WS-IA-LABEL
               WHEN 19 MOVE "PENDING_CHG UNKNOWN DEPT / GRADE"
                           TO WS-IA-LABEL
               WHEN 20 MOVE "USER_MASTER EMPLOYEE NOT ON FILE"
                           TO WS-IA-LABEL
           END-EVALUATE
           ADD WS-IA-COUNT(WS-IA-IDX) TO WS-IA-TOTAL
           MOVE SPACES TO WS-IA-LINE
           STRING WS-IA-IDX "  " WS-IA-LABEL " " WS-IA-COUNT(WS-IA-IDX)
               DELIMITED BY SIZE INTO WS-IA-LINE
           MOVE WS-IA-LINE TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC.

       WORKFORCE-MOVEMENT-REPORT.
           MOVE 0 TO WS-WM-FROM
           MOVE 0 TO WS-WM-TO
           IF WS-RUN-MODE NOT = "B"
               DISPLAY "Workforce movement report."
               DISPLAY "From date (YYYYMMDD, 0 = last 12 months):"
               ACCEPT WS-WM-FROM
               DISPLAY "To date (YYYYMMDD, 0 = today):"
               ACCEPT WS-WM-TO
           END-IF
           IF WS-WM-TO = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WM-TO
           END-IF
           IF WS-WM-FROM = 0
               MOVE WS-WM-TO TO WS-WM-DATE
               IF WS-WM-DATE-MM > 11
                   SUBTRACT 11 FROM WS-WM-DATE-MM
               ELSE
                   ADD 1 TO WS-WM-DATE-MM
                   SUBTRACT 1 FROM WS-WM-DATE-YY
               END-IF
               MOVE 1 TO WS-WM-DATE-DD
               MOVE WS-WM-DATE TO WS-WM-FROM
           END-IF
           MOVE WS-WM-FROM TO WS-WM-DATE
           COMPUTE WS-WM-BASE = WS-WM-DATE-YY * 12 + WS-WM-DATE-MM
           MOVE WS-WM-TO TO WS-WM-DATE
           COMPUTE WS-WM-MONTHS = WS-WM-DATE-YY * 12 + WS-WM-DATE-MM
               - WS-WM-BASE + 1
           IF WS-WM-FROM > WS-WM-TO OR WS-WM-MONTHS > 24
               DISPLAY "Invalid date range - the from date must not "
                   "be after the to date"
               DISPLAY "and the range may cover at most 24 months."
           ELSE
               PERFORM WM-BUILD-REPORT
           END-IF.

       WM-BUILD-REPORT.
           PERFORM WM-LOAD-EMPLOYEES
           MOVE 0 TO WS-WM-DEPT-COUNT
           MOVE 0 TO WS-WM-FIRSTYR
           MOVE 0 TO WS-WM-LEAVERS
           MOVE 0 TO WS-WM-TENURE-DAYS
           MOVE 1 TO WS-WM-PASS
           PERFORM WM-SCAN-LOG
           PERFORM VARYING WS-WM-EMP-IDX FROM 1 BY 1
                   UNTIL WS-WM-EMP-IDX > WS-WM-EMP-COUNT
               PERFORM WM-SET-START-STATE
           END-PERFORM
           MOVE 2 TO WS-WM-PASS
           PERFORM WM-SCAN-LOG
           PERFORM WM-WRITE-REPORT

           MOVE "WFMOVE" TO WS-ACTION
           MOVE SPACES TO WS-LOG-BEFORE
           MOVE SPACES TO WS-LOG-AFTER
           STRING WS-WM-FROM "-" WS-WM-TO
               DELIMITED BY SIZE INTO WS-LOG-AFTER
           MOVE 0 TO EMP-ID
           PERFORM LOG-HR-ACTION
           DISPLAY "Workforce movement report written to "
               "WORKFORCE_MOVEMENT.txt".

       WM-LOAD-EMPLOYEES.
           MOVE 0 TO WS-WM-EMP-COUNT
           MOVE "N" TO WS-WM-EMP-OVERFLOW
           OPEN INPUT EMP-MASTER
           MOVE "N" TO WS-WM-EOF
           PERFORM UNTIL WS-WM-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-WM-EOF
                   NOT AT END
                       IF WS-WM-EMP-COUNT < 1000
                           ADD 1 TO WS-WM-EMP-COUNT
                           PERFORM WM-LOAD-ONE-EMPLOYEE
                       ELSE
                           MOVE "Y" TO WS-WM-EMP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-MASTER.

       WM-LOAD-ONE-EMPLOYEE.
           MOVE WS-WM-EMP-COUNT TO WS-WM-EMP-IDX
           MOVE EMP-ID TO WS-WM-E-ID(WS-WM-EMP-IDX)
           MOVE EMP-STATUS TO WS-WM-E-STATUS(WS-WM-EMP-IDX)
           MOVE DEPT-NAME TO WS-WM-E-DEPT(WS-WM-EMP-IDX)
           MOVE EMP-HIRE-DATE TO WS-WM-E-HIRE(WS-WM-EMP-IDX)
           MOVE EMP-PROBATION-END TO WS-WM-E-PROB(WS-WM-EMP-IDX)
           MOVE "N" TO WS-WM-E-SEEN(WS-WM-EMP-IDX)
           MOVE "N" TO WS-WM-E-START(WS-WM-EMP-IDX)
           MOVE "N" TO WS-WM-E-NEED-DEPT(WS-WM-EMP-IDX)
           MOVE SPACES TO WS-WM-E-START-DEPT(WS-WM-EMP-IDX)
           MOVE SPACES TO WS-WM-E-CUR-DEPT(WS-WM-EMP-IDX).

       WM-FIND-EMP.
           MOVE 0 TO WS-WM-EMP-HIT
           PERFORM VARYING WS-WM-EMP-IDX FROM 1 BY 1
                   UNTIL WS-WM-EMP-IDX > WS-WM-EMP-COUNT
                       OR WS-WM-EMP-HIT > 0
               IF WS-WM-E-ID(WS-WM-EMP-IDX) = LOG-EMP-ID
                   MOVE WS-WM-EMP-IDX TO WS-WM-EMP-HIT
               END-IF
           END-PERFORM.

       WM-FIND-DEPT.
           IF WS-WM-FIND-DEPT = SPACES
               MOVE "(NONE)" TO WS-WM-FIND-DEPT
           END-IF
           MOVE 0 TO WS-WM-DEPT-HIT
           PERFORM VARYING WS-WM-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-WM-DEPT-IDX > WS-WM-DEPT-COUNT
                       OR WS-WM-DEPT-HIT > 0
               IF WS-WM-D-CODE(WS-WM-DEPT-IDX) = WS-WM-FIND-DEPT
                   MOVE WS-WM-DEPT-IDX TO WS-WM-DEPT-HIT
               END-IF
           END-PERFORM
           IF WS-WM-DEPT-HIT = 0
               IF WS-WM-DEPT-COUNT < 99
                   ADD 1 TO WS-WM-DEPT-COUNT
                   MOVE WS-WM-DEPT-COUNT TO WS-WM-DEPT-HIT
                   MOVE WS-WM-FIND-DEPT TO WS-WM-D-CODE(WS-WM-DEPT-HIT)
                   PERFORM WM-CLEAR-DEPT
               ELSE
                   MOVE 100 TO WS-WM-DEPT-HIT
                   IF WS-WM-DEPT-COUNT = 99
                       MOVE 100 TO WS-WM-DEPT-COUNT
                       MOVE "(OTHER)" TO WS-WM-D-CODE(WS-WM-DEPT-HIT)
                       PERFORM WM-CLEAR-DEPT
                   END-IF
               END-IF
           END-IF.

       WM-CLEAR-DEPT.
           MOVE 0 TO WS-WM-D-OPEN(WS-WM-DEPT-HIT)
           MOVE 0 TO WS-WM-D-FIRSTYR(WS-WM-DEPT-HIT)
           PERFORM VARYING WS-WM-MX FROM 1 BY 1 UNTIL WS-WM-MX > 24
               MOVE 0 TO WS-WM-M-HIRE(WS-WM-DEPT-HIT, WS-WM-MX)
               MOVE 0 TO WS-WM-M-REHIRE(WS-WM-DEPT-HIT, WS-WM-MX)
               MOVE 0 TO WS-WM-M-XIN(WS-WM-DEPT-HIT, WS-WM-MX)
               MOVE 0 TO WS-WM-M-XOUT(WS-WM-DEPT-HIT, WS-WM-MX)
               MOVE 0 TO WS-WM-M-TERM(WS-WM-DEPT-HIT, WS-WM-MX)
           END-PERFORM.

       WM-SCAN-LOG.
           PERFORM LOAD-HRARCH-CTL
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-HRARCH-CTL-COUNT
               MOVE SPACES TO WS-HRARCH-FILENAME
               STRING "HR_LOG_ARCH_" DELIMITED BY SIZE
                   WS-HRARCH-CTL-ENTRY(WS-SUB-IDX)
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-HRARCH-FILENAME
               PERFORM WM-SCAN-ARCHIVE
           END-PERFORM
           MOVE "N" TO WS-WM-EOF
           OPEN INPUT HR-LOG
           IF WS-HRLOG-FILE-STATUS = "35"
               MOVE "Y" TO WS-WM-EOF
           END-IF
           PERFORM UNTIL WS-WM-EOF = "Y"
               READ HR-LOG
                   AT END MOVE "Y" TO WS-WM-EOF
                   NOT AT END
                       PERFORM WM-ONE-LOG-ENTRY
               END-READ
           END-PERFORM
           IF WS-HRLOG-FILE-STATUS NOT = "35"
               CLOSE HR-LOG
           END-IF.

       WM-SCAN-ARCHIVE.
           OPEN INPUT HR-LOG-ARCH
           IF WS-HRARCH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-WM-EOF
               PERFORM UNTIL WS-WM-EOF = "Y"
                   READ HR-LOG-ARCH INTO LOG-RECORD
                       AT END MOVE "Y" TO WS-WM-EOF
                       NOT AT END
                           PERFORM WM-ONE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HR-LOG-ARCH
           END-IF.

       WM-ONE-LOG-ENTRY.
           IF LOG-DATE >= WS-WM-FROM
                   AND (LOG-ACTION = "ADD" OR LOG-ACTION = "REHIRE"
                     OR LOG-ACTION = "XFER" OR LOG-ACTION = "EDIT"
                     OR LOG-ACTION = "UPDATE" OR LOG-ACTION = "APPLY"
                     OR LOG-ACTION = "DELETE")
               MOVE SPACES TO WS-WM-DEPT-A
               MOVE SPACES TO WS-WM-DEPT-B
               UNSTRING LOG-BEFORE-VAL DELIMITED BY "/"
                   INTO WS-WM-DEPT-A
               UNSTRING LOG-AFTER-VAL DELIMITED BY "/"
                   INTO WS-WM-DEPT-B
               PERFORM WM-FIND-EMP
               IF WS-WM-PASS = 1
                   IF WS-WM-EMP-HIT > 0
                       PERFORM WM-NOTE-FIRST-EVENT
                   END-IF
               ELSE
                   IF LOG-DATE <= WS-WM-TO
                       PERFORM WM-COUNT-EVENT
                   END-IF
               END-IF
           END-IF.

      * The first movement on or after the from date tells us where
      * the employee stood when the range opened.
       WM-NOTE-FIRST-EVENT.
           IF WS-WM-E-SEEN(WS-WM-EMP-HIT) = "N"
               MOVE "Y" TO WS-WM-E-SEEN(WS-WM-EMP-HIT)
               EVALUATE LOG-ACTION
                   WHEN "ADD"
                   WHEN "REHIRE"
                       MOVE "N" TO WS-WM-E-START(WS-WM-EMP-HIT)
                   WHEN "DELETE"
                       MOVE "Y" TO WS-WM-E-START(WS-WM-EMP-HIT)
                       MOVE "Y" TO WS-WM-E-NEED-DEPT(WS-WM-EMP-HIT)
                   WHEN OTHER
                       MOVE "Y" TO WS-WM-E-START(WS-WM-EMP-HIT)
                       MOVE WS-WM-DEPT-A
                           TO WS-WM-E-START-DEPT(WS-WM-EMP-HIT)
               END-EVALUATE
           ELSE
               IF WS-WM-E-NEED-DEPT(WS-WM-EMP-HIT) = "Y"
                   EVALUATE LOG-ACTION
                       WHEN "REHIRE"
                           MOVE WS-WM-DEPT-B
                               TO WS-WM-E-START-DEPT(WS-WM-EMP-HIT)
                           MOVE "N" TO WS-WM-E-NEED-DEPT(WS-WM-EMP-HIT)
                       WHEN "XFER"
                       WHEN "EDIT"
                       WHEN "UPDATE"
                       WHEN "APPLY"
                           MOVE WS-WM-DEPT-A
                               TO WS-WM-E-START-DEPT(WS-WM-EMP-HIT)
                           MOVE "N" TO WS-WM-E-NEED-DEPT(WS-WM-EMP-HIT)
                   END-EVALUATE
               END-IF
           END-IF.

       WM-SET-START-STATE.
           IF WS-WM-E-SEEN(WS-WM-EMP-IDX) = "N"
               IF WS-WM-E-STATUS(WS-WM-EMP-IDX) = "A"
                       AND WS-WM-E-HIRE(WS-WM-EMP-IDX) < WS-WM-FROM
                   MOVE "Y" TO WS-WM-E-START(WS-WM-EMP-IDX)
               END-IF
           END-IF
           IF WS-WM-E-START-DEPT(WS-WM-EMP-IDX) = SPACES
               MOVE WS-WM-E-DEPT(WS-WM-EMP-IDX)
                   TO WS-WM-E-START-DEPT(WS-WM-EMP-IDX)
           END-IF
           IF WS-WM-E-START(WS-WM-EMP-IDX) = "Y"
               MOVE WS-WM-E-START-DEPT(WS-WM-EMP-IDX)
                   TO WS-WM-FIND-DEPT
               PERFORM WM-FIND-DEPT
               ADD 1 TO WS-WM-D-OPEN(WS-WM-DEPT-HIT)
               MOVE WS-WM-E-START-DEPT(WS-WM-EMP-IDX)
                   TO WS-WM-E-CUR-DEPT(WS-WM-EMP-IDX)
           END-IF.

       WM-COUNT-EVENT.
           MOVE LOG-DATE TO WS-WM-DATE
           COMPUTE WS-WM-M = WS-WM-DATE-YY * 12 + WS-WM-DATE-MM
               - WS-WM-BASE + 1
           EVALUATE LOG-ACTION
               WHEN "ADD"
                   MOVE WS-WM-DEPT-B TO WS-WM-FIND-DEPT
                   PERFORM WM-FIND-DEPT
                   ADD 1 TO WS-WM-M-HIRE(WS-WM-DEPT-HIT, WS-WM-M)
                   PERFORM WM-SET-CUR-DEPT
               WHEN "REHIRE"
                   MOVE WS-WM-DEPT-B TO WS-WM-FIND-DEPT
                   PERFORM WM-FIND-DEPT
                   ADD 1 TO WS-WM-M-REHIRE(WS-WM-DEPT-HIT, WS-WM-M)
                   PERFORM WM-SET-CUR-DEPT
               WHEN "DELETE"
                   PERFORM WM-COUNT-LEAVER
               WHEN OTHER
                   IF WS-WM-DEPT-A NOT = SPACES
                           AND WS-WM-DEPT-B NOT = SPACES
                           AND WS-WM-DEPT-A NOT = WS-WM-DEPT-B
                       MOVE WS-WM-DEPT-A TO WS-WM-FIND-DEPT
                       PERFORM WM-FIND-DEPT
                       ADD 1 TO WS-WM-M-XOUT(WS-WM-DEPT-HIT, WS-WM-M)
                       MOVE WS-WM-DEPT-B TO WS-WM-FIND-DEPT
                       PERFORM WM-FIND-DEPT
                       ADD 1 TO WS-WM-M-XIN(WS-WM-DEPT-HIT, WS-WM-M)
                       PERFORM WM-SET-CUR-DEPT
                   END-IF
           END-EVALUATE.

       WM-SET-CUR-DEPT.
           IF WS-WM-EMP-HIT > 0 AND WS-WM-DEPT-B NOT = SPACES
               MOVE WS-WM-DEPT-B TO WS-WM-E-CUR-DEPT(WS-WM-EMP-HIT)
           END-IF.

       WM-COUNT-LEAVER.
           MOVE SPACES TO WS-WM-FIND-DEPT
           IF WS-WM-EMP-HIT > 0
               MOVE WS-WM-E-CUR-DEPT(WS-WM-EMP-HIT) TO WS-WM-FIND-DEPT
               IF WS-WM-FIND-DEPT = SPACES
                   MOVE WS-WM-E-DEPT(WS-WM-EMP-HIT) TO WS-WM-FIND-DEPT
               END-IF
           END-IF
           PERFORM WM-FIND-DEPT
           ADD 1 TO WS-WM-M-TERM(WS-WM-DEPT-HIT, WS-WM-M)
           IF WS-WM-EMP-HIT > 0
               IF WS-WM-E-HIRE(WS-WM-EMP-HIT) > 0
                   ADD 1 TO WS-WM-LEAVERS
                   COMPUTE WS-WM-DAYS =
                       FUNCTION INTEGER-OF-DATE(LOG-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-WM-E-HIRE
                         (WS-WM-EMP-HIT))
                   IF WS-WM-DAYS > 0
                       ADD WS-WM-DAYS TO WS-WM-TENURE-DAYS
                   END-IF
                   IF LOG-DATE < WS-WM-E-HIRE(WS-WM-EMP-HIT) + 10000
                           OR LOG-DATE < WS-WM-E-PROB(WS-WM-EMP-HIT)
                       ADD 1 TO WS-WM-FIRSTYR
                       ADD 1 TO WS-WM-D-FIRSTYR(WS-WM-DEPT-HIT)
                   END-IF
               END-IF
               MOVE SPACES TO WS-WM-E-CUR-DEPT(WS-WM-EMP-HIT)
           END-IF.

       WM-WRITE-REPORT.
           OPEN OUTPUT WORKFORCE-REPORT
           MOVE SPACES TO WS-WM-LINE
           STRING "WORKFORCE MOVEMENT REPORT " WS-WM-FROM " TO "
               WS-WM-TO " - RUN " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           IF WS-WM-EMP-OVERFLOW = "Y"
               MOVE "*** MORE THAN 1000 EMPLOYEES - OPENING HEADCOUNT "
                   TO WS-WM-LINE
               MOVE "IS INCOMPLETE ***" TO WS-WM-LINE(50:)
               MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
               WRITE WORKFORCE-REPORT-REC
           END-IF
           PERFORM VARYING WS-WM-MX FROM 1 BY 1 UNTIL WS-WM-MX > 24
               MOVE 0 TO WS-WM-T-OPEN(WS-WM-MX)
               MOVE 0 TO WS-WM-T-HIRE(WS-WM-MX)
               MOVE 0 TO WS-WM-T-REHIRE(WS-WM-MX)
               MOVE 0 TO WS-WM-T-XIN(WS-WM-MX)
               MOVE 0 TO WS-WM-T-XOUT(WS-WM-MX)
               MOVE 0 TO WS-WM-T-TERM(WS-WM-MX)
               MOVE 0 TO WS-WM-T-CLOSE(WS-WM-MX)
           END-PERFORM
           PERFORM VARYING WS-WM-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-WM-DEPT-IDX > WS-WM-DEPT-COUNT
               PERFORM WM-WRITE-DEPT
           END-PERFORM

           MOVE SPACES TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           MOVE "ALL DEPARTMENTS" TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           PERFORM WM-WRITE-COLUMN-HEADER
           PERFORM WM-CLEAR-SUMS
           PERFORM VARYING WS-WM-MX FROM 1 BY 1
                   UNTIL WS-WM-MX > WS-WM-MONTHS
               MOVE WS-WM-T-OPEN(WS-WM-MX) TO WS-WM-RUN-HC
               MOVE WS-WM-T-HIRE(WS-WM-MX) TO WS-WM-H
               MOVE WS-WM-T-REHIRE(WS-WM-MX) TO WS-WM-R
               MOVE WS-WM-T-XIN(WS-WM-MX) TO WS-WM-XI
               MOVE WS-WM-T-XOUT(WS-WM-MX) TO WS-WM-XO
               MOVE WS-WM-T-TERM(WS-WM-MX) TO WS-WM-TM
               PERFORM WM-WRITE-MONTH-LINE
           END-PERFORM
           MOVE WS-WM-FIRSTYR TO WS-WM-FY-COUNT
           PERFORM WM-WRITE-TOTAL-LINES

           MOVE 0 TO WS-WM-FY-PCT
           IF WS-WM-SUM-TERM > 0
               COMPUTE WS-WM-FY-PCT ROUNDED =
                   WS-WM-FIRSTYR * 100 / WS-WM-SUM-TERM
           END-IF
           MOVE 0 TO WS-WM-TENURE-YRS
           IF WS-WM-LEAVERS > 0
               COMPUTE WS-WM-TENURE-YRS ROUNDED =
                   WS-WM-TENURE-DAYS / WS-WM-LEAVERS / 365.25
           END-IF
           MOVE WS-WM-FY-PCT TO WS-WM-FY-DIS
           MOVE WS-WM-TENURE-YRS TO WS-WM-TEN-DIS
           MOVE SPACES TO WS-WM-LINE
           STRING "  FIRST-YEAR ATTRITION: " WS-WM-FIRSTYR
               " LEAVERS (" WS-WM-FY-DIS "% OF ALL LEAVERS)"
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           MOVE SPACES TO WS-WM-LINE
           STRING "  AVERAGE TENURE OF LEAVERS: " WS-WM-TEN-DIS
               " YEARS (" WS-WM-LEAVERS " LEAVERS WITH A HIRE DATE)"
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           CLOSE WORKFORCE-REPORT.

       WM-WRITE-COLUMN-HEADER.
           MOVE "  MONTH    OPEN HIRES REHIR XF-IN XFOUT TERMS  CLOSE"
               TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC.

       WM-CLEAR-SUMS.
           MOVE 0 TO WS-WM-HC-SUM
           MOVE 0 TO WS-WM-SUM-HIRE
           MOVE 0 TO WS-WM-SUM-REHIRE
           MOVE 0 TO WS-WM-SUM-XIN
           MOVE 0 TO WS-WM-SUM-XOUT
           MOVE 0 TO WS-WM-SUM-TERM.

       WM-WRITE-DEPT.
           MOVE SPACES TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           MOVE SPACES TO WS-WM-LINE
           STRING "DEPARTMENT " WS-WM-D-CODE(WS-WM-DEPT-IDX)
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           PERFORM WM-WRITE-COLUMN-HEADER
           PERFORM WM-CLEAR-SUMS
           MOVE WS-WM-D-OPEN(WS-WM-DEPT-IDX) TO WS-WM-RUN-HC
           PERFORM VARYING WS-WM-MX FROM 1 BY 1
                   UNTIL WS-WM-MX > WS-WM-MONTHS
               MOVE WS-WM-M-HIRE(WS-WM-DEPT-IDX, WS-WM-MX) TO WS-WM-H
               MOVE WS-WM-M-REHIRE(WS-WM-DEPT-IDX, WS-WM-MX)
                   TO WS-WM-R
               MOVE WS-WM-M-XIN(WS-WM-DEPT-IDX, WS-WM-MX) TO WS-WM-XI
               MOVE WS-WM-M-XOUT(WS-WM-DEPT-IDX, WS-WM-MX) TO WS-WM-XO
               MOVE WS-WM-M-TERM(WS-WM-DEPT-IDX, WS-WM-MX) TO WS-WM-TM
               ADD WS-WM-RUN-HC TO WS-WM-T-OPEN(WS-WM-MX)
               ADD WS-WM-H TO WS-WM-T-HIRE(WS-WM-MX)
               ADD WS-WM-R TO WS-WM-T-REHIRE(WS-WM-MX)
               ADD WS-WM-XI TO WS-WM-T-XIN(WS-WM-MX)
               ADD WS-WM-XO TO WS-WM-T-XOUT(WS-WM-MX)
               ADD WS-WM-TM TO WS-WM-T-TERM(WS-WM-MX)
               PERFORM WM-WRITE-MONTH-LINE
               MOVE WS-WM-CLOSE-HC TO WS-WM-RUN-HC
           END-PERFORM
           MOVE WS-WM-D-FIRSTYR(WS-WM-DEPT-IDX) TO WS-WM-FY-COUNT
           PERFORM WM-WRITE-TOTAL-LINES.

      * Closing headcount rolls forward from the opening figure; the
      * month label is rebuilt from the range's starting month.
       WM-WRITE-MONTH-LINE.
           COMPUTE WS-WM-CLOSE-HC = WS-WM-RUN-HC + WS-WM-H + WS-WM-R
               + WS-WM-XI - WS-WM-XO - WS-WM-TM
           COMPUTE WS-WM-HC-SUM = WS-WM-HC-SUM
               + (WS-WM-RUN-HC + WS-WM-CLOSE-HC) / 2
           ADD WS-WM-H TO WS-WM-SUM-HIRE
           ADD WS-WM-R TO WS-WM-SUM-REHIRE
           ADD WS-WM-XI TO WS-WM-SUM-XIN
           ADD WS-WM-XO TO WS-WM-SUM-XOUT
           ADD WS-WM-TM TO WS-WM-SUM-TERM
           COMPUTE WS-WM-M = WS-WM-BASE + WS-WM-MX - 2
           DIVIDE WS-WM-M BY 12 GIVING WS-WM-DATE-YY
               REMAINDER WS-WM-DATE-MM
           ADD 1 TO WS-WM-DATE-MM
           COMPUTE WS-WM-MONTH-LABEL =
               WS-WM-DATE-YY * 100 + WS-WM-DATE-MM
           MOVE WS-WM-RUN-HC TO WS-WM-OPEN-DIS
           MOVE WS-WM-CLOSE-HC TO WS-WM-CLOSE-DIS
           MOVE SPACES TO WS-WM-LINE
           STRING "  " WS-WM-MONTH-LABEL " " WS-WM-OPEN-DIS
               " " WS-WM-H " " WS-WM-R " " WS-WM-XI " " WS-WM-XO
               " " WS-WM-TM " " WS-WM-CLOSE-DIS
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC.

       WM-WRITE-TOTAL-LINES.
           MOVE SPACES TO WS-WM-LINE
           STRING "  TOTAL  HIRES " WS-WM-SUM-HIRE
               "  REHIRES " WS-WM-SUM-REHIRE
               "  IN " WS-WM-SUM-XIN "  OUT " WS-WM-SUM-XOUT
               "  TERMINATIONS " WS-WM-SUM-TERM
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC
           COMPUTE WS-WM-AVG-HC ROUNDED = WS-WM-HC-SUM / WS-WM-MONTHS
           MOVE 0 TO WS-WM-TURNOVER
           IF WS-WM-AVG-HC > 0
               COMPUTE WS-WM-TURNOVER ROUNDED =
                   WS-WM-SUM-TERM * 1200 / WS-WM-MONTHS / WS-WM-AVG-HC
                   ON SIZE ERROR MOVE 9999.9 TO WS-WM-TURNOVER
               END-COMPUTE
           END-IF
           MOVE WS-WM-AVG-HC TO WS-WM-AVG-DIS
           MOVE WS-WM-TURNOVER TO WS-WM-TURN-DIS
           MOVE SPACES TO WS-WM-LINE
           STRING "  AVG HEADCOUNT " WS-WM-AVG-DIS
               "  ANNUALISED TURNOVER " WS-WM-TURN-DIS "%"
               "  FIRST-YEAR LEAVERS " WS-WM-FY-COUNT
               DELIMITED BY SIZE INTO WS-WM-LINE
           MOVE WS-WM-LINE TO WORKFORCE-REPORT-REC
           WRITE WORKFORCE-REPORT-REC.

       AUDIT-DEPT-SPENT.
           DISPLAY "Correct drifted figures automatically? (Y/N):"

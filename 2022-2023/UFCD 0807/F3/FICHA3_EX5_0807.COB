      *                 never rewrites PRIORNET) was flagging every
      *                 employee of the prior live run AUSENTE, and
      *                 the supervisor reviews exactly that report.
      * 2026-10-15  RG  Added the holiday (F) and Christmas (N)
      *                 subsidy runs beside the regular one: each
      *                 subsidy is a month's base pay pro-rated on
      *                 the months of the year between EMP-HIRE-DATE
      *                 and EMP-LEAVE-DATE, withheld on its own at
      *                 the bracket the subsidy itself reaches rather
      *                 than as another month of pay, and run under
      *                 its own PAYCTL/PAYAPPR cycle code.  Employees
      *                 flagged EMP-SUBSIDY-TWELFTHS are paid a
      *                 twelfth of each subsidy with every monthly
      *                 pay instead (withheld at the month's rate)
      *                 and are passed over by the subsidy runs.  The
      *                 subsidies print on their own payslip lines,
      *                 accumulate in their own YTD fields, go to the
      *                 declaration export as separate amounts and
      *                 post to their own GL expense accounts.  The
      *                 remit feed is now PERFORMed THRU its exit -
      *                 its GO TO was falling through into 2500.
      * 2026-10-15  RG  The employer's social security contribution
      *                 is now charged per employee on the gross pay
      *                 and subsidies, at the effective-dated SSRATE
      *                 rate of the employee's EMP-CONTRACT-TYPE (the
      *                 reduced-rate contracts carry their own code);
      *                 it prints on the department subtotals and
      *                 grand total of NETREG, is accrued to the GL
      *                 per department against the contributions
      *                 payable, and goes out in the new SSDECL
      *                 monthly remuneration declaration (one line per
      *                 employee and remuneration code, P/F/N) with
      *                 the SSRPT control report by department.
      * 2026-10-15  RG  Staff loans and salary advances granted in
      *                 LOANMNT are now recovered automatically: a
      *                 regular run takes each active EMPLOAN loan's
      *                 instalment (never past its balance) as its
      *                 own payslip deduction with the balance still
      *                 owed, stopping short of pushing the net below
      *                 the protected minimum (the national minimum
      *                 monthly wage, pro-rated for the weekly cycle).
      *                 The live run reduces the balance, logs each
      *                 recovery to LOANHST and credits the total to
      *                 the EMPRPESS staff receivable in the salary
      *                 journal; a rerun of the period shows the
      *                 instalment it already took instead of taking
      *                 it again.
      * 2026-10-15  RG  Added the termination settlement run (S): each
      *                 leaver HR keyed in SETLMNT is paid the unpaid
      *                 days worked, the LEAVEBAL days still owed (at
      *                 a day's pay of the month's base times 12 over
      *                 260 working days) and the notice pay, withheld
      *                 as pay; the holiday and Christmas subsidies
      *                 pro-rated to the leaving month less what the
      *                 YTD shows already paid, withheld autonomously;
      *                 and any compensation, untaxed.  Every loan and
      *                 advance still owed is recovered in full as far
      *                 as the net allows.  The run pays through the
      *                 EFT or cheque path like any other, prints the
      *                 SETLSTMT statement the leaver and the employer
      *                 sign, and - live - marks the SETTLE record paid
      *                 with the amounts and clears the leave balance.
      *                 The compensation is debited to INDEMNIZ.
      * 2026-10-15  RG  A live run now writes each employee's gross
      *                 and employer social security to LABCOST for
      *                 the LABDIST labour distribution by cost center.
      * 2026-10-15  RG  Expense claims approved in EXPCLM are paid by
      *                 the regular and settlement runs: the approved
      *                 lines are added to the net as a non-taxable
      *                 reimbursement, shown on the payslip and paid
      *                 through the EFT or cheque, but kept out of the
      *                 YTD net, the variance check and the tax and
      *                 social security declarations.  The live run
      *                 marks them paid under the period (a rerun pays
      *                 the same lines again) and the salary journal
      *                 clears the REEMBPES staff reimbursements
      *                 account EXPCLM credited at approval.
      * 2026-10-15  RG  A live run now keeps each employee's posted
      *                 pay (and each adjustment) in the PAYHIST
      *                 payroll history - every payslip figure, the
      *                 currency and rate, how it was paid and the YTD
      *                 after it - for PAYINQ's inquiry and payslip
      *                 reprint.
      *                 A weekly employee who split the week between
      *                 cost centers has one TIMESHT record per center;
      *                 the hours are priced together.
      * 2026-10-15  RG  Each department's employer-charge debit
      *                 carries on GLPOST the cost center CCMAST
      *                 charges the department to.
      * 2026-10-15  RG  A trial run raises a PAYAPPR item on the WORKQ
      *                 operator work queue for the supervisor to
      *                 approve the period, and each negative net pay
      *                 alert raises a NEGPAY item, through WQRAISE.
      * 2026-10-15  RG  The NIF on the settlement statement is printed
      *                 masked through the MASKSVC masking service.
      * 2026-10-15  RG  3300-PRICE-TIMESHEET is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMIT-FEED ASSIGN TO "REMITFD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SS-RATE-FILE ASSIGN TO "SSRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SSRATE-STATUS.
           SELECT SS-DECLARATION ASSIGN TO "SSDECL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SS-CONTROL-REPORT ASSIGN TO "SSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-LOAN-FILE ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL LOAN-HISTORY ASSIGN TO "LOANHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-EMP-ID
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT SETTLEMENT-STATEMENT ASSIGN TO "SETLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOUR-COST-FILE ASSIGN TO "LABCOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       01  EMP-PAY-FILE-RECORD       PIC X(148).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-DEPT               PIC X(04).
           05  FILLER                PIC X(46).
           05  SW-REC-TYPE           PIC X(01).
           05  FILLER                PIC X(67).

       FD  CURRENCY-RATE-FILE.
           COPY CURRATE.
       01  NET-VARIANCE-LINE         PIC X(80).

       FD  DECLARATION-EXPORT.
       01  DECLARATION-LINE          PIC X(80).

       FD  REMIT-FEED.
           COPY REMITFD.

       FD  SS-RATE-FILE.
           COPY SSRATE.

       FD  SS-DECLARATION.
       01  SS-DECLARATION-LINE       PIC X(80).

       FD  SS-CONTROL-REPORT.
       01  SS-CONTROL-LINE           PIC X(80).

       FD  EMPLOYEE-LOAN-FILE.
           COPY EMPLOAN.

       FD  LOAN-HISTORY.
           COPY LOANHST.

       FD  SETTLEMENT-FILE.
           COPY SETTLE.

       FD  SETTLEMENT-STATEMENT.
       01  SETTLEMENT-STATEMENT-LINE PIC X(80).

       FD  LABOUR-COST-FILE.
           COPY LABCOST.

       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  COST-CENTER-MASTER.
           COPY CCMAST.

       FD  NETPAY-REGISTER.
       01  PRINT-LINE                PIC X(80).

               88  WS-PRIOR-EOF                  VALUE "Y".
           05  WS-APPR-STATUS        PIC X(02) VALUE "00".
               88  WS-APPR-FOUND                 VALUES "00" "05".
           05  WS-SSRATE-STATUS      PIC X(02) VALUE "00".
               88  WS-SSRATE-FOUND               VALUES "00" "05".
           05  WS-SSRATE-EOF-SW      PIC X(01) VALUE "N".
               88  WS-SSRATE-EOF                 VALUE "Y".
           05  WS-LOAN-STATUS        PIC X(02) VALUE "00".
               88  WS-LOAN-FOUND                 VALUES "00" "05".
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                   VALUE "Y".
           05  WS-SETTLE-STATUS      PIC X(02) VALUE "00".
               88  WS-SETTLE-FOUND               VALUES "00" "05".
           05  WS-SETTLE-DUE-SW      PIC X(01) VALUE "N".
               88  WS-SETTLEMENT-DUE             VALUE "Y".
           05  WS-CLAIM-STATUS       PIC X(02) VALUE "00".
               88  WS-CLAIM-FOUND                VALUES "00" "05".
           05  WS-CLAIM-EOF-SW       PIC X(01) VALUE "N".
               88  WS-CLAIM-EOF                  VALUE "Y".
           05  WS-PAYHIST-STATUS     PIC X(02) VALUE "00".
               88  WS-PAYHIST-FOUND              VALUES "00" "05".
           05  WS-PAYHIST-DONE-SW    PIC X(01) VALUE "N".
               88  WS-PAYHIST-DONE               VALUE "Y".

       01  WS-WORK-FIELDS.
           COPY MONYFLD REPLACING MONEY-NAME BY WS-NETPAG.
           05  WS-NETPAG-CHECK       PIC S9(5)V99 VALUE ZEROS.
           05  WS-POST-AMOUNT        PIC S9(5)V99 VALUE ZEROS.
           05  WS-ADJ-CONV           PIC S9(5)V99 VALUE ZEROS.
           05  WS-TOTAL-GROSS        PIC 9(6)V99 VALUE ZEROS.
           05  WS-GRAND-TOTAL        PIC 9(7)V99 VALUE ZEROS.
           05  WS-PREV-DEPT          PIC X(04) VALUE SPACES.
           05  WS-PROCESSED-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-RUN-FREQ               PIC X(01) VALUE "M".
           88  WS-RUN-FREQ-VALID           VALUES "W" "M".

      *    R pays the cycle; F and N pay the holiday and Christmas
      *    subsidies and S the termination settlements, each
      *    controlled and approved under its own code
       01  WS-RUN-KIND               PIC X(01) VALUE "R".
           88  WS-REGULAR-RUN              VALUE "R".
           88  WS-HOLIDAY-RUN              VALUE "F".
           88  WS-CHRISTMAS-RUN            VALUE "N".
           88  WS-SUBSIDY-RUN              VALUES "F" "N".
           88  WS-SETTLEMENT-RUN           VALUE "S".
           88  WS-RUN-KIND-VALID           VALUES "R" "F" "N" "S".
       01  WS-CTL-FREQ               PIC X(01) VALUE "M".

       01  WS-RUN-MODE               PIC X(01) VALUE "L".
           88  WS-TRIAL-RUN                VALUE "T".
           88  WS-LIVE-RUN                 VALUE "L".

       COPY SEQSVC.

       COPY WQRAISE.

       COPY MASKSVC.

       01  WS-CHEQUE-FIELDS.
           05  WS-CHEQUE-NUMBER      PIC 9(06) VALUE ZEROS.
           05  WS-CHEQUE-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-WHTAX-RELIEF       PIC 9(3)V99 VALUE ZEROS.
           05  WS-WHTAX-HIT-SW       PIC X(01) VALUE "N".
               88  WS-WHTAX-HIT                  VALUE "Y".
           05  WS-TAX-BASE           PIC 9(6)V99 VALUE ZEROS.
           05  WS-TAX-WORK           PIC S9(6)V99 VALUE ZEROS.
           05  WS-TAX-AMOUNT         PIC 9(6)V99 VALUE ZEROS.

       01  WS-SUBSIDY-FIELDS.
           05  WS-SUB-MONTHS         PIC 9(02) VALUE ZEROS.
           05  WS-SUB-FIRST-MONTH    PIC 9(02) VALUE ZEROS.
           05  WS-SUB-LAST-MONTH     PIC 9(02) VALUE ZEROS.
           05  WS-SUB-BASE           PIC 9(6)V99 VALUE ZEROS.
           05  WS-SUB-HOL            PIC 9(6)V99 VALUE ZEROS.
           05  WS-SUB-XMAS           PIC 9(6)V99 VALUE ZEROS.
           05  WS-SUB-HOL-TAXA       PIC 9(6)V99 VALUE ZEROS.
           05  WS-SUB-XMAS-TAXA      PIC 9(6)V99 VALUE ZEROS.
           05  WS-SUB-TAXA           PIC 9(6)V99 VALUE ZEROS.
           05  WS-HOL-NET-TOTAL      PIC 9(7)V99 VALUE ZEROS.
           05  WS-XMAS-NET-TOTAL     PIC 9(7)V99 VALUE ZEROS.
           05  WS-SALARY-NET-TOTAL   PIC S9(7)V99 VALUE ZEROS.

       01  WS-SETTLEMENT-FIELDS.
           05  WS-SET-WORK-DAYS-YEAR PIC 9(03) VALUE 260.
           05  WS-SET-DAY-RATE       PIC 9(4)V9999 VALUE ZEROS.
           05  WS-SET-LEAVE-DAYS     PIC 9(3)V99 VALUE ZEROS.
           05  WS-SET-WORKED-PAY     PIC 9(6)V99 VALUE ZEROS.
           05  WS-SET-LEAVE-PAY      PIC 9(6)V99 VALUE ZEROS.
           05  WS-SET-NOTICE         PIC 9(6)V99 VALUE ZEROS.
           05  WS-SET-COMPENSATION   PIC 9(6)V99 VALUE ZEROS.
           05  WS-SET-DUE            PIC S9(6)V99 VALUE ZEROS.
           05  WS-SET-LOAN-OWED      PIC 9(7)V99 VALUE ZEROS.
           05  WS-SET-COMP-TOTAL     PIC 9(7)V99 VALUE ZEROS.
      *        approved expense claims paid with the net - outside
      *        the YTD net and the variance check
           05  WS-EXP-REIMB          PIC 9(5)V99 VALUE ZEROS.
           05  WS-EXP-REIMB-TOTAL    PIC 9(7)V99 VALUE ZEROS.
           05  WS-VAR-NET            PIC S9(5)V99 VALUE ZEROS.

      *    the employer contribution rate per contract code, folded
      *    to the latest on or before the business date
       01  WS-SSR-TABLE.
           05  WS-SSR-TABLE-SIZE     PIC 9(03) VALUE ZEROS.
           05  WS-SSR-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-SSR-TABLE-SIZE.
               10  WSR-CONTRACT      PIC X(01).
               10  WSR-RATE          PIC V9999.

       01  WS-SS-FIELDS.
           05  WS-SSR-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-SS-CONTRACT        PIC X(01) VALUE "N".
      *        the normal rate, charged when no SSRATE record covers
      *        the employee's contract code
           05  WS-SS-STD-RATE        PIC V9999 VALUE .2375.
           05  WS-SS-RATE            PIC V9999 VALUE ZEROS.
           05  WS-SS-CODE            PIC X(01) VALUE SPACE.
           05  WS-SS-AMOUNT          PIC 9(6)V99 VALUE ZEROS.
           05  WS-SS-EE-AMOUNT       PIC 9(6)V99 VALUE ZEROS.
           05  WS-SS-ER-AMOUNT       PIC 9(6)V99 VALUE ZEROS.
           05  WS-EMP-ER-SS          PIC 9(7)V99 VALUE ZEROS.
           05  WS-SS-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-SS-REMUN-CENTS     PIC 9(11) VALUE ZEROS.
           05  WS-SS-EE-CENTS        PIC 9(11) VALUE ZEROS.
           05  WS-SS-ER-CENTS        PIC 9(11) VALUE ZEROS.
           05  WS-DEPT-SS-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-DEPT-SS-REMUN      PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEPT-SS-EE         PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEPT-ER-SS         PIC 9(7)V99 VALUE ZEROS.
           05  WS-TOTAL-ER-SS        PIC 9(7)V99 VALUE ZEROS.

       01  WS-LOAN-FIELDS.
      *        the net a loan instalment may never push pay below -
      *        the national minimum monthly wage; the weekly cycle
      *        protects its 12/52 share
           05  WS-PROTECTED-NET-MONTH PIC 9(5)V99 VALUE 920.00.
           05  WS-PROTECTED-NET      PIC 9(5)V99 VALUE ZEROS.
           05  WS-PAY-MONTH          PIC 9(06) VALUE ZEROS.
           05  WS-LOAN-HEADROOM      PIC S9(7)V99 VALUE ZEROS.
           05  WS-LOAN-TAKE          PIC 9(7)V99 VALUE ZEROS.
           05  WS-LOAN-BAL-AFTER     PIC 9(7)V99 VALUE ZEROS.
           05  WS-LOAN-DEDUCTION     PIC 9(7)V99 VALUE ZEROS.
           05  WS-LOAN-RECOVERED-TOTAL PIC 9(7)V99 VALUE ZEROS.

      *    the instalments taken from this employee's pay, for the
      *    payslip
       01  WS-LOAN-TAKEN-TABLE.
           05  WS-LNT-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-LNT-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-LNT-COUNT.
               10  WLT-TYPE          PIC X(01).
               10  WLT-AMOUNT        PIC 9(7)V99.
               10  WLT-BALANCE       PIC 9(7)V99.
       01  WS-LNT-IDX                PIC 9(02) VALUE ZEROS.

      *    each department's contribution totals, filled at its
      *    control break, for the GL accrual and the SSRPT report
       01  WS-SS-DEPT-TABLE.
           05  WS-SSD-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-SSD-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-SSD-COUNT.
               10  WSD-DEPT          PIC X(04).
               10  WSD-EMPLOYEES     PIC 9(05).
               10  WSD-REMUN         PIC 9(7)V99.
               10  WSD-EE-SS         PIC 9(7)V99.
               10  WSD-ER-SS         PIC 9(7)V99.
       01  WS-SSD-IDX                PIC 9(03) VALUE ZEROS.

      *    the payroll departments CCMAST charges to a cost center
       01  WS-CCM-STATUS             PIC XX VALUE "00".
           88  WS-CCM-OK                     VALUES "00" "05".
       01  WS-DEPT-CENTER-SWITCHES.
           05  WS-CCM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CCM-EOF                  VALUE "Y".
           05  WS-DEPT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-DEPT-FOUND               VALUE "Y".
       01  WS-DEPT-CENTER-TABLE.
           05  WS-DCT-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-DCT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DCT-COUNT.
               10  WDC-DEPT          PIC X(04).
               10  WDC-CENTER-ID     PIC 9(03).
       01  WS-DCT-IDX                PIC 9(03) VALUE ZEROS.

       01  WS-SS-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(10) VALUE "UFCD0807CO".
           05  SH-PERIOD             PIC 9(08).
           05  SH-RUN-KIND           PIC X(01).
           05  FILLER                PIC X(60) VALUE SPACES.

       01  WS-SS-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  SD-NISS               PIC 9(11).
           05  SD-EMP-ID             PIC 9(05).
           05  SD-REMUN-CODE         PIC X(01).
           05  SD-CONTRACT           PIC X(01).
           05  SD-RATE               PIC V9999.
           05  SD-REMUN-CENTS        PIC 9(09).
           05  SD-EE-CENTS           PIC 9(09).
           05  SD-ER-CENTS           PIC 9(09).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-SS-TRAILER-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  ST-RECORD-COUNT       PIC 9(05).
           05  ST-REMUN-CENTS        PIC 9(11).
           05  ST-EE-CENTS           PIC 9(11).
           05  ST-ER-CENTS           PIC 9(11).
           05  FILLER                PIC X(41) VALUE SPACES.

       01  WS-SSR-TITLE-LINE.
           05  FILLER                PIC X(41) VALUE
               "CONTRIBUICOES SEGURANCA SOCIAL - PERIODO ".
           05  SRT-PERIOD            PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SRT-RUN-KIND          PIC X(01).

       01  WS-SSR-HEADING-LINE.
           05  FILLER                PIC X(40) VALUE
               "DEPT  EMPR.   REMUNERACOES  TRABALHADOR".
           05  FILLER                PIC X(14) VALUE "    ENTIDADE".

       01  WS-SSR-DETAIL-LINE.
           05  SRD-DEPT              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SRD-EMPLOYEES         PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SRD-REMUN             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SRD-EE-SS             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SRD-ER-SS             PIC Z,ZZZ,ZZ9.99.

       01  WS-SSR-CONTROL-LINE.
           05  FILLER                PIC X(24) VALUE
               "REGISTOS NA DECLARACAO: ".
           05  SRC-RECORDS           PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  TRAILER OK: ".
           05  SRC-AGREES            PIC X(03).

       01  WS-SUBSIDY-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-SUBSIDY-DATE-PARTS REDEFINES WS-SUBSIDY-DATE.
           05  WS-SD-YEAR            PIC 9(04).
           05  WS-SD-MONTH           PIC 9(02).
           05  WS-SD-DAY             PIC 9(02).
       01  WS-RUN-YEAR               PIC 9(04) VALUE ZEROS.

       01  WS-TIMESHEET-TABLE.
           05  WS-TS-COUNT           PIC 9(03) VALUE ZEROS.

       01  WS-TIMESHEET-FIELDS.
           05  WS-TS-IDX             PIC 9(03) VALUE ZEROS.
           05  WS-TS-MATCH-ID        PIC 9(05) VALUE ZEROS.
           05  WS-STD-WEEK-HOURS     PIC 9(2)V99 VALUE 40.00.
           05  WS-OT-MULTIPLIER      PIC 9V99 VALUE 1.50.
           05  WS-HOURLY-RATE        PIC 9(4)V9999 VALUE ZEROS.
           05  WS-DECL-GROSS-CENTS   PIC 9(11) VALUE ZEROS.
           05  WS-DECL-TAX-CENTS     PIC 9(11) VALUE ZEROS.
           05  WS-DECL-PENS-CENTS    PIC 9(11) VALUE ZEROS.
           05  WS-DECL-SUB-CENTS     PIC 9(11) VALUE ZEROS.
           05  WS-DECL-SUBTAX-CENTS  PIC 9(11) VALUE ZEROS.

       01  WS-DECL-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(10) VALUE "UFCD0807CO".
           05  DH-PERIOD             PIC 9(08).
           05  DH-RUN-KIND           PIC X(01).
           05  FILLER                PIC X(60) VALUE SPACES.

       01  WS-DECL-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  DD-BASE-CENTS         PIC 9(09).
           05  DD-TAX-CENTS          PIC 9(09).
           05  DD-PENSION-CENTS      PIC 9(09).
           05  DD-SUBSIDY-CENTS      PIC 9(09).
           05  DD-SUB-TAX-CENTS      PIC 9(09).
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-DECL-TRAILER-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  DT-GROSS-CENTS        PIC 9(11).
           05  DT-TAX-CENTS          PIC 9(11).
           05  DT-PENSION-CENTS      PIC 9(11).
           05  DT-SUBSIDY-CENTS      PIC 9(11).
           05  DT-SUB-TAX-CENTS      PIC 9(11).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-TS-ALERT-LINE.
           05  FILLER                PIC X(27) VALUE
               "FERIAS DISPONIVEIS .".
           05  PS-LEAVE-DAYS         PIC ---9.99.

       01  WS-STMT-SEPARATOR         PIC X(60) VALUE ALL "=".

       01  WS-STMT-TITLE-LINE.
           05  FILLER                PIC X(38) VALUE
               "ACERTO FINAL DE CONTAS - CESSACAO".
           05  STT-TRIAL             PIC X(22).

       01  WS-STMT-NAME-LINE.
           05  FILLER                PIC X(12) VALUE "TRABALHADOR:".
           05  STN-NAME              PIC X(25).
           05  FILLER                PIC X(06) VALUE "  NUM ".
           05  STN-ID                PIC 9(05).
           05  FILLER                PIC X(07) VALUE "  NIF: ".
           05  STN-NIF               PIC X(09).

       01  WS-STMT-DATES-LINE.
           05  FILLER                PIC X(12) VALUE "SAIDA EM:".
           05  STD-LEAVE-DATE        PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  MOTIVO: ".
           05  STD-REASON            PIC X(20).
           05  FILLER                PIC X(09) VALUE "  PAGO EM".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  STD-RUN-DATE          PIC 9(08).

       01  WS-STMT-AMOUNT-LINE.
           05  STM-LABEL             PIC X(28).
           05  STM-DAYS              PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  STM-AMOUNT            PIC ZZZ,ZZ9.99.

       01  WS-STMT-PAID-LINE.
           05  FILLER                PIC X(16) VALUE "PAGAMENTO POR: ".
           05  STP-METHOD            PIC X(30).

       01  WS-HEADER-LINE.
           05  FILLER                PIC X(10) VALUE "EMP ID".
           05  FILLER                PIC X(27) VALUE "EMPLOYEE NAME".
           05  WDT-DEPT              PIC X(04).
           05  FILLER                PIC X(11) VALUE SPACES.
           05  WDT-TOTAL             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  ENC.ENT ".
           05  WDT-ER-SS             PIC ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(32) VALUE
               "GRAND TOTAL NET PAY ..........".
           05  WT-GRAND-TOTAL        PIC ZZZ,ZZ9.99.

       01  WS-ER-TOTAL-LINE.
           05  FILLER                PIC X(32) VALUE
               "TOTAL ENCARGOS DA ENTIDADE ....".
           05  WT-ER-SS              PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0070-ACCEPT-RUN-KIND - R pays the weekly or monthly cycle,
      * F the holiday subsidy, N the Christmas subsidy and S the
      * pending termination settlements
      *-----------------------------------------------------------*
       0070-ACCEPT-RUN-KIND.
           DISPLAY "Processamento (R=normal, F=subsidio de ferias, "
               "N=subsidio de Natal, S=acerto final): "
           ACCEPT WS-RUN-KIND
           IF NOT WS-RUN-KIND-VALID
               DISPLAY "Processamento invalido."
               GO TO 0070-ACCEPT-RUN-KIND
           END-IF.
       0070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0080-ACCEPT-RUN-FREQUENCY - which pay cycle is this run for:
      * W selects the weekly-paid staff, M the monthly ones
           MOVE BD-BUSINESS-DATE TO EH-RUN-DATE
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
      *    a monthly run is controlled per month (day zeroed), a
      *    weekly or settlement run per business date
           IF WS-RUN-FREQ = "W" OR WS-SETTLEMENT-RUN
               MOVE WS-RUN-DATE TO WS-PAY-PERIOD
           ELSE
               MOVE ZEROS TO WS-PAY-PERIOD
               MOVE WS-RUN-DATE(1:6) TO WS-PAY-PERIOD(1:6)
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
      *    a subsidy or settlement run is controlled and approved
      *    under its own code, so it never blocks or is blocked by
      *    the cycle
           IF NOT WS-REGULAR-RUN
               MOVE WS-RUN-KIND TO WS-CTL-FREQ
           ELSE
               MOVE WS-RUN-FREQ TO WS-CTL-FREQ
           END-IF.

      *-----------------------------------------------------------*
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           PERFORM 0070-ACCEPT-RUN-KIND THRU 0070-EXIT
           IF WS-REGULAR-RUN
               PERFORM 0080-ACCEPT-RUN-FREQUENCY THRU 0080-EXIT
           END-IF
           PERFORM 0090-ACCEPT-RUN-MODE
           IF WS-REGULAR-RUN
               DISPLAY "Variacao maxima de liquido (%): "
               ACCEPT WS-VAR-THRESHOLD-PCT
           END-IF
           PERFORM 0050-READ-BUSINESS-DATE
           IF WS-TRIAL-RUN
      *        a trial touches no control file - it only reports
               PERFORM 9900-FILE-ERROR
           END-IF
           MOVE WS-PAY-PERIOD TO PC-PERIOD
           MOVE WS-CTL-FREQ TO PC-FREQ
           READ PAY-RUN-CONTROL
               INVALID KEY
                   SET PC-RUN-IN-PROGRESS TO TRUE
               PERFORM 9900-FILE-ERROR
           END-IF
           MOVE WS-PAY-PERIOD TO PA-PERIOD
           MOVE WS-CTL-FREQ TO PA-FREQ
           READ PAY-APPROVAL-FILE
               INVALID KEY
                   DISPLAY "Periodo " WS-PAY-PERIOD
       1000-INITIALIZE.
           PERFORM 1100-LOAD-CURRENCY-TABLE
           PERFORM 1200-LOAD-TAX-TABLE
           PERFORM 1260-LOAD-SS-RATES
           IF WS-RUN-FREQ = "W"
               PERFORM 1400-LOAD-TIMESHEETS
           END-IF
           OPEN OUTPUT NETPAY-ALERT
           IF WS-LIVE-RUN
               OPEN OUTPUT EFT-INTERCHANGE-FILE
               OPEN OUTPUT LABOUR-COST-FILE
               OPEN I-O PAY-HISTORY-FILE
               IF NOT WS-PAYHIST-FOUND
                   MOVE "PAYHIST" TO FE-FILE-NAME
                   MOVE WS-PAYHIST-STATUS TO FE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR
               END-IF
           END-IF
           OPEN OUTPUT PAYSLIP-FILE
      *    a live settlement clears the leave balance it pays out
           IF WS-SETTLEMENT-RUN AND WS-LIVE-RUN
               OPEN I-O LEAVE-BALANCE-FILE
           ELSE
               OPEN INPUT LEAVE-BALANCE-FILE
           END-IF
           IF WS-SETTLEMENT-RUN
               OPEN I-O SETTLEMENT-FILE
               IF NOT WS-SETTLE-FOUND
                   MOVE "SETTLE" TO FE-FILE-NAME
                   MOVE WS-SETTLE-STATUS TO FE-FILE-STATUS
                   PERFORM 9900-FILE-ERROR
               END-IF
               OPEN OUTPUT SETTLEMENT-STATEMENT
           END-IF
           OPEN I-O PRIOR-NET-FILE
           IF NOT WS-PRIOR-FOUND
               MOVE "PRIORNET" TO FE-FILE-NAME
           WRITE NET-VARIANCE-LINE FROM WS-VARIANCE-HEADER
           OPEN OUTPUT DECLARATION-EXPORT
           MOVE WS-PAY-PERIOD TO DH-PERIOD
           MOVE WS-RUN-KIND TO DH-RUN-KIND
           WRITE DECLARATION-LINE FROM WS-DECL-HEADER-LINE
           OPEN OUTPUT SS-DECLARATION
           MOVE WS-PAY-PERIOD TO SH-PERIOD
           MOVE WS-RUN-KIND TO SH-RUN-KIND
           WRITE SS-DECLARATION-LINE FROM WS-SS-HEADER-LINE
           OPEN OUTPUT SS-CONTROL-REPORT
           OPEN I-O EMPLOYEE-LOAN-FILE
           IF NOT WS-LOAN-FOUND
               MOVE "EMPLOAN" TO FE-FILE-NAME
               MOVE WS-LOAN-STATUS TO FE-FILE-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF
           OPEN I-O EXPENSE-CLAIM-FILE
           IF NOT WS-CLAIM-FOUND
               MOVE "EXPCLAIM" TO FE-FILE-NAME
               MOVE WS-CLAIM-STATUS TO FE-FILE-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF
           IF WS-RUN-FREQ = "W"
               COMPUTE WS-PROTECTED-NET ROUNDED =
                   WS-PROTECTED-NET-MONTH * 12 / 52
           ELSE
               MOVE WS-PROTECTED-NET-MONTH TO WS-PROTECTED-NET
           END-IF
      *    a leaver's last pay protects nothing - what is owed on
      *    the loans comes out of it as far as it goes
           IF WS-SETTLEMENT-RUN
               MOVE ZEROS TO WS-PROTECTED-NET
           END-IF
           COMPUTE WS-PAY-MONTH = WS-PAY-PERIOD / 100
           IF WS-LIVE-RUN
               OPEN EXTEND REMIT-FEED
               OPEN EXTEND LOAN-HISTORY
           END-IF
           IF WS-LIVE-RUN
               OPEN OUTPUT CHEQUE-PRINT-FILE
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1260-LOAD-SS-RATES - read the effective-dated SSRATE file
      * once into the table 2600 looks the contract codes up in,
      * keeping per code the latest rate on or before the business
      * date - the tax-table fold
      *-----------------------------------------------------------*
       1260-LOAD-SS-RATES.
           OPEN INPUT SS-RATE-FILE
           IF NOT WS-SSRATE-FOUND
               MOVE "SSRATE" TO FE-FILE-NAME
               MOVE WS-SSRATE-STATUS TO FE-FILE-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF
           PERFORM 1270-APPLY-SS-RATE THRU 1270-EXIT
               UNTIL WS-SSRATE-EOF
           CLOSE SS-RATE-FILE.

       1270-APPLY-SS-RATE.
           READ SS-RATE-FILE NEXT RECORD
               AT END
                   SET WS-SSRATE-EOF TO TRUE
                   GO TO 1270-EXIT
           END-READ
           IF SS-EFFECTIVE-DATE > WS-RUN-DATE
               GO TO 1270-EXIT
           END-IF
           IF WS-SSR-TABLE-SIZE > ZEROS
               AND WSR-CONTRACT(WS-SSR-TABLE-SIZE) = SS-CONTRACT-TYPE
               MOVE SS-EMPLOYER-RATE TO WSR-RATE(WS-SSR-TABLE-SIZE)
               GO TO 1270-EXIT
           END-IF
           IF WS-SSR-TABLE-SIZE = 30
               GO TO 1270-EXIT
           END-IF
           ADD 1 TO WS-SSR-TABLE-SIZE
           MOVE SS-CONTRACT-TYPE TO WSR-CONTRACT(WS-SSR-TABLE-SIZE)
           MOVE SS-EMPLOYER-RATE TO WSR-RATE(WS-SSR-TABLE-SIZE).
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-TIMESHEETS - the TIMESHT records TSCAP captured
      * for the week being run, into the table 3300 prices from
           IF TS-WEEK-DATE NOT = WS-PAY-PERIOD
               GO TO 1450-EXIT
           END-IF
      *    a week split between cost centers comes as one record
      *    per center - priced as the one week
           MOVE TS-EMP-ID TO WS-TS-MATCH-ID
           PERFORM 3305-FIND-TIMESHEET
           IF WS-TS-FOUND
               ADD TS-HOURS TO WTS-HOURS(WS-TS-IDX)
               GO TO 1450-EXIT
           END-IF
           IF WS-TS-COUNT = 500
               GO TO 1450-EXIT
           END-IF
      * 2000-PROCESS-EMPLOYEE - compute net pay and print one line
      *-----------------------------------------------------------*
       2000-PROCESS-EMPLOYEE.
           IF EMP-TERMINATED AND WS-REGULAR-RUN
               RETURN SORT-WORK-FILE INTO EMP-PAY-RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
               GO TO 2000-EXIT
           END-IF
           IF WS-REGULAR-RUN
               AND ((WS-RUN-FREQ = "W" AND NOT EMP-FREQ-WEEKLY)
                 OR (WS-RUN-FREQ = "M" AND NOT EMP-FREQ-MONTHLY))
               RETURN SORT-WORK-FILE INTO EMP-PAY-RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
               GO TO 2000-EXIT
           END-IF
           IF WS-SUBSIDY-RUN
               PERFORM 2400-COUNT-SUBSIDY-MONTHS THRU 2400-EXIT
               IF WS-SUB-MONTHS = ZEROS
                   RETURN SORT-WORK-FILE INTO EMP-PAY-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                   END-RETURN
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF WS-SETTLEMENT-RUN
               PERFORM 2460-FIND-SETTLEMENT THRU 2460-EXIT
               IF NOT WS-SETTLEMENT-DUE
                   RETURN SORT-WORK-FILE INTO EMP-PAY-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                   END-RETURN
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 2100-CHECK-ALREADY-POSTED THRU 2100-EXIT
           IF WS-ALREADY-POSTED
               MOVE EMP-ID TO WK-ID
               GO TO 2000-EXIT
           END-IF
           PERFORM 3400-LOOKUP-CURRENCY-RATE
           IF WS-SUBSIDY-RUN
               PERFORM 2450-COMPUTE-SUBSIDY
               GO TO 2050-SETTLE-NET-PAY
           END-IF
           IF WS-SETTLEMENT-RUN
               PERFORM 2470-COMPUTE-SETTLEMENT
               GO TO 2050-SETTLE-NET-PAY
           END-IF
           IF WS-RUN-FREQ = "W"
               PERFORM 3300-PRICE-TIMESHEET THRU 3300-EXIT
               IF NOT WS-TS-FOUND
      *            no submitted timesheet - an exception, not a
      *            silent flat payment
           COMPUTE WS-CONV-PENSAO ROUNDED = EMP-PENSAO * WS-CURR-RATE
           COMPUTE WS-CONV-COBRANCA ROUNDED =
               EMP-COBRANCA * WS-CURR-RATE
           PERFORM 2350-ADD-SUBSIDY-TWELFTHS THRU 2350-EXIT.

      *-----------------------------------------------------------*
      * 2050-SETTLE-NET-PAY - gross (pay plus any subsidy and a
      * leaver's compensation) less every deduction gives the net;
      * the regular, subsidy and settlement computations all
      * arrive here
      *-----------------------------------------------------------*
       2050-SETTLE-NET-PAY.
           ADD WS-CONV-PAG, WS-SUB-HOL, WS-SUB-XMAS,
               WS-SET-COMPENSATION GIVING WS-TOTAL-GROSS
           SUBTRACT WS-CONV-TAXA, WS-SUB-TAXA, WS-CONV-PR,
               WS-CONV-PENSAO, WS-CONV-COBRANCA
               FROM WS-TOTAL-GROSS GIVING WS-NETPAG-CHECK ROUNDED
           MOVE ZEROS TO WS-LOAN-DEDUCTION
           MOVE ZEROS TO WS-LNT-COUNT
           IF (WS-REGULAR-RUN OR WS-SETTLEMENT-RUN)
               AND WS-NETPAG-CHECK > WS-PROTECTED-NET
               PERFORM 2380-TAKE-LOAN-INSTALMENTS
               SUBTRACT WS-LOAN-DEDUCTION FROM WS-NETPAG-CHECK
               ADD WS-LOAN-DEDUCTION TO WS-LOAN-RECOVERED-TOTAL
           END-IF
      *    approved expense claims ride on the net, untaxed, after
      *    the loans so they never widen the instalment headroom
           MOVE ZEROS TO WS-EXP-REIMB
           IF (WS-REGULAR-RUN OR WS-SETTLEMENT-RUN)
               AND WS-NETPAG-CHECK NOT < ZEROS
               PERFORM 2420-ADD-EXPENSE-CLAIMS
               ADD WS-EXP-REIMB TO WS-NETPAG-CHECK
               ADD WS-EXP-REIMB TO WS-EXP-REIMB-TOTAL
           END-IF
           IF WS-NETPAG-CHECK < ZEROS
               PERFORM 5000-WRITE-ALERT
               MOVE ZEROS TO WS-NETPAG
           ELSE
               MOVE WS-NETPAG-CHECK TO WS-NETPAG
               MOVE WS-NETPAG TO WS-POST-AMOUNT
               COMPUTE WS-HOL-NET-TOTAL = WS-HOL-NET-TOTAL
                   + WS-SUB-HOL - WS-SUB-HOL-TAXA
               COMPUTE WS-XMAS-NET-TOTAL = WS-XMAS-NET-TOTAL
                   + WS-SUB-XMAS - WS-SUB-XMAS-TAXA
               ADD WS-SET-COMPENSATION TO WS-SET-COMP-TOTAL
               IF WS-LIVE-RUN
                   IF EMP-BANK-ACCT = SPACES
                       PERFORM 6500-WRITE-CHEQUE
      *        posted - read it for the payslip without adding
               PERFORM 3050-READ-YTD
           ELSE
      *        the settlement is marked paid before the YTD moves,
      *        so a rerun after an abend pays the same figures
               IF WS-SETTLEMENT-RUN AND WS-NETPAG-CHECK NOT < ZEROS
                   PERFORM 2480-CLOSE-SETTLEMENT
               END-IF
               IF WS-EXP-REIMB > ZEROS
                   PERFORM 2430-MARK-CLAIMS-PAID
               END-IF
               PERFORM 3000-UPDATE-YTD
               PERFORM 2950-WRITE-PAY-HISTORY
               PERFORM 2200-MARK-POSTED
               IF WS-REGULAR-RUN
                   PERFORM 2900-WRITE-REMIT-FEED THRU 2900-EXIT
               END-IF
           END-IF
      *    a subsidy is no month's net - it is not compared with the
      *    last cycle nor recorded as this one
           IF WS-REGULAR-RUN
               PERFORM 2700-CHECK-VARIANCE
           END-IF
           PERFORM 2600-EMPLOYER-CONTRIBUTION
           IF WS-LIVE-RUN AND WS-NETPAG-CHECK NOT < ZEROS
               PERFORM 2650-WRITE-LABOUR-COST
           END-IF
           PERFORM 2800-WRITE-DECLARATION
           PERFORM 7000-WRITE-PAYSLIP
           IF WS-SETTLEMENT-RUN
               PERFORM 7200-WRITE-SETTLEMENT-STATEMENT
           END-IF
           MOVE EMP-ID TO WD-ID
           MOVE EMP-NAME TO WD-NAME
           MOVE EMP-DEPT TO WD-DEPT
           END-IF
           MOVE WS-PAY-PERIOD TO PP-PERIOD
           MOVE EMP-ID TO PP-EMP-ID
           PERFORM 2250-SET-POSTED-TYPE
           READ PAY-POSTED
               INVALID KEY
                   CONTINUE
       2200-MARK-POSTED.
           MOVE WS-PAY-PERIOD TO PP-PERIOD
           MOVE EMP-ID TO PP-EMP-ID
           PERFORM 2250-SET-POSTED-TYPE
           WRITE PAY-POSTED-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *-----------------------------------------------------------*
      * 2250-SET-POSTED-TYPE - a subsidy or settlement run posts in
      * the same period as a cycle, so its postings carry the run
      * kind in the type byte instead of the record type
      *-----------------------------------------------------------*
       2250-SET-POSTED-TYPE.
           IF NOT WS-REGULAR-RUN
               MOVE WS-RUN-KIND TO PP-REC-TYPE
           ELSE
               MOVE EMP-REC-TYPE TO PP-REC-TYPE
           END-IF.

      *-----------------------------------------------------------*
      * 2350-ADD-SUBSIDY-TWELFTHS - an employee paid monthly who
      * takes the subsidies in twelfths gets a twelfth of the month's
      * pay for each with every monthly pay.  A twelfth is withheld
      * on its own at the rate the ordinary pay was taxed at - it
      * never lifts the ordinary pay into a higher bracket.
      *-----------------------------------------------------------*
       2350-ADD-SUBSIDY-TWELFTHS.
           MOVE ZEROS TO WS-SUB-HOL WS-SUB-XMAS WS-SUB-HOL-TAXA
               WS-SUB-XMAS-TAXA WS-SUB-TAXA
           IF WS-RUN-FREQ NOT = "M" OR NOT EMP-TWELFTHS
               GO TO 2350-EXIT
           END-IF
           COMPUTE WS-SUB-HOL ROUNDED = WS-CONV-PAG / 12
           MOVE WS-SUB-HOL TO WS-SUB-XMAS
           IF WS-TAX-TABLE-SIZE > ZEROS
               COMPUTE WS-SUB-HOL-TAXA ROUNDED =
                   WS-SUB-HOL * WS-WHTAX-RATE
           ELSE
               IF WS-CONV-PAG > ZEROS
                   COMPUTE WS-SUB-HOL-TAXA ROUNDED =
                       WS-SUB-HOL * WS-CONV-TAXA / WS-CONV-PAG
               END-IF
           END-IF
           MOVE WS-SUB-HOL-TAXA TO WS-SUB-XMAS-TAXA
           ADD WS-SUB-HOL-TAXA, WS-SUB-XMAS-TAXA GIVING WS-SUB-TAXA.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2380-TAKE-LOAN-INSTALMENTS - the employee's loans in loan
      * number order, each taking its instalment out of whatever
      * the net still has above the protected minimum
      *-----------------------------------------------------------*
       2380-TAKE-LOAN-INSTALMENTS.
           COMPUTE WS-LOAN-HEADROOM = WS-NETPAG-CHECK - WS-PROTECTED-NET
           MOVE "N" TO WS-LOAN-EOF-SW
           MOVE EMP-ID TO LN-EMP-ID
           MOVE ZEROS TO LN-LOAN-NUMBER
           START EMPLOYEE-LOAN-FILE KEY NOT < LN-KEY
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM 2390-TAKE-ONE-INSTALMENT THRU 2390-EXIT
               UNTIL WS-LOAN-EOF.

      *-----------------------------------------------------------*
      * 2390-TAKE-ONE-INSTALMENT - one loan: an instalment already
      * taken this period is shown again as it was; otherwise an
      * active loan due from this month gives its instalment, cut
      * to the balance and to the headroom left.  A settlement
      * takes the whole balance of any loan not yet settled,
      * suspended or not yet due.  Only the live run moves the
      * balance and logs the recovery.
      *-----------------------------------------------------------*
       2390-TAKE-ONE-INSTALMENT.
           READ EMPLOYEE-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
                   GO TO 2390-EXIT
           END-READ
           IF LN-EMP-ID NOT = EMP-ID OR WS-LNT-COUNT = 20
               SET WS-LOAN-EOF TO TRUE
               GO TO 2390-EXIT
           END-IF
           IF LN-LAST-PERIOD = WS-PAY-PERIOD
               MOVE LN-LAST-AMOUNT TO WS-LOAN-TAKE
               MOVE LN-BALANCE TO WS-LOAN-BAL-AFTER
               SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-HEADROOM
               PERFORM 2395-NOTE-INSTALMENT
               GO TO 2390-EXIT
           END-IF
           IF LN-SETTLED OR LN-BALANCE = ZEROS
               OR WS-LOAN-HEADROOM NOT > ZEROS
               GO TO 2390-EXIT
           END-IF
           IF WS-SETTLEMENT-RUN
               MOVE LN-BALANCE TO WS-LOAN-TAKE
           ELSE
               IF NOT LN-ACTIVE OR LN-START-PERIOD > WS-PAY-MONTH
                   GO TO 2390-EXIT
               END-IF
               MOVE LN-INSTALMENT TO WS-LOAN-TAKE
           END-IF
           IF WS-LOAN-TAKE > LN-BALANCE
               MOVE LN-BALANCE TO WS-LOAN-TAKE
           END-IF
           IF WS-LOAN-TAKE > WS-LOAN-HEADROOM
               MOVE WS-LOAN-HEADROOM TO WS-LOAN-TAKE
           END-IF
           SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-HEADROOM
           COMPUTE WS-LOAN-BAL-AFTER = LN-BALANCE - WS-LOAN-TAKE
           IF WS-LIVE-RUN
               MOVE WS-LOAN-BAL-AFTER TO LN-BALANCE
               MOVE WS-PAY-PERIOD TO LN-LAST-PERIOD
               MOVE WS-LOAN-TAKE TO LN-LAST-AMOUNT
               IF LN-BALANCE = ZEROS
                   SET LN-SETTLED TO TRUE
               END-IF
               REWRITE EMPLOYEE-LOAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE SPACES TO LOAN-HISTORY-RECORD
               MOVE WS-RUN-DATE TO LH-POST-DATE
               MOVE LN-EMP-ID TO LH-EMP-ID
               MOVE LN-LOAN-NUMBER TO LH-LOAN-NUMBER
               SET LH-PAYROLL-RECOVERY TO TRUE
               MOVE WS-LOAN-TAKE TO LH-AMOUNT
               MOVE LN-BALANCE TO LH-BALANCE
               MOVE WS-PAY-PERIOD TO LH-PAY-PERIOD
               MOVE "NETPAY" TO LH-SOURCE
               WRITE LOAN-HISTORY-RECORD
           END-IF
           PERFORM 2395-NOTE-INSTALMENT.
       2390-EXIT.
           EXIT.

       2395-NOTE-INSTALMENT.
           ADD WS-LOAN-TAKE TO WS-LOAN-DEDUCTION
           ADD 1 TO WS-LNT-COUNT
           MOVE LN-LOAN-TYPE TO WLT-TYPE(WS-LNT-COUNT)
           MOVE WS-LOAN-TAKE TO WLT-AMOUNT(WS-LNT-COUNT)
           MOVE WS-LOAN-BAL-AFTER TO WLT-BALANCE(WS-LNT-COUNT).

      *-----------------------------------------------------------*
      * 2400-COUNT-SUBSIDY-MONTHS - the months of the run's year the
      * employee was on the payroll: from the hire month when hired
      * this year, to the leaving month when leaving this year.
      * Nothing is due to an adjustment record, to a monthly-paid
      * employee already taking twelfths, to anyone hired after the
      * year or gone before it, or to a terminated employee with no
      * leaving date on file.
      *-----------------------------------------------------------*
       2400-COUNT-SUBSIDY-MONTHS.
           MOVE ZEROS TO WS-SUB-MONTHS
           IF EMP-ADJ-REC
               GO TO 2400-EXIT
           END-IF
           IF EMP-TWELFTHS AND EMP-FREQ-MONTHLY
               GO TO 2400-EXIT
           END-IF
           MOVE 1 TO WS-SUB-FIRST-MONTH
           MOVE 12 TO WS-SUB-LAST-MONTH
           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZEROS
               MOVE EMP-HIRE-DATE TO WS-SUBSIDY-DATE
               IF WS-SD-YEAR > WS-RUN-YEAR
                   GO TO 2400-EXIT
               END-IF
               IF WS-SD-YEAR = WS-RUN-YEAR
                   MOVE WS-SD-MONTH TO WS-SUB-FIRST-MONTH
               END-IF
           END-IF
           IF EMP-LEAVE-DATE NUMERIC AND EMP-LEAVE-DATE > ZEROS
               MOVE EMP-LEAVE-DATE TO WS-SUBSIDY-DATE
               IF WS-SD-YEAR < WS-RUN-YEAR
                   GO TO 2400-EXIT
               END-IF
               IF WS-SD-YEAR = WS-RUN-YEAR
                   MOVE WS-SD-MONTH TO WS-SUB-LAST-MONTH
               END-IF
           ELSE
               IF EMP-TERMINATED
                   GO TO 2400-EXIT
               END-IF
           END-IF
           IF WS-SUB-LAST-MONTH < WS-SUB-FIRST-MONTH
               GO TO 2400-EXIT
           END-IF
           COMPUTE WS-SUB-MONTHS =
               WS-SUB-LAST-MONTH - WS-SUB-FIRST-MONTH + 1.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2450-COMPUTE-SUBSIDY - the run's subsidy: a month's base pay
      * (a weekly wage brought to the month) over twelve, times the
      * months served this year, withheld autonomously - taxed at
      * the bracket the subsidy itself reaches, not added to any
      * month's pay.  No ordinary pay or deduction is taken.
      *-----------------------------------------------------------*
       2450-COMPUTE-SUBSIDY.
           MOVE ZEROS TO WS-CONV-PAG WS-CONV-TAXA WS-CONV-PR
               WS-CONV-PENSAO WS-CONV-COBRANCA
           MOVE ZEROS TO WS-SUB-HOL WS-SUB-XMAS WS-SUB-HOL-TAXA
               WS-SUB-XMAS-TAXA
           IF EMP-FREQ-WEEKLY
               COMPUTE WS-SUB-BASE ROUNDED =
                   EMP-PAG * 52 / 12 * WS-CURR-RATE
           ELSE
               COMPUTE WS-SUB-BASE ROUNDED = EMP-PAG * WS-CURR-RATE
           END-IF
           COMPUTE WS-TAX-BASE ROUNDED =
               WS-SUB-BASE * WS-SUB-MONTHS / 12
           PERFORM 3550-COMPUTE-SUBSIDY-TAX
           IF WS-HOLIDAY-RUN
               MOVE WS-TAX-BASE TO WS-SUB-HOL
               MOVE WS-TAX-AMOUNT TO WS-SUB-HOL-TAXA
           ELSE
               MOVE WS-TAX-BASE TO WS-SUB-XMAS
               MOVE WS-TAX-AMOUNT TO WS-SUB-XMAS-TAXA
           END-IF
           ADD WS-SUB-HOL-TAXA, WS-SUB-XMAS-TAXA GIVING WS-SUB-TAXA.

      *-----------------------------------------------------------*
      * 2460-FIND-SETTLEMENT - a settlement run pays the employees
      * with a pending SETTLE record, and again - as a rerun - those
      * this very period already marked paid
      *-----------------------------------------------------------*
       2460-FIND-SETTLEMENT.
           MOVE "N" TO WS-SETTLE-DUE-SW
           IF EMP-ADJ-REC
               GO TO 2460-EXIT
           END-IF
           MOVE EMP-ID TO SE-EMP-ID
           READ SETTLEMENT-FILE
               INVALID KEY
                   GO TO 2460-EXIT
           END-READ
           IF SE-PENDING
               OR (SE-PAID AND SE-PAID-PERIOD = WS-PAY-PERIOD)
               SET WS-SETTLEMENT-DUE TO TRUE
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2470-COMPUTE-SETTLEMENT - a leaver's final pay: the days
      * worked, the leave owed and the notice are pay and withheld
      * as such; the pro-rated subsidies are withheld autonomously
      * as in their own runs; the compensation is paid untaxed.  No
      * ordinary deduction is taken.  A settlement this period has
      * already paid keeps the figures it was paid with.
      *-----------------------------------------------------------*
       2470-COMPUTE-SETTLEMENT.
           MOVE ZEROS TO WS-CONV-PAG WS-CONV-TAXA WS-CONV-PR
               WS-CONV-PENSAO WS-CONV-COBRANCA
           MOVE ZEROS TO WS-SUB-HOL WS-SUB-XMAS WS-SUB-HOL-TAXA
               WS-SUB-XMAS-TAXA
           IF EMP-FREQ-WEEKLY
               COMPUTE WS-SUB-BASE ROUNDED =
                   EMP-PAG * 52 / 12 * WS-CURR-RATE
           ELSE
               COMPUTE WS-SUB-BASE ROUNDED = EMP-PAG * WS-CURR-RATE
           END-IF
           MOVE SE-NOTICE-PAY TO WS-SET-NOTICE
           MOVE SE-COMPENSATION TO WS-SET-COMPENSATION
      *    an overdrawn leave balance is not clawed back
           MOVE ZEROS TO WS-SET-LEAVE-DAYS
           IF SE-LEAVE-DAYS > ZEROS
               MOVE SE-LEAVE-DAYS TO WS-SET-LEAVE-DAYS
           END-IF
           IF SE-PAID
               MOVE SE-WORKED-PAY TO WS-SET-WORKED-PAY
               MOVE SE-LEAVE-PAY TO WS-SET-LEAVE-PAY
               MOVE SE-HOL-SUBSIDY TO WS-SUB-HOL
               MOVE SE-XMAS-SUBSIDY TO WS-SUB-XMAS
           ELSE
               PERFORM 2475-PRICE-SETTLEMENT
           END-IF
           ADD WS-SET-WORKED-PAY, WS-SET-LEAVE-PAY, WS-SET-NOTICE
               GIVING WS-CONV-PAG
           IF WS-TAX-TABLE-SIZE > ZEROS
               PERFORM 3500-COMPUTE-WITHHOLDING
           ELSE
               IF EMP-PAG > ZEROS
                   COMPUTE WS-CONV-TAXA ROUNDED =
                       WS-CONV-PAG * EMP-TAXA / EMP-PAG
               END-IF
           END-IF
           MOVE WS-SUB-HOL TO WS-TAX-BASE
           PERFORM 3550-COMPUTE-SUBSIDY-TAX
           MOVE WS-TAX-AMOUNT TO WS-SUB-HOL-TAXA
           MOVE WS-SUB-XMAS TO WS-TAX-BASE
           PERFORM 3550-COMPUTE-SUBSIDY-TAX
           MOVE WS-TAX-AMOUNT TO WS-SUB-XMAS-TAXA
           ADD WS-SUB-HOL-TAXA, WS-SUB-XMAS-TAXA GIVING WS-SUB-TAXA.

      *-----------------------------------------------------------*
      * 2475-PRICE-SETTLEMENT - a day's pay is the month's base
      * times 12 over the working days of the year; each subsidy
      * is what the months served this year earn less what the YTD
      * shows was already paid of it, never below zero
      *-----------------------------------------------------------*
       2475-PRICE-SETTLEMENT.
           COMPUTE WS-SET-DAY-RATE ROUNDED =
               WS-SUB-BASE * 12 / WS-SET-WORK-DAYS-YEAR
           COMPUTE WS-SET-WORKED-PAY ROUNDED =
               WS-SET-DAY-RATE * SE-WORKED-DAYS
           COMPUTE WS-SET-LEAVE-PAY ROUNDED =
               WS-SET-DAY-RATE * WS-SET-LEAVE-DAYS
           PERFORM 2400-COUNT-SUBSIDY-MONTHS THRU 2400-EXIT
           PERFORM 3050-READ-YTD
           COMPUTE WS-SET-DUE ROUNDED =
               WS-SUB-BASE * WS-SUB-MONTHS / 12 - YTD-HOL-SUBSIDY
           IF WS-SET-DUE > ZEROS
               MOVE WS-SET-DUE TO WS-SUB-HOL
           END-IF
           COMPUTE WS-SET-DUE ROUNDED =
               WS-SUB-BASE * WS-SUB-MONTHS / 12 - YTD-XMAS-SUBSIDY
           IF WS-SET-DUE > ZEROS
               MOVE WS-SET-DUE TO WS-SUB-XMAS
           END-IF.

      *-----------------------------------------------------------*
      * 2420-ADD-EXPENSE-CLAIMS - the employee's approved claim
      * lines, and on a rerun of the period the lines this period
      * already paid; an employee already posted for the period
      * gets only those, a claim approved since waits for the next
      * run
      *-----------------------------------------------------------*
       2420-ADD-EXPENSE-CLAIMS.
           PERFORM 2425-START-EMPLOYEE-CLAIMS
           PERFORM 2426-ADD-ONE-CLAIM-LINE THRU 2426-EXIT
               UNTIL WS-CLAIM-EOF.

       2425-START-EMPLOYEE-CLAIMS.
           MOVE "N" TO WS-CLAIM-EOF-SW
           MOVE EMP-ID TO EC-EMP-ID
           MOVE ZEROS TO EC-CLAIM-NUMBER
           MOVE ZEROS TO EC-LINE
           START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF TO TRUE
           END-START.

       2426-ADD-ONE-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
                   GO TO 2426-EXIT
           END-READ
           IF EC-EMP-ID NOT = EMP-ID
               SET WS-CLAIM-EOF TO TRUE
               GO TO 2426-EXIT
           END-IF
           IF (EC-APPROVED AND NOT WS-ALREADY-POSTED)
               OR (EC-PAID AND EC-PAID-PERIOD = WS-PAY-PERIOD)
               ADD EC-AMOUNT EC-VAT-AMOUNT TO WS-EXP-REIMB
           END-IF.
       2426-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2430-MARK-CLAIMS-PAID - the live run marks the approved
      * lines it paid under this period, before the YTD moves
      *-----------------------------------------------------------*
       2430-MARK-CLAIMS-PAID.
           PERFORM 2425-START-EMPLOYEE-CLAIMS
           PERFORM 2435-MARK-ONE-CLAIM-LINE THRU 2435-EXIT
               UNTIL WS-CLAIM-EOF.

       2435-MARK-ONE-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
                   GO TO 2435-EXIT
           END-READ
           IF EC-EMP-ID NOT = EMP-ID
               SET WS-CLAIM-EOF TO TRUE
               GO TO 2435-EXIT
           END-IF
           IF EC-APPROVED
               SET EC-PAID TO TRUE
               MOVE WS-PAY-PERIOD TO EC-PAID-PERIOD
               REWRITE EXPENSE-CLAIM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       2435-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2480-CLOSE-SETTLEMENT - the live run marks the settlement
      * paid under this period with the figures it paid, and the
      * leave balance it paid out is cleared
      *-----------------------------------------------------------*
       2480-CLOSE-SETTLEMENT.
           SET SE-PAID TO TRUE
           MOVE WS-PAY-PERIOD TO SE-PAID-PERIOD
           MOVE WS-SET-WORKED-PAY TO SE-WORKED-PAY
           MOVE WS-SET-LEAVE-PAY TO SE-LEAVE-PAY
           MOVE WS-SUB-HOL TO SE-HOL-SUBSIDY
           MOVE WS-SUB-XMAS TO SE-XMAS-SUBSIDY
           MOVE WS-LOAN-DEDUCTION TO SE-LOAN-DEDUCTED
           MOVE WS-NETPAG TO SE-NET-PAID
           REWRITE SETTLEMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO LB-BALANCE-DAYS
                   REWRITE LEAVE-BALANCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      * 2600-EMPLOYER-CONTRIBUTION - the employer's social security
      * charge on this employee's remuneration at the rate of their
      * contract code, one declaration line per remuneration code:
      * P the base pay (with the employee's own PR contribution), F
      * and N the holiday and Christmas subsidies
      *-----------------------------------------------------------*
       2600-EMPLOYER-CONTRIBUTION.
           IF EMP-CONTRACT-NORMAL
               MOVE "N" TO WS-SS-CONTRACT
           ELSE
               MOVE EMP-CONTRACT-TYPE TO WS-SS-CONTRACT
           END-IF
           MOVE WS-SS-STD-RATE TO WS-SS-RATE
           MOVE ZEROS TO WS-EMP-ER-SS
           PERFORM 2620-MATCH-ONE-SS-RATE
               VARYING WS-SSR-IDX FROM 1 BY 1
               UNTIL WS-SSR-IDX > WS-SSR-TABLE-SIZE
           ADD 1 TO WS-DEPT-SS-COUNT
           IF WS-CONV-PAG > ZEROS
               MOVE "P" TO WS-SS-CODE
               MOVE WS-CONV-PAG TO WS-SS-AMOUNT
               MOVE WS-CONV-PR TO WS-SS-EE-AMOUNT
               PERFORM 2610-WRITE-SS-LINE
           END-IF
           IF WS-SUB-HOL > ZEROS
               MOVE "F" TO WS-SS-CODE
               MOVE WS-SUB-HOL TO WS-SS-AMOUNT
               MOVE ZEROS TO WS-SS-EE-AMOUNT
               PERFORM 2610-WRITE-SS-LINE
           END-IF
           IF WS-SUB-XMAS > ZEROS
               MOVE "N" TO WS-SS-CODE
               MOVE WS-SUB-XMAS TO WS-SS-AMOUNT
               MOVE ZEROS TO WS-SS-EE-AMOUNT
               PERFORM 2610-WRITE-SS-LINE
           END-IF.

       2610-WRITE-SS-LINE.
           COMPUTE WS-SS-ER-AMOUNT ROUNDED = WS-SS-AMOUNT * WS-SS-RATE
           MOVE EMP-NISS TO SD-NISS
           MOVE EMP-ID TO SD-EMP-ID
           MOVE WS-SS-CODE TO SD-REMUN-CODE
           MOVE WS-SS-CONTRACT TO SD-CONTRACT
           MOVE WS-SS-RATE TO SD-RATE
           COMPUTE SD-REMUN-CENTS = WS-SS-AMOUNT * 100
           COMPUTE SD-EE-CENTS = WS-SS-EE-AMOUNT * 100
           COMPUTE SD-ER-CENTS = WS-SS-ER-AMOUNT * 100
           WRITE SS-DECLARATION-LINE FROM WS-SS-DETAIL-LINE
           ADD 1 TO WS-SS-COUNT
           ADD SD-REMUN-CENTS TO WS-SS-REMUN-CENTS
           ADD SD-EE-CENTS TO WS-SS-EE-CENTS
           ADD SD-ER-CENTS TO WS-SS-ER-CENTS
           ADD WS-SS-AMOUNT TO WS-DEPT-SS-REMUN
           ADD WS-SS-EE-AMOUNT TO WS-DEPT-SS-EE
           ADD WS-SS-ER-AMOUNT TO WS-DEPT-ER-SS
           ADD WS-SS-ER-AMOUNT TO WS-EMP-ER-SS
           ADD WS-SS-ER-AMOUNT TO WS-TOTAL-ER-SS.

       2620-MATCH-ONE-SS-RATE.
           IF WSR-CONTRACT(WS-SSR-IDX) = WS-SS-CONTRACT
               MOVE WSR-RATE(WS-SSR-IDX) TO WS-SS-RATE
           END-IF.

      *-----------------------------------------------------------*
      * 2650-WRITE-LABOUR-COST - what this employee cost the run,
      * gross and employer charges, for the distribution by center
      *-----------------------------------------------------------*
       2650-WRITE-LABOUR-COST.
           MOVE WS-PAY-PERIOD TO LC-PAY-PERIOD
           MOVE WS-RUN-KIND TO LC-RUN-KIND
           MOVE EMP-ID TO LC-EMP-ID
           MOVE EMP-DEPT TO LC-DEPT
           MOVE EMP-PAY-FREQ TO LC-PAY-FREQ
           MOVE WS-TOTAL-GROSS TO LC-GROSS
           MOVE WS-EMP-ER-SS TO LC-ER-CHARGES
           WRITE LABOUR-COST-RECORD.

      *-----------------------------------------------------------*
      * 2700-CHECK-VARIANCE - this employee's net against what the
      * last run of the cycle paid them: a move past the threshold
      * prior-net record is brought up to this period
      *-----------------------------------------------------------*
       2700-CHECK-VARIANCE.
           COMPUTE WS-VAR-NET = WS-NETPAG - WS-EXP-REIMB
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE EMP-ID TO WSE-EMP-ID(WS-SEEN-COUNT)
               INVALID KEY
                   MOVE EMP-ID TO WV-EMP-ID
                   MOVE ZEROS TO WV-PRIOR
                   MOVE WS-VAR-NET TO WV-CURRENT
                   MOVE ZEROS TO WV-PCT
                   MOVE "NOVO NESTE CICLO" TO WV-FLAG
                   WRITE NET-VARIANCE-LINE FROM WS-VARIANCE-DETAIL
                       MOVE EMP-ID TO PN-EMP-ID
                       MOVE WS-PAY-PERIOD TO PN-PERIOD
                       MOVE WS-RUN-FREQ TO PN-FREQ
                       MOVE WS-VAR-NET TO PN-NET-PAY
                       WRITE PRIOR-NET-RECORD
                           INVALID KEY
                               CONTINUE
       2750-COMPARE-TO-PRIOR.
           IF PN-NET-PAY > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   ((WS-VAR-NET - PN-NET-PAY) / PN-NET-PAY) * 100
               IF WS-VAR-PCT < ZEROS
                   COMPUTE WS-VAR-PCT = ZEROS - WS-VAR-PCT
               END-IF
           IF WS-VAR-PCT > WS-VAR-THRESHOLD-PCT
               MOVE EMP-ID TO WV-EMP-ID
               MOVE PN-NET-PAY TO WV-PRIOR
               MOVE WS-VAR-NET TO WV-CURRENT
               MOVE WS-VAR-PCT TO WV-PCT
               MOVE "ACIMA DO LIMITE" TO WV-FLAG
               WRITE NET-VARIANCE-LINE FROM WS-VARIANCE-DETAIL
           IF WS-LIVE-RUN
               MOVE WS-PAY-PERIOD TO PN-PERIOD
               MOVE WS-RUN-FREQ TO PN-FREQ
               MOVE WS-VAR-NET TO PN-NET-PAY
               REWRITE PRIOR-NET-RECORD
                   INVALID KEY
                       CONTINUE
               (WS-CONV-PAG - WS-CONV-PENSAO) * 100
           COMPUTE DD-TAX-CENTS = WS-CONV-TAXA * 100
           COMPUTE DD-PENSION-CENTS = WS-CONV-PENSAO * 100
           COMPUTE DD-SUBSIDY-CENTS = (WS-SUB-HOL + WS-SUB-XMAS) * 100
           COMPUTE DD-SUB-TAX-CENTS = WS-SUB-TAXA * 100
           WRITE DECLARATION-LINE FROM WS-DECL-DETAIL-LINE
           ADD 1 TO WS-DECL-COUNT
           ADD DD-GROSS-CENTS TO WS-DECL-GROSS-CENTS
           ADD DD-TAX-CENTS TO WS-DECL-TAX-CENTS
           ADD DD-PENSION-CENTS TO WS-DECL-PENS-CENTS
           ADD DD-SUBSIDY-CENTS TO WS-DECL-SUB-CENTS
           ADD DD-SUB-TAX-CENTS TO WS-DECL-SUBTAX-CENTS.

      *-----------------------------------------------------------*
      * 2900-WRITE-REMIT-FEED - the pension and garnishment actually
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2950-WRITE-PAY-HISTORY - the employee's pay in this run as
      * the payslip shows it, with the YTD 3000 has just moved; a
      * rerun after an abend rewrites it
      *-----------------------------------------------------------*
       2950-WRITE-PAY-HISTORY.
           PERFORM 2970-FILL-HISTORY-COMMON
           MOVE ZEROS TO PH-SEQUENCE
           SET PH-PAY-ENTRY TO TRUE
           MOVE WS-CONV-PAG TO PH-GROSS
           MOVE WS-CONV-TAXA TO PH-TAXA
           MOVE WS-CONV-PR TO PH-PR
           MOVE WS-CONV-PENSAO TO PH-PENSAO
           MOVE WS-CONV-COBRANCA TO PH-COBRANCA
           MOVE WS-SUB-HOL TO PH-SUB-HOL
           MOVE WS-SUB-XMAS TO PH-SUB-XMAS
           MOVE WS-SUB-TAXA TO PH-SUB-TAXA
           MOVE WS-SET-WORKED-PAY TO PH-SET-WORKED-PAY
           MOVE WS-SET-LEAVE-PAY TO PH-SET-LEAVE-PAY
           MOVE WS-SET-NOTICE TO PH-SET-NOTICE
           MOVE WS-SET-COMPENSATION TO PH-SET-COMPENSATION
           MOVE WS-LOAN-DEDUCTION TO PH-LOAN-DEDUCTION
           MOVE WS-EXP-REIMB TO PH-EXP-REIMB
           MOVE WS-POST-AMOUNT TO PH-NET-PAY
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      *-----------------------------------------------------------*
      * 2960-WRITE-ADJ-HISTORY - a retro adjustment, under the
      * next free sequence of the employee's period and run kind
      *-----------------------------------------------------------*
       2960-WRITE-ADJ-HISTORY.
           PERFORM 2970-FILL-HISTORY-COMMON
           SET PH-ADJ-ENTRY TO TRUE
           MOVE WS-POST-AMOUNT TO PH-NET-PAY
           MOVE ZEROS TO PH-SEQUENCE
           MOVE "N" TO WS-PAYHIST-DONE-SW
           PERFORM 2965-TRY-ONE-SEQUENCE
               UNTIL WS-PAYHIST-DONE.

       2965-TRY-ONE-SEQUENCE.
           IF PH-SEQUENCE = 99
               SET WS-PAYHIST-DONE TO TRUE
           ELSE
               ADD 1 TO PH-SEQUENCE
               WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PAYHIST-DONE TO TRUE
               END-WRITE
           END-IF.

      *-----------------------------------------------------------*
      * 2970-FILL-HISTORY-COMMON - who, when, in what currency, how
      * it was paid and the YTD after it; the amounts start at zero
      *-----------------------------------------------------------*
       2970-FILL-HISTORY-COMMON.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE ZEROS TO PH-GROSS PH-TAXA PH-PR PH-PENSAO
               PH-COBRANCA PH-SUB-HOL PH-SUB-XMAS PH-SUB-TAXA
               PH-SET-WORKED-PAY PH-SET-LEAVE-PAY PH-SET-NOTICE
               PH-SET-COMPENSATION PH-LOAN-DEDUCTION PH-EXP-REIMB
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-PAY-PERIOD TO PH-PAY-PERIOD
           MOVE WS-RUN-KIND TO PH-RUN-KIND
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE EMP-NAME TO PH-EMP-NAME
           MOVE EMP-DEPT TO PH-DEPT
           MOVE WS-RUN-FREQ TO PH-PAY-FREQ
           MOVE EMP-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE WS-CURR-RATE TO PH-CURRENCY-RATE
           IF WS-POST-AMOUNT NOT > ZEROS
               SET PH-NOT-PAID TO TRUE
           ELSE
               IF EMP-BANK-ACCT = SPACES
                   SET PH-PAID-BY-CHEQUE TO TRUE
               ELSE
                   SET PH-PAID-BY-TRANSFER TO TRUE
                   MOVE EMP-BANK-ACCT TO PH-BANK-ACCT
               END-IF
           END-IF
           MOVE YTD-NET-PAY TO PH-YTD-NET-PAY
           MOVE YTD-HOL-SUBSIDY TO PH-YTD-HOL-SUBSIDY
           MOVE YTD-XMAS-SUBSIDY TO PH-YTD-XMAS-SUBSIDY.

      *-----------------------------------------------------------*
      * 2500-PROCESS-ADJUSTMENT - post one type "J" retro correction:
      * its own labelled register line, the YTD update, and - when
      * through the EFT file, so none is written for it.
      *-----------------------------------------------------------*
       2500-PROCESS-ADJUSTMENT.
           MOVE ZEROS TO WS-SUB-HOL WS-SUB-XMAS
           MOVE ZEROS TO WS-EXP-REIMB
           PERFORM 3400-LOOKUP-CURRENCY-RATE
           COMPUTE WS-ADJ-CONV ROUNDED =
               EMP-ADJ-AMOUNT * WS-CURR-RATE
           ADD WS-ADJ-CONV TO WS-DEPT-TOTAL
           IF NOT WS-ALREADY-POSTED AND WS-LIVE-RUN
               PERFORM 3000-UPDATE-YTD
               PERFORM 2960-WRITE-ADJ-HISTORY
               PERFORM 2200-MARK-POSTED
           END-IF
           MOVE EMP-ID TO WJ-ID
      *-----------------------------------------------------------*
      * 3000-UPDATE-YTD - add this run's net pay into the employee's
      * year-to-date total, creating the YTD record the first time.
      * Subsidies actually paid also go to their own gross totals.
      *-----------------------------------------------------------*
       3000-UPDATE-YTD.
           MOVE EMP-ID TO YTD-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO YTD-NET-PAY
                   MOVE ZEROS TO YTD-HOL-SUBSIDY
                   MOVE ZEROS TO YTD-XMAS-SUBSIDY
           END-READ
           ADD WS-POST-AMOUNT TO YTD-NET-PAY
           SUBTRACT WS-EXP-REIMB FROM YTD-NET-PAY
           IF WS-NETPAG-CHECK NOT < ZEROS
               ADD WS-SUB-HOL TO YTD-HOL-SUBSIDY
               ADD WS-SUB-XMAS TO YTD-XMAS-SUBSIDY
           END-IF
           IF WS-YTD-NOT-FOUND
               WRITE EMP-YTD-RECORD
           ELSE
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO YTD-NET-PAY
                   MOVE ZEROS TO YTD-HOL-SUBSIDY
                   MOVE ZEROS TO YTD-XMAS-SUBSIDY
           END-READ.

      *-----------------------------------------------------------*
      * hourly rate, hours past 40 price at time-and-a-half
      *-----------------------------------------------------------*
       3300-PRICE-TIMESHEET.
           MOVE EMP-ID TO WS-TS-MATCH-ID
           PERFORM 3305-FIND-TIMESHEET
           IF NOT WS-TS-FOUND
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-HOURLY-RATE ROUNDED =
               EMP-PAG / WS-STD-WEEK-HOURS
           IF WTS-HOURS(WS-TS-IDX) > WS-STD-WEEK-HOURS
       3300-EXIT.
           EXIT.

      *    WS-TS-IDX left on WS-TS-MATCH-ID's entry when found
       3305-FIND-TIMESHEET.
           MOVE "N" TO WS-TS-FOUND-SW
           PERFORM 3310-MATCH-ONE-TIMESHEET
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
                  OR WS-TS-FOUND
           IF WS-TS-FOUND
               SUBTRACT 1 FROM WS-TS-IDX
           END-IF.

       3310-MATCH-ONE-TIMESHEET.
           IF WTS-EMP-ID(WS-TS-IDX) = WS-TS-MATCH-ID
               SET WS-TS-FOUND TO TRUE
           END-IF.

      * the register, but the run is not stopped for it.
      *-----------------------------------------------------------*
       3500-COMPUTE-WITHHOLDING.
           MOVE WS-CONV-PAG TO WS-TAX-BASE
           PERFORM 3520-FIND-BRACKET
           IF WS-WHTAX-HIT
               COMPUTE WS-CONV-TAXA ROUNDED =
                   (WS-CONV-PAG * WS-WHTAX-RATE)
      *    the file key order leaves the brackets ascending, so the
      *    last one the gross reaches is the one that applies
           IF WTX-STATUS(WS-TAX-IDX) = WS-EMP-TAX-STATUS
               AND WS-TAX-BASE >= WTX-LOW(WS-TAX-IDX)
               MOVE WTX-RATE(WS-TAX-IDX) TO WS-WHTAX-RATE
               MOVE WTX-RELIEF(WS-TAX-IDX) TO WS-WHTAX-RELIEF
               SET WS-WHTAX-HIT TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3520-FIND-BRACKET - the rate and relief of the highest
      * bracket WS-TAX-BASE reaches for the employee's status
      *-----------------------------------------------------------*
       3520-FIND-BRACKET.
           IF EMP-MARRIED
               MOVE "M" TO WS-EMP-TAX-STATUS
           ELSE
               MOVE "S" TO WS-EMP-TAX-STATUS
           END-IF
           MOVE "N" TO WS-WHTAX-HIT-SW
           MOVE ZEROS TO WS-WHTAX-RATE
           MOVE ZEROS TO WS-WHTAX-RELIEF
           PERFORM 3510-MATCH-ONE-BRACKET
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-SIZE.

      *-----------------------------------------------------------*
      * 3550-COMPUTE-SUBSIDY-TAX - the autonomous withholding on a
      * subsidy paid in its own run: WS-TAX-BASE is the subsidy,
      * looked up in the brackets on its own and less the
      * per-dependent relief, never below zero.  With no brackets
      * loaded the employee's keyed EMP-TAXA share of EMP-PAG is
      * applied instead.
      *-----------------------------------------------------------*
       3550-COMPUTE-SUBSIDY-TAX.
           MOVE ZEROS TO WS-TAX-WORK
           IF WS-TAX-TABLE-SIZE > ZEROS
               PERFORM 3520-FIND-BRACKET
               IF WS-WHTAX-HIT
                   COMPUTE WS-TAX-WORK ROUNDED =
                       (WS-TAX-BASE * WS-WHTAX-RATE)
                       - (EMP-DEPENDENTS * WS-WHTAX-RELIEF)
               END-IF
           ELSE
               IF EMP-PAG > ZEROS
                   COMPUTE WS-TAX-WORK ROUNDED =
                       WS-TAX-BASE * EMP-TAXA / EMP-PAG
               END-IF
           END-IF
           IF WS-TAX-WORK < ZEROS
               MOVE ZEROS TO WS-TAX-WORK
           END-IF
           MOVE WS-TAX-WORK TO WS-TAX-AMOUNT.

      *-----------------------------------------------------------*
      * 5000-WRITE-ALERT - log an employee whose deductions exceed
      * gross pay instead of letting a negative net pag go unnoticed
       5000-WRITE-ALERT.
           MOVE EMP-ID TO WA-ID
           MOVE WS-NETPAG-CHECK TO WA-AMOUNT
           WRITE ALERT-LINE FROM WS-ALERT-LINE
           MOVE "NEGPAY" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING WS-PAY-PERIOD     DELIMITED BY SIZE
                  WS-CTL-FREQ       DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  EMP-ID            DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "LIQUIDO NEGATIVO - EMPREGADO " DELIMITED BY SIZE
                  EMP-ID            DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "NETPAY" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 6000-WRITE-EFT-DETAIL - write one direct-deposit detail

      *-----------------------------------------------------------*
      * 7000-WRITE-PAYSLIP - print one payslip page for the employee
      * just processed: gross, each deduction labelled, any subsidy
      * and its withholding on their own lines, net pay and the
      * year-to-date figures left behind by 3000-UPDATE-YTD.  A
      * subsidy run's slip carries the subsidy alone.
      *-----------------------------------------------------------*
       7000-WRITE-PAYSLIP.
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-SEPARATOR
           MOVE EMP-NAME TO PS-NAME
           MOVE EMP-ID TO PS-ID
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-NAME-LINE
           IF WS-REGULAR-RUN
               PERFORM 7050-PRINT-REGULAR-PAY
           END-IF
           IF WS-SETTLEMENT-RUN
               PERFORM 7070-PRINT-SETTLEMENT-PAY
           END-IF
           IF WS-SUB-HOL > ZEROS
               MOVE "SUBS. FERIAS ......"  TO PS-LABEL
               MOVE WS-SUB-HOL TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF WS-SUB-XMAS > ZEROS
               MOVE "SUBS. NATAL ......."  TO PS-LABEL
               MOVE WS-SUB-XMAS TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF WS-SUB-HOL > ZEROS OR WS-SUB-XMAS > ZEROS
               MOVE "RET. SUBSIDIOS ...."  TO PS-LABEL
               MOVE WS-SUB-TAXA TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF WS-EXP-REIMB > ZEROS
               MOVE "REEMB. DESPESAS ..."  TO PS-LABEL
               MOVE WS-EXP-REIMB TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           MOVE "NET PAY ..........."  TO PS-LABEL
           MOVE WS-NETPAG TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "YTD NET PAY ......."  TO PS-LABEL
           MOVE YTD-NET-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           IF YTD-HOL-SUBSIDY NOT = ZEROS
               MOVE "YTD SUBS. FERIAS .."  TO PS-LABEL
               MOVE YTD-HOL-SUBSIDY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF YTD-XMAS-SUBSIDY NOT = ZEROS
               MOVE "YTD SUBS. NATAL ..."  TO PS-LABEL
               MOVE YTD-XMAS-SUBSIDY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           PERFORM 7100-PRINT-LEAVE-BALANCE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

      *-----------------------------------------------------------*
      * 7050-PRINT-REGULAR-PAY - the gross and the ordinary
      * deductions of a regular run's slip
      *-----------------------------------------------------------*
       7050-PRINT-REGULAR-PAY.
           MOVE "GROSS PAY ........."  TO PS-LABEL
           MOVE WS-CONV-PAG TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "COBRANCA .........."  TO PS-LABEL
           MOVE WS-CONV-COBRANCA TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           PERFORM 7060-PRINT-ONE-LOAN
               VARYING WS-LNT-IDX FROM 1 BY 1
               UNTIL WS-LNT-IDX > WS-LNT-COUNT.

      *-----------------------------------------------------------*
      * 7070-PRINT-SETTLEMENT-PAY - the pay parts of a settlement
      * slip, its withholding and the loans recovered from it
      *-----------------------------------------------------------*
       7070-PRINT-SETTLEMENT-PAY.
           MOVE "DIAS TRABALHADOS .."  TO PS-LABEL
           MOVE WS-SET-WORKED-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "FERIAS NAO GOZADAS "  TO PS-LABEL
           MOVE WS-SET-LEAVE-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "PRE-AVISO ........."  TO PS-LABEL
           MOVE WS-SET-NOTICE TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "COMPENSACAO ......."  TO PS-LABEL
           MOVE WS-SET-COMPENSATION TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "TAXA .............."  TO PS-LABEL
           MOVE WS-CONV-TAXA TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           PERFORM 7060-PRINT-ONE-LOAN
               VARYING WS-LNT-IDX FROM 1 BY 1
               UNTIL WS-LNT-IDX > WS-LNT-COUNT.

      *-----------------------------------------------------------*
      * 7060-PRINT-ONE-LOAN - one loan or advance instalment taken,
      * with the balance still owed after it
      *-----------------------------------------------------------*
       7060-PRINT-ONE-LOAN.
           IF WLT-TYPE(WS-LNT-IDX) = "A"
               MOVE "ADIANTAMENTO ......"  TO PS-LABEL
           ELSE
               MOVE "EMPRESTIMO ........"  TO PS-LABEL
           END-IF
           MOVE WLT-AMOUNT(WS-LNT-IDX) TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "  SALDO EM DIVIDA ."  TO PS-LABEL
           MOVE WLT-BALANCE(WS-LNT-IDX) TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE.

      *-----------------------------------------------------------*
      * 7200-WRITE-SETTLEMENT-STATEMENT - the leaver's settlement
      * statement: every component, the withholding, the loans
      * recovered, the net, how it is paid and what is still owed,
      * and the receipt the leaver and the employer sign.  A trial
      * run's statement is marked as a preview.
      *-----------------------------------------------------------*
       7200-WRITE-SETTLEMENT-STATEMENT.
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-SEPARATOR
           IF WS-TRIAL-RUN
               MOVE "ENSAIO - SEM VALOR" TO STT-TRIAL
           ELSE
               MOVE SPACES TO STT-TRIAL
           END-IF
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-TITLE-LINE
           MOVE EMP-NAME TO STN-NAME
           MOVE EMP-ID TO STN-ID
      *    a batch run has no operator, so the NIF is always masked
           MOVE "N" TO MK-FIELD-TYPE
           MOVE SPACES TO MK-OPERATOR-ID
           MOVE SPACES TO MK-OPERATOR-PASSWORD
           MOVE "NETPAY" TO MK-PROGRAM-NAME
           MOVE EMP-ID TO MK-RECORD-KEY
           MOVE EMP-NIF TO MK-VALUE
           CALL "MASKSVC" USING MASKSVC-LINKAGE
           MOVE MK-DISPLAY-VALUE TO STN-NIF
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-NAME-LINE
           MOVE SE-LEAVE-DATE TO STD-LEAVE-DATE
           MOVE SE-REASON TO STD-REASON
           MOVE WS-RUN-DATE TO STD-RUN-DATE
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-DATES-LINE
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-SEPARATOR
           MOVE "DIAS TRABALHADOS NAO PAGOS" TO STM-LABEL
           MOVE SE-WORKED-DAYS TO STM-DAYS
           MOVE WS-SET-WORKED-PAY TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "FERIAS VENCIDAS NAO GOZADAS" TO STM-LABEL
           MOVE WS-SET-LEAVE-DAYS TO STM-DAYS
           MOVE WS-SET-LEAVE-PAY TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE ZEROS TO STM-DAYS
           MOVE "PRE-AVISO" TO STM-LABEL
           MOVE WS-SET-NOTICE TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "SUBS. FERIAS PROPORCIONAL" TO STM-LABEL
           MOVE WS-SUB-HOL TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "SUBS. NATAL PROPORCIONAL" TO STM-LABEL
           MOVE WS-SUB-XMAS TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "COMPENSACAO (NAO SUJEITA)" TO STM-LABEL
           MOVE WS-SET-COMPENSATION TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "TOTAL ILIQUIDO" TO STM-LABEL
           MOVE WS-TOTAL-GROSS TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "RETENCAO NA FONTE" TO STM-LABEL
           COMPUTE STM-AMOUNT = WS-CONV-TAXA + WS-SUB-TAXA
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE ZEROS TO WS-SET-LOAN-OWED
           PERFORM 7210-ADD-ONE-LOAN-OWED
               VARYING WS-LNT-IDX FROM 1 BY 1
               UNTIL WS-LNT-IDX > WS-LNT-COUNT
           MOVE "EMPRESTIMOS DESCONTADOS" TO STM-LABEL
           MOVE WS-LOAN-DEDUCTION TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           IF WS-EXP-REIMB > ZEROS
               MOVE "REEMBOLSO DE DESPESAS" TO STM-LABEL
               MOVE WS-EXP-REIMB TO STM-AMOUNT
               WRITE SETTLEMENT-STATEMENT-LINE
                   FROM WS-STMT-AMOUNT-LINE
           END-IF
           MOVE "LIQUIDO A RECEBER" TO STM-LABEL
           MOVE WS-NETPAG TO STM-AMOUNT
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           IF WS-SET-LOAN-OWED > ZEROS
               MOVE "EMPRESTIMOS AINDA EM DIVIDA" TO STM-LABEL
               MOVE WS-SET-LOAN-OWED TO STM-AMOUNT
               WRITE SETTLEMENT-STATEMENT-LINE
                   FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF EMP-BANK-ACCT = SPACES
               MOVE "CHEQUE" TO STP-METHOD
           ELSE
               MOVE "TRANSFERENCIA BANCARIA" TO STP-METHOD
           END-IF
           WRITE SETTLEMENT-STATEMENT-LINE FROM WS-STMT-PAID-LINE
           MOVE SPACES TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE "Declaro ter recebido a quantia liquida acima, a "
               TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE "titulo de acerto final de contas pela cessacao do "
               TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE "meu contrato de trabalho."
               TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE SPACES TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE "O TRABALHADOR: ______________________________"
               TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE SPACES TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE "PELA ENTIDADE: ______________________________"
               TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE
           MOVE SPACES TO SETTLEMENT-STATEMENT-LINE
           WRITE SETTLEMENT-STATEMENT-LINE.

       7210-ADD-ONE-LOAN-OWED.
           ADD WLT-BALANCE(WS-LNT-IDX) TO WS-SET-LOAN-OWED.

      *-----------------------------------------------------------*
      * 7100-PRINT-LEAVE-BALANCE - the employee's remaining vacation

      *-----------------------------------------------------------*
      * 4000-DEPT-BREAK - print the subtotal for the department that
      * just ended with its employer contribution, keep the
      * department's contribution totals for the GL accrual and the
      * control report, and reset the department accumulators
      *-----------------------------------------------------------*
       4000-DEPT-BREAK.
           MOVE WS-PREV-DEPT TO WDT-DEPT
           MOVE WS-DEPT-TOTAL TO WDT-TOTAL
           MOVE WS-DEPT-ER-SS TO WDT-ER-SS
           WRITE PRINT-LINE FROM WS-DEPT-TOTAL-LINE
           IF WS-DEPT-SS-COUNT > ZEROS AND WS-SSD-COUNT < 100
               ADD 1 TO WS-SSD-COUNT
               MOVE WS-PREV-DEPT TO WSD-DEPT(WS-SSD-COUNT)
               MOVE WS-DEPT-SS-COUNT TO WSD-EMPLOYEES(WS-SSD-COUNT)
               MOVE WS-DEPT-SS-REMUN TO WSD-REMUN(WS-SSD-COUNT)
               MOVE WS-DEPT-SS-EE TO WSD-EE-SS(WS-SSD-COUNT)
               MOVE WS-DEPT-ER-SS TO WSD-ER-SS(WS-SSD-COUNT)
           END-IF
           MOVE ZEROS TO WS-DEPT-SS-COUNT
           MOVE ZEROS TO WS-DEPT-SS-REMUN
           MOVE ZEROS TO WS-DEPT-SS-EE
           MOVE ZEROS TO WS-DEPT-ER-SS
           MOVE ZEROS TO WS-DEPT-TOTAL.

      *-----------------------------------------------------------*
           END-IF
           MOVE WS-GRAND-TOTAL TO WT-GRAND-TOTAL
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE WS-TOTAL-ER-SS TO WT-ER-SS
           WRITE PRINT-LINE FROM WS-ER-TOTAL-LINE
           IF WS-LIVE-RUN
               MOVE WS-EFT-RECORD-COUNT TO ET-RECORD-COUNT
               MOVE WS-EFT-TOTAL-CENTS TO ET-TOTAL-CENTS
               WRITE EFT-LINE FROM WS-EFT-TRAILER-LINE
           END-IF
           IF WS-REGULAR-RUN
               PERFORM 8300-LIST-MISSING-EMPLOYEES
           END-IF
           MOVE WS-DECL-COUNT TO DT-RECORD-COUNT
           MOVE WS-DECL-GROSS-CENTS TO DT-GROSS-CENTS
           MOVE WS-DECL-TAX-CENTS TO DT-TAX-CENTS
           MOVE WS-DECL-PENS-CENTS TO DT-PENSION-CENTS
           MOVE WS-DECL-SUB-CENTS TO DT-SUBSIDY-CENTS
           MOVE WS-DECL-SUBTAX-CENTS TO DT-SUB-TAX-CENTS
           WRITE DECLARATION-LINE FROM WS-DECL-TRAILER-LINE
           MOVE WS-SS-COUNT TO ST-RECORD-COUNT
           MOVE WS-SS-REMUN-CENTS TO ST-REMUN-CENTS
           MOVE WS-SS-EE-CENTS TO ST-EE-CENTS
           MOVE WS-SS-ER-CENTS TO ST-ER-CENTS
           WRITE SS-DECLARATION-LINE FROM WS-SS-TRAILER-LINE
           PERFORM 8400-PRINT-SS-CONTROL
           IF WS-TRIAL-RUN
               PERFORM 8600-QUEUE-APPROVAL
           END-IF
           IF WS-LIVE-RUN
               PERFORM 8100-WRITE-EFT-REGISTER
               PERFORM 8200-POST-TO-LEDGER
               MOVE WS-PAY-PERIOD TO PC-PERIOD
               MOVE WS-CTL-FREQ TO PC-FREQ
               SET PC-RUN-COMPLETE TO TRUE
               REWRITE PAY-RUN-CONTROL-RECORD
                   INVALID KEY
               CLOSE PAY-RUN-CONTROL
               CLOSE PAY-POSTED
               CLOSE EFT-INTERCHANGE-FILE
               CLOSE LABOUR-COST-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE CHEQUE-PRINT-FILE
               CLOSE CHEQUE-REGISTER
               CLOSE REMIT-FEED
               CLOSE LOAN-HISTORY
           END-IF
           IF WS-SETTLEMENT-RUN
               CLOSE SETTLEMENT-FILE
               CLOSE SETTLEMENT-STATEMENT
           END-IF
           CLOSE PRIOR-NET-FILE
           CLOSE NET-VARIANCE-REPORT
           CLOSE DECLARATION-EXPORT
           CLOSE SS-DECLARATION
           CLOSE SS-CONTROL-REPORT
           CLOSE EMPLOYEE-LOAN-FILE
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE NETPAY-REGISTER
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE NETPAY-ALERT
               SET WS-SEEN-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 8400-PRINT-SS-CONTROL - the SSRPT control report: the
      * contributions by department, their totals, and whether the
      * declaration's trailer agrees with them to the cent
      *-----------------------------------------------------------*
       8400-PRINT-SS-CONTROL.
           MOVE WS-PAY-PERIOD TO SRT-PERIOD
           MOVE WS-RUN-KIND TO SRT-RUN-KIND
           WRITE SS-CONTROL-LINE FROM WS-SSR-TITLE-LINE
           WRITE SS-CONTROL-LINE FROM WS-SSR-HEADING-LINE
           MOVE ZEROS TO WS-DEPT-SS-COUNT
           MOVE ZEROS TO WS-DEPT-SS-REMUN
           MOVE ZEROS TO WS-DEPT-SS-EE
           MOVE ZEROS TO WS-DEPT-ER-SS
           PERFORM 8410-PRINT-ONE-SS-DEPT
               VARYING WS-SSD-IDX FROM 1 BY 1
               UNTIL WS-SSD-IDX > WS-SSD-COUNT
           MOVE "TOT." TO SRD-DEPT
           MOVE WS-DEPT-SS-COUNT TO SRD-EMPLOYEES
           MOVE WS-DEPT-SS-REMUN TO SRD-REMUN
           MOVE WS-DEPT-SS-EE TO SRD-EE-SS
           MOVE WS-DEPT-ER-SS TO SRD-ER-SS
           WRITE SS-CONTROL-LINE FROM WS-SSR-DETAIL-LINE
           MOVE WS-SS-COUNT TO SRC-RECORDS
           IF WS-DEPT-SS-REMUN * 100 = WS-SS-REMUN-CENTS
               AND WS-DEPT-SS-EE * 100 = WS-SS-EE-CENTS
               AND WS-DEPT-ER-SS * 100 = WS-SS-ER-CENTS
               MOVE "SIM" TO SRC-AGREES
           ELSE
               MOVE "NAO" TO SRC-AGREES
           END-IF
           WRITE SS-CONTROL-LINE FROM WS-SSR-CONTROL-LINE.

       8410-PRINT-ONE-SS-DEPT.
           MOVE WSD-DEPT(WS-SSD-IDX) TO SRD-DEPT
           MOVE WSD-EMPLOYEES(WS-SSD-IDX) TO SRD-EMPLOYEES
           MOVE WSD-REMUN(WS-SSD-IDX) TO SRD-REMUN
           MOVE WSD-EE-SS(WS-SSD-IDX) TO SRD-EE-SS
           MOVE WSD-ER-SS(WS-SSD-IDX) TO SRD-ER-SS
           WRITE SS-CONTROL-LINE FROM WS-SSR-DETAIL-LINE
           ADD WSD-EMPLOYEES(WS-SSD-IDX) TO WS-DEPT-SS-COUNT
           ADD WSD-REMUN(WS-SSD-IDX) TO WS-DEPT-SS-REMUN
           ADD WSD-EE-SS(WS-SSD-IDX) TO WS-DEPT-SS-EE
           ADD WSD-ER-SS(WS-SSD-IDX) TO WS-DEPT-ER-SS.

      *-----------------------------------------------------------*
      * 8600-QUEUE-APPROVAL - the trial's reports are ready for the
      * supervisor: the period+cycle goes on the operator work queue
      * until someone of supervisor level signs it off in PAYAPPR
      *-----------------------------------------------------------*
       8600-QUEUE-APPROVAL.
           MOVE "PAYAPPR" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING WS-PAY-PERIOD     DELIMITED BY SIZE
                  WS-CTL-FREQ       DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "NETPAY EM ENSAIO AGUARDA APROVACAO - "
                                    DELIMITED BY SIZE
                  WS-PAY-PERIOD     DELIMITED BY SIZE
                  WS-CTL-FREQ       DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "NETPAY" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 8100-WRITE-EFT-REGISTER - record the EFT batch just produced
      * on the transmission register

      *-----------------------------------------------------------*
      * 8200-POST-TO-LEDGER - append the balanced salary journal
      * for this run to the shared GL posting file: the subsidies
      * paid debit their own expense accounts and a leaver's
      * compensation the indemnities account, the rest of the net
      * and the loan instalments recovered the salary expense,
      * against the one net-pay liability and the staff receivable
      *-----------------------------------------------------------*
       8200-POST-TO-LEDGER.
           COMPUTE WS-SALARY-NET-TOTAL = WS-GRAND-TOTAL
               - WS-HOL-NET-TOTAL - WS-XMAS-NET-TOTAL
               - WS-SET-COMP-TOTAL + WS-LOAN-RECOVERED-TOTAL
               - WS-EXP-REIMB-TOTAL
           OPEN EXTEND GL-POSTING-FILE
           IF WS-REGULAR-RUN OR WS-SETTLEMENT-RUN
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "SALEXP" TO GL-ACCOUNT
               MOVE WS-SALARY-NET-TOTAL TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "SALARIOS DO PERIODO" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           IF WS-HOL-NET-TOTAL > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "SUBFERIA" TO GL-ACCOUNT
               MOVE WS-HOL-NET-TOTAL TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "SUBSIDIO DE FERIAS" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           IF WS-XMAS-NET-TOTAL > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "SUBNATAL" TO GL-ACCOUNT
               MOVE WS-XMAS-NET-TOTAL TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "SUBSIDIO DE NATAL" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           IF WS-SET-COMP-TOTAL > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "INDEMNIZ" TO GL-ACCOUNT
               MOVE WS-SET-COMP-TOTAL TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "COMPENSACOES CESSAC." TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           IF WS-EXP-REIMB-TOTAL > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "REEMBPES" TO GL-ACCOUNT
               MOVE WS-EXP-REIMB-TOTAL TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "REEMBOLSO DESPESAS" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "NETPAY" TO GL-SOURCE
           MOVE WS-GRAND-TOTAL TO GL-CREDIT
           MOVE "LIQUIDO A PAGAR" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           IF WS-LOAN-RECOVERED-TOTAL > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "EMPRPESS" TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WS-LOAN-RECOVERED-TOTAL TO GL-CREDIT
               MOVE "REEMB. EMPRESTIMOS" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           PERFORM 8240-LOAD-DEPT-CENTERS THRU 8240-EXIT
           PERFORM 8250-ACCRUE-ONE-SS-DEPT
               VARYING WS-SSD-IDX FROM 1 BY 1
               UNTIL WS-SSD-IDX > WS-SSD-COUNT
           IF WS-TOTAL-ER-SS > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "SEGSOCPG" TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WS-TOTAL-ER-SS TO GL-CREDIT
               MOVE "TSU ENTIDADE A PAGAR" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           CLOSE GL-POSTING-FILE.

      *-----------------------------------------------------------*
      * 8240-LOAD-DEPT-CENTERS - the centers that carry a payroll
      * department, once per posting
      *-----------------------------------------------------------*
       8240-LOAD-DEPT-CENTERS.
           MOVE ZEROS TO WS-DCT-COUNT
           MOVE "N" TO WS-CCM-EOF-SW
           OPEN INPUT COST-CENTER-MASTER
           IF NOT WS-CCM-OK
               CLOSE COST-CENTER-MASTER
               GO TO 8240-EXIT
           END-IF
           PERFORM 8245-LOAD-ONE-DEPT-CENTER THRU 8245-EXIT
               UNTIL WS-CCM-EOF
           CLOSE COST-CENTER-MASTER.
       8240-EXIT.
           EXIT.

       8245-LOAD-ONE-DEPT-CENTER.
           READ COST-CENTER-MASTER NEXT RECORD
               AT END
                   SET WS-CCM-EOF TO TRUE
                   GO TO 8245-EXIT
           END-READ
           IF CM-PAYROLL-DEPT = SPACES OR WS-DCT-COUNT = 200
               GO TO 8245-EXIT
           END-IF
           ADD 1 TO WS-DCT-COUNT
           MOVE CM-PAYROLL-DEPT TO WDC-DEPT(WS-DCT-COUNT)
           MOVE CM-CENTER-ID TO WDC-CENTER-ID(WS-DCT-COUNT).
       8245-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8250-ACCRUE-ONE-SS-DEPT - one department's employer
      * contribution debited to the social charges expense, the
      * department named in the description and its cost center
      * on the line
      *-----------------------------------------------------------*
       8250-ACCRUE-ONE-SS-DEPT.
           IF WSD-ER-SS(WS-SSD-IDX) > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "NETPAY" TO GL-SOURCE
               MOVE "ENCSOCEN" TO GL-ACCOUNT
               MOVE WSD-ER-SS(WS-SSD-IDX) TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               STRING "ENC.SOCIAIS DEPT " DELIMITED BY SIZE
                      WSD-DEPT(WS-SSD-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               MOVE "N" TO WS-DEPT-FOUND-SW
               PERFORM 8260-MATCH-ONE-DEPT
                   VARYING WS-DCT-IDX FROM 1 BY 1
                   UNTIL WS-DCT-IDX > WS-DCT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DEPT-FOUND
                   SUBTRACT 1 FROM WS-DCT-IDX
                   MOVE WDC-CENTER-ID(WS-DCT-IDX)
                       TO GL-COST-CENTER-ID
               END-IF
               WRITE GL-POSTING-RECORD
           END-IF.

       8260-MATCH-ONE-DEPT.
           IF WDC-DEPT(WS-DCT-IDX) = WSD-DEPT(WS-SSD-IDX)
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 9900-FILE-ERROR - hand an unexpected file status to the
      * shared FILERR handler; it logs, explains and stops the step

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIPACK.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end management indicator pack: the
      *                headline figures of every subsystem for the
      *                month keyed (AAAAMM) on one page, each beside
      *                last month and the same month last year as
      *                they were reported then, from the KPIHIST
      *                history this run adds the month to.
      *                  - sales and gross margin: the month's INVDATA
      *                    priced lines, costed as SALESDAY costs
      *                    them (PRODMAST moving average, standard
      *                    cost until one exists);
      *                  - debtor days: the AROPEN balance still open,
      *                    over the month's invoiced gross, times 30;
      *                  - payroll cost: the gross of the month's
      *                    NETPAY runs on PAYHIST;
      *                  - active and lapsed members on MEMBER;
      *                  - enrollments dated in the month on ENROLL,
      *                    course certificates issued in it on
      *                    CERTREG, and the unjustified absence rate
      *                    of the month's ATTMAST marks, as ABSRPT;
      *                  - the drawers' net over/short and shortages
      *                    on CASHHIST;
      *                  - the cost centers' year to date against the
      *                    BUDGPHS phases to date, the actuals taken
      *                    from the ledger as BUDGVAR takes them.
      *                The balances (open receivables, members) are
      *                as at the run, so the pack is run at the close
      *                of the month it reports.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Products past the 200th of the cost table and
      *                 the month's lines left uncosted for want of
      *                 them are counted on the console, and the cost
      *                 table is checked with TBLCHK after the load.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KPI-HISTORY-FILE ASSIGN TO "KPIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-PERIOD
               FILE STATUS IS WS-KPI-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODM-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT OPTIONAL MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT OPTIONAL CERTIFICATE-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-HISTORY ASSIGN TO "CASHHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-PHASING-FILE ASSIGN TO "BUDGPHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-BPH-STATUS.
           SELECT OPTIONAL GL-POSTING-ARCHIVE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT KPI-REPORT ASSIGN TO "KPIPACK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KPI-HISTORY-FILE.
       COPY KPIHIST.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  PRODUCT-MASTER.
       COPY PRODMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  CERTIFICATE-REGISTER.
       01  CERTIFICATE-REGISTER-REC.
           05  CT-CERT-NUMBER        PIC 9(06).
           05  FILLER                PIC X(02).
           05  CT-ISSUE-DATE         PIC 9(08).
           05  FILLER                PIC X(02).
           05  CT-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(02).
           05  CT-NUMERO             PIC 9(04).
           05  FILLER                PIC X(02).
           05  CT-NOME               PIC X(30).

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  ATTENDANCE-FILE.
       COPY ATTEND.

       FD  CASH-HISTORY.
       COPY CASHHST.

       FD  BUDGET-PHASING-FILE.
       COPY BUDGPHS.

       FD  GL-POSTING-ARCHIVE.
       01  GL-ARCHIVE-LINE           PIC X(77).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-LINE           PIC X(77).

       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  KPI-REPORT.
       01  KPI-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY TBLCHK.

      *    the ledger lines, read as the 77-byte GLPOST image
       COPY GLPOST.

       01  WS-FILE-STATUSES.
           05  WS-KPI-STATUS         PIC XX.
      *        "05" is a missing OPTIONAL file created by the OPEN
               88  WS-KPI-OK                   VALUES "00" "05".
           05  WS-IDATA-STATUS       PIC XX.
           05  WS-PRODM-STATUS       PIC XX.
               88  WS-PRODM-OK                 VALUES "00" "05".
           05  WS-AR-STATUS          PIC XX.
           05  WS-PAYHIST-STATUS     PIC XX.
           05  WS-MEMBER-STATUS      PIC XX.
           05  WS-ENROLL-STATUS      PIC XX.
           05  WS-COURSE-STATUS      PIC XX.
           05  WS-BPH-STATUS         PIC XX.
           05  WS-ACCT-STATUS        PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".
           05  WS-IN-MONTH-SW        PIC X(01) VALUE "N".
               88  WS-IN-MONTH                 VALUE "Y".
           05  WS-INVOICE-DOC-SW     PIC X(01) VALUE "N".
               88  WS-INVOICE-DOC              VALUE "Y".
           05  WS-CURRENT-FOUND-SW   PIC X(01) VALUE "N".
               88  WS-CURRENT-ON-FILE          VALUE "Y".
           05  WS-PRIOR-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-PRIOR-ON-FILE            VALUE "Y".
           05  WS-LY-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-LY-ON-FILE               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-PERIOD                 PIC 9(06) VALUE ZEROS.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).
       01  WS-PRIOR-PERIOD           PIC 9(06) VALUE ZEROS.
       01  WS-LAST-YEAR-PERIOD       PIC 9(06) VALUE ZEROS.
       01  WS-MONTH-FIELDS.
           05  WS-MONTH-INDEX        PIC 9(06) VALUE ZEROS.
           05  WS-PRIOR-YEAR         PIC 9(04) VALUE ZEROS.
           05  WS-PRIOR-MM           PIC 9(02) VALUE ZEROS.

       01  WS-LINE-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LINE-YEAR          PIC 9(04).
           05  WS-LINE-MONTH         PIC 9(02).
           05  WS-LINE-DAY           PIC 9(02).

      *    the unit cost of each product, loaded as SALESDAY loads it
       01  WS-COST-TABLE.
           05  WS-COST-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-COST-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-COST-COUNT.
               10  WCO-CODIGO        PIC 9(03).
               10  WCO-UNIT-COST     PIC 9(5)V99.
       01  WS-COST-IDX               PIC 9(03) VALUE ZEROS.

       01  WS-WORK-TOTALS.
           05  WS-SALES-COST         PIC 9(9)V99 VALUE ZEROS.
           05  WS-INVOICED-GROSS     PIC 9(9)V99 VALUE ZEROS.
           05  WS-MARKS-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-ABSENT-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-PHASE-MM           PIC 9(02) VALUE ZEROS.
           05  WS-LINE-NET           PIC S9(9)V99 VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-COST-SKIP-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-UNCOSTED-COUNT     PIC 9(07) VALUE ZEROS.

      *    last month and the same month last year, as reported
       01  WS-PRIOR-FIGURES.
           05  WS-PRIOR-FIGURE       PIC S9(9)V99 OCCURS 16 TIMES.
       01  WS-LY-FIGURES.
           05  WS-LY-FIGURE          PIC S9(9)V99 OCCURS 16 TIMES.
       01  WS-KPI-IDX                PIC 9(02) VALUE ZEROS.

      *    per indicator: A an amount (two decimals), N a count; the
      *    section title prints above the first indicator of each
       01  WS-KPI-LABELS.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "VENDAS LIQUIDAS DO MES".
           05  FILLER                PIC X(20) VALUE "VENDAS".
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE "MARGEM BRUTA".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE "MARGEM BRUTA %".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "SALDO DE CLIENTES EM ABERTO".
           05  FILLER                PIC X(20) VALUE "CLIENTES".
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "PRAZO MEDIO DE RECEBIMENTO (DIAS)".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "CUSTO DE PESSOAL (BRUTO)".
           05  FILLER                PIC X(20) VALUE "PESSOAL".
           05  FILLER                PIC X(01) VALUE "N".
           05  FILLER                PIC X(34) VALUE "SOCIOS ATIVOS".
           05  FILLER                PIC X(20) VALUE "SOCIOS".
           05  FILLER                PIC X(01) VALUE "N".
           05  FILLER                PIC X(34) VALUE
               "SOCIOS CADUCADOS".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "N".
           05  FILLER                PIC X(34) VALUE
               "INSCRICOES NO MES".
           05  FILLER                PIC X(20) VALUE "FORMACAO".
           05  FILLER                PIC X(01) VALUE "N".
           05  FILLER                PIC X(34) VALUE
               "CURSOS CONCLUIDOS (CERTIFICADOS)".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "TAXA DE ABSENTISMO %".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "DIFERENCAS DE CAIXA (LIQUIDO)".
           05  FILLER                PIC X(20) VALUE "CAIXA".
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE "FALTAS DE CAIXA".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "ORCAMENTO ACUMULADO DO ANO".
           05  FILLER                PIC X(20) VALUE "ORCAMENTO".
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "REAL ACUMULADO DOS CENTROS".
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(01) VALUE "A".
           05  FILLER                PIC X(34) VALUE
               "ORCAMENTO CONSUMIDO %".
           05  FILLER                PIC X(20) VALUE SPACES.
       01  WS-KPI-LABEL-TABLE REDEFINES WS-KPI-LABELS.
           05  WS-KPI-LABEL-ENTRY OCCURS 16 TIMES.
               10  WKL-KIND          PIC X(01).
                   88  WKL-COUNT               VALUE "N".
               10  WKL-TEXT          PIC X(34).
               10  WKL-SECTION       PIC X(20).

      *    one figure edited for its column: amounts to the cent,
      *    counts aligned on the units
       01  WS-EDIT-VALUE             PIC S9(9)V99 VALUE ZEROS.
       01  WS-EDIT-AREA              PIC X(15).
       01  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AREA
                                     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT-VIEW REDEFINES WS-EDIT-AREA.
           05  WS-EDIT-COUNT         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(03).

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(32) VALUE
               "INDICADORES DE GESTAO - PERIODO ".
           05  WH-PERIOD             PIC 9(06).
           05  FILLER                PIC X(10) VALUE "   EMITIDO".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(36) VALUE "INDICADOR".
           05  FILLER                PIC X(09) VALUE "      MES".
           05  WC-PERIOD             PIC 9(06).
           05  FILLER                PIC X(11) VALUE "   ANTERIOR".
           05  WC-PRIOR-PERIOD       PIC 9(06).
           05  FILLER                PIC X(11) VALUE "   ANO ANT.".
           05  WC-LY-PERIOD          PIC 9(06).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(04) VALUE "--- ".
           05  WSL-TITLE             PIC X(20).

       01  WS-KPI-DETAIL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WDK-LABEL             PIC X(34).
           05  WDK-CURRENT           PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WDK-PRIOR             PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WDK-LAST-YEAR         PIC X(15).

       01  WS-NOT-ON-FILE            PIC X(15) VALUE
           "            N/D".

       01  WS-FOOTNOTE               PIC X(60) VALUE
           "N/D - MES SEM PACOTE DE INDICADORES NO HISTORICO KPIHIST".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-COMPARATIVES
           INITIALIZE KH-FIGURES
           PERFORM 3000-GATHER-SALES THRU 3000-EXIT
           PERFORM 3500-GATHER-DEBTORS THRU 3500-EXIT
           PERFORM 4000-GATHER-PAYROLL THRU 4000-EXIT
           PERFORM 4500-GATHER-MEMBERS THRU 4500-EXIT
           PERFORM 5000-GATHER-TRAINING THRU 5000-EXIT
           PERFORM 5500-GATHER-CASH THRU 5500-EXIT
           PERFORM 6000-GATHER-BUDGET THRU 6000-EXIT
           PERFORM 7000-SAVE-MONTH
           PERFORM 7500-PRINT-PACK
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - period keyed, its comparatives, run log,
      * business date and the history file
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Periodo dos indicadores (AAAAMM): "
           ACCEPT WS-PERIOD
           MOVE "KPIPACK" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "Periodo invalido."
               PERFORM 9000-ABORT-RUN
           END-IF
           COMPUTE WS-MONTH-INDEX =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MM - 2
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-PRIOR-YEAR
               REMAINDER WS-PRIOR-MM
           ADD 1 TO WS-PRIOR-MM
           COMPUTE WS-PRIOR-PERIOD =
               (WS-PRIOR-YEAR * 100) + WS-PRIOR-MM
           SUBTRACT 100 FROM WS-PERIOD GIVING WS-LAST-YEAR-PERIOD
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O KPI-HISTORY-FILE
           IF NOT WS-KPI-OK
               DISPLAY "Ficheiro KPIHIST indisponivel - "
                   WS-KPI-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-COMPARATIVES - last month's and last year's packs
      * as reported, and whether this month is already on file
      *-----------------------------------------------------------*
       2000-READ-COMPARATIVES.
           MOVE WS-PRIOR-PERIOD TO KH-PERIOD
           MOVE "Y" TO WS-PRIOR-FOUND-SW
           READ KPI-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRIOR-FOUND-SW
           END-READ
           IF WS-PRIOR-ON-FILE
               MOVE KH-FIGURE-TABLE TO WS-PRIOR-FIGURES
           END-IF
           MOVE WS-LAST-YEAR-PERIOD TO KH-PERIOD
           MOVE "Y" TO WS-LY-FOUND-SW
           READ KPI-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-LY-FOUND-SW
           END-READ
           IF WS-LY-ON-FILE
               MOVE KH-FIGURE-TABLE TO WS-LY-FIGURES
           END-IF
           MOVE WS-PERIOD TO KH-PERIOD
           MOVE "Y" TO WS-CURRENT-FOUND-SW
           READ KPI-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-CURRENT-FOUND-SW
           END-READ.

      *-----------------------------------------------------------*
      * 3000-GATHER-SALES - the month's priced lines and their cost
      * at the product's unit cost; the month's invoiced gross for
      * the debtor days
      *-----------------------------------------------------------*
       3000-GATHER-SALES.
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODM-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 3100-LOAD-ONE-COST THRU 3100-EXIT
                   UNTIL WS-EOF
           END-IF
           CLOSE PRODUCT-MASTER
           MOVE "KPIPACK" TO TC-PROGRAM-NAME
           MOVE "PRODCOST" TO TC-TABLE-NAME
           MOVE WS-COST-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-IN-MONTH-SW
           OPEN INPUT INVOICE-DATA-FILE
           PERFORM 3200-TALLY-ONE-INVOICE-RECORD THRU 3200-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE
           COMPUTE KH-GROSS-MARGIN = KH-SALES - WS-SALES-COST
           IF KH-SALES > ZEROS
               COMPUTE KH-MARGIN-PCT ROUNDED =
                   KH-GROSS-MARGIN * 100 / KH-SALES
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-COST.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF WS-COST-COUNT = 200
               ADD 1 TO WS-COST-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-COST-COUNT
           MOVE PROD-CODE TO WCO-CODIGO(WS-COST-COUNT)
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO WCO-UNIT-COST(WS-COST-COUNT)
           ELSE
               MOVE PROD-STD-COST TO WCO-UNIT-COST(WS-COST-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-TALLY-ONE-INVOICE-RECORD.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF ID-HEADER-REC
               MOVE "N" TO WS-IN-MONTH-SW
               MOVE "N" TO WS-INVOICE-DOC-SW
               IF ID-INVOICE-DATE(1:6) = WS-PERIOD
                   SET WS-IN-MONTH TO TRUE
                   IF ID-DOC-INVOICE
                       SET WS-INVOICE-DOC TO TRUE
                   END-IF
               END-IF
               GO TO 3200-EXIT
           END-IF
           IF NOT WS-IN-MONTH
               GO TO 3200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ID-TYPE-DETAIL
                   ADD ID-NET-AMOUNT TO KH-SALES
                   PERFORM 3300-COST-ONE-LINE
               WHEN ID-TYPE-TRAILER AND WS-INVOICE-DOC
                   ADD ID-GROSS-TOTAL TO WS-INVOICED-GROSS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-COST-ONE-LINE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3310-MATCH-COST
               VARYING WS-COST-IDX FROM 1 BY 1
               UNTIL WS-COST-IDX > WS-COST-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-COST-IDX
               COMPUTE WS-SALES-COST = WS-SALES-COST
                   + (ID-QTY * WCO-UNIT-COST(WS-COST-IDX))
           ELSE
               IF WS-COST-SKIP-COUNT > ZEROS
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
           END-IF.

       3310-MATCH-COST.
           IF WCO-CODIGO(WS-COST-IDX) = ID-PROD-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3500-GATHER-DEBTORS - what customers still owe, and the
      * days of the month's invoicing it represents
      *-----------------------------------------------------------*
       3500-GATHER-DEBTORS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AR-OPEN-ITEMS
           PERFORM 3600-TALLY-ONE-OPEN-ITEM THRU 3600-EXIT
               UNTIL WS-EOF
           CLOSE AR-OPEN-ITEMS
           IF WS-INVOICED-GROSS > ZEROS
               COMPUTE KH-DEBTOR-DAYS ROUNDED =
                   KH-AR-BALANCE * 30 / WS-INVOICED-GROSS
           END-IF.
       3500-EXIT.
           EXIT.

       3600-TALLY-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF AR-ITEM-OPEN
               ADD AR-AMOUNT TO KH-AR-BALANCE
           END-IF.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-GATHER-PAYROLL - the gross the month's pay runs paid
      * before deductions, as PAYINQ sums a payslip
      *-----------------------------------------------------------*
       4000-GATHER-PAYROLL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM 4100-TALLY-ONE-PAYSLIP THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE PAY-HISTORY-FILE.
       4000-EXIT.
           EXIT.

       4100-TALLY-ONE-PAYSLIP.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT PH-PAY-ENTRY
               GO TO 4100-EXIT
           END-IF
           IF PH-PAY-PERIOD(1:6) NOT = WS-PERIOD
               GO TO 4100-EXIT
           END-IF
           ADD PH-GROSS, PH-SUB-HOL, PH-SUB-XMAS,
               PH-SET-COMPENSATION TO KH-PAYROLL-COST.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-GATHER-MEMBERS - active and lapsed members as at the
      * run
      *-----------------------------------------------------------*
       4500-GATHER-MEMBERS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 4600-TALLY-ONE-MEMBER THRU 4600-EXIT
               UNTIL WS-EOF
           CLOSE MEMBERSHIP-FILE.
       4500-EXIT.
           EXIT.

       4600-TALLY-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN MEM-ACTIVE
                   ADD 1 TO KH-ACTIVE-MEMBERS
               WHEN MEM-LAPSED
                   ADD 1 TO KH-LAPSED-MEMBERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-GATHER-TRAINING - enrollments dated in the month, the
      * course certificates issued in it (a qualification
      * certificate on CERTREG carries a code not on COURSE), and
      * the share of the month's attendance marks that were
      * unjustified absences
      *-----------------------------------------------------------*
       5000-GATHER-TRAINING.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ENROLLMENT-FILE
           PERFORM 5100-TALLY-ONE-ENROLLMENT THRU 5100-EXIT
               UNTIL WS-EOF
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COURSE-MASTER
           OPEN INPUT CERTIFICATE-REGISTER
           PERFORM 5200-TALLY-ONE-CERTIFICATE THRU 5200-EXIT
               UNTIL WS-EOF
           CLOSE CERTIFICATE-REGISTER
           CLOSE COURSE-MASTER
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ATTENDANCE-FILE
           PERFORM 5300-TALLY-ONE-MARK THRU 5300-EXIT
               UNTIL WS-EOF
           CLOSE ATTENDANCE-FILE
           IF WS-MARKS-COUNT > ZEROS
               COMPUTE KH-ABSENCE-PCT ROUNDED =
                   WS-ABSENT-COUNT * 100 / WS-MARKS-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-TALLY-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF EN-ENROLL-DATE(1:6) = WS-PERIOD
               ADD 1 TO KH-ENROLLMENTS
           END-IF.
       5100-EXIT.
           EXIT.

       5200-TALLY-ONE-CERTIFICATE.
           READ CERTIFICATE-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF CT-ISSUE-DATE(1:6) NOT = WS-PERIOD
               GO TO 5200-EXIT
           END-IF
           MOVE CT-CRS-CODE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   GO TO 5200-EXIT
           END-READ
           ADD 1 TO KH-COMPLETIONS.
       5200-EXIT.
           EXIT.

       5300-TALLY-ONE-MARK.
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5300-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF AT-DATE(1:6) NOT = WS-PERIOD
               GO TO 5300-EXIT
           END-IF
           IF NOT AT-STATUS-VALID
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-MARKS-COUNT
           IF AT-ABSENT
               ADD 1 TO WS-ABSENT-COUNT
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-GATHER-CASH - the drawers' net over/short in the month
      * and the shortages within it
      *-----------------------------------------------------------*
       5500-GATHER-CASH.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CASH-HISTORY
           PERFORM 5600-TALLY-ONE-VARIANCE THRU 5600-EXIT
               UNTIL WS-EOF
           CLOSE CASH-HISTORY.
       5500-EXIT.
           EXIT.

       5600-TALLY-ONE-VARIANCE.
           READ CASH-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5600-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF CH-RUN-DATE(1:6) NOT = WS-PERIOD
               GO TO 5600-EXIT
           END-IF
           ADD CH-VARIANCE TO KH-CASH-VARIANCE
           IF CH-VARIANCE < ZEROS
               SUBTRACT CH-VARIANCE FROM KH-CASH-SHORTAGE
           END-IF.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-GATHER-BUDGET - every center's phases from January to
      * the month, against the ledger's center-charged lines of
      * the year to the month on accounts not classed as asset,
      * liability or equity - BUDGVAR's test
      *-----------------------------------------------------------*
       6000-GATHER-BUDGET.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BUDGET-PHASING-FILE
           PERFORM 6100-TALLY-ONE-PHASING THRU 6100-EXIT
               UNTIL WS-EOF
           CLOSE BUDGET-PHASING-FILE
           OPEN INPUT GL-ACCOUNT-MASTER
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GL-POSTING-ARCHIVE
           PERFORM 6200-TALLY-ONE-ARCHIVED THRU 6200-EXIT
               UNTIL WS-EOF
           CLOSE GL-POSTING-ARCHIVE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GL-POSTING-FILE
           PERFORM 6250-TALLY-ONE-POSTED THRU 6250-EXIT
               UNTIL WS-EOF
           CLOSE GL-POSTING-FILE
           CLOSE GL-ACCOUNT-MASTER
           IF KH-BUDGET-YTD > ZEROS
               COMPUTE KH-BUDGET-USED-PCT ROUNDED =
                   KH-ACTUAL-YTD * 100 / KH-BUDGET-YTD
           END-IF.
       6000-EXIT.
           EXIT.

       6100-TALLY-ONE-PHASING.
           READ BUDGET-PHASING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF BP-YEAR NOT = WS-PERIOD-YEAR
               GO TO 6100-EXIT
           END-IF
           PERFORM 6110-ADD-ONE-PHASE
               VARYING WS-PHASE-MM FROM 1 BY 1
               UNTIL WS-PHASE-MM > WS-PERIOD-MM.
       6100-EXIT.
           EXIT.

       6110-ADD-ONE-PHASE.
           ADD BP-MONTH-BUDGET(WS-PHASE-MM) TO KH-BUDGET-YTD.

       6200-TALLY-ONE-ARCHIVED.
           READ GL-POSTING-ARCHIVE INTO GL-POSTING-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6200-EXIT
           END-READ
           PERFORM 6300-TALLY-LEDGER-LINE THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

       6250-TALLY-ONE-POSTED.
           READ GL-POSTING-FILE INTO GL-POSTING-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6250-EXIT
           END-READ
           PERFORM 6300-TALLY-LEDGER-LINE THRU 6300-EXIT.
       6250-EXIT.
           EXIT.

       6300-TALLY-LEDGER-LINE.
           ADD 1 TO WS-READ-COUNT
           IF GL-COST-CENTER-ID IS NOT NUMERIC
               GO TO 6300-EXIT
           END-IF
           IF GL-NO-COST-CENTER
               GO TO 6300-EXIT
           END-IF
           MOVE GL-POST-DATE TO WS-LINE-DATE
           IF WS-LINE-YEAR NOT = WS-PERIOD-YEAR
               OR WS-LINE-MONTH > WS-PERIOD-MM
               GO TO 6300-EXIT
           END-IF
           MOVE GL-ACCOUNT TO GA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO GA-CLASS
           END-READ
           IF GA-CLASS-ASSET OR GA-CLASS-LIABILITY
               OR GA-CLASS-EQUITY
               GO TO 6300-EXIT
           END-IF
           COMPUTE WS-LINE-NET = GL-DEBIT - GL-CREDIT
           ADD WS-LINE-NET TO KH-ACTUAL-YTD.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-SAVE-MONTH - the month onto KPIHIST, over a rerun's
      *-----------------------------------------------------------*
       7000-SAVE-MONTH.
           MOVE WS-PERIOD TO KH-PERIOD
           MOVE WS-RUN-DATE TO KH-RUN-DATE
           IF WS-CURRENT-ON-FILE
               REWRITE KPI-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o KPIHIST."
                       PERFORM 9000-ABORT-RUN
               END-REWRITE
           ELSE
               WRITE KPI-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o KPIHIST."
                       PERFORM 9000-ABORT-RUN
               END-WRITE
           END-IF.

      *-----------------------------------------------------------*
      * 7500-PRINT-PACK - one line per indicator under its section:
      * the month, last month and the same month last year
      *-----------------------------------------------------------*
       7500-PRINT-PACK.
           OPEN OUTPUT KPI-REPORT
           MOVE WS-PERIOD TO WH-PERIOD
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE KPI-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-PERIOD TO WC-PERIOD
           MOVE WS-PRIOR-PERIOD TO WC-PRIOR-PERIOD
           MOVE WS-LAST-YEAR-PERIOD TO WC-LY-PERIOD
           WRITE KPI-REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM 7600-PRINT-ONE-INDICATOR
               VARYING WS-KPI-IDX FROM 1 BY 1
               UNTIL WS-KPI-IDX > 16
           IF NOT WS-PRIOR-ON-FILE OR NOT WS-LY-ON-FILE
               MOVE SPACES TO KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE FROM WS-FOOTNOTE
           END-IF
           CLOSE KPI-REPORT.

       7600-PRINT-ONE-INDICATOR.
           IF WKL-SECTION(WS-KPI-IDX) NOT = SPACES
               MOVE SPACES TO KPI-REPORT-LINE
               WRITE KPI-REPORT-LINE
               MOVE WKL-SECTION(WS-KPI-IDX) TO WSL-TITLE
               WRITE KPI-REPORT-LINE FROM WS-SECTION-LINE
           END-IF
           MOVE WKL-TEXT(WS-KPI-IDX) TO WDK-LABEL
           MOVE KH-FIGURE(WS-KPI-IDX) TO WS-EDIT-VALUE
           PERFORM 7700-EDIT-FIGURE
           MOVE WS-EDIT-AREA TO WDK-CURRENT
           IF WS-PRIOR-ON-FILE
               MOVE WS-PRIOR-FIGURE(WS-KPI-IDX) TO WS-EDIT-VALUE
               PERFORM 7700-EDIT-FIGURE
               MOVE WS-EDIT-AREA TO WDK-PRIOR
           ELSE
               MOVE WS-NOT-ON-FILE TO WDK-PRIOR
           END-IF
           IF WS-LY-ON-FILE
               MOVE WS-LY-FIGURE(WS-KPI-IDX) TO WS-EDIT-VALUE
               PERFORM 7700-EDIT-FIGURE
               MOVE WS-EDIT-AREA TO WDK-LAST-YEAR
           ELSE
               MOVE WS-NOT-ON-FILE TO WDK-LAST-YEAR
           END-IF
           WRITE KPI-REPORT-LINE FROM WS-KPI-DETAIL.

       7700-EDIT-FIGURE.
           MOVE SPACES TO WS-EDIT-AREA
           IF WKL-COUNT(WS-KPI-IDX)
               MOVE WS-EDIT-VALUE TO WS-EDIT-COUNT
           ELSE
               MOVE WS-EDIT-VALUE TO WS-EDIT-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and the run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE KPI-HISTORY-FILE
           DISPLAY "KPIPACK: indicadores de " WS-PERIOD
               " gravados no KPIHIST."
           IF WS-COST-SKIP-COUNT > ZEROS
               DISPLAY "KPIPACK: tabela de custos cheia - "
                   WS-COST-SKIP-COUNT " produtos sem custo, "
                   WS-UNCOSTED-COUNT " linhas fora da margem."
           END-IF
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE 1 TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - a failed run is logged as such
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM KPIPACK.

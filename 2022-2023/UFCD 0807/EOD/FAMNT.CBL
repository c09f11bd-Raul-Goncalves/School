       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the FASSET fixed-
      *                asset register, the LOANMNT style: register an
      *                asset (description, cost center validated on
      *                CCMAST, acquisition date and cost, residual
      *                value, useful life in months, method and the
      *                asset, accumulated-depreciation and expense
      *                accounts validated on GLACCT); an asset taken
      *                on from the old spreadsheet brings its
      *                accumulated depreciation and the last month it
      *                covers.  A change re-keys the description and
      *                center at any time, life, residual value and
      *                method going forward, and the cost, date and
      *                accounts only while nothing has been charged.
      *                The acquisition itself is posted by whoever
      *                bought the asset (APINVREG or GLJRNL), not here.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIXED-ASSET-FILE ASSIGN TO "FASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       COPY FASSET.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-FA-STATUS              PIC XX.
           88  WS-FA-OK                      VALUES "00" "05".
       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".
       01  WS-ACCT-STATUS            PIC XX.
           88  WS-ACCT-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-VALID-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-VALID              VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-TRANS-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-TRANS-DATE-PARTS REDEFINES WS-TRANS-DATE.
           05  WS-TRANS-YEAR         PIC 9(04).
           05  WS-TRANS-MONTH        PIC 9(02).
           05  WS-TRANS-DAY          PIC 9(02).
       01  WS-ACQ-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-ACQ-DATE-PARTS REDEFINES WS-ACQ-DATE.
           05  WS-ACQ-YEAR           PIC 9(04).
           05  WS-ACQ-MONTH          PIC 9(02).
           05  WS-ACQ-DAY            PIC 9(02).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ACTION       PIC X(01).
               88  WS-ACTION-ADD               VALUE "1".
               88  WS-ACTION-CHANGE            VALUE "2".
               88  WS-ACTION-SHOW              VALUE "3".
               88  WS-ACTION-EXIT              VALUE "0".
           05  WS-ENTRY-NUMBER       PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-DESC         PIC X(30) VALUE SPACES.
           05  WS-ENTRY-CENTER       PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
               10  WS-ENTRY-YEAR     PIC 9(04).
               10  WS-ENTRY-MONTH    PIC 9(02).
               10  WS-ENTRY-DAY      PIC 9(02).
           05  WS-ENTRY-AMOUNT       PIC 9(8)V99 VALUE ZEROS.
           05  WS-ENTRY-LIFE         PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-METHOD       PIC X(01).
           05  WS-ENTRY-PERIOD       PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-PERIOD-PARTS REDEFINES WS-ENTRY-PERIOD.
               10  WS-PERIOD-YEAR    PIC 9(04).
               10  WS-PERIOD-MONTH   PIC 9(02).

       01  WS-ACCOUNT-CHECK.
           05  WS-CHECK-ACCOUNT      PIC X(08).
           05  WS-CHECK-CLASS        PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-ACQ-INDEX          PIC 9(06) VALUE ZEROS.
           05  WS-LAST-INDEX         PIC 9(06) VALUE ZEROS.
           05  WS-RUN-INDEX          PIC 9(06) VALUE ZEROS.
           05  WS-DEPRECIABLE        PIC 9(8)V99 VALUE ZEROS.
           05  WS-NET-BOOK-VALUE     PIC 9(8)V99 VALUE ZEROS.
           05  WS-AMOUNT-SHOW        PIC ZZ,ZZZ,ZZ9.99.
           05  WS-ADD-COUNT          PIC 9(04) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(04) VALUE ZEROS.

       COPY FILERR.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-TRANS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-RUN-INDEX =
               (WS-TRANS-YEAR * 12) + WS-TRANS-MONTH
           OPEN INPUT GL-ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "Plano de contas GLACCT indisponivel - "
                   "corra GLACMNT."
               STOP RUN
           END-IF
           OPEN INPUT COST-CENTER-MASTER
           OPEN I-O FIXED-ASSET-FILE
           IF NOT WS-FA-OK
               MOVE "FAMNT" TO FE-PROGRAM-NAME
               MOVE "FASSET" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-FA-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF.

      *-----------------------------------------------------------*
      * 2000-PROCESS-REQUEST - one maintenance action
      *-----------------------------------------------------------*
       2000-PROCESS-REQUEST.
           DISPLAY "1-Registar  2-Alterar  3-Consultar  0-Sair: "
           ACCEPT WS-ENTRY-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   MOVE "N" TO WS-CONTINUE-SW
               WHEN WS-ACTION-ADD
                   PERFORM 3000-ADD-ASSET THRU 3000-EXIT
               WHEN WS-ACTION-CHANGE
                   PERFORM 4000-CHANGE-ASSET THRU 4000-EXIT
               WHEN WS-ACTION-SHOW
                   PERFORM 5000-SHOW-ASSET THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-ASSET - a new asset number with everything the
      * depreciation run needs; an asset taken on part-depreciated
      * brings its accumulated depreciation and the last month it
      * covers, so FADEPR carries on from the month after
      *-----------------------------------------------------------*
       3000-ADD-ASSET.
           DISPLAY "Numero do bem: "
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER = ZEROS
               DISPLAY "Numero invalido."
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Bem ja registado - use Alterar."
                   GO TO 3000-EXIT
           END-READ
           MOVE SPACES TO FIXED-ASSET-RECORD
           MOVE WS-ENTRY-NUMBER TO FA-ASSET-NUMBER
           DISPLAY "Descricao: "
           ACCEPT FA-DESCRIPTION
           PERFORM 6000-KEY-CENTER THRU 6000-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 3000-EXIT
           END-IF
           PERFORM 6100-KEY-ACQUISITION THRU 6100-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 3000-EXIT
           END-IF
           PERFORM 6200-KEY-LIFE-AND-METHOD THRU 6200-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 3000-EXIT
           END-IF
           PERFORM 6300-KEY-ACCOUNTS THRU 6300-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO FA-OPENING-ACCUM
           MOVE ZEROS TO FA-MONTHS-DEPRECIATED
           MOVE ZEROS TO FA-LAST-DEPR-PERIOD
           PERFORM 6400-KEY-OPENING-ACCUM THRU 6400-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 3000-EXIT
           END-IF
           MOVE FA-OPENING-ACCUM TO FA-ACCUM-DEPR
           SET FA-ACTIVE TO TRUE
           MOVE ZEROS TO FA-DISPOSAL-DATE
           MOVE ZEROS TO FA-DISPOSAL-PROCEEDS
           MOVE ZEROS TO FA-DISPOSAL-RESULT
           MOVE WS-OPERATOR-ID TO FA-OPERATOR
           WRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o bem."
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-ADD-COUNT
           DISPLAY "Bem " FA-ASSET-NUMBER " registado.".
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-ASSET - description and center always; life,
      * residual value and method going forward; cost, date and
      * accounts only while nothing has been charged.  A disposed
      * asset is closed to change
      *-----------------------------------------------------------*
       4000-CHANGE-ASSET.
           PERFORM 7000-READ-ASSET THRU 7000-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 4000-EXIT
           END-IF
           IF FA-DISPOSED
               DISPLAY "Bem abatido em " FA-DISPOSAL-DATE
                   " - nada a alterar."
               GO TO 4000-EXIT
           END-IF
           PERFORM 5100-DISPLAY-ASSET
           DISPLAY "Nova descricao (branco = manter): "
           ACCEPT WS-ENTRY-DESC
           IF WS-ENTRY-DESC NOT = SPACES
               MOVE WS-ENTRY-DESC TO FA-DESCRIPTION
           END-IF
           PERFORM 6000-KEY-CENTER THRU 6000-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 4000-EXIT
           END-IF
           IF FA-MONTHS-DEPRECIATED = ZEROS
               AND FA-ACCUM-DEPR = ZEROS
               PERFORM 6100-KEY-ACQUISITION THRU 6100-EXIT
               IF NOT WS-ENTRY-VALID
                   GO TO 4000-EXIT
               END-IF
               PERFORM 6300-KEY-ACCOUNTS THRU 6300-EXIT
               IF NOT WS-ENTRY-VALID
                   GO TO 4000-EXIT
               END-IF
           ELSE
               DISPLAY "Bem ja amortizado - custo, data e contas "
                   "mantidos."
               DISPLAY "Valor residual: "
               ACCEPT WS-ENTRY-AMOUNT
               IF WS-ENTRY-AMOUNT NOT < FA-COST
                   DISPLAY "Valor residual invalido."
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-ENTRY-AMOUNT TO FA-RESIDUAL-VALUE
           END-IF
           PERFORM 6200-KEY-LIFE-AND-METHOD THRU 6200-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 4000-EXIT
           END-IF
           IF FA-LIFE-MONTHS < FA-MONTHS-DEPRECIATED
               DISPLAY "Vida util inferior aos meses ja amortizados."
               GO TO 4000-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO FA-OPERATOR
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o bem."
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "Bem atualizado.".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SHOW-ASSET - the asset as it stands
      *-----------------------------------------------------------*
       5000-SHOW-ASSET.
           PERFORM 7000-READ-ASSET THRU 7000-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-DISPLAY-ASSET.
       5000-EXIT.
           EXIT.

       5100-DISPLAY-ASSET.
           DISPLAY "Bem " FA-ASSET-NUMBER ": " FA-DESCRIPTION
           DISPLAY "Centro de custo: " FA-COST-CENTER-ID
               "  Aquisicao: " FA-ACQ-DATE
           MOVE FA-COST TO WS-AMOUNT-SHOW
           DISPLAY "Custo: " WS-AMOUNT-SHOW
           MOVE FA-RESIDUAL-VALUE TO WS-AMOUNT-SHOW
           DISPLAY "Valor residual: " WS-AMOUNT-SHOW
           DISPLAY "Vida util (meses): " FA-LIFE-MONTHS
               "  Metodo: " FA-METHOD
           DISPLAY "Contas: ativo " FA-ASSET-ACCOUNT
               "  amort. acum. " FA-ACCUM-ACCOUNT
               "  gasto " FA-EXPENSE-ACCOUNT
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-SHOW
           DISPLAY "Amortizacoes acumuladas: " WS-AMOUNT-SHOW
               "  (" FA-MONTHS-DEPRECIATED " meses, ultimo "
               FA-LAST-DEPR-PERIOD ")"
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-SHOW
           DISPLAY "Valor liquido: " WS-AMOUNT-SHOW
           IF FA-DISPOSED
               DISPLAY "Abatido em " FA-DISPOSAL-DATE
           END-IF.

      *-----------------------------------------------------------*
      * 6000-KEY-CENTER - the cost center the asset serves (0 for
      * none), validated on CCMAST
      *-----------------------------------------------------------*
       6000-KEY-CENTER.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Centro de custo (0 = nenhum): "
           ACCEPT WS-ENTRY-CENTER
           IF WS-ENTRY-CENTER NOT = ZEROS
               MOVE WS-ENTRY-CENTER TO CM-CENTER-ID
               READ COST-CENTER-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CCM-STATUS
               END-READ
               IF NOT WS-CCM-OK
                   DISPLAY "Centro de custo inexistente."
                   GO TO 6000-EXIT
               END-IF
           END-IF
           MOVE WS-ENTRY-CENTER TO FA-COST-CENTER-ID
           MOVE "Y" TO WS-VALID-SW.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-KEY-ACQUISITION - date (not after the business date),
      * cost and residual value
      *-----------------------------------------------------------*
       6100-KEY-ACQUISITION.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Data de aquisicao (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-MONTH < 1 OR WS-ENTRY-MONTH > 12
               OR WS-ENTRY-DAY < 1 OR WS-ENTRY-DAY > 31
               OR WS-ENTRY-DATE > WS-TRANS-DATE
               DISPLAY "Data invalida."
               GO TO 6100-EXIT
           END-IF
           MOVE WS-ENTRY-DATE TO FA-ACQ-DATE
           DISPLAY "Custo de aquisicao: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               DISPLAY "Custo invalido."
               GO TO 6100-EXIT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO FA-COST
           DISPLAY "Valor residual (0 = nenhum): "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT NOT < FA-COST
               DISPLAY "Valor residual invalido."
               GO TO 6100-EXIT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO FA-RESIDUAL-VALUE
           MOVE "Y" TO WS-VALID-SW.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-KEY-LIFE-AND-METHOD - useful life in months and the
      * method: L quotas constantes, D quotas degressivas
      *-----------------------------------------------------------*
       6200-KEY-LIFE-AND-METHOD.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Vida util (meses): "
           ACCEPT WS-ENTRY-LIFE
           IF WS-ENTRY-LIFE = ZEROS
               DISPLAY "Vida util invalida."
               GO TO 6200-EXIT
           END-IF
           DISPLAY "Metodo (L=linear, D=degressivo): "
           ACCEPT WS-ENTRY-METHOD
           MOVE WS-ENTRY-METHOD TO FA-METHOD
           IF NOT FA-METHOD-VALID
               DISPLAY "Metodo invalido."
               GO TO 6200-EXIT
           END-IF
           MOVE WS-ENTRY-LIFE TO FA-LIFE-MONTHS
           MOVE "Y" TO WS-VALID-SW.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-KEY-ACCOUNTS - the asset and accumulated-depreciation
      * accounts must be asset accounts and the expense account an
      * expense account, where GLACCT has them classified
      *-----------------------------------------------------------*
       6300-KEY-ACCOUNTS.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Conta do ativo: "
           ACCEPT WS-CHECK-ACCOUNT
           MOVE "A" TO WS-CHECK-CLASS
           PERFORM 7100-CHECK-ACCOUNT THRU 7100-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 6300-EXIT
           END-IF
           MOVE WS-CHECK-ACCOUNT TO FA-ASSET-ACCOUNT
           DISPLAY "Conta de amortizacoes acumuladas: "
           ACCEPT WS-CHECK-ACCOUNT
           MOVE "A" TO WS-CHECK-CLASS
           PERFORM 7100-CHECK-ACCOUNT THRU 7100-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 6300-EXIT
           END-IF
           IF WS-CHECK-ACCOUNT = FA-ASSET-ACCOUNT
               DISPLAY "A conta de amortizacoes nao pode ser a do "
                   "ativo."
               MOVE "N" TO WS-VALID-SW
               GO TO 6300-EXIT
           END-IF
           MOVE WS-CHECK-ACCOUNT TO FA-ACCUM-ACCOUNT
           DISPLAY "Conta de gasto de depreciacao: "
           ACCEPT WS-CHECK-ACCOUNT
           MOVE "G" TO WS-CHECK-CLASS
           PERFORM 7100-CHECK-ACCOUNT THRU 7100-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 6300-EXIT
           END-IF
           MOVE WS-CHECK-ACCOUNT TO FA-EXPENSE-ACCOUNT.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6400-KEY-OPENING-ACCUM - for an asset taken on part-way
      * through its life: the depreciation already accumulated
      * (within the depreciable amount) and the last month it
      * covers, from which the months already charged follow
      *-----------------------------------------------------------*
       6400-KEY-OPENING-ACCUM.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Amortizacoes acumuladas ate hoje (0 = bem "
               "novo): "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               MOVE "Y" TO WS-VALID-SW
               GO TO 6400-EXIT
           END-IF
           COMPUTE WS-DEPRECIABLE = FA-COST - FA-RESIDUAL-VALUE
           IF WS-ENTRY-AMOUNT > WS-DEPRECIABLE
               DISPLAY "Acima do valor amortizavel."
               GO TO 6400-EXIT
           END-IF
           DISPLAY "Ultimo mes amortizado (AAAAMM): "
           ACCEPT WS-ENTRY-PERIOD
           MOVE FA-ACQ-DATE TO WS-ACQ-DATE
           COMPUTE WS-ACQ-INDEX =
               (WS-ACQ-YEAR * 12) + WS-ACQ-MONTH
           COMPUTE WS-LAST-INDEX =
               (WS-PERIOD-YEAR * 12) + WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               OR WS-LAST-INDEX < WS-ACQ-INDEX
               OR WS-LAST-INDEX NOT < WS-RUN-INDEX
               DISPLAY "Mes invalido (entre a aquisicao e o mes "
                   "anterior ao corrente)."
               GO TO 6400-EXIT
           END-IF
           COMPUTE FA-MONTHS-DEPRECIATED =
               WS-LAST-INDEX - WS-ACQ-INDEX + 1
           IF FA-MONTHS-DEPRECIATED > FA-LIFE-MONTHS
               DISPLAY "Mais meses do que a vida util."
               GO TO 6400-EXIT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO FA-OPENING-ACCUM
           MOVE WS-ENTRY-PERIOD TO FA-LAST-DEPR-PERIOD
           MOVE "Y" TO WS-VALID-SW.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-READ-ASSET - the asset number keyed
      *-----------------------------------------------------------*
       7000-READ-ASSET.
           MOVE "N" TO WS-VALID-SW
           DISPLAY "Numero do bem: "
           ACCEPT WS-ENTRY-NUMBER
           MOVE WS-ENTRY-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "Bem nao encontrado."
                   GO TO 7000-EXIT
           END-READ
           MOVE "Y" TO WS-VALID-SW.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-CHECK-ACCOUNT - on GLACCT, active, and of the class
      * expected when the account is classified at all
      *-----------------------------------------------------------*
       7100-CHECK-ACCOUNT.
           MOVE "N" TO WS-VALID-SW
           MOVE WS-CHECK-ACCOUNT TO GA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Conta desconhecida."
                   GO TO 7100-EXIT
           END-READ
           IF GA-INACTIVE
               DISPLAY "Conta desativada."
               GO TO 7100-EXIT
           END-IF
           IF GA-CLASS-VALID AND GA-CLASS NOT = WS-CHECK-CLASS
               DISPLAY "Conta " GA-ACCOUNT " e da classe " GA-CLASS
                   " - esperada " WS-CHECK-CLASS "."
               GO TO 7100-EXIT
           END-IF
           MOVE "Y" TO WS-VALID-SW.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and the session counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE FIXED-ASSET-FILE
           CLOSE COST-CENTER-MASTER
           CLOSE GL-ACCOUNT-MASTER
           DISPLAY "Bens registados: " WS-ADD-COUNT
               "  alterados: " WS-CHANGE-COUNT.

       END PROGRAM FAMNT.

      *****************************************************************
      * FINLINE.CPY
      * The lines of the printed financial statements, each with
      * the account class it takes: B lines make up the balance
      * sheet (A ativo, K capital proprio, P passivo), D lines the
      * income statement (R rendimentos, G gastos).  Shared by
      * GLACMNT, which refuses a line whose class does not match
      * the account's, and FINSTMT, which prints the lines in this
      * order.
      *****************************************************************
       01  WS-STATEMENT-LINE-DATA.
           05  FILLER                PIC X(35) VALUE
               "B110AATIVOS FIXOS TANGIVEIS        ".
           05  FILLER                PIC X(35) VALUE
               "B120AINVENTARIOS                   ".
           05  FILLER                PIC X(35) VALUE
               "B130ACLIENTES                      ".
           05  FILLER                PIC X(35) VALUE
               "B140AESTADO E OUTROS ENTES PUBLICOS".
           05  FILLER                PIC X(35) VALUE
               "B150AOUTROS ATIVOS CORRENTES       ".
           05  FILLER                PIC X(35) VALUE
               "B160ACAIXA E DEPOSITOS BANCARIOS   ".
           05  FILLER                PIC X(35) VALUE
               "B210KCAPITAL E FUNDOS PROPRIOS     ".
           05  FILLER                PIC X(35) VALUE
               "B220KRESERVAS E RESULTADOS TRANSIT.".
           05  FILLER                PIC X(35) VALUE
               "B310PFINANCIAMENTOS OBTIDOS        ".
           05  FILLER                PIC X(35) VALUE
               "B320PFORNECEDORES                  ".
           05  FILLER                PIC X(35) VALUE
               "B330PESTADO E OUTROS ENTES PUBLICOS".
           05  FILLER                PIC X(35) VALUE
               "B340POUTROS PASSIVOS CORRENTES     ".
           05  FILLER                PIC X(35) VALUE
               "D110RVENDAS E SERVICOS PRESTADOS   ".
           05  FILLER                PIC X(35) VALUE
               "D120RQUOTAS, PROPINAS E DONATIVOS  ".
           05  FILLER                PIC X(35) VALUE
               "D130ROUTROS RENDIMENTOS            ".
           05  FILLER                PIC X(35) VALUE
               "D210GCUSTO DAS MERCADORIAS VENDIDAS".
           05  FILLER                PIC X(35) VALUE
               "D220GFORNECIMENTOS E SERVICOS EXT. ".
           05  FILLER                PIC X(35) VALUE
               "D230GGASTOS COM O PESSOAL          ".
           05  FILLER                PIC X(35) VALUE
               "D240GIMPARIDADES E PERDAS          ".
           05  FILLER                PIC X(35) VALUE
               "D250GOUTROS GASTOS                 ".
       01  WS-STATEMENT-LINES REDEFINES WS-STATEMENT-LINE-DATA.
           05  WS-STMT-LINE-ENTRY OCCURS 20 TIMES.
               10  WS-STMT-LINE-CODE PIC X(04).
               10  WS-STMT-LINE-CLASS PIC X(01).
               10  WS-STMT-LINE-NAME PIC X(30).
       01  WS-STMT-LINE-COUNT        PIC 9(02) VALUE 20.

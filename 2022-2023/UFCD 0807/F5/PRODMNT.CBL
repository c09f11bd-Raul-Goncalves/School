      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  The add and change actions now also capture
      *                 PROD-SUPP-NUMBER, the usual supplier, checked
      *                 against SUPPMAST (zero = none) - the supplier
      *                 REORDRPT drafts purchase orders against.
      * 2026-10-15  RG  A new product's moving-average cost starts at
      *                 its standard cost; the change action shows
      *                 the average (GOODSRCV maintains it) and each
      *                 adjustment movement is valued at it.
      * 2026-10-15  RG  An on-hand change keyed here now names the
      *                 stock location it applies to (the back
      *                 warehouse unless keyed otherwise): the
      *                 location moves through STKLOCSV with
      *                 PROD-ON-HAND, a reduction the location does
      *                 not hold is refused, and the adjustment
      *                 movement carries the location.
      * 2026-10-15  RG  New action K maintains the components of a kit
      *                 on KITCOMP (quantity 0 takes one out) and
      *                 flags the product PROD-IS-KIT while it has
      *                 any; a kit holds no stock, so a product with
      *                 stock is refused as one and the change action
      *                 no longer asks a kit for its on-hand.
      * 2026-10-15  RG  The add and change actions now also capture
      *                 PROD-WEB-SKU, the web shop's SKU WEBIMP maps
      *                 imported order lines by (blank = none).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL KIT-COMPONENT-FILE ASSIGN TO "KITCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  KIT-COMPONENT-FILE.
       COPY KITCOMP.

       WORKING-STORAGE SECTION.

       COPY CHGJRNL.

       COPY STKLOCSV.

       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                    VALUE "00".
           88  WS-PROD-NOT-FOUND             VALUE "23".
       01  WS-SUPP-STATUS            PIC XX.
           88  WS-SUPP-OK                    VALUES "00" "05".
       01  WS-KIT-STATUS             PIC XX.
           88  WS-KIT-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-KIT-ENTRY-SW       PIC X(01) VALUE "N".
               88  WS-KIT-ENTRY                VALUE "Y".
           05  WS-KIT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-KIT-EOF                  VALUE "Y".
           05  WS-COMP-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-COMP-FOUND               VALUE "Y".

       01  WS-ACTION-CODE            PIC X(01).
           88  WS-ACTION-ADD               VALUE "A".
           88  WS-ACTION-CHANGE            VALUE "C".
           88  WS-ACTION-DEACTIVATE        VALUE "D".
           88  WS-ACTION-KIT               VALUE "K".
           88  WS-ACTION-EXIT              VALUE "0".
           88  WS-ACTION-VALID             VALUES "A" "C" "D" "K"
                                                  "0".

       01  WS-ENTRY-CODE             PIC 9(03).

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-OLD-ON-HAND            PIC 9(05) VALUE ZEROS.
       01  WS-ON-HAND-DELTA          PIC S9(06) VALUE ZEROS.
       01  WS-ADJUST-LOCATION        PIC X(02) VALUE SPACES.

      *    the component being keyed and the kit's component count -
      *    KITSVC hands a kit's components over ten at most
       01  WS-COMP-CODE              PIC 9(03) VALUE ZEROS.
       01  WS-COMP-QTY               PIC 9(02) VALUE ZEROS.
       01  WS-KIT-COMP-COUNT         PIC 9(02) VALUE ZEROS.
       01  WS-KIT-COMP-MAX           PIC 9(02) VALUE 10.

       PROCEDURE DIVISION.

           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O PRODUCT-MASTER
           OPEN INPUT SUPPLIER-MASTER
           OPEN I-O KIT-COMPONENT-FILE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE PRODUCT-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE KIT-COMPONENT-FILE
           CALL "FCBUILD"
           STOP RUN.

           DISPLAY "A - Adicionar produto"
           DISPLAY "C - Alterar descricao/taxa"
           DISPLAY "D - Desativar produto"
           DISPLAY "K - Componentes de kit"
           DISPLAY "0 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-ACTION-CODE
                   PERFORM 4000-CHANGE-PRODUCT THRU 4000-EXIT
               WHEN WS-ACTION-DEACTIVATE
                   PERFORM 5000-DEACTIVATE-PRODUCT THRU 5000-EXIT
               WHEN WS-ACTION-KIT
                   PERFORM 8000-MAINTAIN-KIT THRU 8000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
           ACCEPT PROD-REORDER-QTY
           DISPLAY "Custo padrao (999.99): "
           ACCEPT PROD-STD-COST
           PERFORM 7000-ACCEPT-SUPPLIER THRU 7000-EXIT
           DISPLAY "SKU na loja online (branco = nenhum): "
           ACCEPT PROD-WEB-SKU
           MOVE ZEROS TO WS-OLD-ON-HAND
           IF PROD-ON-HAND > ZEROS
               MOVE PROD-ON-HAND TO WS-ON-HAND-DELTA
               PERFORM 7100-PLACE-ADJUSTMENT THRU 7100-EXIT
           END-IF
           MOVE PROD-STD-COST TO PROD-AVG-COST
           MOVE "A" TO PROD-STATUS-CODE
           MOVE SPACE TO PROD-KIT-SW
           WRITE PROD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o produto."
           DISPLAY "Nova taxa (9.99): "
           ACCEPT PROD-RATE
           MOVE PROD-ON-HAND TO WS-OLD-ON-HAND
           IF PROD-IS-KIT
               DISPLAY "Kit - as existencias sao as dos componentes."
           ELSE
               DISPLAY "Existencias atuais: " PROD-ON-HAND
               DISPLAY "Novas existencias: "
               ACCEPT PROD-ON-HAND
           END-IF
           COMPUTE WS-ON-HAND-DELTA =
               PROD-ON-HAND - WS-OLD-ON-HAND
           IF WS-ON-HAND-DELTA NOT = ZEROS
               PERFORM 7100-PLACE-ADJUSTMENT THRU 7100-EXIT
           END-IF
           DISPLAY "Banda de IVA atual: " PROD-VAT-CAT
           DISPLAY "Nova banda de IVA (N/I/R): "
           ACCEPT PROD-VAT-CAT
           DISPLAY "Nova quantidade a encomendar: "
           ACCEPT PROD-REORDER-QTY
           DISPLAY "Custo padrao atual: " PROD-STD-COST
               "  custo medio: " PROD-AVG-COST
           DISPLAY "Novo custo padrao (999.99): "
           ACCEPT PROD-STD-COST
           DISPLAY "Fornecedor habitual atual: " PROD-SUPP-NUMBER
           PERFORM 7000-ACCEPT-SUPPLIER THRU 7000-EXIT
           DISPLAY "SKU na loja online atual: " PROD-WEB-SKU
           DISPLAY "Novo SKU na loja online (branco = nenhum): "
           ACCEPT PROD-WEB-SKU
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o produto."
           SET SK-TYPE-ADJUSTMENT TO TRUE
           MOVE WS-ON-HAND-DELTA TO SK-QTY
           MOVE WS-OPERATOR-ID TO SK-OPERATOR
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO SK-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO SK-UNIT-COST
           END-IF
           COMPUTE SK-VALUE = SK-QTY * SK-UNIT-COST
           MOVE WS-ADJUST-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-LEDGER.

           MOVE PROD-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE.

      *-----------------------------------------------------------*
      * 7000-ACCEPT-SUPPLIER - the usual supplier, re-prompted until
      * it is on SUPPMAST and active; zero leaves it empty
      *-----------------------------------------------------------*
       7000-ACCEPT-SUPPLIER.
           DISPLAY "Fornecedor habitual (0 = nenhum): "
           ACCEPT PROD-SUPP-NUMBER
           IF PROD-SUPP-NUMBER = ZEROS
               GO TO 7000-EXIT
           END-IF
           MOVE PROD-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fornecedor nao encontrado - tente de novo."
                   GO TO 7000-ACCEPT-SUPPLIER
           END-READ
           IF SP-CLOSED
               DISPLAY "Fornecedor encerrado - tente de novo."
               GO TO 7000-ACCEPT-SUPPLIER
           END-IF.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-PLACE-ADJUSTMENT - the location the on-hand change
      * applies to, re-prompted until valid; a reduction the
      * location cannot cover leaves the stock as it was
      *-----------------------------------------------------------*
       7100-PLACE-ADJUSTMENT.
           DISPLAY "Localizacao (AR armazem, LJ loja; Enter = AR): "
           ACCEPT WS-ADJUST-LOCATION
           IF WS-ADJUST-LOCATION = SPACES
               MOVE "AR" TO WS-ADJUST-LOCATION
           END-IF
           MOVE WS-ADJUST-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida - tente de novo."
               GO TO 7100-PLACE-ADJUSTMENT
           END-IF
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE PROD-CODE TO SLS-PROD-CODE
           MOVE WS-OLD-ON-HAND TO SLS-PROD-ON-HAND
           MOVE WS-ON-HAND-DELTA TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF SLS-OK
               GO TO 7100-EXIT
           END-IF
           IF SLS-SHORT
               DISPLAY "A localizacao " WS-ADJUST-LOCATION
                   " so tem " SLS-LOC-ON-HAND
                   " - existencias mantidas."
           ELSE
               DISPLAY "Erro ao atualizar a localizacao - "
                   "existencias mantidas."
           END-IF
           MOVE WS-OLD-ON-HAND TO PROD-ON-HAND
           MOVE ZEROS TO WS-ON-HAND-DELTA.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-MAINTAIN-KIT - key the components of a kit; the kit
      * flag follows whether any are left on KITCOMP
      *-----------------------------------------------------------*
       8000-MAINTAIN-KIT.
           MOVE WS-ENTRY-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
                   GO TO 8000-EXIT
           END-READ
           IF PROD-INACTIVE
               DISPLAY "Produto desativado."
               GO TO 8000-EXIT
           END-IF
           IF PROD-ON-HAND > ZEROS
               DISPLAY "Produto com existencias - nao pode ser kit."
               GO TO 8000-EXIT
           END-IF
           DISPLAY "Kit: " PROD-DESC
           PERFORM 8200-LIST-COMPONENTS THRU 8200-EXIT
           MOVE "Y" TO WS-KIT-ENTRY-SW
           PERFORM 8100-MAINTAIN-COMPONENT THRU 8100-EXIT
               UNTIL NOT WS-KIT-ENTRY
           PERFORM 8200-LIST-COMPONENTS THRU 8200-EXIT
           MOVE WS-ENTRY-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
                   GO TO 8000-EXIT
           END-READ
           IF WS-KIT-COMP-COUNT > ZEROS
               SET PROD-IS-KIT TO TRUE
           ELSE
               MOVE SPACE TO PROD-KIT-SW
           END-IF
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o produto."
               NOT INVALID KEY
                   SET CJ-OP-REWRITE TO TRUE
                   PERFORM 6500-WRITE-CHANGE-JOURNAL
           END-REWRITE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-MAINTAIN-COMPONENT - one component added, re-quantified
      * or taken out; zero ends the kit
      *-----------------------------------------------------------*
       8100-MAINTAIN-COMPONENT.
           DISPLAY "Componente (0 = terminar): "
           ACCEPT WS-COMP-CODE
           IF WS-COMP-CODE = ZEROS
               MOVE "N" TO WS-KIT-ENTRY-SW
               GO TO 8100-EXIT
           END-IF
           IF WS-COMP-CODE = WS-ENTRY-CODE
               DISPLAY "O kit nao pode ser componente de si proprio."
               GO TO 8100-EXIT
           END-IF
           MOVE WS-COMP-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
                   GO TO 8100-EXIT
           END-READ
           IF PROD-INACTIVE
               DISPLAY "Produto desativado."
               GO TO 8100-EXIT
           END-IF
           IF PROD-IS-KIT
               DISPLAY "Um kit nao pode ser componente de outro."
               GO TO 8100-EXIT
           END-IF
           DISPLAY "Quantidade por kit (0 = retirar): "
           ACCEPT WS-COMP-QTY
           MOVE WS-ENTRY-CODE TO KC-KIT-CODE
           MOVE WS-COMP-CODE TO KC-COMP-CODE
           READ KIT-COMPONENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-COMP-FOUND-SW
               NOT INVALID KEY
                   SET WS-COMP-FOUND TO TRUE
           END-READ
           IF WS-COMP-QTY = ZEROS
               IF WS-COMP-FOUND
                   DELETE KIT-COMPONENT-FILE
                   SUBTRACT 1 FROM WS-KIT-COMP-COUNT
                   DISPLAY "Componente retirado."
               END-IF
               GO TO 8100-EXIT
           END-IF
           MOVE WS-ENTRY-CODE TO KC-KIT-CODE
           MOVE WS-COMP-CODE TO KC-COMP-CODE
           MOVE WS-COMP-QTY TO KC-COMP-QTY
           IF WS-COMP-FOUND
               REWRITE KIT-COMPONENT-RECORD
               DISPLAY "Componente atualizado."
               GO TO 8100-EXIT
           END-IF
           IF WS-KIT-COMP-COUNT NOT < WS-KIT-COMP-MAX
               DISPLAY "O kit ja tem " WS-KIT-COMP-MAX " componentes."
               GO TO 8100-EXIT
           END-IF
           WRITE KIT-COMPONENT-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o componente."
               NOT INVALID KEY
                   ADD 1 TO WS-KIT-COMP-COUNT
                   DISPLAY "Componente registado."
           END-WRITE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-LIST-COMPONENTS - show and count the kit's components
      *-----------------------------------------------------------*
       8200-LIST-COMPONENTS.
           MOVE ZEROS TO WS-KIT-COMP-COUNT
           MOVE "N" TO WS-KIT-EOF-SW
           MOVE WS-ENTRY-CODE TO KC-KIT-CODE
           MOVE ZEROS TO KC-COMP-CODE
           START KIT-COMPONENT-FILE KEY IS >= KC-KEY
               INVALID KEY
                   DISPLAY "Sem componentes."
                   GO TO 8200-EXIT
           END-START
           PERFORM 8210-LIST-ONE-COMPONENT THRU 8210-EXIT
               UNTIL WS-KIT-EOF
           IF WS-KIT-COMP-COUNT = ZEROS
               DISPLAY "Sem componentes."
           END-IF.
       8200-EXIT.
           EXIT.

       8210-LIST-ONE-COMPONENT.
           READ KIT-COMPONENT-FILE NEXT RECORD
               AT END
                   SET WS-KIT-EOF TO TRUE
                   GO TO 8210-EXIT
           END-READ
           IF KC-KIT-CODE NOT = WS-ENTRY-CODE
               SET WS-KIT-EOF TO TRUE
               GO TO 8210-EXIT
           END-IF
           ADD 1 TO WS-KIT-COMP-COUNT
           DISPLAY "  Componente " KC-COMP-CODE
               "  quantidade " KC-COMP-QTY.
       8210-EXIT.
           EXIT.

       END PROGRAM PRODMNT.

      *
      * MODIFICATION HISTORY.
      * 2026-08-21  RG  Initial program.
      * 2026-10-15  RG  The payroll department charged to the center
      *                 is keyed on add and change.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCEPT CM-NAME
           DISPLAY "Responsavel: "
           ACCEPT CM-MANAGER
           DISPLAY "Departamento de pessoal (branco = nenhum): "
           ACCEPT CM-PAYROLL-DEPT
           WRITE COST-CENTER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o centro."
           END-WRITE.

      *-----------------------------------------------------------*
      * 3000-CHANGE-CENTER - re-key the name, manager and payroll
      * department
      *-----------------------------------------------------------*
       3000-CHANGE-CENTER.
           DISPLAY "Nome: " CM-NAME
           DISPLAY "Responsavel: " CM-MANAGER
           DISPLAY "Departamento de pessoal: " CM-PAYROLL-DEPT
           DISPLAY "Novo nome: "
           ACCEPT CM-NAME
           DISPLAY "Novo responsavel: "
           ACCEPT CM-MANAGER
           DISPLAY "Novo departamento de pessoal: "
           ACCEPT CM-PAYROLL-DEPT
           REWRITE COST-CENTER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o centro."

      *****************************************************************
      * EXPCLAIM.CPY
      * Employee expense-claim line, keyed on the employee id, the
      * claim number (per employee) and the line within the claim.
      * EXPCLM captures a claim pending (P) and a level-2 operator
      * approves (A) or rejects (R) the whole claim there - approval
      * posts the expense to the cost centers and the recoverable
      * VAT to PURVREG.  NETPAY's regular or settlement run adds the
      * approved lines to the net pay as a non-taxable reimbursement
      * and, live, marks them paid (F) under the run's pay period,
      * so a rerun of the period pays the same lines again.
      * Categories: V viagem, A alojamento, R refeicao, F formacao,
      * O outros.  The VAT band is N/I/R (space when the receipt
      * shows none); the VAT is only recovered when the receipt is
      * attached.
      *****************************************************************
       01  EXPENSE-CLAIM-RECORD.
           05  EC-KEY.
               10  EC-EMP-ID         PIC 9(05).
               10  EC-CLAIM-NUMBER   PIC 9(04).
               10  EC-LINE           PIC 9(02).
           05  EC-EXPENSE-DATE       PIC 9(08).
           05  EC-CATEGORY           PIC X(01).
               88  EC-TRAVEL                   VALUE "V".
               88  EC-LODGING                  VALUE "A".
               88  EC-MEALS                    VALUE "R".
               88  EC-TRAINING                 VALUE "F".
               88  EC-OTHER                    VALUE "O".
               88  EC-CATEGORY-VALID           VALUES "V" "A" "R"
                                                      "F" "O".
           05  EC-CENTER-ID          PIC 9(03).
           05  EC-AMOUNT             PIC 9(5)V99.
           05  EC-VAT-BAND           PIC X(01).
               88  EC-VAT-BAND-VALID           VALUES "N" "I" "R"
                                                      SPACE.
           05  EC-VAT-AMOUNT         PIC 9(5)V99.
           05  EC-RECEIPT-SW         PIC X(01).
               88  EC-RECEIPT-ATTACHED         VALUE "S".
           05  EC-DESCRIPTION        PIC X(20).
           05  EC-STATUS-CODE        PIC X(01).
               88  EC-PENDING                  VALUE "P".
               88  EC-APPROVED                 VALUE "A".
               88  EC-REJECTED                 VALUE "R".
               88  EC-PAID                     VALUE "F".
           05  EC-ENTERED-BY         PIC X(10).
           05  EC-ENTRY-DATE         PIC 9(08).
           05  EC-APPROVER           PIC X(10).
           05  EC-APPROVAL-DATE      PIC 9(08).
      *    filled by the live NETPAY run that paid it
           05  EC-PAID-PERIOD        PIC 9(08).

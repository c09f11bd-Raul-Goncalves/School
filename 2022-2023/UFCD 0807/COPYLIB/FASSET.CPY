      *****************************************************************
      * FASSET.CPY
      * Fixed-asset master record, keyed on the asset number and
      * maintained by FAMNT: what the asset is, the cost center it
      * serves, when it was acquired and for how much, its useful
      * life in months, the depreciation method (L straight line,
      * D declining balance) and the three GL accounts it posts to -
      * the asset (cost) account, the accumulated depreciation
      * account and the depreciation expense account.  FADEPR adds
      * each month's charge to FA-ACCUM-DEPR (which includes the
      * FA-OPENING-ACCUM brought in when an existing asset was taken
      * on) and stamps FA-LAST-DEPR-PERIOD, so a rerun of the month
      * charges nothing twice.  FADISP records the disposal and the
      * gain or loss.
      *****************************************************************
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-NUMBER       PIC 9(06).
           05  FA-DESCRIPTION        PIC X(30).
           05  FA-COST-CENTER-ID     PIC 9(03).
           05  FA-ACQ-DATE           PIC 9(08).
           05  FA-COST               PIC 9(8)V99.
           05  FA-RESIDUAL-VALUE     PIC 9(8)V99.
           05  FA-LIFE-MONTHS        PIC 9(03).
           05  FA-METHOD             PIC X(01).
               88  FA-METHOD-LINEAR            VALUE "L".
               88  FA-METHOD-DECLINING         VALUE "D".
               88  FA-METHOD-VALID             VALUES "L" "D".
           05  FA-ASSET-ACCOUNT      PIC X(08).
           05  FA-ACCUM-ACCOUNT      PIC X(08).
           05  FA-EXPENSE-ACCOUNT    PIC X(08).
           05  FA-OPENING-ACCUM      PIC 9(8)V99.
           05  FA-ACCUM-DEPR         PIC 9(8)V99.
           05  FA-MONTHS-DEPRECIATED PIC 9(03).
           05  FA-LAST-DEPR-PERIOD   PIC 9(06).
           05  FA-STATUS-CODE        PIC X(01).
               88  FA-ACTIVE                   VALUE "A".
               88  FA-DISPOSED                 VALUE "B".
           05  FA-DISPOSAL-DATE      PIC 9(08).
           05  FA-DISPOSAL-PROCEEDS  PIC 9(8)V99.
           05  FA-DISPOSAL-RESULT    PIC S9(8)V99.
           05  FA-OPERATOR           PIC X(10).

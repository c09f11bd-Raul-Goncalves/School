      *****************************************************************
      * INTEGCHK.CPY
      * Linkage record for the INTEGCHK referential-integrity run:
      * INTEGCHK returns how many orphans (a record whose student,
      * course, customer, product, member, employee or trainer is
      * not on its master) and status conflicts (a live record
      * against a master that has left, closed or gone inactive) it
      * listed on INTEGRPT, and whether the caller should carry the
      * run as a warning.
      *****************************************************************
       01  INTEGCHK-LINKAGE.
           05  IC-ORPHAN-COUNT       PIC 9(07).
           05  IC-CONFLICT-COUNT     PIC 9(07).
           05  IC-RESULT-CODE        PIC X(01).
               88  IC-CLEAN                    VALUE "0".
               88  IC-WARNING                  VALUE "W".

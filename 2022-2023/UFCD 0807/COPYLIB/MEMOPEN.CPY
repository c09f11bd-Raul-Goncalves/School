      * desk payment or MEMDDRTN confirms the collection; a failed
      * collection reopens it.  The MEMLAPSE run flags members whose
      * item stays open past the grace period.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  The BOOKMTH month-end run adds a no-show
      *                 charge to the member's item (re-opening a
      *                 paid one at the charge), so repeat no-shows
      *                 are billed, collected and aged with the fee.
      *****************************************************************
       01  MEMBER-OPEN-ITEM-RECORD.
           05  MO-MEM-ID             PIC 9(05).

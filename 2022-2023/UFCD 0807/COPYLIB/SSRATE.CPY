      *****************************************************************
      * SSRATE.CPY
      * Employer social security contribution rate, keyed on the
      * EMP-CONTRACT-TYPE code + effective date and maintained ahead
      * of time by SSRMNT - the WHTAX pattern applied to the
      * employer's side.  Code N is the normal rate; the other codes
      * carry the reduced rates of the eligible contracts.  NETPAY
      * keeps, per code, the latest record on or before the business
      * date and charges the employer on the gross at that rate.
      *****************************************************************
       01  SOCIAL-SECURITY-RATE-RECORD.
           05  SS-KEY.
               10  SS-CONTRACT-TYPE  PIC X(01).
               10  SS-EFFECTIVE-DATE PIC 9(08).
           05  SS-EMPLOYER-RATE      PIC V9999.
           05  SS-DESCRIPTION        PIC X(20).

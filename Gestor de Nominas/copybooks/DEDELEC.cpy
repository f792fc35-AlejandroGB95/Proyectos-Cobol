      *> remittance exception list until its payee is keyed.
           05  ELC-PAYEE-NAME      PIC X(30).
           05  ELC-PAYEE-REF       PIC X(20).
      *> ELC-PAYEE-ACCOUNT is the payee's IBAN and
      *> ELC-PAYEE-ROUTING its BIC (see STANDMST); an IBAN whose
      *> check digits fail lands on the exception list as well.
           05  ELC-PAYEE-ACCOUNT   PIC X(34).
           05  ELC-PAYEE-ROUTING   PIC X(11).

      *> Ordering-party record (ORDENANTE.DAT) - the company as the
      *> payer of every SEPA credit transfer the pay run and the
      *> remittance send: the name the credits carry, the IBAN and
      *> BIC of the account debited, and the initiating-party id
      *> the bank gave the company for its payment files (the
      *> CIF-based id under the adeudo/transfer contract). One
      *> line, maintained by treasury; without it no SEPA message
      *> can be written.
       01  ORDERING-ACCOUNT-RECORD.
           05  ORD-NAME            PIC X(30).
           05  FILLER              PIC X(2).
           05  ORD-IBAN            PIC X(34).
           05  FILLER              PIC X(2).
           05  ORD-BIC             PIC X(11).
           05  FILLER              PIC X(2).
           05  ORD-INITIATOR-ID    PIC X(35).

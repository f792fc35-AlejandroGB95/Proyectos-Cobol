           05  FILLER              PIC X(2).
           05  CHG-IMAGE-TYPE      PIC X(7).
           05  FILLER              PIC X(2).
      *> Sized to the full standing record (113 bytes since the
      *> IBAN and BIC) so no field of the image is ever cut off.
           05  CHG-IMAGE           PIC X(113).

      *> Graduated withholding table - percentage method style brackets.
      *> Tax = WS-BRK-n-BASE + ((WS-GROSS - WS-BRK-n-MIN) * WS-BRK-n-RATE)
      *> for the bracket whose MIN/MAX range contains WS-GROSS.
      *> The brackets carry no values of their own: they are filled
      *> from the rate set in force (see RATEPARM) before any pay is
      *> calculated, through the WS-BRK-ENTRY table view below.
       01  WS-TAX-BRACKETS.
           05  WS-BRK-1.
               10  WS-BRK-1-MIN     PIC 9(8)V99.
               10  WS-BRK-1-MAX     PIC 9(8)V99.
               10  WS-BRK-1-BASE    PIC 9(8)V99.
               10  WS-BRK-1-RATE    PIC V999.
           05  WS-BRK-2.
               10  WS-BRK-2-MIN     PIC 9(8)V99.
               10  WS-BRK-2-MAX     PIC 9(8)V99.
               10  WS-BRK-2-BASE    PIC 9(8)V99.
               10  WS-BRK-2-RATE    PIC V999.
           05  WS-BRK-3.
               10  WS-BRK-3-MIN     PIC 9(8)V99.
               10  WS-BRK-3-MAX     PIC 9(8)V99.
               10  WS-BRK-3-BASE    PIC 9(8)V99.
               10  WS-BRK-3-RATE    PIC V999.
           05  WS-BRK-4.
               10  WS-BRK-4-MIN     PIC 9(8)V99.
               10  WS-BRK-4-MAX     PIC 9(8)V99.
               10  WS-BRK-4-BASE    PIC 9(8)V99.
               10  WS-BRK-4-RATE    PIC V999.
           05  WS-BRK-5.
               10  WS-BRK-5-MIN     PIC 9(8)V99.
               10  WS-BRK-5-MAX     PIC 9(8)V99.
               10  WS-BRK-5-BASE    PIC 9(8)V99.
               10  WS-BRK-5-RATE    PIC V999.
           05  WS-BRK-6.
               10  WS-BRK-6-MIN     PIC 9(8)V99.
               10  WS-BRK-6-MAX     PIC 9(8)V99.
               10  WS-BRK-6-BASE    PIC 9(8)V99.
               10  WS-BRK-6-RATE    PIC V999.
       01  WS-TAX-BRACKET-TABLE REDEFINES WS-TAX-BRACKETS.
           05  WS-BRK-ENTRY OCCURS 6 TIMES.
               10  WS-BRK-MIN       PIC 9(8)V99.
               10  WS-BRK-MAX       PIC 9(8)V99.
               10  WS-BRK-BASE      PIC 9(8)V99.
               10  WS-BRK-RATE      PIC V999.

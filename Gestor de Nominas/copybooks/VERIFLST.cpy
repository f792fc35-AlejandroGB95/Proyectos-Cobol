      *> Pay-run verification list (VERIFICAR.PRT) - what has to be
      *> checked by hand before the run's bank file is released:
      *> "CUENTA NUEVA", a first credit to an account the employee
      *> has never been paid into (see PAYEEACC) - call the
      *> employee back on the number on file, not one given with
      *> the change; and "CAMBIO PENDIENTE", an employee paid while
      *> a sensitive change keyed against them still waits for its
      *> second approval (see PENDCHG) - the run paid them on the
      *> figures as they stand, and the change should be decided
      *> before the money leaves.
       01  VERIFY-LIST-LINE.
           05  VFL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2).
           05  VFL-EMP-NAME        PIC A(30).
           05  FILLER              PIC X(2).
           05  VFL-KIND            PIC X(16).
           05  FILLER              PIC X(2).
           05  VFL-ACCOUNT-NUMBER  PIC X(34).
           05  FILLER              PIC X(2).
           05  VFL-ROUTING-NUMBER  PIC X(11).
           05  FILLER              PIC X(2).
           05  VFL-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2).
           05  VFL-REFERENCE       PIC X(12).

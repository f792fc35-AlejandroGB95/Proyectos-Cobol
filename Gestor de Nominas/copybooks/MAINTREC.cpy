      *> period salary; cambio ("C") replaces only the fields actually
      *> supplied (blank name/basis/account/routing and zero rate or
      *> salary mean "leave as is"); baja ("T") needs the id only.
      *> A cambio to the rate, salary, account or routing number is
      *> not applied but queued for a second operator (see PENDCHG);
      *> that operator's "V" (visto bueno) applies it and "R"
      *> (rechazo) discards it, naming the employee and the pending
      *> change's number in MNT-PENDING-NO.
       01  MAINT-TRANSACTION.
           05  MNT-ACTION          PIC X(1).
               88  MNT-ADD             VALUE "A".
               88  MNT-CHANGE          VALUE "C".
               88  MNT-TERMINATE       VALUE "T".
               88  MNT-APPROVE         VALUE "V".
               88  MNT-REJECT          VALUE "R".
           05  MNT-EMP-ID          PIC X(6).
           05  MNT-EMP-NAME        PIC A(30).
           05  MNT-PAY-BASIS       PIC X(1).
           05  MNT-RATE            PIC 9(4)V99.
           05  MNT-PERIOD-SALARY   PIC 9(6)V99.
           05  MNT-RATE-EFF-DATE   PIC 9(8).
      *> IBAN and BIC (see STANDMST); an IBAN whose check digits
      *> fail rejects the whole transaction.
           05  MNT-ACCOUNT-NUMBER  PIC X(34).
           05  MNT-ROUTING-NUMBER  PIC X(11).
           05  MNT-COST-CENTER     PIC X(4).
      *> Pay method: "T" transfer, "C" check. Blank on an alta
      *> defaults to transfer; blank on a cambio leaves it as is.
           05  MNT-PAY-METHOD      PIC X(1).
               88  MNT-METHOD-TRANSFER VALUE "T".
               88  MNT-METHOD-CHECK    VALUE "C".
      *> Pay group (see PAYGRP): blank on an alta lands in the
      *> weekly group "SEM"; blank on a cambio leaves it as is.
           05  MNT-PAY-GROUP       PIC X(3).
           05  MNT-PENDING-NO      PIC 9(6).

      *> check payee's payment (the amount then carries the voided
      *> net negated, and the check number is zero because the
      *> adjustment record does not name the physical check - the
      *> clerk matches it on the register). A check held back at
      *> the pre-release review (PayReview) is voided by number.
      *> The issued amounts plus
      *> the voided ones are the check side of the run's net, which
      *> PayReconcile adds to the bank file's movement.
       01  CHECK-REGISTER-LINE.

      *>    change came from. Batch runs stamp their job name.
           03 filler                        pic x value space.
           03 :PREFIX:-audit-operator       pic x(25).
      *>    A change that waited for a second operator's approval
      *>    carries the approving operator here, with the operator who
      *>    keyed it in the operator column; spaces on every other
      *>    line.
           03 filler                        pic x value space.
           03 :PREFIX:-audit-approver       pic x(25).

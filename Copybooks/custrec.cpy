           03 :PREFIX:-mail-rtn-flag pic x.
               88 :PREFIX:-mail-undeliverable value "U".
           03 :PREFIX:-mail-rtn-date pic x(8).
      *>    Chasing letters: the last reminder the dunning run sent
      *>    the customer for what they owe -- 1 = first reminder,
      *>    2 = second, 3 = final notice -- and the date it went, so
      *>    no letter is ever sent twice. Spaces means nothing is
      *>    being chased; the run clears the level once the customer
      *>    owes nothing overdue. These fields belong to the server
      *>    and the batch runs -- clients never set them.
           03 :PREFIX:-dun-level pic x.
               88 :PREFIX:-dun-none   value space.
               88 :PREFIX:-dun-first  value "1".
               88 :PREFIX:-dun-second value "2".
               88 :PREFIX:-dun-final  value "3".
           03 :PREFIX:-dun-date  pic x(8).
      *>    The account manager: the operator id, as on
      *>    custOperators.dat, of the member of staff who looks after
      *>    the customer. Spaces means the customer has none and is
      *>    simply served by the branch. Set only through the
      *>    server's assign call, which puts every change on the
      *>    trail as ACCTMGR -- clients never set it otherwise.
           03 :PREFIX:-acct-mgr pic x(25).
      *>    Families of accounts: a business with several sites has
      *>    a record per site, each naming the parent account head
      *>    office pays from. Only one level -- a parent has no
      *>    parent of its own. A site marked bill-parent Y has its
      *>    orders billed on the parent's consolidated statement
      *>    instead of its own. The parent carries family-head P
      *>    while it has any site linked to it, and group-limit Y
      *>    when its credit limit is to cap the open orders of the
      *>    whole family as well as its own. Spaces throughout means
      *>    a customer standing on its own, as every record from
      *>    before the fields existed does. Set only through the
      *>    server's parent-link call, on the trail as PARENT --
      *>    clients never set them otherwise.
           03 :PREFIX:-parent       pic x(8).
           03 :PREFIX:-bill-parent  pic x.
               88 :PREFIX:-bills-parent   value "Y".
           03 :PREFIX:-family-head  pic x.
               88 :PREFIX:-is-parent      value "P".
           03 :PREFIX:-group-limit  pic x.
               88 :PREFIX:-group-limit-on value "Y".
      *>    Contact bounces: the email/SMS gateway could not deliver
      *>    an order message to the customer's email (or mobile) and
      *>    the custBounce run has marked that address B with the
      *>    date the gateway reported it. The notification runs stop
      *>    using a marked address, and keying a new email (or phone)
      *>    through the online update clears its mark. Spaces means
      *>    the address is good as far as anyone knows -- every record
      *>    from before the fields existed behaves as it always did.
      *>    These fields belong to the server and the batch runs --
      *>    clients never set them.
           03 :PREFIX:-email-bad    pic x.
               88 :PREFIX:-email-bounced  value "B".
           03 :PREFIX:-phone-bad    pic x.
               88 :PREFIX:-phone-bounced  value "B".
           03 :PREFIX:-bounce-date  pic x(8).

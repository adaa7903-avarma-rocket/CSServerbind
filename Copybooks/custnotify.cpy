      *>***********************************************************************
      *>
      *> custnotify.cpy
      *>
      *> Shared layout for one line of custNotify.dat -- the outbound
      *> file the email/SMS gateway collects, one line per message to
      *> a customer about their order: a confirmation when the order
      *> is taken (online add-order or the custOrdLoad web feed) and a
      *> dispatch notice when custPickList puts it in fulfilment. The
      *> gateway words the message from the type and the order fields.
      *>
      *> The same layout carries custNotifySkip.dat, the messages that
      *> could not be sent because the customer has no usable email or
      *> mobile number -- channel and address blank -- so the counter
      *> has a list of whom to ask for one.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custnotify.cpy" replacing ==:PREFIX:== by ==nt==.
      *>     copy "custnotify.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
      *>    The reference the gateway quotes back on its bounce file:
      *>    what the message was, which way it went, the order and the
      *>    customer -- enough for custBounce to mark the right address
      *>    on the right customer without any other file to hand.
           03 :PREFIX:-nfy-ref.
               05 :PREFIX:-nfy-type    pic x.
                   88 :PREFIX:-nfy-confirm  value "C".
                   88 :PREFIX:-nfy-dispatch value "D".
               05 :PREFIX:-nfy-channel pic x.
                   88 :PREFIX:-nfy-by-email value "E".
                   88 :PREFIX:-nfy-by-sms   value "S".
               05 :PREFIX:-nfy-order   pic x(8).
               05 :PREFIX:-nfy-cust    pic x(8).
           03 filler                   pic x value space.
           03 :PREFIX:-nfy-stamp       pic x(14).
           03 filler                   pic x value space.
           03 :PREFIX:-nfy-address     pic x(40).
           03 filler                   pic x value space.
           03 :PREFIX:-nfy-name        pic x(25).
           03 filler                   pic x value space.
           03 :PREFIX:-nfy-ord-date    pic x(8).
           03 filler                   pic x value space.
           03 :PREFIX:-nfy-amount      pic 9(7)v99.
           03 filler                   pic x value space.
      *>    The invoice number the order was given as it went out --
      *>    blank on a confirmation.
           03 :PREFIX:-nfy-invoice     pic x(8).

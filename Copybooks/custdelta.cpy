      *>***********************************************************************
      *>
      *> custdelta.cpy
      *>
      *> Shared layout for one line of the daily changed-customer
      *> feed, custDelta.<date>.dat, cut by custDelta from the audit
      *> trail for the downstream systems in place of diffing the
      *> whole custExtract file. One header, then one detail line per
      *> customer changed since the previous feed, then one trailer.
      *>
      *> The header carries the run number. Run numbers are issued one
      *> after another, so a receiving system that sees a gap knows it
      *> missed a feed and asks for that date to be cut again; a re-cut
      *> carries the same run number and the same changes as the
      *> original.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custdelta.cpy" replacing ==:PREFIX:== by ==dl==.
      *>     copy "custdelta.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-delta-type     pic x.
               88 :PREFIX:-delta-header  value "H".
               88 :PREFIX:-delta-detail  value "D".
               88 :PREFIX:-delta-trailer value "T".
      *>    A detail line: what happened to the customer, and the
      *>    customer record as it now stands, laid out as custrec.cpy.
      *>    A = added, U = changed, D = deleted (marked, purged,
      *>    archived or erased -- the image is the last one held),
      *>    T = moved branch (the branch it left in the related
      *>    column), M = merged away (the surviving customer in the
      *>    related column, which comes through as its own U line),
      *>    R = reinstated or undeleted.
           03 :PREFIX:-delta-body.
               05 :PREFIX:-delta-action  pic x.
                   88 :PREFIX:-delta-add       value "A".
                   88 :PREFIX:-delta-update    value "U".
                   88 :PREFIX:-delta-delete    value "D".
                   88 :PREFIX:-delta-transfer  value "T".
                   88 :PREFIX:-delta-merge     value "M".
                   88 :PREFIX:-delta-reinstate value "R".
               05 :PREFIX:-delta-related pic x(8).
               05 :PREFIX:-delta-image   pic x(279).
      *>    The header: the run number, the date the feed is for and
      *>    the audit sequence range it was cut from.
           03 :PREFIX:-delta-head redefines :PREFIX:-delta-body.
               05 :PREFIX:-delta-run-num  pic 9(6).
               05 :PREFIX:-delta-date     pic x(8).
               05 :PREFIX:-delta-low-seq  pic 9(8).
               05 :PREFIX:-delta-high-seq pic 9(8).
               05 filler                  pic x(258).
      *>    The trailer: the run number again, the detail line count,
      *>    the count for each action, and the hash total of the
      *>    customer numbers on the detail lines.
           03 :PREFIX:-delta-trail redefines :PREFIX:-delta-body.
               05 :PREFIX:-delta-trl-run-num pic 9(6).
               05 :PREFIX:-delta-count       pic 9(8).
               05 :PREFIX:-delta-adds        pic 9(8).
               05 :PREFIX:-delta-updates     pic 9(8).
               05 :PREFIX:-delta-deletes     pic 9(8).
               05 :PREFIX:-delta-transfers   pic 9(8).
               05 :PREFIX:-delta-merges      pic 9(8).
               05 :PREFIX:-delta-reinstates  pic 9(8).
               05 :PREFIX:-delta-hash        pic 9(12).
               05 filler                     pic x(214).

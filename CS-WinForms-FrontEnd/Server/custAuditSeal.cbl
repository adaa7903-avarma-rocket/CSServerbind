       01 ws-line-seq-num    pic 9(8).
       01 ws-hash-idx        pic 9(4) comp.

      *      The approver column came after the trail was first
      *      sealed; it folds into the checksum only where it holds
      *      something, so a line written before it existed still
      *      checks to the total it was sealed with.

       01 ws-hash-base-length pic 9(4) comp.

       procedure division.
       mainline section.
           open input custAudit
           if rpt-audit-seq is numeric
               move rpt-audit-seq to ws-line-seq-num
           end-if
           compute ws-hash-base-length = length of rpt-audit-line
               - length of rpt-audit-approver - 1
           perform add-content-to-checksum
               varying ws-hash-idx from 1 by 1
               until ws-hash-idx > length of rpt-audit-line
           .

       add-content-to-checksum section.
           if ws-hash-idx > ws-hash-base-length
               and rpt-audit-line(ws-hash-idx:1) = space
               exit section
           end-if
           compute ws-sealed-checksum =
               function mod(ws-sealed-checksum
                   + function ord(rpt-audit-line(ws-hash-idx:1))

       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd report-file.
       01 report-rec                   pic x(132).
                  "  by " delimited by size
                  aud-operator delimited by size
                  into detail-line
      *> the chain sequence is the entry's name to airrevc
           if aud-chain-seq numeric
               move "seq" to detail-line(61:3)
               move aud-chain-seq to detail-line(65:9)
           end-if
           write report-rec from detail-line
           move 0 to changed-on-entry
           perform compare-record-images

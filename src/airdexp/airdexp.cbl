       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd delta-file.
       01 delta-rec                    pic x(300).

       identification division.
       program-id. audit-chain.
      * Chain check value for one audit-trail record. Folds every
      * byte of the record, up to its last non-blank, into the check
      * value of the record before it, with the record's own chain
      * field counted as zero. Trailing blanks are left out so the
      * value does not depend on the record length a file was read
      * back with. AUDIT-APPEND stamps the result on the record it
      * writes; AUDIT-VERIFY recomputes it to prove the record has not
      * changed since.

       data division.
       working-storage section.
       77 ws-saved-value            pic 9(10).
       77 ws-last-byte              pic 9(4) comp.
       77 ws-byte-idx               pic 9(4) comp.
       77 ws-fold                   pic 9(14).
       77 ws-quotient               pic 9(14).
       77 ws-check                  pic 9(10).

       linkage section.
       01 in-prior-check            pic 9(10).
       copy AUDITREC.
       01 out-check                 pic 9(10).

       procedure division using in-prior-check audit-record
                                out-check.
           move audit-chain-value to ws-saved-value
           move 0 to audit-chain-value

           move length of audit-record to ws-last-byte
           perform until ws-last-byte is equal to 0
                   or audit-record(ws-last-byte:1) is not equal to space
               subtract 1 from ws-last-byte
           end-perform

      * 4294967291 is the largest prime below 2**32.
           move in-prior-check to ws-check
           perform varying ws-byte-idx from 1 by 1
                   until ws-byte-idx > ws-last-byte
               compute ws-fold = ws-check * 257
                   + function ord(audit-record(ws-byte-idx:1))
               divide ws-fold by 4294967291 giving ws-quotient
                   remainder ws-check
           end-perform

           move ws-saved-value to audit-chain-value
           move ws-check to out-check

           goback.
       end program audit-chain.

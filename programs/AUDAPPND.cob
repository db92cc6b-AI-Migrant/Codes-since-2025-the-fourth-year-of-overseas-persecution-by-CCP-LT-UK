       identification division.
       program-id. audit-append.
      * Appends one prepared record to the audit trail AUDITLOG.DAT.
      * The caller fills in everything but the sequence and chain
      * value; this program numbers the record, chains it to the one
      * before it through AUDIT-CHAIN, writes it, and keeps the last
      * sequence and check value written on AUDSEQ.DAT for the next
      * record. WRITE-AUDIT and WRITE-MAINT-AUDIT both append through
      * here so the trail stays one unbroken chain.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-file-status.

           select audseq-file assign to "AUDSEQ.DAT"
               organization is line sequential
               file status is ws-seq-status.

       data division.
       file section.
       fd audit-file.
       01 audit-file-record         pic x(175).

       fd audseq-file.
       copy AUDSEQ.

       working-storage section.
       77 ws-file-status            pic xx.
       77 ws-seq-status             pic xx.
       77 ws-state-ok               pic x.

       01 ws-chain-state.
          05 ws-last-seq            pic 9(10).
          05 ws-last-check          pic 9(10).
          05 ws-base-seq            pic 9(10).
          05 ws-base-check          pic 9(10).

       linkage section.
       copy AUDITREC.

       procedure division using audit-record.
      * The sequence is only taken, and AUDSEQ.DAT only advanced,
      * once the record is on the trail - a number consumed with no
      * record behind it would read as a deletion to AUDIT-VERIFY.
           perform read-chain-state

           if ws-state-ok is equal to "N"
               display "audit-append: chain state unreadable - "
                       "audit record for " audit-program-id
                       " not written"
               goback
           end-if

           open extend audit-file
           if ws-file-status is equal to "35"
               open output audit-file
               close audit-file
               open extend audit-file
           end-if

           if ws-file-status is not equal to "00"
               display "audit-append: cannot open AUDITLOG.DAT - "
                       "status " ws-file-status " - audit record for "
                       audit-program-id " not written"
               goback
           end-if

           add 1 to ws-last-seq

           move ws-last-seq to audit-sequence
           move 0 to audit-chain-value
           call "audit-chain" using ws-last-check audit-record
                                    audit-chain-value

           write audit-file-record from audit-record

           if ws-file-status is not equal to "00"
               display "audit-append: cannot write AUDITLOG.DAT - "
                       "status " ws-file-status " - audit record for "
                       audit-program-id " not written"
               close audit-file
               goback
           end-if

           close audit-file

           move audit-chain-value to ws-last-check

           perform save-chain-state

           goback.

       read-chain-state.
      * No state file yet means the chain starts here, at sequence
      * one from a zero check value. A state file that is there but
      * cannot be read must not restart the chain at one.
           move zeros to ws-chain-state
           move "Y" to ws-state-ok

           open input audseq-file

           if ws-seq-status is equal to "00"
               read audseq-file
                   at end
                       continue
                   not at end
                       move audseq-record to ws-chain-state
               end-read
               close audseq-file
           else
               if ws-seq-status is not equal to "35"
                   display "audit-append: cannot read AUDSEQ.DAT - "
                           "status " ws-seq-status
                   move "N" to ws-state-ok
               end-if
           end-if.

       save-chain-state.
           open output audseq-file

           if ws-seq-status is not equal to "00"
               display "audit-append: cannot rewrite AUDSEQ.DAT - "
                       "status " ws-seq-status
           else
               move ws-chain-state to audseq-record
               write audseq-record
               close audseq-file
           end-if.
       end program audit-append.

       identification division.
       program-id. balance-post.
      * Appends one count and control total to the balancing file
      * BALANCE.DAT. The caller fills in the business date, its job
      * name, the point being posted and the figures; this program
      * stamps the time of posting and writes it. Every step of both
      * nightly streams posts through here, and BALANCE-CLOSE proves
      * the hand-offs between them from what is on the file. A failure
      * to post is reported but never stops the step - the missing
      * posting shows up as a break on the ledger instead.

       environment division.
       input-output section.
       file-control.
           select balance-file assign to "BALANCE.DAT"
               organization is line sequential
               file status is ws-file-status.

       data division.
       file section.
       fd balance-file.
       01 balance-file-record       pic x(69).

       working-storage section.
       77 ws-file-status            pic xx.

       01 ws-timestamp.
          05 ws-stamp-date-time     pic 9(14).
          05 filler                 pic x(7).

       linkage section.
       copy BALREC.

       procedure division using balance-record.
           move function current-date to ws-timestamp
           move ws-stamp-date-time to bal-posted

           open extend balance-file
           if ws-file-status is equal to "35"
               open output balance-file
           end-if

           if ws-file-status is not equal to "00"
               display "balance-post: cannot open BALANCE.DAT - "
                       "status " ws-file-status " - " bal-job
                       " " bal-point " not posted"
           else
               write balance-file-record from balance-record
               close balance-file
           end-if

           goback.
       end program balance-post.

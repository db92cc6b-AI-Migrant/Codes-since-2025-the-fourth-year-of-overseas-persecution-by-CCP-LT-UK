       program-id. write-audit.
      * Shared audit-trail helper. IS-TRIANGLE and SortNumbers each
      * call this once per invocation so every call and its result is
      * on record for later reconciliation. The record is numbered,
      * chained and written by AUDIT-APPEND.

       data division.
       working-storage section.
       77 ws-timestamp               pic x(21).
       copy AUDITREC.

       linkage section.
       01 in-program-id             pic x(12).
       procedure division using in-program-id in-input in-output.
           move function current-date to ws-timestamp

           move spaces to audit-record
           move ws-timestamp to audit-timestamp
           move in-program-id to audit-program-id
           move in-input to audit-input
           move in-output to audit-output
           move "C" to audit-record-type

           call "audit-append" using audit-record

           goback.
       end program write-audit.

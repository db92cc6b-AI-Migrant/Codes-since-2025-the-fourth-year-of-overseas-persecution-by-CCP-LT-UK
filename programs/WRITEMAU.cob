       identification division.
       program-id. write-maint-audit.
      * Audit-trail helper for the online maintenance screens. Each
      * screen calls this once for every field an operator changes,
      * naming the program, the signed-on operator, the function used,
      * the key of the record changed and the field, with the field's
      * value before and after the change. The record goes on the
      * trail as type M through AUDIT-APPEND, chained like every other
      * audit record.

       data division.
       working-storage section.
       77 ws-timestamp               pic x(21).
       copy AUDITREC.

       linkage section.
       01 in-program-id             pic x(12).
       01 in-operator-id            pic x(8).
       01 in-function               pic x.
       01 in-key                    pic x(20).
       01 in-field                  pic x(12).
       01 in-before                 pic x(40).
       01 in-after                  pic x(40).

       procedure division using in-program-id in-operator-id
                                in-function in-key in-field
                                in-before in-after.
           move function current-date to ws-timestamp

           move spaces to audit-record
           move ws-timestamp to audit-timestamp
           move in-program-id to audit-program-id
           move in-before to audit-input
           move in-after to audit-output
           move "M" to audit-record-type
           move in-operator-id to audit-operator-id
           move in-function to audit-function
           move in-key to audit-key
           move in-field to audit-field

           call "audit-append" using audit-record

           goback.
       end program write-maint-audit.

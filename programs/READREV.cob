      * suspect file), or drop one that really is garbage. A reading
      * never reaches READINGS.DAT from here directly - release only
      * queues it for the edit run, so the nightly counts always
      * balance. The operator signs on first and each function is
      * checked against the operator's authority in OPERSEC.DAT (I to
      * list, R to release, D to drop); every release and drop goes on
      * the audit trail with the operator ID and the suspect's reason
      * before and its disposition after.

       environment division.
       input-output section.
       01 recycle-record           pic x(31).

       working-storage section.
       copy SECPARM.

       01 ws-suspect-status       pic xx.
       01 ws-work-status          pic xx.
       01 ws-recycle-status       pic xx.
       01 ws-list-count           pic 9(3).
       01 ws-matched              pic x.
       01 ws-held-data            pic x(31).
       01 ws-held-reason.
          05 ws-held-code         pic x(2).
          05 filler               pic x value space.
          05 ws-held-text         pic x(20).
       01 ws-sign-on-tries        pic 9 value 0.

       01 ws-aud-program          pic x(12) value "READREV".
       01 ws-aud-function         pic x.
       01 ws-aud-key              pic x(20).
       01 ws-aud-field            pic x(12).
       01 ws-aud-before           pic x(40).
       01 ws-aud-after            pic x(40).

       01 ws-detail-line.
          05 dt-station           pic x(4).
          05 dt-run-date          pic 9(8).

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "READINGS SUSPECT REVIEW - SIGN ON".
          05 line 3 col 1 value "Operator ID:       ".
          05 line 3 col 20 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:          ".
          05 line 4 col 20 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 review-screen.
          05 blank screen.
          05 line 1 col 1 value "READINGS SUSPECT REVIEW".

       procedure division.
       main-line.
           perform sign-on

           if not sec-granted
               display "reading-review: sign-on refused - " ws-message
               goback
           end-if

           perform until ws-continue is equal to "N"
               display review-screen
               accept review-screen
                       move "N" to ws-continue
                   when "R"
                   when "r"
                       move "R" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform release-suspect
                       end-if
                   when "D"
                   when "d"
                       move "D" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform drop-suspect
                       end-if
                   when other
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform list-suspects
                       end-if
               end-evaluate
           end-perform

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "READREV" to sec-program
           move "N" to sec-result
           move spaces to ws-message

           perform until sec-granted or ws-sign-on-tries is equal to 3
               display sign-on-screen
               accept sign-on-screen
               add 1 to ws-sign-on-tries

               move "S" to sec-function
               call "operator-security" using sec-parameters

               evaluate true
                   when sec-granted
                       move spaces to ws-message
                   when sec-revoked
                       move "Operator ID revoked" to ws-message
                   when sec-refused
                       move "No authority for suspect review"
                         to ws-message
                   when sec-unavailable
                       move "Operator security file unavailable"
                         to ws-message
                   when other
                       move "Operator ID or password not recognised"
                         to ws-message
               end-evaluate
           end-perform

           move spaces to sec-password.

       check-authority.
           move "A" to sec-function
           call "operator-security" using sec-parameters

           if not sec-granted
               move "Not authorised for that function" to ws-message
           end-if.

       audit-change.
           call "write-maint-audit" using ws-aud-program
                                           sec-operator-id
                                           ws-aud-function
                                           ws-aud-key ws-aud-field
                                           ws-aud-before
                                           ws-aud-after.

       list-suspects.
           open input suspect-file

                   close recycle-file
                   move "Suspect released for the next edit run"
                     to ws-message
                   move "R" to ws-aud-function
                   move "RELEASED" to ws-aud-after
                   perform audit-disposition
               end-if
           end-if.

      * The record area is undefined once the file closes, so the
      * reading data is held here for the recycle write.
                               move susp-data to ws-held-data
                               move susp-reason to ws-held-code
                               move susp-reason-text to ws-held-text
                           end-if
                   end-read
               end-perform
                                           to ws-timestamp
                                       and ws-matched is equal to "N"
                                   move "Y" to ws-matched
                                   move susp-reason to ws-held-code
                                   move susp-reason-text
                                     to ws-held-text
                               else
                                   write suspect-work-record
                                     from suspect-record

                   if ws-matched is equal to "Y"
                       move "Suspect dropped" to ws-message
                       move "D" to ws-aud-function
                       move "DROPPED" to ws-aud-after
                       perform audit-disposition
                   else
                       move "No suspect for that station/timestamp"
                         to ws-message
               end-if
           end-if.

       audit-disposition.
      * The suspect's reason is the before value and the operator's
      * disposition the after value, keyed on station and timestamp.
           move spaces to ws-aud-key
           string ws-station delimited by size
                  ws-timestamp delimited by size
             into ws-aud-key
           end-string
           move "SUSPECT" to ws-aud-field
           move ws-held-reason to ws-aud-before
           perform audit-change.

       rebuild-suspect-file.
           move "N" to ws-eof-flag


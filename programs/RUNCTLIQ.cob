      * Operator maintenance screen over the run-control file: key in
      * a job name to list its run history (business date, start and
      * end times, return code, status), and mark one business date
      * for an authorised forced re-run. The operator signs on first
      * and each function is checked against the operator's authority
      * in OPERSEC.DAT (I to list history, F to force); every forced
      * re-run goes on the audit trail with the operator ID and the
      * run's status before and after.

       environment division.
       input-output section.
               record key is runctl-key
               file status is ws-file-status.

       data division.
       file section.
       fd runctl-file.
       copy RUNCTL.

       working-storage section.
       copy SECPARM.

       01 ws-file-status          pic xx.
       01 ws-job                  pic x(12).
       01 ws-force-date           pic 9(8) value 0.
       01 ws-action               pic x value "H".
       01 ws-continue             pic x value "Y".
       01 ws-pause                pic x.
       01 ws-scan-done            pic x.
       01 ws-message              pic x(60).
       01 ws-history-count        pic 9(3).
       01 ws-sign-on-tries        pic 9 value 0.

       01 ws-aud-program          pic x(12) value "RUNCTLIQ".
       01 ws-aud-function         pic x.
       01 ws-aud-key              pic x(20).
       01 ws-aud-field            pic x(12).
       01 ws-aud-before           pic x(40).
       01 ws-aud-after            pic x(40).

       01 ws-history-line.
          05 hist-date            pic 9(8).
          05 hist-status          pic x.

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "RUN CONTROL INQUIRY - SIGN ON".
          05 line 3 col 1 value "Operator ID:    ".
          05 line 3 col 17 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:       ".
          05 line 4 col 17 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 inquiry-screen.
          05 blank screen.
          05 line 1 col 1 value "RUN CONTROL INQUIRY".
          05 line 4 col 17 pic x using ws-action.
          05 line 5 col 1 value "Force date:    ".
          05 line 5 col 17 pic 9(8) using ws-force-date.
          05 line 8 col 1 pic x(60) from ws-message.

       01 history-pause-screen.

       procedure division.
       main-line.
           perform sign-on

           if not sec-granted
               display "run-control-inquiry: sign-on refused - "
                       ws-message
               goback
           end-if

           perform until ws-continue is equal to "N"
               display inquiry-screen
               accept inquiry-screen
                       move "N" to ws-continue
                   when "F"
                   when "f"
                       move "F" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform force-rerun
                       end-if
                   when other
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform show-history
                       end-if
               end-evaluate
           end-perform

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "RUNCTLIQ" to sec-program
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
                       move "No authority for run control"
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

       show-history.
      * The file is keyed date-major, so one forward scan lists the
      * job's runs in business-date order.
           end-if.

       force-rerun.
      * Authority to force was checked on the way in (function F).
           open i-o runctl-file

           if ws-file-status is not equal to "00"
               move "Cannot open RUNCTL.DAT" to ws-message
           else
               move ws-force-date to runctl-date
               move ws-job to runctl-job

               read runctl-file key is runctl-key
                   invalid key
                       move "No run on file for that date and job"
                         to ws-message
                   not invalid key
                       if runctl-complete
                           move "F" to runctl-status
                           rewrite run-control-record
                           move "Forced re-run authorised"
                             to ws-message
                           perform audit-force
                       else
                           move "Run not complete - no force"
                             to ws-message
                       end-if
               end-read

               close runctl-file
           end-if.

       audit-force.
           move "F" to ws-aud-function
           move spaces to ws-aud-key
           string ws-job delimited by size
                  ws-force-date delimited by size
             into ws-aud-key
           end-string
           move "STATUS" to ws-aud-field
           move "C" to ws-aud-before
           move "F" to ws-aud-after
           perform audit-change.

       end program run-control-inquiry.

      * and logically delete a withdrawn measurement so TRI-BATCH and
      * the downstream extracts and reports skip it. The sides and
      * classification stay read-only here - they belong to
      * IS-TRIANGLE and the batch run, not to data entry. The
      * operator signs on first and each function is checked against
      * the operator's authority in OPERSEC.DAT (I to inquire or
      * browse, U to correct, D to withdraw); every field changed goes
      * on the audit trail with the operator ID and its before and
      * after values. A corrected source must be an active source
      * on the geometry source master SRCMAST.DAT, the same rule
      * GEOM-EDIT applies to incoming measurements.

       environment division.
       input-output section.
               record key is mast-meas-id
               file status is ws-file-status.

           select source-file assign to "SRCMAST.DAT"
               organization is indexed
               access is dynamic
               record key is src-source
               file status is ws-source-status.

       data division.
       file section.
       fd master-file.
       copy TRIMAST.

       fd source-file.
       copy SRCMAST.

       working-storage section.
       copy SECPARM.

       01 ws-file-status          pic xx.
       01 ws-source-status        pic xx.
       01 ws-source-ok            pic x.
       01 ws-meas-id              pic 9(8) value 0.
       01 ws-source               pic x(4).
       01 ws-meas-date            pic 9(8) value 0.
       01 ws-browse-count         pic 9(3).
       01 ws-result-text          pic x(14).
       01 ws-delete-text          pic x(9).
       01 ws-sign-on-tries        pic 9 value 0.
       01 ws-old-source           pic x(4).
       01 ws-old-meas-date        pic 9(8).

       01 ws-aud-program          pic x(12) value "TRIMNT".
       01 ws-aud-function         pic x.
       01 ws-aud-key              pic x(20).
       01 ws-aud-field            pic x(12).
       01 ws-aud-before           pic x(40).
       01 ws-aud-after            pic x(40).

       01 ws-detail-line.
          05 dt-meas-id           pic 9(8).
          05 dt-state             pic x(9).

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "TRIANGLE MASTER MAINTENANCE - SIGN ON".
          05 line 3 col 1 value "Operator ID:     ".
          05 line 3 col 19 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:        ".
          05 line 4 col 19 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 maintain-screen.
          05 blank screen.
          05 line 1 col 1 value "TRIANGLE MASTER MAINTENANCE".

       procedure division.
       main-line.
           perform sign-on

           if not sec-granted
               display "tri-maintain: sign-on refused - " ws-message
               goback
           end-if

           perform until ws-continue is equal to "N"
               display maintain-screen
               accept maintain-screen
                       move "N" to ws-continue
                   when "B"
                   when "b"
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform browse-by-source
                       end-if
                   when "C"
                   when "c"
                       move "U" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform correct-identity
                       end-if
                   when "D"
                   when "d"
                       move "D" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform delete-measurement
                       end-if
                   when other
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform inquire-measurement
                       end-if
               end-evaluate
           end-perform

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "TRIMNT" to sec-program
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
                       move "No authority for triangle maintenance"
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

       inquire-measurement.
           open input master-file

               move "Key a new source and/or a new meas date first"
                 to ws-message
           else
               move "Y" to ws-source-ok
               if ws-source is not equal to spaces
                   perform check-new-source
               end-if
               if ws-source-ok is equal to "Y"
                   perform rewrite-identity
               end-if
           end-if.

       rewrite-identity.
           open i-o master-file

           if ws-file-status is not equal to "00"
               move "Cannot open TRIMAST.DAT" to ws-message
           else
               move ws-meas-id to mast-meas-id

               read master-file key is mast-meas-id
                   invalid key
                       move "No master record for that meas ID"
                         to ws-message
                   not invalid key
                       move mast-source to ws-old-source
                       move mast-meas-date to ws-old-meas-date
                       if ws-source is not equal to spaces
                           move ws-source to mast-source
                       end-if
                       if ws-meas-date is not equal to 0
                           move ws-meas-date to mast-meas-date
                       end-if
                       rewrite master-record
                           invalid key
                               move "Correction not rewritten"
                                 to ws-message
                           not invalid key
                               move "Identity corrected"
                                 to ws-message
                               perform audit-correction
                       end-rewrite
               end-read

               close master-file
           end-if.

       check-new-source.
           move "N" to ws-source-ok

           open input source-file

           if ws-source-status is not equal to "00"
               move "Cannot open SRCMAST.DAT" to ws-message
           else
               move ws-source to src-source

               read source-file key is src-source
                   invalid key
                       move "Source not on the source master"
                         to ws-message
                   not invalid key
                       if src-active
                           move "Y" to ws-source-ok
                       else
                           move "Source is inactive on the master"
                             to ws-message
                       end-if
               end-read

               close source-file
           end-if.

       audit-correction.
      * One audit record per field the correction actually changed.
           move "U" to ws-aud-function
           move mast-meas-id to ws-aud-key

           if mast-source is not equal to ws-old-source
               move "SOURCE" to ws-aud-field
               move ws-old-source to ws-aud-before
               move mast-source to ws-aud-after
               perform audit-change
           end-if

           if mast-meas-date is not equal to ws-old-meas-date
               move "MEAS-DATE" to ws-aud-field
               move ws-old-meas-date to ws-aud-before
               move mast-meas-date to ws-aud-after
               perform audit-change
           end-if.

       delete-measurement.
                               not invalid key
                                   move "Measurement withdrawn"
                                     to ws-message
                                   move "D" to ws-aud-function
                                   move mast-meas-id to ws-aud-key
                                   move "DELETE-FLAG" to ws-aud-field
                                   move "A" to ws-aud-before
                                   move "D" to ws-aud-after
                                   perform audit-change
                           end-rewrite
                       end-if
               end-read

       program-id. station-maintain.
      * Online maintenance screen over the station reference master:
      * add a new field station, correct its region, description,
      * status, expected nightly reading count or low and high
      * operating limits, inquire on one station, or browse the whole
      * file. READ-CONSOLIDATE rejects
      * readings for any station not on this file as active, so a new
      * station must be added here before its first night reports.
      * Each limit is set (Y) from the value keyed beside it, cleared
      * (C), or left as stored (blank), so a limit of zero can be set
      * as deliberately as any other; a low limit must sit below the
      * high limit. STATION-TREND projects drift against them.
      * The operator signs on first and each function is checked
      * against the operator's authority in OPERSEC.DAT (I to inquire
      * or browse, U to add or change); every field set or changed
      * goes on the audit trail with the operator ID and its before
      * and after values.

       environment division.
       input-output section.
       copy STAMAST.

       working-storage section.
       copy SECPARM.

       01 ws-file-status          pic xx.
       01 ws-station              pic x(4).
       01 ws-region               pic x(5).
       01 ws-description          pic x(30).
       01 ws-status               pic x.
       01 ws-expected             pic 9(5) value 0.
       01 ws-low-limit            pic s9(5)v99 value 0.
       01 ws-low-action           pic x value space.
       01 ws-high-limit           pic s9(5)v99 value 0.
       01 ws-high-action          pic x value space.
       01 ws-limit-error          pic x.
       01 ws-limit-value          pic s9(5)v99.
       01 ws-limit-flag           pic x.
       01 ws-limit-edit           pic -(5)9.99.
       01 ws-limit-text           pic x(9).
       01 ws-action               pic x value "I".
       01 ws-continue             pic x value "Y".
       01 ws-pause                pic x.
       01 ws-scan-done            pic x.
       01 ws-message              pic x(60).
       01 ws-browse-count         pic 9(3).
       01 ws-sign-on-tries        pic 9 value 0.

       01 ws-old-station.
          05 ws-old-region        pic x(5).
          05 ws-old-description   pic x(30).
          05 ws-old-status        pic x.
          05 ws-old-expected      pic 9(5).
          05 ws-old-low-limit     pic s9(5)v99.
          05 ws-old-low-set       pic x.
          05 ws-old-high-limit    pic s9(5)v99.
          05 ws-old-high-set      pic x.

       01 ws-aud-program          pic x(12) value "STAMNT".
       01 ws-aud-function         pic x.
       01 ws-aud-key              pic x(20).
       01 ws-aud-field            pic x(12).
       01 ws-aud-before           pic x(40).
       01 ws-aud-after            pic x(40).

       01 ws-detail-line.
          05 dt-station           pic x(4).
          05 dt-status            pic x.
          05 filler               pic x(2) value spaces.
          05 dt-expected          pic zzzz9.
          05 filler               pic x(2) value spaces.
          05 dt-low-limit         pic x(9).
          05 filler               pic x value space.
          05 dt-high-limit        pic x(9).

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "STATION MASTER MAINTENANCE - SIGN ON".
          05 line 3 col 1 value "Operator ID:         ".
          05 line 3 col 22 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:            ".
          05 line 4 col 22 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 maintain-screen.
          05 blank screen.
          05 line 1 col 1 value "STATION MASTER MAINTENANCE".
          05 line 7 col 22 pic x using ws-status.
          05 line 8 col 1 value "Expected per night: ".
          05 line 8 col 22 pic 9(5) using ws-expected.
          05 line 9 col 1 value "Low limit:          ".
          05 line 9 col 22 pic -9(5).99 using ws-low-limit.
          05 line 9 col 33 value "Set (Y/C): ".
          05 line 9 col 44 pic x using ws-low-action.
          05 line 10 col 1 value "High limit:         ".
          05 line 10 col 22 pic -9(5).99 using ws-high-limit.
          05 line 10 col 33 value "Set (Y/C): ".
          05 line 10 col 44 pic x using ws-high-action.
          05 line 12 col 1 pic x(60) from ws-message.

       01 detail-pause-screen.
          05 line 23 col 1 value "Press ENTER to continue: ".

       procedure division.
       main-line.
           perform sign-on

           if not sec-granted
               display "station-maintain: sign-on refused - "
                       ws-message
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
                           perform browse-stations
                       end-if
                   when "A"
                   when "a"
                       move "U" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform add-station
                       end-if
                   when "C"
                   when "c"
                       move "U" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform change-station
                       end-if
                   when other
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform inquire-station
                       end-if
               end-evaluate
           end-perform

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "STAMNT" to sec-program
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
                       move "No authority for station maintenance"
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

       inquire-station.
           open input station-file

                         to ws-message
                   not invalid key
                       display "STA   REGION  DESCRIPTION            "
                               "         ST  EXPECTED  LOW-LIMIT "
                               "HIGH-LIMIT"
                       perform display-station-detail
                       perform hold-detail-on-screen
                       move "Record displayed" to ws-message
               move "Cannot open STAMAST.DAT" to ws-message
           else
               display "STA   REGION  DESCRIPTION                    "
                       " ST  EXPECTED  LOW-LIMIT HIGH-LIMIT"
               move 0 to ws-browse-count
               move "N" to ws-scan-done
               move low-values to sta-station
           move sta-status to dt-status
           move sta-expected-count to dt-expected

           move sta-low-limit to ws-limit-value
           move sta-low-set to ws-limit-flag
           perform build-limit-text
           move ws-limit-text to dt-low-limit

           move sta-high-limit to ws-limit-value
           move sta-high-set to ws-limit-flag
           perform build-limit-text
           move ws-limit-text to dt-high-limit

           display ws-detail-line.

       build-limit-text.
           if ws-limit-flag is equal to "Y"
               move ws-limit-value to ws-limit-edit
               move ws-limit-edit to ws-limit-text
           else
               move "     NONE" to ws-limit-text
           end-if.

       hold-detail-on-screen.
      * Hold the listing on screen until the operator has read it -
      * the maintenance screen's BLANK SCREEN would wipe it on redraw.
                       move "A" to sta-status
                   end-if
                   move ws-expected to sta-expected-count
                   move 0 to sta-low-limit
                   move "N" to sta-low-set
                   move 0 to sta-high-limit
                   move "N" to sta-high-set
                   perform apply-limit-entry

                   if ws-limit-error is not equal to "Y"
                       perform write-new-station
                   end-if

                   close station-file
               end-if
           end-if.

       write-new-station.
           write station-record
               invalid key
                   move "Station already on file - use C"
                     to ws-message
               not invalid key
                   move "Station added" to ws-message
                   move spaces to ws-old-station
                   move 0 to ws-old-expected
                   move 0 to ws-old-low-limit
                   move "N" to ws-old-low-set
                   move 0 to ws-old-high-limit
                   move "N" to ws-old-high-set
                   perform audit-station-fields
           end-write.

       apply-limit-entry.
      * A limit keyed with Y replaces the stored one, C clears it and
      * blank keeps it; the pair must then still be in order.
           evaluate ws-low-action
               when "Y"
               when "y"
                   move ws-low-limit to sta-low-limit
                   move "Y" to sta-low-set
               when "C"
               when "c"
                   move 0 to sta-low-limit
                   move "N" to sta-low-set
           end-evaluate

           evaluate ws-high-action
               when "Y"
               when "y"
                   move ws-high-limit to sta-high-limit
                   move "Y" to sta-high-set
               when "C"
               when "c"
                   move 0 to sta-high-limit
                   move "N" to sta-high-set
           end-evaluate

           move "N" to ws-limit-error
           if sta-low-limit-set and sta-high-limit-set
                   and sta-low-limit is not less than sta-high-limit
               move "Y" to ws-limit-error
               move "Low limit must be below the high limit"
                 to ws-message
           end-if.

       change-station.
      * A keyed region, description, status or count replaces the
      * stored field; a field left blank (or zero) keeps its stored
      * value, so one change never has to re-key the whole record.
      * The limits follow their own Y/C/blank settings.
           open i-o station-file

           if ws-file-status is not equal to "00"
                       move "No master record for that station"
                         to ws-message
                   not invalid key
                       move sta-region to ws-old-region
                       move sta-description to ws-old-description
                       move sta-status to ws-old-status
                       move sta-expected-count to ws-old-expected
                       move sta-low-limit to ws-old-low-limit
                       move sta-low-set to ws-old-low-set
                       move sta-high-limit to ws-old-high-limit
                       move sta-high-set to ws-old-high-set
                       if ws-region is not equal to spaces
                           move ws-region to sta-region
                       end-if
                       if ws-expected is not equal to 0
                           move ws-expected to sta-expected-count
                       end-if
                       perform apply-limit-entry
                       if ws-limit-error is not equal to "Y"
                           perform rewrite-station
                       end-if
               end-read

               close station-file
           end-if.

       rewrite-station.
           rewrite station-record
               invalid key
                   move "Change not rewritten" to ws-message
               not invalid key
                   move "Station changed" to ws-message
                   perform audit-station-fields
           end-rewrite.

       audit-station-fields.
      * One audit record per field that differs from its value before
      * the add or change - an add audits every field it set.
           move "U" to ws-aud-function
           move sta-station to ws-aud-key

           if sta-region is not equal to ws-old-region
               move "REGION" to ws-aud-field
               move ws-old-region to ws-aud-before
               move sta-region to ws-aud-after
               perform audit-change
           end-if

           if sta-description is not equal to ws-old-description
               move "DESCRIPTION" to ws-aud-field
               move ws-old-description to ws-aud-before
               move sta-description to ws-aud-after
               perform audit-change
           end-if

           if sta-status is not equal to ws-old-status
               move "STATUS" to ws-aud-field
               move ws-old-status to ws-aud-before
               move sta-status to ws-aud-after
               perform audit-change
           end-if

           if sta-expected-count is not equal to ws-old-expected
               move "EXPECTED" to ws-aud-field
               move ws-old-expected to ws-aud-before
               move sta-expected-count to ws-aud-after
               perform audit-change
           end-if

           if sta-low-limit is not equal to ws-old-low-limit
                   or sta-low-set is not equal to ws-old-low-set
               move "LOW-LIMIT" to ws-aud-field
               move ws-old-low-limit to ws-limit-value
               move ws-old-low-set to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-aud-before
               move sta-low-limit to ws-limit-value
               move sta-low-set to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-aud-after
               perform audit-change
           end-if

           if sta-high-limit is not equal to ws-old-high-limit
                   or sta-high-set is not equal to ws-old-high-set
               move "HIGH-LIMIT" to ws-aud-field
               move ws-old-high-limit to ws-limit-value
               move ws-old-high-set to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-aud-before
               move sta-high-limit to ws-limit-value
               move sta-high-set to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-aud-after
               perform audit-change
           end-if.

       end program station-maintain.

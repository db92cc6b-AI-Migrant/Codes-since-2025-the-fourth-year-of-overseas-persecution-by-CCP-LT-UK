       identification division.
       program-id. source-maintain.
      * Online maintenance screen over the geometry source reference
      * master: add a new measurement source, correct its
      * description, status, unit of measure or reject contact,
      * inquire on one source, or browse the whole file. GEOM-EDIT
      * rejects measurements from any source not on this file as
      * active and converts every side from the source's unit to
      * millimetres, so a new source must be added here, with the
      * unit it really sends, before its first measurements arrive.
      * The operator signs on first and each function is checked
      * against the operator's authority in OPERSEC.DAT (I to inquire
      * or browse, U to add or change); every field set or changed
      * goes on the audit trail with the operator ID and its before
      * and after values.

       environment division.
       input-output section.
       file-control.
           select source-file assign to "SRCMAST.DAT"
               organization is indexed
               access is dynamic
               record key is src-source
               file status is ws-file-status.

       data division.
       file section.
       fd source-file.
       copy SRCMAST.

       working-storage section.
       copy SECPARM.

       01 ws-file-status          pic xx.
       01 ws-source               pic x(4).
       01 ws-description          pic x(30).
       01 ws-status               pic x.
       01 ws-unit                 pic x(2).
       01 ws-contact              pic x(30).
       01 ws-action               pic x value "I".
       01 ws-continue             pic x value "Y".
       01 ws-pause                pic x.
       01 ws-scan-done            pic x.
       01 ws-message              pic x(60).
       01 ws-browse-count         pic 9(3).
       01 ws-sign-on-tries        pic 9 value 0.
       01 ws-unit-ok              pic x.

       01 ws-old-source.
          05 ws-old-description   pic x(30).
          05 ws-old-status        pic x.
          05 ws-old-unit          pic x(2).
          05 ws-old-contact       pic x(30).

       01 ws-aud-program          pic x(12) value "SRCMNT".
       01 ws-aud-function         pic x.
       01 ws-aud-key              pic x(20).
       01 ws-aud-field            pic x(12).
       01 ws-aud-before           pic x(40).
       01 ws-aud-after            pic x(40).

       01 ws-detail-line.
          05 dt-source            pic x(4).
          05 filler               pic x(2) value spaces.
          05 dt-description       pic x(30).
          05 filler               pic x(2) value spaces.
          05 dt-status            pic x.
          05 filler               pic x(2) value spaces.
          05 dt-unit              pic x(2).
          05 filler               pic x(2) value spaces.
          05 dt-contact           pic x(30).

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "SOURCE MASTER MAINTENANCE - SIGN ON".
          05 line 3 col 1 value "Operator ID:         ".
          05 line 3 col 22 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:            ".
          05 line 4 col 22 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 maintain-screen.
          05 blank screen.
          05 line 1 col 1 value "SOURCE MASTER MAINTENANCE".
          05 line 3 col 1 value "Source:             ".
          05 line 3 col 22 pic x(4) using ws-source.
          05 line 4 col 1 value "Action (I/B/A/C/Q): ".
          05 line 4 col 22 pic x using ws-action.
          05 line 5 col 1 value "Description:        ".
          05 line 5 col 22 pic x(30) using ws-description.
          05 line 6 col 1 value "Status (A/I):       ".
          05 line 6 col 22 pic x using ws-status.
          05 line 7 col 1 value "Unit (MM/CM/M):     ".
          05 line 7 col 22 pic x(2) using ws-unit.
          05 line 8 col 1 value "Reject contact:     ".
          05 line 8 col 22 pic x(30) using ws-contact.
          05 line 10 col 1 pic x(60) from ws-message.

       01 detail-pause-screen.
          05 line 23 col 1 value "Press ENTER to continue: ".
          05 line 23 col 27 pic x using ws-pause.

       procedure division.
       main-line.
           perform sign-on

           if not sec-granted
               display "source-maintain: sign-on refused - "
                       ws-message
               goback
           end-if

           perform until ws-continue is equal to "N"
               display maintain-screen
               accept maintain-screen

               evaluate ws-action
                   when "Q"
                   when "q"
                       move "N" to ws-continue
                   when "B"
                   when "b"
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform browse-sources
                       end-if
                   when "A"
                   when "a"
                       move "U" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform add-source
                       end-if
                   when "C"
                   when "c"
                       move "U" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform change-source
                       end-if
                   when other
                       move "I" to sec-authority
                       perform check-authority
                       if sec-granted
                           perform inquire-source
                       end-if
               end-evaluate
           end-perform

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "SRCMNT" to sec-program
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
                       move "No authority for source maintenance"
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

       inquire-source.
           open input source-file

           if ws-file-status is not equal to "00"
               move "Cannot open SRCMAST.DAT" to ws-message
           else
               move ws-source to src-source

               read source-file key is src-source
                   invalid key
                       move "No master record for that source"
                         to ws-message
                   not invalid key
                       display "SRC   DESCRIPTION                     "
                               "ST  UN  REJECT CONTACT"
                       perform display-source-detail
                       perform hold-detail-on-screen
                       move "Record displayed" to ws-message
               end-read

               close source-file
           end-if.

       browse-sources.
           open input source-file

           if ws-file-status is not equal to "00"
               move "Cannot open SRCMAST.DAT" to ws-message
           else
               display "SRC   DESCRIPTION                     "
                       "ST  UN  REJECT CONTACT"
               move 0 to ws-browse-count
               move "N" to ws-scan-done
               move low-values to src-source

               start source-file key is greater than src-source
                   invalid key
                       move "Y" to ws-scan-done
               end-start

               perform until ws-scan-done is equal to "Y"
                   read source-file next
                       at end
                           move "Y" to ws-scan-done
                       not at end
                           add 1 to ws-browse-count
                           perform display-source-detail
                   end-read
               end-perform

               close source-file

               if ws-browse-count is equal to 0
                   display "(no sources on file)"
               end-if

               perform hold-detail-on-screen

               move "Source browse listed" to ws-message
           end-if.

       display-source-detail.
           move src-source to dt-source
           move src-description to dt-description
           move src-status to dt-status
           move src-unit to dt-unit
           move src-reject-contact to dt-contact

           display ws-detail-line.

       hold-detail-on-screen.
      * Hold the listing on screen until the operator has read it -
      * the maintenance screen's BLANK SCREEN would wipe it on redraw.
           display detail-pause-screen
           accept detail-pause-screen.

       check-unit.
      * The unit drives GEOM-EDIT's conversion to millimetres, so only
      * the three it knows are accepted.
           inspect ws-unit converting "cm" to "CM"

           if ws-unit is equal to "MM"
                   or ws-unit is equal to "CM"
                   or ws-unit is equal to "M "
               move "Y" to ws-unit-ok
           else
               move "N" to ws-unit-ok
           end-if.

       add-source.
           perform check-unit

           if ws-source is equal to spaces
               move "Key a source code first" to ws-message
           else
               if ws-unit-ok is not equal to "Y"
                   move "Key the source's unit - MM, CM or M"
                     to ws-message
               else
                   perform write-new-source
               end-if
           end-if.

       write-new-source.
           open i-o source-file

           if ws-file-status is equal to "35"
               open output source-file
               close source-file
               open i-o source-file
           end-if

           if ws-file-status is not equal to "00"
               move "Cannot open SRCMAST.DAT" to ws-message
           else
               move ws-source to src-source
               move ws-description to src-description
               if ws-status is equal to "I"
                       or ws-status is equal to "i"
                   move "I" to src-status
               else
                   move "A" to src-status
               end-if
               move ws-unit to src-unit
               move ws-contact to src-reject-contact

               write source-record
                   invalid key
                       move "Source already on file - use C"
                         to ws-message
                   not invalid key
                       move "Source added" to ws-message
                       move spaces to ws-old-source
                       perform audit-source-fields
               end-write

               close source-file
           end-if.

       change-source.
      * A keyed description, status, unit or contact replaces the
      * stored field; a field left blank keeps its stored value, so
      * one change never has to re-key the whole record.
           if ws-unit is not equal to spaces
               perform check-unit
           else
               move "Y" to ws-unit-ok
           end-if

           if ws-unit-ok is not equal to "Y"
               move "Unit must be MM, CM or M" to ws-message
           else
               perform rewrite-source
           end-if.

       rewrite-source.
           open i-o source-file

           if ws-file-status is not equal to "00"
               move "Cannot open SRCMAST.DAT" to ws-message
           else
               move ws-source to src-source

               read source-file key is src-source
                   invalid key
                       move "No master record for that source"
                         to ws-message
                   not invalid key
                       move src-description to ws-old-description
                       move src-status to ws-old-status
                       move src-unit to ws-old-unit
                       move src-reject-contact to ws-old-contact
                       if ws-description is not equal to spaces
                           move ws-description to src-description
                       end-if
                       evaluate ws-status
                           when "A"
                           when "a"
                               move "A" to src-status
                           when "I"
                           when "i"
                               move "I" to src-status
                       end-evaluate
                       if ws-unit is not equal to spaces
                           move ws-unit to src-unit
                       end-if
                       if ws-contact is not equal to spaces
                           move ws-contact to src-reject-contact
                       end-if
                       rewrite source-record
                           invalid key
                               move "Change not rewritten"
                                 to ws-message
                           not invalid key
                               move "Source changed" to ws-message
                               perform audit-source-fields
                       end-rewrite
               end-read

               close source-file
           end-if.

       audit-source-fields.
      * One audit record per field that differs from its value before
      * the add or change - an add audits every field it set.
           move "U" to ws-aud-function
           move src-source to ws-aud-key

           if src-description is not equal to ws-old-description
               move "DESCRIPTION" to ws-aud-field
               move ws-old-description to ws-aud-before
               move src-description to ws-aud-after
               perform audit-change
           end-if

           if src-status is not equal to ws-old-status
               move "STATUS" to ws-aud-field
               move ws-old-status to ws-aud-before
               move src-status to ws-aud-after
               perform audit-change
           end-if

           if src-unit is not equal to ws-old-unit
               move "UNIT" to ws-aud-field
               move ws-old-unit to ws-aud-before
               move src-unit to ws-aud-after
               perform audit-change
           end-if

           if src-reject-contact is not equal to ws-old-contact
               move "CONTACT" to ws-aud-field
               move ws-old-contact to ws-aud-before
               move src-reject-contact to ws-aud-after
               perform audit-change
           end-if.

       end program source-maintain.

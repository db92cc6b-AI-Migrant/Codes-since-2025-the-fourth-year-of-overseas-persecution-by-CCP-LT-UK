       program-id. tri-inquiry.
      * Online maintenance screen: key in X, Y, Z and get IS-TRIANGLE's
      * RESULT and TRIANGLE-TYPE back immediately, without a batch run.
      * The operator signs on first and must hold inquire (I)
      * authority for TRIINQ in OPERSEC.DAT.

       data division.
       working-storage section.
       copy SECPARM.

       01 ws-x                pic 9(8) value 0.
       01 ws-y                pic 9(8) value 0.
       01 ws-z                pic 9(8) value 0.
       01 ws-result-text      pic x(20).
       01 ws-type-text        pic x(20).
       01 ws-continue         pic x value "Y".
       01 ws-message          pic x(60).
       01 ws-sign-on-tries    pic 9 value 0.

       screen section.
       01 sign-on-screen.
          05 blank screen.
          05 line 1 col 1 value "TRIANGLE INQUIRY - SIGN ON".
          05 line 3 col 1 value "Operator ID: ".
          05 line 3 col 14 pic x(8) using sec-operator-id.
          05 line 4 col 1 value "Password:    ".
          05 line 4 col 14 pic x(8) using sec-password secure.
          05 line 6 col 1 pic x(60) from ws-message.

       01 inquiry-screen.
          05 blank screen.
          05 line 1 col 1 value "TRIANGLE INQUIRY".

       procedure division.
       main-line.
           perform sign-on

           if sec-granted
               move "I" to sec-authority
               perform check-authority
           end-if

           if not sec-granted
               display "tri-inquiry: sign-on refused - " ws-message
               goback
           end-if

           perform until ws-continue is equal to "N"
                      or ws-continue is equal to "n"
               display inquiry-screen

           goback.

       sign-on.
      * Three tries at the operator ID and password; the operator must
      * also hold some authority in this program to get in.
           move "TRIINQ" to sec-program
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
                       move "No authority for triangle inquiry"
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

       build-result-text.
           evaluate ws-result
               when 0

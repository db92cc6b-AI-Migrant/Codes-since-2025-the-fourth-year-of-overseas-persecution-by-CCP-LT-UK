       identification division.
       program-id. operator-security.
      * Shared operator security check for the online programs,
      * against the operator security file OPERSEC.DAT. Sign-on
      * (function S) checks the operator ID and password, refuses a
      * revoked operator, and refuses an operator with no authority at
      * all in the calling program. The authority check (function A)
      * answers whether the signed-on operator may use one function
      * letter in the calling program. An operator missing from the
      * file, or a file that cannot be read, is never granted
      * anything.

       environment division.
       input-output section.
       file-control.
           select opsec-file assign to "OPERSEC.DAT"
               organization is line sequential
               file status is ws-opsec-status.

       data division.
       file section.
       fd opsec-file.
       copy OPERSEC.

       working-storage section.
       77 ws-opsec-status           pic xx.
       77 ws-scan-done              pic x.
       77 ws-found                  pic x.
       77 ws-grant-idx              pic 9.
       77 ws-letter-idx             pic 9.
       77 ws-holds-grant            pic x.

       linkage section.
       copy SECPARM.

       procedure division using sec-parameters.
           move "N" to sec-result
           move "N" to ws-found
           move "N" to ws-holds-grant

           open input opsec-file

           if ws-opsec-status is not equal to "00"
               move "F" to sec-result
               goback
           end-if

           move "N" to ws-scan-done
           perform until ws-scan-done is equal to "Y"
               read opsec-file
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if opsec-operator-id is equal to
                               sec-operator-id
                               and sec-operator-id is not equal
                                   to spaces
                           move "Y" to ws-found
                           move "Y" to ws-scan-done
                           perform check-operator
                       end-if
               end-read
           end-perform

           close opsec-file

           if ws-found is equal to "N"
               if sec-function is equal to "S"
                   move "P" to sec-result
               else
                   move "N" to sec-result
               end-if
           end-if

           goback.

       check-operator.
      * Runs while the operator's record is current, so every field
      * it needs is read before the file closes.
           if sec-function is equal to "S"
               if opsec-password is not equal to sec-password
                   move "P" to sec-result
                   exit paragraph
               end-if
               move opsec-name to sec-operator-name
           end-if

           if not opsec-active
               move "R" to sec-result
               exit paragraph
           end-if

           perform varying ws-grant-idx from 1 by 1
                   until ws-grant-idx > 6
               if opsec-program(ws-grant-idx) is equal to sec-program
                   perform check-grant
               end-if
           end-perform

           if sec-function is equal to "S"
               if ws-holds-grant is equal to "Y"
                   move "Y" to sec-result
               else
                   move "N" to sec-result
               end-if
           end-if.

       check-grant.
           perform varying ws-letter-idx from 1 by 1
                   until ws-letter-idx > 5
               if opsec-functions(ws-grant-idx)(ws-letter-idx:1)
                       is not equal to space
                   move "Y" to ws-holds-grant
               end-if
               if sec-function is equal to "A"
                       and opsec-functions(ws-grant-idx)
                           (ws-letter-idx:1) is equal to sec-authority
                       and sec-authority is not equal to space
                   move "Y" to sec-result
               end-if
           end-perform.

       end program operator-security.

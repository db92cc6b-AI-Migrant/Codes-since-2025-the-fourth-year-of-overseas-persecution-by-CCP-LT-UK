      *----------------------------------------------------------------
      * SECPARM - parameter block for OPERATOR-SECURITY. The online
      * programs sign the operator on with function S (operator ID and
      * password checked, and the operator must hold some authority
      * for SEC-PROGRAM), then check each action with function A
      * before doing it.
      *----------------------------------------------------------------
       01 sec-parameters.
          05 sec-function           pic x.
      *    S = sign-on, A = authority check
          05 sec-operator-id        pic x(8).
          05 sec-password           pic x(8).
          05 sec-program            pic x(8).
          05 sec-authority          pic x.
      *    I/U/D/R/F - see OPERSEC
          05 sec-result             pic x.
             88 sec-granted             value "Y".
             88 sec-refused             value "N".
             88 sec-bad-sign-on         value "P".
             88 sec-revoked             value "R".
             88 sec-unavailable         value "F".
          05 sec-operator-name      pic x(20).

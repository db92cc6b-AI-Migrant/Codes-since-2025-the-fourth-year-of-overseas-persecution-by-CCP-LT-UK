      *----------------------------------------------------------------
      * OPERSEC - one operator on the operator security file
      * OPERSEC.DAT: sign-on password, status, and the functions the
      * operator may use in each online program. OPERATOR-SECURITY
      * is the only program that reads it. Each grant names a program
      * (TRIMNT, STAMNT, SRCMNT, READREV, RUNCTLIQ, TRIINQ) and the
      * letters allowed there, in any order:
      *    I = inquire/browse, U = update, D = delete,
      *    R = release, F = force
      *----------------------------------------------------------------
       01 opsec-record.
          05 opsec-operator-id      pic x(8).
          05 opsec-password         pic x(8).
          05 opsec-status           pic x.
      *    A = active, R = revoked (sign-on refused)
             88 opsec-active            value "A".
             88 opsec-revoked           value "R".
          05 opsec-name             pic x(20).
          05 opsec-grant occurs 6 times.
             10 opsec-program       pic x(8).
             10 opsec-functions     pic x(5).

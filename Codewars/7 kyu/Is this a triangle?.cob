
       data division.
       working-storage section.
       77 ws-audit-input  PIC X(40).
       77 ws-audit-output PIC X(40).
       77 ws-program-id   PIC X(12) VALUE "is-triangle".
      * TRIANGLE-TYPE (only meaningful when RESULT is 1):
      *   0 = n/a, 1 = equilateral, 2 = isosceles,
      *   3 = scalene, 4 = right-angled
      * The rules themselves live in TRIANGLE-RULES, so a changed
      * rule can be run over the whole master by TRI-RECLASS-SIM
      * before it goes live; this program adds the audit record.
          call "triangle-rules" using x y z result triangle-type.

          perform write-triangle-audit.

          goback.

       write-triangle-audit.
           move spaces to ws-audit-input
           string x delimited by size

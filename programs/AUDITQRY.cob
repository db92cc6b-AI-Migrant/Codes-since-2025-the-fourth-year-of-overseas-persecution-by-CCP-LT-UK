       01 report-line             pic x(80).

       fd extract-file.
       01 extract-record          pic x(175).

       working-storage section.
       01 ws-param-status         pic xx.

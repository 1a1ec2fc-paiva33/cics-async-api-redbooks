           2 FILLER                      PIC X(34).

        FD  WEBALERT-FILE
            RECORD CONTAINS 106 CHARACTERS.
            COPY WEBALRTR.

        FD  REPORT-FILE

       DATA DIVISION.
        FILE SECTION.
        FD  WEBPOST-FILE
            RECORD CONTAINS 74 CHARACTERS.
            COPY WEBPOSTR.

        FD  WEBCNTL-FILE

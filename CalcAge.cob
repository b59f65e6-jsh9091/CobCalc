       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
       01 SuspenseFileRecord PIC X(68).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

           05 RC-KEEP-DAYS           Pic 9(4).

       FD  Live-File.
       01  Live-Raw                  Pic X(4400).

       FD  Work-File.
       01  Work-Raw                  Pic X(4400).

       FD  Archive-File.
       01  Archive-Raw               Pic X(4400).

       FD  Report-File.
       01  Report-Line               Pic X(132).
                  Move 54 to Date-Pos
              when 'TRACEFL'
                  Move 852 to Date-Pos
              when 'CONVSUM'
                  Move 9 to Date-Pos
              when 'CTLTOTFL'
                  Move 9 to Date-Pos
              when other
                  Move spaces to Report-Line
                  String RC-FILE-NAME ' IS NOT A DATASET THIS '

           05 TR-CHAIN               Pic X(840).
           05 TR-DATE                Pic 9(8).
           05 TR-TIME                Pic 9(8).
           05 TR-RUN-ID              Pic X(16).

       FD  Reject-File.
       01  Reject-Record.
           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Duplicate-File.
       01  Duplicate-Record.
           05 DU-DATA                Pic X(4096).
           05 DU-DATE                Pic 9(8).
           05 DU-TIME                Pic 9(8).
           05 DU-SN                  Pic 9(9).
           05 DU-RUN-ID              Pic X(16).

       FD  Disposition-File.
       01  Disposition-Record.
           05 DP-SN                  Pic 9(9).
           05 DP-DATE                Pic 9(8).
           05 DP-TIME                Pic 9(8).
           05 DP-RUN-ID              Pic X(16).

       FD  Report-File.
       01  Report-Line               Pic X(132).
              ' ' TR-TIME ' WITH ' RP-NUM2 ' HOPS'
              delimited by size into Report-Line
          end-string.
          if TR-RUN-ID not = spaces
              Move 'RUN' to Report-Line(70:3)
              Move TR-RUN-ID to Report-Line(74:16)
          end-if.
          Perform WRITE-ONE-REPORT-LINE.
          if TR-HOPS = 0
              Move '  NO HOPS RECORDED - RECORD ARRIVED UNSTAMPED'
                          RP-NUM1 ' RULE ' RP-NUM2 ' ON ' RJ-DATE
                          delimited by size into Report-Line
                      end-string
                      if RJ-RUN-ID not = spaces
                          Move 'RUN' to Report-Line(70:3)
                          Move RJ-RUN-ID to Report-Line(74:16)
                      end-if
                      Perform WRITE-ONE-REPORT-LINE
                      Perform CROSS-REFERENCE-DISPOSITIONS
                  end-if
                          'SEQUENCE ' RP-NUM4
                          delimited by size into Report-Line
                      end-string
                      if DU-RUN-ID not = spaces
                          Move 'RUN' to Report-Line(70:3)
                          Move DU-RUN-ID to Report-Line(74:16)
                      end-if
                      Perform WRITE-ONE-REPORT-LINE
                  end-if
              end-perform

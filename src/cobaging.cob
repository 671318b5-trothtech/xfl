           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

      * The fan-in's rejects carry no job name of their own - the
      * dataset belongs to COBSTGM alone - and a leading stream
           05 RM-DATA                Pic X(256).
           05 RM-DATE                Pic 9(8).
           05 RM-TIME                Pic 9(8).
           05 RM-RUN-ID              Pic X(16).

       FD  Disposition-File.
       01  Disposition-Record.
           05 DP-SN                  Pic 9(9).
           05 DP-DATE                Pic 9(8).
           05 DP-TIME                Pic 9(8).
           05 DP-RUN-ID              Pic X(16).

       FD  Report-File.
       01  Report-Line               Pic X(132).
       77 Work-IC                Pic 9(9).
       77 Work-Rule              Pic 9(4).
       77 Work-Date              Pic 9(8).
       77 Work-Run-Id            Pic X(16).
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-NUM3                Pic ZZZZZZZZ9.
       77 RP-NUM4                Pic ZZZZZZZZ9.
       77 Alert-Count            Pic ZZZZZZZZ9.

      * Every disposition that marked its reject worked - REQUEUED or
      * DISCARDED - keyed the way COBSTGR keys them: the rejecting
               10 BK-COUNT       Pic S9(9) comp-5.
               10 BK-OLDEST      Pic S9(9) comp-5.

       01  Alert-Request.
           05 AR-SEVERITY            Pic X.
           05 AR-PROGRAM             Pic X(8).
           05 AR-JOB-NAME            Pic X(8).
           05 AR-SN                  Pic 9(9).
           05 AR-CONDITION           Pic X(8).
           05 AR-TEXT                Pic X(60).
           05 AR-RUN-ID              Pic X(16).
           05 AR-RESULT              Pic 9(4).

       Procedure Division.

        MAIN-PROCEDURE.
          if Overdue-Count > 0
              Display Overdue-Count ' rejects pending past '
                  Age-Limit ' days, escalating'
              Perform RAISE-FINDING-ALERT
              Move 8 to RETURN-CODE
          else
              Display 'no rejects pending past ' Age-Limit ' days'
          if Age-Limit < 0
              Display 'age limit ' Age-Limit ' is not usable, '
                  'report halted'
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
                          Display 'too many disposition records, '
                              'maximum ' WS-Max-Disps
                              ', report halted'
                          Perform RAISE-FATAL-ALERT
                          Move 16 to RETURN-CODE
                          stop run
                      end-if
          if (Report-Status not = '00')
              Display 'FATAL: cannot open aging report, status '
                  Report-Status
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
              Display 'FATAL: report write failed, status '
                  Report-Status
              Close Report-File
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
                      Move RJ-IC to Work-IC
                      Move RJ-RULE to Work-Rule
                      Move RJ-DATE to Work-Date
                      Move RJ-RUN-ID to Work-Run-Id
                      Perform AGE-ONE-REJECT
                  end-if
              end-perform
                      Move RM-IC to Work-IC
                      Move RM-RULE to Work-Rule
                      Move RM-DATE to Work-Date
                      Move RM-RUN-ID to Work-Run-Id
                      Perform AGE-ONE-REJECT
                  end-if
              end-perform
                  delimited by size into Report-Line
              end-string
          end-if.
          if Work-Run-Id not = spaces
              Move 'RUN' to Report-Line(95:3)
              Move Work-Run-Id to Report-Line(99:16)
          end-if.
          Perform WRITE-ONE-REPORT-LINE.

      * Fold this pending reject into its job-and-rule breakdown
                  Display 'too many job/rule pairs, maximum '
                      WS-Max-Breaks ', report halted'
                  Close Report-File
                  Perform RAISE-FATAL-ALERT
                  Move 16 to RETURN-CODE
                  stop run
              end-if
          end-if.
          Perform WRITE-ONE-REPORT-LINE.

      * The finding this program ends on with a non-zero return code
      * also goes to the alert dataset, for the on-call forwarder.
        RAISE-FINDING-ALERT.

          Move 'E' to AR-SEVERITY.
          Move 'OVERDUE' to AR-CONDITION.
          Move Overdue-Count to Alert-Count.
          Move spaces to AR-TEXT.
          String 'rejects pending past the age limit ' Alert-Count
              delimited by size into AR-TEXT
          end-string.
          Perform RAISE-ALERT.

      * A fatal stop means the report cannot be trusted or was never
      * produced; on-call hears of that too.
        RAISE-FATAL-ALERT.

          Move 'C' to AR-SEVERITY.
          Move 'FATAL' to AR-CONDITION.
          Move 'stopped on a fatal error, see the job log' to AR-TEXT.
          Perform RAISE-ALERT.

      * Hand the condition to the alert dataset. This program works
      * across every stream, so it reports as its own job, stream 0.
      * A failure is reported but does not change the outcome.
        RAISE-ALERT.

          Move 'COBAGING' to AR-PROGRAM.
          Move 'COBAGING' to AR-JOB-NAME.
          Move 0 to AR-SN.
          Move spaces to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBAGING.

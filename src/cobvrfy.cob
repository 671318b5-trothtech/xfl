       77 Dataset-Name           Pic X(8).
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 Alert-Count            Pic ZZZZZZZZ9.

      * The loaded rule fields, kept for the pairwise overlap
      * cross-check after every record has had its own checks.
           05 Route-Entry Occurs 20 Times.
               10 RV-VALUE       Pic X(20).

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
          if Failure-Count > 0
              Display Failure-Count ' control data failures, fix '
                  'before the window opens'
              Perform RAISE-FINDING-ALERT
              Move 8 to RETURN-CODE
          else
              Display 'control datasets verified clean'
          if (WS-Buflen < 1) or (WS-Buflen > WS-Max-Buflen)
              Display 'BUFLEN ' WS-Buflen ' is not usable, '
                  'verifier halted'
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open verifier report, status '
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
          end-if.
          Perform WRITE-ONE-REPORT-LINE.

      * The finding this program ends on with a non-zero return code
      * also goes to the alert dataset, for the on-call forwarder.
        RAISE-FINDING-ALERT.

          Move 'E' to AR-SEVERITY.
          Move 'CTLDATA' to AR-CONDITION.
          Move Failure-Count to Alert-Count.
          Move spaces to AR-TEXT.
          String 'control data failures, fix before window ' Alert-Count
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

          Move 'COBVRFY' to AR-PROGRAM.
          Move 'COBVRFY' to AR-JOB-NAME.
          Move 0 to AR-SN.
          Move spaces to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBVRFY.

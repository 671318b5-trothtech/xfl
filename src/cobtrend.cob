       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-NUM3                Pic ZZZZZZZZ9.
       77 RP-NUM4                Pic ZZZZZZZZ9.
       77 Alert-Count            Pic ZZZZZZZZ9.

      * The summary dataset carries several record shapes; as in the
      * reconciliation, each raw line is read into Summary-Work and
               10 PR-IC          Pic S9(9) comp-5.
               10 PR-OC          Pic S9(9) comp-5.

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
          if Anomaly-Count > 0
              Display Anomaly-Count ' volume anomalies, holding '
                  'the handoff'
              Perform RAISE-FINDING-ALERT
              Move 8 to RETURN-CODE
          else
              Display 'volumes within trend'
              or (Trail-Window < 1)
              Display 'PCT must be at least 1, MINRUNS at least 2 '
                  'and WINDOW at least 1, report halted'
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Run-Count >= WS-Max-Runs
              Display 'too many summary records, maximum '
                  WS-Max-Runs ', report halted'
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open trend report, status '
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
          Move 'ANOMALY' to AR-CONDITION.
          Move Anomaly-Count to Alert-Count.
          Move spaces to AR-TEXT.
          String 'volume anomalies, handoff held ' Alert-Count
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

          Move 'COBTREND' to AR-PROGRAM.
          Move 'COBTREND' to AR-JOB-NAME.
          Move 0 to AR-SN.
          Move spaces to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBTREND.

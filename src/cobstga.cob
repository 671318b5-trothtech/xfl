           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Summary-File.
       01  Summary-Record.
           05 SR-IC                  Pic 9(9).
           05 SR-OC                  Pic 9(9).
           05 SR-BC                  Pic 9(9).
           05 Filler                 Pic X(40).
           05 SR-RUN-ID              Pic X(16).

       FD  Error-File.
       01  Error-Record.
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

       01  Mask-Request.
           05 MQ-FUNCTION            Pic X.
           05 MQ-JOB-NAME            Pic X(8).
           05 MQ-SN                  Pic 9(9).
           05 MQ-IC                  Pic 9(9).
           05 MQ-LENGTH              Pic 9(9).
           05 MQ-DATE                Pic 9(8).
           05 MQ-TIME                Pic 9(8).
           05 MQ-RESULT              Pic 9(4).

       01  Run-Request.
           05 RR-FUNCTION            Pic X.
           05 RR-JOB-NAME            Pic X(8).
           05 RR-SN                  Pic 9(9).
           05 RR-RUN-ID              Pic X(16).
           05 RR-HOLDER-RUN-ID       Pic X(16).
           05 RR-HOLDER-DATE         Pic 9(8).
           05 RR-HOLDER-TIME         Pic 9(8).
           05 RR-STALE               Pic X.
           05 RR-RESULT              Pic 9(4).

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
          PERFORM PARSE-RUN-PARM.
          PERFORM CHECK-BUFFER-LENGTH.

          PERFORM REGISTER-RUN.
          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

          Accept WS-Current-Time from Time.
          Move WS-Current-Date to RJ-DATE.
          Move WS-Current-Time to RJ-TIME.
      * Mask the sensitive fields before the image leaves the live
      * path; COBMASK keeps the clear image in its restricted vault
      * so an authorised repair can still get it back.
          Move 'V' to MQ-FUNCTION.
          Move RJ-JOB-NAME to MQ-JOB-NAME.
          Move RJ-SN to MQ-SN.
          Move RJ-IC to MQ-IC.
          Move length of RJ-DATA to MQ-LENGTH.
          Move RJ-DATE to MQ-DATE.
          Move RJ-TIME to MQ-TIME.
          call 'COBMASK' using Mask-Request RJ-DATA.
          if (MQ-RESULT not = 0)
              Display 'FATAL: reject masking failed, stream '
                  RJ-SN ' record ' RJ-IC
              Close Reject-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move RR-RUN-ID to RJ-RUN-ID.
          Write Reject-Record.
          if (Reject-Status not = '00')
              Display 'FATAL: reject write failed, status '
              Perform LOG-IO-ERROR
              Display 'totals not released: the input stream did '
                  'not end cleanly'
              Perform RELEASE-RUN
              Move 12 to RETURN-CODE
              stop run
          end-if.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to EL-DATE.
          Move WS-Current-Time to EL-TIME.
          Move RR-RUN-ID to EL-RUN-ID.
          Write Error-Record.
          if (Error-File-Status not = '00')
              Display 'FATAL: error log write failed, status '
              stop run
          end-if.
          Close Error-File.
          Move 'E' to AR-SEVERITY.
          Move EL-SN to AR-SN.
          Move EL-CALL-NAME to AR-CONDITION.
          Move spaces to AR-TEXT.
          String 'I/O error on ' EL-CALL-NAME ' result ' EL-RESULT
              ' at record ' EL-IC
              delimited by size into AR-TEXT
          end-string.
          Perform RAISE-ALERT.

        PeekPutPurge.

               ' / totals records ' oc ' / bytes ' bc
               ' / distinct keys ' Key-Count.
          Perform WRITE-SUMMARY-RECORDS.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

              Close Summary-File
              Open Extend Summary-File
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move ic to SR-IC.
          Compute SR-OC = ic - Rejected-Count.
          Move 0 to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move ic to SR-IC.
          Move oc to SR-OC.
          Move bc to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
          end-if.
          Close Summary-File.

      * Claim this job and stream in the run registry before anything
      * is written, so a second copy of the stage stops here instead
      * of interleaving its output with the first. The run ID the
      * registry hands back is stamped on every bookkeeping record
      * this run writes. A refusal has its own return code, so the
      * scheduler can tell "already running" from a failure; an
      * entry past the stale age is probably a crashed run's, and an
      * operator releases it with COBRUNLK.
        REGISTER-RUN.

          Move 'S' to RR-FUNCTION.
          Move WS-Job-Name to RR-JOB-NAME.
          Move sn to RR-SN.
          call 'COBRUNRG' using Run-Request.
          if (RR-RESULT = 20)
              Display 'REFUSED: ' WS-Job-Name ' stream ' RR-SN
                  ' is already active as run ' RR-HOLDER-RUN-ID
                  ' since ' RR-HOLDER-DATE ' ' RR-HOLDER-TIME
              if (RR-STALE = 'Y')
                  Display 'the holding run looks abandoned; an '
                      'operator can release it with COBRUNLK'
              end-if
              Move 20 to RETURN-CODE
              stop run
          end-if.
          if (RR-RESULT not = 0)
              Display 'FATAL: run registry is not usable, stage '
                  'halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'run ID ' RR-RUN-ID.

      * Give the registry entry back at a controlled end. A failure
      * here is reported but does not change the outcome of a run
      * whose work is done; the entry is then released by COBRUNLK.
      * A FATAL stop leaves the entry held, like a crash: that run's
      * output wants looking at before the job runs again.
        RELEASE-RUN.

          Move 'E' to RR-FUNCTION.
          call 'COBRUNRG' using Run-Request.
          if (RR-RESULT not = 0)
              Display 'WARNING: run ' RR-RUN-ID ' was not released '
                  'in the run registry'
          end-if.

      * Hand a condition to the alert dataset, where the on-call
      * forwarder picks it up. The caller sets the severity, stream,
      * condition code and text. A failure is reported but does not
      * change the outcome of the run.
        RAISE-ALERT.

          Move WS-Job-Name to AR-PROGRAM.
          Move WS-Job-Name to AR-JOB-NAME.
          Move RR-RUN-ID to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBSTGA.

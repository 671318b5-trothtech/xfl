
       Data Division.
       File Section.
      * CP-MASKED says whether the image was masked when it was
      * captured: Y masked, N kept clear with MASK=N. A capture taken
      * before the flag was kept has it blank.
       FD  Capture-File.
       01  Capture-Record.
           05 CP-JOB-NAME            Pic X(8).
           05 CP-IC                  Pic 9(9).
           05 CP-LENGTH              Pic 9(9).
           05 CP-DATA                Pic X(4096).
           05 CP-MASKED              Pic X.
               88 CP-IMAGE-MASKED         Value 'Y'.
               88 CP-IMAGE-CLEAR          Value 'N'.

       FD  Summary-File.
       01  Summary-Record.
           05 SR-IC                  Pic 9(9).
           05 SR-OC                  Pic 9(9).
           05 SR-BC                  Pic 9(9).
           05 Filler                 Pic X(40).
           05 SR-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

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

       Procedure Division.

        MAIN-PROCEDURE.
          Move 0 to Result.

          PERFORM PARSE-RUN-PARM.
          PERFORM REGISTER-RUN.
          PERFORM PROCESS-CAPTURE-FILE.

          Display 'capture records read ' ic
              ' / replayed ' oc ' / bytes ' bc
              ' / skipped ' Skipped-Count.
          Perform WRITE-SUMMARY-RECORD.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * A record whose length field does not hold a usable value is
      * reported and skipped rather than guessed at - the capture was
      * damaged after it was kept, and the operator should know which
      * records did not make it back. A masked image would put masked
      * account data into staging, so a masked capture is refused;
      * every record of a capture is taken the same way, so the first
      * one stops the replay before anything has been written.
        REPLAY-ONE-RECORD.

          if CP-IMAGE-MASKED
              Display 'FATAL: capture record ' ic ' was masked when '
                  'captured and cannot be replayed; capture with '
                  'MASK=N for a replayable day, replay halted'
              Close Capture-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if First-Record
              Display 'replaying capture of stream ' CP-SN
                  ' taken ' CP-DATE ' ' CP-TIME
              Close Summary-File
              Open Extend Summary-File
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

       End Program COBSTGP.

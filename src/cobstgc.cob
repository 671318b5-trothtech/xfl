      *         from the partner when a downstream stage mangles a
      *         run.
      *   Date: 2026-09-02 (Wed)
      *   Also: cobstage.cob, cobstgt.cob, cobstgp.cob, cobmask.cob
      *
      * Comments start with * in Column 7
      *

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

       FD  Error-File.
       01  Error-Record.
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
       77 WS-Capture-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 Mask-Switch            Pic X Value 'Y'.
           88 Mask-Captured-Images    Value 'Y'.
           88 Keep-Captured-Images    Value 'N'.
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
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
          PERFORM OPEN-CAPTURE-FILE.

          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' captured records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * string of KEY=VALUE tokens on the command line, e.g.
      * "SN=9 BUFLEN=512", so operations can point the same load
      * module at a different archive stream without a recompile.
      * Captured images are masked by COBMASK like every other image
      * kept off the live path, and COBSTGP refuses to replay them.
      * MASK=N keeps them exactly as they came, for a capture that
      * must replay through COBSTGP with its sensitive fields intact;
      * the archive leg feeding it must then run with MASK=N too, and
      * the capture should be held somewhere as restricted as the
      * masking vault. Anything not given on the PARM keeps its
      * Working-Storage default.
        PARSE-RUN-PARM.

          Accept WS-Parm from Command-Line.
                      when 'BUFLEN'
                          Move function numval(WS-Parm-Value)
                              to WS-Requested-Buflen
                      when 'MASK'
                          if WS-Parm-Value = 'N'
                              Set Keep-Captured-Images to true
                          end-if
                  end-evaluate
              end-if
          end-perform.
          Display 'capturing stream ' sn ' into ' Capture-Name
              ' as of ' WS-Capture-Date ' ' WS-Capture-Time.

      * Land one record in the capture dataset as it came off the
      * stream, its sensitive fields masked unless MASK=N: its buflen
      * is preserved in its own field so the replay can hand XFLOUT
      * the original length, not the padded capture-record width.
        WRITE-CAPTURE-RECORD.

          Move WS-Job-Name to CP-JOB-NAME.
          Move buflen to CP-LENGTH.
          Move spaces to CP-DATA.
          Move buffer(1:buflen) to CP-DATA.
      * The image is only flagged masked when COBMASK masked it; with
      * no masking control in force it comes back 4 and stays clear.
          Set CP-IMAGE-CLEAR to true.
          if Mask-Captured-Images
              Move 'M' to MQ-FUNCTION
              Move WS-Job-Name to MQ-JOB-NAME
              Move sn to MQ-SN
              Move ic to MQ-IC
              Move buflen to MQ-LENGTH
              Move WS-Capture-Date to MQ-DATE
              Move WS-Capture-Time to MQ-TIME
              call 'COBMASK' using Mask-Request CP-DATA
              Evaluate MQ-RESULT
                  when 0
                      Set CP-IMAGE-MASKED to true
                  when 4
                      continue
                  when other
                      Display 'FATAL: capture masking failed, stream '
                          sn ' record ' ic
                      Close Capture-File
                      Move 16 to RETURN-CODE
                      stop run
              end-evaluate
          end-if.
          Write Capture-Record.
          if (Capture-Status not = '00')
              Display 'FATAL: capture write failed, status '
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

      * Every record is captured verbatim, rejected or not: the
      * capture is a complete copy of the archive leg, and a record a
          Display 'input records ' ic
               ' / captured records ' oc ' / bytes ' bc.
          Perform WRITE-SUMMARY-RECORD.
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

       End Program COBSTGC.

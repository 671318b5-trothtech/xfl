      *         and byte counters, instead of needing a second pass
      *         over the input stream just to copy it.
      *   Date: 2026-08-08 (Sat)
      *   Also: cobstage.cob, cobmask.cob
      *
      * Comments start with * in Column 7
      * COBOL programs have a Section, Paragraph, Sentence, Statements structure.
           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Summary-File.
       01  Summary-Record.
           05 SR-BC                  Pic 9(9).
           05 SR-OC2                 Pic 9(9).
           05 SR-BC2                 Pic 9(9).
           05 Filler                 Pic X(13).
           05 SR-RUN-ID              Pic X(16).

       FD  Error-File.
       01  Error-Record.
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

       FD  Rules-File.
       01  Rules-Record.
           05 SF-BC2                 Pic 9(9).
           05 SF-RECS-PER-SEC        Pic 9(9).
           05 SF-BYTES-PER-SEC       Pic 9(9).
           05 Filler                 Pic X(4).
           05 SF-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
       77 buflen                 Pic S9(9) comp-5 Value 0.
       77 Version-String         Pic X(36).
       77 buffer                 Pic X(4096).
       77 Archive-Buffer         Pic X(4096).
       77 WS-Max-Buflen          Pic S9(9) comp-5 Value 4096.
       77 WS-Requested-Buflen    Pic S9(9) comp-5 Value 255.
       77 WS-Parm                Pic X(256).
       77 WS-Current-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 Mask-Switch            Pic X Value 'Y'.
           88 Mask-Archive-Images     Value 'Y'.
           88 Keep-Archive-Images     Value 'N'.
       77 WS-Start-Time          Pic 9(8).
       77 WS-Now-Time            Pic 9(8).
       77 WS-Start-Secs          Pic S9(9) comp-5.
       77 WS-Run-BC              Pic S9(9) comp-5 Value 0.
       77 WS-Metric-Interval     Pic S9(9) comp-5 Value 500.
       77 WS-Min-Recs-Per-Sec    Pic S9(9) comp-5 Value 10.
       77 WS-Alert-Rate          Pic 9(9).
       77 WS-Alert-Minimum       Pic 9(9).
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
               10 VR-MAX         Pic X(18).
               10 VR-VALUES      Pic X(64).

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
          PERFORM CHECK-BUFFER-LENGTH.
          PERFORM LOAD-VALIDATION-RULES.
          PERFORM START-THROUGHPUT-CLOCK.
          PERFORM REGISTER-RUN.
          PERFORM CHECK-FOR-CHECKPOINT.
      * Baseline for the throughput sampler: ic/bc may already hold a
      * prior run's cumulative totals restored from the checkpoint, so
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc
                  ' archive records:' oc2 ' archive bytes:' bc2.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * by any peek/read/out call, so accepting those keys gave
      * operations a false impression of configuring something;
      * WS-Requested-Buflen is the one record-length knob that
      * actually reaches XFLPEEK/XFLOUT/XFLREAD.) MASK=N sends the
      * archive leg unmasked, for an archive pipeline that is itself
      * held as restricted as the masking vault.
        PARSE-RUN-PARM.

          Accept WS-Parm from Command-Line.
                          if WS-Parm-Value = 'Y'
                              Set Lineage-Mode to true
                          end-if
                      when 'MASK'
                          if WS-Parm-Value = 'N'
                              Set Keep-Archive-Images to true
                          end-if
                  end-evaluate
              end-if
          end-perform.
      * Sample ic/bc against elapsed wall-clock time while the loop
      * is still running and warn as soon as a stage falls below its
      * expected throughput, instead of only finding out from the
      * totals after the whole stage has finished. The warning also
      * goes to the alert dataset, so on-call hears of it rather than
      * only the console.
        CHECK-THROUGHPUT.

          Accept WS-Now-Time from Time.
              Display 'SLA WARNING: stream ' sn ' at '
                  WS-Recs-Per-Sec ' rec/s, below minimum '
                  WS-Min-Recs-Per-Sec
              Move WS-Recs-Per-Sec to WS-Alert-Rate
              Move WS-Min-Recs-Per-Sec to WS-Alert-Minimum
              Move 'W' to AR-SEVERITY
              Move sn to AR-SN
              Move 'SLAWARN' to AR-CONDITION
              Move spaces to AR-TEXT
              String 'throughput ' WS-Alert-Rate
                  ' rec/s below minimum ' WS-Alert-Minimum
                  delimited by size into AR-TEXT
              end-string
              Perform RAISE-ALERT
          end-if.

      * If a checkpoint from a prior, aborted run exists for this
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
      * Tee every input record to the archive leg regardless of
      * validation outcome, so records the live leg rejects are still
      * preserved for forensic review instead of being invisible to
      * both outputs. The archive copy leaves the live path, so its
      * sensitive fields are masked in a copy of the buffer, never in
      * the buffer the live leg still works from.
        WRITE-ARCHIVE-RECORD.

          Move buffer to Archive-Buffer.
          if Mask-Archive-Images and buflen > 0
              Move 'M' to MQ-FUNCTION
              Move WS-Job-Name to MQ-JOB-NAME
              Move Archive-SN to MQ-SN
              Move ic to MQ-IC
              Move buflen to MQ-LENGTH
              Accept MQ-DATE from Date YYYYMMDD
              Accept MQ-TIME from Time
              call 'COBMASK' using Mask-Request Archive-Buffer
              if (MQ-RESULT not = 0) and (MQ-RESULT not = 4)
                  Display 'FATAL: archive masking failed, stream '
                      Archive-SN ' record ' ic
                  Move 16 to RETURN-CODE
                  stop run
              end-if
          end-if.
          Move 'XFLOUT2' to WS-Last-Call.
          call 'XFLOUT' using Archive-SN Archive-Buffer buflen
              returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute oc2 = oc2 + 1.
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

      * Look for an operator command between records. The command
      * dataset is read, acted on and emptied, so a command fires
              ', checkpoint written, restart to continue'.
          Perform WRITE-CHECKPOINT.
          Perform WRITE-SUMMARY-RECORD.
          Perform RELEASE-RUN.
          Move 4 to RETURN-CODE.
          stop run.

                  Status-File-Status ', command ignored'
              Close Status-File
          else
              Move spaces to Status-Record
              Move WS-Job-Name to SF-JOB-NAME
              Move WS-Current-Date to SF-DATE
              Move WS-Current-Time to SF-TIME
              Move bc2 to SF-BC2
              Move WS-Recs-Per-Sec to SF-RECS-PER-SEC
              Move WS-Bytes-Per-Sec to SF-BYTES-PER-SEC
              Move RR-RUN-ID to SF-RUN-ID
              Write Status-Record
              Close Status-File
              Display 'STATUS: stream ' sn ' at record ' ic
               ' / output records ' oc ' / bytes ' bc
               ' / archive records ' oc2 ' / archive bytes ' bc2.
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
          Move bc to SR-BC.
          Move oc2 to SR-OC2.
          Move bc2 to SR-BC2.
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

       End Program COBSTGT.

           Select Status-File Assign To "STATUSFL"
               Organization Is Line Sequential
               File Status Is Status-File-Status.
           Select Control-Total-File Assign To "CTLTOTFL"
               Organization Is Line Sequential
               File Status Is Control-Total-Status.

       Data Division.
       File Section.
               10 CK-GP-TO           Pic 9(18).
               10 CK-GP-OPEN         Pic X.
           05 CK-TRL-DATA            Pic X(4096).
           05 CK-RUN-DATE            Pic 9(8).
           05 CK-RUN-TIME            Pic 9(8).
           05 CK-HDR-BUFLEN          Pic 9(9).
           05 CK-HDR-DATA            Pic X(4096).
           05 CK-FIRST-RUN-ID        Pic X(16).

       FD  Reject-File.
       01  Reject-Record.
           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Summary-File.
       01  Summary-Record.
           05 SR-BC                  Pic 9(9).
           05 SR-DUP-COUNT           Pic 9(9).
           05 SR-GAP-COUNT           Pic 9(9).
           05 Filler                 Pic X(22).
           05 SR-RUN-ID              Pic X(16).

       FD  Error-File.
       01  Error-Record.
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

       FD  Rules-File.
       01  Rules-Record.
           05 DU-DATA                Pic X(4096).
           05 DU-DATE                Pic 9(8).
           05 DU-TIME                Pic 9(8).
           05 DU-SN                  Pic 9(9).
           05 DU-RUN-ID              Pic X(16).

       FD  Command-File.
       01  Command-Record            Pic X(80).
           05 SF-BC                  Pic 9(9).
           05 SF-RECS-PER-SEC        Pic 9(9).
           05 SF-BYTES-PER-SEC       Pic 9(9).
           05 Filler                 Pic X(22).
           05 SF-RUN-ID              Pic X(16).

       FD  Control-Total-File.
       01  Control-Total-Record.
           05 CT-JOB-NAME            Pic X(8).
           05 CT-DATE                Pic 9(8).
           05 CT-TIME                Pic 9(8).
           05 CT-SN                  Pic 9(9).
           05 CT-START-DATE          Pic 9(8).
           05 CT-START-TIME          Pic 9(8).
           05 CT-RESULT              Pic X(8).
           05 CT-AMT-CHECK           Pic X.
           05 CT-TRL-COUNT           Pic 9(18).
           05 CT-TRL-AMOUNT          Pic 9(18).
           05 CT-IN-COUNT            Pic 9(18).
           05 CT-IN-AMOUNT           Pic 9(18).
           05 CT-OUT-COUNT           Pic 9(18).
           05 CT-OUT-AMOUNT          Pic 9(18).
           05 CT-HDR-LENGTH          Pic 9(9).
           05 CT-HDR-DATA            Pic X(4096).
           05 CT-RUN-ID              Pic X(16).
           05 CT-FIRST-RUN-ID        Pic X(16).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
       77 WS-Run-BC              Pic S9(9) comp-5 Value 0.
       77 WS-Metric-Interval     Pic S9(9) comp-5 Value 500.
       77 WS-Min-Recs-Per-Sec    Pic S9(9) comp-5 Value 10.
       77 WS-Alert-Rate          Pic 9(9).
       77 WS-Alert-Minimum       Pic 9(9).
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
       77 Trl-Claimed-Amount     Pic 9(18) Value 0.
       77 Trl-Buffer             Pic X(4096).
       77 Trl-Buflen             Pic S9(9) comp-5 Value 0.
       77 Hdr-Buffer             Pic X(4096) Value spaces.
       77 Hdr-Buflen             Pic S9(9) comp-5 Value 0.
       77 Run-Start-Date         Pic 9(8) Value 0.
       77 Run-Start-Time         Pic 9(8) Value 0.
       77 First-Run-Id           Pic X(16) Value spaces.
       77 Control-Total-Status   Pic X(2).
       77 Ctl-Result             Pic X(8).
       77 Ctl-Num-Work           Pic 9(18) Value 0.
       77 Command-Status         Pic X(2).
       77 Status-File-Status     Pic X(2).
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
      * the run's start bounds its rejects and duplicates for the
      * partner acknowledgement; a resumed run keeps the original,
      * and the run ID the feed was first started under
          Accept Run-Start-Date from Date YYYYMMDD.
          Accept Run-Start-Time from Time.
          PERFORM REGISTER-RUN.
          Move RR-RUN-ID to First-Run-Id.
          PERFORM CHECK-FOR-CHECKPOINT.
      * Baseline for the throughput sampler: ic/bc may already hold a
      * prior run's cumulative totals restored from the checkpoint, so
          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

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
                      Move CK-IC to ic
                      Move CK-OC to oc
                      Move CK-BC to bc
                      if (CK-RUN-DATE is numeric)
                          and (CK-RUN-DATE > 0)
                          Move CK-RUN-DATE to Run-Start-Date
                          Move CK-RUN-TIME to Run-Start-Time
                      end-if
                      if CK-FIRST-RUN-ID not = spaces
                          Move CK-FIRST-RUN-ID to First-Run-Id
                      end-if
                      Move CK-POSITION to Ckpt-Skip-Count
                      if Seq-Check-Mode and (CK-SEQ-SEEN = 'Y')
                          Move CK-HIGH-SEQ to Highest-Seq
                              Move CK-TRL-BUFLEN to Trl-Buflen
                              Move CK-TRL-DATA to Trl-Buffer
                          end-if
      * likewise the header, which the acknowledgement echoes back
                          if (CK-HDR-BUFLEN is numeric)
                              Move CK-HDR-BUFLEN to Hdr-Buflen
                              Move CK-HDR-DATA to Hdr-Buffer
                          end-if
                      end-if
                      Display 'resuming stream ' sn ' at record ' ic
                      Close Checkpoint-File
              Move GP-STATE(Gap-Sub) to CK-GP-OPEN(Gap-Sub)
          end-perform.
          Move Trl-Buffer to CK-TRL-DATA.
          Move Run-Start-Date to CK-RUN-DATE.
          Move Run-Start-Time to CK-RUN-TIME.
          Move Hdr-Buflen to CK-HDR-BUFLEN.
          Move Hdr-Buffer to CK-HDR-DATA.
          Move First-Run-Id to CK-FIRST-RUN-ID.
          Write Checkpoint-Record.
          if (Checkpoint-Status not = '00')
              Display 'FATAL: checkpoint write failed, status '
          if No-Trailer-Seen
              Display 'CONTROL FAILURE: no usable trailer received '
                  'on stream ' sn ' after ' ic ' records'
              Move 'NOTRAILR' to Ctl-Result
              Perform WRITE-CONTROL-TOTAL-RECORD
              Perform LOG-CONTROL-DISCREPANCY
              Perform RELEASE-RUN
              Move 12 to RETURN-CODE
              stop run
          end-if.
                  Trl-Claimed-Count ' records hash '
                  Trl-Claimed-Amount ' but received '
                  In-Data-Count ' records hash ' In-Amount-Total
              Move 'MISMATCH' to Ctl-Result
              Perform WRITE-CONTROL-TOTAL-RECORD
              Perform LOG-CONTROL-DISCREPANCY
              Perform RELEASE-RUN
              Move 12 to RETURN-CODE
              stop run
          end-if.
          Display 'control totals verified: ' In-Data-Count
              ' records'.
          Move 'VERIFIED' to Ctl-Result.
          Perform WRITE-CONTROL-TOTAL-RECORD.
          Perform EMIT-REGENERATED-TRAILER.

      * Keep the outcome of the control check, with the header the
      * partner sent, the trailer's claim and what was received and
      * passed on, one record per verified handoff, so COBACK can
      * answer the partner after the window without anyone reading
      * the job log. The run's start date and time go with it to
      * bound the rejects and duplicates that belong to this run.
        WRITE-CONTROL-TOTAL-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Control-Total-File.
          if (Control-Total-Status = '35') then
              Open Output Control-Total-File
              Close Control-Total-File
              Open Extend Control-Total-File
          end-if.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Job-Name to CT-JOB-NAME.
          Move WS-Current-Date to CT-DATE.
          Move WS-Current-Time to CT-TIME.
          Move sn to CT-SN.
          Move Run-Start-Date to CT-START-DATE.
          Move Run-Start-Time to CT-START-TIME.
          Move Ctl-Result to CT-RESULT.
          Move Amt-Check-Switch to CT-AMT-CHECK.
          Move Trl-Claimed-Count to CT-TRL-COUNT.
          Move Trl-Claimed-Amount to CT-TRL-AMOUNT.
          Move In-Data-Count to CT-IN-COUNT.
          Move In-Amount-Total to CT-IN-AMOUNT.
          Move Out-Data-Count to CT-OUT-COUNT.
          Move Out-Amount-Total to CT-OUT-AMOUNT.
          Move Hdr-Buflen to CT-HDR-LENGTH.
          Move Hdr-Buffer to CT-HDR-DATA.
          Move RR-RUN-ID to CT-RUN-ID.
          Move First-Run-Id to CT-FIRST-RUN-ID.
          Write Control-Total-Record.
          if (Control-Total-Status not = '00')
              Display 'FATAL: control total write failed, status '
                  Control-Total-Status ' stream ' sn ' record ' ic
              Close Control-Total-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Control-Total-File.

      * The discrepancy is logged the way I/O errors are, under its
      * own call name, so the morning review finds control failures
      * in the same place it finds everything else.
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
          Move 'C' to AR-SEVERITY.
          Move EL-SN to AR-SN.
          Move EL-CALL-NAME to AR-CONDITION.
          Move spaces to AR-TEXT.
          String 'control check failed: ' Ctl-Result
              ' count off by ' EL-RESULT
              delimited by size into AR-TEXT
          end-string.
          Perform RAISE-ALERT.

      * Rebuild the held trailer around the totals actually written
      * to XFLOUT and send it on, right-aligned and zero-filled in
          Move Cur-Seq to DU-SEQ.
          Move buflen to DU-LENGTH.
          Move buffer to DU-DATA.
          Move sn to DU-SN.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to DU-DATE.
          Move WS-Current-Time to DU-TIME.
      * The duplicate image leaves the live path too; it is never
      * repaired, so no clear copy is kept for it.
          Move 'M' to MQ-FUNCTION.
          Move WS-Job-Name to MQ-JOB-NAME.
          Move sn to MQ-SN.
          Move DU-IC to MQ-IC.
          Move length of DU-DATA to MQ-LENGTH.
          Move DU-DATE to MQ-DATE.
          Move DU-TIME to MQ-TIME.
          call 'COBMASK' using Mask-Request DU-DATA.
          if (MQ-RESULT not = 0) and (MQ-RESULT not = 4)
              Display 'FATAL: duplicate masking failed, stream '
                  sn ' record ' ic
              Close Duplicate-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move RR-RUN-ID to DU-RUN-ID.
          Write Duplicate-Record.
          if (Duplicate-Status not = '00')
              Display 'FATAL: duplicate write failed, status '
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
              Move bc to SF-BC
              Move WS-Recs-Per-Sec to SF-RECS-PER-SEC
              Move WS-Bytes-Per-Sec to SF-BYTES-PER-SEC
              Move RR-RUN-ID to SF-RUN-ID
              Write Status-Record
              Close Status-File
              Display 'STATUS: stream ' sn ' at record ' ic
          end-if.
          Evaluate true
              when Header-Record
                  Move buffer to Hdr-Buffer
                  Move buflen to Hdr-Buflen
                  Perform WRITE-OUTPUT-RECORD
              when Trailer-Record
                  Perform CAPTURE-TRAILER
                  ' / out-of-sequence jumps ' Ooo-Count
          end-if.
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
          Move Dup-Count to SR-DUP-COUNT.
          Move Gap-Count to SR-GAP-COUNT.
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

       End Program COBSTAGE.



      ******************************************************************
      *
      *   Name: cobstgd.cob
      *         Month-to-date posting variant of COBSTAGE, run on the
      *         COBSTGA totals stream. COBSTGA emits one totals record
      *         per key per run and then forgets it; this stage posts
      *         each totals record into an indexed month-to-date
      *         accumulation dataset keyed like the totals key - days
      *         posted, records and amount for the month so far - and
      *         forwards the totals record unchanged, so settlement
      *         still receives the night's totals. Every posting is
      *         logged against its business date and input stream,
      *         and a posting the log already holds is refused before
      *         a record is read, so a rerun cannot count a night
      *         twice. COBMEND closes the month from the same dataset.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstage.cob, cobstga.cob, cobmend.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBSTGD.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Reject-File Assign To "REJECTFL"
               Organization Is Line Sequential
               File Status Is Reject-Status.
           Select Summary-File Assign To "SUMRPT"
               Organization Is Line Sequential
               File Status Is Summary-Status.
           Select Error-File Assign To "ERRLOG"
               Organization Is Line Sequential
               File Status Is Error-File-Status.
           Select MTD-File Assign To "MTDFILE"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is MT-KEY
               File Status Is MTD-Status.
           Select Posting-File Assign To "MTDPOST"
               Organization Is Line Sequential
               File Status Is Posting-Status.

       Data Division.
       File Section.
       FD  Reject-File.
       01  Reject-Record.
           05 RJ-JOB-NAME            Pic X(8).
           05 RJ-SN                  Pic 9(9).
           05 RJ-IC                  Pic 9(9).
           05 RJ-LENGTH              Pic 9(9).
           05 RJ-RULE                Pic 9(4).
           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Summary-File.
       01  Summary-Record.
           05 SR-JOB-NAME            Pic X(8).
           05 SR-DATE                Pic 9(8).
           05 SR-TIME                Pic 9(8).
           05 SR-SN                  Pic 9(9).
           05 SR-IC                  Pic 9(9).
           05 SR-OC                  Pic 9(9).
           05 SR-BC                  Pic 9(9).
           05 Filler                 Pic X(40).
           05 SR-RUN-ID              Pic X(16).

       FD  Error-File.
       01  Error-Record.
           05 EL-CALL-NAME           Pic X(8).
           05 EL-SN                  Pic 9(9).
           05 EL-IC                  Pic 9(9).
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

      * One month-to-date accumulator per totals key: the period
      * (year and month) it belongs to, the first and latest business
      * dates posted to it, how many distinct business days carried
      * the key, and the records and amount summed over those days.
      * The grand-total key of all asterisks accumulates the month's
      * grand total the same way.
       FD  MTD-File.
       01  MTD-Record.
           05 MT-KEY                 Pic X(32).
           05 MT-PERIOD              Pic 9(6).
           05 MT-FIRST-DATE          Pic 9(8).
           05 MT-LAST-DATE           Pic 9(8).
           05 MT-DAY-COUNT           Pic 9(5).
           05 MT-RECORD-COUNT        Pic 9(18).
           05 MT-AMOUNT              Pic 9(18).

      * One record per posting run and per month-end close: who wrote
      * it and when, whether it is a POST or a CLOSE, the period and
      * business date it is for, the input stream posted from, and
      * the keys, records and amount it carried. This log is what
      * refuses a second posting of the same night. A posting run
      * writes BEGIN before it posts anything and POST once it has
      * posted every record, so a BEGIN with no POST after it is a
      * run that stopped part-way; an operator's RESET, written by a
      * rerun with RESET=Y once MTDFILE is restored, settles it.
       FD  Posting-File.
       01  Posting-Record.
           05 MP-JOB-NAME            Pic X(8).
           05 MP-DATE                Pic 9(8).
           05 MP-TIME                Pic 9(8).
           05 MP-ACTION              Pic X(5).
           05 MP-PERIOD              Pic 9(6).
           05 MP-BUSINESS-DATE       Pic 9(8).
           05 MP-SN                  Pic 9(9).
           05 MP-KEYS                Pic 9(9).
           05 MP-RECORDS             Pic 9(18).
           05 MP-AMOUNT              Pic 9(18).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
           88 XFL-Success             Value 0.
           88 XFL-End-Of-Stream       Value 1.
       77 ic                     Pic S9(9) comp-5 Value 0.
       77 oc                     Pic S9(9) comp-5 Value 0.
       77 bc                     Pic S9(9) comp-5 Value 0.
       77 sn                     Pic S9(9) comp-5 Value 0.
       77 Out-SN                 Pic S9(9) comp-5 Value 1.
       77 buflen                 Pic S9(9) comp-5 Value 0.
       77 Version-String         Pic X(36).
       77 buffer                 Pic X(4096).
       77 WS-Max-Buflen          Pic S9(9) comp-5 Value 4096.
       77 WS-Requested-Buflen    Pic S9(9) comp-5 Value 255.
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 Reject-Status          Pic X(2).
       77 Record-Valid-Switch    Pic X Value 'Y'.
           88 Record-Is-Valid         Value 'Y'.
           88 Record-Is-Invalid       Value 'N'.
       77 Summary-Status         Pic X(2).
       77 WS-Job-Name            Pic X(8) Value 'COBSTGD'.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 MTD-Status             Pic X(2).
       77 Posting-Status         Pic X(2).
       77 Posting-Action         Pic X(5).
       77 Reset-Switch           Pic X Value 'N'.
           88 Reset-Requested         Value 'Y'.
       77 Begin-Switch           Pic X Value 'N'.
           88 Begin-Pending           Value 'Y'.
           88 Begin-Settled           Value 'N'.
       77 Begin-Date             Pic 9(8) Value 0.
       77 Begin-Time             Pic 9(8) Value 0.
       77 Stream-Switch          Pic X Value 'N'.
           88 Stream-Failed           Value 'Y'.
       77 Failed-Rule            Pic S9(9) comp-5 Value 0.
       77 Business-Date          Pic 9(8) Value 0.
       77 Business-Period        Pic 9(6) Value 0.
       77 Open-Period            Pic 9(6) Value 0.
       77 Last-Close-Period      Pic 9(6) Value 0.
       77 Unrolled-Period        Pic 9(6) Value 0.
       77 Posting-Records-Read   Pic S9(9) comp-5 Value 0.
       77 Posted-Keys            Pic S9(9) comp-5 Value 0.
       77 New-Keys               Pic S9(9) comp-5 Value 0.
       77 Posted-Records         Pic 9(18) Value 0.
       77 Posted-Amount          Pic 9(18) Value 0.
       77 Not-Totals-Count       Pic S9(9) comp-5 Value 0.
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Minor           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

      * One totals record as COBSTGA writes it to its output stream:
      * the key, the number of detail records that carried it, and
      * their summed amounts. The grand-total record has the key set
      * to all asterisks.
       01  Totals-Record.
           05 TL-KEY             Pic X(32).
           05 TL-COUNT           Pic 9(9).
           05 TL-AMOUNT          Pic 9(18).

      * The business date split into its period, so a posting and
      * the month it belongs to are compared as one number.
       01  Business-Date-Parts.
           05 BD-PERIOD          Pic 9(6).
           05 BD-DAY             Pic 9(2).

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

          Display 'POSIX Pipelines (XFL) month-to-date posting stage'.

          call 'XFLVERSN' using Version-String returning Result.
          Display 'POSIX Pipelines (XFL) version ' Version-String.
          PERFORM CHECK-XFL-VERSION.

      * start with input, output and byte counts of zero
          Move 0 to ic.
          Move 0 to oc.
          Move 0 to bc.
      * read the totals from stream 0, forward them to stream 1
          Move 0 to sn.
          Move 1 to Out-SN.
          Move 0 to Result.
          Accept Business-Date from Date YYYYMMDD.

          PERFORM PARSE-RUN-PARM.
          PERFORM CHECK-BUFFER-LENGTH.
          PERFORM CHECK-POSTING-LOG.
          PERFORM OPEN-MTD-FILE.
          PERFORM CHECK-UNROLLED-MONTH.

          PERFORM REGISTER-RUN.
          if Reset-Requested and Begin-Pending
              Move 'RESET' to Posting-Action
              PERFORM WRITE-POSTING-RECORD
          end-if.
          Move 'BEGIN' to Posting-Action.
          PERFORM WRITE-POSTING-RECORD.
          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * The input stream, the output stream, the business date and
      * the buffer size can all be set from a PARM string of
      * KEY=VALUE tokens on the command line, e.g. "SN=0 OUTSN=4
      * DATE=20260930 BUFLEN=512", so operations can re-point the
      * same load module without a recompile and post a missed night
      * against its own date. The business date defaults to today;
      * anything not given on the PARM keeps its Working-Storage
      * default. RESET=Y is the operator's word that MTDFILE has been
      * restored after a posting of this date and stream stopped
      * part-way, and lets that posting run again.
        PARSE-RUN-PARM.

          Accept WS-Parm from Command-Line.
          Move 1 to WS-Parm-Ptr.
          Perform until WS-Parm-Ptr > length of WS-Parm
              Move spaces to WS-Parm-Token
              Unstring WS-Parm delimited by all spaces
                  into WS-Parm-Token
                  with pointer WS-Parm-Ptr
              end-unstring
              if WS-Parm-Token not = spaces
                  Move spaces to WS-Parm-Key
                  Move spaces to WS-Parm-Value
                  Unstring WS-Parm-Token delimited by '='
                      into WS-Parm-Key WS-Parm-Value
                  end-unstring
                  Evaluate WS-Parm-Key
                      when 'SN'
                          Move function numval(WS-Parm-Value) to sn
                      when 'OUTSN'
                          Move function numval(WS-Parm-Value)
                              to Out-SN
                      when 'DATE'
                          Move function numval(WS-Parm-Value)
                              to Business-Date
                      when 'BUFLEN'
                          Move function numval(WS-Parm-Value)
                              to WS-Requested-Buflen
                      when 'RESET'
                          Move WS-Parm-Value to Reset-Switch
                  end-evaluate
              end-if
          end-perform.
          if Business-Date < 19000101
              Display 'business date ' Business-Date
                  ' is not usable, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move Business-Date to Business-Date-Parts.
          Move BD-PERIOD to Business-Period.
          Display 'posting totals for business date ' Business-Date
              ' into period ' Business-Period.

      * A requested length that will not fit in the buffer area is a
      * clear, logged failure, not a silent truncation. A length too
      * short to hold a whole totals record could never post one.
        CHECK-BUFFER-LENGTH.

          if WS-Requested-Buflen > WS-Max-Buflen
              Display 'requested buffer length ' WS-Requested-Buflen
                  ' exceeds maximum ' WS-Max-Buflen
                  ', stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if WS-Requested-Buflen < length of Totals-Record
              Display 'requested buffer length ' WS-Requested-Buflen
                  ' cannot hold a totals record of '
                  length of Totals-Record ' bytes, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Stop before PeekPutPurge ever starts if the runner's XFL
      * version is below what this stage requires, instead of
      * failing opaquely mid-pipeline with a confusing Result code
      * from XFLPEEK/XFLOUT.
        CHECK-XFL-VERSION.

          Move spaces to WS-Ver-Major-Str.
          Move spaces to WS-Ver-Minor-Str.
          Unstring Version-String delimited by '.'
              into WS-Ver-Major-Str WS-Ver-Minor-Str
          end-unstring.
          Move function numval(WS-Ver-Major-Str) to WS-Ver-Major.
          Move function numval(WS-Ver-Minor-Str) to WS-Ver-Minor.
          if (WS-Ver-Major < WS-Min-Ver-Major)
              or ((WS-Ver-Major = WS-Min-Ver-Major)
                  and (WS-Ver-Minor < WS-Min-Ver-Minor))
              Display 'XFL runtime too old: version '
                  Version-String ' is below the required '
                  WS-Min-Ver-Major '.' WS-Min-Ver-Minor
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Read the posting log before a record is read and refuse the
      * run outright when it would corrupt the month: the same
      * business date already posted from the same stream (a rerun
      * or a double submission), a date in a month COBMEND has
      * already closed, or a date in a new month while the previous
      * month is still open and unclosed. The open period is the
      * latest one posted to and not yet closed. A missing log is the
      * first posting ever, not an error. A posting of this date and
      * stream that began and never finished has left part of the
      * night in MTDFILE: it is refused too, until an operator has
      * restored MTDFILE and reruns with RESET=Y.
        CHECK-POSTING-LOG.

          Move 0 to Open-Period.
          Move 0 to Last-Close-Period.
          Open Input Posting-File.
          if (Posting-Status = '00')
              Perform until Posting-Status not = '00'
                  Read Posting-File
                      at end move high-values to Posting-Status
                  end-read
                  if (Posting-Status = '00')
                      Compute Posting-Records-Read =
                          Posting-Records-Read + 1
                      Perform CHECK-ONE-POSTING
                  end-if
              end-perform
          end-if.
          Close Posting-File.
          if Open-Period <= Last-Close-Period
              Move 0 to Open-Period
          end-if.
          if Business-Period <= Last-Close-Period
              Display 'period ' Business-Period
                  ' is already closed, posting refused'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Open-Period > 0) and (Open-Period not = Business-Period)
              Display 'period ' Open-Period
                  ' is still open, close it before posting to '
                  Business-Period ', posting refused'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Begin-Pending and (not Reset-Requested)
              Display 'business date ' Business-Date ' stream ' sn
                  ' began posting on ' Begin-Date ' at ' Begin-Time
                  ' and never finished, posting refused'
              Display 'restore MTDFILE to before that run, then '
                  'rerun with RESET=Y'
              Move 16 to RETURN-CODE
              stop run
          end-if.

        CHECK-ONE-POSTING.

          Evaluate MP-ACTION
              when 'POST'
                  if MP-PERIOD > Open-Period
                      Move MP-PERIOD to Open-Period
                  end-if
                  if (MP-BUSINESS-DATE = Business-Date)
                      and (MP-SN = sn)
                      Display 'business date ' Business-Date
                          ' stream ' sn ' was already posted on '
                          MP-DATE ' at ' MP-TIME
                          ', posting refused'
                      Close Posting-File
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              when 'BEGIN'
                  if MP-PERIOD > Open-Period
                      Move MP-PERIOD to Open-Period
                  end-if
                  if (MP-BUSINESS-DATE = Business-Date)
                      and (MP-SN = sn)
                      Set Begin-Pending to true
                      Move MP-DATE to Begin-Date
                      Move MP-TIME to Begin-Time
                  end-if
              when 'RESET'
                  if (MP-BUSINESS-DATE = Business-Date)
                      and (MP-SN = sn)
                      Set Begin-Settled to true
                  end-if
              when 'CLOSE'
                  if MP-PERIOD > Last-Close-Period
                      Move MP-PERIOD to Last-Close-Period
                  end-if
          end-evaluate.

      * The accumulation dataset is created empty the first time the
      * stage runs; after that it is updated in place.
        OPEN-MTD-FILE.

          Open I-O MTD-File.
          if (MTD-Status = '35') then
              Open Output MTD-File
              Close MTD-File
              Open I-O MTD-File
          end-if.
          if (MTD-Status not = '00')
              Display 'month-to-date dataset is not usable, status '
                  MTD-Status ', stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * A CLOSE in the posting log says the month is closed, but the
      * roll that empties MTDFILE comes after it; a COBMEND that
      * stopped between the two leaves the closed month's records in
      * place. Posting the new month on top would add into them, so
      * any record of a closed period refuses the run until COBMEND
      * has been rerun to finish the roll.
        CHECK-UNROLLED-MONTH.

          Move 0 to Unrolled-Period.
          if Last-Close-Period > 0
              Perform until (MTD-Status not = '00')
                      or (Unrolled-Period > 0)
                  Read MTD-File next record
                      at end move high-values to MTD-Status
                  end-read
                  if (MTD-Status = '00')
                      and (MT-PERIOD <= Last-Close-Period)
                      Move MT-PERIOD to Unrolled-Period
                  end-if
              end-perform
              if (MTD-Status not = '00')
                  and (MTD-Status not = high-values)
                  Display 'FATAL: month-to-date read failed, status '
                      MTD-Status
                  Close MTD-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
          end-if.
          if Unrolled-Period > 0
              Display 'period ' Unrolled-Period
                  ' is closed but still in MTDFILE, rerun COBMEND to '
                  'finish the roll, posting refused'
              Close MTD-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Check buflen against the expected input record length, then
      * that the record is a totals record: long enough to hold one,
      * with a numeric count and amount. Anything else cannot be
      * posted and is tagged rule 9992, so a stage wired to the wrong
      * stream is caught by its rejects instead of posting garbage.
      * KNOWN LIMITATION: the buflen > WS-Requested-Buflen branch only
      * catches an oversized record if XFLPEEK reports the record's
      * true length back in buflen when it is larger than the max it
      * was handed, rather than silently capping buflen to that max.
      * XFL's out-parameter contract is not documented anywhere in
      * this repository (it is an external POSIX Pipelines runtime,
      * see the "Also:" line above), so that behavior is unconfirmed;
      * this check is kept as the best available defense either way
      * and does no harm if XFL turns out to only cap.
        VALIDATE-RECORD.

          Set Record-Is-Valid to true.
          Move 0 to Failed-Rule.
          if (buflen <= 0) or (buflen > WS-Requested-Buflen)
              Set Record-Is-Invalid to true
          end-if.
          if Record-Is-Valid
              if buflen < length of Totals-Record
                  Move 9992 to Failed-Rule
                  Set Record-Is-Invalid to true
              else
                  Move buffer(1:length of Totals-Record)
                      to Totals-Record
                  if (TL-COUNT not numeric)
                      or (TL-AMOUNT not numeric)
                      or (TL-KEY = spaces)
                      Move 9992 to Failed-Rule
                      Set Record-Is-Invalid to true
                  end-if
              end-if
              if Record-Is-Invalid
                  Compute Not-Totals-Count = Not-Totals-Count + 1
              end-if
          end-if.

      * Add one totals record into its key's month-to-date
      * accumulator, starting the accumulator on the key's first
      * posting of the month. A key posted twice on the same business
      * date - from a second stream - counts as one day. An existing
      * accumulator of another period is never added into: that
      * would mix two months' totals.
        POST-ONE-RECORD.

          Move TL-KEY to MT-KEY.
          Read MTD-File
              invalid key
                  Move TL-KEY to MT-KEY
                  Move Business-Period to MT-PERIOD
                  Move Business-Date to MT-FIRST-DATE
                  Move 0 to MT-LAST-DATE
                  Move 0 to MT-DAY-COUNT
                  Move 0 to MT-RECORD-COUNT
                  Move 0 to MT-AMOUNT
                  Move '23' to MTD-Status
          end-read.
          if (MTD-Status not = '00') and (MTD-Status not = '23')
              Display 'FATAL: month-to-date read failed, status '
                  MTD-Status ' key ' TL-KEY
              Close MTD-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (MTD-Status = '00') and (MT-PERIOD not = Business-Period)
              Display 'FATAL: key ' TL-KEY ' holds period '
                  MT-PERIOD ', not ' Business-Period
                  ', MTDFILE was not rolled'
              Close MTD-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if MT-LAST-DATE not = Business-Date
              Compute MT-DAY-COUNT = MT-DAY-COUNT + 1
              Move Business-Date to MT-LAST-DATE
          end-if.
          Compute MT-RECORD-COUNT = MT-RECORD-COUNT + TL-COUNT.
          Compute MT-AMOUNT = MT-AMOUNT + TL-AMOUNT.
          if (MTD-Status = '23')
              Write MTD-Record
                  invalid key continue
              end-write
              Compute New-Keys = New-Keys + 1
          else
              Rewrite MTD-Record
                  invalid key continue
              end-rewrite
          end-if.
          if (MTD-Status not = '00')
              Display 'FATAL: month-to-date update failed, status '
                  MTD-Status ' key ' TL-KEY
              Close MTD-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Compute Posted-Keys = Posted-Keys + 1.
          Compute Posted-Records = Posted-Records + TL-COUNT.
          Compute Posted-Amount = Posted-Amount + TL-AMOUNT.

      * Route a record that failed validation to the reject dataset,
      * tagged with the input record number it was read as and the
      * rule it failed, and keep the stage running.
        WRITE-REJECT-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Reject-File.
          if (Reject-Status = '35') then
              Open Output Reject-File
              Close Reject-File
              Open Extend Reject-File
          end-if.
          Move WS-Job-Name to RJ-JOB-NAME.
          Move sn to RJ-SN.
          Move ic to RJ-IC.
          Move buflen to RJ-LENGTH.
          Move Failed-Rule to RJ-RULE.
          Move buffer to RJ-DATA.
          Accept WS-Current-Date from Date YYYYMMDD.
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
                  Reject-Status ' stream ' sn ' record ' ic
              Close Reject-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Reject-File.

      * Forward the totals record, unchanged, to the output stream.
        WRITE-OUTPUT-RECORD.

          Move 'XFLOUT' to WS-Last-Call.
          call 'XFLOUT' using Out-SN buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute oc = oc + 1.
          Compute bc = bc + buflen.

      * Result is reused by XFLPEEK/XFLOUT/XFLREAD, so a non-zero
      * value alone does not say whether the stream simply ended or
      * one of those calls actually failed. Treat Result = 1 as a
      * normal, clean end-of-stream; any other non-zero value is
      * logged as a real I/O error naming the call, the stream and
      * the record count at failure.
        CHECK-RESULT.

          if XFL-End-Of-Stream
              Display 'end of stream on ' WS-Last-Call
                  ' stream ' sn ' after ' ic ' records'
          else
              Set Stream-Failed to true
              Perform LOG-IO-ERROR
          end-if.
          Perform END-OF-LOOP.

      * Log the call that failed, the stream number and the record
      * count at the point of failure to the error log, so a crawling
      * or failed stage can be diagnosed from one place instead of
      * guessing from a generic non-zero Result.
        LOG-IO-ERROR.

          Display 'I/O error on ' WS-Last-Call ' stream ' sn
              ' at record ' ic ' result ' Result.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Error-File.
          if (Error-File-Status = '35') then
              Open Output Error-File
              Close Error-File
              Open Extend Error-File
          end-if.
          Move WS-Last-Call to EL-CALL-NAME.
          Move sn to EL-SN.
          Move ic to EL-IC.
          Move Result to EL-RESULT.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to EL-DATE.
          Move WS-Current-Time to EL-TIME.
          Move RR-RUN-ID to EL-RUN-ID.
          Write Error-Record.
          if (Error-File-Status not = '00')
              Display 'FATAL: error log write failed, status '
                  Error-File-Status ' stream ' sn ' record ' ic
              Close Error-File
              Move 16 to RETURN-CODE
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

          Move WS-Requested-Buflen to buflen.

          Move 'XFLPEEK' to WS-Last-Call.
          call 'XFLPEEK' using sn buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute ic = ic + 1.

          Perform VALIDATE-RECORD.
          if Record-Is-Valid
              Perform POST-ONE-RECORD
              Perform WRITE-OUTPUT-RECORD
          else
              Perform WRITE-REJECT-RECORD
          end-if.

          Move WS-Requested-Buflen to buflen.
          Move 'XFLREAD' to WS-Last-Call.
          call 'XFLREAD' using sn buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.

       END-OF-LOOP.
          Close MTD-File.
          Display 'input records ' ic
               ' / output records ' oc ' / bytes ' bc.
          Display 'keys posted ' Posted-Keys
               ' / new this month ' New-Keys
               ' / not a totals record ' Not-Totals-Count.
          Perform WRITE-SUMMARY-RECORD.
      * Only a clean end of stream completes the posting. After an
      * I/O error part of the night is in MTDFILE and the rest is
      * not, so the BEGIN is left open and the rerun refused until
      * an operator has restored the dataset.
          if Stream-Failed
              Display 'FATAL: posting of business date '
                  Business-Date ' stream ' sn ' stopped after '
                  Posted-Keys ' keys, MTDFILE holds part of it'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move 'POST' to Posting-Action.
          Perform WRITE-POSTING-RECORD.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * Append two reconciliation records per run to the summary
      * report file: one keyed by the input stream, carrying what was
      * read against what was forwarded, and one keyed by the output
      * stream, so both this stage's feed and its handoff downstream
      * can be balanced. The input record is always written first:
      * the reconciliation relies on that order to tell the two
      * apart.
        WRITE-SUMMARY-RECORD.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Summary-File.
          if (Summary-Status = '35') then
              Open Output Summary-File
              Close Summary-File
              Open Extend Summary-File
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move sn to SR-SN.
          Move ic to SR-IC.
          Move oc to SR-OC.
          Move bc to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
                  Summary-Status ' stream ' sn ' record ' ic
              Close Summary-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move Out-SN to SR-SN.
          Move ic to SR-IC.
          Move oc to SR-OC.
          Move bc to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
                  Summary-Status ' stream ' Out-SN ' record ' ic
              Close Summary-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Summary-File.

      * Log the posting once every totals record is in the
      * month-to-date dataset, stamped with the summary records' date
      * and time, so the next run for this date and stream is
      * refused. The same record, with nothing posted yet, marks the
      * BEGIN of the posting and an operator's RESET.
        WRITE-POSTING-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Posting-File.
          if (Posting-Status = '35') then
              Open Output Posting-File
              Close Posting-File
              Open Extend Posting-File
          end-if.
          if Posting-Action not = 'POST'
              Accept WS-Current-Date from Date YYYYMMDD
              Accept WS-Current-Time from Time
          end-if.
          Move WS-Job-Name to MP-JOB-NAME.
          Move WS-Current-Date to MP-DATE.
          Move WS-Current-Time to MP-TIME.
          Move Posting-Action to MP-ACTION.
          Move Business-Period to MP-PERIOD.
          Move Business-Date to MP-BUSINESS-DATE.
          Move sn to MP-SN.
          Move Posted-Keys to MP-KEYS.
          Move Posted-Records to MP-RECORDS.
          Move Posted-Amount to MP-AMOUNT.
          Write Posting-Record.
          if (Posting-Status not = '00')
              Display 'FATAL: posting log write failed, status '
                  Posting-Status ' business date ' Business-Date
              Close Posting-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Posting-File.

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

       End Program COBSTGD.
